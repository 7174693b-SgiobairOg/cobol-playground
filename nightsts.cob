      *   60-140 percent of normal goes AMBER with a "volume
      *   outside normal range" line. The VOLTREND report shows
      *   the last few weeks per measure.
      *   Table-driven window - the page now covers the whole night
      *   as defined on BATCHSTP: every step is listed with what the
      *   run journal says became of it (OK, WARNING at a tolerated
      *   non-zero code, FAILED over its ceiling, HELD behind a
      *   dependency, NOT RUN, or NOT DUE on its schedule). A failed,
      *   held or missing step forces RED; a tolerated warning code
      *   drives AMBER.
      *   Carried incidents - ERRLOG is swept through INCDOPEN
      *   before the count, and every incident on INCDREG that
      *   predates tonight's window and is still not closed is
      *   listed, oldest first, with whether anybody has
      *   acknowledged it. Any such incident drives AMBER: last
      *   night's fatal is not tonight's news, but it is still
      *   somebody's job.
      *   Report archive - NIGHTSTS.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT VOLHIST-FILE ASSIGN TO "VOLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOLHIST-STATUS.
           SELECT BATCH-STEP-FILE ASSIGN TO "BATCHSTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-STEP-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY volhist.

       FD  BATCH-STEP-FILE
           RECORDING MODE IS F.
           COPY batchstp.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY incident.

       WORKING-STORAGE SECTION.
       01  WS-XTRCTL-STATUS         PIC X(02) VALUE SPACES.
           88  WS-XTRCTL-OK               VALUE "00".
       01  VOLHIST-STATUS           PIC X(02) VALUE SPACES.
           88  VOLHIST-OK                 VALUE "00".

       01  BATCH-STEP-STATUS        PIC X(02) VALUE SPACES.
           88  BATCH-STEP-OK              VALUE "00".

           COPY batchstp-tbl.

       01  INCIDENT-STATUS          PIC X(02) VALUE SPACES.
           88  INCIDENT-OK                VALUE "00".

           COPY incident-tbl.

      * INCDOPEN's parameter area.
       01  WS-IOP-PARM.
           05  WS-IOP-OPENED        PIC 9(05) VALUE 0.
           05  WS-IOP-OUTSTANDING   PIC 9(05) VALUE 0.
           05  WS-IOP-UNACKED       PIC 9(05) VALUE 0.
           05  WS-IOP-STATUS        PIC X(01) VALUE SPACE.

       01  WS-CARRIED-COUNT         PIC 9(05) VALUE 0.
       01  WS-CARRIED-LISTED        PIC 9(03) VALUE 0.
       01  WS-INCD-STAMP.
           05  WS-IS-DATE           PIC 9(08) VALUE 0.
           05  WS-IS-HHMM           PIC 9(04) VALUE 0.

       01  STS-INCD-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STS-INCD-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  STS-INCD-SEVERITY    PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  STS-INCD-PROGRAM     PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  STS-INCD-STATE       PIC X(22).

       01  WS-STEP-RED-SW           PIC X(01) VALUE "N".
           88  WS-STEP-RED                VALUE "Y".
       01  WS-STEP-AMBER-SW         PIC X(01) VALUE "N".
           88  WS-STEP-AMBER              VALUE "Y".
       01  WS-STEP-IX               PIC 9(03) COMP VALUE 0.

       01  STS-STEP-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STS-STEP-KEY         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STS-STEP-RESULT      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STS-STEP-RC-TEXT     PIC X(03).
           05  STS-STEP-RC          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STS-STEP-SCHEDULE    PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STS-STEP-PROGRAM     PIC X(12).

       01  WS-VOL-AMBER-SW          PIC X(01) VALUE "N".
           88  WS-VOL-AMBER               VALUE "Y".
       01  WS-VOL-EOF-SW            PIC X(01) VALUE "N".
           05  STS-TXT-VALUE        PIC X(16).
       01  WS-HEADER-LINE           PIC X(60) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 3000-READ-EXPECTED THRU 3000-EXIT
           PERFORM 3500-WALK-WINDOW-SPAN THRU 3500-EXIT
           PERFORM 3700-JUDGE-CALENDAR THRU 3790-DONE
           PERFORM 3800-REPORT-STEPS THRU 3800-EXIT
           PERFORM 4000-COUNT-ERRLOG THRU 4000-EXIT
           PERFORM 4300-CARRIED-INCIDENTS THRU 4300-EXIT
           PERFORM 4500-JUDGE-VOLUME THRU 4590-DONE
           PERFORM 5000-ISSUE-STATUS
           GO TO 9999-EXIT.
           WRITE STATUS-OUT-REC FROM WS-HEADER-LINE

           PERFORM LOAD-BUSCAL-TABLE

           MOVE WS-RUN-DATE TO SD-RUN-DATE
           PERFORM LOAD-STEP-TABLE
           IF SD-LOADED AND SD-DEF-ERRORS = 0
               PERFORM MARK-STEPS-DUE
           END-IF
           .

      *----------------------------------------------------------------*
               AT END
                   SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   IF SD-LOADED
                       PERFORM NOTE-JOURNAL-EVENT
                   END-IF
                   IF RJ-RUN-DATE < WS-RUN-DATE
                       AND RJ-RUN-DATE > WS-PREV-RUN-DATE
                       MOVE RJ-RUN-DATE TO WS-PREV-RUN-DATE
       3790-DONE.
           EXIT.

      *----------------------------------------------------------------*
      *    3800-REPORT-STEPS - every step on BATCHSTP and what became  *
      *                        of it tonight                           *
      *----------------------------------------------------------------*
       3800-REPORT-STEPS.
           IF NOT SD-LOADED
               GO TO 3800-EXIT
           END-IF
           IF SD-DEF-ERRORS > 0
               MOVE "BATCH STEPS" TO STS-TXT-LABEL
               MOVE "BATCHSTP ERRORS" TO STS-TXT-VALUE
               WRITE STATUS-OUT-REC FROM STS-TEXT-LINE
               SET WS-STEP-RED TO TRUE
               GO TO 3800-EXIT
           END-IF

           MOVE "BATCH STEPS" TO WS-HEADER-LINE
           WRITE STATUS-OUT-REC FROM WS-HEADER-LINE
           PERFORM 3810-REPORT-ONE-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > SD-COUNT
           .

       3800-EXIT.
           EXIT.

      * A step started but not ended is this page's own step, or one
      * the window is still running - neither colors the night.
       3810-REPORT-ONE-STEP.
           MOVE SD-KEY (WS-STEP-IX) TO STS-STEP-KEY
           MOVE SD-PROGRAM (WS-STEP-IX) TO STS-STEP-PROGRAM
           MOVE SPACES TO STS-STEP-RC-TEXT
           MOVE SPACES TO STS-STEP-RC
           EVALUATE SD-SCHEDULE (WS-STEP-IX)
               WHEN "W"
                   MOVE "WEEKLY" TO STS-STEP-SCHEDULE
               WHEN "M"
                   MOVE "MONTH-END" TO STS-STEP-SCHEDULE
               WHEN OTHER
                   MOVE "DAILY" TO STS-STEP-SCHEDULE
           END-EVALUATE
           IF SD-LAST-EVENT (WS-STEP-IX) = "END"
               MOVE "RC " TO STS-STEP-RC-TEXT
               MOVE SD-LAST-RC (WS-STEP-IX) TO STS-STEP-RC
           END-IF

           EVALUATE TRUE
               WHEN NOT SD-DUE (WS-STEP-IX)
                   MOVE "NOT DUE" TO STS-STEP-RESULT
               WHEN SD-DONE (WS-STEP-IX)
                   AND SD-LAST-RC (WS-STEP-IX) > 0
                   MOVE "WARNING" TO STS-STEP-RESULT
                   SET WS-STEP-AMBER TO TRUE
               WHEN SD-DONE (WS-STEP-IX)
                   MOVE "OK" TO STS-STEP-RESULT
               WHEN SD-LAST-EVENT (WS-STEP-IX) = "END"
                   MOVE "FAILED" TO STS-STEP-RESULT
                   SET WS-STEP-RED TO TRUE
               WHEN SD-LAST-EVENT (WS-STEP-IX) = "HELD"
                   MOVE "HELD" TO STS-STEP-RESULT
                   SET WS-STEP-RED TO TRUE
               WHEN SD-LAST-EVENT (WS-STEP-IX) = "START"
                   MOVE "RUNNING" TO STS-STEP-RESULT
               WHEN OTHER
                   MOVE "NOT RUN" TO STS-STEP-RESULT
                   SET WS-STEP-RED TO TRUE
           END-EVALUATE
           WRITE STATUS-OUT-REC FROM STS-STEP-LINE
           .

      *----------------------------------------------------------------*
      *    4000-COUNT-ERRLOG - errors logged inside the window's span  *
      *----------------------------------------------------------------*
           END-READ
           .

      *----------------------------------------------------------------*
      *    4300-CARRIED-INCIDENTS - incidents from earlier nights      *
      *                             nobody has closed                  *
      *----------------------------------------------------------------*
       4300-CARRIED-INCIDENTS.
           CALL "INCDOPEN" USING WS-IOP-PARM
           PERFORM LOAD-INCIDENT-TABLE
           IF NOT IT-LOADED
               GO TO 4300-EXIT
           END-IF
           PERFORM 4310-JUDGE-ONE-INCIDENT THRU 4310-EXIT
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX > IT-COUNT
           MOVE "OPEN INCIDENTS CARRIED OVER" TO STS-LABEL
           MOVE WS-CARRIED-COUNT TO STS-VALUE
           WRITE STATUS-OUT-REC FROM STS-LINE
           IF WS-CARRIED-COUNT > WS-CARRIED-LISTED
               MOVE SPACES TO WS-HEADER-LINE
               STRING "  (ONLY THE OLDEST " DELIMITED BY SIZE
                   WS-CARRIED-LISTED DELIMITED BY SIZE
                   " LISTED - SEE INCDMNT)" DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               END-STRING
               WRITE STATUS-OUT-REC FROM WS-HEADER-LINE
           END-IF
           .

       4300-EXIT.
           EXIT.

      * Earlier nights means logged before tonight's window opened,
      * or before the run date when there is no journal span. The
      * register appends in the order the entries were seen, so
      * the first twenty listed are the oldest.
       4310-JUDGE-ONE-INCIDENT.
           IF IT-STATE-CLOSED (IT-IX)
               GO TO 4310-EXIT
           END-IF
           MOVE IT-ERR-DATE (IT-IX) TO WS-IS-DATE
           MOVE IT-ERR-TIME (IT-IX) (1:2) TO WS-EVENT-HH
           MOVE IT-ERR-TIME (IT-IX) (4:2) TO WS-EVENT-MM
           COMPUTE WS-IS-HHMM = WS-EVENT-HH * 100 + WS-EVENT-MM
           IF WS-SPAN-FOUND
               IF WS-INCD-STAMP NOT < WS-WIN-FROM
                   GO TO 4310-EXIT
               END-IF
           ELSE
               IF WS-IS-DATE NOT < WS-RUN-DATE
                   GO TO 4310-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-CARRIED-COUNT
           IF WS-CARRIED-COUNT = 1
               MOVE "INCIDENTS FROM EARLIER NIGHTS:" TO WS-HEADER-LINE
               WRITE STATUS-OUT-REC FROM WS-HEADER-LINE
           END-IF
           IF WS-CARRIED-LISTED < 20
               ADD 1 TO WS-CARRIED-LISTED
               MOVE IT-ERR-DATE (IT-IX) TO STS-INCD-DATE
               MOVE IT-SEVERITY (IT-IX) TO STS-INCD-SEVERITY
               MOVE IT-PROGRAM-ID (IT-IX) TO STS-INCD-PROGRAM
               MOVE SPACES TO STS-INCD-STATE
               IF IT-STATE-OPEN (IT-IX)
                   MOVE "NOT ACKNOWLEDGED" TO STS-INCD-STATE
               ELSE
                   STRING "ACKNOWLEDGED " DELIMITED BY SIZE
                       IT-ACK-BY (IT-IX) DELIMITED BY SPACE
                       INTO STS-INCD-STATE
                   END-STRING
               END-IF
               WRITE STATUS-OUT-REC FROM STS-INCD-LINE
           END-IF
           .

       4310-EXIT.
           EXIT.

      * Blank severities read as warning, same as everywhere.
       4150-TALLY-SEVERITY.
           EVALUATE TRUE
           EVALUATE TRUE
               WHEN WS-STATUS-RED
                   OR WS-ERR-FATAL > 0
                   OR WS-STEP-RED
                   MOVE "RED" TO STS-TXT-VALUE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-REJECTED > 0
                   OR WS-ERR-WARNING > 0
                   OR WS-CAL-AMBER
                   OR WS-VOL-AMBER
                   OR WS-STEP-AMBER
                   OR WS-CARRIED-COUNT > 0
                   MOVE "AMBER" TO STS-TXT-VALUE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
           END-EVALUATE
           WRITE STATUS-OUT-REC FROM STS-TEXT-LINE
           CLOSE STATUS-OUT
           MOVE "NIGHTSTS.RPT" TO RFP-REPORT-NAME
           MOVE "NIGHTSTS" TO RFP-PROGRAM-ID
           MOVE WS-RUN-DATE TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "NIGHTSTS - OVERALL STATUS FOR " WS-RUN-DATE
               ": " STS-TXT-VALUE
           STOP RUN.

           COPY buscal-load.

           COPY batchstp-load.

           COPY incident-load.

           COPY rptfile-call.
