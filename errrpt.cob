      *   rules route to P (page) drive the run to RC 8 so the
      *   scheduler can act on the triage instead of a human
      *   reading it first.
      *   Incident response - the INCDREG incident register is read
      *   alongside, and for each program with incidents logged in
      *   the window the report gives how many were opened, how many
      *   acknowledged and closed, and the mean minutes from the
      *   ERRLOG entry to its acknowledgment and to its close. A
      *   close that came without an acknowledgment counts toward
      *   the close only.
      *   Report archive - ERRRPT.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      *   Incident generations - the incident response figures take
      *   in the INCDREG generations LOGARCH rolls closed incidents
      *   off to, found through LOGARCH.CAT, as well as the live
      *   register, so a window reaching back past the roll still
      *   counts them; a register too big for the incident table is
      *   called out under the figures.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERR-ROUTE-FILE ASSIGN TO "ERRROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-ROUTE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO DYNAMIC WS-INCIDENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "LOGARCH.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY errroute.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY incident.

      * Layout as LOGARCH keeps it.
       FD  CATALOG-FILE
           RECORDING MODE IS F.
       01  CATALOG-REC.
           05  CAT-LOG-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CAT-GEN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CAT-FILE-NAME           PIC X(20).

       WORKING-STORAGE SECTION.
       01  ERR-ROUTE-STATUS            PIC X(02) VALUE SPACES.
           88  ERR-ROUTE-OK                  VALUE "00".

           COPY errroute-tbl.

       01  INCIDENT-STATUS             PIC X(02) VALUE SPACES.
           88  INCIDENT-OK                   VALUE "00".

           COPY incident-tbl.

      * The live register or one of its generations.
       01  WS-INCIDENT-NAME            PIC X(20) VALUE SPACES.
       01  WS-CATALOG-STATUS           PIC X(02) VALUE SPACES.
           88  WS-CATALOG-OK                 VALUE "00".
       01  WS-INCD-FILES-READ          PIC 9(05) VALUE 0.
       01  WS-INCD-FILES-SHORT         PIC 9(05) VALUE 0.

      * Response times by program, in minutes from the ERRLOG entry.
       01  WS-RSP-TABLE.
           05  WS-RSP-ENTRY OCCURS 20 TIMES.
               10  WS-RSP-NAME         PIC X(15).
               10  WS-RSP-OPENED       PIC 9(05).
               10  WS-RSP-ACKED        PIC 9(05).
               10  WS-RSP-ACK-MINS     PIC 9(09).
               10  WS-RSP-CLOSED       PIC 9(05).
               10  WS-RSP-CLOSE-MINS   PIC 9(09).
       01  WS-RSP-USED                 PIC 9(02) COMP VALUE 0.
       01  WS-RSP-OVERFLOW             PIC 9(05) VALUE 0.
       01  WS-RSP-IX                   PIC 9(02) COMP VALUE 0.
       01  WS-RSP-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-RSP-FOUND                  VALUE "Y".

       01  WS-MINUTE-WORK.
           05  WS-MW-DATE              PIC 9(08) VALUE 0.
           05  WS-MW-TIME              PIC 99B99B99B99.
           05  WS-MW-HH                PIC 9(02) VALUE 0.
           05  WS-MW-MM                PIC 9(02) VALUE 0.
           05  WS-MW-MINUTES           PIC 9(09) VALUE 0.
       01  WS-ERR-MINUTES              PIC 9(09) VALUE 0.
       01  WS-ELAPSED                  PIC 9(09) VALUE 0.
       01  WS-MEAN                     PIC 9(07) VALUE 0.

       01  TRG-RSP-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRG-RSP-NAME            PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRG-RSP-OPENED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRG-RSP-ACKED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRG-RSP-MTTA            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRG-RSP-CLOSED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRG-RSP-MTTC            PIC X(10).
       01  WS-MEAN-EDIT                PIC Z,ZZZ,ZZ9.

       01  WS-SEVERITY-COUNTS.
           05  WS-CNT-INFO             PIC 9(05) VALUE 0.
           05  WS-CNT-WARNING          PIC 9(05) VALUE 0.
               88  WS-EOF                    VALUE "Y".
           05  WS-IN-WINDOW-SW         PIC X(01) VALUE "N".
               88  WS-IN-WINDOW              VALUE "Y".
           05  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
               88  WS-CAT-EOF                VALUE "Y".

       01  WS-TOTAL-SELECTED           PIC 9(07) VALUE 0.


       01  WS-HEADER-LINE              PIC X(130) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-TALLY-PASS THRU 2000-EXIT
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 4000-PRINT-DETAILS
           PERFORM 5000-INCIDENT-RESPONSE THRU 5000-EXIT
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

           END-READ
           .

      *----------------------------------------------------------------*
      *    5000-INCIDENT-RESPONSE - mean time to acknowledge and to    *
      *                             close, by program                  *
      *----------------------------------------------------------------*
      * Every event of a rolled incident went to the same
      * generation, so each file nets on its own.
       5000-INCIDENT-RESPONSE.
           MOVE 0 TO WS-INCD-FILES-READ
           MOVE 0 TO WS-INCD-FILES-SHORT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-OK
               MOVE "N" TO WS-CAT-EOF-SW
               PERFORM 5050-READ-ONE-CATALOG-ENTRY
                   UNTIL WS-CAT-EOF
               CLOSE CATALOG-FILE
           END-IF
           MOVE SPACES TO WS-INCIDENT-NAME
           MOVE "INCDREG" TO WS-INCIDENT-NAME
           PERFORM 5060-TALLY-ONE-REGISTER
           IF WS-INCD-FILES-READ = 0
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO WS-HEADER-LINE
           STRING "INCIDENT RESPONSE BY PROGRAM " DELIMITED BY SIZE
               "(MEAN MINUTES FROM THE ENTRY):" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE TRIAGE-OUT-REC FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           STRING "  PROGRAM          OPENED   ACKED"
                   DELIMITED BY SIZE
               "     TO ACK   CLOSED   TO CLOSE" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE TRIAGE-OUT-REC FROM WS-HEADER-LINE
           PERFORM 5300-PRINT-ONE-RESPONSE
               VARYING WS-RSP-IX FROM 1 BY 1
               UNTIL WS-RSP-IX > WS-RSP-USED
           IF WS-RSP-OVERFLOW > 0
               MOVE "(OTHER PROGRAMS)" TO TRG-SUM-KEY
               MOVE WS-RSP-OVERFLOW TO TRG-SUM-COUNT
               WRITE TRIAGE-OUT-REC FROM TRG-SUMMARY-LINE
           END-IF
           IF WS-INCD-FILES-SHORT > 0
               MOVE SPACES TO WS-HEADER-LINE
               STRING "  *** INCDREG BIGGER THAN THE INCIDENT TABLE "
                       DELIMITED BY SIZE
                   "- FIGURES ABOVE ARE INCOMPLETE" DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               END-STRING
               WRITE TRIAGE-OUT-REC FROM WS-HEADER-LINE
           END-IF
           .

       5000-EXIT.
           EXIT.

       5050-READ-ONE-CATALOG-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   IF CAT-LOG-NAME = "INCDREG"
                       MOVE CAT-FILE-NAME TO WS-INCIDENT-NAME
                       PERFORM 5060-TALLY-ONE-REGISTER
                   END-IF
           END-READ
           .

      * A generation the catalog still lists but that is gone from
      * disk is passed over.
       5060-TALLY-ONE-REGISTER.
           PERFORM LOAD-INCIDENT-TABLE
           IF IT-LOADED
               ADD 1 TO WS-INCD-FILES-READ
               IF IT-OVERFLOW
                   ADD 1 TO WS-INCD-FILES-SHORT
               END-IF
               PERFORM 5100-TALLY-ONE-INCIDENT THRU 5100-EXIT
                   VARYING IT-IX FROM 1 BY 1
                   UNTIL IT-IX > IT-COUNT
           END-IF
           .

      * The window applies to the ERRLOG entry behind the incident,
      * the same as to the entries themselves.
       5100-TALLY-ONE-INCIDENT.
           MOVE IT-ERR-DATE (IT-IX) TO WS-ENTRY-DATE
           MOVE IT-ERR-TIME (IT-IX) (1:2) TO WS-ENTRY-TIME (1:2)
           MOVE IT-ERR-TIME (IT-IX) (4:2) TO WS-ENTRY-TIME (3:2)
           IF WS-ENTRY-STAMP < WS-FROM-STAMP
               OR WS-ENTRY-STAMP > WS-TO-STAMP
               GO TO 5100-EXIT
           END-IF

           MOVE "N" TO WS-RSP-FOUND-SW
           MOVE 1 TO WS-RSP-IX
           PERFORM 5110-TEST-ONE-RESPONSE
               UNTIL WS-RSP-FOUND OR WS-RSP-IX > WS-RSP-USED
           IF NOT WS-RSP-FOUND
               IF WS-RSP-USED < 20
                   ADD 1 TO WS-RSP-USED
                   MOVE WS-RSP-USED TO WS-RSP-IX
                   MOVE IT-PROGRAM-ID (IT-IX)
                       TO WS-RSP-NAME (WS-RSP-IX)
                   MOVE 0 TO WS-RSP-OPENED (WS-RSP-IX)
                   MOVE 0 TO WS-RSP-ACKED (WS-RSP-IX)
                   MOVE 0 TO WS-RSP-ACK-MINS (WS-RSP-IX)
                   MOVE 0 TO WS-RSP-CLOSED (WS-RSP-IX)
                   MOVE 0 TO WS-RSP-CLOSE-MINS (WS-RSP-IX)
               ELSE
                   ADD 1 TO WS-RSP-OVERFLOW
                   GO TO 5100-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-RSP-OPENED (WS-RSP-IX)
           MOVE IT-ERR-DATE (IT-IX) TO WS-MW-DATE
           MOVE IT-ERR-TIME (IT-IX) TO WS-MW-TIME
           PERFORM 5200-STAMP-MINUTES
           MOVE WS-MW-MINUTES TO WS-ERR-MINUTES

           IF IT-ACK-BY (IT-IX) NOT = SPACES
               ADD 1 TO WS-RSP-ACKED (WS-RSP-IX)
               MOVE IT-ACK-DATE (IT-IX) TO WS-MW-DATE
               MOVE IT-ACK-TIME (IT-IX) TO WS-MW-TIME
               PERFORM 5200-STAMP-MINUTES
               PERFORM 5210-ELAPSED
               ADD WS-ELAPSED TO WS-RSP-ACK-MINS (WS-RSP-IX)
           END-IF
           IF IT-STATE-CLOSED (IT-IX)
               ADD 1 TO WS-RSP-CLOSED (WS-RSP-IX)
               MOVE IT-CLOSE-DATE (IT-IX) TO WS-MW-DATE
               MOVE IT-CLOSE-TIME (IT-IX) TO WS-MW-TIME
               PERFORM 5200-STAMP-MINUTES
               PERFORM 5210-ELAPSED
               ADD WS-ELAPSED TO WS-RSP-CLOSE-MINS (WS-RSP-IX)
           END-IF
           .

       5100-EXIT.
           EXIT.

       5110-TEST-ONE-RESPONSE.
           IF IT-PROGRAM-ID (IT-IX) = WS-RSP-NAME (WS-RSP-IX)
               MOVE "Y" TO WS-RSP-FOUND-SW
           ELSE
               ADD 1 TO WS-RSP-IX
           END-IF
           .

       5200-STAMP-MINUTES.
           MOVE WS-MW-TIME (1:2) TO WS-MW-HH
           MOVE WS-MW-TIME (4:2) TO WS-MW-MM
           COMPUTE WS-MW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-MW-DATE) * 1440
               + WS-MW-HH * 60 + WS-MW-MM
           .

      * A clock set back between the entry and the action reads as
      * no time at all rather than a negative wait.
       5210-ELAPSED.
           IF WS-MW-MINUTES > WS-ERR-MINUTES
               COMPUTE WS-ELAPSED = WS-MW-MINUTES - WS-ERR-MINUTES
           ELSE
               MOVE 0 TO WS-ELAPSED
           END-IF
           .

       5300-PRINT-ONE-RESPONSE.
           MOVE WS-RSP-NAME (WS-RSP-IX) TO TRG-RSP-NAME
           MOVE WS-RSP-OPENED (WS-RSP-IX) TO TRG-RSP-OPENED
           MOVE WS-RSP-ACKED (WS-RSP-IX) TO TRG-RSP-ACKED
           MOVE WS-RSP-CLOSED (WS-RSP-IX) TO TRG-RSP-CLOSED
           IF WS-RSP-ACKED (WS-RSP-IX) > 0
               COMPUTE WS-MEAN ROUNDED =
                   WS-RSP-ACK-MINS (WS-RSP-IX)
                   / WS-RSP-ACKED (WS-RSP-IX)
               MOVE WS-MEAN TO WS-MEAN-EDIT
               MOVE WS-MEAN-EDIT TO TRG-RSP-MTTA
           ELSE
               MOVE "       -" TO TRG-RSP-MTTA
           END-IF
           IF WS-RSP-CLOSED (WS-RSP-IX) > 0
               COMPUTE WS-MEAN ROUNDED =
                   WS-RSP-CLOSE-MINS (WS-RSP-IX)
                   / WS-RSP-CLOSED (WS-RSP-IX)
               MOVE WS-MEAN TO WS-MEAN-EDIT
               MOVE WS-MEAN-EDIT TO TRG-RSP-MTTC
           ELSE
               MOVE "       -" TO TRG-RSP-MTTC
           END-IF
           WRITE TRIAGE-OUT-REC FROM TRG-RSP-LINE
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - totals on the console for the checkout     *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           CLOSE TRIAGE-OUT
           MOVE "ERRRPT.OUT" TO RFP-REPORT-NAME
           MOVE "ERRRPT" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "ERRRPT COMPLETE - " WS-TOTAL-SELECTED
               " ERRORS IN WINDOW (" WS-CNT-FATAL " FATAL, "
               WS-CNT-SEVERE " SEVERE)"
           STOP RUN.

           COPY errroute-load.

           COPY incident-load.

           COPY rptfile-call.
