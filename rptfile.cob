       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTFILE.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Report filing service. Every report program writes
      *          its print file under the same name each run, so the
      *          next run overwrote it - last Tuesday's master listing
      *          or last month's audit exceptions were gone unless
      *          somebody had copied them. CALLed with the RFP
      *          parameter area (RPTFPARM.cpy) once the print file is
      *          closed, this copies it line for line into a dated
      *          archive copy beside it - the print file's name with
      *          .A and the run date and time behind it, the way
      *          LOGARCH and USRUNLD name their generations - and
      *          appends a catalog entry to RPTARC.CAT: report name,
      *          run date and time, business date, pages, lines, the
      *          job step and the program that produced it.
      *
      *          The job step is the batch window's: while the window
      *          holds BATLOCK, the step running is the one whose
      *          START is the last event on RUNJRNL (the window runs
      *          its steps one at a time), and the business date is
      *          that step's run date. A report run outside the
      *          window - by hand, or from a console - is filed as
      *          step ONDEMAND for today. A caller that knows its own
      *          business date (a run-date argument) passes it and
      *          that wins. A caller that does not paginate passes a
      *          page count of zero and the pages are counted here at
      *          sixty lines to the page.
      *
      *          RFP-STATUS comes back 0 when the report was filed, 4
      *          when there was nothing to file (no print file, or an
      *          empty one), or 8 when the copy or the catalog entry
      *          could not be written - logged to ERRLOG, and the
      *          half-made copy removed.
      *
      *          Callers: every report program, through
      *          RPTFILE-CALL's FILE-REPORT-ARCHIVE. RPTRETN applies
      *          the retention; RPTINQ lists, searches and reprints.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "RPTARC.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CATALOG-STATUS.
           SELECT BATCH-LOCK ASSIGN TO "BATLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATLOCK-STATUS.
           SELECT RUN-JOURNAL ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(200).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-LINE            PIC X(200).

       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY rptcat.

       FD  BATCH-LOCK
           RECORDING MODE IS F.
       01  BATCH-LOCK-REC.
           05  BL-CLAIM-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  BL-CLAIM-TIME       PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  BL-OWNER            PIC X(20).

       FD  RUN-JOURNAL
           RECORDING MODE IS F.
           COPY runjrnl.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88  WS-REPORT-OK              VALUE "00".

       01  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ARCHIVE-OK             VALUE "00".

       01  RPT-CATALOG-STATUS      PIC X(02) VALUE SPACES.
           88  RPT-CATALOG-OK            VALUE "00".

       01  WS-BATLOCK-STATUS       PIC X(02) VALUE SPACES.
           88  WS-BATLOCK-OK             VALUE "00".

       01  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
           88  WS-JOURNAL-OK             VALUE "00".

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  WS-REPORT-NAME          PIC X(12) VALUE SPACES.
       01  WS-ARCHIVE-NAME         PIC X(30) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(08) VALUE 0.
       01  WS-TIME-NOW             PIC 9(08) VALUE 0.
       01  WS-TIME-PARTS REDEFINES WS-TIME-NOW.
           05  WS-RUN-TIME         PIC 9(06).
           05  FILLER              PIC 9(02).

      * The step in progress off RUNJRNL, and its window's run date.
       01  WS-STEP-NAME            PIC X(08) VALUE SPACES.
       01  WS-STEP-RUN-DATE        PIC 9(08) VALUE 0.
       01  WS-LAST-EVENT           PIC X(05) VALUE SPACES.
       01  WS-LAST-STEP            PIC X(20) VALUE SPACES.
       01  WS-LAST-RUN-DATE        PIC 9(08) VALUE 0.

       01  WS-LINES-COPIED         PIC 9(07) VALUE 0.
       01  WS-LINES-PER-PAGE       PIC 9(03) VALUE 60.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-WINDOW-SW        PIC X(01) VALUE "N".
               88  WS-WINDOW-RUNNING     VALUE "Y".
           05  WS-COPY-FAIL-SW     PIC X(01) VALUE "N".
               88  WS-COPY-FAILED        VALUE "Y".

       LINKAGE SECTION.
           COPY rptfparm.

       PROCEDURE DIVISION USING RFP-PARM-AREA.

       0000-MAINLINE.
           MOVE SPACES TO RFP-ARCHIVE-NAME
           MOVE "0" TO RFP-STATUS
           MOVE RFP-REPORT-NAME TO WS-REPORT-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME

           PERFORM 1000-FIND-STEP THRU 1000-EXIT
           PERFORM 2000-COPY-REPORT THRU 2000-EXIT
           IF RFP-FILED
               PERFORM 3000-CATALOG-REPORT THRU 3000-EXIT
           END-IF
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-FIND-STEP - which window step, if any, is running us   *
      *----------------------------------------------------------------*
      * A START left last on RUNJRNL by a window that died is not a
      * step in progress - only a held BATLOCK says a window is
      * running at all.
       1000-FIND-STEP.
           MOVE "ONDEMAND" TO WS-STEP-NAME
           MOVE WS-RUN-DATE TO WS-STEP-RUN-DATE
           MOVE "N" TO WS-WINDOW-SW
           OPEN INPUT BATCH-LOCK
           IF WS-BATLOCK-OK
               READ BATCH-LOCK
                   NOT AT END
                       SET WS-WINDOW-RUNNING TO TRUE
               END-READ
               CLOSE BATCH-LOCK
           END-IF
           IF NOT WS-WINDOW-RUNNING
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT RUN-JOURNAL
           IF NOT WS-JOURNAL-OK
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO WS-LAST-EVENT
           MOVE "N" TO WS-EOF-SW
           PERFORM 1100-READ-ONE-EVENT
               UNTIL WS-EOF
           CLOSE RUN-JOURNAL
           IF WS-LAST-EVENT = "START"
               MOVE WS-LAST-STEP TO WS-STEP-NAME
               MOVE WS-LAST-RUN-DATE TO WS-STEP-RUN-DATE
           END-IF
           .

       1000-EXIT.
           EXIT.

       1100-READ-ONE-EVENT.
           READ RUN-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RJ-EVENT TO WS-LAST-EVENT
                   MOVE RJ-STEP-NAME TO WS-LAST-STEP
                   MOVE RJ-RUN-DATE TO WS-LAST-RUN-DATE
           END-READ
           .

      *----------------------------------------------------------------*
      *    2000-COPY-REPORT - the print file into its archive copy     *
      *----------------------------------------------------------------*
       2000-COPY-REPORT.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-REPORT-NAME DELIMITED BY SPACE
               ".A" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING

           OPEN INPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               MOVE "4" TO RFP-STATUS
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-OK
               CLOSE REPORT-FILE
               MOVE "8" TO RFP-STATUS
               MOVE "2000-COPY-REPORT" TO EL-PARAGRAPH
               MOVE WS-ARCHIVE-STATUS TO EL-CODE
               MOVE SPACES TO EL-MESSAGE
               STRING "UNABLE TO OPEN " DELIMITED BY SIZE
                   WS-ARCHIVE-NAME DELIMITED BY SPACE
                   " - REPORT NOT FILED" DELIMITED BY SIZE
                   INTO EL-MESSAGE
               END-STRING
               PERFORM 8000-LOG-FAILURE
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-LINES-COPIED
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-COPY-FAIL-SW
           PERFORM 2100-COPY-ONE-LINE
               UNTIL WS-EOF OR WS-COPY-FAILED
           CLOSE REPORT-FILE
           CLOSE ARCHIVE-FILE

           IF WS-COPY-FAILED
               DELETE FILE ARCHIVE-FILE
               MOVE "8" TO RFP-STATUS
               MOVE "2100-COPY-ONE-LINE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-MESSAGE
               STRING "WRITE TO " DELIMITED BY SIZE
                   WS-ARCHIVE-NAME DELIMITED BY SPACE
                   " FAILED - REPORT NOT FILED" DELIMITED BY SIZE
                   INTO EL-MESSAGE
               END-STRING
               PERFORM 8000-LOG-FAILURE
               GO TO 2000-EXIT
           END-IF
           IF WS-LINES-COPIED = 0
               DELETE FILE ARCHIVE-FILE
               MOVE "4" TO RFP-STATUS
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ARCHIVE-NAME TO RFP-ARCHIVE-NAME
           .

       2000-EXIT.
           EXIT.

       2100-COPY-ONE-LINE.
           READ REPORT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE REPORT-LINE TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
                   IF WS-ARCHIVE-OK
                       ADD 1 TO WS-LINES-COPIED
                   ELSE
                       MOVE WS-ARCHIVE-STATUS TO EL-CODE
                       SET WS-COPY-FAILED TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    3000-CATALOG-REPORT - the copy's entry on RPTARC.CAT        *
      *----------------------------------------------------------------*
      * An archived copy with no catalog entry is found by nobody and
      * purged by nothing, so a failed entry takes the copy with it.
       3000-CATALOG-REPORT.
           MOVE SPACES TO RPT-CATALOG-REC
           MOVE WS-REPORT-NAME TO RK-REPORT-NAME
           IF RFP-BUSINESS-DATE IS NUMERIC
               AND RFP-BUSINESS-DATE > 0
               MOVE RFP-BUSINESS-DATE TO RK-BUSINESS-DATE
           ELSE
               MOVE WS-STEP-RUN-DATE TO RK-BUSINESS-DATE
           END-IF
           MOVE WS-RUN-DATE TO RK-RUN-DATE
           MOVE WS-RUN-TIME TO RK-RUN-TIME
           IF RFP-PAGE-COUNT IS NUMERIC
               AND RFP-PAGE-COUNT > 0
               MOVE RFP-PAGE-COUNT TO RK-PAGE-COUNT
           ELSE
               COMPUTE RK-PAGE-COUNT =
                   (WS-LINES-COPIED + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
           END-IF
           MOVE WS-LINES-COPIED TO RK-LINE-COUNT
           MOVE WS-STEP-NAME TO RK-STEP-NAME
           MOVE RFP-PROGRAM-ID TO RK-PROGRAM-ID
           MOVE WS-ARCHIVE-NAME TO RK-ARCHIVE-NAME

           OPEN EXTEND CATALOG-FILE
           IF NOT RPT-CATALOG-OK
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF RPT-CATALOG-OK
               WRITE RPT-CATALOG-REC
               IF RPT-CATALOG-OK
                   CLOSE CATALOG-FILE
                   GO TO 3000-EXIT
               END-IF
               CLOSE CATALOG-FILE
           END-IF

           DELETE FILE ARCHIVE-FILE
           MOVE SPACES TO RFP-ARCHIVE-NAME
           MOVE "8" TO RFP-STATUS
           MOVE "3000-CATALOG-REPORT" TO EL-PARAGRAPH
           MOVE RPT-CATALOG-STATUS TO EL-CODE
           MOVE SPACES TO EL-MESSAGE
           STRING "UNABLE TO WRITE RPTARC.CAT - " DELIMITED BY SIZE
               WS-REPORT-NAME DELIMITED BY SPACE
               " NOT FILED" DELIMITED BY SIZE
               INTO EL-MESSAGE
           END-STRING
           PERFORM 8000-LOG-FAILURE
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-LOG-FAILURE - why a report did not reach the archive   *
      *----------------------------------------------------------------*
       8000-LOG-FAILURE.
           MOVE "RPTFILE" TO EL-PROGRAM-ID
           SET EL-SEV-WARNING TO TRUE
           PERFORM WRITE-ERROR-LOG
           .

       9999-EXIT.
           GOBACK.

           COPY errorlog-write.
