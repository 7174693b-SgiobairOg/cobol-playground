       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRETN.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Report archive retention. RPTFILE files every report
      *          run into the archive and adds it to the RPTARC.CAT
      *          catalog; without this step the archive would only
      *          ever grow. Each night every catalog entry is judged
      *          against the retention for its report type on the
      *          maintained RPTKEEP file - days counted from the
      *          business date the run was for, zero days meaning
      *          keep for good, and four hundred days for a report
      *          type RPTKEEP does not name - and an entry past its
      *          last day is taken off the catalog and its archived
      *          copy deleted from disk:
      *
      *            RPTRETN [<rundate>]
      *
      *          The catalog is rewritten first, through the
      *          RPTARC.WRK work file, and only then are the copies
      *          deleted, so a run that dies part-way leaves at worst
      *          a copy nothing points at, never an entry pointing at
      *          nothing. A night can purge up to 5000 entries; any
      *          more stay on the catalog and go the next night. Runs
      *          inside the window, when no report is being filed.
      *          RC 0, or 8 when the catalog could not be rewritten.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "RPTARC.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CATALOG-STATUS.
           SELECT CATALOG-WORK ASSIGN TO "RPTARC.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT RPT-KEEP-FILE ASSIGN TO "RPTKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-KEEP-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY rptcat.

       FD  CATALOG-WORK
           RECORDING MODE IS F.
       01  CATALOG-WORK-REC        PIC X(100).

       FD  RPT-KEEP-FILE
           RECORDING MODE IS F.
           COPY rptkeep.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01  RPT-CATALOG-STATUS      PIC X(02) VALUE SPACES.
           88  RPT-CATALOG-OK            VALUE "00".

       01  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
           88  WS-WORK-OK                VALUE "00".

       01  RPT-KEEP-STATUS         PIC X(02) VALUE SPACES.
           88  RPT-KEEP-OK               VALUE "00".

           COPY rptkeep-tbl.

       01  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ARCHIVE-OK             VALUE "00".

       01  WS-ARCHIVE-NAME         PIC X(30) VALUE SPACES.

       01  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(08) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-WORK-FAIL-SW     PIC X(01) VALUE "N".
               88  WS-WORK-FAILED        VALUE "Y".

      * Tonight's expired entries, held until the catalog has been
      * rewritten without them.
       01  WS-EXPIRED-TABLE.
           05  WS-EX-ENTRY OCCURS 5000 TIMES.
               10  WS-EX-REPORT    PIC X(12).
               10  WS-EX-DATE      PIC 9(08).
               10  WS-EX-ARCHIVE   PIC X(30).
       01  WS-EX-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-EX-MAX               PIC 9(04) COMP VALUE 5000.
       01  WS-EX-IX                PIC 9(04) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-ENTRIES-READ     PIC 9(07) VALUE 0.
           05  WS-ENTRIES-KEPT     PIC 9(07) VALUE 0.
           05  WS-ENTRIES-DEFERRED PIC 9(07) VALUE 0.
           05  WS-COPIES-DELETED   PIC 9(07) VALUE 0.
           05  WS-COPIES-MISSING   PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "RPTRETN - REPORT ARCHIVE RETENTION"
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-JUDGE-CATALOG THRU 2000-EXIT
           IF WS-EX-COUNT > 0
               PERFORM 3000-REWRITE-CATALOG THRU 3000-EXIT
           ELSE
               DELETE FILE CATALOG-WORK
           END-IF
           IF WS-EX-COUNT > 0
               PERFORM 4000-DELETE-ONE-COPY
                   VARYING WS-EX-IX FROM 1 BY 1
                   UNTIL WS-EX-IX > WS-EX-COUNT
           END-IF
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the run date and the retention rules      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1
           END-UNSTRING
           IF WS-ARG-1 IS NUMERIC
               MOVE WS-ARG-1 TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY "  RUN DATE " WS-RUN-DATE

           PERFORM LOAD-RPTKEEP-TABLE
           IF NOT KP-LOADED
               DISPLAY "  NO RPTKEEP ON FILE - EVERY REPORT KEPT "
                   KP-DEFAULT-DAYS " DAYS"
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-JUDGE-CATALOG - every entry kept onto the work file,   *
      *                         or held back as expired                *
      *----------------------------------------------------------------*
       2000-JUDGE-CATALOG.
           MOVE 0 TO WS-EX-COUNT
           OPEN INPUT CATALOG-FILE
           IF NOT RPT-CATALOG-OK
               DISPLAY "  NO RPTARC.CAT ON FILE - NO REPORTS FILED YET"
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT CATALOG-WORK
           IF NOT WS-WORK-OK
               DISPLAY "  UNABLE TO OPEN RPTARC.WRK, STATUS="
                   WS-WORK-STATUS " - NOTHING PURGED"
               CLOSE CATALOG-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-WORK-FAIL-SW
           PERFORM 2100-JUDGE-ONE-ENTRY
               UNTIL WS-EOF OR WS-WORK-FAILED
           CLOSE CATALOG-FILE
           CLOSE CATALOG-WORK
           IF WS-WORK-FAILED
               DISPLAY "  WRITE TO RPTARC.WRK FAILED, STATUS="
                   WS-WORK-STATUS " - NOTHING PURGED"
               MOVE 0 TO WS-EX-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       2000-EXIT.
           EXIT.

       2100-JUDGE-ONE-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   MOVE RK-REPORT-NAME TO KP-IN-REPORT
                   MOVE RK-BUSINESS-DATE TO KP-IN-BUSINESS-DATE
                   PERFORM FIND-REPORT-KEEP
                   IF KP-KEEP-UNTIL > 0
                       AND KP-KEEP-UNTIL < WS-RUN-DATE
                       PERFORM 2200-HOLD-EXPIRED
                   ELSE
                       PERFORM 2300-KEEP-ENTRY
                   END-IF
           END-READ
           .

       2200-HOLD-EXPIRED.
           IF WS-EX-COUNT NOT < WS-EX-MAX
               ADD 1 TO WS-ENTRIES-DEFERRED
               PERFORM 2300-KEEP-ENTRY
           ELSE
               ADD 1 TO WS-EX-COUNT
               MOVE RK-REPORT-NAME TO WS-EX-REPORT (WS-EX-COUNT)
               MOVE RK-BUSINESS-DATE TO WS-EX-DATE (WS-EX-COUNT)
               MOVE RK-ARCHIVE-NAME TO WS-EX-ARCHIVE (WS-EX-COUNT)
           END-IF
           .

       2300-KEEP-ENTRY.
           MOVE RPT-CATALOG-REC TO CATALOG-WORK-REC
           WRITE CATALOG-WORK-REC
           IF WS-WORK-OK
               ADD 1 TO WS-ENTRIES-KEPT
           ELSE
               SET WS-WORK-FAILED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-REWRITE-CATALOG - the kept entries back over the       *
      *                           catalog; the work file goes after    *
      *----------------------------------------------------------------*
       3000-REWRITE-CATALOG.
           OPEN INPUT CATALOG-WORK
           IF NOT WS-WORK-OK
               DISPLAY "  UNABLE TO REREAD RPTARC.WRK, STATUS="
                   WS-WORK-STATUS " - NOTHING PURGED"
               MOVE 0 TO WS-EX-COUNT
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT CATALOG-FILE
           IF NOT RPT-CATALOG-OK
               DISPLAY "  UNABLE TO REWRITE RPTARC.CAT, STATUS="
                   RPT-CATALOG-STATUS " - NOTHING PURGED"
               CLOSE CATALOG-WORK
               MOVE 0 TO WS-EX-COUNT
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 3100-COPY-ONE-ENTRY
               UNTIL WS-EOF
           CLOSE CATALOG-FILE
           CLOSE CATALOG-WORK
           DELETE FILE CATALOG-WORK
           .

       3000-EXIT.
           EXIT.

       3100-COPY-ONE-ENTRY.
           READ CATALOG-WORK
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CATALOG-WORK-REC TO RPT-CATALOG-REC
                   WRITE RPT-CATALOG-REC
           END-READ
           .

      *----------------------------------------------------------------*
      *    4000-DELETE-ONE-COPY - an expired run's archived copy       *
      *----------------------------------------------------------------*
      * A copy already gone from disk is counted, not failed - the
      * entry that named it is off the catalog either way.
       4000-DELETE-ONE-COPY.
           MOVE WS-EX-ARCHIVE (WS-EX-IX) TO WS-ARCHIVE-NAME
           DELETE FILE ARCHIVE-FILE
           IF WS-ARCHIVE-OK
               ADD 1 TO WS-COPIES-DELETED
               DISPLAY "  PURGED " WS-EX-REPORT (WS-EX-IX)
                   " FOR " WS-EX-DATE (WS-EX-IX) " - "
                   WS-ARCHIVE-NAME
           ELSE
               ADD 1 TO WS-COPIES-MISSING
               DISPLAY "  PURGED " WS-EX-REPORT (WS-EX-IX)
                   " FOR " WS-EX-DATE (WS-EX-IX) " - COPY "
                   WS-ARCHIVE-NAME " WAS NOT ON DISK"
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - what the archive holds after tonight       *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "=============================================="
           DISPLAY "RPTRETN SUMMARY"
           DISPLAY "  CATALOG ENTRIES READ : " WS-ENTRIES-READ
           DISPLAY "  ENTRIES KEPT         : " WS-ENTRIES-KEPT
           DISPLAY "  ENTRIES PURGED       : " WS-EX-COUNT
           DISPLAY "  COPIES DELETED       : " WS-COPIES-DELETED
           DISPLAY "  COPIES ALREADY GONE  : " WS-COPIES-MISSING
           IF WS-ENTRIES-DEFERRED > 0
               DISPLAY "  EXPIRED, LEFT FOR THE NEXT RUN : "
                   WS-ENTRIES-DEFERRED
           END-IF
           DISPLAY "=============================================="
           .

       9999-EXIT.
           STOP RUN.

           COPY rptkeep-load.
