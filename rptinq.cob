       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTINQ.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Report archive console over the RPTARC.CAT catalog
      *          RPTFILE keeps of every report run filed away. Key a
      *          report name, or the front of one (USRRPT finds
      *          USRRPT.OUT), or * for every report, then optionally
      *          a first and last business date, and the runs that
      *          match are listed oldest first - the latest fifty of
      *          them when there are more - each with its line
      *          number, business date, run date and time, pages and
      *          lines, the job step and program that produced it,
      *          and the last day RPTKEEP keeps it. A listed run can
      *          then be reprinted by its line number: the archived
      *          copy is written to REPRINT.OUT for the printer under
      *          one banner line naming the report, the run and who
      *          asked for it, so a reprint is never mistaken for the
      *          night's own output. Listing and searching are open
      *          to any signed-on operator; a reprint needs
      *          maintenance level. Blank or Q ends the session.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "RPTARC.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CATALOG-STATUS.
           SELECT RPT-KEEP-FILE ASSIGN TO "RPTKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-KEEP-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "REPRINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY rptcat.

       FD  RPT-KEEP-FILE
           RECORDING MODE IS F.
           COPY rptkeep.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-LINE            PIC X(200).

       FD  REPRINT-FILE
           RECORDING MODE IS F.
       01  REPRINT-LINE            PIC X(200).

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  RPT-CATALOG-STATUS      PIC X(02) VALUE SPACES.
           88  RPT-CATALOG-OK            VALUE "00".

       01  RPT-KEEP-STATUS         PIC X(02) VALUE SPACES.
           88  RPT-KEEP-OK               VALUE "00".

           COPY rptkeep-tbl.

       01  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ARCHIVE-OK             VALUE "00".

       01  WS-REPRINT-STATUS       PIC X(02) VALUE SPACES.
           88  WS-REPRINT-OK             VALUE "00".

       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

           COPY oprsign.

       01  WS-ARCHIVE-NAME         PIC X(30) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-QUIT-SW          PIC X(01) VALUE "N".
               88  WS-QUIT               VALUE "Y".
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".

      * The search - the front of a report name (* or nothing past
      * the first character for all), and a business-date range
      * whose open ends are zero and nines.
       01  WS-NAME-INPUT           PIC X(12) VALUE SPACES.
           88  WS-NAME-QUIT              VALUE SPACES "Q" "q".
           88  WS-NAME-ALL               VALUE "*".
       01  WS-NAME-LENGTH          PIC 9(02) COMP VALUE 0.
       01  WS-DATE-INPUT           PIC X(08) VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(08) VALUE 0.
       01  WS-TO-DATE              PIC 9(08) VALUE 99999999.

      * The runs the search found, the latest fifty. The line number
      * is the entry's place on the catalog.
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 50 TIMES.
               10  WS-HIT-LINE     PIC 9(07).
               10  WS-HIT-REPORT   PIC X(12).
               10  WS-HIT-BUS-DATE PIC 9(08).
               10  WS-HIT-RUN-DATE PIC 9(08).
               10  WS-HIT-RUN-TIME PIC 9(06).
               10  WS-HIT-PAGES    PIC 9(05).
               10  WS-HIT-LINES    PIC 9(07).
               10  WS-HIT-STEP     PIC X(08).
               10  WS-HIT-PROGRAM  PIC X(08).
               10  WS-HIT-ARCHIVE  PIC X(30).
       01  WS-HIT-COUNT            PIC 9(02) COMP VALUE 0.
       01  WS-HIT-MAX              PIC 9(02) COMP VALUE 50.
       01  WS-HIT-IX               PIC 9(02) COMP VALUE 0.
       01  WS-HIT-FOUND-IX         PIC 9(02) COMP VALUE 0.
       01  WS-MATCHES              PIC 9(07) VALUE 0.
       01  WS-CATALOG-LINE         PIC 9(07) VALUE 0.

      * An action keyed as R, a space, then a line number of 1 to 7
      * digits, right-justified and zero-filled before it is judged.
       01  WS-ACTION-INPUT         PIC X(10) VALUE SPACES.
       01  WS-ACTION               PIC X(01) VALUE SPACE.
           88  WS-ACTION-REPRINT         VALUE "R" "r".
       01  WS-LINE-INPUT           PIC X(07) VALUE SPACES.
       01  WS-LINE-RIGHT           PIC X(07) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01  WS-LINE-NUMBER REDEFINES WS-LINE-RIGHT
                                   PIC 9(07).
       01  WS-LINE-DISP            PIC Z(06)9.

       01  WS-KEEP-DESC            PIC X(20) VALUE SPACES.
       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-LINES-REPRINTED      PIC 9(07) VALUE 0.

       01  WS-SESSION-TOTALS.
           05  WS-INQUIRIES        PIC 9(05) VALUE 0.
           05  WS-REPRINTS         PIC 9(05) VALUE 0.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "RPTINQ - REPORT ARCHIVE LIST, SEARCH AND REPRINT"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           PERFORM SIGN-ON-OPERATOR
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-RPTKEEP-TABLE

           OPEN INPUT CATALOG-FILE
           IF NOT RPT-CATALOG-OK
               DISPLAY "NO RPTARC.CAT ON FILE - NO REPORTS FILED YET"
               GO TO 9999-EXIT
           END-IF
           CLOSE CATALOG-FILE

           PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
               UNTIL WS-QUIT

           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    2000-ONE-INQUIRY - which reports, the list, and a reprint   *
      *----------------------------------------------------------------*
       2000-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "REPORT NAME OR THE FRONT OF ONE, * FOR ALL, OR Q "
               "TO QUIT: " WITH NO ADVANCING
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT
           IF WS-NAME-QUIT
               SET WS-QUIT TO TRUE
               GO TO 2000-EXIT
           END-IF
           INSPECT WS-NAME-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-NAME-LENGTH
           IF NOT WS-NAME-ALL
               INSPECT WS-NAME-INPUT TALLYING WS-NAME-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF

           DISPLAY "FIRST BUSINESS DATE YYYYMMDD (ENTER FOR ANY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           MOVE 0 TO WS-FROM-DATE
           IF WS-DATE-INPUT NOT = SPACES
               IF WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "A DATE IS EIGHT DIGITS - TRY AGAIN"
                   GO TO 2000-EXIT
               END-IF
               MOVE WS-DATE-INPUT TO WS-FROM-DATE
           END-IF
           DISPLAY "LAST BUSINESS DATE YYYYMMDD (ENTER FOR ANY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           MOVE 99999999 TO WS-TO-DATE
           IF WS-DATE-INPUT NOT = SPACES
               IF WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "A DATE IS EIGHT DIGITS - TRY AGAIN"
                   GO TO 2000-EXIT
               END-IF
               MOVE WS-DATE-INPUT TO WS-TO-DATE
           END-IF
           ADD 1 TO WS-INQUIRIES

           PERFORM 3000-SEARCH-CATALOG THRU 3000-EXIT
           IF WS-HIT-COUNT = 0
               DISPLAY "NO FILED REPORTS MATCH"
               GO TO 2000-EXIT
           END-IF
           IF WS-MATCHES > WS-HIT-COUNT
               DISPLAY WS-MATCHES " RUNS MATCH - THE LATEST "
                   WS-HIT-MAX " ARE SHOWN"
           END-IF
           PERFORM 3200-SHOW-ONE-HIT
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-COUNT

           PERFORM 4000-TAKE-ACTION THRU 4000-EXIT
           .

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-SEARCH-CATALOG - the matching runs, latest fifty kept  *
      *----------------------------------------------------------------*
       3000-SEARCH-CATALOG.
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-MATCHES
           MOVE 0 TO WS-CATALOG-LINE
           OPEN INPUT CATALOG-FILE
           IF NOT RPT-CATALOG-OK
               DISPLAY "UNABLE TO READ RPTARC.CAT, STATUS="
                   RPT-CATALOG-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 3100-JUDGE-ONE-ENTRY
               UNTIL WS-EOF
           CLOSE CATALOG-FILE
           .

       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CATALOG-LINE
                   IF (WS-NAME-LENGTH = 0
                       OR RK-REPORT-NAME (1:WS-NAME-LENGTH)
                           = WS-NAME-INPUT (1:WS-NAME-LENGTH))
                       AND RK-BUSINESS-DATE NOT < WS-FROM-DATE
                       AND RK-BUSINESS-DATE NOT > WS-TO-DATE
                       PERFORM 3110-KEEP-ONE-HIT
                   END-IF
           END-READ
           .

      * Past fifty, the oldest kept hit makes way for the newest.
       3110-KEEP-ONE-HIT.
           ADD 1 TO WS-MATCHES
           IF WS-HIT-COUNT < WS-HIT-MAX
               ADD 1 TO WS-HIT-COUNT
           ELSE
               PERFORM 3120-SHIFT-ONE-HIT
                   VARYING WS-HIT-IX FROM 1 BY 1
                   UNTIL WS-HIT-IX NOT < WS-HIT-MAX
           END-IF
           MOVE WS-CATALOG-LINE TO WS-HIT-LINE (WS-HIT-COUNT)
           MOVE RK-REPORT-NAME TO WS-HIT-REPORT (WS-HIT-COUNT)
           MOVE RK-BUSINESS-DATE TO WS-HIT-BUS-DATE (WS-HIT-COUNT)
           MOVE RK-RUN-DATE TO WS-HIT-RUN-DATE (WS-HIT-COUNT)
           MOVE RK-RUN-TIME TO WS-HIT-RUN-TIME (WS-HIT-COUNT)
           MOVE RK-PAGE-COUNT TO WS-HIT-PAGES (WS-HIT-COUNT)
           MOVE RK-LINE-COUNT TO WS-HIT-LINES (WS-HIT-COUNT)
           MOVE RK-STEP-NAME TO WS-HIT-STEP (WS-HIT-COUNT)
           MOVE RK-PROGRAM-ID TO WS-HIT-PROGRAM (WS-HIT-COUNT)
           MOVE RK-ARCHIVE-NAME TO WS-HIT-ARCHIVE (WS-HIT-COUNT)
           .

       3120-SHIFT-ONE-HIT.
           MOVE WS-HIT-ENTRY (WS-HIT-IX + 1) TO WS-HIT-ENTRY (WS-HIT-IX)
           .

      * Two lines a run - what it is, then where it came from and
      * how long it is kept.
       3200-SHOW-ONE-HIT.
           MOVE WS-HIT-REPORT (WS-HIT-IX) TO KP-IN-REPORT
           MOVE WS-HIT-BUS-DATE (WS-HIT-IX) TO KP-IN-BUSINESS-DATE
           PERFORM FIND-REPORT-KEEP
           MOVE SPACES TO WS-KEEP-DESC
           IF KP-KEEP-UNTIL = 0
               MOVE "KEPT FOR GOOD" TO WS-KEEP-DESC
           ELSE
               STRING "KEPT UNTIL " DELIMITED BY SIZE
                   KP-KEEP-UNTIL DELIMITED BY SIZE
                   INTO WS-KEEP-DESC
               END-STRING
           END-IF
           MOVE WS-HIT-LINE (WS-HIT-IX) TO WS-LINE-DISP
           DISPLAY " "
           DISPLAY "LINE " WS-LINE-DISP "  " WS-HIT-REPORT (WS-HIT-IX)
               " FOR " WS-HIT-BUS-DATE (WS-HIT-IX) "  RUN "
               WS-HIT-RUN-DATE (WS-HIT-IX) " "
               WS-HIT-RUN-TIME (WS-HIT-IX) "  "
               WS-HIT-PAGES (WS-HIT-IX) " PAGES"
           DISPLAY "  STEP " WS-HIT-STEP (WS-HIT-IX) " PROGRAM "
               WS-HIT-PROGRAM (WS-HIT-IX) " "
               WS-HIT-LINES (WS-HIT-IX) " LINES  " WS-KEEP-DESC
           .

      *----------------------------------------------------------------*
      *    4000-TAKE-ACTION - reprint a listed run by its line number  *
      *----------------------------------------------------------------*
       4000-TAKE-ACTION.
           DISPLAY " "
           DISPLAY "R LINE TO REPRINT (ENTER FOR NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION-INPUT
           ACCEPT WS-ACTION-INPUT
           IF WS-ACTION-INPUT = SPACES
               GO TO 4000-EXIT
           END-IF
           MOVE SPACE TO WS-ACTION
           MOVE SPACES TO WS-LINE-INPUT
           UNSTRING WS-ACTION-INPUT DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-LINE-INPUT
           END-UNSTRING
           IF NOT WS-ACTION-REPRINT
               DISPLAY "KEY R, A SPACE, THEN THE LINE - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
                   " - A REPRINT NEEDS MAINTENANCE LEVEL"
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE-RIGHT
           UNSTRING WS-LINE-INPUT DELIMITED BY SPACE
               INTO WS-LINE-RIGHT
           END-UNSTRING
           INSPECT WS-LINE-RIGHT REPLACING LEADING SPACE BY ZERO
           IF WS-LINE-NUMBER IS NOT NUMERIC
               OR WS-LINE-NUMBER = 0
               DISPLAY "NO SUCH LINE - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF

      * The line must be one just listed - a stray number from an
      * earlier list does not reach some other report.
           MOVE 0 TO WS-HIT-FOUND-IX
           PERFORM 4050-FIND-ONE-HIT
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-COUNT
           IF WS-HIT-FOUND-IX = 0
               DISPLAY "LINE " WS-LINE-NUMBER " IS NOT IN THIS LIST"
                   " - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-REPRINT THRU 4100-EXIT
           .

       4000-EXIT.
           EXIT.

       4050-FIND-ONE-HIT.
           IF WS-HIT-LINE (WS-HIT-IX) = WS-LINE-NUMBER
               MOVE WS-HIT-IX TO WS-HIT-FOUND-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    4100-REPRINT - the archived copy to REPRINT.OUT, under its  *
      *                   banner                                       *
      *----------------------------------------------------------------*
       4100-REPRINT.
           MOVE WS-HIT-FOUND-IX TO WS-HIT-IX
           MOVE WS-HIT-ARCHIVE (WS-HIT-IX) TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-OK
               DISPLAY "THE ARCHIVED COPY " WS-ARCHIVE-NAME
                   " IS NOT ON DISK, STATUS=" WS-ARCHIVE-STATUS
                   " - NOTHING REPRINTED"
               GO TO 4100-EXIT
           END-IF
           OPEN OUTPUT REPRINT-FILE
           IF NOT WS-REPRINT-OK
               DISPLAY "UNABLE TO OPEN REPRINT.OUT, STATUS="
                   WS-REPRINT-STATUS " - NOTHING REPRINTED"
               CLOSE ARCHIVE-FILE
               GO TO 4100-EXIT
           END-IF

           MOVE SPACES TO REPRINT-LINE
           STRING "*** REPRINT OF " DELIMITED BY SIZE
               WS-HIT-REPORT (WS-HIT-IX) DELIMITED BY SPACE
               " FOR " DELIMITED BY SIZE
               WS-HIT-BUS-DATE (WS-HIT-IX) DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-HIT-RUN-DATE (WS-HIT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIT-RUN-TIME (WS-HIT-IX) DELIMITED BY SIZE
               " - REPRINTED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OS-OPERATOR-ID DELIMITED BY SPACE
               " ***" DELIMITED BY SIZE
               INTO REPRINT-LINE
           END-STRING
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE

           MOVE 0 TO WS-LINES-REPRINTED
           MOVE "N" TO WS-EOF-SW
           PERFORM 4110-REPRINT-ONE-LINE
               UNTIL WS-EOF
           CLOSE ARCHIVE-FILE
           CLOSE REPRINT-FILE
           ADD 1 TO WS-REPRINTS
           DISPLAY WS-HIT-REPORT (WS-HIT-IX) " FOR "
               WS-HIT-BUS-DATE (WS-HIT-IX)
               " REPRINTED TO REPRINT.OUT - "
               WS-LINES-REPRINTED " LINES"
           .

       4100-EXIT.
           EXIT.

       4110-REPRINT-ONE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-LINE TO REPRINT-LINE
                   WRITE REPRINT-LINE
                   ADD 1 TO WS-LINES-REPRINTED
           END-READ
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - the session's totals                       *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "=============================================="
           DISPLAY "RPTINQ SESSION TOTALS"
           DISPLAY "  INQUIRIES      : " WS-INQUIRIES
           DISPLAY "  REPRINTS       : " WS-REPRINTS
           DISPLAY "=============================================="
           .

       9999-EXIT.
           GOBACK.

           COPY oprsign-verify.

           COPY rptkeep-load.

           COPY region-check.
