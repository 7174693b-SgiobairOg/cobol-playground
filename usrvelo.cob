       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRVELO.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Change-velocity fraud scan over the USRHISTK keyed
      *          history store. The journal already records every
      *          change; this program reads the recent part of it
      *          with the investigations team's question in mind and
      *          raises four kinds of hit:
      *            C  contact takeover - USER-PHONE, USER-EMAIL and
      *               the address (street, city or postcode) all
      *               changed within a few days of each other
      *            H  many hands - one USER-ID touched in a single
      *               day by several different program/operator
      *               pairs
      *            S  shared contact - several customers inserted in
      *               the window with the same USER-EMAIL or the same
      *               USER-PHONE
      *            R  reinstate and change - a DELETED customer
      *               brought back and then changed straight away
      *          Hits go to the paginated USRVELO.OUT review report
      *          and, one record per customer hit, to the VELWORK
      *          work file the investigators work from, in the
      *          manner of USRDUPSC's DUPWORK. Only row images are
      *          judged (the row-writer list USRASOF and USRRFWD
      *          keep). The store is walked in stamp order from the
      *          start of the window; run it after HISTCUT so the
      *          night's changes have been folded in. Thresholds come
      *          off an optional VELPARM card - blank or non-numeric
      *          fields keep their defaults:
      *            cols  1-03  scan window in days          (030)
      *            cols  5-06  contact-takeover span, days  (05)
      *            col   8     hands in one day             (3)
      *            col   10    customers sharing a contact  (3)
      *            cols 12-13  reinstate-to-change span     (02)
      *          Any hit ends the run RC 4.
      * Tectonics: cobc
      *
      * Modification History:
      *   Scheduled changes - USRSAPP joins the row writers, so a
      *   change applied on its effective date is judged with the
      *   rest of the customer's changes.
      *   Dormancy pass - USRDORM joins the row writers, so a move
      *   to INACTIVE for dormancy is judged with the rest of the
      *   customer's changes.
      *   Sanctions screening - USRSCRN joins the row writers, so
      *   a screening hold or its lift is judged with the rest of
      *   the customer's changes.
      *   Reservation aging - RSVAGE joins the row writers, so a
      *   retired reservation is judged with the rest of the
      *   customer's changes.
      *   Report archive - USRVELO.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYED-HIST ASSIGN TO "USRHISTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-PRIMARY-KEY
               ALTERNATE RECORD KEY IS HK-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS KEYED-HIST-STATUS.
           SELECT VEL-PARM-FILE ASSIGN TO "VELPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VEL-REPORT ASSIGN TO "USRVELO.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VELRPT-STATUS.
           SELECT VEL-WORK ASSIGN TO "VELWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VELWRK-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYED-HIST.
           COPY usrhistk.

       FD  VEL-PARM-FILE
           RECORDING MODE IS F.
       01  VEL-PARM-REC.
           05  VP-WINDOW-DAYS      PIC X(03).
           05  FILLER              PIC X(01).
           05  VP-CONTACT-DAYS     PIC X(02).
           05  FILLER              PIC X(01).
           05  VP-HANDS            PIC X(01).
           05  FILLER              PIC X(01).
           05  VP-SHARED           PIC X(01).
           05  FILLER              PIC X(01).
           05  VP-REINSTATE-DAYS   PIC X(02).

       FD  VEL-REPORT
           RECORDING MODE IS F.
       01  VEL-REPORT-REC              PIC X(100).

       FD  VEL-WORK
           RECORDING MODE IS F.
       01  VEL-WORK-REC.
           05  VW-RULE                 PIC X(01).
           05  FILLER                  PIC X(01).
           05  VW-USER-ID              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  VW-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  VW-PROGRAM-ID           PIC X(15).
           05  FILLER                  PIC X(01).
           05  VW-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  VW-DETAIL               PIC X(60).

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS            PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK                  VALUE "00".

       01  KEYED-HIST-STATUS           PIC X(02) VALUE SPACES.
           88  KEYED-HIST-OK                 VALUE "00".

       01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                    VALUE "00".

       01  WS-VELRPT-STATUS            PIC X(02) VALUE SPACES.
           88  WS-VELRPT-OK                  VALUE "00".

       01  WS-VELWRK-STATUS            PIC X(02) VALUE SPACES.
           88  WS-VELWRK-OK                  VALUE "00".

      * Thresholds, defaulted here and overridden off VELPARM.
       01  WS-THRESHOLDS.
           05  WS-WINDOW-DAYS          PIC 9(03) VALUE 30.
           05  WS-CONTACT-DAYS         PIC 9(02) VALUE 5.
           05  WS-HANDS-LIMIT          PIC 9(01) VALUE 3.
           05  WS-SHARED-LIMIT         PIC 9(01) VALUE 3.
           05  WS-REINSTATE-DAYS       PIC 9(02) VALUE 2.

       01  WS-TODAY                    PIC 9(08) VALUE 0.
       01  WS-TODAY-DAY                PIC 9(07) VALUE 0.
       01  WS-FLOOR-DAY                PIC 9(07) VALUE 0.
       01  WS-FLOOR-DATE               PIC 9(08) VALUE 0.
       01  WS-ENTRY-DAY                PIC 9(07) VALUE 0.
       01  WS-EARLIEST-DAY             PIC 9(07) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                    VALUE "Y".
           05  WS-HAND-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-HAND-FOUND             VALUE "Y".
           05  WS-VALUE-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-VALUE-FOUND            VALUE "Y".

       01  WS-ENTRY-USER-ID            PIC 9(05) VALUE 0.
       01  WS-ENTRY-PROGRAM            PIC X(15) VALUE SPACES.
       01  WS-ENTRY-IMAGE              PIC X(150) VALUE SPACES.
       01  WS-ENTRY-HAND               PIC X(23) VALUE SPACES.

      * Stamp and hand a hit is reported under.
       01  WS-HIT-DATE                 PIC 9(08) VALUE 0.
       01  WS-HIT-PROGRAM              PIC X(15) VALUE SPACES.
       01  WS-HIT-OPERATOR             PIC X(08) VALUE SPACES.

      * Programs whose journal images are whole USER rows, as
      * USRASOF and USRRFWD list them.
       01  WS-ROW-WRITER-NAMES.
           05  FILLER              PIC X(15) VALUE "HELLO-DATA".
           05  FILLER              PIC X(15) VALUE "USRMAINT".
           05  FILLER              PIC X(15) VALUE "USRBMNT".
           05  FILLER              PIC X(15) VALUE "USRIDREQ".
           05  FILLER              PIC X(15) VALUE "CRMINTAK".
           05  FILLER              PIC X(15) VALUE "USRPAPP".
           05  FILLER              PIC X(15) VALUE "USRMASS".
           05  FILLER              PIC X(15) VALUE "USRERASE".
           05  FILLER              PIC X(15) VALUE "USRSAPP".
           05  FILLER              PIC X(15) VALUE "USRDORM".
           05  FILLER              PIC X(15) VALUE "USRSCRN".
           05  FILLER              PIC X(15) VALUE "RSVAGE".
       01  WS-ROW-WRITER-TABLE REDEFINES WS-ROW-WRITER-NAMES.
           05  WS-ROW-WRITER       PIC X(15) OCCURS 12 TIMES.
       01  WS-WRITER-IX            PIC 9(02) COMP VALUE 0.
       01  WS-ROW-ENTRY-SW         PIC X(01) VALUE "N".
           88  WS-ROW-ENTRY              VALUE "Y".

      * The before and after images laid out as USER rows.
       01  WS-BEFORE-ROW.
           05  WS-BR-USER-ID           PIC 9(05).
           05  WS-BR-NAME              PIC X(25).
           05  WS-BR-ADDRESS           PIC X(50).
           05  WS-BR-COUNTRY           PIC X(02).
           05  WS-BR-PHONE             PIC X(15).
           05  WS-BR-EMAIL             PIC X(40).
           05  WS-BR-STATUS            PIC X(01).
       01  WS-AFTER-ROW.
           05  WS-AR-USER-ID           PIC 9(05).
           05  WS-AR-NAME              PIC X(25).
           05  WS-AR-ADDRESS           PIC X(50).
           05  WS-AR-COUNTRY           PIC X(02).
           05  WS-AR-PHONE             PIC X(15).
           05  WS-AR-EMAIL             PIC X(40).
           05  WS-AR-STATUS            PIC X(01).

      * What the window has seen of each customer, slotted by the
      * USER-ID's 4-digit base. Days are INTEGER-OF-DATE day numbers;
      * zero means "not in the window".
       01  WS-CUST-TABLE.
           05  WS-CUST-SLOT OCCURS 10000 TIMES.
               10  WS-VC-PHONE-DAY     PIC 9(07).
               10  WS-VC-EMAIL-DAY     PIC 9(07).
               10  WS-VC-ADDR-DAY      PIC 9(07).
               10  WS-VC-CONTACT-HIT   PIC X(01).
               10  WS-VC-REINST-DAY    PIC 9(07).
               10  WS-VC-HAND-DATE     PIC 9(08).
               10  WS-VC-HAND-COUNT    PIC 9(01).
               10  WS-VC-HAND-HIT      PIC X(01).
               10  WS-VC-HAND          PIC X(23) OCCURS 9 TIMES.
       01  WS-SLOT-IX                  PIC 9(05) COMP VALUE 0.
       01  WS-HAND-IX                  PIC 9(02) COMP VALUE 0.

      * Every distinct email and phone seen on a new customer in the
      * window, with the customers who brought it.
       01  WS-SHARED-TABLE.
           05  WS-SHARED-ENTRY OCCURS 5000 TIMES.
               10  WS-SH-KIND          PIC X(01).
               10  WS-SH-VALUE         PIC X(40).
               10  WS-SH-COUNT         PIC 9(03).
               10  WS-SH-USER-ID       PIC 9(05) OCCURS 9 TIMES.
       01  WS-SHARED-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-SHARED-IX                PIC 9(05) COMP VALUE 0.
       01  WS-MEMBER-IX                PIC 9(02) COMP VALUE 0.
       01  WS-SHARED-FULL-SW           PIC X(01) VALUE "N".
           88  WS-SHARED-FULL                VALUE "Y".
       01  WS-TEST-KIND                PIC X(01) VALUE SPACE.
       01  WS-TEST-VALUE               PIC X(40) VALUE SPACES.

       01  WS-VEL-TOTALS.
           05  WS-ENTRIES-READ         PIC 9(07) VALUE 0.
           05  WS-ROW-ENTRIES          PIC 9(07) VALUE 0.
           05  WS-HITS-CONTACT         PIC 9(05) VALUE 0.
           05  WS-HITS-HANDS           PIC 9(05) VALUE 0.
           05  WS-HITS-SHARED          PIC 9(05) VALUE 0.
           05  WS-HITS-REINSTATE       PIC 9(05) VALUE 0.
           05  WS-HITS-TOTAL           PIC 9(05) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(04) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.

       01  WS-DETAIL-POINTER           PIC 9(03) VALUE 1.
       01  WS-DETAIL-TEXT              PIC X(60) VALUE SPACES.
       01  WS-COUNT-DISPLAY            PIC Z9.

       01  VEL-HEADING-1.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  FILLER                  PIC X(38) VALUE
               "CHANGE-VELOCITY REVIEW - WINDOW FROM ".
           05  VEL-H1-FLOOR            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  VEL-H1-PAGE             PIC ZZZ9.

       01  VEL-HEADING-2.
           05  FILLER                  PIC X(05) VALUE "RULE".
           05  FILLER                  PIC X(08) VALUE "USER-ID".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(16) VALUE "PROGRAM".
           05  FILLER                  PIC X(09) VALUE "OPERATOR".
           05  FILLER                  PIC X(50) VALUE "DETAIL".

       01  VEL-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VEL-DTL-RULE            PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  VEL-DTL-USER-ID         PIC 9(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  VEL-DTL-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VEL-DTL-PROGRAM         PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VEL-DTL-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VEL-DTL-DETAIL          PIC X(52).

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 6000-REPORT-SHARED-CONTACTS
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - thresholds, window floor, files           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           COMPUTE WS-FLOOR-DAY = WS-TODAY-DAY - WS-WINDOW-DAYS
           COMPUTE WS-FLOOR-DATE =
               FUNCTION DATE-OF-INTEGER (WS-FLOOR-DAY)

           INITIALIZE WS-CUST-TABLE
           INITIALIZE WS-SHARED-TABLE

           OPEN INPUT KEYED-HIST
           IF NOT KEYED-HIST-OK
               DISPLAY "UNABLE TO OPEN USRHISTK, STATUS="
                   KEYED-HIST-STATUS " - NOTHING TO SCAN"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT VEL-REPORT
           IF NOT WS-VELRPT-OK
               DISPLAY "UNABLE TO OPEN USRVELO.OUT, STATUS="
                   WS-VELRPT-STATUS
               CLOSE KEYED-HIST
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT VEL-WORK
           IF NOT WS-VELWRK-OK
               DISPLAY "UNABLE TO OPEN VELWORK, STATUS="
                   WS-VELWRK-STATUS
               CLOSE KEYED-HIST
               CLOSE VEL-REPORT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           DISPLAY "USRVELO - SCANNING CHANGES FROM " WS-FLOOR-DATE
               ", CONTACT SPAN " WS-CONTACT-DAYS
               " DAYS, HANDS " WS-HANDS-LIMIT
               ", SHARED " WS-SHARED-LIMIT
               ", REINSTATE SPAN " WS-REINSTATE-DAYS " DAYS"

      * Walk the store in stamp order from the floor of the window.
           MOVE WS-FLOOR-DATE TO HK-A-DATE
           MOVE SPACES TO HK-A-TIME
           START KEYED-HIST KEY NOT < HK-STAMP-KEY
           END-START
           IF NOT KEYED-HIST-OK
               SET WS-EOF TO TRUE
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-PARM-CARD - optional VELPARM thresholds           *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           OPEN INPUT VEL-PARM-FILE
           IF NOT WS-PARM-OK
               GO TO 1100-EXIT
           END-IF

           READ VEL-PARM-FILE
               AT END
                   CLOSE VEL-PARM-FILE
                   GO TO 1100-EXIT
           END-READ

           IF VP-WINDOW-DAYS IS NUMERIC
               AND VP-WINDOW-DAYS NOT = "000"
               MOVE VP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF VP-CONTACT-DAYS IS NUMERIC
               MOVE VP-CONTACT-DAYS TO WS-CONTACT-DAYS
           END-IF
           IF VP-HANDS IS NUMERIC
               AND VP-HANDS > "1"
               MOVE VP-HANDS TO WS-HANDS-LIMIT
           END-IF
           IF VP-SHARED IS NUMERIC
               AND VP-SHARED > "1"
               MOVE VP-SHARED TO WS-SHARED-LIMIT
           END-IF
           IF VP-REINSTATE-DAYS IS NUMERIC
               MOVE VP-REINSTATE-DAYS TO WS-REINSTATE-DAYS
           END-IF
           CLOSE VEL-PARM-FILE
           .

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-JUDGE-ONE-ENTRY - every row entry in the window, in    *
      *                           the order it happened                *
      *----------------------------------------------------------------*
       2000-JUDGE-ONE-ENTRY.
           READ KEYED-HIST NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-READ

           IF HK-ACTION = "E"
               GO TO 2000-EXIT
           END-IF
           MOVE HK-USER-ID TO WS-ENTRY-USER-ID
           MOVE HK-PROGRAM-ID TO WS-ENTRY-PROGRAM
           MOVE HK-AFTER-IMAGE TO WS-ENTRY-IMAGE
           IF HK-ACTION = "D"
               MOVE HK-BEFORE-IMAGE TO WS-ENTRY-IMAGE
           END-IF
           PERFORM 2910-TEST-ROW-ENTRY
           IF NOT WS-ROW-ENTRY
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ROW-ENTRIES

           MOVE HK-BEFORE-IMAGE(1:138) TO WS-BEFORE-ROW
           MOVE HK-AFTER-IMAGE(1:138) TO WS-AFTER-ROW
           COMPUTE WS-ENTRY-DAY =
               FUNCTION INTEGER-OF-DATE (HK-A-DATE)
           COMPUTE WS-SLOT-IX = WS-ENTRY-USER-ID / 10 + 1
           MOVE HK-A-DATE TO WS-HIT-DATE
           MOVE HK-PROGRAM-ID TO WS-HIT-PROGRAM
           MOVE HK-OPERATOR-ID TO WS-HIT-OPERATOR

           PERFORM 3000-CHECK-HANDS THRU 3000-EXIT
           EVALUATE HK-ACTION
               WHEN "I"
                   PERFORM 5000-NOTE-NEW-CUSTOMER
               WHEN "U"
                   PERFORM 4000-CHECK-REINSTATE THRU 4000-EXIT
                   PERFORM 4500-CHECK-CONTACT-TAKEOVER THRU 4500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2000-EXIT.
           EXIT.

      * Same judgment USRASOF and USRRFWD make: a row-writing program
      * and an image that starts with the entry's own USER-ID.
       2910-TEST-ROW-ENTRY.
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 2920-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           IF WS-ROW-ENTRY
               IF WS-ENTRY-IMAGE(1:5) IS NOT NUMERIC
                   OR WS-ENTRY-IMAGE(1:5) NOT = WS-ENTRY-USER-ID
                   MOVE "N" TO WS-ROW-ENTRY-SW
               END-IF
           END-IF
           .

       2920-TEST-ONE-WRITER.
           IF WS-ENTRY-PROGRAM = WS-ROW-WRITER (WS-WRITER-IX)
               MOVE "Y" TO WS-ROW-ENTRY-SW
           ELSE
               ADD 1 TO WS-WRITER-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-CHECK-HANDS - distinct program/operator pairs on one   *
      *                       customer in one day                      *
      *----------------------------------------------------------------*
       3000-CHECK-HANDS.
           IF WS-VC-HAND-DATE (WS-SLOT-IX) NOT = HK-A-DATE
               MOVE HK-A-DATE TO WS-VC-HAND-DATE (WS-SLOT-IX)
               MOVE 0 TO WS-VC-HAND-COUNT (WS-SLOT-IX)
               MOVE SPACE TO WS-VC-HAND-HIT (WS-SLOT-IX)
           END-IF

           MOVE SPACES TO WS-ENTRY-HAND
           MOVE HK-PROGRAM-ID TO WS-ENTRY-HAND(1:15)
           MOVE HK-OPERATOR-ID TO WS-ENTRY-HAND(16:8)
           MOVE "N" TO WS-HAND-FOUND-SW
           MOVE 1 TO WS-HAND-IX
           PERFORM 3100-TEST-ONE-HAND
               UNTIL WS-HAND-FOUND
                   OR WS-HAND-IX > WS-VC-HAND-COUNT (WS-SLOT-IX)
           IF WS-HAND-FOUND
               OR WS-VC-HAND-COUNT (WS-SLOT-IX) NOT < 9
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-VC-HAND-COUNT (WS-SLOT-IX)
           MOVE WS-ENTRY-HAND TO WS-VC-HAND (WS-SLOT-IX,
               WS-VC-HAND-COUNT (WS-SLOT-IX))
           IF WS-VC-HAND-COUNT (WS-SLOT-IX) NOT < WS-HANDS-LIMIT
               AND WS-VC-HAND-HIT (WS-SLOT-IX) NOT = "Y"
               MOVE "Y" TO WS-VC-HAND-HIT (WS-SLOT-IX)
               ADD 1 TO WS-HITS-HANDS
               MOVE WS-VC-HAND-COUNT (WS-SLOT-IX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " PROGRAM/OPERATOR PAIRS CHANGED IT TODAY"
                       DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT
               END-STRING
               MOVE "H" TO VEL-DTL-RULE
               MOVE WS-ENTRY-USER-ID TO VEL-DTL-USER-ID
               PERFORM 7000-WRITE-HIT
           END-IF
           .

       3000-EXIT.
           EXIT.

       3100-TEST-ONE-HAND.
           IF WS-VC-HAND (WS-SLOT-IX, WS-HAND-IX) = WS-ENTRY-HAND
               MOVE "Y" TO WS-HAND-FOUND-SW
           ELSE
               ADD 1 TO WS-HAND-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-CHECK-REINSTATE - a DELETED customer brought back is   *
      *                           remembered; the next change inside   *
      *                           the span is a hit                    *
      *----------------------------------------------------------------*
       4000-CHECK-REINSTATE.
           IF WS-BR-STATUS = "D" AND WS-AR-STATUS NOT = "D"
               MOVE WS-ENTRY-DAY TO WS-VC-REINST-DAY (WS-SLOT-IX)
               GO TO 4000-EXIT
           END-IF

           IF WS-VC-REINST-DAY (WS-SLOT-IX) = 0
               GO TO 4000-EXIT
           END-IF
           IF WS-ENTRY-DAY - WS-VC-REINST-DAY (WS-SLOT-IX)
               NOT > WS-REINSTATE-DAYS
               ADD 1 TO WS-HITS-REINSTATE
               MOVE SPACES TO WS-DETAIL-TEXT
               MOVE "CHANGED RIGHT AFTER REINSTATEMENT FROM DELETED"
                   TO WS-DETAIL-TEXT
               MOVE "R" TO VEL-DTL-RULE
               MOVE WS-ENTRY-USER-ID TO VEL-DTL-USER-ID
               PERFORM 7000-WRITE-HIT
           END-IF
           MOVE 0 TO WS-VC-REINST-DAY (WS-SLOT-IX)
           .

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-CHECK-CONTACT-TAKEOVER - phone, email and address all  *
      *                                  changed inside the span       *
      *----------------------------------------------------------------*
       4500-CHECK-CONTACT-TAKEOVER.
           IF WS-BR-PHONE NOT = WS-AR-PHONE
               MOVE WS-ENTRY-DAY TO WS-VC-PHONE-DAY (WS-SLOT-IX)
           END-IF
           IF WS-BR-EMAIL NOT = WS-AR-EMAIL
               MOVE WS-ENTRY-DAY TO WS-VC-EMAIL-DAY (WS-SLOT-IX)
           END-IF
           IF WS-BR-ADDRESS NOT = WS-AR-ADDRESS
               MOVE WS-ENTRY-DAY TO WS-VC-ADDR-DAY (WS-SLOT-IX)
           END-IF

           IF WS-VC-CONTACT-HIT (WS-SLOT-IX) = "Y"
               OR WS-VC-PHONE-DAY (WS-SLOT-IX) = 0
               OR WS-VC-EMAIL-DAY (WS-SLOT-IX) = 0
               OR WS-VC-ADDR-DAY (WS-SLOT-IX) = 0
               GO TO 4500-EXIT
           END-IF

      * Entries come in stamp order, so today's is the latest of the
      * three; the span runs back from it to the earliest.
           MOVE WS-VC-PHONE-DAY (WS-SLOT-IX) TO WS-EARLIEST-DAY
           IF WS-VC-EMAIL-DAY (WS-SLOT-IX) < WS-EARLIEST-DAY
               MOVE WS-VC-EMAIL-DAY (WS-SLOT-IX) TO WS-EARLIEST-DAY
           END-IF
           IF WS-VC-ADDR-DAY (WS-SLOT-IX) < WS-EARLIEST-DAY
               MOVE WS-VC-ADDR-DAY (WS-SLOT-IX) TO WS-EARLIEST-DAY
           END-IF
           IF WS-ENTRY-DAY - WS-EARLIEST-DAY > WS-CONTACT-DAYS
               GO TO 4500-EXIT
           END-IF

           MOVE "Y" TO WS-VC-CONTACT-HIT (WS-SLOT-IX)
           ADD 1 TO WS-HITS-CONTACT
           COMPUTE WS-COUNT-DISPLAY = WS-ENTRY-DAY - WS-EARLIEST-DAY
           MOVE SPACES TO WS-DETAIL-TEXT
           STRING "PHONE, EMAIL AND ADDRESS ALL CHANGED IN "
                   DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-DETAIL-TEXT
           END-STRING
           MOVE "C" TO VEL-DTL-RULE
           MOVE WS-ENTRY-USER-ID TO VEL-DTL-USER-ID
           PERFORM 7000-WRITE-HIT
           .

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-NOTE-NEW-CUSTOMER - file the new customer's email and  *
      *                             phone against everyone else's      *
      *----------------------------------------------------------------*
       5000-NOTE-NEW-CUSTOMER.
           IF WS-AR-EMAIL NOT = SPACES
               MOVE "E" TO WS-TEST-KIND
               MOVE WS-AR-EMAIL TO WS-TEST-VALUE
               PERFORM 5100-FILE-ONE-VALUE THRU 5100-EXIT
           END-IF
           IF WS-AR-PHONE NOT = SPACES
               MOVE "P" TO WS-TEST-KIND
               MOVE WS-AR-PHONE TO WS-TEST-VALUE
               PERFORM 5100-FILE-ONE-VALUE THRU 5100-EXIT
           END-IF
           .

       5100-FILE-ONE-VALUE.
           MOVE "N" TO WS-VALUE-FOUND-SW
           MOVE 1 TO WS-SHARED-IX
           PERFORM 5110-TEST-ONE-VALUE
               UNTIL WS-VALUE-FOUND OR WS-SHARED-IX > WS-SHARED-COUNT
           IF NOT WS-VALUE-FOUND
               IF WS-SHARED-COUNT NOT < 5000
                   MOVE "Y" TO WS-SHARED-FULL-SW
                   GO TO 5100-EXIT
               END-IF
               ADD 1 TO WS-SHARED-COUNT
               MOVE WS-SHARED-COUNT TO WS-SHARED-IX
               MOVE WS-TEST-KIND TO WS-SH-KIND (WS-SHARED-IX)
               MOVE WS-TEST-VALUE TO WS-SH-VALUE (WS-SHARED-IX)
           END-IF
           ADD 1 TO WS-SH-COUNT (WS-SHARED-IX)
           IF WS-SH-COUNT (WS-SHARED-IX) NOT > 9
               MOVE WS-ENTRY-USER-ID TO WS-SH-USER-ID (WS-SHARED-IX,
                   WS-SH-COUNT (WS-SHARED-IX))
           END-IF
           .

       5100-EXIT.
           EXIT.

       5110-TEST-ONE-VALUE.
           IF WS-SH-KIND (WS-SHARED-IX) = WS-TEST-KIND
               AND WS-SH-VALUE (WS-SHARED-IX) = WS-TEST-VALUE
               MOVE "Y" TO WS-VALUE-FOUND-SW
           ELSE
               ADD 1 TO WS-SHARED-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    6000-REPORT-SHARED-CONTACTS - one hit per customer in each  *
      *                                  group at or over the limit    *
      *----------------------------------------------------------------*
       6000-REPORT-SHARED-CONTACTS.
           IF WS-SHARED-FULL
               DISPLAY "MORE THAN 5000 NEW CONTACT VALUES IN THE "
                   "WINDOW - SHARED-CONTACT CHECK IS PARTIAL"
           END-IF
           PERFORM 6100-REPORT-ONE-GROUP
               VARYING WS-SHARED-IX FROM 1 BY 1
               UNTIL WS-SHARED-IX > WS-SHARED-COUNT
           .

       6100-REPORT-ONE-GROUP.
           IF WS-SH-COUNT (WS-SHARED-IX) NOT < WS-SHARED-LIMIT
               ADD 1 TO WS-HITS-SHARED
               PERFORM 6200-REPORT-ONE-MEMBER
                   VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX > WS-SH-COUNT (WS-SHARED-IX)
                       OR WS-MEMBER-IX > 9
           END-IF
           .

       6200-REPORT-ONE-MEMBER.
           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE 1 TO WS-DETAIL-POINTER
           IF WS-SH-COUNT (WS-SHARED-IX) > 99
               MOVE 99 TO WS-COUNT-DISPLAY
           ELSE
               MOVE WS-SH-COUNT (WS-SHARED-IX) TO WS-COUNT-DISPLAY
           END-IF
           IF WS-SH-KIND (WS-SHARED-IX) = "E"
               STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " NEW SHARE EMAIL " DELIMITED BY SIZE
                   WS-SH-VALUE (WS-SHARED-IX) DELIMITED BY "  "
                   INTO WS-DETAIL-TEXT
                   WITH POINTER WS-DETAIL-POINTER
               END-STRING
           ELSE
               STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " NEW SHARE PHONE " DELIMITED BY SIZE
                   WS-SH-VALUE (WS-SHARED-IX) DELIMITED BY "  "
                   INTO WS-DETAIL-TEXT
                   WITH POINTER WS-DETAIL-POINTER
               END-STRING
           END-IF
           MOVE "S" TO VEL-DTL-RULE
           MOVE WS-SH-USER-ID (WS-SHARED-IX, WS-MEMBER-IX)
               TO VEL-DTL-USER-ID
           MOVE WS-TODAY TO WS-HIT-DATE
           MOVE SPACES TO WS-HIT-PROGRAM
           MOVE SPACES TO WS-HIT-OPERATOR
           PERFORM 7000-WRITE-HIT
           .

      *----------------------------------------------------------------*
      *    7000-WRITE-HIT - the review line and the work record        *
      *----------------------------------------------------------------*
       7000-WRITE-HIT.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-HEADINGS
           END-IF
           MOVE WS-HIT-DATE TO VEL-DTL-DATE
           MOVE WS-HIT-PROGRAM TO VEL-DTL-PROGRAM
           MOVE WS-HIT-OPERATOR TO VEL-DTL-OPERATOR
           MOVE WS-DETAIL-TEXT TO VEL-DTL-DETAIL
           WRITE VEL-REPORT-REC FROM VEL-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           MOVE SPACES TO VEL-WORK-REC
           MOVE VEL-DTL-RULE TO VW-RULE
           MOVE VEL-DTL-USER-ID TO VW-USER-ID
           MOVE WS-HIT-DATE TO VW-DATE
           MOVE WS-HIT-PROGRAM TO VW-PROGRAM-ID
           MOVE WS-HIT-OPERATOR TO VW-OPERATOR-ID
           MOVE WS-DETAIL-TEXT TO VW-DETAIL
           WRITE VEL-WORK-REC
           ADD 1 TO WS-HITS-TOTAL
           .

       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-FLOOR-DATE TO VEL-H1-FLOOR
           MOVE WS-PAGE-NUMBER TO VEL-H1-PAGE
           WRITE VEL-REPORT-REC FROM VEL-HEADING-1
           WRITE VEL-REPORT-REC FROM VEL-HEADING-2
           MOVE 2 TO WS-LINE-COUNT
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - close up and report the scan               *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           CLOSE KEYED-HIST
           CLOSE VEL-REPORT
           CLOSE VEL-WORK
           MOVE "USRVELO.OUT" TO RFP-REPORT-NAME
           MOVE "USRVELO" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE WS-PAGE-NUMBER TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "USRVELO CHANGE-VELOCITY SCAN TOTALS"
           DISPLAY "  ENTRIES READ           : " WS-ENTRIES-READ
           DISPLAY "  ROW ENTRIES JUDGED     : " WS-ROW-ENTRIES
           DISPLAY "  CONTACT TAKEOVERS   (C): " WS-HITS-CONTACT
           DISPLAY "  MANY HANDS IN A DAY (H): " WS-HITS-HANDS
           DISPLAY "  SHARED-CONTACT GROUPS(S): " WS-HITS-SHARED
           DISPLAY "  REINSTATE AND CHANGE(R): " WS-HITS-REINSTATE
           DISPLAY "  HITS TO VELWORK        : " WS-HITS-TOTAL
           DISPLAY "=============================================="

           IF WS-HITS-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY rptfile-call.
