       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDMNT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Inquiry and cancel console over the USRSCHD
      *          scheduled-change file. Key a USER-ID to see every
      *          change keyed for that customer - waiting, applied,
      *          failed with its reason, cancelled, or referred for
      *          name approval - or A to see everything still
      *          waiting for its effective date. Each item shows its
      *          line number, effective date, the program and
      *          operator that keyed it, and the fields it changes,
      *          old value and new. An item still waiting can be
      *          cancelled by its line number when the customer rings
      *          back to say the move is off; USRSAPP then never
      *          applies it. Applied, failed and referred items are
      *          history and cannot be cancelled. The file is
      *          rewritten once at the end when anything was
      *          cancelled. Maintenance level.
      * Tectonics: cobc
      *
      * Modification History:
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title. Everything it opens by name is then
      *   the training copy OPRMENU moved the session onto.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO "USRSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY usrschd.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

           COPY oprsign.
       01  SCHED-STATUS            PIC X(02) VALUE SPACES.
           88  SCHED-OK                  VALUE "00".
           88  SCHED-NOT-FOUND           VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-QUIT-SW          PIC X(01) VALUE "N".
               88  WS-QUIT               VALUE "Y".

      * The whole file in core while the operator works it, so it
      * can be rewritten once with the cancellations.
       01  WS-SCHD-TABLE.
           05  WS-SCHD-ENTRY OCCURS 2000 TIMES
                                   PIC X(398).
       01  WS-SCHD-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-SCHD-IX              PIC 9(04) COMP VALUE 0.
       01  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
           88  WS-TABLE-FULL             VALUE "Y".

       01  WS-TODAY                PIC 9(08) VALUE 0.

       01  WS-SELECT-INPUT         PIC X(05) VALUE SPACES.
           88  WS-SELECT-QUIT            VALUE SPACES "Q" "q".
           88  WS-SELECT-ALL             VALUE "A" "a".
       01  WS-SELECT-ID            PIC 9(05) VALUE 0.
       01  WS-SELECT-MODE          PIC X(01) VALUE SPACE.
           88  WS-MODE-ONE-ID            VALUE "I".
           88  WS-MODE-ALL-WAITING       VALUE "A".

      * A line number keyed as 1 to 4 digits, right-justified and
      * zero-filled before it is judged.
       01  WS-LINE-INPUT           PIC X(04) VALUE SPACES.
       01  WS-LINE-RIGHT           PIC X(04) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01  WS-LINE-NUMBER REDEFINES WS-LINE-RIGHT
                                   PIC 9(04).
       01  WS-LINE-DISP            PIC ZZZ9.

       01  WS-ITEMS-SHOWN          PIC 9(04) COMP VALUE 0.
       01  WS-STATE-DESC           PIC X(20) VALUE SPACES.

       01  WS-SESSION-TOTALS.
           05  WS-INQUIRIES        PIC 9(05) VALUE 0.
           05  WS-ITEMS-CANCELLED  PIC 9(05) VALUE 0.

      * The item's two images laid out as USER rows, so each changed
      * field can be shown on its own.
       01  WS-KEYED-BEFORE         PIC X(150) VALUE SPACES.
       01  WS-KB-VIEW REDEFINES WS-KEYED-BEFORE.
           05  WS-KB-USER-ID       PIC X(05).
           05  WS-KB-NAME          PIC X(25).
           05  WS-KB-STREET        PIC X(25).
           05  WS-KB-CITY          PIC X(15).
           05  WS-KB-POSTCODE      PIC X(10).
           05  WS-KB-COUNTRY       PIC X(02).
           05  WS-KB-PHONE         PIC X(15).
           05  WS-KB-EMAIL         PIC X(40).
           05  FILLER              PIC X(13).
       01  WS-KEYED-AFTER          PIC X(150) VALUE SPACES.
       01  WS-KA-VIEW REDEFINES WS-KEYED-AFTER.
           05  WS-KA-USER-ID       PIC X(05).
           05  WS-KA-NAME          PIC X(25).
           05  WS-KA-STREET        PIC X(25).
           05  WS-KA-CITY          PIC X(15).
           05  WS-KA-POSTCODE      PIC X(10).
           05  WS-KA-COUNTRY       PIC X(02).
           05  WS-KA-PHONE         PIC X(15).
           05  WS-KA-EMAIL         PIC X(40).
           05  FILLER              PIC X(13).

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "SCHDMNT - SCHEDULED CHANGE INQUIRY AND CANCEL"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           PERFORM SIGN-ON-OPERATOR
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
                   " - THIS CONSOLE NEEDS MAINTENANCE LEVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-FILE THRU 1000-EXIT
      * The file is rewritten from the table at the end - a file the
      * table cannot hold whole would lose the tail, so the console
      * refuses to start rather than destroy an item.
           IF WS-TABLE-FULL
               DISPLAY "MORE THAN 2000 ITEMS ON USRSCHD - CONSOLE "
                   "REFUSES TO START SO NOTHING IS LOST"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           IF WS-SCHD-COUNT = 0
               DISPLAY "NO ITEMS ON USRSCHD - NOTHING SCHEDULED"
               GO TO 9999-EXIT
           END-IF

           PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
               UNTIL WS-QUIT

           IF WS-ITEMS-CANCELLED > 0
               PERFORM 7000-REWRITE-FILE
           END-IF
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-LOAD-FILE - the whole file into core                   *
      *----------------------------------------------------------------*
       1000-LOAD-FILE.
           OPEN INPUT SCHED-FILE
           IF SCHED-NOT-FOUND
               GO TO 1000-EXIT
           END-IF
           IF NOT SCHED-OK
               DISPLAY "UNABLE TO OPEN USRSCHD, STATUS="
                   SCHED-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-ITEM
               UNTIL WS-EOF
           CLOSE SCHED-FILE
           .

       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ITEM.
           READ SCHED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-SCHD-COUNT < 2000
                       ADD 1 TO WS-SCHD-COUNT
                       MOVE SCHED-CHANGE-REC
                           TO WS-SCHD-ENTRY (WS-SCHD-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    2000-ONE-INQUIRY - which items, the list, and a cancel      *
      *----------------------------------------------------------------*
       2000-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "USER-ID, A FOR ALL WAITING, OR Q TO QUIT: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-SELECT-INPUT
           ACCEPT WS-SELECT-INPUT
           EVALUATE TRUE
               WHEN WS-SELECT-QUIT
                   SET WS-QUIT TO TRUE
                   GO TO 2000-EXIT
               WHEN WS-SELECT-ALL
                   SET WS-MODE-ALL-WAITING TO TRUE
               WHEN WS-SELECT-INPUT IS NUMERIC
                   SET WS-MODE-ONE-ID TO TRUE
                   MOVE WS-SELECT-INPUT TO WS-SELECT-ID
               WHEN OTHER
                   DISPLAY "A USER-ID IS FIVE DIGITS - TRY AGAIN"
                   GO TO 2000-EXIT
           END-EVALUATE
           ADD 1 TO WS-INQUIRIES

           MOVE 0 TO WS-ITEMS-SHOWN
           PERFORM 3000-SHOW-ONE-ITEM THRU 3000-EXIT
               VARYING WS-SCHD-IX FROM 1 BY 1
               UNTIL WS-SCHD-IX > WS-SCHD-COUNT
           IF WS-ITEMS-SHOWN = 0
               IF WS-MODE-ALL-WAITING
                   DISPLAY "NO CHANGES ARE WAITING"
               ELSE
                   DISPLAY "NO SCHEDULED CHANGES FOR USER-ID "
                       WS-SELECT-ID
               END-IF
               GO TO 2000-EXIT
           END-IF

           PERFORM 4000-CANCEL-ITEM THRU 4000-EXIT
           .

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-SHOW-ONE-ITEM - an item in the selection, with the     *
      *                         fields it changes                      *
      *----------------------------------------------------------------*
       3000-SHOW-ONE-ITEM.
           MOVE WS-SCHD-ENTRY (WS-SCHD-IX) TO SCHED-CHANGE-REC
           IF WS-MODE-ALL-WAITING
               IF NOT SC-STATE-SCHEDULED
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF SC-USER-ID NOT = WS-SELECT-ID
                   GO TO 3000-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-ITEMS-SHOWN

           EVALUATE TRUE
               WHEN SC-STATE-SCHEDULED
                   MOVE "WAITING" TO WS-STATE-DESC
               WHEN SC-STATE-APPLIED
                   MOVE "APPLIED" TO WS-STATE-DESC
               WHEN SC-STATE-FAILED
                   MOVE SPACES TO WS-STATE-DESC
                   STRING "FAILED " DELIMITED BY SIZE
                       SC-REASON DELIMITED BY SPACE
                       INTO WS-STATE-DESC
                   END-STRING
               WHEN SC-STATE-CANCELLED
                   MOVE SPACES TO WS-STATE-DESC
                   STRING "CANCELLED " DELIMITED BY SIZE
                       SC-DONE-BY DELIMITED BY SPACE
                       INTO WS-STATE-DESC
                   END-STRING
               WHEN SC-STATE-REFERRED
                   MOVE "SENT FOR APPROVAL" TO WS-STATE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATE-DESC
           END-EVALUATE

           MOVE WS-SCHD-IX TO WS-LINE-DISP
           DISPLAY " "
           DISPLAY "LINE " WS-LINE-DISP "  USER-ID " SC-USER-ID
               "  EFFECTIVE " SC-EFFECTIVE-DATE "  " WS-STATE-DESC
           DISPLAY "  ITEM " SC-ITEM-ID " KEYED " SC-DATE " AT "
               SC-PROGRAM " BY " SC-MAKER-ID
           IF NOT SC-STATE-SCHEDULED
               DISPLAY "  CLOSED " SC-DONE-DATE
           END-IF

           MOVE SC-BEFORE-IMAGE TO WS-KEYED-BEFORE
           MOVE SC-AFTER-IMAGE TO WS-KEYED-AFTER
           IF WS-KA-NAME NOT = WS-KB-NAME
               DISPLAY "  NAME     : " WS-KB-NAME " -> " WS-KA-NAME
           END-IF
           IF WS-KA-STREET NOT = WS-KB-STREET
               DISPLAY "  STREET   : " WS-KB-STREET " -> "
                   WS-KA-STREET
           END-IF
           IF WS-KA-CITY NOT = WS-KB-CITY
               DISPLAY "  CITY     : " WS-KB-CITY " -> " WS-KA-CITY
           END-IF
           IF WS-KA-POSTCODE NOT = WS-KB-POSTCODE
               DISPLAY "  POSTCODE : " WS-KB-POSTCODE " -> "
                   WS-KA-POSTCODE
           END-IF
           IF WS-KA-COUNTRY NOT = WS-KB-COUNTRY
               DISPLAY "  COUNTRY  : " WS-KB-COUNTRY " -> "
                   WS-KA-COUNTRY
           END-IF
           IF WS-KA-PHONE NOT = WS-KB-PHONE
               DISPLAY "  PHONE    : " WS-KB-PHONE " -> "
                   WS-KA-PHONE
           END-IF
           IF WS-KA-EMAIL NOT = WS-KB-EMAIL
               DISPLAY "  EMAIL    : " WS-KB-EMAIL
               DISPLAY "          -> " WS-KA-EMAIL
           END-IF
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-CANCEL-ITEM - a waiting item taken off by its line     *
      *----------------------------------------------------------------*
       4000-CANCEL-ITEM.
           DISPLAY " "
           DISPLAY "LINE TO CANCEL (ENTER FOR NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LINE-INPUT
           ACCEPT WS-LINE-INPUT
           IF WS-LINE-INPUT = SPACES
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE-RIGHT
           UNSTRING WS-LINE-INPUT DELIMITED BY SPACE
               INTO WS-LINE-RIGHT
           END-UNSTRING
           INSPECT WS-LINE-RIGHT REPLACING LEADING SPACE BY ZERO
           IF WS-LINE-NUMBER IS NOT NUMERIC
               OR WS-LINE-NUMBER = 0
               OR WS-LINE-NUMBER > WS-SCHD-COUNT
               DISPLAY "NO SUCH LINE - NOTHING CANCELLED"
               GO TO 4000-EXIT
           END-IF

           MOVE WS-LINE-NUMBER TO WS-SCHD-IX
           MOVE WS-SCHD-ENTRY (WS-SCHD-IX) TO SCHED-CHANGE-REC
      * The line must be one just listed - a stray number from an
      * earlier list does not reach somebody else's item.
           IF WS-MODE-ONE-ID
               AND SC-USER-ID NOT = WS-SELECT-ID
               DISPLAY "LINE " WS-LINE-NUMBER " IS NOT IN THIS LIST"
                   " - NOTHING CANCELLED"
               GO TO 4000-EXIT
           END-IF
           IF NOT SC-STATE-SCHEDULED
               DISPLAY "LINE " WS-LINE-NUMBER " IS NO LONGER WAITING"
                   " - ONLY A WAITING CHANGE CAN BE CANCELLED"
               GO TO 4000-EXIT
           END-IF

           SET SC-STATE-CANCELLED TO TRUE
           MOVE WS-TODAY TO SC-DONE-DATE
           MOVE "CANCEL" TO SC-REASON
           MOVE OS-OPERATOR-ID TO SC-DONE-BY
           MOVE SCHED-CHANGE-REC TO WS-SCHD-ENTRY (WS-SCHD-IX)
           ADD 1 TO WS-ITEMS-CANCELLED
           DISPLAY "ITEM " SC-ITEM-ID " FOR USER-ID " SC-USER-ID
               " CANCELLED - IT WILL NOT BE APPLIED"
           .

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-REWRITE-FILE - the cancellations back to USRSCHD       *
      *----------------------------------------------------------------*
       7000-REWRITE-FILE.
           OPEN OUTPUT SCHED-FILE
           IF NOT SCHED-OK
               DISPLAY "UNABLE TO REWRITE USRSCHD, STATUS="
                   SCHED-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7100-REWRITE-ONE-ITEM
                   VARYING WS-SCHD-IX FROM 1 BY 1
                   UNTIL WS-SCHD-IX > WS-SCHD-COUNT
               CLOSE SCHED-FILE
           END-IF
           .

       7100-REWRITE-ONE-ITEM.
           MOVE WS-SCHD-ENTRY (WS-SCHD-IX) TO SCHED-CHANGE-REC
           WRITE SCHED-CHANGE-REC
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - the session's totals                       *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "=============================================="
           DISPLAY "SCHDMNT SESSION TOTALS"
           DISPLAY "  INQUIRIES      : " WS-INQUIRIES
           DISPLAY "  CANCELLED      : " WS-ITEMS-CANCELLED
           DISPLAY "=============================================="
           .

       9999-EXIT.
           GOBACK.

           COPY oprsign-verify.

           COPY region-check.
