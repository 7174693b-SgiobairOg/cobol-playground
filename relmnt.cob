       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMNT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Maintenance console for the USRRELS customer
      *          relationship file - who is an authorized contact on
      *          whose account, who guarantees whom, which customers
      *          belong to one company. Key a USER-ID and every link
      *          it has, on either side, is listed by line number
      *          with its dates and whether it is live today. (A)dd
      *          a link - the type, the holder, the account, the
      *          effective date (ENTER is today) and an end date
      *          (ENTER leaves it open) - or (E)nd a listed one.
      *          Links are never deleted, only ended, so the history
      *          of who could speak for an account stays on file.
      *          Both customers must be on the USER table and not
      *          DELETED, and the same link cannot be live twice
      *          over the same days. Every change is journaled to
      *          USRHIST like everything else in the shop, and the
      *          file is rewritten once at the end of the session.
      *          USRRINQ is the read-only view for the phone desk.
      * Tectonics: cobc
      *
      * Modification History:
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title and works the TRAINING schema's copy of
      *   the USER table; every file it opens by name is then the
      *   training copy OPRMENU moved the session onto.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATION-FILE ASSIGN TO "USRRELS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATION-FILE
           RECORDING MODE IS F.
           COPY usrrels.

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

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

       01  RELATION-STATUS         PIC X(02) VALUE SPACES.
           88  RELATION-OK               VALUE "00".

           COPY usrrels-tbl.

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SWITCHES.
           05  WS-DONE-SW          PIC X(01) VALUE "N".
               88  WS-DONE               VALUE "Y".
           05  WS-NEXT-SW          PIC X(01) VALUE "N".
               88  WS-NEXT-CUSTOMER      VALUE "Y".
           05  WS-CUST-OK-SW       PIC X(01) VALUE "N".
               88  WS-CUST-OK            VALUE "Y".
           05  WS-DATE-OK-SW       PIC X(01) VALUE "N".
               88  WS-DATE-OK            VALUE "Y".
           05  WS-CLASH-SW         PIC X(01) VALUE "N".
               88  WS-CLASH              VALUE "Y".

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-ID-INPUT             PIC X(05) VALUE SPACES.
       01  WS-WORK-ID              PIC 9(05) VALUE 0.
       01  WS-CUST-NAME            PIC X(25) VALUE SPACES.
       01  WS-INPUT                PIC X(08) VALUE SPACES.
       01  WS-CHANGES-MADE         PIC 9(04) VALUE 0.

      * The links listed for the customer on screen, by line number,
      * each pointing back at its entry in the relation table.
       01  WS-LINE-TABLE.
           05  WS-LINE-RT-IX OCCURS 99 TIMES
                                   PIC 9(04) COMP.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 0.
       01  WS-LINE-NO              PIC 9(02) VALUE 0.
       01  WS-LINE-STATE           PIC X(06) VALUE SPACES.

      * The link being keyed on an add, and the date being proved.
       01  WS-NEW-LINK.
           05  WS-NL-FROM-ID       PIC 9(05) VALUE 0.
           05  WS-NL-TO-ID         PIC 9(05) VALUE 0.
           05  WS-NL-TYPE          PIC X(08) VALUE SPACES.
           05  WS-NL-EFF-DATE      PIC 9(08) VALUE 0.
           05  WS-NL-END-DATE      PIC 9(08) VALUE 0.
       01  WS-OTHER-ID             PIC 9(05) VALUE 0.
       01  WS-KEYED-DATE           PIC 9(08) VALUE 0.
       01  WS-KEYED-DATE-X REDEFINES WS-KEYED-DATE.
           05  WS-KD-YEAR          PIC 9(04).
           05  WS-KD-MONTH         PIC 9(02).
           05  WS-KD-DAY           PIC 9(02).
       01  WS-CHECK-IX             PIC 9(04) COMP VALUE 0.

       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.
       01  WS-JOURNAL-ACTION       PIC X(01) VALUE SPACE.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "RELMNT - CUSTOMER RELATIONSHIP MAINTENANCE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           PERFORM SIGN-ON-OPERATOR
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
                   " - THIS CONSOLE NEEDS MAINTENANCE LEVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO RL-AS-OF
           PERFORM LOAD-RELATION-TABLE
           IF RT-OVERFLOW
               DISPLAY "USRRELS HOLDS MORE THAN " RT-MAX
                   " LINKS - WIDEN THE TABLE BEFORE MAINTAINING IT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-ONE-CUSTOMER THRU 3000-EXIT
               UNTIL WS-DONE
           IF WS-CHANGES-MADE > 0
               PERFORM SAVE-RELATION-TABLE
               IF RT-DIRTY
                   DISPLAY "UNABLE TO REWRITE USRRELS, STATUS="
                       RELATION-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "USRRELS REWRITTEN - " WS-CHANGES-MADE
                       " LINK(S) ADDED OR ENDED"
               END-IF
           ELSE
               DISPLAY "NO CHANGES MADE - USRRELS LEFT ALONE"
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      *    3000-ONE-CUSTOMER - list a customer's links, then act on    *
      *                        them until the operator moves on        *
      *----------------------------------------------------------------*
       3000-ONE-CUSTOMER.
           DISPLAY " "
           DISPLAY "USER-ID (blank or Q to quit): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ID-INPUT
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT = SPACES
               OR WS-ID-INPUT = "Q" OR WS-ID-INPUT = "q"
               SET WS-DONE TO TRUE
               GO TO 3000-EXIT
           END-IF
           IF WS-ID-INPUT IS NOT NUMERIC
               DISPLAY "A USER-ID IS FIVE DIGITS - TRY AGAIN"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ID-INPUT TO WS-WORK-ID
           MOVE WS-WORK-ID TO USER-ID
           PERFORM 6000-FETCH-CUSTOMER THRU 6000-EXIT
           IF SQLCODE NOT = 0
               DISPLAY "USER-ID " WS-WORK-ID " IS NOT ON FILE"
               GO TO 3000-EXIT
           END-IF
           MOVE USER-NAME TO WS-CUST-NAME
           DISPLAY "CUSTOMER " WS-WORK-ID " " WS-CUST-NAME

           MOVE "N" TO WS-NEXT-SW
           PERFORM 3100-LIST-LINKS
           PERFORM 3500-ONE-ACTION THRU 3500-EXIT
               UNTIL WS-NEXT-CUSTOMER
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-LIST-LINKS - every link on either side, numbered       *
      *----------------------------------------------------------------*
       3100-LIST-LINKS.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM 3110-LIST-ONE-LINK
               VARYING RT-IX FROM 1 BY 1
               UNTIL RT-IX > RT-COUNT
           IF WS-LINE-COUNT = 0
               DISPLAY "  NO RELATIONSHIPS ON FILE"
           END-IF
           .

       3110-LIST-ONE-LINK.
           IF RT-FROM-ID (RT-IX) = WS-WORK-ID
               OR RT-TO-ID (RT-IX) = WS-WORK-ID
               IF WS-LINE-COUNT < 99
                   ADD 1 TO WS-LINE-COUNT
                   MOVE RT-IX TO WS-LINE-RT-IX (WS-LINE-COUNT)
                   PERFORM 3120-LINK-STATE
                   DISPLAY "  " WS-LINE-COUNT ". "
                       RT-FROM-ID (RT-IX) " " RT-TYPE (RT-IX)
                       " ON " RT-TO-ID (RT-IX)
                       "  FROM " RT-EFF-DATE (RT-IX)
                       " TO " RT-END-DATE (RT-IX)
                       "  " WS-LINE-STATE
               END-IF
           END-IF
           .

       3120-LINK-STATE.
           PERFORM TEST-RELATION-LIVE
           IF RL-LIVE
               MOVE "LIVE" TO WS-LINE-STATE
           ELSE
               IF RT-EFF-DATE (RT-IX) > WS-TODAY
                   MOVE "FUTURE" TO WS-LINE-STATE
               ELSE
                   MOVE "ENDED" TO WS-LINE-STATE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    3500-ONE-ACTION - add, end, or on to the next customer      *
      *----------------------------------------------------------------*
       3500-ONE-ACTION.
           DISPLAY "(A)dd a link, (E)nd a line, or ENTER for the "
               "next customer: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           EVALUATE WS-INPUT(1:1)
               WHEN "A"
               WHEN "a"
                   PERFORM 4000-ADD-LINK THRU 4000-EXIT
                   PERFORM 3100-LIST-LINKS
               WHEN "E"
               WHEN "e"
                   PERFORM 5000-END-LINK THRU 5000-EXIT
                   PERFORM 3100-LIST-LINKS
               WHEN SPACE
                   SET WS-NEXT-CUSTOMER TO TRUE
               WHEN OTHER
                   DISPLAY "DID NOT FOLLOW THAT - TRY AGAIN"
           END-EVALUATE
           .

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-ADD-LINK - key, prove and record one new link          *
      *----------------------------------------------------------------*
       4000-ADD-LINK.
           IF RT-COUNT NOT < RT-MAX
               DISPLAY "RELATIONSHIP TABLE FULL - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Type - (C)ONTACT, (G)UARANTR or (P)ARENT: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           EVALUATE WS-INPUT(1:1)
               WHEN "C"
               WHEN "c"
                   MOVE "CONTACT" TO WS-NL-TYPE
               WHEN "G"
               WHEN "g"
                   MOVE "GUARANTR" TO WS-NL-TYPE
               WHEN "P"
               WHEN "p"
                   MOVE "PARENT" TO WS-NL-TYPE
               WHEN OTHER
                   DISPLAY "NOT A RELATIONSHIP TYPE - NOTHING ADDED"
                   GO TO 4000-EXIT
           END-EVALUATE

           DISPLAY "Who is the " WS-NL-TYPE " (ENTER = "
               WS-WORK-ID "): " WITH NO ADVANCING
           PERFORM 4100-ACCEPT-ID THRU 4100-EXIT
           IF NOT WS-CUST-OK
               GO TO 4000-EXIT
           END-IF
           MOVE WS-OTHER-ID TO WS-NL-FROM-ID
           DISPLAY "On whose account (ENTER = " WS-WORK-ID "): "
               WITH NO ADVANCING
           PERFORM 4100-ACCEPT-ID THRU 4100-EXIT
           IF NOT WS-CUST-OK
               GO TO 4000-EXIT
           END-IF
           MOVE WS-OTHER-ID TO WS-NL-TO-ID

           IF WS-NL-FROM-ID NOT = WS-WORK-ID
               AND WS-NL-TO-ID NOT = WS-WORK-ID
               DISPLAY "ONE SIDE MUST BE " WS-WORK-ID
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           IF WS-NL-FROM-ID = WS-NL-TO-ID
               DISPLAY "A CUSTOMER CANNOT BE LINKED TO ITSELF"
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           IF WS-NL-FROM-ID = WS-WORK-ID
               MOVE WS-NL-TO-ID TO USER-ID
           ELSE
               MOVE WS-NL-FROM-ID TO USER-ID
           END-IF
           PERFORM 6000-FETCH-CUSTOMER THRU 6000-EXIT
           IF SQLCODE NOT = 0
               DISPLAY "USER-ID " USER-ID " IS NOT ON FILE"
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           IF USER-STATUS = "D"
               DISPLAY "USER-ID " USER-ID " IS DELETED"
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "  OTHER PARTY " USER-ID " " USER-NAME

           DISPLAY "Effective date YYYYMMDD (ENTER = today): "
               WITH NO ADVANCING
           MOVE WS-TODAY TO WS-KEYED-DATE
           PERFORM 4200-ACCEPT-DATE THRU 4200-EXIT
           IF NOT WS-DATE-OK
               GO TO 4000-EXIT
           END-IF
           MOVE WS-KEYED-DATE TO WS-NL-EFF-DATE
           DISPLAY "Last day YYYYMMDD (ENTER = open-ended): "
               WITH NO ADVANCING
           MOVE 0 TO WS-KEYED-DATE
           PERFORM 4200-ACCEPT-DATE THRU 4200-EXIT
           IF NOT WS-DATE-OK
               GO TO 4000-EXIT
           END-IF
           MOVE WS-KEYED-DATE TO WS-NL-END-DATE
           IF WS-NL-END-DATE NOT = 0
               AND WS-NL-END-DATE < WS-NL-EFF-DATE
               DISPLAY "LAST DAY IS BEFORE THE EFFECTIVE DATE"
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF

           MOVE "N" TO WS-CLASH-SW
           PERFORM 4300-CHECK-CLASH
               VARYING WS-CHECK-IX FROM 1 BY 1
               UNTIL WS-CHECK-IX > RT-COUNT OR WS-CLASH
           IF WS-CLASH
               DISPLAY "THAT LINK IS ALREADY ON FILE FOR THOSE DAYS"
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO RT-COUNT
           MOVE RT-COUNT TO RT-IX
           MOVE WS-NL-FROM-ID TO RT-FROM-ID (RT-IX)
           MOVE WS-NL-TO-ID TO RT-TO-ID (RT-IX)
           MOVE WS-NL-TYPE TO RT-TYPE (RT-IX)
           MOVE WS-NL-EFF-DATE TO RT-EFF-DATE (RT-IX)
           MOVE WS-NL-END-DATE TO RT-END-DATE (RT-IX)
           MOVE WS-TODAY TO RT-ENTERED-DATE (RT-IX)
           MOVE OS-OPERATOR-ID TO RT-OPERATOR (RT-IX)
           MOVE "Y" TO RT-DIRTY-SW
           ADD 1 TO WS-CHANGES-MADE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE "I" TO WS-JOURNAL-ACTION
           PERFORM 7500-JOURNAL-CHANGE
           DISPLAY "RECORDED - " WS-NL-FROM-ID " " WS-NL-TYPE
               " ON " WS-NL-TO-ID
           .

       4000-EXIT.
           EXIT.

      * ENTER takes the customer on screen; anything else must be a
      * USER-ID.
       4100-ACCEPT-ID.
           MOVE "N" TO WS-CUST-OK-SW
           MOVE SPACES TO WS-ID-INPUT
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT = SPACES
               MOVE WS-WORK-ID TO WS-OTHER-ID
           ELSE
               IF WS-ID-INPUT IS NOT NUMERIC
                   DISPLAY "A USER-ID IS FIVE DIGITS - NOTHING ADDED"
                   GO TO 4100-EXIT
               END-IF
               MOVE WS-ID-INPUT TO WS-OTHER-ID
           END-IF
           MOVE "Y" TO WS-CUST-OK-SW
           .

       4100-EXIT.
           EXIT.

      * ENTER keeps the default the caller left in WS-KEYED-DATE.
       4200-ACCEPT-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               IF WS-INPUT IS NOT NUMERIC
                   DISPLAY "NOT A DATE - NOTHING CHANGED"
                   GO TO 4200-EXIT
               END-IF
               MOVE WS-INPUT TO WS-KEYED-DATE
               IF WS-KD-MONTH < 1 OR WS-KD-MONTH > 12
                   OR WS-KD-DAY < 1 OR WS-KD-DAY > 31
                   DISPLAY "NOT A DATE - NOTHING CHANGED"
                   GO TO 4200-EXIT
               END-IF
           END-IF
           MOVE "Y" TO WS-DATE-OK-SW
           .

       4200-EXIT.
           EXIT.

      * The same holder, account and type already on file for any
      * of the same days.
       4300-CHECK-CLASH.
           IF RT-FROM-ID (WS-CHECK-IX) = WS-NL-FROM-ID
               AND RT-TO-ID (WS-CHECK-IX) = WS-NL-TO-ID
               AND RT-TYPE (WS-CHECK-IX) = WS-NL-TYPE
               IF (RT-END-DATE (WS-CHECK-IX) = 0
                       OR RT-END-DATE (WS-CHECK-IX)
                           NOT < WS-NL-EFF-DATE)
                   AND (WS-NL-END-DATE = 0
                       OR WS-NL-END-DATE
                           NOT < RT-EFF-DATE (WS-CHECK-IX))
                   MOVE "Y" TO WS-CLASH-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    5000-END-LINK - put a last day on a listed link             *
      *----------------------------------------------------------------*
       5000-END-LINK.
           IF WS-LINE-COUNT = 0
               DISPLAY "NOTHING LISTED TO END"
               GO TO 5000-EXIT
           END-IF
           DISPLAY "Line number to end: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT(1:2) IS NUMERIC
               MOVE WS-INPUT(1:2) TO WS-LINE-NO
           ELSE
               IF WS-INPUT(1:1) IS NUMERIC AND WS-INPUT(2:1) = SPACE
                   MOVE WS-INPUT(1:1) TO WS-LINE-NO
               ELSE
                   MOVE 0 TO WS-LINE-NO
               END-IF
           END-IF
           IF WS-LINE-NO < 1 OR WS-LINE-NO > WS-LINE-COUNT
               DISPLAY "NO SUCH LINE - NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF
           MOVE WS-LINE-RT-IX (WS-LINE-NO) TO RT-IX
           IF RT-END-DATE (RT-IX) NOT = 0
               AND RT-END-DATE (RT-IX) < WS-TODAY
               DISPLAY "THAT LINK ENDED ON " RT-END-DATE (RT-IX)
                   " - NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF

           DISPLAY "Last day YYYYMMDD (ENTER = today): "
               WITH NO ADVANCING
           MOVE WS-TODAY TO WS-KEYED-DATE
           PERFORM 4200-ACCEPT-DATE THRU 4200-EXIT
           IF NOT WS-DATE-OK
               GO TO 5000-EXIT
           END-IF
           IF WS-KEYED-DATE < RT-EFF-DATE (RT-IX)
               DISPLAY "LAST DAY IS BEFORE THE EFFECTIVE DATE "
                   RT-EFF-DATE (RT-IX) " - NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF

           PERFORM BUILD-RELATION-REC
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE RELATION-REC TO WS-BEFORE-IMAGE(1:56)
           MOVE WS-KEYED-DATE TO RT-END-DATE (RT-IX)
           MOVE "Y" TO RT-DIRTY-SW
           ADD 1 TO WS-CHANGES-MADE
           MOVE "U" TO WS-JOURNAL-ACTION
           PERFORM 7500-JOURNAL-CHANGE
           DISPLAY "RECORDED - LINE " WS-LINE-NO " ENDS "
               WS-KEYED-DATE
           .

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-FETCH-CUSTOMER - name and status for USER-ID           *
      *----------------------------------------------------------------*
       6000-FETCH-CUSTOMER.
           EXEC SQL
               SELECT USER-NAME, USER-STATUS
               INTO :USER-NAME, :USER-STATUS
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
           .

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7500-JOURNAL-CHANGE - the link on USRHIST, keyed by the     *
      *                          account; the caller sets the action   *
      *----------------------------------------------------------------*
       7500-JOURNAL-CHANGE.
           PERFORM BUILD-RELATION-REC
           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRRELS" TO HJ-PROGRAM-ID
           MOVE WS-JOURNAL-ACTION TO HJ-ACTION
           MOVE RS-TO-ID TO HJ-USER-ID
           MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
           MOVE SPACES TO HJ-AFTER-IMAGE
           MOVE RELATION-REC TO HJ-AFTER-IMAGE(1:56)
           MOVE OS-OPERATOR-ID TO HJ-OPERATOR-ID
           PERFORM WRITE-HIST-JOURNAL
           .

           COPY usrrels-load.

           COPY usrhist-write.

           COPY oprsign-verify.

           COPY region-check.
