       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRRINQ.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Console inquiry over the USRRELS customer
      *          relationship file for the phone desk - "can I
      *          discuss 10877's account with this caller?" answered
      *          from the file. Key a USER-ID (or arrive from
      *          USRFIND's pick list with one handed off) and the
      *          customer's links are shown both ways: who holds a
      *          link on this account, and which other accounts this
      *          customer holds one on, each with the other party's
      *          name, the dates and whether it is live today. The
      *          screen ends with the answer the desk needs - the
      *          USER-IDs whose live CONTACT link authorizes them to
      *          discuss the account. A guarantor or parent company
      *          is shown but is not, of itself, authorized. Blank or
      *          Q ends the session. Links are maintained in RELMNT.
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
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATION-FILE
           RECORDING MODE IS F.
           COPY usrrels.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  RELATION-STATUS         PIC X(02) VALUE SPACES.
           88  RELATION-OK               VALUE "00".

           COPY usrrels-tbl.

           COPY seedid.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SWITCHES.
           05  WS-DONE-SW          PIC X(01) VALUE "N".
               88  WS-DONE               VALUE "Y".
           05  WS-SEEDED-SW        PIC X(01) VALUE "N".
               88  WS-SEEDED             VALUE "Y".

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-ID-INPUT             PIC X(05) VALUE SPACES.
       01  WS-TARGET-ID            PIC 9(05) VALUE 0.
       01  WS-PARTY-ID             PIC 9(05) VALUE 0.
       01  WS-PARTY-NAME           PIC X(25) VALUE SPACES.
       01  WS-CUST-NAME            PIC X(25) VALUE SPACES.
       01  WS-TYPE-WORDS           PIC X(18) VALUE SPACES.
       01  WS-LINE-STATE           PIC X(06) VALUE SPACES.
       01  WS-LINK-COUNT           PIC 9(04) VALUE 0.
       01  WS-AUTH-COUNT           PIC 9(04) VALUE 0.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRRINQ - CUSTOMER RELATIONSHIP INQUIRY"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO RL-AS-OF
           PERFORM LOAD-RELATION-TABLE
           IF NOT RT-LOADED
               DISPLAY "NO USRRELS ON FILE - NO RELATIONSHIPS "
                   "RECORDED YET"
               MOVE 0 TO SEED-USER-ID
               GOBACK
           END-IF
      * A caller (USRFIND's pick list) may have left a USER-ID in
      * the hand-off area - consumed here so one pick seeds exactly
      * one console.
           IF SEED-USER-ID IS NUMERIC
               AND SEED-USER-ID > 0
               MOVE SEED-USER-ID TO WS-TARGET-ID
               MOVE 0 TO SEED-USER-ID
               MOVE "Y" TO WS-SEEDED-SW
               DISPLAY "SHOWING HANDED-OFF USER-ID " WS-TARGET-ID
           END-IF
           PERFORM 3000-ONE-INQUIRY THRU 3000-EXIT
               UNTIL WS-DONE
           GOBACK.

      *----------------------------------------------------------------*
      *    3000-ONE-INQUIRY - both sides of one customer's links       *
      *----------------------------------------------------------------*
       3000-ONE-INQUIRY.
           IF WS-SEEDED
               MOVE "N" TO WS-SEEDED-SW
           ELSE
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
               MOVE WS-ID-INPUT TO WS-TARGET-ID
           END-IF

           MOVE WS-TARGET-ID TO WS-PARTY-ID
           PERFORM 6000-FETCH-PARTY-NAME THRU 6000-EXIT
           MOVE WS-PARTY-NAME TO WS-CUST-NAME
           DISPLAY "CUSTOMER " WS-TARGET-ID " " WS-CUST-NAME

           DISPLAY "HOLDING A LINK ON THIS ACCOUNT:"
           MOVE 0 TO WS-LINK-COUNT
           PERFORM 3100-SHOW-HOLDER
               VARYING RT-IX FROM 1 BY 1
               UNTIL RT-IX > RT-COUNT
           IF WS-LINK-COUNT = 0
               DISPLAY "  NONE"
           END-IF

           DISPLAY "THIS CUSTOMER HOLDS A LINK ON:"
           MOVE 0 TO WS-LINK-COUNT
           PERFORM 3200-SHOW-ACCOUNT
               VARYING RT-IX FROM 1 BY 1
               UNTIL RT-IX > RT-COUNT
           IF WS-LINK-COUNT = 0
               DISPLAY "  NONE"
           END-IF

           DISPLAY "-----------------------------------------"
           DISPLAY "AUTHORIZED TO DISCUSS ACCOUNT " WS-TARGET-ID
               " TODAY:"
           DISPLAY "  " WS-TARGET-ID " " WS-CUST-NAME
               " (THE CUSTOMER)"
           MOVE 0 TO WS-AUTH-COUNT
           PERFORM 3300-SHOW-AUTHORIZED
               VARYING RT-IX FROM 1 BY 1
               UNTIL RT-IX > RT-COUNT
           IF WS-AUTH-COUNT = 0
               DISPLAY "  NOBODY ELSE - NO LIVE AUTHORIZED CONTACT"
           END-IF
           .

       3000-EXIT.
           EXIT.

       3100-SHOW-HOLDER.
           IF RT-TO-ID (RT-IX) = WS-TARGET-ID
               ADD 1 TO WS-LINK-COUNT
               MOVE RT-FROM-ID (RT-IX) TO WS-PARTY-ID
               PERFORM 3900-SHOW-ONE-LINK
           END-IF
           .

       3200-SHOW-ACCOUNT.
           IF RT-FROM-ID (RT-IX) = WS-TARGET-ID
               ADD 1 TO WS-LINK-COUNT
               MOVE RT-TO-ID (RT-IX) TO WS-PARTY-ID
               PERFORM 3900-SHOW-ONE-LINK
           END-IF
           .

       3300-SHOW-AUTHORIZED.
           IF RT-TO-ID (RT-IX) = WS-TARGET-ID
               AND RT-TYPE (RT-IX) = "CONTACT"
               PERFORM TEST-RELATION-LIVE
               IF RL-LIVE
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE RT-FROM-ID (RT-IX) TO WS-PARTY-ID
                   PERFORM 6000-FETCH-PARTY-NAME THRU 6000-EXIT
                   IF RT-END-DATE (RT-IX) = 0
                       DISPLAY "  " WS-PARTY-ID " " WS-PARTY-NAME
                           " OPEN-ENDED"
                   ELSE
                       DISPLAY "  " WS-PARTY-ID " " WS-PARTY-NAME
                           " UNTIL " RT-END-DATE (RT-IX)
                   END-IF
               END-IF
           END-IF
           .

      * One link line - the other party, what the link is, its
      * dates (a last day of zeros is open-ended) and its state.
       3900-SHOW-ONE-LINK.
           PERFORM 6000-FETCH-PARTY-NAME THRU 6000-EXIT
           EVALUATE RT-TYPE (RT-IX)
               WHEN "CONTACT"
                   MOVE "AUTHORIZED CONTACT" TO WS-TYPE-WORDS
               WHEN "GUARANTR"
                   MOVE "GUARANTOR" TO WS-TYPE-WORDS
               WHEN "PARENT"
                   MOVE "PARENT COMPANY" TO WS-TYPE-WORDS
               WHEN OTHER
                   MOVE RT-TYPE (RT-IX) TO WS-TYPE-WORDS
           END-EVALUATE
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
           DISPLAY "  " WS-PARTY-ID " " WS-PARTY-NAME " "
               WS-TYPE-WORDS " " RT-EFF-DATE (RT-IX) "-"
               RT-END-DATE (RT-IX) " " WS-LINE-STATE
           .

      *----------------------------------------------------------------*
      *    6000-FETCH-PARTY-NAME - WS-PARTY-ID's name off the table    *
      *----------------------------------------------------------------*
       6000-FETCH-PARTY-NAME.
           MOVE WS-PARTY-ID TO USER-ID
           EXEC SQL
               SELECT USER-NAME, USER-STATUS
               INTO :USER-NAME, :USER-STATUS
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "** NOT ON FILE **" TO WS-PARTY-NAME
               GO TO 6000-EXIT
           END-IF
           MOVE USER-NAME TO WS-PARTY-NAME
           IF USER-STATUS = "D"
               MOVE "(DELETED)" TO WS-PARTY-NAME(17:9)
           END-IF
           .

       6000-EXIT.
           EXIT.

           COPY usrrels-load.

           COPY region-check.
