       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNMNT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Supervisor console over the SCRNCASE screening case
      *          register - the review queue USRSCRN fills with
      *          possible watchlist hits. Key O to see every case
      *          waiting for a decision, C to see every confirmed
      *          match, or a USER-ID to see that customer's cases
      *          whatever their state. Each shows its line number,
      *          the name and country screened against the listed
      *          entry's name, country, date of birth and programme,
      *          the score, why the customer was screened, and who
      *          decided it, when and why. An open case is cleared
      *          as a false positive (F) or confirmed as a match (C);
      *          a confirmed case is released (R) when compliance
      *          lets it go. Every decision needs a reason and is
      *          appended to SCRNCASE as it is taken, under the
      *          signed-on supervisor - nothing is rewritten. When a
      *          false positive or a release leaves the customer with
      *          no case open or confirmed, the hold is lifted: a row
      *          still at PENDING goes back to the status it had
      *          before the first hold, journaled to USRHIST under
      *          USRSCRN (holds and their lifting are one writer to
      *          everything that reads the journal) with the
      *          supervisor stamped. A row somebody has moved off
      *          PENDING since is left alone. A confirmed match stays
      *          at PENDING, and USREXTR and USRLABEL leave the
      *          customer out until the case is released. Supervisor
      *          level.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

           COPY oprsign.
       01  SCREEN-CASE-STATUS      PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK            VALUE "00".

           COPY scrncase-tbl.

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SWITCHES.
           05  WS-QUIT-SW          PIC X(01) VALUE "N".
               88  WS-QUIT               VALUE "Y".

       01  WS-SELECT-INPUT         PIC X(15) VALUE SPACES.
           88  WS-SELECT-QUIT            VALUE SPACES "Q" "q".
           88  WS-SELECT-OPEN            VALUE "O" "o".
           88  WS-SELECT-CONFIRMED       VALUE "C" "c".
       01  WS-SELECT-RIGHT         PIC X(05) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01  WS-SELECT-USER-ID REDEFINES WS-SELECT-RIGHT
                                   PIC 9(05).
       01  WS-SELECT-MODE          PIC X(01) VALUE SPACE.
           88  WS-MODE-OPEN              VALUE "O".
           88  WS-MODE-CONFIRMED         VALUE "C".
           88  WS-MODE-CUSTOMER          VALUE "U".

      * A decision keyed as F, C or R, a space, then a line number of
      * 1 to 4 digits, right-justified and zero-filled before it is
      * judged.
       01  WS-ACTION-INPUT         PIC X(08) VALUE SPACES.
       01  WS-ACTION               PIC X(01) VALUE SPACE.
           88  WS-ACTION-FALSE-POS       VALUE "F" "f".
           88  WS-ACTION-CONFIRM         VALUE "C" "c".
           88  WS-ACTION-RELEASE         VALUE "R" "r".
       01  WS-LINE-INPUT           PIC X(04) VALUE SPACES.
       01  WS-LINE-RIGHT           PIC X(04) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01  WS-LINE-NUMBER REDEFINES WS-LINE-RIGHT
                                   PIC 9(04).
       01  WS-LINE-DISP            PIC ZZZ9.
       01  WS-CASE-IX              PIC 9(04) COMP VALUE 0.

       01  WS-REASON               PIC X(60) VALUE SPACES.

       01  WS-ITEMS-SHOWN          PIC 9(04) COMP VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(05) VALUE 0.
       01  WS-CONFIRMED-COUNT      PIC 9(05) VALUE 0.
       01  WS-STATE-DESC           PIC X(30) VALUE SPACES.
       01  WS-ORIGIN-DESC          PIC X(16) VALUE SPACES.
       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       01  WS-SESSION-TOTALS.
           05  WS-INQUIRIES        PIC 9(05) VALUE 0.
           05  WS-FALSE-POSITIVES  PIC 9(05) VALUE 0.
           05  WS-CONFIRMED        PIC 9(05) VALUE 0.
           05  WS-RELEASED         PIC 9(05) VALUE 0.
           05  WS-HOLDS-LIFTED     PIC 9(05) VALUE 0.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "SCRNMNT - SANCTIONS SCREENING REVIEW"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           PERFORM SIGN-ON-OPERATOR
           IF NOT OS-LEVEL-SUPER
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS NOT A"
                   " SUPERVISOR - SCREENING DECISIONS NEED ONE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SCREEN-CASES
      * Every decision is an append, so a register bigger than the
      * table loses nothing - the console just cannot show the
      * cases past the table.
           IF SK-OVERFLOW
               DISPLAY "SCRNCASE HOLDS MORE THAN 5000 CASES - "
                   "ONLY THE FIRST 5000 CAN BE SHOWN"
           END-IF
           IF SK-COUNT = 0
               DISPLAY "NO CASES ON SCRNCASE - NOTHING TO REVIEW"
               GO TO 9999-EXIT
           END-IF
           PERFORM 1000-COUNT-ONE-CASE
               VARYING SK-IX FROM 1 BY 1
               UNTIL SK-IX > SK-COUNT
           DISPLAY WS-OPEN-COUNT " CASES WAITING FOR A DECISION, "
               WS-CONFIRMED-COUNT " CONFIRMED MATCHES HELD"

           PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
               UNTIL WS-QUIT

           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

       1000-COUNT-ONE-CASE.
           IF SK-STATE-OPEN (SK-IX)
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           IF SK-STATE-CONFIRMED (SK-IX)
               ADD 1 TO WS-CONFIRMED-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      *    2000-ONE-INQUIRY - which cases, the list, and a decision    *
      *----------------------------------------------------------------*
       2000-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "O FOR OPEN CASES, C FOR CONFIRMED, A USER-ID, OR "
               "Q TO QUIT: " WITH NO ADVANCING
           MOVE SPACES TO WS-SELECT-INPUT
           ACCEPT WS-SELECT-INPUT
           EVALUATE TRUE
               WHEN WS-SELECT-QUIT
                   SET WS-QUIT TO TRUE
                   GO TO 2000-EXIT
               WHEN WS-SELECT-OPEN
                   SET WS-MODE-OPEN TO TRUE
               WHEN WS-SELECT-CONFIRMED
                   SET WS-MODE-CONFIRMED TO TRUE
               WHEN OTHER
                   MOVE SPACES TO WS-SELECT-RIGHT
                   UNSTRING WS-SELECT-INPUT DELIMITED BY SPACE
                       INTO WS-SELECT-RIGHT
                   END-UNSTRING
                   INSPECT WS-SELECT-RIGHT
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-SELECT-USER-ID IS NOT NUMERIC
                       DISPLAY "KEY O, C OR A 5-DIGIT USER-ID"
                       GO TO 2000-EXIT
                   END-IF
                   SET WS-MODE-CUSTOMER TO TRUE
           END-EVALUATE
           ADD 1 TO WS-INQUIRIES

           MOVE 0 TO WS-ITEMS-SHOWN
           PERFORM 3000-SHOW-ONE-CASE THRU 3000-EXIT
               VARYING SK-IX FROM 1 BY 1
               UNTIL SK-IX > SK-COUNT
           IF WS-ITEMS-SHOWN = 0
               EVALUATE TRUE
                   WHEN WS-MODE-OPEN
                       DISPLAY "NO CASES WAITING FOR A DECISION"
                   WHEN WS-MODE-CONFIRMED
                       DISPLAY "NO CONFIRMED MATCHES HELD"
                   WHEN OTHER
                       DISPLAY "NO CASES FOR USER-ID "
                           WS-SELECT-USER-ID
               END-EVALUATE
               GO TO 2000-EXIT
           END-IF

           PERFORM 4000-TAKE-ACTION THRU 4000-EXIT
           .

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-SHOW-ONE-CASE - a case in the selection, with where it *
      *                         stands                                 *
      *----------------------------------------------------------------*
       3000-SHOW-ONE-CASE.
           EVALUATE TRUE
               WHEN WS-MODE-OPEN
                   IF NOT SK-STATE-OPEN (SK-IX)
                       GO TO 3000-EXIT
                   END-IF
               WHEN WS-MODE-CONFIRMED
                   IF NOT SK-STATE-CONFIRMED (SK-IX)
                       GO TO 3000-EXIT
                   END-IF
               WHEN OTHER
                   IF SK-USER-ID (SK-IX) NOT = WS-SELECT-USER-ID
                       GO TO 3000-EXIT
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-ITEMS-SHOWN

           MOVE SPACES TO WS-STATE-DESC
           EVALUATE TRUE
               WHEN SK-STATE-OPEN (SK-IX)
                   MOVE "OPEN - AWAITING DECISION" TO WS-STATE-DESC
               WHEN SK-STATE-CONFIRMED (SK-IX)
                   MOVE "CONFIRMED MATCH - HELD" TO WS-STATE-DESC
               WHEN SK-STATE-FALSE-POS (SK-IX)
                   MOVE "CLEARED - FALSE POSITIVE" TO WS-STATE-DESC
               WHEN OTHER
                   MOVE "RELEASED BY COMPLIANCE" TO WS-STATE-DESC
           END-EVALUATE
           EVALUATE SK-ORIGIN (SK-IX)
               WHEN "N"
                   MOVE "NEW CUSTOMER" TO WS-ORIGIN-DESC
               WHEN "C"
                   MOVE "NAME/CTRY CHANGE" TO WS-ORIGIN-DESC
               WHEN OTHER
                   MOVE "LIST RESCREEN" TO WS-ORIGIN-DESC
           END-EVALUATE

           MOVE SK-IX TO WS-LINE-DISP
           DISPLAY " "
           DISPLAY "LINE " WS-LINE-DISP "  USER " SK-USER-ID (SK-IX)
               "  SCORE " SK-SCORE (SK-IX) "  " WS-ORIGIN-DESC
               "  " WS-STATE-DESC
           DISPLAY "  SCREENED: " SK-CUST-NAME (SK-IX) " "
               SK-CUST-COUNTRY (SK-IX)
           DISPLAY "  LISTED  : " SK-WATCH-NAME (SK-IX) " "
               SK-WATCH-COUNTRY (SK-IX)
           DISPLAY "            ENTRY " SK-WATCH-ID (SK-IX)
               "  BORN " SK-WATCH-BIRTH (SK-IX)
               "  " SK-PROGRAMME (SK-IX)
           DISPLAY "  OPENED " SK-OPEN-DATE (SK-IX) " "
               SK-OPEN-TIME (SK-IX) "  LIST "
               SK-LIST-VERSION (SK-IX) "  HELD FROM STATUS "
               SK-PRIOR-STATUS (SK-IX)
           IF NOT SK-STATE-OPEN (SK-IX)
               DISPLAY "  DECIDED " SK-DECIDED-DATE (SK-IX) " "
                   SK-DECIDED-TIME (SK-IX) " BY "
                   SK-DECIDED-BY (SK-IX)
               DISPLAY "  REASON: " SK-REASON (SK-IX)
           END-IF
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-TAKE-ACTION - a decision on a case by line number      *
      *----------------------------------------------------------------*
       4000-TAKE-ACTION.
           DISPLAY " "
           DISPLAY "F LINE FALSE POSITIVE, C LINE CONFIRM, R LINE "
               "RELEASE (ENTER FOR NONE): " WITH NO ADVANCING
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
           IF NOT WS-ACTION-FALSE-POS
               AND NOT WS-ACTION-CONFIRM
               AND NOT WS-ACTION-RELEASE
               DISPLAY "KEY F, C OR R, A SPACE, THEN THE LINE - "
                   "NOTHING DONE"
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE-RIGHT
           UNSTRING WS-LINE-INPUT DELIMITED BY SPACE
               INTO WS-LINE-RIGHT
           END-UNSTRING
           INSPECT WS-LINE-RIGHT REPLACING LEADING SPACE BY ZERO
           IF WS-LINE-NUMBER IS NOT NUMERIC
               OR WS-LINE-NUMBER = 0
               OR WS-LINE-NUMBER > SK-COUNT
               DISPLAY "NO SUCH LINE - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF

           MOVE WS-LINE-NUMBER TO WS-CASE-IX
      * The line must be one just listed - a stray number from an
      * earlier list does not reach somebody else's case.
           IF WS-MODE-CUSTOMER
               AND SK-USER-ID (WS-CASE-IX) NOT = WS-SELECT-USER-ID
               DISPLAY "LINE " WS-LINE-NUMBER " IS NOT IN THIS LIST"
                   " - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF
           IF (WS-ACTION-FALSE-POS OR WS-ACTION-CONFIRM)
               AND NOT SK-STATE-OPEN (WS-CASE-IX)
               DISPLAY "LINE " WS-LINE-NUMBER " IS NOT AN OPEN CASE"
                   " - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF
           IF WS-ACTION-RELEASE
               AND NOT SK-STATE-CONFIRMED (WS-CASE-IX)
               DISPLAY "LINE " WS-LINE-NUMBER " IS NOT A CONFIRMED "
                   "MATCH - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF

           DISPLAY "REASON: " WITH NO ADVANCING
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A DECISION NEEDS A REASON - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO SCREEN-CASE-REC
           EVALUATE TRUE
               WHEN WS-ACTION-FALSE-POS
                   SET SC-EVENT-FALSE-POS TO TRUE
                   ADD 1 TO WS-FALSE-POSITIVES
               WHEN WS-ACTION-CONFIRM
                   SET SC-EVENT-CONFIRMED TO TRUE
                   ADD 1 TO WS-CONFIRMED
               WHEN OTHER
                   SET SC-EVENT-RELEASED TO TRUE
                   ADD 1 TO WS-RELEASED
           END-EVALUATE
           MOVE SK-CASE-ID (WS-CASE-IX) TO SC-CASE-ID
           MOVE OS-OPERATOR-ID TO SC-OPERATOR-ID
           MOVE SK-SCORE (WS-CASE-IX) TO SC-SCORE
           MOVE SK-ORIGIN (WS-CASE-IX) TO SC-ORIGIN
           MOVE SK-PRIOR-STATUS (WS-CASE-IX) TO SC-PRIOR-STATUS
           MOVE SK-LIST-VERSION (WS-CASE-IX) TO SC-LIST-VERSION
           MOVE SK-CUST-NAME (WS-CASE-IX) TO SC-CUST-NAME
           MOVE SK-CUST-COUNTRY (WS-CASE-IX) TO SC-CUST-COUNTRY
           MOVE SK-WATCH-NAME (WS-CASE-IX) TO SC-WATCH-NAME
           MOVE SK-WATCH-COUNTRY (WS-CASE-IX) TO SC-WATCH-COUNTRY
           MOVE SK-WATCH-BIRTH (WS-CASE-IX) TO SC-WATCH-BIRTH
           MOVE WS-REASON TO SC-TEXT
           PERFORM WRITE-SCREEN-EVENT
           IF NOT SCREEN-CASE-OK
               DISPLAY "UNABLE TO WRITE SCRNCASE, STATUS="
                   SCREEN-CASE-STATUS " - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF
           PERFORM APPLY-SCREEN-EVENT

           IF WS-ACTION-CONFIRM
               DISPLAY "CONFIRMED BY " OS-OPERATOR-ID " - THE "
                   "CUSTOMER STAYS PENDING AND OFF USREXTR AND "
                   "USRLABEL UNTIL RELEASED"
               GO TO 4000-EXIT
           END-IF

           MOVE SK-USER-ID (WS-CASE-IX) TO SK-IN-USER-ID
           PERFORM CHECK-SCREEN-HOLD
           IF SK-HELD
               DISPLAY "DECIDED BY " OS-OPERATOR-ID " - THE CUSTOMER "
                   "IS STILL HELD ON ANOTHER CASE"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4500-LIFT-HOLD THRU 4500-EXIT
           .

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-LIFT-HOLD - the last case cleared: a row still PENDING *
      *                     goes back to the status it had before the  *
      *                     hold, journaled                            *
      *----------------------------------------------------------------*
       4500-LIFT-HOLD.
           MOVE SK-USER-ID (WS-CASE-IX) TO USER-ID
           EXEC SQL
               SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
                      USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                      USER-EMAIL, USER-STATUS
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DECIDED BY " OS-OPERATOR-ID " - USER-ID "
                   SK-USER-ID (WS-CASE-IX) " IS NO LONGER ON FILE"
               GO TO 4500-EXIT
           END-IF
           IF NOT USER-ST-PENDING
               DISPLAY "DECIDED BY " OS-OPERATOR-ID " - THE ROW IS "
                   "NO LONGER PENDING (STATUS " USER-STATUS
                   "), LEFT AS IT IS"
               GO TO 4500-EXIT
           END-IF
           IF SK-PRIOR-STATUS (WS-CASE-IX) = "P"
               DISPLAY "DECIDED BY " OS-OPERATOR-ID " - THE ROW WAS "
                   "PENDING BEFORE THE HOLD AND STAYS SO"
               GO TO 4500-EXIT
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-REC TO WS-BEFORE-IMAGE
           MOVE SK-PRIOR-STATUS (WS-CASE-IX) TO USER-STATUS
           EXEC SQL
               UPDATE USER
               SET USER-STATUS = :USER-STATUS
               WHERE USER-ID = :USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE "SCRNMNT" TO EL-PROGRAM-ID
               MOVE "4500-LIFT-HOLD" TO EL-PARAGRAPH
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "SCREENING HOLD NOT LIFTED AFTER DECISION"
                   TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "DECISION RECORDED, BUT THE HOLD COULD NOT BE "
                   "LIFTED - SQLCODE " WS-SQLCODE-DISPLAY
               DISPLAY "THE CUSTOMER IS STILL PENDING - LIFT IT "
                   "THROUGH USRMAINT"
               GO TO 4500-EXIT
           END-IF

           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRSCRN" TO HJ-PROGRAM-ID
           SET HJ-ACTION-UPDATE TO TRUE
           MOVE USER-ID TO HJ-USER-ID
           MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
           MOVE USER-REC TO HJ-AFTER-IMAGE
           MOVE OS-OPERATOR-ID TO HJ-OPERATOR-ID
           PERFORM WRITE-HIST-JOURNAL
           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-HOLDS-LIFTED
           DISPLAY "DECIDED BY " OS-OPERATOR-ID " - HOLD LIFTED, "
               "STATUS BACK TO " USER-STATUS
           .

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-TERMINATE - the session's totals                       *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "=============================================="
           DISPLAY "SCRNMNT SESSION TOTALS"
           DISPLAY "  INQUIRIES       : " WS-INQUIRIES
           DISPLAY "  FALSE POSITIVES : " WS-FALSE-POSITIVES
           DISPLAY "  CONFIRMED       : " WS-CONFIRMED
           DISPLAY "  RELEASED        : " WS-RELEASED
           DISPLAY "  HOLDS LIFTED    : " WS-HOLDS-LIFTED
           DISPLAY "=============================================="
           .

       9999-EXIT.
           GOBACK.

           COPY oprsign-verify.

           COPY errorlog-write.

           COPY usrhist-write.

           COPY scrncase-load.

           COPY scrncase-write.

           COPY region-check.
