       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCMNT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Maintenance console for the ONCALL roster - who the
      *          ONCNOTFY sweep tells when something pages. (L)ist
      *          shows every contact and every roster slot, (C)ontact
      *          adds or changes a contact, (D)rop removes a contact
      *          no slot still names, (A)ssign rosters a primary and
      *          a backup to a shift over a run of dates (or as the
      *          standing cover), and (R)emove takes one slot off.
      *          A contact ID must be an active operator on OPRMAST -
      *          the page is acknowledged at INCDMNT or ERRWATCH
      *          under that ID, so a contact who cannot sign on could
      *          never stop the escalation. Channel and address are
      *          proven on entry; a slot must name a known primary,
      *          and a backup, if any, who is someone else. (Q)uit
      *          rewrites the file when anything changed, dropping
      *          dated slots more than 90 days gone. Maintenance
      *          level.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-FILE ASSIGN TO "ONCALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONCALL-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-FILE
           RECORDING MODE IS F.
           COPY oncall.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  SHOP-PARM-FILE
           RECORDING MODE IS F.
           COPY shopparm.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  ONCALL-STATUS           PIC X(02) VALUE SPACES.
           88  ONCALL-OK                 VALUE "00".
       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".
       01  SHOP-PARM-STATUS        PIC X(02) VALUE SPACES.
           88  SHOP-PARM-OK              VALUE "00".
       01  SHOP-PARM-SW            PIC X(01) VALUE "N".
           88  SHOP-PARM-FOUND           VALUE "Y".

           COPY oprsign.

           COPY oncall-tbl.

       01  WS-SWITCHES.
           05  WS-DONE-SW          PIC X(01) VALUE "N".
               88  WS-DONE               VALUE "Y".
           05  WS-OPR-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-OPR-FOUND          VALUE "Y".
           05  WS-OPR-EOF-SW       PIC X(01) VALUE "N".
               88  WS-OPR-EOF            VALUE "Y".
           05  WS-IN-USE-SW        PIC X(01) VALUE "N".
               88  WS-IN-USE             VALUE "Y".
           05  WS-DATE-OK-SW       PIC X(01) VALUE "N".
               88  WS-DATE-OK            VALUE "Y".

       01  WS-ACTION               PIC X(01) VALUE SPACE.
           88  WS-ACTION-LIST            VALUE "L" "l".
           88  WS-ACTION-CONTACT         VALUE "C" "c".
           88  WS-ACTION-DROP            VALUE "D" "d".
           88  WS-ACTION-ASSIGN          VALUE "A" "a".
           88  WS-ACTION-REMOVE          VALUE "R" "r".
           88  WS-ACTION-QUIT            VALUE "Q" "q".

       01  WS-INPUT                PIC X(60) VALUE SPACES.
       01  WS-CONTACT-ID           PIC X(08) VALUE SPACES.
       01  WS-CONTACT-NAME         PIC X(30) VALUE SPACES.
       01  WS-CHANNEL              PIC X(01) VALUE SPACE.
           88  WS-CHANNEL-OK             VALUE "S" "M".
       01  WS-ADDRESS              PIC X(60) VALUE SPACES.
       01  WS-AT-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-DIGIT-COUNT          PIC 9(02) COMP VALUE 0.

       01  WS-KEYED-DATE           PIC 9(08) VALUE 0.
       01  WS-KEYED-DATE-X REDEFINES WS-KEYED-DATE.
           05  WS-KD-YEAR          PIC 9(04).
           05  WS-KD-MONTH         PIC 9(02).
           05  WS-KD-DAY           PIC 9(02).
       01  WS-FROM-DATE            PIC 9(08) VALUE 0.
       01  WS-THRU-DATE            PIC 9(08) VALUE 0.
       01  WS-WORK-DATE            PIC 9(08) VALUE 0.
       01  WS-SHIFT                PIC 9(01) VALUE 0.
       01  WS-PRIMARY-ID           PIC X(08) VALUE SPACES.
       01  WS-BACKUP-ID            PIC X(08) VALUE SPACES.
       01  WS-FROM-DAY             PIC 9(07) VALUE 0.
       01  WS-THRU-DAY             PIC 9(07) VALUE 0.
       01  WS-DAY                  PIC 9(07) VALUE 0.
       01  WS-DAYS-ASSIGNED        PIC 9(03) VALUE 0.

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-CUTOFF-DATE          PIC 9(08) VALUE 0.
       01  WS-CHANGES-MADE         PIC 9(03) VALUE 0.
       01  WS-KEEP-IX              PIC 9(04) COMP VALUE 0.
       01  WS-SLOTS-DROPPED        PIC 9(04) VALUE 0.
       01  WS-SLOTS-WRITTEN        PIC 9(04) VALUE 0.
       01  WS-SHIFT-IX             PIC 9(01) COMP VALUE 0.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "ONCMNT - ON-CALL ROSTER MAINTENANCE"
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
           PERFORM READ-SHOP-PARAMETERS
           IF SHOP-PARM-FOUND
               PERFORM 1050-APPLY-ONE-SHIFT
                   VARYING WS-SHIFT-IX FROM 1 BY 1
                   UNTIL WS-SHIFT-IX > 3
           END-IF
           PERFORM LOAD-ONCALL-TABLE
           IF NOT ON-LOADED
               DISPLAY "NO ONCALL ROSTER ON FILE - STARTING EMPTY"
           END-IF
      * A roster bigger than the table would lose its tail on the
      * rewrite - so it is shown but never saved.
           IF ON-OVERFLOW
               DISPLAY "ONCALL HOLDS MORE THAN THE TABLE - LIST ONLY, "
                   "NOTHING WILL BE SAVED"
           END-IF
           PERFORM 3000-ONE-ACTION THRU 3000-EXIT
               UNTIL WS-DONE
           IF WS-CHANGES-MADE > 0
               AND NOT ON-OVERFLOW
               PERFORM 7000-REWRITE-ROSTER
           ELSE
               DISPLAY "NO CHANGES SAVED - ONCALL LEFT ALONE"
           END-IF
           GOBACK.

       1050-APPLY-ONE-SHIFT.
           IF SP-SHIFT-CHANGE-TIME (WS-SHIFT-IX) IS NUMERIC
               MOVE SP-SHIFT-CHANGE-TIME (WS-SHIFT-IX)
                   TO ON-SHIFT-TIME (WS-SHIFT-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-ONE-ACTION - list, contact, drop, assign, remove, quit *
      *----------------------------------------------------------------*
       3000-ONE-ACTION.
           DISPLAY " "
           DISPLAY "(L)ist, (C)ontact, (D)rop contact, (A)ssign, "
               "(R)emove slot, (Q)uit: " WITH NO ADVANCING
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 4000-LIST-ROSTER
               WHEN WS-ACTION-CONTACT
                   PERFORM 5000-KEY-CONTACT THRU 5000-EXIT
               WHEN WS-ACTION-DROP
                   PERFORM 5500-DROP-CONTACT THRU 5500-EXIT
               WHEN WS-ACTION-ASSIGN
                   PERFORM 6000-ASSIGN-SLOTS THRU 6000-EXIT
               WHEN WS-ACTION-REMOVE
                   PERFORM 6500-REMOVE-SLOT THRU 6500-EXIT
               WHEN WS-ACTION-QUIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "DID NOT FOLLOW THAT - TRY AGAIN"
           END-EVALUATE
           .

       3000-EXIT.
           EXIT.

       4000-LIST-ROSTER.
           DISPLAY "SHIFTS START " ON-SHIFT-TIME (1) " / "
               ON-SHIFT-TIME (2) " / " ON-SHIFT-TIME (3)
               " - SHIFT 0 IS THE WHOLE DAY"
           IF ON-CT-COUNT = 0
               DISPLAY "NO CONTACTS ON FILE"
           ELSE
               DISPLAY "CONTACTS:"
               PERFORM 4100-LIST-ONE-CONTACT
                   VARYING ON-CT-IX FROM 1 BY 1
                   UNTIL ON-CT-IX > ON-CT-COUNT
           END-IF
           IF ON-RS-COUNT = 0
               DISPLAY "NOBODY ROSTERED"
           ELSE
               DISPLAY "ROSTER (DATE 00000000 IS THE STANDING COVER):"
               PERFORM 4200-LIST-ONE-SLOT
                   VARYING ON-RS-IX FROM 1 BY 1
                   UNTIL ON-RS-IX > ON-RS-COUNT
           END-IF
           .

       4100-LIST-ONE-CONTACT.
           DISPLAY "  " ON-CT-ID (ON-CT-IX) " "
               ON-CT-NAME (ON-CT-IX) " " ON-CT-CHANNEL (ON-CT-IX)
               " " ON-CT-ADDRESS (ON-CT-IX)
           .

       4200-LIST-ONE-SLOT.
           DISPLAY "  " ON-RS-DATE (ON-RS-IX) " SHIFT "
               ON-RS-SHIFT (ON-RS-IX) " PRIMARY "
               ON-RS-PRIMARY (ON-RS-IX) " BACKUP "
               ON-RS-BACKUP (ON-RS-IX)
           .

      *----------------------------------------------------------------*
      *    5000-KEY-CONTACT - add a contact, or change one on file     *
      *----------------------------------------------------------------*
       5000-KEY-CONTACT.
           DISPLAY "Contact (operator) ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               GO TO 5000-EXIT
           END-IF
           MOVE WS-INPUT TO WS-CONTACT-ID
           PERFORM 5900-CHECK-OPERATOR
           IF NOT WS-OPR-FOUND
               DISPLAY WS-CONTACT-ID " IS NOT AN ACTIVE OPERATOR ON "
                   "OPRMAST - NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF

           MOVE WS-CONTACT-ID TO ON-IN-CONTACT
           PERFORM FIND-ONCALL-CONTACT
           IF ON-CONTACT-FOUND
               MOVE ON-CT-NAME (ON-CT-IX) TO WS-CONTACT-NAME
               MOVE ON-CT-CHANNEL (ON-CT-IX) TO WS-CHANNEL
               MOVE ON-CT-ADDRESS (ON-CT-IX) TO WS-ADDRESS
               DISPLAY "CHANGING " WS-CONTACT-ID
                   " - ENTER ALONE KEEPS A FIELD"
           ELSE
               IF ON-CT-COUNT NOT < 100
                   DISPLAY "CONTACT LIST FULL - NOTHING ADDED"
                   GO TO 5000-EXIT
               END-IF
               MOVE OM-FULL-NAME TO WS-CONTACT-NAME
               MOVE SPACE TO WS-CHANNEL
               MOVE SPACES TO WS-ADDRESS
           END-IF

           DISPLAY "Name [" WS-CONTACT-NAME "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT TO WS-CONTACT-NAME
           END-IF

           PERFORM 5100-KEY-CHANNEL THRU 5100-EXIT
           PERFORM 5200-KEY-ADDRESS THRU 5200-EXIT

           IF NOT ON-CONTACT-FOUND
               ADD 1 TO ON-CT-COUNT
               MOVE ON-CT-COUNT TO ON-CT-IX
               MOVE WS-CONTACT-ID TO ON-CT-ID (ON-CT-IX)
           END-IF
           MOVE WS-CONTACT-NAME TO ON-CT-NAME (ON-CT-IX)
           MOVE WS-CHANNEL TO ON-CT-CHANNEL (ON-CT-IX)
           MOVE WS-ADDRESS TO ON-CT-ADDRESS (ON-CT-IX)
           ADD 1 TO WS-CHANGES-MADE
           DISPLAY "CONTACT " WS-CONTACT-ID " NOW "
               WS-CHANNEL " " WS-ADDRESS
           .

       5000-EXIT.
           EXIT.

       5100-KEY-CHANNEL.
           DISPLAY "Channel - S text message, M mail [" WS-CHANNEL
               "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           INSPECT WS-INPUT(1:1) CONVERTING "sm" TO "SM"
           IF WS-INPUT = SPACES
               AND WS-CHANNEL-OK
               GO TO 5100-EXIT
           END-IF
           IF WS-INPUT(1:1) NOT = "S"
               AND WS-INPUT(1:1) NOT = "M"
               OR WS-INPUT(2:59) NOT = SPACES
               DISPLAY "S OR M ONLY - TRY AGAIN"
               GO TO 5100-KEY-CHANNEL
           END-IF
           IF WS-INPUT(1:1) NOT = WS-CHANNEL
               MOVE WS-INPUT(1:1) TO WS-CHANNEL
               MOVE SPACES TO WS-ADDRESS
           END-IF
           .

       5100-EXIT.
           EXIT.

      * A text number is digits with an optional leading plus; a
      * mail address has exactly one at-sign with something either
      * side of it. The gateway takes the rest on trust.
       5200-KEY-ADDRESS.
           IF WS-CHANNEL = "S"
               DISPLAY "Mobile number [" WS-ADDRESS "]: "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Mail address [" WS-ADDRESS "]: "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               IF WS-ADDRESS NOT = SPACES
                   GO TO 5200-EXIT
               END-IF
               DISPLAY "AN ADDRESS IS REQUIRED - TRY AGAIN"
               GO TO 5200-KEY-ADDRESS
           END-IF
           IF WS-CHANNEL = "S"
               MOVE 0 TO WS-DIGIT-COUNT
               INSPECT WS-INPUT TALLYING WS-DIGIT-COUNT
                   FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
               IF WS-INPUT(1:1) = "+"
                   ADD 1 TO WS-DIGIT-COUNT
               END-IF
               MOVE 0 TO WS-AT-COUNT
               INSPECT WS-INPUT TALLYING WS-AT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-DIGIT-COUNT NOT = WS-AT-COUNT
                   OR WS-DIGIT-COUNT < 7
                   OR WS-INPUT(WS-AT-COUNT + 1:) NOT = SPACES
                   DISPLAY "DIGITS ONLY, AT LEAST 7, OPTIONAL LEADING "
                       "+ - TRY AGAIN"
                   GO TO 5200-KEY-ADDRESS
               END-IF
           ELSE
               MOVE 0 TO WS-AT-COUNT
               INSPECT WS-INPUT TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT NOT = 1
                   OR WS-INPUT(1:1) = "@"
                   OR WS-INPUT(1:1) = SPACE
                   DISPLAY "NOT A MAIL ADDRESS - TRY AGAIN"
                   GO TO 5200-KEY-ADDRESS
               END-IF
               MOVE 0 TO WS-DIGIT-COUNT
               INSPECT WS-INPUT TALLYING WS-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL "@"
               IF WS-INPUT(WS-DIGIT-COUNT + 2:1) = SPACE
                   DISPLAY "NOT A MAIL ADDRESS - TRY AGAIN"
                   GO TO 5200-KEY-ADDRESS
               END-IF
           END-IF
           MOVE WS-INPUT TO WS-ADDRESS
           .

       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5500-DROP-CONTACT - only a contact no slot still names      *
      *----------------------------------------------------------------*
       5500-DROP-CONTACT.
           DISPLAY "Contact ID to drop: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               GO TO 5500-EXIT
           END-IF
           MOVE WS-INPUT TO ON-IN-CONTACT
           PERFORM FIND-ONCALL-CONTACT
           IF NOT ON-CONTACT-FOUND
               DISPLAY ON-IN-CONTACT " IS NOT A CONTACT"
               GO TO 5500-EXIT
           END-IF
           MOVE "N" TO WS-IN-USE-SW
           PERFORM 5510-CHECK-ONE-SLOT
               VARYING ON-RS-IX FROM 1 BY 1
               UNTIL ON-RS-IX > ON-RS-COUNT
           IF WS-IN-USE
               DISPLAY ON-IN-CONTACT " IS STILL ROSTERED - REMOVE "
                   "OR REASSIGN THOSE SLOTS FIRST"
               GO TO 5500-EXIT
           END-IF

      * Survivors slide to the front of the table.
           MOVE 0 TO WS-KEEP-IX
           PERFORM 5520-JUDGE-ONE-CONTACT
               VARYING ON-CT-IX FROM 1 BY 1
               UNTIL ON-CT-IX > ON-CT-COUNT
           MOVE WS-KEEP-IX TO ON-CT-COUNT
           ADD 1 TO WS-CHANGES-MADE
           DISPLAY "DROPPED " ON-IN-CONTACT
           .

       5500-EXIT.
           EXIT.

       5510-CHECK-ONE-SLOT.
           IF ON-RS-PRIMARY (ON-RS-IX) = ON-IN-CONTACT
               OR ON-RS-BACKUP (ON-RS-IX) = ON-IN-CONTACT
               MOVE "Y" TO WS-IN-USE-SW
           END-IF
           .

       5520-JUDGE-ONE-CONTACT.
           IF ON-CT-ID (ON-CT-IX) NOT = ON-IN-CONTACT
               ADD 1 TO WS-KEEP-IX
               MOVE ON-CONTACT (ON-CT-IX)
                   TO ON-CONTACT (WS-KEEP-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      *    5900-CHECK-OPERATOR - WS-CONTACT-ID active on OPRMAST       *
      *----------------------------------------------------------------*
       5900-CHECK-OPERATOR.
           MOVE "N" TO WS-OPR-FOUND-SW
           MOVE "N" TO WS-OPR-EOF-SW
           OPEN INPUT OPERATOR-MASTER
           IF OPERATOR-MASTER-OK
               PERFORM 5910-MATCH-ONE-OPERATOR
                   UNTIL WS-OPR-FOUND OR WS-OPR-EOF
               CLOSE OPERATOR-MASTER
           END-IF
           .

       5910-MATCH-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   MOVE "Y" TO WS-OPR-EOF-SW
               NOT AT END
                   IF OM-OPERATOR-ID = WS-CONTACT-ID
                       AND OM-ACTIVE = "Y"
                       MOVE "Y" TO WS-OPR-FOUND-SW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    6000-ASSIGN-SLOTS - one shift over a run of dates, or the   *
      *                        standing cover                          *
      *----------------------------------------------------------------*
       6000-ASSIGN-SLOTS.
           DISPLAY "From date (YYYYMMDD, 00000000 FOR STANDING "
               "COVER): " WITH NO ADVANCING
           MOVE 0 TO WS-KEYED-DATE
           PERFORM 6010-ACCEPT-DATE THRU 6010-EXIT
           IF NOT WS-DATE-OK
               GO TO 6000-EXIT
           END-IF
           MOVE WS-KEYED-DATE TO WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-THRU-DATE
           IF WS-FROM-DATE NOT = 0
               DISPLAY "Through date (YYYYMMDD) [" WS-FROM-DATE "]: "
                   WITH NO ADVANCING
               PERFORM 6010-ACCEPT-DATE THRU 6010-EXIT
               IF NOT WS-DATE-OK
                   GO TO 6000-EXIT
               END-IF
               MOVE WS-KEYED-DATE TO WS-THRU-DATE
               COMPUTE WS-FROM-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
               COMPUTE WS-THRU-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-THRU-DATE)
               IF WS-FROM-DAY = 0
                   OR WS-THRU-DAY = 0
                   DISPLAY "NOT A DATE - NOTHING ASSIGNED"
                   GO TO 6000-EXIT
               END-IF
               IF WS-THRU-DAY < WS-FROM-DAY
                   OR WS-THRU-DAY - WS-FROM-DAY > 61
                   DISPLAY "THROUGH DATE BEFORE FROM DATE, OR MORE "
                       "THAN 62 DAYS - NOTHING ASSIGNED"
                   GO TO 6000-EXIT
               END-IF
           END-IF

           DISPLAY "Shift (1-3, 0 FOR THE WHOLE DAY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT(1:1) IS NOT NUMERIC
               OR WS-INPUT(1:1) > "3"
               OR WS-INPUT(2:59) NOT = SPACES
               DISPLAY "SHIFT 0 TO 3 ONLY - NOTHING ASSIGNED"
               GO TO 6000-EXIT
           END-IF
           MOVE WS-INPUT(1:1) TO WS-SHIFT

           DISPLAY "Primary contact ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE WS-INPUT TO WS-PRIMARY-ID
           MOVE WS-PRIMARY-ID TO ON-IN-CONTACT
           PERFORM FIND-ONCALL-CONTACT
           IF NOT ON-CONTACT-FOUND
               DISPLAY "PRIMARY MUST BE A CONTACT ON FILE - "
                   "NOTHING ASSIGNED"
               GO TO 6000-EXIT
           END-IF

           DISPLAY "Backup contact ID (ENTER FOR NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE WS-INPUT TO WS-BACKUP-ID
           IF WS-BACKUP-ID NOT = SPACES
               IF WS-BACKUP-ID = WS-PRIMARY-ID
                   DISPLAY "BACKUP MUST BE SOMEONE ELSE - "
                       "NOTHING ASSIGNED"
                   GO TO 6000-EXIT
               END-IF
               MOVE WS-BACKUP-ID TO ON-IN-CONTACT
               PERFORM FIND-ONCALL-CONTACT
               IF NOT ON-CONTACT-FOUND
                   DISPLAY "BACKUP MUST BE A CONTACT ON FILE - "
                       "NOTHING ASSIGNED"
                   GO TO 6000-EXIT
               END-IF
           END-IF

           MOVE 0 TO WS-DAYS-ASSIGNED
           IF WS-FROM-DATE = 0
               MOVE 0 TO WS-WORK-DATE
               PERFORM 6100-ASSIGN-ONE-SLOT THRU 6100-EXIT
           ELSE
               PERFORM 6050-ASSIGN-ONE-DAY THRU 6050-EXIT
                   VARYING WS-DAY FROM WS-FROM-DAY BY 1
                   UNTIL WS-DAY > WS-THRU-DAY
           END-IF
           IF WS-DAYS-ASSIGNED > 0
               ADD 1 TO WS-CHANGES-MADE
           END-IF
           DISPLAY WS-DAYS-ASSIGNED " SLOT(S) ASSIGNED, SHIFT "
               WS-SHIFT " - " WS-PRIMARY-ID " / " WS-BACKUP-ID
           .

       6000-EXIT.
           EXIT.

      * ENTER keeps the default the caller left in WS-KEYED-DATE; a
      * zero date is let through for the standing cover.
       6010-ACCEPT-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT NOT = SPACES
               IF WS-INPUT(1:8) IS NOT NUMERIC
                   OR WS-INPUT(9:52) NOT = SPACES
                   DISPLAY "NOT A DATE - NOTHING ASSIGNED"
                   GO TO 6010-EXIT
               END-IF
               MOVE WS-INPUT(1:8) TO WS-KEYED-DATE
           END-IF
           IF WS-KEYED-DATE NOT = 0
               IF WS-KD-MONTH < 1 OR WS-KD-MONTH > 12
                   OR WS-KD-DAY < 1 OR WS-KD-DAY > 31
                   DISPLAY "NOT A DATE - NOTHING ASSIGNED"
                   GO TO 6010-EXIT
               END-IF
           END-IF
           MOVE "Y" TO WS-DATE-OK-SW
           .

       6010-EXIT.
           EXIT.

       6050-ASSIGN-ONE-DAY.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY)
           PERFORM 6100-ASSIGN-ONE-SLOT THRU 6100-EXIT
           .

       6050-EXIT.
           EXIT.

      * A slot already on file for the date and shift is replaced,
      * otherwise a new one goes on the end.
       6100-ASSIGN-ONE-SLOT.
           MOVE WS-WORK-DATE TO ON-WANT-DATE
           MOVE WS-SHIFT TO ON-WANT-SHIFT
           MOVE "N" TO ON-SLOT-FOUND-SW
           PERFORM FIND-ONE-SLOT
           IF NOT ON-SLOT-FOUND
               IF ON-RS-COUNT NOT < ON-RS-MAX
                   DISPLAY "ROSTER FULL AT " WS-WORK-DATE
                       " - NOTHING MORE ASSIGNED"
                   MOVE WS-THRU-DAY TO WS-DAY
                   GO TO 6100-EXIT
               END-IF
               ADD 1 TO ON-RS-COUNT
               MOVE ON-RS-COUNT TO ON-RS-IX
               MOVE WS-WORK-DATE TO ON-RS-DATE (ON-RS-IX)
               MOVE WS-SHIFT TO ON-RS-SHIFT (ON-RS-IX)
           END-IF
           MOVE WS-PRIMARY-ID TO ON-RS-PRIMARY (ON-RS-IX)
           MOVE WS-BACKUP-ID TO ON-RS-BACKUP (ON-RS-IX)
           ADD 1 TO WS-DAYS-ASSIGNED
           .

       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6500-REMOVE-SLOT - one date and shift off the roster        *
      *----------------------------------------------------------------*
       6500-REMOVE-SLOT.
           DISPLAY "Slot date (YYYYMMDD, 00000000 FOR STANDING "
               "COVER): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT(1:8) IS NOT NUMERIC
               DISPLAY "NOT A DATE - NOTHING REMOVED"
               GO TO 6500-EXIT
           END-IF
           MOVE WS-INPUT(1:8) TO WS-WORK-DATE
           DISPLAY "Shift (0-3): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT(1:1) IS NOT NUMERIC
               OR WS-INPUT(1:1) > "3"
               DISPLAY "SHIFT 0 TO 3 ONLY - NOTHING REMOVED"
               GO TO 6500-EXIT
           END-IF
           MOVE WS-INPUT(1:1) TO WS-SHIFT

      * Survivors slide to the front of the table.
           MOVE 0 TO WS-KEEP-IX
           PERFORM 6510-JUDGE-ONE-SLOT
               VARYING ON-RS-IX FROM 1 BY 1
               UNTIL ON-RS-IX > ON-RS-COUNT
           IF WS-KEEP-IX = ON-RS-COUNT
               DISPLAY WS-WORK-DATE " SHIFT " WS-SHIFT
                   " IS NOT ROSTERED"
           ELSE
               MOVE WS-KEEP-IX TO ON-RS-COUNT
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY "REMOVED " WS-WORK-DATE " SHIFT " WS-SHIFT
           END-IF
           .

       6500-EXIT.
           EXIT.

       6510-JUDGE-ONE-SLOT.
           IF ON-RS-DATE (ON-RS-IX) NOT = WS-WORK-DATE
               OR ON-RS-SHIFT (ON-RS-IX) NOT = WS-SHIFT
               ADD 1 TO WS-KEEP-IX
               MOVE ON-SLOT (ON-RS-IX)
                   TO ON-SLOT (WS-KEEP-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      *    7000-REWRITE-ROSTER - the contacts first, then the slots    *
      *----------------------------------------------------------------*
       7000-REWRITE-ROSTER.
           COMPUTE WS-DAY = FUNCTION INTEGER-OF-DATE (WS-TODAY) - 90
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY)
           MOVE 0 TO WS-SLOTS-DROPPED
           MOVE 0 TO WS-SLOTS-WRITTEN
           OPEN OUTPUT ONCALL-FILE
           IF NOT ONCALL-OK
               DISPLAY "UNABLE TO REWRITE ONCALL, STATUS="
                   ONCALL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7100-WRITE-ONE-CONTACT
                   VARYING ON-CT-IX FROM 1 BY 1
                   UNTIL ON-CT-IX > ON-CT-COUNT
               PERFORM 7200-WRITE-ONE-SLOT
                   VARYING ON-RS-IX FROM 1 BY 1
                   UNTIL ON-RS-IX > ON-RS-COUNT
               CLOSE ONCALL-FILE
               DISPLAY "ONCALL REWRITTEN - " WS-CHANGES-MADE
                   " CHANGE(S), " ON-CT-COUNT " CONTACT(S), "
                   WS-SLOTS-WRITTEN " SLOT(S)"
               IF WS-SLOTS-DROPPED > 0
                   DISPLAY WS-SLOTS-DROPPED " SLOT(S) BEFORE "
                       WS-CUTOFF-DATE " DROPPED"
               END-IF
           END-IF
           .

       7100-WRITE-ONE-CONTACT.
           MOVE SPACES TO ONCALL-REC
           SET OC-TYPE-CONTACT TO TRUE
           MOVE ON-CT-ID (ON-CT-IX) TO OC-CONTACT-ID
           MOVE ON-CT-NAME (ON-CT-IX) TO OC-CONTACT-NAME
           MOVE ON-CT-CHANNEL (ON-CT-IX) TO OC-CHANNEL
           MOVE ON-CT-ADDRESS (ON-CT-IX) TO OC-ADDRESS
           WRITE ONCALL-REC
           .

       7200-WRITE-ONE-SLOT.
           IF ON-RS-DATE (ON-RS-IX) NOT = 0
               AND ON-RS-DATE (ON-RS-IX) < WS-CUTOFF-DATE
               ADD 1 TO WS-SLOTS-DROPPED
           ELSE
               MOVE SPACES TO ONCALL-REC
               SET OC-TYPE-ROSTER TO TRUE
               MOVE ON-RS-DATE (ON-RS-IX) TO OC-ROSTER-DATE
               MOVE ON-RS-SHIFT (ON-RS-IX) TO OC-SHIFT
               MOVE ON-RS-PRIMARY (ON-RS-IX) TO OC-PRIMARY-ID
               MOVE ON-RS-BACKUP (ON-RS-IX) TO OC-BACKUP-ID
               WRITE ONCALL-REC
               ADD 1 TO WS-SLOTS-WRITTEN
           END-IF
           .

           COPY oprsign-verify.

           COPY oncall-load.

           COPY shopparm-read.

           COPY region-check.
