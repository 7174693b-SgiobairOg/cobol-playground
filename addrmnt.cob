       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRMNT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Maintenance console for the USRADDR customer address
      *          file - the billing address that is not the home
      *          address, the mailing address for a customer who
      *          wants post somewhere else, the temporary address for
      *          the winter abroad. Key a USER-ID and the main address
      *          off the USER row is shown, then every address on file
      *          by line number with its type, dates and state, then
      *          where mail and bills go today. (A)dd an address - the
      *          type, the address itself, the first day (ENTER is
      *          today) and the last day (ENTER leaves a mailing or
      *          billing address open; a temporary one must have one)
      *          - or (E)nd a listed one. A new mailing or billing
      *          address ends the one it replaces the day before it
      *          starts, and two temporary addresses cannot cover the
      *          same day. The country and postcode are checked
      *          against CNTRYREF as USRMAINT checks the main address.
      *          Addresses are never deleted, only ended, so what was
      *          in force on any past day stays on file. Every change
      *          is journaled to USRHIST under USRADDR, and the file is
      *          rewritten once at the end of the session.
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
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT COUNTRY-REF-FILE ASSIGN TO "CNTRYREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTRY-REF-STATUS.
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
       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       FD  COUNTRY-REF-FILE
           RECORDING MODE IS F.
           COPY cntryref.

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

       01  CUST-ADDR-STATUS        PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK              VALUE "00".

           COPY usraddr-tbl.

       01  COUNTRY-REF-STATUS      PIC X(02) VALUE SPACES.
           88  COUNTRY-REF-OK            VALUE "00".

           COPY cntryref-tbl.

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
           05  WS-DATE-OK-SW       PIC X(01) VALUE "N".
               88  WS-DATE-OK            VALUE "Y".
           05  WS-CLASH-SW         PIC X(01) VALUE "N".
               88  WS-CLASH              VALUE "Y".

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-ID-INPUT             PIC X(05) VALUE SPACES.
       01  WS-WORK-ID              PIC 9(05) VALUE 0.
       01  WS-INPUT                PIC X(08) VALUE SPACES.
       01  WS-CHANGES-MADE         PIC 9(04) VALUE 0.

      * The customer's main address as it sits on the USER row.
       01  WS-MAIN-ADDRESS.
           05  WS-MAIN-STREET      PIC X(25) VALUE SPACES.
           05  WS-MAIN-CITY        PIC X(15) VALUE SPACES.
           05  WS-MAIN-POSTCODE    PIC X(10) VALUE SPACES.
           05  WS-MAIN-COUNTRY     PIC X(02) VALUE SPACES.
       01  WS-MAIN-STATUS          PIC X(01) VALUE SPACE.

      * The addresses listed for the customer on screen, by line
      * number, each pointing back at its entry in the address table.
       01  WS-LINE-TABLE.
           05  WS-LINE-UT-IX OCCURS 99 TIMES
                                   PIC 9(05) COMP.
       01  WS-LINE-COUNT           PIC 9(02) VALUE 0.
       01  WS-LINE-NO              PIC 9(02) VALUE 0.
       01  WS-LINE-STATE           PIC X(08) VALUE SPACES.
       01  WS-TYPE-WORDS           PIC X(09) VALUE SPACES.

      * The address being keyed on an add, and the date being proved.
       01  WS-NEW-ADDRESS.
           05  WS-NA-TYPE          PIC X(01) VALUE SPACE.
           05  WS-NA-STREET        PIC X(25) VALUE SPACES.
           05  WS-NA-CITY          PIC X(15) VALUE SPACES.
           05  WS-NA-POSTCODE      PIC X(10) VALUE SPACES.
           05  WS-NA-COUNTRY       PIC X(02) VALUE SPACES.
           05  WS-NA-FROM-DATE     PIC 9(08) VALUE 0.
           05  WS-NA-TO-DATE       PIC 9(08) VALUE 0.
       01  WS-KEYED-DATE           PIC 9(08) VALUE 0.
       01  WS-KEYED-DATE-X REDEFINES WS-KEYED-DATE.
           05  WS-KD-YEAR          PIC 9(04).
           05  WS-KD-MONTH         PIC 9(02).
           05  WS-KD-DAY           PIC 9(02).
       01  WS-CHECK-IX             PIC 9(05) COMP VALUE 0.
       01  WS-NEW-IX               PIC 9(04) COMP VALUE 0.
       01  WS-REPLACED             PIC 9(02) VALUE 0.

       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.
       01  WS-JOURNAL-ACTION       PIC X(01) VALUE SPACE.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "ADDRMNT - CUSTOMER ADDRESS MAINTENANCE"
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
           PERFORM LOAD-ADDRESS-TABLE
           IF UT-OVERFLOW
               DISPLAY "USRADDR HOLDS MORE THAN " UT-MAX
                   " ADDRESSES - WIDEN THE TABLE BEFORE MAINTAINING IT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-COUNTRY-TABLE
           PERFORM 3000-ONE-CUSTOMER THRU 3000-EXIT
               UNTIL WS-DONE
           IF WS-CHANGES-MADE > 0
               PERFORM SAVE-ADDRESS-TABLE
               IF UT-DIRTY
                   DISPLAY "UNABLE TO REWRITE USRADDR, STATUS="
                       CUST-ADDR-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "USRADDR REWRITTEN - " WS-CHANGES-MADE
                       " ADDRESS(ES) ADDED OR ENDED"
               END-IF
           ELSE
               DISPLAY "NO CHANGES MADE - USRADDR LEFT ALONE"
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      *    3000-ONE-CUSTOMER - list a customer's addresses, then act   *
      *                        on them until the operator moves on     *
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
           MOVE USER-STREET TO WS-MAIN-STREET
           MOVE USER-CITY TO WS-MAIN-CITY
           MOVE USER-POSTCODE TO WS-MAIN-POSTCODE
           MOVE USER-COUNTRY TO WS-MAIN-COUNTRY
           MOVE USER-STATUS TO WS-MAIN-STATUS
           DISPLAY "CUSTOMER " WS-WORK-ID " " USER-NAME
           DISPLAY "  MAIN ADDRESS: " WS-MAIN-STREET " "
               WS-MAIN-CITY " " WS-MAIN-POSTCODE " " WS-MAIN-COUNTRY

           MOVE "N" TO WS-NEXT-SW
           PERFORM 3100-LIST-ADDRESSES
           PERFORM 3500-ONE-ACTION THRU 3500-EXIT
               UNTIL WS-NEXT-CUSTOMER
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-LIST-ADDRESSES - every address on file, numbered, then *
      *                          where mail and bills go today         *
      *----------------------------------------------------------------*
       3100-LIST-ADDRESSES.
           MOVE 0 TO WS-LINE-COUNT
           MOVE WS-TODAY TO AD-AS-OF
           COMPUTE UT-SLOT-IX = WS-WORK-ID / 10 + 1
           MOVE UT-FIRST (UT-SLOT-IX) TO UT-IX
           PERFORM 3110-LIST-ONE-ADDRESS
               UNTIL UT-IX = 0
           IF WS-LINE-COUNT = 0
               DISPLAY "  NO OTHER ADDRESSES ON FILE"
           END-IF

           MOVE "M" TO AD-PURPOSE
           PERFORM 3200-SHOW-RESOLVED
           DISPLAY "  MAIL GOES TO : " AD-STREET " " AD-CITY " "
               AD-POSTCODE " " AD-COUNTRY " (" WS-TYPE-WORDS ")"
           MOVE "B" TO AD-PURPOSE
           PERFORM 3200-SHOW-RESOLVED
           DISPLAY "  BILLS GO TO  : " AD-STREET " " AD-CITY " "
               AD-POSTCODE " " AD-COUNTRY " (" WS-TYPE-WORDS ")"
           .

       3110-LIST-ONE-ADDRESS.
           IF UT-USER-ID (UT-IX) = WS-WORK-ID
               AND WS-LINE-COUNT < 99
               ADD 1 TO WS-LINE-COUNT
               MOVE UT-IX TO WS-LINE-UT-IX (WS-LINE-COUNT)
               PERFORM 3120-ADDRESS-STATE
               MOVE UT-ADDR-TYPE (UT-IX) TO AD-SOURCE
               PERFORM 3130-TYPE-WORDS
               DISPLAY "  " WS-LINE-COUNT ". " WS-TYPE-WORDS " "
                   UT-STREET (UT-IX) " " UT-CITY (UT-IX) " "
                   UT-POSTCODE (UT-IX) " " UT-COUNTRY (UT-IX)
               DISPLAY "      FROM " UT-FROM-DATE (UT-IX)
                   " TO " UT-TO-DATE (UT-IX) "  " WS-LINE-STATE
           END-IF
           MOVE UT-NEXT (UT-IX) TO UT-IX
           .

      * The reason an address stopped is kept on the entry; one that
      * is only waiting for its first day is FUTURE.
       3120-ADDRESS-STATE.
           PERFORM TEST-ADDRESS-IN-FORCE
           EVALUATE TRUE
               WHEN AD-IN-FORCE
                   MOVE "IN FORCE" TO WS-LINE-STATE
               WHEN UT-FROM-DATE (UT-IX) > WS-TODAY
                   AND UT-STATUS (UT-IX) = SPACE
                   MOVE "FUTURE" TO WS-LINE-STATE
               WHEN UT-STATUS (UT-IX) = "L"
                   MOVE "LAPSED" TO WS-LINE-STATE
               WHEN UT-STATUS (UT-IX) = "R"
                   MOVE "RETURNED" TO WS-LINE-STATE
               WHEN OTHER
                   MOVE "ENDED" TO WS-LINE-STATE
           END-EVALUATE
           .

       3130-TYPE-WORDS.
           EVALUATE AD-SOURCE
               WHEN "M"
                   MOVE "MAILING" TO WS-TYPE-WORDS
               WHEN "B"
                   MOVE "BILLING" TO WS-TYPE-WORDS
               WHEN "T"
                   MOVE "TEMPORARY" TO WS-TYPE-WORDS
               WHEN OTHER
                   MOVE "MAIN" TO WS-TYPE-WORDS
           END-EVALUATE
           .

       3200-SHOW-RESOLVED.
           MOVE WS-WORK-ID TO AD-IN-ID
           MOVE WS-MAIN-STREET TO AD-STREET
           MOVE WS-MAIN-CITY TO AD-CITY
           MOVE WS-MAIN-POSTCODE TO AD-POSTCODE
           MOVE WS-MAIN-COUNTRY TO AD-COUNTRY
           PERFORM RESOLVE-ADDRESS
           PERFORM 3130-TYPE-WORDS
           .

      *----------------------------------------------------------------*
      *    3500-ONE-ACTION - add, end, or on to the next customer      *
      *----------------------------------------------------------------*
       3500-ONE-ACTION.
           DISPLAY "(A)dd an address, (E)nd a line, or ENTER for the "
               "next customer: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           EVALUATE WS-INPUT(1:1)
               WHEN "A"
               WHEN "a"
                   PERFORM 4000-ADD-ADDRESS THRU 4000-EXIT
                   PERFORM 3100-LIST-ADDRESSES
               WHEN "E"
               WHEN "e"
                   PERFORM 5000-END-ADDRESS THRU 5000-EXIT
                   PERFORM 3100-LIST-ADDRESSES
               WHEN SPACE
                   SET WS-NEXT-CUSTOMER TO TRUE
               WHEN OTHER
                   DISPLAY "DID NOT FOLLOW THAT - TRY AGAIN"
           END-EVALUATE
           .

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-ADD-ADDRESS - key, prove and record one new address    *
      *----------------------------------------------------------------*
       4000-ADD-ADDRESS.
           IF UT-COUNT NOT < UT-MAX
               DISPLAY "ADDRESS TABLE FULL - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           IF WS-MAIN-STATUS = "D"
               DISPLAY "USER-ID " WS-WORK-ID " IS DELETED"
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Type - (M)AILING, (B)ILLING or (T)EMPORARY: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           EVALUATE WS-INPUT(1:1)
               WHEN "M"
               WHEN "m"
                   MOVE "M" TO WS-NA-TYPE
               WHEN "B"
               WHEN "b"
                   MOVE "B" TO WS-NA-TYPE
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO WS-NA-TYPE
               WHEN OTHER
                   DISPLAY "NOT AN ADDRESS TYPE - NOTHING ADDED"
                   GO TO 4000-EXIT
           END-EVALUATE

           MOVE SPACES TO WS-NA-STREET WS-NA-CITY WS-NA-POSTCODE
               WS-NA-COUNTRY
           DISPLAY "Street   : " WITH NO ADVANCING
           ACCEPT WS-NA-STREET
           DISPLAY "City     : " WITH NO ADVANCING
           ACCEPT WS-NA-CITY
           DISPLAY "Postcode : " WITH NO ADVANCING
           ACCEPT WS-NA-POSTCODE
           DISPLAY "Country  [" WS-MAIN-COUNTRY "]: " WITH NO ADVANCING
           ACCEPT WS-NA-COUNTRY
           IF WS-NA-COUNTRY = SPACES
               MOVE WS-MAIN-COUNTRY TO WS-NA-COUNTRY
           END-IF
           IF WS-NA-STREET = SPACES OR WS-NA-CITY = SPACES
               DISPLAY "STREET AND CITY ARE NEEDED - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           IF CT-LOADED
               MOVE WS-NA-COUNTRY TO CC-COUNTRY
               MOVE WS-NA-POSTCODE TO CC-POSTCODE
               PERFORM CHECK-COUNTRY-POSTCODE
               IF CC-COUNTRY-UNKNOWN
                   DISPLAY "UNKNOWN COUNTRY " WS-NA-COUNTRY
                       " - NOTHING ADDED"
                   GO TO 4000-EXIT
               END-IF
               IF NOT CC-POSTCODE-VALID
                   DISPLAY "POSTCODE " WS-NA-POSTCODE " NOT VALID FOR "
                       WS-NA-COUNTRY " - NOTHING ADDED"
                   GO TO 4000-EXIT
               END-IF
           END-IF

           DISPLAY "First day YYYYMMDD (ENTER = today): "
               WITH NO ADVANCING
           MOVE WS-TODAY TO WS-KEYED-DATE
           PERFORM 4200-ACCEPT-DATE THRU 4200-EXIT
           IF NOT WS-DATE-OK
               GO TO 4000-EXIT
           END-IF
           MOVE WS-KEYED-DATE TO WS-NA-FROM-DATE
           IF WS-NA-TYPE = "T"
               DISPLAY "Last day YYYYMMDD: " WITH NO ADVANCING
           ELSE
               DISPLAY "Last day YYYYMMDD (ENTER = open-ended): "
                   WITH NO ADVANCING
           END-IF
           MOVE 0 TO WS-KEYED-DATE
           PERFORM 4200-ACCEPT-DATE THRU 4200-EXIT
           IF NOT WS-DATE-OK
               GO TO 4000-EXIT
           END-IF
           MOVE WS-KEYED-DATE TO WS-NA-TO-DATE
           IF WS-NA-TYPE = "T"
               AND WS-NA-TO-DATE = 0
               DISPLAY "A TEMPORARY ADDRESS NEEDS A LAST DAY"
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF
           IF WS-NA-TO-DATE NOT = 0
               AND WS-NA-TO-DATE < WS-NA-FROM-DATE
               DISPLAY "LAST DAY IS BEFORE THE FIRST DAY"
                   " - NOTHING ADDED"
               GO TO 4000-EXIT
           END-IF

           IF WS-NA-TYPE = "T"
               MOVE "N" TO WS-CLASH-SW
               PERFORM 4300-CHECK-CLASH
                   VARYING WS-CHECK-IX FROM 1 BY 1
                   UNTIL WS-CHECK-IX > UT-COUNT OR WS-CLASH
               IF WS-CLASH
                   DISPLAY "ANOTHER TEMPORARY ADDRESS COVERS SOME OF"
                       " THOSE DAYS - NOTHING ADDED"
                   GO TO 4000-EXIT
               END-IF
           END-IF

      * A new mailing or billing address takes over from the one of
      * its type still running on its first day.
           MOVE 0 TO WS-REPLACED
           IF WS-NA-TYPE NOT = "T"
               MOVE WS-NA-FROM-DATE TO AD-DATE-IN
               PERFORM DAY-BEFORE-DATE
               PERFORM 4400-REPLACE-ONE
                   VARYING WS-CHECK-IX FROM 1 BY 1
                   UNTIL WS-CHECK-IX > UT-COUNT
           END-IF

           ADD 1 TO UT-COUNT
           MOVE UT-COUNT TO UT-IX
           MOVE WS-WORK-ID TO UT-USER-ID (UT-IX)
           MOVE WS-NA-TYPE TO UT-ADDR-TYPE (UT-IX)
           MOVE WS-NA-STREET TO UT-STREET (UT-IX)
           MOVE WS-NA-CITY TO UT-CITY (UT-IX)
           MOVE WS-NA-POSTCODE TO UT-POSTCODE (UT-IX)
           MOVE WS-NA-COUNTRY TO UT-COUNTRY (UT-IX)
           MOVE WS-NA-FROM-DATE TO UT-FROM-DATE (UT-IX)
           MOVE WS-NA-TO-DATE TO UT-TO-DATE (UT-IX)
           MOVE SPACE TO UT-STATUS (UT-IX)
           MOVE WS-TODAY TO UT-ENTERED-DATE (UT-IX)
           MOVE OS-OPERATOR-ID TO UT-OPERATOR (UT-IX)
           PERFORM CHAIN-ADDRESS-ENTRY
           MOVE "Y" TO UT-DIRTY-SW
           ADD 1 TO WS-CHANGES-MADE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE "I" TO WS-JOURNAL-ACTION
           PERFORM 7500-JOURNAL-CHANGE
           MOVE WS-NA-TYPE TO AD-SOURCE
           PERFORM 3130-TYPE-WORDS
           DISPLAY "RECORDED - " WS-TYPE-WORDS " ADDRESS FROM "
               WS-NA-FROM-DATE
           IF WS-REPLACED > 0
               DISPLAY "  " WS-REPLACED " EARLIER " WS-TYPE-WORDS
                   " ADDRESS(ES) END " AD-DATE-OUT
           END-IF
           .

       4000-EXIT.
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

      * Another temporary address for the customer, not ended, on any
      * of the same days.
       4300-CHECK-CLASH.
           IF UT-USER-ID (WS-CHECK-IX) = WS-WORK-ID
               AND UT-ADDR-TYPE (WS-CHECK-IX) = "T"
               AND UT-STATUS (WS-CHECK-IX) = SPACE
               IF UT-TO-DATE (WS-CHECK-IX) NOT < WS-NA-FROM-DATE
                   AND WS-NA-TO-DATE
                       NOT < UT-FROM-DATE (WS-CHECK-IX)
                   MOVE "Y" TO WS-CLASH-SW
               END-IF
           END-IF
           .

      * Same customer and type, still in use and running on or past
      * the new first day - it ends the day before.
       4400-REPLACE-ONE.
           IF UT-USER-ID (WS-CHECK-IX) = WS-WORK-ID
               AND UT-ADDR-TYPE (WS-CHECK-IX) = WS-NA-TYPE
               AND UT-STATUS (WS-CHECK-IX) = SPACE
               IF UT-TO-DATE (WS-CHECK-IX) = 0
                   OR UT-TO-DATE (WS-CHECK-IX) NOT < WS-NA-FROM-DATE
                   MOVE WS-CHECK-IX TO UT-IX
                   PERFORM BUILD-ADDRESS-REC
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE CUST-ADDR-REC TO WS-BEFORE-IMAGE(1:98)
                   MOVE AD-DATE-OUT TO AD-LAST-DAY
                   MOVE "E" TO AD-END-REASON
                   PERFORM END-ADDRESS-ENTRY
                   ADD 1 TO WS-CHANGES-MADE
                   ADD 1 TO WS-REPLACED
                   MOVE "U" TO WS-JOURNAL-ACTION
                   PERFORM 7500-JOURNAL-CHANGE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    5000-END-ADDRESS - put a last day on a listed address       *
      *----------------------------------------------------------------*
       5000-END-ADDRESS.
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
           MOVE WS-LINE-UT-IX (WS-LINE-NO) TO UT-IX
           IF UT-STATUS (UT-IX) NOT = SPACE
               OR (UT-TO-DATE (UT-IX) NOT = 0
                   AND UT-TO-DATE (UT-IX) < WS-TODAY)
               DISPLAY "THAT ADDRESS ENDED ON " UT-TO-DATE (UT-IX)
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
           IF WS-KEYED-DATE < UT-FROM-DATE (UT-IX)
               DISPLAY "LAST DAY IS BEFORE THE FIRST DAY "
                   UT-FROM-DATE (UT-IX) " - NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF

           PERFORM BUILD-ADDRESS-REC
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUST-ADDR-REC TO WS-BEFORE-IMAGE(1:98)
           MOVE WS-KEYED-DATE TO AD-LAST-DAY
           MOVE "E" TO AD-END-REASON
           PERFORM END-ADDRESS-ENTRY
           ADD 1 TO WS-CHANGES-MADE
           MOVE "U" TO WS-JOURNAL-ACTION
           PERFORM 7500-JOURNAL-CHANGE
           DISPLAY "RECORDED - LINE " WS-LINE-NO " ENDS "
               WS-KEYED-DATE
           .

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-FETCH-CUSTOMER - name, main address and status         *
      *----------------------------------------------------------------*
       6000-FETCH-CUSTOMER.
           EXEC SQL
               SELECT USER-NAME, USER-STREET, USER-CITY,
                      USER-POSTCODE, USER-COUNTRY, USER-STATUS
               INTO :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-STATUS
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
           .

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7500-JOURNAL-CHANGE - entry UT-IX on USRHIST under USRADDR; *
      *                          the caller sets the action and the    *
      *                          before image                          *
      *----------------------------------------------------------------*
       7500-JOURNAL-CHANGE.
           PERFORM BUILD-ADDRESS-REC
           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRADDR" TO HJ-PROGRAM-ID
           MOVE WS-JOURNAL-ACTION TO HJ-ACTION
           MOVE UA-USER-ID TO HJ-USER-ID
           MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
           MOVE SPACES TO HJ-AFTER-IMAGE
           MOVE CUST-ADDR-REC TO HJ-AFTER-IMAGE(1:98)
           MOVE OS-OPERATOR-ID TO HJ-OPERATOR-ID
           PERFORM WRITE-HIST-JOURNAL
           .

           COPY usraddr-load.

           COPY cntryref-load.

           COPY usrhist-write.

           COPY oprsign-verify.

           COPY region-check.
