       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCHG.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Change-of-address confirmation notices. An address
      *          takeover is the classic opening move of account
      *          fraud, and a change through USRMAINT, USRBMNT,
      *          CRMINTAK or the nightly load used to go through
      *          without a word to anyone. Each night this program
      *          reads the USRHIST entries past its own ADDRCPOS
      *          high-water mark (the same append-only position
      *          trick HISTCUT and USRDIST use), picks out the row
      *          updates whose before and after images differ in
      *          USER-STREET, USER-CITY or USER-POSTCODE, and prints
      *          one "your address was changed" notice per change on
      *          ADDRCHG.OUT - addressed to the OLD address, in the
      *          country-aware block USRLABEL prints, so the real
      *          customer hears about it even when the new address
      *          is the fraudster's.
      *          A change that follows a MAILRET returned-mail flag
      *          for the same customer is a correction of a known bad
      *          address, and its notice and the run totals mark it
      *          so - the old address is the one the mailroom
      *          already bounced. Mail consent on USRCONS is NOT
      *          consulted: this is a service message, not
      *          marketing, and goes to every customer.
      *          The first run finds no ADDRCPOS and starts the
      *          position at the end of the journal rather than
      *          writing to every address ever changed. The position
      *          only advances when the notices are written whole,
      *          so a rerun after a crash reprints rather than loses.
      * Tectonics: cobc
      *
      * Modification History:
      *   Alternate addresses - a customer whose post was going to a
      *   temporary or mailing address on the USRADDR file on the day
      *   of the change is not reading post at the old main address,
      *   so the notice goes to the address in force for mail that
      *   day instead, and says so. Counted in the run totals. A
      *   USRADDR file bigger than the address table stops the run,
      *   return code 16, before any notice is written.
      *   Scheduled changes - USRSAPP joins the row writers, so an
      *   address change that lands on its effective date is
      *   noticed and the customer written to like any other.
      *   Dormancy pass - USRDORM joins the row writers, so a
      *   customer moved to INACTIVE for dormancy is noticed.
      *   Sanctions screening - USRSCRN joins the row writers, so
      *   a screening hold or its lift is read as the row it is.
      *   Reservation aging - RSVAGE joins the row writers, so a
      *   reservation retired to DELETED is read as the row it is.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT NOTICE-OUT ASSIGN TO "ADDRCHG.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT NOTICE-POSITION ASSIGN TO "ADDRCPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT COUNTRY-REF-FILE ASSIGN TO "CNTRYREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTRY-REF-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  NOTICE-OUT
           RECORDING MODE IS F.
       01  NOTICE-OUT-REC              PIC X(70).

       FD  NOTICE-POSITION
           RECORDING MODE IS F.
       01  NOTICE-POSITION-REC.
           05  NP-LAST-POSITION        PIC 9(09).

       FD  COUNTRY-REF-FILE
           RECORDING MODE IS F.
           COPY cntryref.

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS            PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK                  VALUE "00".

       01  HIST-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK               VALUE "00".
           88  HIST-JOURNAL-NOT-FOUND        VALUE "35".

       01  WS-NOTICE-STATUS            PIC X(02) VALUE SPACES.
           88  WS-NOTICE-OK                  VALUE "00".

       01  WS-POSITION-STATUS          PIC X(02) VALUE SPACES.
           88  WS-POSITION-OK                VALUE "00".

       01  COUNTRY-REF-STATUS          PIC X(02) VALUE SPACES.
           88  COUNTRY-REF-OK                VALUE "00".

           COPY cntryref-tbl.

       01  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK                  VALUE "00".

           COPY usraddr-tbl.

      * The old address, laid out as the row it was journaled from.
           COPY user.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                    VALUE "Y".
           05  WS-FIRST-RUN-SW         PIC X(01) VALUE "N".
               88  WS-FIRST-RUN              VALUE "Y".
           05  WS-CORRECTION-SW        PIC X(01) VALUE "N".
               88  WS-CORRECTION             VALUE "Y".

       01  WS-LAST-POSITION            PIC 9(09) VALUE 0.
       01  WS-POSITION                 PIC 9(09) VALUE 0.

       01  WS-ENTRY-USER-ID            PIC 9(05) VALUE 0.
       01  WS-ENTRY-PROGRAM            PIC X(15) VALUE SPACES.
       01  WS-ENTRY-IMAGE              PIC X(150) VALUE SPACES.

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

      * Customers MAILRET has flagged with no address change since,
      * slotted by the USER-ID's 4-digit base as ADDRFLAG-TBL is.
      * Kept over the whole journal, not just the night, because the
      * return may have come in weeks before the fix.
       01  WS-RETURNED-TABLE.
           05  WS-RETURNED-SLOT OCCURS 10000 TIMES PIC X(01).
       01  WS-SLOT-IX                  PIC 9(05) COMP VALUE 0.

       01  WS-NOTICE-TOTALS.
           05  WS-ENTRIES-READ         PIC 9(09) VALUE 0.
           05  WS-ENTRIES-NEW          PIC 9(07) VALUE 0.
           05  WS-NOTICES-PRINTED      PIC 9(07) VALUE 0.
           05  WS-CORRECTIONS          PIC 9(07) VALUE 0.
           05  WS-SENT-ALTERNATE       PIC 9(07) VALUE 0.

      * The address block of one notice, blanks squeezed out, as
      * USRLABEL assembles a label.
       01  WS-ADDRESS-LINES            VALUE SPACES.
           05  WS-ADDR-LINE OCCURS 4 TIMES PIC X(30).
       01  WS-ADDR-USED                PIC 9(01) VALUE 0.
       01  WS-ADDR-IX                  PIC 9(01) VALUE 0.
       01  WS-CITY-PC-LINE             PIC X(30) VALUE SPACES.
       01  WS-COUNTRY-LINE             PIC X(30) VALUE SPACES.
       01  WS-LINE-POINTER             PIC 9(03) VALUE 1.

       01  WS-BLANK-LINE               PIC X(70) VALUE SPACES.

       01  NTC-DATE-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATE: ".
           05  NTC-DL-DATE             PIC 9(08).

       01  NTC-REF-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "ACCOUNT: ".
           05  NTC-RL-USER-ID          PIC 9(05).

       01  NTC-TEXT-LINE-1.
           05  FILLER                  PIC X(36) VALUE
               "THE ADDRESS WE HOLD FOR YOUR ACCOUNT".
           05  FILLER                  PIC X(22) VALUE
               " WAS CHANGED ON ".
           05  NTC-TL-CHANGE-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ".".

       01  NTC-TEXT-LINE-2             PIC X(70) VALUE
           "THIS NOTICE GOES TO THE ADDRESS WE HELD BEFORE THE CHANGE.".

       01  NTC-TEXT-LINE-2-ALT         PIC X(70) VALUE
           "THIS NOTICE GOES WHERE WE WERE SENDING YOUR POST THEN.".

       01  NTC-TEXT-LINE-3             PIC X(70) VALUE
           "IF YOU DID NOT ASK FOR THIS CHANGE, CONTACT US AT ONCE.".

       01  NTC-TEXT-LINE-4             PIC X(70) VALUE
           "IF YOU DID, NO ACTION IS NEEDED.".

       01  NTC-CORRECTION-LINE         PIC X(70) VALUE
           "REF: RETURNED-MAIL CORRECTION".

       01  NTC-END-LINE                PIC X(70) VALUE ALL "-".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-ENTRY
           PERFORM 3000-PROCESS-ENTRY
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - position, journal, notice file, country   *
      *                      table                                     *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "Y" TO WS-FIRST-RUN-SW
           OPEN INPUT NOTICE-POSITION
           IF WS-POSITION-OK
               READ NOTICE-POSITION
                   NOT AT END
                       IF NP-LAST-POSITION IS NUMERIC
                           MOVE NP-LAST-POSITION
                               TO WS-LAST-POSITION
                           MOVE "N" TO WS-FIRST-RUN-SW
                       END-IF
               END-READ
               CLOSE NOTICE-POSITION
           END-IF

           PERFORM LOAD-ADDRESS-TABLE
           IF UT-OVERFLOW
               DISPLAY "USRADDR HOLDS MORE THAN " UT-MAX
                   " ADDRESSES - WIDEN THE TABLE, NO NOTICES WRITTEN"
               MOVE "ADDRCHG" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "USRADDR LARGER THAN ADDRESS TABLE" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT NOTICE-OUT
           IF NOT WS-NOTICE-OK
               DISPLAY "UNABLE TO OPEN ADDRCHG.OUT, STATUS="
                   WS-NOTICE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           MOVE SPACES TO WS-RETURNED-TABLE

           OPEN INPUT HIST-JOURNAL
           IF HIST-JOURNAL-NOT-FOUND
               DISPLAY "NO USRHIST ON FILE - NO ADDRESS CHANGES"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT HIST-JOURNAL-OK
               MOVE "ADDRCHG" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE HIST-JOURNAL-STATUS TO EL-CODE
               MOVE "UNABLE TO OPEN USRHIST" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE NOTICE-OUT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           IF WS-FIRST-RUN
               DISPLAY "NO ADDRCPOS ON FILE - POSITION STARTS AT THE "
                   "END OF USRHIST, NO NOTICES THIS RUN"
           END-IF

           PERFORM LOAD-COUNTRY-TABLE
           IF NOT CT-LOADED
               DISPLAY "NO CNTRYREF ON FILE - ADDRESSES PRINT "
                   "CITY-FIRST WITH THE RAW COUNTRY CODE"
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-READ-ENTRY - next journal entry, counted for position  *
      *----------------------------------------------------------------*
       2000-READ-ENTRY.
           READ HIST-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSITION
                   ADD 1 TO WS-ENTRIES-READ
           END-READ
           .

      *----------------------------------------------------------------*
      *    3000-PROCESS-ENTRY - follow MAILRET flags over the whole    *
      *                         journal; notice the new changes only   *
      *----------------------------------------------------------------*
       3000-PROCESS-ENTRY.
           IF HJ-USER-ID IS NOT NUMERIC
               GO TO 3090-NEXT
           END-IF
           MOVE HJ-USER-ID TO WS-ENTRY-USER-ID
           MOVE HJ-PROGRAM-ID TO WS-ENTRY-PROGRAM
           COMPUTE WS-SLOT-IX = WS-ENTRY-USER-ID / 10 + 1

           IF WS-ENTRY-PROGRAM = "MAILRET"
               MOVE "Y" TO WS-RETURNED-SLOT (WS-SLOT-IX)
               GO TO 3090-NEXT
           END-IF

           IF NOT HJ-ACTION-UPDATE
               GO TO 3090-NEXT
           END-IF
           MOVE HJ-AFTER-IMAGE TO WS-ENTRY-IMAGE
           PERFORM 3100-TEST-ROW-ENTRY
           IF NOT WS-ROW-ENTRY
               GO TO 3090-NEXT
           END-IF

      * USER-STREET, USER-CITY and USER-POSTCODE lie side by side in
      * the row image, columns 31 to 80.
           IF HJ-BEFORE-IMAGE(31:50) = HJ-AFTER-IMAGE(31:50)
               GO TO 3090-NEXT
           END-IF

           IF WS-RETURNED-SLOT (WS-SLOT-IX) = "Y"
               MOVE "Y" TO WS-CORRECTION-SW
           ELSE
               MOVE "N" TO WS-CORRECTION-SW
           END-IF
           MOVE SPACE TO WS-RETURNED-SLOT (WS-SLOT-IX)

           IF WS-POSITION > WS-LAST-POSITION
               AND NOT WS-FIRST-RUN
               ADD 1 TO WS-ENTRIES-NEW
               PERFORM 4000-PRINT-NOTICE
           END-IF
           .

       3090-NEXT.
           PERFORM 2000-READ-ENTRY
           .

      * Same judgment USRASOF and USRRFWD make: a row-writing program
      * and an image that starts with the entry's own USER-ID.
       3100-TEST-ROW-ENTRY.
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 3110-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           IF WS-ROW-ENTRY
               IF WS-ENTRY-IMAGE(1:5) IS NOT NUMERIC
                   OR WS-ENTRY-IMAGE(1:5) NOT = WS-ENTRY-USER-ID
                   MOVE "N" TO WS-ROW-ENTRY-SW
               END-IF
           END-IF
           .

       3110-TEST-ONE-WRITER.
           IF WS-ENTRY-PROGRAM = WS-ROW-WRITER (WS-WRITER-IX)
               MOVE "Y" TO WS-ROW-ENTRY-SW
           ELSE
               ADD 1 TO WS-WRITER-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-PRINT-NOTICE - one notice, to the address as it stood  *
      *                        before the change, or to the one mail   *
      *                        was going to that day                   *
      *----------------------------------------------------------------*
       4000-PRINT-NOTICE.
           MOVE HJ-BEFORE-IMAGE(1:138) TO USER-REC
           MOVE USER-ID TO AD-IN-ID
           SET AD-FOR-MAIL TO TRUE
           MOVE HJ-DATE TO AD-AS-OF
           MOVE USER-STREET TO AD-STREET
           MOVE USER-CITY TO AD-CITY
           MOVE USER-POSTCODE TO AD-POSTCODE
           MOVE USER-COUNTRY TO AD-COUNTRY
           PERFORM RESOLVE-ADDRESS
           PERFORM 4100-ASSEMBLE-ADDRESS

           MOVE HJ-DATE TO NTC-DL-DATE
           WRITE NOTICE-OUT-REC FROM NTC-DATE-LINE
           MOVE USER-ID TO NTC-RL-USER-ID
           WRITE NOTICE-OUT-REC FROM NTC-REF-LINE
           WRITE NOTICE-OUT-REC FROM WS-BLANK-LINE
           PERFORM 4300-WRITE-ADDRESS-LINE
               VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > WS-ADDR-USED
           WRITE NOTICE-OUT-REC FROM WS-BLANK-LINE
           WRITE NOTICE-OUT-REC FROM WS-BLANK-LINE

           MOVE HJ-DATE TO NTC-TL-CHANGE-DATE
           WRITE NOTICE-OUT-REC FROM NTC-TEXT-LINE-1
           IF AD-FROM-MAIN
               WRITE NOTICE-OUT-REC FROM NTC-TEXT-LINE-2
           ELSE
               WRITE NOTICE-OUT-REC FROM NTC-TEXT-LINE-2-ALT
               ADD 1 TO WS-SENT-ALTERNATE
           END-IF
           WRITE NOTICE-OUT-REC FROM WS-BLANK-LINE
           WRITE NOTICE-OUT-REC FROM NTC-TEXT-LINE-3
           WRITE NOTICE-OUT-REC FROM NTC-TEXT-LINE-4
           IF WS-CORRECTION
               WRITE NOTICE-OUT-REC FROM WS-BLANK-LINE
               WRITE NOTICE-OUT-REC FROM NTC-CORRECTION-LINE
               ADD 1 TO WS-CORRECTIONS
           END-IF
           WRITE NOTICE-OUT-REC FROM NTC-END-LINE
           IF NOT WS-NOTICE-OK
               MOVE "ADDRCHG" TO EL-PROGRAM-ID
               MOVE "4000-PRINT-NOTICE" TO EL-PARAGRAPH
               MOVE WS-NOTICE-STATUS TO EL-CODE
               MOVE "WRITE TO ADDRCHG.OUT FAILED - POSITION HELD"
                   TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE HIST-JOURNAL
               CLOSE NOTICE-OUT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           ADD 1 TO WS-NOTICES-PRINTED
           .

      *----------------------------------------------------------------*
      *    4100-ASSEMBLE-ADDRESS - name, street, city and postcode in  *
      *                            the country's order, country name   *
      *----------------------------------------------------------------*
       4100-ASSEMBLE-ADDRESS.
           MOVE SPACES TO WS-ADDRESS-LINES
           MOVE 0 TO WS-ADDR-USED

           PERFORM 4150-LOOKUP-COUNTRY-ENTRY
           PERFORM 4200-BUILD-CITY-PC-LINE

           IF USER-NAME NOT = SPACES
               ADD 1 TO WS-ADDR-USED
               MOVE USER-NAME TO WS-ADDR-LINE (WS-ADDR-USED)
           END-IF
           IF AD-STREET NOT = SPACES
               ADD 1 TO WS-ADDR-USED
               MOVE AD-STREET TO WS-ADDR-LINE (WS-ADDR-USED)
           END-IF
           IF WS-CITY-PC-LINE NOT = SPACES
               ADD 1 TO WS-ADDR-USED
               MOVE WS-CITY-PC-LINE TO WS-ADDR-LINE (WS-ADDR-USED)
           END-IF
           IF WS-COUNTRY-LINE NOT = SPACES
               ADD 1 TO WS-ADDR-USED
               MOVE WS-COUNTRY-LINE TO WS-ADDR-LINE (WS-ADDR-USED)
           END-IF
           .

       4150-LOOKUP-COUNTRY-ENTRY.
           MOVE SPACES TO WS-COUNTRY-LINE
           MOVE "N" TO CC-FOUND-SW
           IF CT-LOADED
               MOVE AD-COUNTRY TO CC-COUNTRY
               MOVE 1 TO CT-IX
               PERFORM FIND-ONE-COUNTRY
                   UNTIL CC-COUNTRY-FOUND OR CT-IX > CT-COUNT
           END-IF
           IF CC-COUNTRY-FOUND
               MOVE CT-NAME (CT-IX) TO WS-COUNTRY-LINE
           ELSE
               MOVE AD-COUNTRY TO WS-COUNTRY-LINE
           END-IF
           .

       4200-BUILD-CITY-PC-LINE.
           MOVE SPACES TO WS-CITY-PC-LINE
           MOVE 1 TO WS-LINE-POINTER
           IF CC-COUNTRY-FOUND
               AND CT-PC-BEFORE (CT-IX) = "Y"
               STRING AD-POSTCODE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AD-CITY DELIMITED BY "  "
                   INTO WS-CITY-PC-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           ELSE
               STRING AD-CITY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AD-POSTCODE DELIMITED BY "  "
                   INTO WS-CITY-PC-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           END-IF
           IF WS-CITY-PC-LINE(1:1) = SPACE
               AND WS-CITY-PC-LINE(2:) = SPACES
               MOVE SPACES TO WS-CITY-PC-LINE
           END-IF
           .

       4300-WRITE-ADDRESS-LINE.
           WRITE NOTICE-OUT-REC FROM WS-ADDR-LINE (WS-ADDR-IX)
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - advance the position, report the night     *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           CLOSE HIST-JOURNAL
           CLOSE NOTICE-OUT

           OPEN OUTPUT NOTICE-POSITION
           IF WS-POSITION-OK
               MOVE WS-POSITION TO NP-LAST-POSITION
               WRITE NOTICE-POSITION-REC
               CLOSE NOTICE-POSITION
           ELSE
               MOVE "ADDRCHG" TO EL-PROGRAM-ID
               MOVE "8000-TERMINATE" TO EL-PARAGRAPH
               MOVE WS-POSITION-STATUS TO EL-CODE
               MOVE "UNABLE TO SAVE ADDRCPOS - NOTICES WILL REPRINT"
                   TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "=============================================="
           DISPLAY "ADDRCHG CHANGE-OF-ADDRESS NOTICE TOTALS"
           DISPLAY "  JOURNAL ENTRIES READ    : " WS-ENTRIES-READ
           DISPLAY "  ADDRESS CHANGES NOTICED : " WS-ENTRIES-NEW
           DISPLAY "  NOTICES PRINTED         : " WS-NOTICES-PRINTED
           DISPLAY "  RETURNED-MAIL CORRECTIONS: " WS-CORRECTIONS
           DISPLAY "  SENT TO AN ALTERNATE    : " WS-SENT-ALTERNATE
           DISPLAY "=============================================="
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY cntryref-load.

           COPY usraddr-load.
