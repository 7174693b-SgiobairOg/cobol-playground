       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRWELC.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Welcome pack for newly onboarded customers. HELLO-
      *          DATA inserts new customers every night and USRIDREQ
      *          reservations turn ACTIVE later, and until now the
      *          customer heard nothing from us unless CRM chose to
      *          write. Each night this program reads the USRHIST
      *          entries past its own WELCPOS high-water mark (the
      *          append-only position trick HISTCUT, USRDIST and
      *          ADDRCHG use) and picks out every customer who became
      *          ACTIVE: a row inserted straight at ACTIVE, or a row
      *          moved from PENDING to ACTIVE. A reinstatement from
      *          DELETED is not a welcome.
      *          Each new customer gets a welcome letter on
      *          WELCOME.OUT, addressed in the country-aware block
      *          USRLABEL prints and showing the USER-ID, name,
      *          address, phone and email we hold, so a mistake is
      *          spotted by the one person who knows. A customer who
      *          withheld mail consent on USRCONS, or whose address
      *          ADDRFLAG marks unconfirmed, is not posted anything -
      *          they go on the WELCMAIL email-welcome list instead.
      *          The first run finds no WELCPOS and starts the
      *          position at the end of the journal rather than
      *          welcoming the whole customer base. The position only
      *          advances when the run ends clean, and each run
      *          rewrites its print files, so a rerun after a crash
      *          replaces the broken output instead of adding to it -
      *          nobody is welcomed twice.
      * Tectonics: cobc
      *
      * Modification History:
      *   Alternate addresses - the letter goes to the address in
      *   force for mail today on the USRADDR file (a temporary or
      *   mailing address) when there is one, while the details
      *   block still shows the main address we hold. An unconfirmed
      *   main address only sends the customer to the email list
      *   when the letter would have gone there. A USRADDR file
      *   bigger than the address table stops the run, return code
      *   16, before any letter is written.
      *   Scheduled changes - USRSAPP joins the row writers, to
      *   keep the list the same as USRASOF's and USRRFWD's.
      *   Dormancy pass - USRDORM joins the row writers, to keep
      *   the list the same as USRASOF's and USRRFWD's.
      *   Sanctions screening - USRSCRN joins the row writers, to
      *   keep the list the same as USRASOF's and USRRFWD's. A new
      *   customer USRSCRN held PENDING on a possible watchlist hit
      *   off the SCRNCASE register is not welcomed when inserted,
      *   but when compliance lifts the hold; a hold lifted on an
      *   existing customer is not a welcome.
      *   Reservation aging - RSVAGE joins the row writers, to keep
      *   the list the same as USRASOF's and USRRFWD's.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT WELCOME-OUT ASSIGN TO "WELCOME.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WELCOME-STATUS.
           SELECT EMAIL-LIST ASSIGN TO "WELCMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.
           SELECT WELCOME-POSITION ASSIGN TO "WELCPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT COUNTRY-REF-FILE ASSIGN TO "CNTRYREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTRY-REF-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "USRCONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-STATUS.
           SELECT ADDR-FLAG-FILE ASSIGN TO "ADDRFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-FLAG-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  WELCOME-OUT
           RECORDING MODE IS F.
       01  WELCOME-OUT-REC             PIC X(70).

       FD  EMAIL-LIST
           RECORDING MODE IS F.
       01  EMAIL-LIST-REC.
           05  WM-USER-ID              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  WM-REASON               PIC X(08).
           05  FILLER                  PIC X(01).
           05  WM-NAME                 PIC X(25).
           05  FILLER                  PIC X(01).
           05  WM-EMAIL                PIC X(40).

       FD  WELCOME-POSITION
           RECORDING MODE IS F.
       01  WELCOME-POSITION-REC.
           05  WP-LAST-POSITION        PIC 9(09).

       FD  COUNTRY-REF-FILE
           RECORDING MODE IS F.
           COPY cntryref.

       FD  CONSENT-FILE
           RECORDING MODE IS F.
           COPY usrcons.

       FD  ADDR-FLAG-FILE
           RECORDING MODE IS F.
           COPY addrflag.

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS            PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK                  VALUE "00".

       01  HIST-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK               VALUE "00".
           88  HIST-JOURNAL-NOT-FOUND        VALUE "35".

       01  WS-WELCOME-STATUS           PIC X(02) VALUE SPACES.
           88  WS-WELCOME-OK                 VALUE "00".

       01  WS-EMAIL-STATUS             PIC X(02) VALUE SPACES.
           88  WS-EMAIL-OK                   VALUE "00".

       01  WS-POSITION-STATUS          PIC X(02) VALUE SPACES.
           88  WS-POSITION-OK                VALUE "00".

       01  COUNTRY-REF-STATUS          PIC X(02) VALUE SPACES.
           88  COUNTRY-REF-OK                VALUE "00".

           COPY cntryref-tbl.

       01  CONSENT-STATUS              PIC X(02) VALUE SPACES.
           88  CONSENT-OK                    VALUE "00".

           COPY usrcons-tbl.

       01  ADDR-FLAG-STATUS            PIC X(02) VALUE SPACES.
           88  ADDR-FLAG-OK                  VALUE "00".

           COPY addrflag-tbl.

       01  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK                  VALUE "00".

           COPY usraddr-tbl.

       01  SCREEN-CASE-STATUS          PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK                VALUE "00".

           COPY scrncase-tbl.

      * The new customer, laid out as the row it was journaled from.
           COPY user.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                    VALUE "Y".
           05  WS-FIRST-RUN-SW         PIC X(01) VALUE "N".
               88  WS-FIRST-RUN              VALUE "Y".
           05  WS-BECAME-ACTIVE-SW     PIC X(01) VALUE "N".
               88  WS-BECAME-ACTIVE          VALUE "Y".

       01  WS-LAST-POSITION            PIC 9(09) VALUE 0.
       01  WS-POSITION                 PIC 9(09) VALUE 0.

       01  WS-ENTRY-USER-ID            PIC 9(05) VALUE 0.
       01  WS-ENTRY-PROGRAM            PIC X(15) VALUE SPACES.
       01  WS-ENTRY-IMAGE              PIC X(150) VALUE SPACES.
       01  WS-BEFORE-STATUS            PIC X(01) VALUE SPACE.
       01  WS-AFTER-STATUS             PIC X(01) VALUE SPACE.

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

       01  WS-WELCOME-TOTALS.
           05  WS-ENTRIES-READ         PIC 9(09) VALUE 0.
           05  WS-NEW-CUSTOMERS        PIC 9(07) VALUE 0.
           05  WS-LETTERS-PRINTED      PIC 9(07) VALUE 0.
           05  WS-LISTED-NO-MAIL       PIC 9(07) VALUE 0.
           05  WS-LISTED-ADDR-FLAG     PIC 9(07) VALUE 0.
           05  WS-LISTED-NO-EMAIL      PIC 9(07) VALUE 0.
           05  WS-SENT-ALTERNATE       PIC 9(07) VALUE 0.
           05  WS-HELD-SCREENING       PIC 9(07) VALUE 0.

       01  WS-TODAY                    PIC 9(08) VALUE 0.

      * The address block of one letter, blanks squeezed out, as
      * USRLABEL assembles a label.
       01  WS-ADDRESS-LINES            VALUE SPACES.
           05  WS-ADDR-LINE OCCURS 4 TIMES PIC X(30).
       01  WS-ADDR-USED                PIC 9(01) VALUE 0.
       01  WS-ADDR-IX                  PIC 9(01) VALUE 0.
       01  WS-CITY-PC-LINE             PIC X(30) VALUE SPACES.
       01  WS-COUNTRY-LINE             PIC X(30) VALUE SPACES.
       01  WS-MAIN-COUNTRY-LINE        PIC X(30) VALUE SPACES.
       01  WS-LOOKUP-COUNTRY           PIC X(02) VALUE SPACES.
       01  WS-LINE-POINTER             PIC 9(03) VALUE 1.

       01  WS-BLANK-LINE               PIC X(70) VALUE SPACES.

       01  WLC-DATE-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATE: ".
           05  WLC-DL-DATE             PIC 9(08).

       01  WLC-REF-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "ACCOUNT: ".
           05  WLC-RL-USER-ID          PIC 9(05).

       01  WLC-TEXT-LINE-1             PIC X(70) VALUE
           "WELCOME, AND THANK YOU FOR CHOOSING US.".

       01  WLC-TEXT-LINE-2             PIC X(70) VALUE
           "THESE ARE THE DETAILS WE HOLD FOR YOU:".

       01  WLC-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WLC-DTL-LABEL           PIC X(14).
           05  WLC-DTL-VALUE           PIC X(40).

       01  WLC-TEXT-LINE-3             PIC X(70) VALUE
           "IF ANY OF THESE ARE WRONG, PLEASE LET US KNOW, QUOTING".

       01  WLC-TEXT-LINE-4             PIC X(70) VALUE
           "YOUR ACCOUNT NUMBER ABOVE.".

       01  WLC-END-LINE                PIC X(70) VALUE ALL "-".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-ENTRY
           PERFORM 3000-PROCESS-ENTRY THRU 3000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - position, journal, output files, the      *
      *                      consent, flag and country tables          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "Y" TO WS-FIRST-RUN-SW
           OPEN INPUT WELCOME-POSITION
           IF WS-POSITION-OK
               READ WELCOME-POSITION
                   NOT AT END
                       IF WP-LAST-POSITION IS NUMERIC
                           MOVE WP-LAST-POSITION
                               TO WS-LAST-POSITION
                           MOVE "N" TO WS-FIRST-RUN-SW
                       END-IF
               END-READ
               CLOSE WELCOME-POSITION
           END-IF

           PERFORM LOAD-ADDRESS-TABLE
           IF UT-OVERFLOW
               DISPLAY "USRADDR HOLDS MORE THAN " UT-MAX
                   " ADDRESSES - WIDEN THE TABLE, NO LETTERS WRITTEN"
               MOVE "USRWELC" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "USRADDR LARGER THAN ADDRESS TABLE" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT WELCOME-OUT
           IF NOT WS-WELCOME-OK
               DISPLAY "UNABLE TO OPEN WELCOME.OUT, STATUS="
                   WS-WELCOME-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           OPEN OUTPUT EMAIL-LIST
           IF NOT WS-EMAIL-OK
               DISPLAY "UNABLE TO OPEN WELCMAIL, STATUS="
                   WS-EMAIL-STATUS
               CLOSE WELCOME-OUT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           OPEN INPUT HIST-JOURNAL
           IF HIST-JOURNAL-NOT-FOUND
               DISPLAY "NO USRHIST ON FILE - NOBODY TO WELCOME"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT HIST-JOURNAL-OK
               MOVE "USRWELC" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE HIST-JOURNAL-STATUS TO EL-CODE
               MOVE "UNABLE TO OPEN USRHIST" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE WELCOME-OUT
               CLOSE EMAIL-LIST
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           IF WS-FIRST-RUN
               DISPLAY "NO WELCPOS ON FILE - POSITION STARTS AT THE "
                   "END OF USRHIST, NO WELCOMES THIS RUN"
           END-IF

           PERFORM LOAD-COUNTRY-TABLE
           IF NOT CT-LOADED
               DISPLAY "NO CNTRYREF ON FILE - ADDRESSES PRINT "
                   "CITY-FIRST WITH THE RAW COUNTRY CODE"
           END-IF
           PERFORM LOAD-CONSENT-TABLE
           PERFORM LOAD-ADDRFLAG-TABLE
           PERFORM LOAD-SCREEN-CASES
           IF SK-OVERFLOW
               MOVE "USRWELC" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "SCRNCASE OVER THE CASE TABLE - POSITION HELD"
                   TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE HIST-JOURNAL
               CLOSE WELCOME-OUT
               CLOSE EMAIL-LIST
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
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
      *    3000-PROCESS-ENTRY - a row inserted ACTIVE, or a row moved  *
      *                         from PENDING to ACTIVE                 *
      *----------------------------------------------------------------*
       3000-PROCESS-ENTRY.
           IF WS-POSITION NOT > WS-LAST-POSITION
               OR WS-FIRST-RUN
               GO TO 3090-NEXT
           END-IF
           IF HJ-USER-ID IS NOT NUMERIC
               GO TO 3090-NEXT
           END-IF
           IF NOT HJ-ACTION-INSERT AND NOT HJ-ACTION-UPDATE
               GO TO 3090-NEXT
           END-IF
           MOVE HJ-USER-ID TO WS-ENTRY-USER-ID
           MOVE HJ-PROGRAM-ID TO WS-ENTRY-PROGRAM
           MOVE HJ-AFTER-IMAGE TO WS-ENTRY-IMAGE
           PERFORM 3100-TEST-ROW-ENTRY
           IF NOT WS-ROW-ENTRY
               GO TO 3090-NEXT
           END-IF

           MOVE HJ-BEFORE-IMAGE(138:1) TO WS-BEFORE-STATUS
           MOVE HJ-AFTER-IMAGE(138:1) TO WS-AFTER-STATUS
           MOVE "N" TO WS-BECAME-ACTIVE-SW
           IF HJ-ACTION-INSERT
               IF WS-AFTER-STATUS = "A" OR WS-AFTER-STATUS = SPACE
                   MOVE "Y" TO WS-BECAME-ACTIVE-SW
               END-IF
           ELSE
               IF WS-BEFORE-STATUS = "P" AND WS-AFTER-STATUS = "A"
                   MOVE "Y" TO WS-BECAME-ACTIVE-SW
               END-IF
           END-IF

      * A customer screening stopped at the door is welcomed when
      * the hold is lifted, not when the row went in. USRSCRN lifting
      * a hold on anybody else is not a welcome at all.
           IF WS-BECAME-ACTIVE
               AND (HJ-ACTION-INSERT OR HJ-PROGRAM-ID = "USRSCRN")
               MOVE WS-ENTRY-USER-ID TO SK-IN-USER-ID
               PERFORM CHECK-SCREEN-HOLD
               IF HJ-ACTION-INSERT AND SK-NEW-CUSTOMER-CASE
                   MOVE "N" TO WS-BECAME-ACTIVE-SW
                   ADD 1 TO WS-HELD-SCREENING
               END-IF
               IF HJ-ACTION-UPDATE AND NOT SK-NEW-CUSTOMER-CASE
                   MOVE "N" TO WS-BECAME-ACTIVE-SW
               END-IF
           END-IF
           IF WS-BECAME-ACTIVE
               ADD 1 TO WS-NEW-CUSTOMERS
               MOVE HJ-AFTER-IMAGE(1:138) TO USER-REC
               PERFORM 4000-WELCOME-ONE
           END-IF
           .

       3090-NEXT.
           PERFORM 2000-READ-ENTRY
           .

       3000-EXIT.
           EXIT.

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
      *    4000-WELCOME-ONE - a letter, or the email list when post is *
      *                       refused or the address is in doubt       *
      *----------------------------------------------------------------*
       4000-WELCOME-ONE.
           MOVE USER-ID TO CN-IN-ID
           PERFORM FIND-CONSENT
           MOVE USER-ID TO AF-IN-ID
           PERFORM FIND-ADDR-FLAG
           MOVE USER-ID TO AD-IN-ID
           SET AD-FOR-MAIL TO TRUE
           MOVE WS-TODAY TO AD-AS-OF
           MOVE USER-STREET TO AD-STREET
           MOVE USER-CITY TO AD-CITY
           MOVE USER-POSTCODE TO AD-POSTCODE
           MOVE USER-COUNTRY TO AD-COUNTRY
           PERFORM RESOLVE-ADDRESS

           IF CN-MAIL-WITHHELD OR (AF-UNCONFIRMED AND AD-FROM-MAIN)
               MOVE SPACES TO EMAIL-LIST-REC
               MOVE USER-ID TO WM-USER-ID
               IF CN-MAIL-WITHHELD
                   MOVE "NO-MAIL" TO WM-REASON
                   ADD 1 TO WS-LISTED-NO-MAIL
               ELSE
                   MOVE "ADDRFLAG" TO WM-REASON
                   ADD 1 TO WS-LISTED-ADDR-FLAG
               END-IF
               MOVE USER-NAME TO WM-NAME
               MOVE USER-EMAIL TO WM-EMAIL
               IF USER-EMAIL = SPACES
                   ADD 1 TO WS-LISTED-NO-EMAIL
               END-IF
               WRITE EMAIL-LIST-REC
           ELSE
               PERFORM 5000-PRINT-LETTER
           END-IF
           .

      *----------------------------------------------------------------*
      *    5000-PRINT-LETTER - the welcome and the details we hold     *
      *----------------------------------------------------------------*
       5000-PRINT-LETTER.
           PERFORM 5100-ASSEMBLE-ADDRESS

           MOVE WS-TODAY TO WLC-DL-DATE
           WRITE WELCOME-OUT-REC FROM WLC-DATE-LINE
           MOVE USER-ID TO WLC-RL-USER-ID
           WRITE WELCOME-OUT-REC FROM WLC-REF-LINE
           WRITE WELCOME-OUT-REC FROM WS-BLANK-LINE
           PERFORM 5300-WRITE-ADDRESS-LINE
               VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > WS-ADDR-USED
           WRITE WELCOME-OUT-REC FROM WS-BLANK-LINE
           WRITE WELCOME-OUT-REC FROM WS-BLANK-LINE

           WRITE WELCOME-OUT-REC FROM WLC-TEXT-LINE-1
           WRITE WELCOME-OUT-REC FROM WS-BLANK-LINE
           WRITE WELCOME-OUT-REC FROM WLC-TEXT-LINE-2
           WRITE WELCOME-OUT-REC FROM WS-BLANK-LINE
           MOVE "ACCOUNT" TO WLC-DTL-LABEL
           MOVE USER-ID TO WLC-DTL-VALUE
           WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           MOVE "NAME" TO WLC-DTL-LABEL
           MOVE USER-NAME TO WLC-DTL-VALUE
           WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           MOVE "STREET" TO WLC-DTL-LABEL
           MOVE USER-STREET TO WLC-DTL-VALUE
           WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           MOVE "CITY" TO WLC-DTL-LABEL
           MOVE USER-CITY TO WLC-DTL-VALUE
           WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           MOVE "POSTCODE" TO WLC-DTL-LABEL
           MOVE USER-POSTCODE TO WLC-DTL-VALUE
           WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           MOVE "COUNTRY" TO WLC-DTL-LABEL
           MOVE WS-MAIN-COUNTRY-LINE TO WLC-DTL-VALUE
           WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           MOVE "PHONE" TO WLC-DTL-LABEL
           MOVE USER-PHONE TO WLC-DTL-VALUE
           WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           MOVE "EMAIL" TO WLC-DTL-LABEL
           MOVE USER-EMAIL TO WLC-DTL-VALUE
           WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           IF NOT AD-FROM-MAIN
               MOVE "POST SENT TO" TO WLC-DTL-LABEL
               IF AD-FROM-TEMPORARY
                   MOVE "YOUR TEMPORARY ADDRESS ABOVE"
                       TO WLC-DTL-VALUE
               ELSE
                   MOVE "YOUR MAILING ADDRESS ABOVE"
                       TO WLC-DTL-VALUE
               END-IF
               WRITE WELCOME-OUT-REC FROM WLC-DETAIL-LINE
           END-IF
           WRITE WELCOME-OUT-REC FROM WS-BLANK-LINE
           WRITE WELCOME-OUT-REC FROM WLC-TEXT-LINE-3
           WRITE WELCOME-OUT-REC FROM WLC-TEXT-LINE-4
           WRITE WELCOME-OUT-REC FROM WLC-END-LINE
           IF NOT WS-WELCOME-OK
               MOVE "USRWELC" TO EL-PROGRAM-ID
               MOVE "5000-PRINT-LETTER" TO EL-PARAGRAPH
               MOVE WS-WELCOME-STATUS TO EL-CODE
               MOVE "WRITE TO WELCOME.OUT FAILED - POSITION HELD"
                   TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE HIST-JOURNAL
               CLOSE WELCOME-OUT
               CLOSE EMAIL-LIST
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           ADD 1 TO WS-LETTERS-PRINTED
           IF NOT AD-FROM-MAIN
               ADD 1 TO WS-SENT-ALTERNATE
           END-IF
           .

      *----------------------------------------------------------------*
      *    5100-ASSEMBLE-ADDRESS - name, street, city and postcode in  *
      *                            the country's order, country name   *
      *                            - the address mail goes to today,   *
      *                            which is the main one unless        *
      *                            USRADDR says otherwise              *
      *----------------------------------------------------------------*
       5100-ASSEMBLE-ADDRESS.
           MOVE SPACES TO WS-ADDRESS-LINES
           MOVE 0 TO WS-ADDR-USED

           MOVE USER-COUNTRY TO WS-LOOKUP-COUNTRY
           PERFORM 5150-LOOKUP-COUNTRY-ENTRY
           MOVE WS-COUNTRY-LINE TO WS-MAIN-COUNTRY-LINE
           MOVE AD-COUNTRY TO WS-LOOKUP-COUNTRY
           PERFORM 5150-LOOKUP-COUNTRY-ENTRY
           PERFORM 5200-BUILD-CITY-PC-LINE

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

       5150-LOOKUP-COUNTRY-ENTRY.
           MOVE SPACES TO WS-COUNTRY-LINE
           MOVE "N" TO CC-FOUND-SW
           IF CT-LOADED
               MOVE WS-LOOKUP-COUNTRY TO CC-COUNTRY
               MOVE 1 TO CT-IX
               PERFORM FIND-ONE-COUNTRY
                   UNTIL CC-COUNTRY-FOUND OR CT-IX > CT-COUNT
           END-IF
           IF CC-COUNTRY-FOUND
               MOVE CT-NAME (CT-IX) TO WS-COUNTRY-LINE
           ELSE
               MOVE WS-LOOKUP-COUNTRY TO WS-COUNTRY-LINE
           END-IF
           .

       5200-BUILD-CITY-PC-LINE.
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

       5300-WRITE-ADDRESS-LINE.
           WRITE WELCOME-OUT-REC FROM WS-ADDR-LINE (WS-ADDR-IX)
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - advance the position, report the night     *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           CLOSE HIST-JOURNAL
           CLOSE WELCOME-OUT
           CLOSE EMAIL-LIST

           OPEN OUTPUT WELCOME-POSITION
           IF WS-POSITION-OK
               MOVE WS-POSITION TO WP-LAST-POSITION
               WRITE WELCOME-POSITION-REC
               CLOSE WELCOME-POSITION
           ELSE
               MOVE "USRWELC" TO EL-PROGRAM-ID
               MOVE "8000-TERMINATE" TO EL-PARAGRAPH
               MOVE WS-POSITION-STATUS TO EL-CODE
               MOVE "UNABLE TO SAVE WELCPOS - WELCOMES WILL REPEAT"
                   TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "=============================================="
           DISPLAY "USRWELC WELCOME PACK TOTALS"
           DISPLAY "  JOURNAL ENTRIES READ    : " WS-ENTRIES-READ
           DISPLAY "  CUSTOMERS NEWLY ACTIVE  : " WS-NEW-CUSTOMERS
           DISPLAY "  WELCOME LETTERS PRINTED : " WS-LETTERS-PRINTED
           DISPLAY "  EMAIL LIST, NO MAIL     : " WS-LISTED-NO-MAIL
           DISPLAY "  EMAIL LIST, ADDRESS FLAG: " WS-LISTED-ADDR-FLAG
           DISPLAY "    OF THOSE, NO EMAIL    : " WS-LISTED-NO-EMAIL
           DISPLAY "  SENT TO AN ALTERNATE    : " WS-SENT-ALTERNATE
           DISPLAY "  HELD BY SCREENING       : " WS-HELD-SCREENING
           DISPLAY "=============================================="
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY cntryref-load.

           COPY usrcons-load.

           COPY addrflag-load.

           COPY usraddr-load.

           COPY scrncase-load.
