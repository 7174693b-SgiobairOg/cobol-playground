      *   selection, so those customers go out again without a
      *   hand-forced FULL extract, and the list is consumed when
      *   the run ends clean.
      *   Mailing and billing addresses - each detail also carries
      *   the address mail goes to and the address bills go to on
      *   the run date, worked out from the USRADDR customer address
      *   file, each with a source code (P the main address on the
      *   row, M mailing, B billing, T temporary), so CRM can hold
      *   them apart. Fixed details grow 106 bytes at the end; the
      *   delimited format gains ten columns and its header row is
      *   written at full width. A delta also picks up customers
      *   whose address in force changed by date alone since the
      *   last extract - an address starting, or one ending. A
      *   USRADDR file bigger than the address table stops the run,
      *   return code 16, before anything is extracted.
      *   Training region - the run refuses, return code 8, when it
      *   finds itself in a training region (the TRNREGN marker is
      *   present), so nothing practiced in training ever reaches the
      *   outside world or is mistaken for it.
      *   Sanctions screening - a customer with a confirmed watchlist
      *   match on the SCRNCASE register is left off the extract
      *   until compliance releases the case, and a delta picks the
      *   customer up again once it is released. A register bigger
      *   than the case table stops the run, return code 8, before
      *   anything is written - nothing goes out that could be held.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROGRESS-FILE ASSIGN TO "PROGRESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESS-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT EXTRACT-CONTROL ASSIGN TO "XTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRCTL-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EX-CONSENT-EMAIL     PIC X(01).
           05  EX-CONSENT-PHONE     PIC X(01).
           05  EX-TERR-CODE         PIC X(04).
           05  EX-MAIL-SOURCE       PIC X(01).
           05  EX-MAIL-STREET       PIC X(25).
           05  EX-MAIL-CITY         PIC X(15).
           05  EX-MAIL-POSTCODE     PIC X(10).
           05  EX-MAIL-COUNTRY      PIC X(02).
           05  EX-BILL-SOURCE       PIC X(01).
           05  EX-BILL-STREET       PIC X(25).
           05  EX-BILL-CITY         PIC X(15).
           05  EX-BILL-POSTCODE     PIC X(10).
           05  EX-BILL-COUNTRY      PIC X(02).
       01  EXTRACT-CSV-REC          PIC X(450).

       FD  ERROR-LOG
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY progress.

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

      * The extract's own control total, for NIGHTSTS and the volume
      * history - the same pattern as the load's CTLOUT.
       FD  EXTRACT-CONTROL
       01  EXTRACT-CONTROL-REC.
           05  XC-EXTRACT-COUNT    PIC 9(07).

       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  WS-SENT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-SENT-OK                   VALUE "00".

      * Scratch space for laying a delimited detail down one field
      * at a time - quotes doubled, trailing blanks dropped.
       01  WS-CSV-LINE                PIC X(450) VALUE SPACES.
       01  WS-CSV-PTR                 PIC 9(03) VALUE 1.
       01  WS-FLD                     PIC X(40) VALUE SPACES.
       01  WS-FLD-MAX                 PIC 9(02) VALUE 0.
           05  FILLER  PIC X(27) VALUE
               "CONSENT-EMAIL,CONSENT-PHONE".
           05  FILLER  PIC X(10) VALUE ",TERRITORY".
           05  FILLER  PIC X(48) VALUE
               ",MAIL-SOURCE,MAIL-STREET,MAIL-CITY,MAIL-POSTCODE".
           05  FILLER  PIC X(13) VALUE ",MAIL-COUNTRY".
           05  FILLER  PIC X(48) VALUE
               ",BILL-SOURCE,BILL-STREET,BILL-CITY,BILL-POSTCODE".
           05  FILLER  PIC X(13) VALUE ",BILL-COUNTRY".

      * Stamp of the last successful extract and of this run, both
      * held as date plus HHMMSSCC so the pair compares as one key.

           COPY usrterrf-tbl.

       01  CUST-ADDR-STATUS           PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK                 VALUE "00".

           COPY usraddr-tbl.

       01  SCREEN-CASE-STATUS         PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK               VALUE "00".

           COPY scrncase-tbl.

       01  WS-WITHHELD-COUNT          PIC 9(07) VALUE 0.
       01  WS-RELEASE-PICKED          PIC 9(05) VALUE 0.

      * The two addresses each detail carries, as resolved for the
      * run date.
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-SOURCE         PIC X(01) VALUE SPACE.
           05  WS-MAIL-STREET         PIC X(25) VALUE SPACES.
           05  WS-MAIL-CITY           PIC X(15) VALUE SPACES.
           05  WS-MAIL-POSTCODE       PIC X(10) VALUE SPACES.
           05  WS-MAIL-COUNTRY        PIC X(02) VALUE SPACES.
       01  WS-BILL-ADDRESS.
           05  WS-BILL-SOURCE         PIC X(01) VALUE SPACE.
           05  WS-BILL-STREET         PIC X(25) VALUE SPACES.
           05  WS-BILL-CITY           PIC X(15) VALUE SPACES.
           05  WS-BILL-POSTCODE       PIC X(10) VALUE SPACES.
           05  WS-BILL-COUNTRY        PIC X(02) VALUE SPACES.
       01  WS-ADDR-PICKED             PIC 9(05) VALUE 0.

       01  PROGRESS-STATUS            PIC X(02) VALUE SPACES.
           88  PROGRESS-OK                  VALUE "00".

           05  ET-DETAIL-COUNT        PIC 9(07).
           05  ET-HASH-TOTAL          PIC 9(12).

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM CHECK-REGION
           IF RG-TRAINING
               DISPLAY "USREXTR - TRAINING REGION - RUN REFUSED"
               DISPLAY "NOTHING LEAVES A TRAINING REGION FOR CRM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FETCH-CUSTOMER
           PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT
               PERFORM 1300-LOAD-RESEND-LIST
           END-IF

           PERFORM LOAD-ADDRESS-TABLE
           IF UT-OVERFLOW
               DISPLAY "USRADDR HOLDS MORE THAN " UT-MAX
                   " ADDRESSES - WIDEN THE TABLE, NOTHING EXTRACTED"
               MOVE "USREXTR" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "USRADDR LARGER THAN ADDRESS TABLE" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MODE-DELTA
               PERFORM 1400-LOAD-ADDRESS-CHANGES
           END-IF

           PERFORM LOAD-CONSENT-TABLE

           PERFORM LOAD-TERRASGN-TABLE

           PERFORM LOAD-SCREEN-CASES
           IF SK-OVERFLOW
               DISPLAY "SCRNCASE LARGER THAN THE CASE TABLE - "
                   "CONFIRMED MATCHES CANNOT ALL BE HELD BACK, "
                   "NOTHING EXTRACTED"
               MOVE "USREXTR" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "SCRNCASE LARGER THAN THE CASE TABLE" TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-DELTA
               PERFORM 1500-LOAD-RELEASES
           END-IF

           OPEN OUTPUT EXTRACT-OUT
           IF NOT WS-EXTRACT-OK
               DISPLAY "UNABLE TO OPEN USREXTR.OUT, STATUS="
           WRITE EXTRACT-OUT-REC FROM WS-EXTRACT-HEADER

           IF WS-FORMAT-CSV
               WRITE EXTRACT-CSV-REC FROM WS-CSV-HEADER
           END-IF

           OPEN OUTPUT SENT-LIST
           END-READ
           .

      *----------------------------------------------------------------*
      *    1400-LOAD-ADDRESS-CHANGES - an address that came into force *
      *                                or went out of it by date alone *
      *                                since the last extract was      *
      *                                never journaled, so its         *
      *                                customer joins the delta here   *
      *----------------------------------------------------------------*
       1400-LOAD-ADDRESS-CHANGES.
           PERFORM 1410-TEST-ONE-ADDRESS
               VARYING UT-IX FROM 1 BY 1
               UNTIL UT-IX > UT-COUNT OR WS-MODE-FULL
           IF WS-ADDR-PICKED > 0
               DISPLAY "ADDRESS DATES PICKED UP: "
                   WS-ADDR-PICKED " ENTRIES"
           END-IF
           .

      * An entry whose last day fell on or after the last extract
      * date and before today reverted in between.
       1410-TEST-ONE-ADDRESS.
           IF (UT-FROM-DATE (UT-IX) > WS-LAST-DATE
                   AND UT-FROM-DATE (UT-IX) NOT > WS-RUN-DATE)
               OR (UT-TO-DATE (UT-IX) NOT = 0
                   AND UT-TO-DATE (UT-IX) NOT < WS-LAST-DATE
                   AND UT-TO-DATE (UT-IX) < WS-RUN-DATE)
               ADD 1 TO WS-ADDR-PICKED
               MOVE UT-USER-ID (UT-IX) TO WS-ADD-ID
               PERFORM 1220-ADD-CHANGED-ID
           END-IF
           .

      *----------------------------------------------------------------*
      *    1500-LOAD-RELEASES - a confirmed match released since the   *
      *                         last extract was held back while it    *
      *                         was confirmed, so its customer joins   *
      *                         the delta here                         *
      *----------------------------------------------------------------*
       1500-LOAD-RELEASES.
           PERFORM 1510-TEST-ONE-CASE
               VARYING SK-IX FROM 1 BY 1
               UNTIL SK-IX > SK-COUNT OR WS-MODE-FULL
           IF WS-RELEASE-PICKED > 0
               DISPLAY "SCREENING RELEASES PICKED UP: "
                   WS-RELEASE-PICKED " CASES"
           END-IF
           .

       1510-TEST-ONE-CASE.
           IF SK-STATE-RELEASED (SK-IX)
               AND SK-DECIDED-DATE (SK-IX) NOT < WS-LAST-DATE
               ADD 1 TO WS-RELEASE-PICKED
               MOVE SK-USER-ID (SK-IX) TO WS-ADD-ID
               PERFORM 1220-ADD-CHANGED-ID
           END-IF
           .

      *----------------------------------------------------------------*
      *    2000-FETCH-CUSTOMER - pull the next row off the cursor      *
      *----------------------------------------------------------------*
               END-IF
           END-IF

      * A confirmed watchlist match stays off the file until
      * compliance releases it.
           MOVE USER-ID TO SK-IN-USER-ID
           PERFORM CHECK-SCREEN-HOLD
           IF SK-CONFIRMED
               ADD 1 TO WS-WITHHELD-COUNT
               PERFORM 2000-FETCH-CUSTOMER
               GO TO 3000-EXIT
           END-IF

           IF USER-STATUS = SPACE
               MOVE "A" TO USER-STATUS
           END-IF
           PERFORM FIND-CONSENT
           MOVE USER-ID TO TA-IN-ID
           PERFORM FIND-TERRASGN
           PERFORM 3100-RESOLVE-ADDRESSES

           IF WS-FORMAT-CSV
               PERFORM 3200-WRITE-CSV-DETAIL
               MOVE CN-EMAIL-SW   TO EX-CONSENT-EMAIL
               MOVE CN-PHONE-SW   TO EX-CONSENT-PHONE
               MOVE TA-TERR-CODE  TO EX-TERR-CODE
               MOVE WS-MAIL-SOURCE   TO EX-MAIL-SOURCE
               MOVE WS-MAIL-STREET   TO EX-MAIL-STREET
               MOVE WS-MAIL-CITY     TO EX-MAIL-CITY
               MOVE WS-MAIL-POSTCODE TO EX-MAIL-POSTCODE
               MOVE WS-MAIL-COUNTRY  TO EX-MAIL-COUNTRY
               MOVE WS-BILL-SOURCE   TO EX-BILL-SOURCE
               MOVE WS-BILL-STREET   TO EX-BILL-STREET
               MOVE WS-BILL-CITY     TO EX-BILL-CITY
               MOVE WS-BILL-POSTCODE TO EX-BILL-POSTCODE
               MOVE WS-BILL-COUNTRY  TO EX-BILL-COUNTRY
               WRITE EXTRACT-OUT-REC
           END-IF
           MOVE USER-ID TO SL-USER-ID
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-RESOLVE-ADDRESSES - where mail and bills go on the run *
      *                             date; P when it is the main one    *
      *----------------------------------------------------------------*
       3100-RESOLVE-ADDRESSES.
           MOVE USER-ID TO AD-IN-ID
           MOVE WS-RUN-DATE TO AD-AS-OF
           SET AD-FOR-MAIL TO TRUE
           PERFORM 3110-RESOLVE-FROM-MAIN
           MOVE AD-SOURCE TO WS-MAIL-SOURCE
           MOVE AD-STREET TO WS-MAIL-STREET
           MOVE AD-CITY TO WS-MAIL-CITY
           MOVE AD-POSTCODE TO WS-MAIL-POSTCODE
           MOVE AD-COUNTRY TO WS-MAIL-COUNTRY
           SET AD-FOR-BILL TO TRUE
           PERFORM 3110-RESOLVE-FROM-MAIN
           MOVE AD-SOURCE TO WS-BILL-SOURCE
           MOVE AD-STREET TO WS-BILL-STREET
           MOVE AD-CITY TO WS-BILL-CITY
           MOVE AD-POSTCODE TO WS-BILL-POSTCODE
           MOVE AD-COUNTRY TO WS-BILL-COUNTRY
           IF WS-MAIL-SOURCE = SPACE
               MOVE "P" TO WS-MAIL-SOURCE
           END-IF
           IF WS-BILL-SOURCE = SPACE
               MOVE "P" TO WS-BILL-SOURCE
           END-IF
           .

       3110-RESOLVE-FROM-MAIN.
           MOVE USER-STREET TO AD-STREET
           MOVE USER-CITY TO AD-CITY
           MOVE USER-POSTCODE TO AD-POSTCODE
           MOVE USER-COUNTRY TO AD-COUNTRY
           PERFORM RESOLVE-ADDRESS
           .

      *----------------------------------------------------------------*
      *    3200-WRITE-CSV-DETAIL - the same row laid out delimited:    *
      *                            USER-ID bare, text fields quoted    *
           MOVE TA-TERR-CODE TO WS-FLD
           MOVE 4 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-MAIL-SOURCE TO WS-FLD
           MOVE 1 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-MAIL-STREET TO WS-FLD
           MOVE 25 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-MAIL-CITY TO WS-FLD
           MOVE 15 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-MAIL-POSTCODE TO WS-FLD
           MOVE 10 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-MAIL-COUNTRY TO WS-FLD
           MOVE 2 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-BILL-SOURCE TO WS-FLD
           MOVE 1 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-BILL-STREET TO WS-FLD
           MOVE 25 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-BILL-CITY TO WS-FLD
           MOVE 15 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-BILL-POSTCODE TO WS-FLD
           MOVE 10 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD
           MOVE WS-BILL-COUNTRY TO WS-FLD
           MOVE 2 TO WS-FLD-MAX
           PERFORM 3210-APPEND-TEXT-FIELD

           WRITE EXTRACT-CSV-REC FROM WS-CSV-LINE
           .
               DISPLAY "CUSTOMERS UNCHANGED AND SKIPPED: "
                   WS-SKIPPED-COUNT
           END-IF
           IF WS-WITHHELD-COUNT > 0
               DISPLAY "CONFIRMED SCREENING MATCHES HELD BACK: "
                   WS-WITHHELD-COUNT
           END-IF
           DISPLAY "USREXTR COMPLETE - " WS-EXTRACT-COUNT
               " CUSTOMERS EXTRACTED"

           COPY usrterrf-load.

           COPY progress-write.

           COPY usraddr-load.

           COPY scrncase-load.

           COPY region-check.
