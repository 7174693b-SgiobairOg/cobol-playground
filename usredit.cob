      *   also registered on the shared REJREG file under a reject
      *   ID, so the REJAGE report can age edit rejects alongside
      *   the load's until they are recycled or written off.
      *   Address standardization - clean records have the street and
      *   city brought to the house form from the ADDRABBR
      *   abbreviation table, and the city proved against the
      *   postcode's locality on LOCALREF. A city that contradicts
      *   its locality passes as keyed and is listed on LOCEXCP.
      *   Phone normalization - a keyed phone is brought to the one
      *   international form (+ dialing code + national number) from
      *   the CNTRYREF dialing codes. A number whose dialing code is
      *   unknown is rejected PHCC, one of the wrong length PHLN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROGRESS-FILE ASSIGN TO "PROGRESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESS-STATUS.
           SELECT ADDR-ABBR-FILE ASSIGN TO "ADDRABBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-ABBR-STATUS.
           SELECT LOCALITY-FILE ASSIGN TO "LOCALREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCALITY-STATUS.
           SELECT LOC-EXCEPTIONS ASSIGN TO "LOCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOC-EXCEPTIONS-STATUS.
           SELECT COUNTRY-REF-FILE ASSIGN TO "CNTRYREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTRY-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY progress.

       FD  ADDR-ABBR-FILE
           RECORDING MODE IS F.
           COPY addrabbr.

       FD  LOCALITY-FILE
           RECORDING MODE IS F.
           COPY localref.

       FD  LOC-EXCEPTIONS
           RECORDING MODE IS F.
           COPY locexcp.

       FD  COUNTRY-REF-FILE
           RECORDING MODE IS F.
           COPY cntryref.

       WORKING-STORAGE SECTION.
       01  ADDR-ABBR-STATUS        PIC X(02) VALUE SPACES.
           88  ADDR-ABBR-OK              VALUE "00".

       01  LOCALITY-STATUS         PIC X(02) VALUE SPACES.
           88  LOCALITY-OK               VALUE "00".

       01  LOC-EXCEPTIONS-STATUS   PIC X(02) VALUE SPACES.
           88  LOC-EXCEPTIONS-OK         VALUE "00".

           COPY addrabbr-tbl.

           COPY localref-tbl.

       01  COUNTRY-REF-STATUS      PIC X(02) VALUE SPACES.
           88  COUNTRY-REF-OK            VALUE "00".

           COPY cntryref-tbl.

       01  PROGRESS-STATUS         PIC X(02) VALUE SPACES.
           88  PROGRESS-OK               VALUE "00".

      *   UIDN - USER-ID not numeric        NAME - name missing
      *   CITY - city missing or has digits PCOD - postcode missing
      *   CTRY - country not two letters    PHON - phone malformed
      *   PHCC - phone dialing code unknown PHLN - phone wrong length
      *   MAIL - email malformed
       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(07) VALUE 0.
           05  WS-RECORDS-PASSED   PIC 9(07) VALUE 0.
           05  WS-RECORDS-REJECTED PIC 9(07) VALUE 0.
           05  WS-RECORDS-TIDIED   PIC 9(07) VALUE 0.
           05  WS-LOCALITY-CONFLICTS
                                   PIC 9(07) VALUE 0.

       01  WS-SCAN-IX              PIC 9(02) COMP VALUE 0.
       01  WS-SCAN-CHAR            PIC X(01) VALUE SPACE.
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

      * No ADDRABBR or LOCALREF on file simply means nothing to
      * standardize against - the feed passes as keyed.
           PERFORM LOAD-ABBREV-TABLE
           PERFORM LOAD-LOCALITY-TABLE
      * Likewise no CNTRYREF - phones pass as keyed.
           PERFORM LOAD-COUNTRY-TABLE
           .

      *----------------------------------------------------------------*
           END-IF

           IF WS-RECORD-CLEAN
               IF AT-LOADED OR LT-LOADED
                   PERFORM 3900-STANDARDIZE-ADDRESS
               END-IF
               ADD 1 TO WS-RECORDS-PASSED
               WRITE CLEAN-FEED-REC FROM RAW-FEED-REC
           ELSE
      *----------------------------------------------------------------*
      *    3600-EDIT-PHONE - blank is allowed, but a keyed phone may   *
      *                      hold only digits, spaces and + - ( )      *
      *                      and must contain at least one digit;      *
      *                      it then goes out in international form    *
      *----------------------------------------------------------------*
       3600-EDIT-PHONE.
           IF RF-USER-PHONE = SPACES
           IF WS-BAD-CHAR-FOUND OR WS-DIGIT-COUNT = 0
               MOVE "N" TO WS-EDIT-SW
               MOVE "PHON" TO WS-REASON-CODE
               GO TO 3600-EXIT
           END-IF

           MOVE RF-USER-COUNTRY TO PN-COUNTRY
           MOVE RF-USER-PHONE TO PN-PHONE
           PERFORM NORMALIZE-PHONE
           EVALUATE TRUE
               WHEN PN-ACCEPTED
                   MOVE PN-PHONE-OUT TO RF-USER-PHONE
               WHEN PN-FAIL-CODE
                   MOVE "N" TO WS-EDIT-SW
                   MOVE "PHCC" TO WS-REASON-CODE
               WHEN PN-FAIL-LENGTH
                   MOVE "N" TO WS-EDIT-SW
                   MOVE "PHLN" TO WS-REASON-CODE
               WHEN OTHER
                   MOVE "N" TO WS-EDIT-SW
                   MOVE "PHON" TO WS-REASON-CODE
           END-EVALUATE
           .

       3600-EXIT.
           PERFORM WRITE-REJECT-REGISTER
           .

      *----------------------------------------------------------------*
      *    3900-STANDARDIZE-ADDRESS - street and city to the house     *
      *                               form; a city that contradicts    *
      *                               its postcode's locality is left  *
      *                               as keyed and listed on LOCEXCP   *
      *----------------------------------------------------------------*
       3900-STANDARDIZE-ADDRESS.
           MOVE RF-USER-COUNTRY TO AS-COUNTRY
           MOVE RF-USER-STREET TO AS-TEXT
           PERFORM STANDARDIZE-TEXT
           MOVE AS-TEXT TO RF-USER-STREET

           MOVE RF-USER-COUNTRY TO LL-IN-COUNTRY
           MOVE RF-USER-POSTCODE TO LL-IN-POSTCODE
           MOVE RF-USER-CITY TO LL-IN-CITY
           PERFORM STANDARDIZE-CITY
           MOVE LL-CITY TO RF-USER-CITY

           IF AS-CHANGED OR LL-CHANGED
               ADD 1 TO WS-RECORDS-TIDIED
           END-IF

           IF LL-CONFLICT
               ADD 1 TO WS-LOCALITY-CONFLICTS
               MOVE SPACES TO LOC-EXCEPTION-REC
               MOVE "USREDIT" TO LX-PROGRAM-ID
               MOVE "FEED" TO LX-SOURCE
               MOVE RF-USER-ID TO LX-USER-ID
               MOVE RF-USER-NAME TO LX-USER-NAME
               MOVE RF-USER-COUNTRY TO LX-COUNTRY
               MOVE RF-USER-POSTCODE TO LX-POSTCODE
               MOVE LL-IN-CITY TO LX-CITY-GIVEN
               MOVE LL-LOCALITY-CITY TO LX-CITY-EXPECTED
               PERFORM WRITE-LOC-EXCEPTION
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - close up and report the edit totals        *
      *----------------------------------------------------------------*
           DISPLAY "  RECORDS READ      : " WS-RECORDS-READ
           DISPLAY "  RECORDS PASSED    : " WS-RECORDS-PASSED
           DISPLAY "  RECORDS REJECTED  : " WS-RECORDS-REJECTED
           DISPLAY "  ADDRESSES TIDIED  : " WS-RECORDS-TIDIED
           DISPLAY "  CITY CONFLICTS    : " WS-LOCALITY-CONFLICTS
           DISPLAY "=============================================="

           IF WS-RECORDS-REJECTED > 0
           COPY rejreg-write.

           COPY progress-write.

           COPY addrabbr-load.

           COPY localref-load.

           COPY locexcp-write.

           COPY cntryref-load.
