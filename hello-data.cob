      *   refuses to start instead of interleaving commits with the
      *   first and fighting over the restart file. A marker left by
      *   a crashed run is cleared with RUNLOCK CLEAR DATALOCK.
      *   Address standardization - web signups have the street and
      *   city brought to the house form from the ADDRABBR
      *   abbreviation table and the city proved against the
      *   postcode's locality on LOCALREF, the same as USREDIT does
      *   for the fixed-width feed. A city that contradicts its
      *   locality loads as keyed and is listed on LOCEXCP, except in
      *   a trial run.
      *   Phone normalization - a web signup's phone is brought to the
      *   international form from the CNTRYREF dialing codes, as
      *   USREDIT does for the feed. One that cannot be normalized is
      *   rejected BADPHONE, PHONECC or PHONELEN.
      *   Search index kept current - every customer the load inserts
      *   or updates is written to the USRFINDX search index under its
      *   new search keys, so the phone desk finds tonight's new
      *   customers in USRFIND without waiting for the next FINDXBLD
      *   build. With no index on file yet the load carries on
      *   without it; a trial touches nothing.
      *   Acquisition channel - every customer the load inserts is
      *   recorded on the USRORIG register as a branch-feed (F) or a
      *   web-signup (W) acquisition. A recycled reject that arrives
      *   with no USER-ID can only have come from the web, so it is
      *   recorded W; one arriving with an ID is recorded F. Updates
      *   record nothing.
      *   Web signup matching - before a USER-ID is issued for a web
      *   signup, its lower-cased email, digits-only phone (in the
      *   form it would be stored in) and upper-case name at its
      *   postcode are looked up on the USRFINDX search index, and
      *   every customer met is scored as USRDUPSC scores a pair.
      *   One live customer matching on two keys or more is a
      *   confident match: the signup updates that customer and
      *   WEBACK returns the existing USER-ID. Anything less certain
      *   is referred - written to WEBREVW with the customers it
      *   might be, acknowledged P REVIEW, and not loaded. The web
      *   totals now show matched, new and referred, on CTLOUT too.
      *   With no index on file every signup is new, as before.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT CUST-ORIGIN-FILE ASSIGN TO "USRORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ORIGIN-STATUS.
      * The reject file lands on CUSTREJ for a real run and on
      * TRIALREJ for a trial, so proving a feed never disturbs the
      * live recycle pipeline.
           SELECT WEB-ACK-OUT ASSIGN TO "WEBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBACK-STATUS.
           SELECT WEB-REVIEW ASSIGN TO "WEBREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBREVW-STATUS.
           SELECT XREF-FILE ASSIGN TO "USRXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT ADDR-FLAG-FILE ASSIGN TO "ADDRFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-FLAG-STATUS.
           SELECT ADDR-ABBR-FILE ASSIGN TO "ADDRABBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-ABBR-STATUS.
           SELECT LOCALITY-FILE ASSIGN TO "LOCALREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCALITY-STATUS.
           SELECT LOC-EXCEPTIONS ASSIGN TO "LOCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOC-EXCEPTIONS-STATUS.
           SELECT SEARCH-INDEX ASSIGN TO "USRFINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-USER-ID
               ALTERNATE RECORD KEY IS FX-PHONE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FX-EMAIL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FX-POSTCODE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FX-SOUNDS-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS SEARCH-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CO-WEB-READ         PIC 9(07).
           05  CO-WEB-APPLIED      PIC 9(07).
           05  CO-WEB-REJECTED     PIC 9(07).
           05  CO-WEB-MATCHED      PIC 9(07).
           05  CO-WEB-NEW          PIC 9(07).
           05  CO-WEB-REFERRED     PIC 9(07).

       FD  ERROR-LOG
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY usrhist.

       FD  CUST-ORIGIN-FILE
           RECORDING MODE IS F.
           COPY usrorig.

       FD  REJECT-OUT
           RECORDING MODE IS F.
       01  REJECT-OUT-REC          PIC X(157).
           RECORDING MODE IS F.
           COPY addrflag.

       FD  ADDR-ABBR-FILE
           RECORDING MODE IS F.
           COPY addrabbr.

       FD  LOCALITY-FILE
           RECORDING MODE IS F.
           COPY localref.

       FD  LOC-EXCEPTIONS
           RECORDING MODE IS F.
           COPY locexcp.

       FD  SEARCH-INDEX.
           COPY usrfindx.

       FD  WEB-ACK-OUT
           RECORDING MODE IS F.
       01  WEB-ACK-REC.
           05  WA-VERDICT          PIC X(01).
               88  WA-ACCEPTED           VALUE "A".
               88  WA-REJECTED           VALUE "R".
               88  WA-REFERRED           VALUE "P".
           05  FILLER              PIC X(01).
           05  WA-REASON           PIC X(08).

      * A web signup held back for a person to decide - up to three
      * of the customers it might be, and the signup itself in the
      * CUSTRCY layout with no USER-ID. The reviewer settles it by
      * putting the record on CUSTRCY under the customer's USER-ID,
      * or as it is to make a new customer of it.
       FD  WEB-REVIEW
           RECORDING MODE IS F.
       01  WEB-REVIEW-REC.
           05  WR-REVIEW-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  WR-CANDIDATE-COUNT  PIC 9(02).
           05  FILLER              PIC X(01).
           05  WR-CANDIDATE OCCURS 3 TIMES.
               10  WR-CAND-USER-ID PIC 9(05).
               10  FILLER          PIC X(01).
               10  WR-CAND-SCORE   PIC 9(03).
               10  FILLER          PIC X(01).
               10  WR-CAND-KEYS    PIC X(03).
               10  FILLER          PIC X(01).
           05  WR-RECORD           PIC X(137).

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS     PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK           VALUE "00".
       01  WS-WEBACK-STATUS        PIC X(02) VALUE SPACES.
           88  WS-WEBACK-OK              VALUE "00".

       01  WS-WEBREVW-STATUS       PIC X(02) VALUE SPACES.
           88  WS-WEBREVW-OK             VALUE "00".
       01  WS-WEBREVW-SW           PIC X(01) VALUE "N".
           88  WS-WEBREVW-OPEN           VALUE "Y".

      * Web signup matching - the customers the signup's search keys
      * met on the index, with the keys each one matched on (N name
      * at the postcode, P phone, E email) and its score, weighted
      * as USRDUPSC weights them. A signup meeting more customers
      * than the table holds is referred.
       01  WS-WM-CANDIDATES.
           05  WS-WC-ENTRY OCCURS 20 TIMES.
               10  WS-WC-USER-ID   PIC 9(05).
               10  WS-WC-KEYS.
                   15  WS-WC-NAME-PC
                                   PIC X(01).
                   15  WS-WC-PHONE PIC X(01).
                   15  WS-WC-EMAIL PIC X(01).
               10  WS-WC-SCORE     PIC 9(03).
       01  WS-WC-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-WC-MAX               PIC 9(02) COMP VALUE 20.
       01  WS-WC-IX                PIC 9(02) COMP VALUE 0.
       01  WS-WC-FOUND-IX          PIC 9(02) COMP VALUE 0.
       01  WS-WC-CONFIDENT-IX      PIC 9(02) COMP VALUE 0.
       01  WS-WC-CONFIDENT-COUNT   PIC 9(02) COMP VALUE 0.
       01  WS-WC-SCORED-COUNT      PIC 9(02) COMP VALUE 0.
       01  WS-WR-IX                PIC 9(02) COMP VALUE 0.
      * Two keys or more - name at postcode with either of the others,
      * or phone and email together.
       01  WS-WM-CONFIDENT-SCORE   PIC 9(03) VALUE 070.
       01  WS-WM-KEY-SW            PIC X(01) VALUE SPACE.
           88  WS-WM-BY-EMAIL            VALUE "E".
           88  WS-WM-BY-PHONE            VALUE "P".
           88  WS-WM-BY-NAME-PC          VALUE "N".
       01  WS-WM-INDEX-EOF-SW      PIC X(01) VALUE "N".
           88  WS-WM-INDEX-EOF           VALUE "Y".
       01  WS-WM-OVERFLOW-SW       PIC X(01) VALUE "N".
           88  WS-WM-OVERFLOW            VALUE "Y".
       01  WS-WM-RESULT-SW         PIC X(01) VALUE "N".
           88  WS-WM-NEW                 VALUE "N".
           88  WS-WM-MATCHED             VALUE "M".
           88  WS-WM-REFERRED            VALUE "R".
       01  WS-WM-SAVE-PHONE        PIC X(15) VALUE SPACES.

       01  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01  WS-REJECT-NAME          PIC X(20) VALUE "CUSTREJ".


           COPY addrflag-tbl.

       01  ADDR-ABBR-STATUS        PIC X(02) VALUE SPACES.
           88  ADDR-ABBR-OK              VALUE "00".

           COPY addrabbr-tbl.

       01  LOCALITY-STATUS         PIC X(02) VALUE SPACES.
           88  LOCALITY-OK               VALUE "00".

           COPY localref-tbl.

       01  LOC-EXCEPTIONS-STATUS   PIC X(02) VALUE SPACES.
           88  LOC-EXCEPTIONS-OK         VALUE "00".

       01  HIST-JOURNAL-STATUS  PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK        VALUE "00".

       01  CUST-ORIGIN-STATUS   PIC X(02) VALUE SPACES.
           88  CUST-ORIGIN-OK         VALUE "00".

       01  SEARCH-INDEX-STATUS     PIC X(02) VALUE SPACES.
           88  SEARCH-INDEX-OK           VALUE "00".
           88  SEARCH-INDEX-DUP-KEY      VALUE "22".
       01  WS-SEARCH-INDEX-SW      PIC X(01) VALUE "N".
           88  WS-SEARCH-INDEX-OPEN      VALUE "Y".

           COPY findkey.

           COPY soundex.

      *    EXEC SQL INCLUDE  sqlca END-EXEC.
           COPY sqlca.

           05  OLD-USER-PHONE      PIC X(15).
           05  OLD-USER-EMAIL      PIC X(40).
           05  OLD-USER-STATUS     PIC X(01).
       01  WS-WM-LIVE-ID           PIC 9(05).
       01  WS-WM-LIVE-STATUS       PIC X(01).
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-CUSTIN-STATUS        PIC X(02) VALUE SPACES.
           05  WS-WEB-READ          PIC 9(07) VALUE 0.
           05  WS-WEB-APPLIED       PIC 9(07) VALUE 0.
           05  WS-WEB-REJECTED      PIC 9(07) VALUE 0.
           05  WS-WEB-MATCHED       PIC 9(07) VALUE 0.
           05  WS-WEB-NEW           PIC 9(07) VALUE 0.
           05  WS-WEB-REFERRED      PIC 9(07) VALUE 0.

       01  WS-REJECT-STATUS        PIC X(02) VALUE SPACES.
           88  WS-REJECT-OK              VALUE "00".
           05  WS-WB-POSTCODE      PIC X(10) VALUE SPACES.
           05  WS-WB-COUNTRY       PIC X(02) VALUE SPACES.

       01  WS-WEB-TIDIED           PIC 9(07) VALUE 0.
       01  WS-WEB-CONFLICTS        PIC 9(07) VALUE 0.

       01  WS-GOT-RECORD-SW        PIC X(01) VALUE "N".
           88  WS-GOT-RECORD             VALUE "Y".


           PERFORM LOAD-BUSCAL-TABLE

           PERFORM LOAD-ABBREV-TABLE

           PERFORM LOAD-LOCALITY-TABLE

           PERFORM 1090-OPEN-SEARCH-INDEX

           PERFORM 1500-VALIDATE-BATCH THRU 1500-EXIT
           .

      *----------------------------------------------------------------*
      *    1090-OPEN-SEARCH-INDEX - the USRFINDX search index, if the  *
      *                             nightly build has made one yet. A  *
      *                             trial only matches web signups on  *
      *                             it, so reads it and nothing more   *
      *----------------------------------------------------------------*
       1090-OPEN-SEARCH-INDEX.
           IF WS-TRIAL-RUN
               OPEN INPUT SEARCH-INDEX
           ELSE
               OPEN I-O SEARCH-INDEX
           END-IF
           IF SEARCH-INDEX-OK
               SET WS-SEARCH-INDEX-OPEN TO TRUE
           ELSE
               DISPLAY "NO USRFINDX SEARCH INDEX ON FILE - NEW "
                   "CUSTOMERS WAIT FOR THE NEXT FINDXBLD BUILD"
           END-IF
           .

      *----------------------------------------------------------------*
      *    1080-READ-RESTART - pick up the checkpoint a crashed real   *
      *                        run left behind                          *
           MOVE WS-WB-COUNTRY TO CR-USER-COUNTRY
           MOVE WS-WB-PHONE TO CR-USER-PHONE
           MOVE WS-WB-EMAIL TO CR-USER-EMAIL
           IF AT-LOADED OR LT-LOADED
               PERFORM 2065-STANDARDIZE-WEB-ADDRESS
           END-IF
           .

      *----------------------------------------------------------------*
      *    2065-STANDARDIZE-WEB-ADDRESS - street and city to the house *
      *                                   form; a city contradicting   *
      *                                   its postcode's locality is   *
      *                                   kept as keyed and listed on  *
      *                                   LOCEXCP                      *
      *----------------------------------------------------------------*
       2065-STANDARDIZE-WEB-ADDRESS.
           MOVE CR-USER-COUNTRY TO AS-COUNTRY
           MOVE CR-USER-STREET TO AS-TEXT
           PERFORM STANDARDIZE-TEXT
           MOVE AS-TEXT TO CR-USER-STREET

           MOVE CR-USER-COUNTRY TO LL-IN-COUNTRY
           MOVE CR-USER-POSTCODE TO LL-IN-POSTCODE
           MOVE CR-USER-CITY TO LL-IN-CITY
           PERFORM STANDARDIZE-CITY
           MOVE LL-CITY TO CR-USER-CITY

           IF AS-CHANGED OR LL-CHANGED
               ADD 1 TO WS-WEB-TIDIED
           END-IF

           IF LL-CONFLICT
               ADD 1 TO WS-WEB-CONFLICTS
               IF NOT WS-TRIAL-RUN
                   MOVE SPACES TO LOC-EXCEPTION-REC
                   MOVE "HELLO-DATA" TO LX-PROGRAM-ID
                   MOVE "WEB" TO LX-SOURCE
                   MOVE CR-USER-ID TO LX-USER-ID
                   MOVE CR-USER-NAME TO LX-USER-NAME
                   MOVE CR-USER-COUNTRY TO LX-COUNTRY
                   MOVE CR-USER-POSTCODE TO LX-POSTCODE
                   MOVE LL-IN-CITY TO LX-CITY-GIVEN
                   MOVE LL-LOCALITY-CITY TO LX-CITY-EXPECTED
                   PERFORM WRITE-LOC-EXCEPTION
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
           MOVE 0 TO WS-RETRY-COUNT
           MOVE USER-ID TO WS-ARRIVED-ID

      * A web signup is looked for among the customers we already
      * hold before any USER-ID is issued for it. A confident match
      * carries on as an update of that customer - a reject of it
      * recycles against the same customer; an uncertain one goes
      * to WEBREVW for a person to decide and is not loaded.
           IF WS-PHASE-WEB
               AND USER-ID = 0
               PERFORM 3010-MATCH-WEB-SIGNUP THRU 3010-EXIT
               IF WS-WM-REFERRED
                   PERFORM 3040-REFER-WEB-SIGNUP
                   GO TO 3190-NEXT-CUSTOMER
               END-IF
               IF WS-WM-MATCHED
                   MOVE WS-WC-USER-ID (WS-WC-CONFIDENT-IX) TO USER-ID
                   MOVE USER-ID TO CR-USER-ID
                   DISPLAY "WEB SIGNUP MATCHED TO USER-ID " USER-ID
                       " FOR " USER-NAME
               END-IF
           END-IF

      * A record arriving with no USER-ID - the web feed issues none
      * - gets one minted here through the issuance service. A zero
      * ID must never reach the check digit, which a string of
               END-IF
           END-IF

      * The fixed-width feed had its phones normalized by USREDIT;
      * web signups come straight here.
           IF WS-PHASE-WEB
               MOVE USER-COUNTRY TO PN-COUNTRY
               MOVE USER-PHONE TO PN-PHONE
               PERFORM NORMALIZE-PHONE
               IF NOT PN-ACCEPTED
                   DISPLAY "REJECTED - PHONE " USER-PHONE
                       " CANNOT BE NORMALIZED FOR USER-ID " USER-ID
                   EVALUATE TRUE
                       WHEN PN-FAIL-CODE
                           MOVE "PHONECC" TO WS-RJ-REASON
                       WHEN PN-FAIL-LENGTH
                           MOVE "PHONELEN" TO WS-RJ-REASON
                       WHEN OTHER
                           MOVE "BADPHONE" TO WS-RJ-REASON
                   END-EVALUATE
                   MOVE ZERO TO WS-RJ-SQLCODE
                   PERFORM 3600-WRITE-REJECT
                   GO TO 3190-NEXT-CUSTOMER
               END-IF
               MOVE PN-PHONE-OUT TO USER-PHONE
           END-IF

           PERFORM 3050-LOOKUP-CUSTOMER

      * A trial stops at the decision - the would-be action goes on
           GO TO 3150-RETRY-CHECK
           .

      *----------------------------------------------------------------*
      *    3010-MATCH-WEB-SIGNUP - the signup's search keys looked up  *
      *                            on the index, each customer met     *
      *                            scored and proved live: one         *
      *                            confident match, something to      *
      *                            refer, or a new customer            *
      *----------------------------------------------------------------*
       3010-MATCH-WEB-SIGNUP.
           SET WS-WM-NEW TO TRUE
           MOVE 0 TO WS-WC-COUNT
           MOVE 0 TO WS-WC-CONFIDENT-COUNT
           MOVE 0 TO WS-WC-SCORED-COUNT
           MOVE "N" TO WS-WM-OVERFLOW-SW
           IF NOT WS-SEARCH-INDEX-OPEN
               GO TO 3010-EXIT
           END-IF

      * The phone is looked for in the form it would be stored in.
           MOVE USER-PHONE TO WS-WM-SAVE-PHONE
           MOVE USER-COUNTRY TO PN-COUNTRY
           MOVE USER-PHONE TO PN-PHONE
           PERFORM NORMALIZE-PHONE
           IF PN-ACCEPTED
               MOVE PN-PHONE-OUT TO USER-PHONE
           END-IF
           PERFORM BUILD-SEARCH-KEYS
           MOVE WS-WM-SAVE-PHONE TO USER-PHONE

           IF FK-EMAIL-LOWER NOT = SPACES
               SET WS-WM-BY-EMAIL TO TRUE
               PERFORM 3020-SEARCH-ONE-KEY THRU 3020-EXIT
           END-IF
           IF FK-PHONE-DIGITS NOT = SPACES
               SET WS-WM-BY-PHONE TO TRUE
               PERFORM 3020-SEARCH-ONE-KEY THRU 3020-EXIT
           END-IF
           IF FK-POSTCODE-UP NOT = SPACES
               AND FK-NAME-UP NOT = SPACES
               SET WS-WM-BY-NAME-PC TO TRUE
               PERFORM 3020-SEARCH-ONE-KEY THRU 3020-EXIT
           END-IF

           PERFORM 3030-JUDGE-ONE-CANDIDATE
               VARYING WS-WC-IX FROM 1 BY 1
               UNTIL WS-WC-IX > WS-WC-COUNT
           EVALUATE TRUE
               WHEN WS-WM-OVERFLOW
                   SET WS-WM-REFERRED TO TRUE
               WHEN WS-WC-CONFIDENT-COUNT = 1
                   SET WS-WM-MATCHED TO TRUE
               WHEN WS-WC-SCORED-COUNT > 0
                   SET WS-WM-REFERRED TO TRUE
           END-EVALUATE
           .

       3010-EXIT.
           EXIT.

      * The read runs along the key the search started on, so the
      * first entry past the searched value ends the list.
       3020-SEARCH-ONE-KEY.
           MOVE "N" TO WS-WM-INDEX-EOF-SW
           EVALUATE TRUE
               WHEN WS-WM-BY-EMAIL
                   MOVE FK-EMAIL-LOWER TO FX-EMAIL-KEY
                   START SEARCH-INDEX KEY = FX-EMAIL-KEY
                       INVALID KEY
                           GO TO 3020-EXIT
                   END-START
               WHEN WS-WM-BY-PHONE
                   MOVE FK-PHONE-DIGITS TO FX-PHONE-KEY
                   START SEARCH-INDEX KEY = FX-PHONE-KEY
                       INVALID KEY
                           GO TO 3020-EXIT
                   END-START
               WHEN OTHER
                   MOVE FK-POSTCODE-UP TO FX-POSTCODE-KEY
                   START SEARCH-INDEX KEY = FX-POSTCODE-KEY
                       INVALID KEY
                           GO TO 3020-EXIT
                   END-START
           END-EVALUATE
           PERFORM 3025-NEXT-INDEX-HIT THRU 3025-EXIT
               UNTIL WS-WM-INDEX-EOF
           .

       3020-EXIT.
           EXIT.

       3025-NEXT-INDEX-HIT.
           READ SEARCH-INDEX NEXT RECORD
               AT END
                   SET WS-WM-INDEX-EOF TO TRUE
                   GO TO 3025-EXIT
           END-READ
           EVALUATE TRUE
               WHEN WS-WM-BY-EMAIL
                   IF FX-EMAIL-KEY NOT = FK-EMAIL-LOWER
                       SET WS-WM-INDEX-EOF TO TRUE
                       GO TO 3025-EXIT
                   END-IF
               WHEN WS-WM-BY-PHONE
                   IF FX-PHONE-KEY NOT = FK-PHONE-DIGITS
                       SET WS-WM-INDEX-EOF TO TRUE
                       GO TO 3025-EXIT
                   END-IF
               WHEN OTHER
                   IF FX-POSTCODE-KEY NOT = FK-POSTCODE-UP
                       SET WS-WM-INDEX-EOF TO TRUE
                       GO TO 3025-EXIT
                   END-IF
                   IF FX-NAME-KEY NOT = FK-NAME-UP
                       GO TO 3025-EXIT
                   END-IF
           END-EVALUATE
           PERFORM 3027-NOTE-CANDIDATE
           .

       3025-EXIT.
           EXIT.

       3027-NOTE-CANDIDATE.
           MOVE 0 TO WS-WC-FOUND-IX
           PERFORM 3028-TEST-ONE-CANDIDATE
               VARYING WS-WC-IX FROM 1 BY 1
               UNTIL WS-WC-IX > WS-WC-COUNT
           IF WS-WC-FOUND-IX = 0
               AND WS-WC-COUNT NOT < WS-WC-MAX
               SET WS-WM-OVERFLOW TO TRUE
           ELSE
               IF WS-WC-FOUND-IX = 0
                   ADD 1 TO WS-WC-COUNT
                   MOVE WS-WC-COUNT TO WS-WC-FOUND-IX
                   MOVE FX-USER-ID TO WS-WC-USER-ID (WS-WC-FOUND-IX)
                   MOVE "---" TO WS-WC-KEYS (WS-WC-FOUND-IX)
                   MOVE 0 TO WS-WC-SCORE (WS-WC-FOUND-IX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-WM-BY-EMAIL
                       MOVE "E" TO WS-WC-EMAIL (WS-WC-FOUND-IX)
                   WHEN WS-WM-BY-PHONE
                       MOVE "P" TO WS-WC-PHONE (WS-WC-FOUND-IX)
                   WHEN OTHER
                       MOVE "N" TO WS-WC-NAME-PC (WS-WC-FOUND-IX)
               END-EVALUATE
           END-IF
           .

       3028-TEST-ONE-CANDIDATE.
           IF WS-WC-USER-ID (WS-WC-IX) = FX-USER-ID
               MOVE WS-WC-IX TO WS-WC-FOUND-IX
           END-IF
           .

      * The index only says where to look - a customer gone from the
      * table since the build, or retired to DELETED, is no match.
       3030-JUDGE-ONE-CANDIDATE.
           MOVE 0 TO WS-WC-SCORE (WS-WC-IX)
           MOVE WS-WC-USER-ID (WS-WC-IX) TO WS-WM-LIVE-ID
           EXEC SQL
               SELECT USER-STATUS
               INTO :WS-WM-LIVE-STATUS
               FROM USER
               WHERE USER-ID = :WS-WM-LIVE-ID
           END-EXEC
           IF SQLCODE = 0
               AND WS-WM-LIVE-STATUS NOT = "D"
               IF WS-WC-NAME-PC (WS-WC-IX) = "N"
                   ADD 50 TO WS-WC-SCORE (WS-WC-IX)
               END-IF
               IF WS-WC-PHONE (WS-WC-IX) = "P"
                   ADD 30 TO WS-WC-SCORE (WS-WC-IX)
               END-IF
               IF WS-WC-EMAIL (WS-WC-IX) = "E"
                   ADD 40 TO WS-WC-SCORE (WS-WC-IX)
               END-IF
               ADD 1 TO WS-WC-SCORED-COUNT
               IF WS-WC-SCORE (WS-WC-IX) NOT < WS-WM-CONFIDENT-SCORE
                   ADD 1 TO WS-WC-CONFIDENT-COUNT
                   MOVE WS-WC-IX TO WS-WC-CONFIDENT-IX
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    3040-REFER-WEB-SIGNUP - an uncertain match is not loaded;   *
      *                            it goes to WEBREVW for a person to  *
      *                            decide, and the web system is told  *
      *----------------------------------------------------------------*
       3040-REFER-WEB-SIGNUP.
           ADD 1 TO WS-WEB-REFERRED
           DISPLAY "WEB SIGNUP FOR " USER-NAME " REFERRED FOR REVIEW - "
               WS-WC-SCORED-COUNT " POSSIBLE MATCHES"
           IF WS-TRIAL-RUN
               MOVE SPACES TO TRIAL-REGISTER-REC
               MOVE "REFER" TO TG-ACTION
               MOVE USER-ID TO TG-USER-ID
               WRITE TRIAL-REGISTER-REC
           ELSE
               PERFORM 3045-WRITE-REVIEW
           END-IF
           MOVE SPACES TO WEB-ACK-REC
           MOVE CR-USER-EMAIL TO WA-EMAIL
           MOVE 0 TO WA-USER-ID
           SET WA-REFERRED TO TRUE
           MOVE "REVIEW" TO WA-REASON
           PERFORM 2070-WRITE-WEB-ACK
           .

       3045-WRITE-REVIEW.
           IF NOT WS-WEBREVW-OPEN
               OPEN EXTEND WEB-REVIEW
               IF NOT WS-WEBREVW-OK
                   OPEN OUTPUT WEB-REVIEW
               END-IF
               IF WS-WEBREVW-OK
                   SET WS-WEBREVW-OPEN TO TRUE
               ELSE
                   MOVE "HELLO-DATA" TO EL-PROGRAM-ID
                   MOVE "3045-WRITE-REVIEW" TO EL-PARAGRAPH
                   MOVE WS-WEBREVW-STATUS TO EL-CODE
                   MOVE "UNABLE TO OPEN WEBREVW - REFERRAL NOT WRITTEN"
                       TO EL-MESSAGE
                   SET EL-SEV-SEVERE TO TRUE
                   PERFORM WRITE-ERROR-LOG
               END-IF
           END-IF
           IF WS-WEBREVW-OPEN
               MOVE SPACES TO WEB-REVIEW-REC
               MOVE WS-REJID-DATE TO WR-REVIEW-DATE
               MOVE WS-WC-SCORED-COUNT TO WR-CANDIDATE-COUNT
               MOVE 0 TO WS-WR-IX
               PERFORM 3046-REVIEW-ONE-CANDIDATE
                   VARYING WS-WC-IX FROM 1 BY 1
                   UNTIL WS-WC-IX > WS-WC-COUNT
               MOVE WS-CURRENT-RECORD TO WR-RECORD
               WRITE WEB-REVIEW-REC
           END-IF
           .

       3046-REVIEW-ONE-CANDIDATE.
           IF WS-WC-SCORE (WS-WC-IX) > 0
               AND WS-WR-IX < 3
               ADD 1 TO WS-WR-IX
               MOVE WS-WC-USER-ID (WS-WC-IX)
                   TO WR-CAND-USER-ID (WS-WR-IX)
               MOVE WS-WC-SCORE (WS-WC-IX) TO WR-CAND-SCORE (WS-WR-IX)
               MOVE WS-WC-KEYS (WS-WC-IX) TO WR-CAND-KEYS (WS-WR-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      *    3050-LOOKUP-CUSTOMER - does this USER-ID already exist; if  *
      *                           it does, keep the current row as the *
      *                           before image for the history journal *
      *----------------------------------------------------------------*
       3050-LOOKUP-CUSTOMER.
           MOVE "N" TO WS-EXISTS-SW
           MOVE SPACES TO OLD-USER-REC
           EXEC SQL
               SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
           IF WS-CD-COMPUTED = WS-CD-CHECK-DIGIT
               SET WS-CD-VALID TO TRUE
           ELSE
               MOVE "N" TO WS-CD-VALID-SW
           END-IF
           .

                       PERFORM 3660-RELIEVE-REJECT
                   WHEN WS-PHASE-WEB
                       ADD 1 TO WS-WEB-APPLIED
                       IF WS-CUSTOMER-EXISTS
                           ADD 1 TO WS-WEB-MATCHED
                       ELSE
                           ADD 1 TO WS-WEB-NEW
                       END-IF
                       MOVE SPACES TO WEB-ACK-REC
                       MOVE USER-EMAIL TO WA-EMAIL
                       MOVE USER-ID TO WA-USER-ID
                       ADD 1 TO WS-RECORDS-INSERTED
               END-EVALUATE
               PERFORM 3500-JOURNAL-CHANGE
               IF NOT WS-CUSTOMER-EXISTS
                   PERFORM 3520-RECORD-ORIGIN
               END-IF
               IF WS-SEARCH-INDEX-OPEN
                   PERFORM 3550-INDEX-CUSTOMER
               END-IF
      * A freshly loaded address is a confirmed one - clear the
      * returned-mail flag if the customer was carrying it.
               IF WS-CUSTOMER-EXISTS
                   ADD 1 TO WS-RECYCLE-APPLIED
               WHEN WS-PHASE-WEB
                   ADD 1 TO WS-WEB-APPLIED
                   IF WS-CUSTOMER-EXISTS
                       ADD 1 TO WS-WEB-MATCHED
                   ELSE
                       ADD 1 TO WS-WEB-NEW
                   END-IF
               WHEN WS-CUSTOMER-EXISTS
                   ADD 1 TO WS-RECORDS-UPDATED
               WHEN OTHER
      *    3300-TEST-TRANSIENT - is the current SQLCODE worth a retry  *
      *----------------------------------------------------------------*
       3300-TEST-TRANSIENT.
           MOVE "N" TO WS-TRANSIENT-SW
           MOVE 1 TO WS-TRANSIENT-IX
           PERFORM 3310-TEST-ONE-CODE
               UNTIL WS-TRANSIENT-FOUND
           PERFORM WRITE-HIST-JOURNAL
           .

      *----------------------------------------------------------------*
      *    3520-RECORD-ORIGIN - a new customer's acquisition channel   *
      *                         on the USRORIG register. A recycled    *
      *                         record with no USER-ID of its own was  *
      *                         a web signup                           *
      *----------------------------------------------------------------*
       3520-RECORD-ORIGIN.
           MOVE SPACES TO CUST-ORIGIN-REC
           MOVE USER-ID TO OG-USER-ID
           IF WS-PHASE-WEB
               OR (WS-PHASE-RECYCLE AND WS-ARRIVED-ID = 0)
               SET OG-CH-WEB TO TRUE
           ELSE
               SET OG-CH-FEED TO TRUE
           END-IF
           MOVE USER-COUNTRY TO OG-COUNTRY
           MOVE "HELLO-DATA" TO OG-PROGRAM-ID
           PERFORM WRITE-CUSTOMER-ORIGIN
           .

      *----------------------------------------------------------------*
      *    3550-INDEX-CUSTOMER - the row as loaded onto the search     *
      *                          index, replacing any entry the last   *
      *                          build made for it. A failure here     *
      *                          costs only findability until the next *
      *                          build, so it is logged, not rejected  *
      *----------------------------------------------------------------*
       3550-INDEX-CUSTOMER.
           PERFORM BUILD-SEARCH-KEYS
           MOVE SPACES TO SEARCH-INDEX-REC
           MOVE USER-ID TO FX-USER-ID
           MOVE FK-PHONE-DIGITS TO FX-PHONE-KEY
           MOVE FK-EMAIL-LOWER TO FX-EMAIL-KEY
           MOVE FK-POSTCODE-UP TO FX-POSTCODE-KEY
           MOVE FK-SOUNDEX TO FX-SOUNDEX
           MOVE FK-NAME-UP TO FX-SOUNDS-NAME
           MOVE FK-NAME-UP TO FX-NAME-KEY
           MOVE WS-REJID-DATE TO FX-INDEXED-DATE
           MOVE "HELLO-DATA" TO FX-INDEXED-BY
           WRITE SEARCH-INDEX-REC
           IF SEARCH-INDEX-DUP-KEY
               REWRITE SEARCH-INDEX-REC
           END-IF
           IF NOT SEARCH-INDEX-OK
               MOVE "HELLO-DATA" TO EL-PROGRAM-ID
               MOVE "3550-INDEX-CUSTOMER" TO EL-PARAGRAPH
               MOVE SEARCH-INDEX-STATUS TO EL-CODE
               MOVE "UNABLE TO INDEX CUSTOMER ON USRFINDX"
                   TO EL-MESSAGE
               SET EL-SEV-WARNING TO TRUE
               PERFORM WRITE-ERROR-LOG
           END-IF
           .

      *----------------------------------------------------------------*
      *    3400-CHECKPOINT - commit the unit of work every N records   *
      *                      and remember how far we got in case of    *
               CLOSE RESTART-FILE
               PERFORM SAVE-ADDRFLAG-TABLE
           END-IF
           IF WS-SEARCH-INDEX-OPEN
               CLOSE SEARCH-INDEX
           END-IF
           CLOSE CUSTOMER-IN
           CLOSE REJECT-OUT
           IF WS-WEBACK-OK
               CLOSE WEB-ACK-OUT
           END-IF
           IF WS-WEBREVW-OPEN
               CLOSE WEB-REVIEW
           END-IF
           PERFORM 8100-PRINT-CONTROL-TOTALS THRU 8190-EXIT
           PERFORM 9800-RELEASE-RUN-LOCK
           .
           DISPLAY "  WEB READ          : " WS-WEB-READ
           DISPLAY "  WEB APPLIED       : " WS-WEB-APPLIED
           DISPLAY "  WEB REJECTED      : " WS-WEB-REJECTED
           DISPLAY "  WEB MATCHED       : " WS-WEB-MATCHED
           DISPLAY "  WEB NEW           : " WS-WEB-NEW
           DISPLAY "  WEB REFERRED      : " WS-WEB-REFERRED
           DISPLAY "  WEB ADDR TIDIED   : " WS-WEB-TIDIED
           DISPLAY "  WEB CITY CONFLICT : " WS-WEB-CONFLICTS
           DISPLAY "=============================================="

           IF WS-TRIAL-RUN
           MOVE WS-WEB-READ         TO CO-WEB-READ
           MOVE WS-WEB-APPLIED      TO CO-WEB-APPLIED
           MOVE WS-WEB-REJECTED     TO CO-WEB-REJECTED
           MOVE WS-WEB-MATCHED      TO CO-WEB-MATCHED
           MOVE WS-WEB-NEW          TO CO-WEB-NEW
           MOVE WS-WEB-REFERRED     TO CO-WEB-REFERRED
           OPEN OUTPUT CONTROL-OUT
           WRITE CONTROL-OUT-REC
           CLOSE CONTROL-OUT
           IF WS-RECORDS-REJECTED > 0
               OR WS-RECYCLE-REJECTED > 0
               OR WS-WEB-REJECTED > 0
               OR WS-WEB-REFERRED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

           COPY usrhist-write.

           COPY usrorig-write.

           COPY cntryref-load.

           COPY rejreg-write.
           COPY buscal-load.

           COPY progress-write.

           COPY addrabbr-load.

           COPY findkey-build.

           COPY soundex-calc.

           COPY localref-load.

           COPY locexcp-write.
