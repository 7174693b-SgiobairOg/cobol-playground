       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDXBLD.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Nightly build of the USRFINDX customer search index.
      *          USRFIND used to pull the whole USER table into core
      *          at every sign-on and test every customer on every
      *          search - the phone desk waited, and the table in
      *          core has a ceiling the base will reach. This pass
      *          reads the USER table once and writes one index
      *          entry per customer, keyed by USER-ID and alternately
      *          by the digits of the phone, the lower-case email,
      *          the postcode, the Soundex of the name and the name
      *          itself, so the console starts straight at its
      *          matches. Every run is a full rebuild. A build that
      *          fails part-way takes the half-made file away again:
      *          USRFIND then finds no index and searches the way it
      *          always did, rather than trusting an index that is
      *          missing customers. Customers HELLO-DATA loads before
      *          the next build are added by the load itself.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEARCH-INDEX.
           COPY usrfindx.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  SEARCH-INDEX-STATUS     PIC X(02) VALUE SPACES.
           88  SEARCH-INDEX-OK           VALUE "00".

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE INDEX-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
                          USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                          USER-EMAIL, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-FAILED-SW        PIC X(01) VALUE "N".
               88  WS-BUILD-FAILED       VALUE "Y".

       01  WS-BUILD-TOTALS.
           05  WS-ROWS-READ        PIC 9(07) VALUE 0.
           05  WS-ROWS-INDEXED     PIC 9(07) VALUE 0.
           05  WS-ROWS-NO-PHONE    PIC 9(07) VALUE 0.
           05  WS-ROWS-NO-EMAIL    PIC 9(07) VALUE 0.

       01  WS-RUN-DATE             PIC 9(08) VALUE 0.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

           COPY findkey.

           COPY soundex.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-FETCH-CUSTOMER
           PERFORM 3000-INDEX-CUSTOMER
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - a fresh index, the cursor open            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT SEARCH-INDEX
           IF NOT SEARCH-INDEX-OK
               DISPLAY "UNABLE TO OPEN USRFINDX, STATUS="
                   SEARCH-INDEX-STATUS
               MOVE "FINDXBLD" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SEARCH-INDEX-STATUS TO EL-CODE
               MOVE "UNABLE TO OPEN USRFINDX" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           EXEC SQL OPEN INDEX-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "FINDXBLD" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN INDEX-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE SEARCH-INDEX
               PERFORM 8500-REMOVE-INDEX
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-FETCH-CUSTOMER - next row off the cursor               *
      *----------------------------------------------------------------*
       2000-FETCH-CUSTOMER.
           EXEC SQL
               FETCH INDEX-CURSOR
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
           END-EXEC

           IF SQLCODE = 100
               SET WS-EOF TO TRUE
           ELSE
               IF SQLCODE < 0
                   MOVE "FINDXBLD" TO EL-PROGRAM-ID
                   MOVE "2000-FETCH-CUSTOMER" TO EL-PARAGRAPH
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE WS-SQLCODE-DISPLAY TO EL-CODE
                   MOVE "FETCH INDEX-CURSOR FAILED" TO EL-MESSAGE
                   SET EL-SEV-FATAL TO TRUE
                   PERFORM WRITE-ERROR-LOG
                   SET WS-EOF TO TRUE
                   SET WS-BUILD-FAILED TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-INDEX-CUSTOMER - the row's search keys onto the index  *
      *----------------------------------------------------------------*
       3000-INDEX-CUSTOMER.
           ADD 1 TO WS-ROWS-READ
           PERFORM BUILD-SEARCH-KEYS
           MOVE SPACES TO SEARCH-INDEX-REC
           MOVE USER-ID TO FX-USER-ID
           MOVE FK-PHONE-DIGITS TO FX-PHONE-KEY
           MOVE FK-EMAIL-LOWER TO FX-EMAIL-KEY
           MOVE FK-POSTCODE-UP TO FX-POSTCODE-KEY
           MOVE FK-SOUNDEX TO FX-SOUNDEX
           MOVE FK-NAME-UP TO FX-SOUNDS-NAME
           MOVE FK-NAME-UP TO FX-NAME-KEY
           MOVE WS-RUN-DATE TO FX-INDEXED-DATE
           MOVE "FINDXBLD" TO FX-INDEXED-BY
           WRITE SEARCH-INDEX-REC
           IF NOT SEARCH-INDEX-OK
               MOVE "FINDXBLD" TO EL-PROGRAM-ID
               MOVE "3000-INDEX-CUSTOMER" TO EL-PARAGRAPH
               MOVE SEARCH-INDEX-STATUS TO EL-CODE
               MOVE "WRITE TO USRFINDX FAILED" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               SET WS-EOF TO TRUE
               SET WS-BUILD-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-ROWS-INDEXED
               IF FK-PHONE-DIGITS = SPACES
                   ADD 1 TO WS-ROWS-NO-PHONE
               END-IF
               IF FK-EMAIL-LOWER = SPACES
                   ADD 1 TO WS-ROWS-NO-EMAIL
               END-IF
               PERFORM 2000-FETCH-CUSTOMER
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - close up, or take a half-made index away   *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           EXEC SQL CLOSE INDEX-CURSOR END-EXEC
           CLOSE SEARCH-INDEX
           IF WS-BUILD-FAILED
               PERFORM 8500-REMOVE-INDEX
               DISPLAY "FINDXBLD - BUILD FAILED, USRFINDX REMOVED - "
                   "USRFIND SEARCHES THE TABLE UNTIL THE NEXT BUILD"
               MOVE 16 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           DISPLAY "FINDXBLD SEARCH INDEX TOTALS"
           DISPLAY "  CUSTOMERS READ     : " WS-ROWS-READ
           DISPLAY "  CUSTOMERS INDEXED  : " WS-ROWS-INDEXED
           DISPLAY "  NO PHONE DIGITS    : " WS-ROWS-NO-PHONE
           DISPLAY "  NO EMAIL           : " WS-ROWS-NO-EMAIL
           DISPLAY "=============================================="
           .

       8500-REMOVE-INDEX.
           DELETE FILE SEARCH-INDEX
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY findkey-build.

           COPY soundex-calc.
