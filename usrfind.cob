      *          with ID, name, city and status. Phone numbers are
      *          compared digits-only, emails and names without
      *          regard to case. Picking a USER-ID offers to drop
      *          straight into USRMAINT, the USRNINQ notes
      *          inquiry or the USRRINQ relationship inquiry, the
      *          number handed across so nobody re-keys it. The
      *          customer base is read once at startup, so one
      *          session can run any number of searches.
      *          With the nightly USRFINDX search index on file the
      *          console reads nothing at startup: each search starts
      *          on the index at its key and reads the matches in
      *          key order.
      * Tectonics: cobc
      *
      * Modification History:
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title and works the TRAINING schema's copy of
      *   the USER table; every file it opens by name is then the
      *   training copy OPRMENU moved the session onto.
      *   Search index - the USRFINDX index FINDXBLD builds each night
      *   replaces the startup load of the whole USER table. Each
      *   search STARTs on the index at its key and reads forward
      *   while the key still matches. Every hit is re-read from the
      *   live USER row and tested again before it is shown, so the
      *   list shows today's name, city and status, and a customer
      *   changed since the build so that it no longer matches is
      *   left out and counted. With no index on file the console
      *   loads the table the old way. The Soundex is now the shared
      *   SOUNDEX-CALC code the index was built with.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
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
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY errorlog.

       FD  SEARCH-INDEX.
           COPY usrfindx.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS            PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK                  VALUE "00".

       01  SEARCH-INDEX-STATUS         PIC X(02) VALUE SPACES.
           88  SEARCH-INDEX-OK               VALUE "00".

           COPY seedid.

           COPY sqlca.
               88  WS-PICKED                 VALUE "Y".
           05  WS-PAGE-DONE-SW         PIC X(01) VALUE "N".
               88  WS-PAGE-DONE              VALUE "Y".
           05  WS-INDEX-SW             PIC X(01) VALUE "N".
               88  WS-INDEX-OPEN             VALUE "Y".
           05  WS-INDEX-EOF-SW         PIC X(01) VALUE "N".
               88  WS-INDEX-EOF              VALUE "Y".

      * The customer base in core, search keys pre-normalized: the
      * phone boiled down to digits, email and name upper-cased,
       01  WS-SEARCH-DIGITS            PIC X(15) VALUE SPACES.
       01  WS-SEARCH-SOUNDEX           PIC X(04) VALUE SPACES.
       01  WS-SEARCH-LEN               PIC 9(02) COMP VALUE 0.
       01  WS-SEARCH-EMAIL-LOWER       PIC X(40) VALUE SPACES.

       01  WS-MATCH-SW                 PIC X(01) VALUE "N".
           88  WS-MATCH                      VALUE "Y".
       01  WS-MATCH-COUNT              PIC 9(05) VALUE 0.
       01  WS-STALE-COUNT              PIC 9(05) VALUE 0.
       01  WS-PAGE-ROWS                PIC 9(02) VALUE 0.
       01  WS-PICK                     PIC X(05) VALUE SPACES.
       01  WS-PICKED-ID                PIC 9(05) VALUE 0.
       01  WS-NEXT-ACTION              PIC X(01) VALUE SPACE.

      * One pick-list line, from the table in core or the live row.
       01  WS-SHOW-ID                  PIC 9(05) VALUE 0.
       01  WS-SHOW-NAME                PIC X(25) VALUE SPACES.
       01  WS-SHOW-CITY                PIC X(15) VALUE SPACES.
       01  WS-SHOW-STATUS              PIC X(01) VALUE SPACE.

      * Normalization work areas.
       01  WS-NORM-IN                  PIC X(40) VALUE SPACES.
       01  WS-NORM-OUT                 PIC X(40) VALUE SPACES.
       01  WS-NORM-CHAR                PIC X(01) VALUE SPACE.
       01  WS-NORM-MAX                 PIC 9(02) COMP VALUE 0.

           COPY soundex.

           COPY findkey.

       01  WS-SQLCODE-DISPLAY          PIC -(7)9.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRFIND - CUSTOMER SEARCH CONSOLE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           PERFORM 1500-OPEN-SEARCH-INDEX
           IF WS-INDEX-OPEN
               DISPLAY "SEARCHING THE USRFINDX SEARCH INDEX"
           ELSE
               PERFORM 1000-LOAD-CUSTOMER-BASE THRU 1000-EXIT
               DISPLAY WS-CUST-COUNT " CUSTOMERS LOADED FOR SEARCHING"
           END-IF
           PERFORM 3000-ONE-SEARCH THRU 3000-EXIT
               UNTIL WS-DONE
           GO TO 9999-EXIT.
                   MOVE WS-NORM-OUT(1:25)
                       TO WS-CU-NAME-UP (WS-CUST-COUNT)

                   MOVE WS-NORM-OUT(1:25) TO SX-IN
                   PERFORM COMPUTE-SOUNDEX
                   MOVE SX-OUT
                       TO WS-CU-SOUNDEX (WS-CUST-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    1500-OPEN-SEARCH-INDEX - the nightly index, when there is   *
      *                             one to search                      *
      *----------------------------------------------------------------*
       1500-OPEN-SEARCH-INDEX.
           OPEN INPUT SEARCH-INDEX
           IF SEARCH-INDEX-OK
               SET WS-INDEX-OPEN TO TRUE
           ELSE
               DISPLAY "NO USRFINDX SEARCH INDEX ON FILE - LOADING "
                   "THE CUSTOMER BASE"
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-ONE-SEARCH - take a key, show the pick list            *
      *----------------------------------------------------------------*
               MOVE WS-NORM-OUT(1:15) TO WS-SEARCH-DIGITS
           END-IF
           IF WS-SEARCH-SOUNDS
               MOVE WS-SEARCH-VALUE(1:25) TO SX-IN
               PERFORM COMPUTE-SOUNDEX
               MOVE SX-OUT TO WS-SEARCH-SOUNDEX
           END-IF
           IF WS-SEARCH-EMAIL
               MOVE WS-SEARCH-VALUE TO WS-SEARCH-EMAIL-LOWER
               INSPECT WS-SEARCH-EMAIL-LOWER CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz"
           END-IF
           IF WS-SEARCH-NAME
               PERFORM 5500-SIZE-SEARCH-VALUE
           END-IF

           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-STALE-COUNT
           MOVE 0 TO WS-PAGE-ROWS
           MOVE "N" TO WS-PICKED-SW
           MOVE "N" TO WS-PAGE-DONE-SW
           DISPLAY "USER-ID  NAME                       CITY"
               "             ST"
           IF WS-INDEX-OPEN
               PERFORM 3500-SEARCH-INDEX THRU 3500-EXIT
           ELSE
               PERFORM 3100-TEST-ONE-CUSTOMER
                   VARYING WS-CUST-IX FROM 1 BY 1
                   UNTIL WS-CUST-IX > WS-CUST-COUNT
                   OR WS-PICKED OR WS-PAGE-DONE
           END-IF
           IF WS-STALE-COUNT > 0
               DISPLAY WS-STALE-COUNT " CHANGED SINCE LAST NIGHT'S "
                   "INDEX AND NO LONGER MATCH - NOT SHOWN"
           END-IF
           IF WS-MATCH-COUNT = 0
               DISPLAY "NO MATCHES"
           ELSE
           END-EVALUATE

           IF WS-MATCH
               MOVE WS-CU-ID (WS-CUST-IX) TO WS-SHOW-ID
               MOVE WS-CU-NAME (WS-CUST-IX) TO WS-SHOW-NAME
               MOVE WS-CU-CITY (WS-CUST-IX) TO WS-SHOW-CITY
               MOVE WS-CU-STATUS (WS-CUST-IX) TO WS-SHOW-STATUS
               PERFORM 3200-SHOW-MATCH
           END-IF
           .

       3200-SHOW-MATCH.
           ADD 1 TO WS-MATCH-COUNT
           ADD 1 TO WS-PAGE-ROWS
           DISPLAY WS-SHOW-ID "    "
               WS-SHOW-NAME "  "
               WS-SHOW-CITY "  "
               WS-SHOW-STATUS
           IF WS-PAGE-ROWS NOT < 10
               PERFORM 3300-PROMPT-PICK
               MOVE 0 TO WS-PAGE-ROWS
           END-IF
           .

           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    3500-SEARCH-INDEX - start on the index at the search key    *
      *                        and read forward while it still matches *
      *----------------------------------------------------------------*
       3500-SEARCH-INDEX.
           MOVE "N" TO WS-INDEX-EOF-SW
           MOVE SPACES TO SEARCH-INDEX-REC
           EVALUATE TRUE
               WHEN WS-SEARCH-PHONE
                   IF WS-SEARCH-DIGITS = SPACES
                       GO TO 3500-EXIT
                   END-IF
                   MOVE WS-SEARCH-DIGITS TO FX-PHONE-KEY
                   START SEARCH-INDEX KEY = FX-PHONE-KEY
                       INVALID KEY
                           SET WS-INDEX-EOF TO TRUE
                   END-START
               WHEN WS-SEARCH-EMAIL
                   MOVE WS-SEARCH-EMAIL-LOWER TO FX-EMAIL-KEY
                   START SEARCH-INDEX KEY = FX-EMAIL-KEY
                       INVALID KEY
                           SET WS-INDEX-EOF TO TRUE
                   END-START
               WHEN WS-SEARCH-POSTCODE
                   MOVE WS-SEARCH-VALUE(1:10) TO FX-POSTCODE-KEY
                   START SEARCH-INDEX KEY = FX-POSTCODE-KEY
                       INVALID KEY
                           SET WS-INDEX-EOF TO TRUE
                   END-START
               WHEN WS-SEARCH-NAME
                   IF WS-SEARCH-LEN = 0
                       GO TO 3500-EXIT
                   END-IF
                   MOVE WS-SEARCH-VALUE(1:25) TO FX-NAME-KEY
                   START SEARCH-INDEX KEY NOT < FX-NAME-KEY
                       INVALID KEY
                           SET WS-INDEX-EOF TO TRUE
                   END-START
               WHEN WS-SEARCH-SOUNDS
                   IF WS-SEARCH-SOUNDEX = SPACES
                       GO TO 3500-EXIT
                   END-IF
                   MOVE WS-SEARCH-SOUNDEX TO FX-SOUNDEX
                   START SEARCH-INDEX KEY NOT < FX-SOUNDS-KEY
                       INVALID KEY
                           SET WS-INDEX-EOF TO TRUE
                   END-START
           END-EVALUATE
           PERFORM 3510-NEXT-INDEX-HIT THRU 3510-EXIT
               UNTIL WS-INDEX-EOF OR WS-PICKED OR WS-PAGE-DONE
           .

       3500-EXIT.
           EXIT.

      * The read runs along the key the search started on, so the
      * first entry past the searched value ends the list.
       3510-NEXT-INDEX-HIT.
           READ SEARCH-INDEX NEXT RECORD
               AT END
                   SET WS-INDEX-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ
           EVALUATE TRUE
               WHEN WS-SEARCH-PHONE
                   IF FX-PHONE-KEY NOT = WS-SEARCH-DIGITS
                       SET WS-INDEX-EOF TO TRUE
                   END-IF
               WHEN WS-SEARCH-EMAIL
                   IF FX-EMAIL-KEY NOT = WS-SEARCH-EMAIL-LOWER
                       SET WS-INDEX-EOF TO TRUE
                   END-IF
               WHEN WS-SEARCH-POSTCODE
                   IF FX-POSTCODE-KEY NOT = WS-SEARCH-VALUE(1:10)
                       SET WS-INDEX-EOF TO TRUE
                   END-IF
               WHEN WS-SEARCH-NAME
                   IF FX-NAME-KEY(1:WS-SEARCH-LEN)
                       NOT = WS-SEARCH-VALUE(1:WS-SEARCH-LEN)
                       SET WS-INDEX-EOF TO TRUE
                   END-IF
               WHEN WS-SEARCH-SOUNDS
                   IF FX-SOUNDEX NOT = WS-SEARCH-SOUNDEX
                       SET WS-INDEX-EOF TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-INDEX-EOF
               GO TO 3510-EXIT
           END-IF

           PERFORM 3520-CONFIRM-LIVE-ROW THRU 3520-EXIT
           IF WS-MATCH
               MOVE USER-ID TO WS-SHOW-ID
               MOVE USER-NAME TO WS-SHOW-NAME
               MOVE USER-CITY TO WS-SHOW-CITY
               IF USER-STATUS = SPACE
                   MOVE "A" TO WS-SHOW-STATUS
               ELSE
                   MOVE USER-STATUS TO WS-SHOW-STATUS
               END-IF
               PERFORM 3200-SHOW-MATCH
           ELSE
               ADD 1 TO WS-STALE-COUNT
           END-IF
           .

       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3520-CONFIRM-LIVE-ROW - the index only says where to look:  *
      *                            the row as it stands now must still *
      *                            answer the search. A row gone since *
      *                            the build answers nothing           *
      *----------------------------------------------------------------*
       3520-CONFIRM-LIVE-ROW.
           MOVE "N" TO WS-MATCH-SW
           MOVE FX-USER-ID TO USER-ID
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
               GO TO 3520-EXIT
           END-IF
           PERFORM BUILD-SEARCH-KEYS
           EVALUATE TRUE
               WHEN WS-SEARCH-PHONE
                   IF FK-PHONE-DIGITS = WS-SEARCH-DIGITS
                       MOVE "Y" TO WS-MATCH-SW
                   END-IF
               WHEN WS-SEARCH-EMAIL
                   IF FK-EMAIL-LOWER = WS-SEARCH-EMAIL-LOWER
                       MOVE "Y" TO WS-MATCH-SW
                   END-IF
               WHEN WS-SEARCH-POSTCODE
                   IF FK-POSTCODE-UP = WS-SEARCH-VALUE(1:10)
                       MOVE "Y" TO WS-MATCH-SW
                   END-IF
               WHEN WS-SEARCH-NAME
                   IF FK-NAME-UP(1:WS-SEARCH-LEN)
                       = WS-SEARCH-VALUE(1:WS-SEARCH-LEN)
                       MOVE "Y" TO WS-MATCH-SW
                   END-IF
               WHEN WS-SEARCH-SOUNDS
                   IF FK-SOUNDEX = WS-SEARCH-SOUNDEX
                       MOVE "Y" TO WS-MATCH-SW
                   END-IF
           END-EVALUATE
           .

       3520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-HAND-OFF - drop the picked USER-ID into the console    *
      *                    the operator needs next, through the        *
       4000-HAND-OFF.
           DISPLAY "PICKED USER-ID " WS-PICKED-ID
           DISPLAY "(M)aintain in USRMAINT, n(O)tes in USRNINQ, "
               "(R)elationships in USRRINQ,"
           DISPLAY "or ENTER to keep searching: " WITH NO ADVANCING
           MOVE SPACE TO WS-NEXT-ACTION
           ACCEPT WS-NEXT-ACTION
           EVALUATE TRUE
                   MOVE WS-PICKED-ID TO SEED-USER-ID
                   CALL "USRNINQ"
                   CANCEL "USRNINQ"
               WHEN WS-NEXT-ACTION = "R" OR WS-NEXT-ACTION = "r"
                   MOVE WS-PICKED-ID TO SEED-USER-ID
                   CALL "USRRINQ"
                   CANCEL "USRRINQ"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF
           .

       9999-EXIT.
           GOBACK.

           COPY errorlog-write.

           COPY region-check.

           COPY findkey-build.

           COPY soundex-calc.
