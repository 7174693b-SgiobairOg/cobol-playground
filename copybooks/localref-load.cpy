      ******************************************************************
      * Copybook:  LOCALREF-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the
      *            locality reference table. LOAD-LOCALITY-TABLE pulls
      *            LOCALREF into core once at startup;
      *            STANDARDIZE-CITY tidies LL-IN-CITY through
      *            STANDARDIZE-TEXT, finds the postcode's locality and
      *            compares the two with abbreviations applied and
      *            spaces ignored. When they agree the locality's
      *            spelling is taken; when they do not, the city is
      *            left exactly as given and LL-CONFLICT is raised for
      *            the caller to report. A blank city is filled from
      *            the locality. COPY alongside LOCALREF (file section),
      *            LOCALREF-TBL (working storage) and the ADDRABBR
      *            trio.
      ******************************************************************
       LOAD-LOCALITY-TABLE.
           MOVE "N" TO LT-LOADED-SW
           MOVE "N" TO LT-EOF-SW
           MOVE 0 TO LT-COUNT
           OPEN INPUT LOCALITY-FILE
           IF LOCALITY-OK
               MOVE "Y" TO LT-LOADED-SW
               PERFORM LOAD-ONE-LOCALITY
                   UNTIL LT-EOF OR LT-COUNT NOT < 2000
               CLOSE LOCALITY-FILE
           END-IF
           .

       LOAD-ONE-LOCALITY.
           READ LOCALITY-FILE
               AT END
                   MOVE "Y" TO LT-EOF-SW
               NOT AT END
                   ADD 1 TO LT-COUNT
                   MOVE LC-COUNTRY TO LT-COUNTRY (LT-COUNT)
                   MOVE LC-PC-LO TO LT-PC-LO (LT-COUNT)
                   MOVE LC-PC-HI TO LT-PC-HI (LT-COUNT)
                   MOVE LC-CITY TO LT-CITY (LT-COUNT)
           END-READ
           .

       STANDARDIZE-CITY.
           MOVE "N" TO LL-FOUND-SW
           MOVE "N" TO LL-CHANGED-SW
           MOVE "N" TO LL-CONFLICT-SW
           MOVE LL-IN-CITY TO LL-CITY
           MOVE SPACES TO LL-LOCALITY-CITY
           MOVE LL-IN-COUNTRY TO AS-COUNTRY
           MOVE LL-IN-CITY TO AS-TEXT
           PERFORM STANDARDIZE-TEXT
           IF AS-TEXT (16:10) = SPACES
               MOVE AS-TEXT TO LL-CITY
           END-IF
           MOVE AS-KEY TO LL-GIVEN-KEY
           IF LT-LOADED
               MOVE 1 TO LT-IX
               PERFORM MATCH-ONE-LOCALITY
                   UNTIL LL-FOUND OR LT-IX > LT-COUNT
           END-IF
           IF LL-FOUND
               MOVE LT-CITY (LT-IX) TO LL-LOCALITY-CITY
               IF LL-IN-CITY = SPACES
                   MOVE LL-LOCALITY-CITY TO LL-CITY
               ELSE
                   MOVE LL-LOCALITY-CITY TO AS-TEXT
                   PERFORM STANDARDIZE-TEXT
                   IF AS-KEY = LL-GIVEN-KEY
                       MOVE LL-LOCALITY-CITY TO LL-CITY
                   ELSE
                       MOVE LL-IN-CITY TO LL-CITY
                       MOVE "Y" TO LL-CONFLICT-SW
                   END-IF
               END-IF
           END-IF
           IF LL-CITY NOT = LL-IN-CITY
               MOVE "Y" TO LL-CHANGED-SW
           END-IF
           .

       MATCH-ONE-LOCALITY.
           IF LL-IN-COUNTRY = LT-COUNTRY (LT-IX)
               AND LL-IN-POSTCODE NOT < LT-PC-LO (LT-IX)
               AND LL-IN-POSTCODE NOT > LT-PC-HI (LT-IX)
               MOVE "Y" TO LL-FOUND-SW
           ELSE
               ADD 1 TO LT-IX
           END-IF
           .
