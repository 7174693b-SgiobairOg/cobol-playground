      ******************************************************************
      * Copybook:  USRADDR-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the
      *            customer address file. LOAD-ADDRESS-TABLE pulls
      *            USRADDR into core once at startup - no file means
      *            every customer gets everything at the main address
      *            on the USER row. The rest are described in
      *            USRADDR-TBL. COPY alongside USRADDR (file section)
      *            and USRADDR-TBL (working storage).
      ******************************************************************
       LOAD-ADDRESS-TABLE.
           MOVE "N" TO UT-LOADED-SW
           MOVE "N" TO UT-EOF-SW
           MOVE "N" TO UT-DIRTY-SW
           MOVE "N" TO UT-OVERFLOW-SW
           MOVE 0 TO UT-COUNT
           INITIALIZE ADDRESS-SLOTS
           OPEN INPUT CUST-ADDR-FILE
           IF CUST-ADDR-OK
               MOVE "Y" TO UT-LOADED-SW
               PERFORM LOAD-ONE-ADDRESS
                   UNTIL UT-EOF
               CLOSE CUST-ADDR-FILE
           END-IF
           .

       LOAD-ONE-ADDRESS.
           READ CUST-ADDR-FILE
               AT END
                   MOVE "Y" TO UT-EOF-SW
               NOT AT END
                   IF UA-USER-ID IS NUMERIC
                       AND UA-FROM-DATE IS NUMERIC
                       AND UA-TO-DATE IS NUMERIC
                       IF UT-COUNT < UT-MAX
                           ADD 1 TO UT-COUNT
                           MOVE UT-COUNT TO UT-IX
                           MOVE UA-USER-ID TO UT-USER-ID (UT-IX)
                           MOVE UA-ADDR-TYPE TO UT-ADDR-TYPE (UT-IX)
                           MOVE UA-STREET TO UT-STREET (UT-IX)
                           MOVE UA-CITY TO UT-CITY (UT-IX)
                           MOVE UA-POSTCODE TO UT-POSTCODE (UT-IX)
                           MOVE UA-COUNTRY TO UT-COUNTRY (UT-IX)
                           MOVE UA-FROM-DATE TO UT-FROM-DATE (UT-IX)
                           MOVE UA-TO-DATE TO UT-TO-DATE (UT-IX)
                           MOVE UA-STATUS TO UT-STATUS (UT-IX)
                           MOVE UA-ENTERED-DATE
                               TO UT-ENTERED-DATE (UT-IX)
                           MOVE UA-OPERATOR TO UT-OPERATOR (UT-IX)
                           PERFORM CHAIN-ADDRESS-ENTRY
                       ELSE
                           MOVE "Y" TO UT-OVERFLOW-SW
                       END-IF
                   END-IF
           END-READ
           .

      * Entries are chained in file order, so a customer's addresses
      * walk oldest first.
       CHAIN-ADDRESS-ENTRY.
           MOVE 0 TO UT-NEXT (UT-IX)
           COMPUTE UT-SLOT-IX = UT-USER-ID (UT-IX) / 10 + 1
           IF UT-FIRST (UT-SLOT-IX) = 0
               MOVE UT-IX TO UT-FIRST (UT-SLOT-IX)
           ELSE
               MOVE UT-IX TO UT-NEXT (UT-LAST (UT-SLOT-IX))
           END-IF
           MOVE UT-IX TO UT-LAST (UT-SLOT-IX)
           .

       TEST-ADDRESS-IN-FORCE.
           MOVE "N" TO AD-IN-FORCE-SW
           IF UT-FROM-DATE (UT-IX) NOT > AD-AS-OF
               IF UT-TO-DATE (UT-IX) = 0
                   OR UT-TO-DATE (UT-IX) NOT < AD-AS-OF
                   MOVE "Y" TO AD-IN-FORCE-SW
               END-IF
           END-IF
           .

       RESOLVE-ADDRESS.
           MOVE SPACE TO AD-SOURCE
           MOVE 0 TO AD-IX
           MOVE 0 TO AD-BEST-T
           MOVE 0 TO AD-BEST-M
           MOVE 0 TO AD-BEST-B
           IF UT-LOADED
               COMPUTE UT-SLOT-IX = AD-IN-ID / 10 + 1
               MOVE UT-FIRST (UT-SLOT-IX) TO AD-WALK-IX
               PERFORM RESOLVE-ONE-ADDRESS
                   UNTIL AD-WALK-IX = 0
           END-IF
           IF AD-FOR-BILL AND AD-BEST-B > 0
               MOVE AD-BEST-B TO AD-IX
           ELSE
               IF AD-BEST-T > 0
                   MOVE AD-BEST-T TO AD-IX
               ELSE
                   IF AD-BEST-M > 0
                       MOVE AD-BEST-M TO AD-IX
                   END-IF
               END-IF
           END-IF
           IF AD-IX > 0
               MOVE UT-ADDR-TYPE (AD-IX) TO AD-SOURCE
               MOVE UT-STREET (AD-IX) TO AD-STREET
               MOVE UT-CITY (AD-IX) TO AD-CITY
               MOVE UT-POSTCODE (AD-IX) TO AD-POSTCODE
               MOVE UT-COUNTRY (AD-IX) TO AD-COUNTRY
           END-IF
           .

       RESOLVE-ONE-ADDRESS.
           MOVE "N" TO AD-WALK-SW
           IF UT-USER-ID (AD-WALK-IX) = AD-IN-ID
               AND UT-FROM-DATE (AD-WALK-IX) NOT > AD-AS-OF
               IF UT-TO-DATE (AD-WALK-IX) = 0
                   OR UT-TO-DATE (AD-WALK-IX) NOT < AD-AS-OF
                   MOVE "Y" TO AD-WALK-SW
               END-IF
           END-IF
           IF AD-WALK-IN-FORCE
               EVALUATE UT-ADDR-TYPE (AD-WALK-IX)
                   WHEN "T"
                       IF AD-BEST-T = 0
                           OR UT-FROM-DATE (AD-WALK-IX)
                               NOT < UT-FROM-DATE (AD-BEST-T)
                           MOVE AD-WALK-IX TO AD-BEST-T
                       END-IF
                   WHEN "M"
                       IF AD-BEST-M = 0
                           OR UT-FROM-DATE (AD-WALK-IX)
                               NOT < UT-FROM-DATE (AD-BEST-M)
                           MOVE AD-WALK-IX TO AD-BEST-M
                       END-IF
                   WHEN "B"
                       IF AD-BEST-B = 0
                           OR UT-FROM-DATE (AD-WALK-IX)
                               NOT < UT-FROM-DATE (AD-BEST-B)
                           MOVE AD-WALK-IX TO AD-BEST-B
                       END-IF
               END-EVALUATE
           END-IF
           MOVE UT-NEXT (AD-WALK-IX) TO AD-WALK-IX
           .

       END-ADDRESS-ENTRY.
           MOVE AD-LAST-DAY TO UT-TO-DATE (UT-IX)
           MOVE AD-END-REASON TO UT-STATUS (UT-IX)
           MOVE "Y" TO UT-DIRTY-SW
           .

       DAY-BEFORE-DATE.
           COMPUTE AD-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (AD-DATE-IN) - 1
           COMPUTE AD-DATE-OUT =
               FUNCTION DATE-OF-INTEGER (AD-DAY-NUMBER)
           .

       BUILD-ADDRESS-REC.
           MOVE SPACES TO CUST-ADDR-REC
           MOVE UT-USER-ID (UT-IX) TO UA-USER-ID
           MOVE UT-ADDR-TYPE (UT-IX) TO UA-ADDR-TYPE
           MOVE UT-STREET (UT-IX) TO UA-STREET
           MOVE UT-CITY (UT-IX) TO UA-CITY
           MOVE UT-POSTCODE (UT-IX) TO UA-POSTCODE
           MOVE UT-COUNTRY (UT-IX) TO UA-COUNTRY
           MOVE UT-FROM-DATE (UT-IX) TO UA-FROM-DATE
           MOVE UT-TO-DATE (UT-IX) TO UA-TO-DATE
           MOVE UT-STATUS (UT-IX) TO UA-STATUS
           MOVE UT-ENTERED-DATE (UT-IX) TO UA-ENTERED-DATE
           MOVE UT-OPERATOR (UT-IX) TO UA-OPERATOR
           .

       SAVE-ADDRESS-TABLE.
           IF UT-DIRTY AND UT-OVERFLOW
               DISPLAY "USRADDR LARGER THAN THE TABLE - NOT REWRITTEN"
           END-IF
           IF UT-DIRTY AND NOT UT-OVERFLOW
               OPEN OUTPUT CUST-ADDR-FILE
               IF CUST-ADDR-OK
                   PERFORM SAVE-ONE-ADDRESS
                       VARYING UT-IX FROM 1 BY 1
                       UNTIL UT-IX > UT-COUNT
                   CLOSE CUST-ADDR-FILE
                   MOVE "N" TO UT-DIRTY-SW
               END-IF
           END-IF
           .

       SAVE-ONE-ADDRESS.
           PERFORM BUILD-ADDRESS-REC
           WRITE CUST-ADDR-REC
           .
