      ******************************************************************
      * Copybook:  USRORIG-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the USRORIG
      *            acquisition register. LOAD-ORIGIN-TABLE pulls the
      *            register into core once at startup, keeping the
      *            first record met for each customer;
      *            FIND-CUSTOMER-ORIGIN answers for one OI-IN-ID. COPY
      *            alongside USRORIG (file section) and USRORIG-TBL
      *            (working storage).
      ******************************************************************
       LOAD-ORIGIN-TABLE.
           MOVE "N" TO OI-LOADED-SW
           MOVE "N" TO OI-EOF-SW
           MOVE 0 TO OI-COUNT
           MOVE SPACES TO ORIGIN-TABLE
           OPEN INPUT CUST-ORIGIN-FILE
           IF CUST-ORIGIN-OK
               MOVE "Y" TO OI-LOADED-SW
               PERFORM LOAD-ONE-ORIGIN
                   UNTIL OI-EOF
               CLOSE CUST-ORIGIN-FILE
           END-IF
           .

       LOAD-ONE-ORIGIN.
           READ CUST-ORIGIN-FILE
               AT END
                   MOVE "Y" TO OI-EOF-SW
               NOT AT END
                   IF OG-USER-ID IS NUMERIC
                       COMPUTE OI-SLOT-IX = OG-USER-ID / 10 + 1
                       IF OI-SL-CHANNEL (OI-SLOT-IX) = SPACE
                           ADD 1 TO OI-COUNT
                           MOVE OG-CHANNEL
                               TO OI-SL-CHANNEL (OI-SLOT-IX)
                           MOVE OG-ORIGIN-DATE
                               TO OI-SL-DATE (OI-SLOT-IX)
                           MOVE OG-COUNTRY
                               TO OI-SL-COUNTRY (OI-SLOT-IX)
                           MOVE OG-RECORDED
                               TO OI-SL-RECORDED (OI-SLOT-IX)
                       END-IF
                   END-IF
           END-READ
           .

       FIND-CUSTOMER-ORIGIN.
           MOVE "N" TO OI-FOUND-SW
           MOVE SPACE TO OI-CHANNEL
           MOVE 0 TO OI-ORIGIN-DATE
           MOVE SPACES TO OI-COUNTRY
           IF OI-LOADED
               COMPUTE OI-SLOT-IX = OI-IN-ID / 10 + 1
               IF OI-SL-CHANNEL (OI-SLOT-IX) NOT = SPACE
                   MOVE OI-SL-CHANNEL (OI-SLOT-IX) TO OI-CHANNEL
                   MOVE OI-SL-DATE (OI-SLOT-IX) TO OI-ORIGIN-DATE
                   MOVE OI-SL-COUNTRY (OI-SLOT-IX) TO OI-COUNTRY
                   MOVE "Y" TO OI-FOUND-SW
               END-IF
           END-IF
           .
