      ******************************************************************
      * Copybook:  INCIDENT-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the INCDREG
      *            incident register. LOAD-INCIDENT-TABLE nets every
      *            event on file into one entry per incident - no file
      *            means nothing has ever gone wrong enough. The rest
      *            are described in INCIDENT-TBL. COPY alongside
      *            INCIDENT (file section) and INCIDENT-TBL (working
      *            storage).
      ******************************************************************
       LOAD-INCIDENT-TABLE.
           MOVE "N" TO IT-LOADED-SW
           MOVE "N" TO IT-EOF-SW
           MOVE "N" TO IT-OVERFLOW-SW
           MOVE 0 TO IT-COUNT
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-OK
               MOVE "Y" TO IT-LOADED-SW
               PERFORM LOAD-ONE-INCIDENT-EVENT
                   UNTIL IT-EOF
               CLOSE INCIDENT-FILE
           END-IF
           .

       LOAD-ONE-INCIDENT-EVENT.
           READ INCIDENT-FILE
               AT END
                   MOVE "Y" TO IT-EOF-SW
               NOT AT END
                   PERFORM APPLY-INCIDENT-EVENT
           END-READ
           .

       FIND-INCIDENT.
           MOVE "N" TO IT-FOUND-SW
           MOVE 1 TO IT-IX
           PERFORM MATCH-ONE-INCIDENT
               UNTIL IT-FOUND OR IT-IX > IT-COUNT
           .

       MATCH-ONE-INCIDENT.
           IF IT-INCIDENT-ID (IT-IX) = IT-IN-ID
               MOVE "Y" TO IT-FOUND-SW
           ELSE
               ADD 1 TO IT-IX
           END-IF
           .

      * A second O for the same entry is the same incident seen
      * twice and changes nothing. An acknowledgment only lands on
      * an incident still open, a close on one not already closed -
      * a close with no acknowledgment before it leaves the
      * acknowledgment fields blank. Events for an incident never
      * opened are ignored.
       APPLY-INCIDENT-EVENT.
           MOVE IR-INCIDENT-ID TO IT-IN-ID
           PERFORM FIND-INCIDENT
           EVALUATE TRUE
               WHEN IR-EVENT-OPENED
                   IF NOT IT-FOUND
                       IF IT-COUNT < IT-MAX
                           ADD 1 TO IT-COUNT
                           MOVE IT-COUNT TO IT-IX
                           MOVE IR-INCIDENT-ID
                               TO IT-INCIDENT-ID (IT-IX)
                           MOVE "O" TO IT-STATE (IT-IX)
                           MOVE IR-SEVERITY TO IT-SEVERITY (IT-IX)
                           MOVE IR-ROUTE TO IT-ROUTE (IT-IX)
                           MOVE IR-PARAGRAPH TO IT-PARAGRAPH (IT-IX)
                           MOVE IR-CODE TO IT-CODE (IT-IX)
                           MOVE IR-TEXT TO IT-MESSAGE (IT-IX)
                           MOVE IR-EVENT-DATE TO IT-OPEN-DATE (IT-IX)
                           MOVE IR-EVENT-TIME TO IT-OPEN-TIME (IT-IX)
                           MOVE SPACES TO IT-ACK-BY (IT-IX)
                           MOVE 0 TO IT-ACK-DATE (IT-IX)
                           MOVE 0 TO IT-ACK-TIME (IT-IX)
                           MOVE SPACES TO IT-CLOSE-BY (IT-IX)
                           MOVE 0 TO IT-CLOSE-DATE (IT-IX)
                           MOVE 0 TO IT-CLOSE-TIME (IT-IX)
                           MOVE SPACES TO IT-RESOLUTION (IT-IX)
                       ELSE
                           MOVE "Y" TO IT-OVERFLOW-SW
                       END-IF
                   END-IF
               WHEN IR-EVENT-ACKED
                   IF IT-FOUND
                       AND IT-STATE-OPEN (IT-IX)
                       MOVE "A" TO IT-STATE (IT-IX)
                       MOVE IR-OPERATOR-ID TO IT-ACK-BY (IT-IX)
                       MOVE IR-EVENT-DATE TO IT-ACK-DATE (IT-IX)
                       MOVE IR-EVENT-TIME TO IT-ACK-TIME (IT-IX)
                   END-IF
               WHEN IR-EVENT-CLOSED
                   IF IT-FOUND
                       AND NOT IT-STATE-CLOSED (IT-IX)
                       MOVE "C" TO IT-STATE (IT-IX)
                       MOVE IR-OPERATOR-ID TO IT-CLOSE-BY (IT-IX)
                       MOVE IR-EVENT-DATE TO IT-CLOSE-DATE (IT-IX)
                       MOVE IR-EVENT-TIME TO IT-CLOSE-TIME (IT-IX)
                       MOVE IR-TEXT TO IT-RESOLUTION (IT-IX)
                   END-IF
           END-EVALUATE
           .
