      ******************************************************************
      * Copybook:  SCRNCASE-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the
      *            SCRNCASE screening case register.
      *            LOAD-SCREEN-CASES nets every event on file into one
      *            entry per case - no file means nobody has ever been
      *            held. The rest are described in SCRNCASE-TBL. COPY
      *            alongside SCRNCASE (file section) and SCRNCASE-TBL
      *            (working storage).
      ******************************************************************
       LOAD-SCREEN-CASES.
           MOVE "N" TO SK-LOADED-SW
           MOVE "N" TO SK-EOF-SW
           MOVE "N" TO SK-OVERFLOW-SW
           MOVE 0 TO SK-COUNT
           OPEN INPUT SCREEN-CASE-FILE
           IF SCREEN-CASE-OK
               MOVE "Y" TO SK-LOADED-SW
               PERFORM LOAD-ONE-SCREEN-EVENT
                   UNTIL SK-EOF
               CLOSE SCREEN-CASE-FILE
           END-IF
           .

       LOAD-ONE-SCREEN-EVENT.
           READ SCREEN-CASE-FILE
               AT END
                   MOVE "Y" TO SK-EOF-SW
               NOT AT END
                   PERFORM APPLY-SCREEN-EVENT
           END-READ
           .

       FIND-SCREEN-CASE.
           MOVE "N" TO SK-FOUND-SW
           MOVE 1 TO SK-IX
           PERFORM MATCH-ONE-SCREEN-CASE
               UNTIL SK-FOUND OR SK-IX > SK-COUNT
           .

       MATCH-ONE-SCREEN-CASE.
           IF SK-CASE-ID (SK-IX) = SK-IN-ID
               MOVE "Y" TO SK-FOUND-SW
           ELSE
               ADD 1 TO SK-IX
           END-IF
           .

      * An O on a case already open or confirmed changes nothing; an
      * O on a case cleared or released reopens it, with the new
      * screening's details. A false positive or a confirmation
      * only lands on an open case, a release only on a confirmed
      * one. Events for a case never opened are ignored.
       APPLY-SCREEN-EVENT.
           MOVE SC-CASE-ID TO SK-IN-ID
           PERFORM FIND-SCREEN-CASE
           EVALUATE TRUE
               WHEN SC-EVENT-OPENED
                   IF NOT SK-FOUND
                       IF SK-COUNT < SK-MAX
                           ADD 1 TO SK-COUNT
                           MOVE SK-COUNT TO SK-IX
                           MOVE SC-CASE-ID TO SK-CASE-ID (SK-IX)
                           MOVE "F" TO SK-STATE (SK-IX)
                       ELSE
                           MOVE "Y" TO SK-OVERFLOW-SW
                       END-IF
                   END-IF
                   IF SK-IX NOT > SK-COUNT
                       IF SK-STATE-FALSE-POS (SK-IX)
                           OR SK-STATE-RELEASED (SK-IX)
                           PERFORM OPEN-SCREEN-CASE-ENTRY
                       END-IF
                   END-IF
               WHEN SC-EVENT-FALSE-POS
                   IF SK-FOUND
                       AND SK-STATE-OPEN (SK-IX)
                       MOVE "F" TO SK-STATE (SK-IX)
                       PERFORM DECIDE-SCREEN-CASE-ENTRY
                   END-IF
               WHEN SC-EVENT-CONFIRMED
                   IF SK-FOUND
                       AND SK-STATE-OPEN (SK-IX)
                       MOVE "C" TO SK-STATE (SK-IX)
                       PERFORM DECIDE-SCREEN-CASE-ENTRY
                   END-IF
               WHEN SC-EVENT-RELEASED
                   IF SK-FOUND
                       AND SK-STATE-CONFIRMED (SK-IX)
                       MOVE "R" TO SK-STATE (SK-IX)
                       PERFORM DECIDE-SCREEN-CASE-ENTRY
                   END-IF
           END-EVALUATE
           .

       OPEN-SCREEN-CASE-ENTRY.
           MOVE "O" TO SK-STATE (SK-IX)
           MOVE SC-SCORE TO SK-SCORE (SK-IX)
           MOVE SC-ORIGIN TO SK-ORIGIN (SK-IX)
           MOVE SC-PRIOR-STATUS TO SK-PRIOR-STATUS (SK-IX)
           MOVE SC-LIST-VERSION TO SK-LIST-VERSION (SK-IX)
           MOVE SC-CUST-NAME TO SK-CUST-NAME (SK-IX)
           MOVE SC-CUST-COUNTRY TO SK-CUST-COUNTRY (SK-IX)
           MOVE SC-WATCH-NAME TO SK-WATCH-NAME (SK-IX)
           MOVE SC-WATCH-COUNTRY TO SK-WATCH-COUNTRY (SK-IX)
           MOVE SC-WATCH-BIRTH TO SK-WATCH-BIRTH (SK-IX)
           MOVE SC-TEXT(1:10) TO SK-PROGRAMME (SK-IX)
           MOVE SC-EVENT-DATE TO SK-OPEN-DATE (SK-IX)
           MOVE SC-EVENT-TIME TO SK-OPEN-TIME (SK-IX)
           MOVE SPACES TO SK-DECIDED-BY (SK-IX)
           MOVE 0 TO SK-DECIDED-DATE (SK-IX)
           MOVE 0 TO SK-DECIDED-TIME (SK-IX)
           MOVE SPACES TO SK-REASON (SK-IX)
           .

       DECIDE-SCREEN-CASE-ENTRY.
           MOVE SC-OPERATOR-ID TO SK-DECIDED-BY (SK-IX)
           MOVE SC-EVENT-DATE TO SK-DECIDED-DATE (SK-IX)
           MOVE SC-EVENT-TIME TO SK-DECIDED-TIME (SK-IX)
           MOVE SC-TEXT TO SK-REASON (SK-IX)
           .

       CHECK-SCREEN-HOLD.
           MOVE "N" TO SK-HELD-SW
           MOVE "N" TO SK-CONFIRMED-SW
           MOVE "N" TO SK-NEW-CASE-SW
           MOVE 0 TO SK-HOLD-IX
           PERFORM CHECK-ONE-SCREEN-HOLD
               VARYING SK-SCAN-IX FROM 1 BY 1
               UNTIL SK-SCAN-IX > SK-COUNT
           .

       CHECK-ONE-SCREEN-HOLD.
           IF SK-USER-ID (SK-SCAN-IX) = SK-IN-USER-ID
               IF SK-ORIGIN (SK-SCAN-IX) = "N"
                   MOVE "Y" TO SK-NEW-CASE-SW
               END-IF
               IF SK-STATE-OPEN (SK-SCAN-IX)
                   OR SK-STATE-CONFIRMED (SK-SCAN-IX)
                   MOVE "Y" TO SK-HELD-SW
                   IF SK-HOLD-IX = 0
                       MOVE SK-SCAN-IX TO SK-HOLD-IX
                   END-IF
               END-IF
               IF SK-STATE-CONFIRMED (SK-SCAN-IX)
                   MOVE "Y" TO SK-CONFIRMED-SW
               END-IF
           END-IF
           .
