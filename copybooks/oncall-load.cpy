      ******************************************************************
      * Copybook:  ONCALL-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the ONCALL
      *            roster. LOAD-ONCALL-TABLE pulls the contacts and
      *            slots into core once at startup - no file means
      *            nobody is on call. FIND-ON-CALL works out which
      *            shift ON-IN-TIME falls in (before the first shift
      *            change it is still the night shift of the day
      *            before), then looks for that date and shift, then
      *            that date's whole-day slot, then the standing
      *            cover. FIND-ONCALL-CONTACT finds one contact by
      *            ID. The rest are described in ONCALL-TBL. COPY
      *            alongside ONCALL (file section) and ONCALL-TBL
      *            (working storage).
      ******************************************************************
       LOAD-ONCALL-TABLE.
           MOVE "N" TO ON-LOADED-SW
           MOVE "N" TO ON-EOF-SW
           MOVE "N" TO ON-OVERFLOW-SW
           MOVE 0 TO ON-CT-COUNT
           MOVE 0 TO ON-RS-COUNT
           OPEN INPUT ONCALL-FILE
           IF ONCALL-OK
               MOVE "Y" TO ON-LOADED-SW
               PERFORM LOAD-ONE-ONCALL
                   UNTIL ON-EOF
               CLOSE ONCALL-FILE
           END-IF
           .

       LOAD-ONE-ONCALL.
           READ ONCALL-FILE
               AT END
                   MOVE "Y" TO ON-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN OC-TYPE-CONTACT
                           IF OC-CONTACT-ID NOT = SPACES
                               IF ON-CT-COUNT < 100
                                   ADD 1 TO ON-CT-COUNT
                                   MOVE OC-CONTACT-ID
                                       TO ON-CT-ID (ON-CT-COUNT)
                                   MOVE OC-CONTACT-NAME
                                       TO ON-CT-NAME (ON-CT-COUNT)
                                   MOVE OC-CHANNEL
                                       TO ON-CT-CHANNEL (ON-CT-COUNT)
                                   MOVE OC-ADDRESS
                                       TO ON-CT-ADDRESS (ON-CT-COUNT)
                               ELSE
                                   MOVE "Y" TO ON-OVERFLOW-SW
                               END-IF
                           END-IF
                       WHEN OC-TYPE-ROSTER
                           IF OC-ROSTER-DATE IS NUMERIC
                               AND OC-SHIFT IS NUMERIC
                               IF ON-RS-COUNT < ON-RS-MAX
                                   ADD 1 TO ON-RS-COUNT
                                   MOVE OC-ROSTER-DATE
                                       TO ON-RS-DATE (ON-RS-COUNT)
                                   MOVE OC-SHIFT
                                       TO ON-RS-SHIFT (ON-RS-COUNT)
                                   MOVE OC-PRIMARY-ID
                                       TO ON-RS-PRIMARY (ON-RS-COUNT)
                                   MOVE OC-BACKUP-ID
                                       TO ON-RS-BACKUP (ON-RS-COUNT)
                               ELSE
                                   MOVE "Y" TO ON-OVERFLOW-SW
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       FIND-ON-CALL.
           MOVE ON-IN-DATE TO ON-SLOT-DATE
           EVALUATE TRUE
               WHEN ON-IN-TIME NOT < ON-SHIFT-TIME (3)
                   MOVE 3 TO ON-SLOT-SHIFT
               WHEN ON-IN-TIME NOT < ON-SHIFT-TIME (2)
                   MOVE 2 TO ON-SLOT-SHIFT
               WHEN ON-IN-TIME NOT < ON-SHIFT-TIME (1)
                   MOVE 1 TO ON-SLOT-SHIFT
               WHEN OTHER
                   MOVE 3 TO ON-SLOT-SHIFT
                   IF ON-IN-DATE IS NUMERIC
                       AND ON-IN-DATE > 16010101
                       COMPUTE ON-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE (ON-IN-DATE) - 1
                       COMPUTE ON-SLOT-DATE =
                           FUNCTION DATE-OF-INTEGER (ON-DAY-NUMBER)
                   END-IF
           END-EVALUATE

           MOVE "N" TO ON-SLOT-FOUND-SW
           MOVE SPACES TO ON-PRIMARY-ID
           MOVE SPACES TO ON-BACKUP-ID
           MOVE ON-SLOT-DATE TO ON-WANT-DATE
           MOVE ON-SLOT-SHIFT TO ON-WANT-SHIFT
           PERFORM FIND-ONE-SLOT
           IF NOT ON-SLOT-FOUND
               MOVE 0 TO ON-WANT-SHIFT
               PERFORM FIND-ONE-SLOT
           END-IF
           IF NOT ON-SLOT-FOUND
               MOVE 0 TO ON-WANT-DATE
               PERFORM FIND-ONE-SLOT
           END-IF
           .

       FIND-ONE-SLOT.
           MOVE 1 TO ON-RS-IX
           PERFORM MATCH-ONE-SLOT
               UNTIL ON-SLOT-FOUND OR ON-RS-IX > ON-RS-COUNT
           .

       MATCH-ONE-SLOT.
           IF ON-RS-DATE (ON-RS-IX) = ON-WANT-DATE
               AND ON-RS-SHIFT (ON-RS-IX) = ON-WANT-SHIFT
               MOVE "Y" TO ON-SLOT-FOUND-SW
               MOVE ON-RS-PRIMARY (ON-RS-IX) TO ON-PRIMARY-ID
               MOVE ON-RS-BACKUP (ON-RS-IX) TO ON-BACKUP-ID
           ELSE
               ADD 1 TO ON-RS-IX
           END-IF
           .

       FIND-ONCALL-CONTACT.
           MOVE "N" TO ON-CONTACT-FOUND-SW
           MOVE 1 TO ON-CT-IX
           PERFORM MATCH-ONE-CONTACT
               UNTIL ON-CONTACT-FOUND OR ON-CT-IX > ON-CT-COUNT
           .

       MATCH-ONE-CONTACT.
           IF ON-CT-ID (ON-CT-IX) = ON-IN-CONTACT
               AND ON-IN-CONTACT NOT = SPACES
               MOVE "Y" TO ON-CONTACT-FOUND-SW
           ELSE
               ADD 1 TO ON-CT-IX
           END-IF
           .
