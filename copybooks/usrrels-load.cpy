      ******************************************************************
      * Copybook:  USRRELS-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the
      *            customer relationship file. LOAD-RELATION-TABLE
      *            pulls USRRELS into core once at startup - no file
      *            means nobody is related to anybody yet. The rest
      *            are described in USRRELS-TBL. COPY alongside
      *            USRRELS (file section) and USRRELS-TBL (working
      *            storage).
      ******************************************************************
       LOAD-RELATION-TABLE.
           MOVE "N" TO RT-LOADED-SW
           MOVE "N" TO RT-EOF-SW
           MOVE "N" TO RT-DIRTY-SW
           MOVE "N" TO RT-OVERFLOW-SW
           MOVE 0 TO RT-COUNT
           OPEN INPUT RELATION-FILE
           IF RELATION-OK
               MOVE "Y" TO RT-LOADED-SW
               PERFORM LOAD-ONE-RELATION
                   UNTIL RT-EOF
               CLOSE RELATION-FILE
           END-IF
           .

       LOAD-ONE-RELATION.
           READ RELATION-FILE
               AT END
                   MOVE "Y" TO RT-EOF-SW
               NOT AT END
                   IF RS-FROM-ID IS NUMERIC
                       AND RS-TO-ID IS NUMERIC
                       IF RT-COUNT < RT-MAX
                           ADD 1 TO RT-COUNT
                           MOVE RS-FROM-ID TO RT-FROM-ID (RT-COUNT)
                           MOVE RS-TO-ID TO RT-TO-ID (RT-COUNT)
                           MOVE RS-TYPE TO RT-TYPE (RT-COUNT)
                           MOVE RS-EFF-DATE TO RT-EFF-DATE (RT-COUNT)
                           MOVE RS-END-DATE TO RT-END-DATE (RT-COUNT)
                           MOVE RS-ENTERED-DATE
                               TO RT-ENTERED-DATE (RT-COUNT)
                           MOVE RS-OPERATOR TO RT-OPERATOR (RT-COUNT)
                       ELSE
                           MOVE "Y" TO RT-OVERFLOW-SW
                       END-IF
                   END-IF
           END-READ
           .

       TEST-RELATION-LIVE.
           MOVE "N" TO RL-LIVE-SW
           IF RT-EFF-DATE (RT-IX) NOT > RL-AS-OF
               IF RT-END-DATE (RT-IX) = 0
                   OR RT-END-DATE (RT-IX) NOT < RL-AS-OF
                   MOVE "Y" TO RL-LIVE-SW
               END-IF
           END-IF
           .

       COUNT-LIVE-RELATIONS.
           MOVE 0 TO RL-LIVE-COUNT
           PERFORM COUNT-ONE-RELATION
               VARYING RT-IX FROM 1 BY 1
               UNTIL RT-IX > RT-COUNT
           .

       COUNT-ONE-RELATION.
           IF RT-FROM-ID (RT-IX) = RL-IN-ID
               OR RT-TO-ID (RT-IX) = RL-IN-ID
               PERFORM TEST-RELATION-LIVE
               IF RL-LIVE
                   ADD 1 TO RL-LIVE-COUNT
               END-IF
           END-IF
           .

      * A link already ended before RL-AS-OF stays on the retired
      * ID as history. One between the two IDs being merged would
      * leave the survivor related to itself, so it is ended on
      * RL-AS-OF instead of carried.
       CARRY-RELATION-ENTRY.
           MOVE "N" TO RL-CARRIED-SW
           IF RT-END-DATE (RT-IX) NOT = 0
               AND RT-END-DATE (RT-IX) < RL-AS-OF
               CONTINUE
           ELSE
               IF (RT-FROM-ID (RT-IX) = RL-IN-ID
                       AND RT-TO-ID (RT-IX) = RL-OUT-ID)
                   OR (RT-FROM-ID (RT-IX) = RL-OUT-ID
                       AND RT-TO-ID (RT-IX) = RL-IN-ID)
                   MOVE RL-AS-OF TO RT-END-DATE (RT-IX)
                   MOVE "Y" TO RL-CARRIED-SW
               ELSE
                   IF RT-FROM-ID (RT-IX) = RL-IN-ID
                       MOVE RL-OUT-ID TO RT-FROM-ID (RT-IX)
                       MOVE "Y" TO RL-CARRIED-SW
                   END-IF
                   IF RT-TO-ID (RT-IX) = RL-IN-ID
                       MOVE RL-OUT-ID TO RT-TO-ID (RT-IX)
                       MOVE "Y" TO RL-CARRIED-SW
                   END-IF
               END-IF
           END-IF
           IF RL-CARRIED
               MOVE "Y" TO RT-DIRTY-SW
           END-IF
           .

       BUILD-RELATION-REC.
           MOVE SPACES TO RELATION-REC
           MOVE RT-FROM-ID (RT-IX) TO RS-FROM-ID
           MOVE RT-TO-ID (RT-IX) TO RS-TO-ID
           MOVE RT-TYPE (RT-IX) TO RS-TYPE
           MOVE RT-EFF-DATE (RT-IX) TO RS-EFF-DATE
           MOVE RT-END-DATE (RT-IX) TO RS-END-DATE
           MOVE RT-ENTERED-DATE (RT-IX) TO RS-ENTERED-DATE
           MOVE RT-OPERATOR (RT-IX) TO RS-OPERATOR
           .

       SAVE-RELATION-TABLE.
           IF RT-DIRTY AND RT-OVERFLOW
               DISPLAY "USRRELS LARGER THAN THE TABLE - NOT REWRITTEN"
           END-IF
           IF RT-DIRTY AND NOT RT-OVERFLOW
               OPEN OUTPUT RELATION-FILE
               IF RELATION-OK
                   PERFORM SAVE-ONE-RELATION
                       VARYING RT-IX FROM 1 BY 1
                       UNTIL RT-IX > RT-COUNT
                   CLOSE RELATION-FILE
                   MOVE "N" TO RT-DIRTY-SW
               END-IF
           END-IF
           .

       SAVE-ONE-RELATION.
           PERFORM BUILD-RELATION-REC
           WRITE RELATION-REC
           .
