      ******************************************************************
      * Copybook:  SOUNDEX-CALC.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the shared
      *            Soundex code described in SOUNDEX. COPY alongside
      *            SOUNDEX (working storage); PERFORM COMPUTE-SOUNDEX.
      ******************************************************************
       COMPUTE-SOUNDEX.
           INSPECT SX-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO SX-OUT
           MOVE 0 TO SX-OUT-IX
           MOVE SPACE TO SX-PREV
           PERFORM SOUNDEX-ONE-CHAR
               VARYING SX-IX FROM 1 BY 1
               UNTIL SX-IX > 25 OR SX-OUT-IX NOT < 4
           PERFORM SOUNDEX-PAD
               UNTIL SX-OUT-IX NOT < 4
           .

       SOUNDEX-ONE-CHAR.
           MOVE SX-IN(SX-IX:1) TO SX-CHAR
           IF SX-CHAR = SPACE
      * End of the first word - stop coding, padding finishes it.
               MOVE 25 TO SX-IX
           ELSE
               PERFORM SOUNDEX-CODE-LETTER
               IF SX-OUT-IX = 0
                   ADD 1 TO SX-OUT-IX
                   MOVE SX-CHAR TO SX-OUT(SX-OUT-IX:1)
               ELSE
                   IF SX-CODE NOT = SPACE
                       AND SX-CODE NOT = SX-PREV
                       ADD 1 TO SX-OUT-IX
                       MOVE SX-CODE TO SX-OUT(SX-OUT-IX:1)
                   END-IF
               END-IF
               MOVE SX-CODE TO SX-PREV
           END-IF
           .

       SOUNDEX-CODE-LETTER.
           EVALUATE SX-CHAR
               WHEN "B" WHEN "F" WHEN "P" WHEN "V"
                   MOVE "1" TO SX-CODE
               WHEN "C" WHEN "G" WHEN "J" WHEN "K"
               WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
                   MOVE "2" TO SX-CODE
               WHEN "D" WHEN "T"
                   MOVE "3" TO SX-CODE
               WHEN "L"
                   MOVE "4" TO SX-CODE
               WHEN "M" WHEN "N"
                   MOVE "5" TO SX-CODE
               WHEN "R"
                   MOVE "6" TO SX-CODE
               WHEN OTHER
                   MOVE SPACE TO SX-CODE
           END-EVALUATE
           .

       SOUNDEX-PAD.
           ADD 1 TO SX-OUT-IX
           MOVE "0" TO SX-OUT(SX-OUT-IX:1)
           .
