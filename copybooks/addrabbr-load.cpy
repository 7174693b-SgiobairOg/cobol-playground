      ******************************************************************
      * Copybook:  ADDRABBR-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the
      *            address abbreviation table. LOAD-ABBREV-TABLE
      *            pulls ADDRABBR into core once at startup;
      *            STANDARDIZE-TEXT brings AS-TEXT to the house form -
      *            upper case, full stops and commas dropped, one
      *            space between words, and every word found in the
      *            table for AS-COUNTRY (else "**") replaced by its
      *            standard form. A result that would no longer fit
      *            leaves AS-TEXT exactly as it came in. COPY
      *            alongside ADDRABBR (file section) and ADDRABBR-TBL
      *            (working storage).
      ******************************************************************
       LOAD-ABBREV-TABLE.
           MOVE "N" TO AT-LOADED-SW
           MOVE "N" TO AT-EOF-SW
           MOVE 0 TO AT-COUNT
           OPEN INPUT ADDR-ABBR-FILE
           IF ADDR-ABBR-OK
               MOVE "Y" TO AT-LOADED-SW
               PERFORM LOAD-ONE-ABBREV
                   UNTIL AT-EOF OR AT-COUNT NOT < 500
               CLOSE ADDR-ABBR-FILE
           END-IF
           .

       LOAD-ONE-ABBREV.
           READ ADDR-ABBR-FILE
               AT END
                   MOVE "Y" TO AT-EOF-SW
               NOT AT END
                   ADD 1 TO AT-COUNT
                   MOVE AB-COUNTRY TO AT-COUNTRY (AT-COUNT)
                   MOVE AB-WORD TO AT-WORD (AT-COUNT)
                   MOVE AB-STANDARD TO AT-STANDARD (AT-COUNT)
                   INSPECT AT-WORD (AT-COUNT) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT AT-STANDARD (AT-COUNT) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-READ
           .

       STANDARDIZE-TEXT.
           MOVE AS-TEXT TO AS-ORIGINAL
           MOVE "N" TO AS-CHANGED-SW
           INSPECT AS-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
           MOVE SPACES TO AS-WORD-TABLE
           MOVE 0 TO AS-WORD-COUNT
           MOVE "N" TO AS-IN-WORD-SW
           PERFORM SPLIT-ONE-CHARACTER
               VARYING AS-CHAR-IX FROM 1 BY 1
               UNTIL AS-CHAR-IX > 25
           PERFORM ABBREVIATE-ONE-WORD
               VARYING AS-WORD-IX FROM 1 BY 1
               UNTIL AS-WORD-IX > AS-WORD-COUNT
           MOVE SPACES TO AS-RESULT
           MOVE SPACES TO AS-KEY
           MOVE 1 TO AS-POINTER
           MOVE 1 TO AS-KEY-POINTER
           MOVE "N" TO AS-OVERFLOW-SW
           PERFORM JOIN-ONE-WORD
               VARYING AS-WORD-IX FROM 1 BY 1
               UNTIL AS-WORD-IX > AS-WORD-COUNT
           IF AS-OVERFLOW
               MOVE AS-ORIGINAL TO AS-TEXT
           ELSE
               MOVE AS-RESULT TO AS-TEXT
               IF AS-TEXT NOT = AS-ORIGINAL
                   MOVE "Y" TO AS-CHANGED-SW
               END-IF
           END-IF
           .

       SPLIT-ONE-CHARACTER.
           IF AS-TEXT (AS-CHAR-IX:1) = SPACE
               MOVE "N" TO AS-IN-WORD-SW
           ELSE
               IF NOT AS-IN-WORD
                   ADD 1 TO AS-WORD-COUNT
                   MOVE 0 TO AS-WORD-LEN
                   MOVE "Y" TO AS-IN-WORD-SW
               END-IF
               ADD 1 TO AS-WORD-LEN
               MOVE AS-TEXT (AS-CHAR-IX:1)
                   TO AS-WORD (AS-WORD-COUNT) (AS-WORD-LEN:1)
           END-IF
           .

       ABBREVIATE-ONE-WORD.
           MOVE "N" TO AS-FOUND-SW
           IF AT-LOADED
               MOVE AS-COUNTRY TO AS-MATCH-COUNTRY
               MOVE 1 TO AT-IX
               PERFORM MATCH-ONE-ABBREV
                   UNTIL AS-FOUND OR AT-IX > AT-COUNT
               IF NOT AS-FOUND
                   MOVE "**" TO AS-MATCH-COUNTRY
                   MOVE 1 TO AT-IX
                   PERFORM MATCH-ONE-ABBREV
                       UNTIL AS-FOUND OR AT-IX > AT-COUNT
               END-IF
           END-IF
           IF AS-FOUND
               MOVE AT-STANDARD (AT-IX) TO AS-WORD (AS-WORD-IX)
           END-IF
           .

       MATCH-ONE-ABBREV.
           IF AT-COUNTRY (AT-IX) = AS-MATCH-COUNTRY
               AND AT-WORD (AT-IX) = AS-WORD (AS-WORD-IX)
               MOVE "Y" TO AS-FOUND-SW
           ELSE
               ADD 1 TO AT-IX
           END-IF
           .

       JOIN-ONE-WORD.
           IF AS-WORD-IX > 1
               STRING " " DELIMITED BY SIZE
                   INTO AS-RESULT WITH POINTER AS-POINTER
                   ON OVERFLOW
                       MOVE "Y" TO AS-OVERFLOW-SW
               END-STRING
           END-IF
           STRING AS-WORD (AS-WORD-IX) DELIMITED BY SPACE
               INTO AS-RESULT WITH POINTER AS-POINTER
               ON OVERFLOW
                   MOVE "Y" TO AS-OVERFLOW-SW
           END-STRING
           STRING AS-WORD (AS-WORD-IX) DELIMITED BY SPACE
               INTO AS-KEY WITH POINTER AS-KEY-POINTER
               ON OVERFLOW
                   MOVE "Y" TO AS-OVERFLOW-SW
           END-STRING
           .
