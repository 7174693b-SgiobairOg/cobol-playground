      ******************************************************************
      * Copybook:  FINDKEY-BUILD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the
      *            customer search keys described in FINDKEY. COPY
      *            alongside FINDKEY and SOUNDEX (working storage) and
      *            SOUNDEX-CALC; PERFORM BUILD-SEARCH-KEYS.
      ******************************************************************
       BUILD-SEARCH-KEYS.
           MOVE SPACES TO FK-PHONE-DIGITS
           MOVE 0 TO FK-OUT-IX
           PERFORM SEARCH-KEY-ONE-DIGIT
               VARYING FK-IX FROM 1 BY 1
               UNTIL FK-IX > 15

           MOVE USER-EMAIL TO FK-EMAIL-LOWER
           INSPECT FK-EMAIL-LOWER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

           MOVE USER-POSTCODE TO FK-POSTCODE-UP
           INSPECT FK-POSTCODE-UP CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE USER-NAME TO FK-NAME-UP
           INSPECT FK-NAME-UP CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE FK-NAME-UP TO SX-IN
           PERFORM COMPUTE-SOUNDEX
           MOVE SX-OUT TO FK-SOUNDEX
           .

       SEARCH-KEY-ONE-DIGIT.
           MOVE USER-PHONE(FK-IX:1) TO FK-CHAR
           IF FK-CHAR IS NUMERIC
               ADD 1 TO FK-OUT-IX
               MOVE FK-CHAR TO FK-PHONE-DIGITS(FK-OUT-IX:1)
           END-IF
           .
