      *            through unchecked in that case rather than reject
      *            every customer. CHECK-COUNTRY-POSTCODE proves a
      *            CC-COUNTRY/CC-POSTCODE pair against the table and
      *            the mask rules described in CNTRYREF.cpy; a retired
      *            country answers unknown, though FIND-ONE-COUNTRY
      *            still finds it for its name and convention.
      *            NORMALIZE-PHONE brings PN-PHONE to the one
      *            international form we hold - a plus, the dialing
      *            code and the national number, digits only
      *            (+441614960000). A number keyed with + or 00 is
      *            taken as international and its dialing code looked
      *            up (the customer's own country first); anything
      *            else is national to PN-COUNTRY. A trunk prefix is
      *            dropped either way. With no table, a blank phone,
      *            or a country with no dialing code, the phone is
      *            accepted as keyed. COPY alongside CNTRYREF (file
      *            section, with a COUNTRY-REF-FILE select and
      *            COUNTRY-REF-STATUS / COUNTRY-REF-OK status pattern)
      *            and CNTRYREF-TBL (working storage).
      ******************************************************************
       LOAD-COUNTRY-TABLE.
           MOVE "N" TO CT-LOADED-SW
                   MOVE CY-POSTCODE-MASK TO CT-MASK (CT-COUNT)
                   MOVE CY-COUNTRY-NAME TO CT-NAME (CT-COUNT)
                   MOVE CY-PC-BEFORE-CITY TO CT-PC-BEFORE (CT-COUNT)
                   MOVE CY-STATUS TO CT-STATUS (CT-COUNT)
                   MOVE CY-DIAL-CODE TO CT-DIAL-CODE (CT-COUNT)
                   MOVE CY-TRUNK-PREFIX TO CT-TRUNK (CT-COUNT)
                   IF CY-NSN-MIN IS NUMERIC
                       MOVE CY-NSN-MIN TO CT-NSN-MIN (CT-COUNT)
                   ELSE
                       MOVE 0 TO CT-NSN-MIN (CT-COUNT)
                   END-IF
                   IF CY-NSN-MAX IS NUMERIC
                       MOVE CY-NSN-MAX TO CT-NSN-MAX (CT-COUNT)
                   ELSE
                       MOVE 0 TO CT-NSN-MAX (CT-COUNT)
                   END-IF
           END-READ
           .

           MOVE 1 TO CT-IX
           PERFORM FIND-ONE-COUNTRY
               UNTIL CC-COUNTRY-FOUND OR CT-IX > CT-COUNT
           IF CC-COUNTRY-FOUND
               IF CT-RETIRED (CT-IX)
                   MOVE "N" TO CC-FOUND-SW
               END-IF
           END-IF

           IF NOT CC-COUNTRY-FOUND
               MOVE "Y" TO CC-UNKNOWN-SW
           END-EVALUATE
           ADD 1 TO CC-MASK-IX
           .

       NORMALIZE-PHONE.
           MOVE PN-PHONE TO PN-PHONE-OUT
           MOVE "Y" TO PN-RESULT-SW
           IF PN-PHONE NOT = SPACES
               IF NOT CT-LOADED
                   MOVE "U" TO PN-RESULT-SW
               ELSE
                   PERFORM SCAN-PHONE-DIGITS
                   IF PN-NORMALIZED
                       PERFORM FIND-PHONE-COUNTRY
                   END-IF
                   IF PN-NORMALIZED
                       PERFORM BUILD-PHONE-NUMBER
                   END-IF
               END-IF
           END-IF
           .

       SCAN-PHONE-DIGITS.
           MOVE SPACES TO PN-DIGITS
           MOVE 0 TO PN-DIGIT-COUNT
           MOVE "N" TO PN-PLUS-SW
           PERFORM SCAN-ONE-PHONE-CHAR
               VARYING PN-CHAR-IX FROM 1 BY 1
               UNTIL PN-CHAR-IX > 15 OR NOT PN-NORMALIZED
           IF PN-NORMALIZED AND PN-DIGIT-COUNT = 0
               MOVE "C" TO PN-RESULT-SW
           END-IF
      * 00 is the international access prefix - the same as a plus.
           IF PN-NORMALIZED AND NOT PN-PLUS
               AND PN-DIGITS (1:2) = "00"
               MOVE "Y" TO PN-PLUS-SW
               MOVE PN-DIGITS (3:13) TO PN-WORK
               MOVE PN-WORK TO PN-DIGITS
               SUBTRACT 2 FROM PN-DIGIT-COUNT
           END-IF
           .

       SCAN-ONE-PHONE-CHAR.
           MOVE PN-PHONE (PN-CHAR-IX:1) TO PN-CHAR
           EVALUATE TRUE
               WHEN PN-CHAR IS NUMERIC
                   ADD 1 TO PN-DIGIT-COUNT
                   MOVE PN-CHAR TO PN-DIGITS (PN-DIGIT-COUNT:1)
               WHEN PN-CHAR = "+"
                   IF PN-PLUS OR PN-DIGIT-COUNT > 0
                       MOVE "C" TO PN-RESULT-SW
                   ELSE
                       MOVE "Y" TO PN-PLUS-SW
                   END-IF
               WHEN PN-CHAR = SPACE OR "-" OR "(" OR ")" OR "."
                   OR "/"
                   CONTINUE
               WHEN OTHER
                   MOVE "C" TO PN-RESULT-SW
           END-EVALUATE
           .

      * The customer's own country is always found first - it says
      * whether the country is set up for dialing codes at all, and
      * an international number carrying the country's own code is
      * read against its own lengths even where a code is shared.
       FIND-PHONE-COUNTRY.
           MOVE "N" TO PN-FOUND-SW
           MOVE 1 TO PN-CT-IX
           PERFORM MATCH-PHONE-COUNTRY
               UNTIL PN-FOUND OR PN-CT-IX > CT-COUNT
           IF NOT PN-FOUND
               MOVE "D" TO PN-RESULT-SW
           ELSE
               IF CT-DIAL-CODE (PN-CT-IX) = SPACES
                   MOVE "U" TO PN-RESULT-SW
               ELSE
                   IF PN-PLUS
                       PERFORM TEST-PHONE-DIAL-CODE
                       IF NOT PN-FOUND
                           MOVE 1 TO PN-CT-IX
                           PERFORM MATCH-PHONE-DIAL-CODE
                               UNTIL PN-FOUND OR PN-CT-IX > CT-COUNT
                       END-IF
                       IF NOT PN-FOUND
                           MOVE "D" TO PN-RESULT-SW
                       ELSE
                           COMPUTE PN-NSN-START = PN-DIAL-LEN + 1
                           COMPUTE PN-NSN-LEN =
                               PN-DIGIT-COUNT - PN-DIAL-LEN
                       END-IF
                   ELSE
                       MOVE 1 TO PN-NSN-START
                       MOVE PN-DIGIT-COUNT TO PN-NSN-LEN
                   END-IF
               END-IF
           END-IF
           .

       MATCH-PHONE-COUNTRY.
           IF PN-COUNTRY = CT-CODE (PN-CT-IX)
               MOVE "Y" TO PN-FOUND-SW
           ELSE
               ADD 1 TO PN-CT-IX
           END-IF
           .

       MATCH-PHONE-DIAL-CODE.
           IF CT-DIAL-CODE (PN-CT-IX) NOT = SPACES
               AND NOT CT-RETIRED (PN-CT-IX)
               PERFORM TEST-PHONE-DIAL-CODE
           ELSE
               MOVE "N" TO PN-FOUND-SW
           END-IF
           IF NOT PN-FOUND
               ADD 1 TO PN-CT-IX
           END-IF
           .

       TEST-PHONE-DIAL-CODE.
           MOVE "N" TO PN-FOUND-SW
           MOVE 0 TO PN-DIAL-LEN
           INSPECT CT-DIAL-CODE (PN-CT-IX) TALLYING PN-DIAL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF PN-DIAL-LEN > 0 AND PN-DIAL-LEN < PN-DIGIT-COUNT
               IF PN-DIGITS (1:PN-DIAL-LEN) =
                   CT-DIAL-CODE (PN-CT-IX) (1:PN-DIAL-LEN)
                   MOVE "Y" TO PN-FOUND-SW
               END-IF
           END-IF
           .

      * +44 (0)161 ... carries the trunk prefix inside the
      * international form; it comes off there as well.
       BUILD-PHONE-NUMBER.
           IF CT-TRUNK (PN-CT-IX) NOT = SPACE
               AND PN-NSN-LEN > 0
               AND PN-DIGITS (PN-NSN-START:1) = CT-TRUNK (PN-CT-IX)
               ADD 1 TO PN-NSN-START
               SUBTRACT 1 FROM PN-NSN-LEN
           END-IF
           IF PN-NSN-LEN = 0
               MOVE "L" TO PN-RESULT-SW
           ELSE
               IF CT-NSN-MAX (PN-CT-IX) > 0
                   IF PN-NSN-LEN < CT-NSN-MIN (PN-CT-IX)
                       OR PN-NSN-LEN > CT-NSN-MAX (PN-CT-IX)
                       MOVE "L" TO PN-RESULT-SW
                   END-IF
               END-IF
           END-IF
           IF PN-NORMALIZED
               MOVE SPACES TO PN-PHONE-OUT
               MOVE 1 TO PN-POINTER
               STRING "+" DELIMITED BY SIZE
                   CT-DIAL-CODE (PN-CT-IX) DELIMITED BY SPACE
                   PN-DIGITS (PN-NSN-START:PN-NSN-LEN)
                       DELIMITED BY SIZE
                   INTO PN-PHONE-OUT WITH POINTER PN-POINTER
                   ON OVERFLOW
                       MOVE PN-PHONE TO PN-PHONE-OUT
                       MOVE "L" TO PN-RESULT-SW
               END-STRING
           END-IF
           .
