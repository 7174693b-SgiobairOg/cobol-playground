      *            and CC-POSTCODE, PERFORMs
      *            CHECK-COUNTRY-POSTCODE, then tests
      *            CC-COUNTRY-UNKNOWN and CC-POSTCODE-VALID.
      *            For a phone number, the caller sets PN-COUNTRY and
      *            PN-PHONE, PERFORMs NORMALIZE-PHONE, then tests
      *            PN-ACCEPTED and takes PN-PHONE-OUT - or, when it
      *            is not accepted, reports the reason PN-FAIL-CHARS,
      *            PN-FAIL-CODE or PN-FAIL-LENGTH gives.
      ******************************************************************
       01  COUNTRY-TABLE.
           05  CT-ENTRY OCCURS 300 TIMES.
               10  CT-MASK         PIC X(10).
               10  CT-NAME         PIC X(20).
               10  CT-PC-BEFORE    PIC X(01).
               10  CT-STATUS       PIC X(01).
                   88  CT-RETIRED        VALUE "R".
               10  CT-DIAL-CODE    PIC X(03).
               10  CT-TRUNK        PIC X(01).
               10  CT-NSN-MIN      PIC 9(02).
               10  CT-NSN-MAX      PIC 9(02).
       01  CT-COUNT                PIC 9(03) COMP VALUE 0.
       01  CT-IX                   PIC 9(03) COMP VALUE 0.

       01  CC-MASK-IX              PIC 9(02) COMP VALUE 0.
       01  CC-MASK-CHAR            PIC X(01) VALUE SPACE.
       01  CC-PC-CHAR              PIC X(01) VALUE SPACE.

       01  PN-COUNTRY              PIC X(02) VALUE SPACES.
       01  PN-PHONE                PIC X(15) VALUE SPACES.
       01  PN-PHONE-OUT            PIC X(15) VALUE SPACES.
       01  PN-RESULT-SW            PIC X(01) VALUE "Y".
           88  PN-NORMALIZED             VALUE "Y".
           88  PN-LEFT-AS-KEYED          VALUE "U".
           88  PN-ACCEPTED               VALUE "Y" "U".
           88  PN-FAIL-CHARS             VALUE "C".
           88  PN-FAIL-CODE              VALUE "D".
           88  PN-FAIL-LENGTH            VALUE "L".

       01  PN-DIGITS               PIC X(15) VALUE SPACES.
       01  PN-WORK                 PIC X(15) VALUE SPACES.
       01  PN-DIGIT-COUNT          PIC 9(02) COMP VALUE 0.
       01  PN-CHAR-IX              PIC 9(02) COMP VALUE 0.
       01  PN-CHAR                 PIC X(01) VALUE SPACE.
       01  PN-DIAL-LEN             PIC 9(02) COMP VALUE 0.
       01  PN-NSN-START            PIC 9(02) COMP VALUE 0.
       01  PN-NSN-LEN              PIC 9(02) COMP VALUE 0.
       01  PN-POINTER              PIC 9(02) COMP VALUE 0.
       01  PN-CT-IX                PIC 9(03) COMP VALUE 0.
       01  PN-PLUS-SW              PIC X(01) VALUE "N".
           88  PN-PLUS                   VALUE "Y".
       01  PN-FOUND-SW             PIC X(01) VALUE "N".
           88  PN-FOUND                  VALUE "Y".
