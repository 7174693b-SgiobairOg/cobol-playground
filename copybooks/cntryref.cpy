      *            for city-first (SPRINGFIELD 12345). Records
      *            written before the column existed come back
      *            blank and print city-first.
      *
      *            CY-STATUS R marks a retired country. The entry is
      *            kept so addresses already on file still print
      *            with the country's name and convention, but a
      *            postcode check treats the country as unknown.
      *            Blank (and records written before the column
      *            existed) is active. Maintained through REFMNT.
      *
      *            CY-DIAL-CODE is the international dialing code,
      *            digits only and left-justified (44, 1, 353).
      *            CY-TRUNK-PREFIX is the digit dialed ahead of a
      *            national number inside the country (0 in GB and
      *            DE, blank where there is none), and CY-NSN-MIN /
      *            CY-NSN-MAX bound the length of the national number
      *            once the dialing code and trunk prefix are off.
      *            A country with no dialing code keeps its phones as
      *            keyed; blank lengths are not checked.
      ******************************************************************
       01  COUNTRY-REF-REC.
           05  CY-COUNTRY-CODE     PIC X(02).
           05  CY-POSTCODE-MASK    PIC X(10).
           05  FILLER              PIC X(01).
           05  CY-PC-BEFORE-CITY   PIC X(01).
           05  FILLER              PIC X(01).
           05  CY-STATUS           PIC X(01).
               88  CY-RETIRED            VALUE "R".
           05  FILLER              PIC X(01).
           05  CY-DIAL-CODE        PIC X(03).
           05  FILLER              PIC X(01).
           05  CY-TRUNK-PREFIX     PIC X(01).
           05  FILLER              PIC X(01).
           05  CY-NSN-MIN          PIC X(02).
           05  FILLER              PIC X(01).
           05  CY-NSN-MAX          PIC X(02).
