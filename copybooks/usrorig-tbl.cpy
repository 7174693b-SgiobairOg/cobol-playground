      ******************************************************************
      * Copybook:  USRORIG-TBL.cpy
      * Purpose:   Working-storage side of the USRORIG acquisition
      *            register - the in-core copy slotted by the
      *            USER-ID's 4-digit base, first record per customer
      *            kept. COPY alongside USRORIG (file section) and
      *            USRORIG-LOAD (procedure division). Set OI-IN-ID,
      *            PERFORM FIND-CUSTOMER-ORIGIN, then test OI-FOUND
      *            and take OI-CHANNEL, OI-ORIGIN-DATE and
      *            OI-COUNTRY - a customer not on the register, or
      *            an unloaded register, answers not found.
      ******************************************************************
       01  ORIGIN-TABLE.
           05  OI-SLOT OCCURS 10000 TIMES.
               10  OI-SL-CHANNEL   PIC X(01).
               10  OI-SL-DATE      PIC 9(08).
               10  OI-SL-COUNTRY   PIC X(02).
               10  OI-SL-RECORDED  PIC X(01).
       01  OI-SLOT-IX              PIC 9(05) COMP VALUE 0.

       01  OI-LOADED-SW            PIC X(01) VALUE "N".
           88  OI-LOADED                 VALUE "Y".
       01  OI-EOF-SW               PIC X(01) VALUE "N".
           88  OI-EOF                    VALUE "Y".
       01  OI-COUNT                PIC 9(05) VALUE 0.

       01  OI-IN-ID                PIC 9(05) VALUE 0.
       01  OI-CHANNEL              PIC X(01) VALUE SPACE.
       01  OI-ORIGIN-DATE          PIC 9(08) VALUE 0.
       01  OI-COUNTRY              PIC X(02) VALUE SPACES.
       01  OI-FOUND-SW             PIC X(01) VALUE "N".
           88  OI-FOUND                  VALUE "Y".
