      ******************************************************************
      * Copybook:  USRRELS.cpy
      * Purpose:   One record of the USRRELS customer relationship
      *            file - a link between two USER-IDs that USRHHLD's
      *            shared-address households cannot express. Read a
      *            record as "RS-FROM-ID is the RS-TYPE on
      *            RS-TO-ID's account":
      *              CONTACT  - authorized to discuss the account
      *              GUARANTR - guarantees the account
      *              PARENT   - the company the account belongs to
      *            so 10423 CONTACT 10877 lets 10423 speak for 10877,
      *            and six members of one company are six PARENT
      *            records from the company's USER-ID. RS-EFF-DATE is
      *            the first day the link holds and RS-END-DATE the
      *            last (zero for open-ended); a link is live on any
      *            day between the two. Records are never deleted -
      *            ending one keeps the history on file. COPY this
      *            into the FILE SECTION alongside USRRELS-TBL
      *            (working storage) and USRRELS-LOAD (procedure
      *            division) per the pattern in CNTRYREF.cpy. The
      *            file select is RELATION-FILE with the
      *            RELATION-STATUS/RELATION-OK status pattern.
      *
      *            Every change is journaled to USRHIST under program
      *            USRRELS, keyed by the account (RS-TO-ID), with the
      *            relationship record in the first 56 bytes of each
      *            image. These are not USER rows - the journal
      *            readers that replay row images pass them by.
      ******************************************************************
       01  RELATION-REC.
           05  RS-FROM-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  RS-TO-ID            PIC 9(05).
           05  FILLER              PIC X(01).
           05  RS-TYPE             PIC X(08).
               88  RS-CONTACT            VALUE "CONTACT".
               88  RS-GUARANTOR          VALUE "GUARANTR".
               88  RS-PARENT             VALUE "PARENT".
           05  FILLER              PIC X(01).
           05  RS-EFF-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  RS-END-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  RS-ENTERED-DATE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  RS-OPERATOR         PIC X(08).
