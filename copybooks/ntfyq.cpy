      ******************************************************************
      * Copybook:  NTFYQ.cpy
      * Purpose:   One message on the NOTIFYQ outbound notification
      *            queue the mail/SMS gateway picks up and sends - one
      *            line per person to be told, already addressed:
      *            the channel (S text message, M mail) and the
      *            number or address come off the contact's ONCALL
      *            entry. NQ-LEVEL says whether it went to the
      *            primary (P) or is an escalation to the backup (B).
      *            ONCNOTFY appends; the gateway owns the file from
      *            there. COPY into the FILE SECTION under a
      *            NOTIFY-QUEUE select with NOTIFY-QUEUE-STATUS and
      *            the NOTIFY-QUEUE-OK status pattern.
      ******************************************************************
       01  NOTIFY-QUEUE-REC.
           05  NQ-QUEUE-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  NQ-QUEUE-TIME       PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  NQ-CHANNEL          PIC X(01).
           05  FILLER              PIC X(01).
           05  NQ-ADDRESS          PIC X(60).
           05  FILLER              PIC X(01).
           05  NQ-CONTACT-ID       PIC X(08).
           05  FILLER              PIC X(01).
           05  NQ-LEVEL            PIC X(01).
           05  FILLER              PIC X(01).
           05  NQ-INCIDENT-ID.
               10  NQ-ERR-DATE     PIC 9(08).
               10  NQ-ERR-TIME     PIC 99B99B99B99.
               10  NQ-PROGRAM-ID   PIC X(15).
           05  FILLER              PIC X(01).
           05  NQ-MESSAGE          PIC X(120).
