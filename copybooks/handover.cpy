      ******************************************************************
      * Copybook:  HANDOVER.cpy
      * Purpose:   One line of the HANDOVER file - the outgoing
      *            operator's notes for the next shift, written by
      *            HELLO-NOAH's SIGN-OFF and read back by HANDRPT
      *            when the next operator signs on. Each sign-off
      *            appends a header line (HO-LINE-NO 00, text blank)
      *            carrying when the shift ran, then one line per
      *            note typed (01 up to 05) under the same operator
      *            and sign-off stamp. A sign-off with nothing to
      *            say still leaves its header, so the next shift
      *            knows when the last one started. COPY into the
      *            FILE SECTION under a HANDOVER-FILE select with
      *            the usual status pattern.
      ******************************************************************
       01  HANDOVER-REC.
           05  HO-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  HO-ON-DATE          PIC 9(08).
           05  FILLER              PIC X(01).
           05  HO-ON-TIME          PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  HO-OFF-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  HO-OFF-TIME         PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  HO-LINE-NO          PIC 9(02).
               88  HO-HEADER-LINE        VALUE 0.
           05  FILLER              PIC X(01).
           05  HO-TEXT             PIC X(70).
