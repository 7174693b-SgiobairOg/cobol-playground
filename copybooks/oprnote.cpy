      ******************************************************************
      * Copybook:  OPRNOTE.cpy
      * Purpose:   One line of the append-only OPRNOTE file - notices
      *            a batch program leaves for a named operator, read
      *            back by OPRMENU when that operator next signs on.
      *            A notice line (OPN-TYPE N) says what happened and
      *            to which customer; an acknowledgment line (OPN-TYPE
      *            A, text blank) is written when the operator has
      *            read everything shown, so every notice above it in
      *            the file for the same operator counts as read.
      *            Nothing is rewritten - who was told what, and when
      *            they said they had seen it, stays on file. COPY
      *            into the FILE SECTION under an OPR-NOTE-FILE select
      *            with the OPR-NOTE-STATUS/OPR-NOTE-OK pattern,
      *            alongside OPRNOTE-WRITE for programs that append.
      ******************************************************************
       01  OPR-NOTE-REC.
           05  OPN-TO-OPERATOR     PIC X(08).
           05  FILLER              PIC X(01).
           05  OPN-TYPE            PIC X(01).
               88  OPN-NOTICE            VALUE "N".
               88  OPN-ACK               VALUE "A".
           05  FILLER              PIC X(01).
           05  OPN-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  OPN-TIME            PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  OPN-FROM-PROGRAM    PIC X(08).
           05  FILLER              PIC X(01).
           05  OPN-USER-ID         PIC 9(05).
           05  FILLER              PIC X(01).
           05  OPN-TEXT            PIC X(60).
