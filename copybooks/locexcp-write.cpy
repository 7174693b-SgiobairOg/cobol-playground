      ******************************************************************
      * Copybook:  LOCEXCP-WRITE.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraph that appends one
      *            LOC-EXCEPTION-REC to the shared LOCEXCP file. COPY
      *            this into any program that also COPYs LOCEXCP into
      *            its FILE SECTION and declares LOC-EXCEPTIONS with
      *            LOC-EXCEPTIONS-STATUS/LOC-EXCEPTIONS-OK per the
      *            pattern in ERRORLOG-WRITE.cpy. The caller fills in
      *            everything but the date and time stamps, then does
      *            PERFORM WRITE-LOC-EXCEPTION.
      ******************************************************************
       WRITE-LOC-EXCEPTION.
           ACCEPT LX-DATE FROM DATE YYYYMMDD
           ACCEPT LX-TIME FROM TIME
           OPEN EXTEND LOC-EXCEPTIONS
           IF NOT LOC-EXCEPTIONS-OK
               OPEN OUTPUT LOC-EXCEPTIONS
           END-IF
           IF LOC-EXCEPTIONS-OK
               WRITE LOC-EXCEPTION-REC
               CLOSE LOC-EXCEPTIONS
           END-IF
           .
