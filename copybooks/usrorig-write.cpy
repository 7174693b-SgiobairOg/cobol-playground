      ******************************************************************
      * Copybook:  USRORIG-WRITE.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraph that appends one
      *            CUST-ORIGIN-REC to the shared USRORIG register at
      *            a customer's first insert. COPY this into any
      *            program that also COPYs USRORIG into its FILE
      *            SECTION and declares CUST-ORIGIN-FILE with
      *            CUST-ORIGIN-STATUS/CUST-ORIGIN-OK per the pattern
      *            in ERRORLOG-WRITE.cpy. The caller fills in
      *            OG-USER-ID, OG-CHANNEL, OG-COUNTRY and
      *            OG-PROGRAM-ID, then does PERFORM
      *            WRITE-CUSTOMER-ORIGIN - the origin date and the
      *            at-insert flag are taken care of here.
      ******************************************************************
       WRITE-CUSTOMER-ORIGIN.
           ACCEPT OG-ORIGIN-DATE FROM DATE YYYYMMDD
           SET OG-AT-INSERT TO TRUE
           OPEN EXTEND CUST-ORIGIN-FILE
           IF NOT CUST-ORIGIN-OK
               OPEN OUTPUT CUST-ORIGIN-FILE
           END-IF
           IF CUST-ORIGIN-OK
               WRITE CUST-ORIGIN-REC
               CLOSE CUST-ORIGIN-FILE
           END-IF
           .
