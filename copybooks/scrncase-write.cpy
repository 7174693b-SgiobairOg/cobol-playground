      ******************************************************************
      * Copybook:  SCRNCASE-WRITE.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraph that appends one
      *            SCREEN-CASE-REC to the shared SCRNCASE register.
      *            COPY this into any program that also COPYs SCRNCASE
      *            into its FILE SECTION and declares SCREEN-CASE-FILE
      *            with SCREEN-CASE-STATUS/SCREEN-CASE-OK per the
      *            pattern in ERRORLOG-WRITE.cpy. The caller fills in
      *            SC-EVENT, SC-CASE-ID, SC-OPERATOR-ID and whatever
      *            else the event carries, then does
      *            PERFORM WRITE-SCREEN-EVENT - the date and time
      *            stamps are taken care of here.
      ******************************************************************
       WRITE-SCREEN-EVENT.
           ACCEPT SC-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT SC-EVENT-TIME FROM TIME
           OPEN EXTEND SCREEN-CASE-FILE
           IF NOT SCREEN-CASE-OK
               OPEN OUTPUT SCREEN-CASE-FILE
           END-IF
           IF SCREEN-CASE-OK
               WRITE SCREEN-CASE-REC
               CLOSE SCREEN-CASE-FILE
           END-IF
           .
