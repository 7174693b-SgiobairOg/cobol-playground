      ******************************************************************
      * Copybook:  INCIDENT-WRITE.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraph that appends one
      *            INCIDENT-REC to the shared INCDREG register. COPY
      *            this into any program that also COPYs INCIDENT into
      *            its FILE SECTION and declares INCIDENT-FILE with
      *            INCIDENT-STATUS/INCIDENT-OK per the pattern in
      *            ERRORLOG-WRITE.cpy. The caller fills in IR-EVENT,
      *            IR-INCIDENT-ID, IR-OPERATOR-ID and whatever of the
      *            entry and text the event carries, then does
      *            PERFORM WRITE-INCIDENT-EVENT - the date and time
      *            stamps are taken care of here.
      ******************************************************************
       WRITE-INCIDENT-EVENT.
           ACCEPT IR-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT IR-EVENT-TIME FROM TIME
           OPEN EXTEND INCIDENT-FILE
           IF NOT INCIDENT-OK
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           IF INCIDENT-OK
               WRITE INCIDENT-REC
               CLOSE INCIDENT-FILE
           END-IF
           .
