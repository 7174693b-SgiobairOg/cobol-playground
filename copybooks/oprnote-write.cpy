      ******************************************************************
      * Copybook:  OPRNOTE-WRITE.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraph that appends one
      *            OPR-NOTE-REC to the shared OPRNOTE file. COPY this
      *            into any program that also COPYs OPRNOTE into its
      *            FILE SECTION and declares OPR-NOTE-FILE with
      *            OPR-NOTE-STATUS/OPR-NOTE-OK per the pattern in
      *            ERRORLOG-WRITE.cpy. The caller fills in
      *            OPN-TO-OPERATOR, OPN-TYPE, OPN-FROM-PROGRAM,
      *            OPN-USER-ID and OPN-TEXT, then does PERFORM
      *            WRITE-OPERATOR-NOTE - the date and time stamps are
      *            taken care of here.
      ******************************************************************
       WRITE-OPERATOR-NOTE.
           ACCEPT OPN-DATE FROM DATE YYYYMMDD
           ACCEPT OPN-TIME FROM TIME
           OPEN EXTEND OPR-NOTE-FILE
           IF NOT OPR-NOTE-OK
               OPEN OUTPUT OPR-NOTE-FILE
           END-IF
           IF OPR-NOTE-OK
               WRITE OPR-NOTE-REC
               CLOSE OPR-NOTE-FILE
           END-IF
           .
