      ******************************************************************
      * Copybook:  USRSCHD-WRITE.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraph that appends one
      *            SCHED-CHANGE-REC to the shared USRSCHD file. COPY
      *            this into any program that also COPYs USRSCHD into
      *            its FILE SECTION and declares SCHED-FILE with
      *            SCHED-STATUS/SCHED-OK per the pattern in
      *            ERRORLOG-WRITE.cpy. The caller fills in SC-ITEM-ID,
      *            SC-EFFECTIVE-DATE, SC-PROGRAM, SC-USER-ID, the two
      *            images and SC-MAKER-ID, then does PERFORM
      *            WRITE-SCHED-CHANGE - the state, the date and time
      *            stamps and the empty closing fields are taken care
      *            of here.
      ******************************************************************
       WRITE-SCHED-CHANGE.
           SET SC-STATE-SCHEDULED TO TRUE
           ACCEPT SC-DATE FROM DATE YYYYMMDD
           ACCEPT SC-TIME FROM TIME
           MOVE 0 TO SC-DONE-DATE
           MOVE SPACES TO SC-REASON
           MOVE SPACES TO SC-DONE-BY
           OPEN EXTEND SCHED-FILE
           IF NOT SCHED-OK
               OPEN OUTPUT SCHED-FILE
           END-IF
           IF SCHED-OK
               WRITE SCHED-CHANGE-REC
               CLOSE SCHED-FILE
           END-IF
           .
