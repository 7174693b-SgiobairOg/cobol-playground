      *          at all. The threshold in minutes can be passed on
      *          the command line; the default is 5.
      * Tectonics: cobc
      *
      * Modification History:
      *   On-call paging - the alert no longer waits on a scheduler
      *   to act on RC 8: it is handed to PAGEOUT, which opens a
      *   page and has the on-call contact told at once. A stale
      *   heartbeat still stale at the next run is part of the page
      *   already open, not a new one. The RC is unchanged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-THRESHOLD-MINUTES    PIC 9(03) VALUE 5.

           COPY pgoparm.

      * A one- or two-digit threshold arrives as "10 " and a plain
      * class test would call that non-numeric - the token is
      * converted a digit at a time so 5, 45 and 180 all work.
           .

      *----------------------------------------------------------------*
      *    8000-RAISE-ALERT - console warning, ERRLOG entry, the page, *
      *                       and RC 8                                 *
      *----------------------------------------------------------------*
       8000-RAISE-ALERT.
           DISPLAY "*** HRTBWTCH ALERT: " EL-MESSAGE
           MOVE "STALE" TO EL-CODE
           SET EL-SEV-SEVERE TO TRUE
           PERFORM WRITE-ERROR-LOG
           PERFORM PAGE-ON-CALL
           MOVE 8 TO RETURN-CODE
           .

           STOP RUN.

           COPY errorlog-write.

           COPY pageout-call.
