      *          the transmission site gets the call at 22:30
      *          instead of the morning after a dead window.
      * Tectonics: cobc
      *
      * Modification History:
      *   On-call paging - a late feed's alert is handed to PAGEOUT,
      *   which opens a page and has the on-call contact told at
      *   once rather than leaving RC 8 for the scheduler to act on.
      *   A feed still late at the next sweep is part of the page
      *   already open; each late feed is a page of its own. The RC
      *   is unchanged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-REGISTERED-SW    PIC X(01) VALUE "N".
               88  WS-ALREADY-REGISTERED VALUE "Y".

           COPY pgoparm.

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-NOW-TIME             PIC 9(08) VALUE 0.
       01  WS-NOW-HHMM             PIC 9(04) VALUE 0.
           .

      *----------------------------------------------------------------*
      *    5000-RAISE-LATE-ALERT - console warning, ERRLOG entry, the  *
      *                            page, and RC 8                      *
      *----------------------------------------------------------------*
       5000-RAISE-LATE-ALERT.
           DISPLAY "*** FEEDWTCH ALERT: " FE-FEED-NAME
           END-STRING
           SET EL-SEV-SEVERE TO TRUE
           PERFORM WRITE-ERROR-LOG
           PERFORM PAGE-ON-CALL
           MOVE 8 TO RETURN-CODE
           .


           COPY errorlog-write.

           COPY pageout-call.

           COPY buscal-load.
