      ******************************************************************
      * Copybook:  PAGEOUT-CALL.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraph that turns the
      *            ERRLOG entry just written into a page through the
      *            PAGEOUT service and says so on the console. COPY
      *            into any program that also COPYs PGOPARM into
      *            WORKING-STORAGE and ERRORLOG-WRITE into its
      *            PROCEDURE DIVISION. PERFORM PAGE-ON-CALL straight
      *            after the PERFORM WRITE-ERROR-LOG of the alert -
      *            ERROR-LOG-REC still holds the entry, stamped. The
      *            step's return code is left as the caller set it.
      ******************************************************************
       PAGE-ON-CALL.
           MOVE EL-DATE TO PGO-ERR-DATE
           MOVE EL-TIME TO PGO-ERR-TIME
           MOVE EL-PROGRAM-ID TO PGO-PROGRAM-ID
           MOVE EL-PARAGRAPH TO PGO-PARAGRAPH
           MOVE EL-CODE TO PGO-CODE
           MOVE EL-MESSAGE TO PGO-MESSAGE
           MOVE "8" TO PGO-STATUS
           MOVE RETURN-CODE TO PGO-CALLER-RC
           CALL "PAGEOUT" USING PGO-PARM-AREA
           MOVE PGO-CALLER-RC TO RETURN-CODE
           EVALUATE TRUE
               WHEN PGO-PAGED
                   DISPLAY "PAGE OPENED FOR THE ON-CALL CONTACT - "
                       "ACKNOWLEDGE AT INCDMNT"
               WHEN PGO-ALREADY-PAGING
                   DISPLAY "ALREADY PAGING FOR " PGO-PROGRAM-ID
                       " " PGO-CODE " - NOT PAGED AGAIN"
               WHEN OTHER
                   DISPLAY "*** PAGE NOT RAISED - INCDREG "
                       "UNAVAILABLE, TELL THE ON-CALL CONTACT"
           END-EVALUATE
           .
