      ******************************************************************
      * Copybook:  RPTKEEP-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the report
      *            archive retention rules. LOAD-RPTKEEP-TABLE pulls
      *            RPTKEEP into core once at startup (no file, no
      *            rules - every report takes the default);
      *            FIND-REPORT-KEEP answers KP-KEEP-DAYS and
      *            KP-KEEP-UNTIL for one report type and business
      *            date. A business date that is not a date at all
      *            has no last day either: such an entry is never
      *            judged expired. COPY alongside RPTKEEP (file
      *            section) and RPTKEEP-TBL (working storage).
      ******************************************************************
       LOAD-RPTKEEP-TABLE.
           MOVE "N" TO KP-LOADED-SW
           MOVE "N" TO KP-EOF-SW
           MOVE 0 TO KP-COUNT
           OPEN INPUT RPT-KEEP-FILE
           IF RPT-KEEP-OK
               MOVE "Y" TO KP-LOADED-SW
               PERFORM LOAD-ONE-KEEP
                   UNTIL KP-EOF OR KP-COUNT NOT < 100
               CLOSE RPT-KEEP-FILE
           END-IF
           .

       LOAD-ONE-KEEP.
           READ RPT-KEEP-FILE
               AT END
                   MOVE "Y" TO KP-EOF-SW
               NOT AT END
                   IF KR-REPORT-NAME NOT = SPACES
                       AND KR-REPORT-NAME(1:1) NOT = "*"
                       AND KR-KEEP-DAYS IS NUMERIC
                       ADD 1 TO KP-COUNT
                       MOVE KR-REPORT-NAME TO KP-REPORT-NAME (KP-COUNT)
                       MOVE KR-KEEP-DAYS TO KP-RULE-DAYS (KP-COUNT)
                   END-IF
           END-READ
           .

       FIND-REPORT-KEEP.
           MOVE "N" TO KP-FOUND-SW
           MOVE KP-DEFAULT-DAYS TO KP-KEEP-DAYS
           MOVE 1 TO KP-IX
           PERFORM MATCH-ONE-KEEP
               UNTIL KP-RULE-FOUND OR KP-IX > KP-COUNT
           MOVE 0 TO KP-KEEP-UNTIL
           IF NOT KP-KEEP-FOREVER
               AND KP-IN-BUSINESS-DATE IS NUMERIC
               AND KP-IN-BUSINESS-DATE > 16010100
               COMPUTE KP-KEEP-UNTIL = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (KP-IN-BUSINESS-DATE)
                    + KP-KEEP-DAYS)
           END-IF
           .

       MATCH-ONE-KEEP.
           IF KP-REPORT-NAME (KP-IX) = KP-IN-REPORT
               MOVE KP-RULE-DAYS (KP-IX) TO KP-KEEP-DAYS
               MOVE "Y" TO KP-FOUND-SW
           ELSE
               ADD 1 TO KP-IX
           END-IF
           .
