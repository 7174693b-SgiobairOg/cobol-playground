      *          work is committed - any disagreement rolls the whole
      *          recovery back.
      * Tectonics: cobc
      *
      * Modification History:
      *   Erasure - USRERASE joins the row writers, so a recovery
      *   replays its erase entries and the reloaded generation's
      *   personal data does not come back for an erased customer.
      *   Scheduled changes - USRSAPP joins the row writers, so a
      *   recovery replays the changes applied on their effective
      *   dates.
      *   Dormancy pass - USRDORM joins the row writers, so a
      *   recovery replays moves to INACTIVE for dormancy.
      *   Sanctions screening - USRSCRN joins the row writers, so
      *   a recovery replays screening holds and their lifts.
      *   Reservation aging - RSVAGE joins the row writers, so a
      *   recovery replays reservations retired to DELETED.
      *   Report archive - ROLLFWD.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER              PIC X(15) VALUE "CRMINTAK".
           05  FILLER              PIC X(15) VALUE "USRPAPP".
           05  FILLER              PIC X(15) VALUE "USRMASS".
           05  FILLER              PIC X(15) VALUE "USRERASE".
           05  FILLER              PIC X(15) VALUE "USRSAPP".
           05  FILLER              PIC X(15) VALUE "USRDORM".
           05  FILLER              PIC X(15) VALUE "USRSCRN".
           05  FILLER              PIC X(15) VALUE "RSVAGE".
       01  WS-ROW-WRITER-TABLE REDEFINES WS-ROW-WRITER-NAMES.
           05  WS-ROW-WRITER       PIC X(15) OCCURS 12 TIMES.
       01  WS-WRITER-IX            PIC 9(02) COMP VALUE 0.
       01  WS-ROW-ENTRY-SW         PIC X(01) VALUE "N".
           88  WS-ROW-ENTRY              VALUE "Y".

       01  WS-HEADER-LINE          PIC X(80) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE WS-NONROW-SKIPPED TO RFW-TL-COUNT
           WRITE PREVIEW-OUT-REC FROM RFW-TOTAL-LINE
           CLOSE PREVIEW-OUT
           MOVE "ROLLFWD.RPT" TO RFP-REPORT-NAME
           MOVE "USRRFWD" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "ROLL-FORWARD PREVIEW: " WS-ENTRIES-SELECTED
               " ENTRIES TO REAPPLY, " WS-ENTRIES-EXCLUDED
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 4110-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           IF WS-ROW-ENTRY
               IF HJ-AFTER-IMAGE(1:5) IS NOT NUMERIC
                   OR HJ-AFTER-IMAGE(1:5) NOT = HJ-USER-ID
           COPY errorlog-write.

           COPY oprsign-verify.

           COPY rptfile-call.
