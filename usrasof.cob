      *          the backup and the journal - the live table is
      *          never opened, let alone touched.
      * Tectonics: cobc
      *
      * Modification History:
      *   Erasure - USRERASE joins the row writers, so its erase
      *   entries carry the pseudonymized row into the as-of
      *   extract and an erased customer is never reconstructed
      *   with the personal data the erasure removed.
      *   Scheduled changes - USRSAPP joins the row writers, so a
      *   change applied on its effective date shows in the as-of
      *   extract from that date on.
      *   Dormancy pass - USRDORM joins the row writers, so a move
      *   to INACTIVE for dormancy shows in the as-of extract from
      *   the day of the run.
      *   Sanctions screening - USRSCRN joins the row writers, so
      *   a screening hold or its lift shows in the as-of extract
      *   from the day it was made.
      *   Reservation aging - RSVAGE joins the row writers, so a
      *   reservation retired to DELETED shows in the as-of extract
      *   from the day of the run.
      *   Report archive - USRASOF.RPT is filed to the report archive
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

       01  WS-HEADER-LINE          PIC X(60) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 3210-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           IF WS-ROW-ENTRY
               IF HJ-AFTER-IMAGE(1:5) IS NOT NUMERIC
                   OR HJ-AFTER-IMAGE(1:5) NOT = HJ-USER-ID
               VARYING WS-CNTRY-IX FROM 1 BY 1
               UNTIL WS-CNTRY-IX > WS-CNTRY-USED
           CLOSE ASOF-REPORT
           MOVE "USRASOF.RPT" TO RFP-REPORT-NAME
           MOVE "USRASOF" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           .

       6100-WRITE-ONE-COUNTRY.

       9999-EXIT.
           STOP RUN.

           COPY rptfile-call.
