      *   anything crossing three nights is written to the CRMRSND
      *   resend list that USREXTR picks up, so the customer goes
      *   out again without a hand-forced FULL extract.
      *   Training region - the run refuses, return code 8, when it
      *   finds itself in a training region (the TRNREGN marker is
      *   present), so nothing practiced in training ever reaches the
      *   outside world or is mistaken for it.
      *   Report archive - CRMRECON.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      *   On-call paging - an out-of-balance interface now writes a
      *   severe ERRLOG entry with the counts and is handed to
      *   PAGEOUT, which opens a page and has the on-call contact
      *   told, instead of the RC 8 alone. The RC is unchanged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RESEND-LIST ASSIGN TO "CRMRSND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESEND-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RESEND-LIST-REC.
           05  RS-USER-ID          PIC 9(05).

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  WS-SENT-STATUS          PIC X(02) VALUE SPACES.
           88  WS-SENT-OK                VALUE "00".

           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RL-REASON        PIC X(30).

           COPY region.

           COPY rptfparm.

           COPY pgoparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM CHECK-REGION
           IF RG-TRAINING
               DISPLAY "CRMRECON - TRAINING REGION - RUN REFUSED"
               DISPLAY "THE CRM LEDGER IS NEVER WORKED IN "
                   "A TRAINING REGION"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-LEDGER
           PERFORM 2000-READ-SENT
           CLOSE SENT-LIST
           CLOSE ACK-FILE
           CLOSE RECON-OUT
           MOVE "CRMRECON.OUT" TO RFP-REPORT-NAME
           MOVE "CRMRECON" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "CRM ACKNOWLEDGMENT RECONCILIATION"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           IF RETURN-CODE = 8
               PERFORM 8100-RAISE-ALERT
           END-IF
           .

      *----------------------------------------------------------------*
      *    8100-RAISE-ALERT - ERRLOG entry and the page                *
      *----------------------------------------------------------------*
       8100-RAISE-ALERT.
           MOVE SPACES TO ERROR-LOG-REC
           MOVE "CRMRECON" TO EL-PROGRAM-ID
           MOVE "8000-TERMINATE" TO EL-PARAGRAPH
           MOVE "OUTBAL" TO EL-CODE
           STRING "CRM OUT OF BAL - UNACK " DELIMITED BY SIZE
               WS-UNACKED-COUNT DELIMITED BY SIZE
               " UNSENT " DELIMITED BY SIZE
               WS-UNSENT-COUNT DELIMITED BY SIZE
               " REJECT " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO EL-MESSAGE
           END-STRING
           SET EL-SEV-SEVERE TO TRUE
           PERFORM WRITE-ERROR-LOG
           PERFORM PAGE-ON-CALL
           .

       9999-EXIT.
           STOP RUN.

           COPY region-check.

           COPY rptfile-call.

           COPY errorlog-write.

           COPY pageout-call.
