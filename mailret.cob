      *          through USRMAINT or the nightly load clears the
      *          flag automatically.
      * Tectonics: cobc
      *
      * Modification History:
      *   Alternate addresses - a customer whose post goes to a
      *   mailing or temporary address on the USRADDR file was
      *   mailed there, so a return means that address is bad, not
      *   the main one. The alternate in force today is ended as of
      *   yesterday and marked returned (journaled under USRADDR),
      *   mail reverts to the next address in line, and the main
      *   address is left unflagged. Reported as ALTADDR. A USRADDR
      *   file bigger than the address table stops the run, return
      *   code 16, before any return is recorded.
      *   Report archive - MAILRET.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY usrhist.

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       WORKING-STORAGE SECTION.
       01  WS-RETURN-STATUS        PIC X(02) VALUE SPACES.
           88  WS-RETURN-OK              VALUE "00".

           COPY addrflag-tbl.

       01  CUST-ADDR-STATUS        PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK              VALUE "00".

           COPY usraddr-tbl.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-RETURNS-FLAGGED  PIC 9(05) VALUE 0.
           05  WS-RETURNS-REJECTED PIC 9(05) VALUE 0.
           05  WS-ALREADY-FLAGGED  PIC 9(05) VALUE 0.
           05  WS-ALT-RETURNED     PIC 9(05) VALUE 0.

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.

       01  RET-REPORT-LINE.
           05  RET-RL-USER-ID      PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RET-RL-REASON       PIC X(20).

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               GO TO 9999-EXIT
           END-IF

           PERFORM LOAD-ADDRESS-TABLE
           IF UT-OVERFLOW
               DISPLAY "USRADDR HOLDS MORE THAN " UT-MAX
                   " ADDRESSES - WIDEN THE TABLE, NO RETURNS RECORDED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT RETURN-REPORT
           IF NOT WS-RETRPT-OK
               DISPLAY "UNABLE TO OPEN MAILRET.RPT, STATUS="
           IF NOT AF-LOADED
               MOVE "Y" TO AF-LOADED-SW
           END-IF

           MOVE WS-TODAY TO AD-DATE-IN
           PERFORM DAY-BEFORE-DATE
           .

      *----------------------------------------------------------------*
               GO TO 3090-NEXT
           END-IF

      * Mail went wherever it goes today - if that is an alternate
      * address, the alternate is the one that failed.
           MOVE RT-USER-ID TO AD-IN-ID
           MOVE "M" TO AD-PURPOSE
           MOVE WS-TODAY TO AD-AS-OF
           PERFORM RESOLVE-ADDRESS
           IF NOT AD-FROM-MAIN
               PERFORM 3500-RETURN-ALTERNATE
               GO TO 3090-NEXT
           END-IF

           MOVE RT-USER-ID TO AF-IN-ID
           PERFORM FIND-ADDR-FLAG
           IF AF-UNCONFIRMED
           PERFORM 2000-READ-RETURN
           .

      *----------------------------------------------------------------*
      *    3500-RETURN-ALTERNATE - the alternate in force ends as of   *
      *                            yesterday, marked returned          *
      *----------------------------------------------------------------*
       3500-RETURN-ALTERNATE.
           MOVE AD-IX TO UT-IX
           PERFORM BUILD-ADDRESS-REC
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUST-ADDR-REC TO WS-BEFORE-IMAGE(1:98)
           MOVE AD-DATE-OUT TO AD-LAST-DAY
           MOVE "R" TO AD-END-REASON
           PERFORM END-ADDRESS-ENTRY
           ADD 1 TO WS-ALT-RETURNED
           MOVE "ALTADDR" TO RET-RL-VERDICT
           WRITE RETURN-REPORT-REC FROM RET-REPORT-LINE

           PERFORM BUILD-ADDRESS-REC
           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRADDR" TO HJ-PROGRAM-ID
           SET HJ-ACTION-UPDATE TO TRUE
           MOVE UA-USER-ID TO HJ-USER-ID
           MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
           MOVE SPACES TO HJ-AFTER-IMAGE
           MOVE CUST-ADDR-REC TO HJ-AFTER-IMAGE(1:98)
           PERFORM WRITE-HIST-JOURNAL
           .

      *----------------------------------------------------------------*
      *    7000-JOURNAL-RETURN - the flag event on USRHIST             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8000-TERMINATE.
           PERFORM SAVE-ADDRFLAG-TABLE
           PERFORM SAVE-ADDRESS-TABLE
           IF UT-DIRTY
               DISPLAY "UNABLE TO REWRITE USRADDR, STATUS="
                   CUST-ADDR-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE RETURN-IN
           CLOSE RETURN-REPORT
           MOVE "MAILRET.RPT" TO RFP-REPORT-NAME
           MOVE "MAILRET" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "MAILRET RETURNED-MAIL TOTALS"
           DISPLAY "  RETURNS READ      : " WS-RETURNS-READ
           DISPLAY "  ADDRESSES FLAGGED : " WS-RETURNS-FLAGGED
           DISPLAY "  ALREADY FLAGGED   : " WS-ALREADY-FLAGGED
           DISPLAY "  ALTERNATES ENDED  : " WS-ALT-RETURNED
           DISPLAY "  REJECTED (BAD ID) : " WS-RETURNS-REJECTED
           DISPLAY "=============================================="

           IF WS-RETURNS-REJECTED > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           COPY addrflag-load.

           COPY usrhist-write.

           COPY usraddr-load.

           COPY rptfile-call.
