      *   the BUSCAL calendar says is not a processing day reports
      *   as "no feed because holiday" with RC 0, instead of the
      *   RC 16 a genuinely missing feed still earns.
      *   Web signup matching - the web signups the load matched to
      *   existing customers, made new, or referred for review are
      *   shown for information beside the web signup count.
      *   On-call paging - an out-of-balance load now writes a severe
      *   ERRLOG entry with both totals and is handed to PAGEOUT,
      *   which opens a page and has the on-call contact told,
      *   instead of the RC 8 alone waiting for someone to read the
      *   scheduler's log in the morning. The RC is unchanged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSCAL-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CI-WEB-READ          PIC 9(07).
           05  CI-WEB-APPLIED       PIC 9(07).
           05  CI-WEB-REJECTED      PIC 9(07).
           05  CI-WEB-MATCHED       PIC 9(07).
           05  CI-WEB-NEW           PIC 9(07).
           05  CI-WEB-REFERRED      PIC 9(07).

       FD  EXPECTED-IN
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY buscal.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK               VALUE "00".

       01  BUSCAL-STATUS            PIC X(02) VALUE SPACES.
           88  BUSCAL-OK                  VALUE "00".

       01  WS-ACCOUNTED-FOR         PIC 9(07) VALUE 0.
       01  WS-RECYCLE-READ          PIC 9(07) VALUE 0.
       01  WS-WEB-READ              PIC 9(07) VALUE 0.
       01  WS-WEB-MATCHED           PIC 9(07) VALUE 0.
       01  WS-WEB-NEW               PIC 9(07) VALUE 0.
       01  WS-WEB-REFERRED          PIC 9(07) VALUE 0.

           COPY pgoparm.

       PROCEDURE DIVISION.

           IF CI-WEB-READ IS NUMERIC
               MOVE CI-WEB-READ TO WS-WEB-READ
           END-IF
           IF CI-WEB-MATCHED IS NUMERIC
               MOVE CI-WEB-MATCHED TO WS-WEB-MATCHED
           END-IF
           IF CI-WEB-NEW IS NUMERIC
               MOVE CI-WEB-NEW TO WS-WEB-NEW
           END-IF
           IF CI-WEB-REFERRED IS NUMERIC
               MOVE CI-WEB-REFERRED TO WS-WEB-REFERRED
           END-IF
           CLOSE CONTROL-IN
           .

           DISPLAY "  EXPECTED BATCH SIZE        : " WS-EXPECTED-COUNT
           DISPLAY "  RECYCLED REJECTS (INFO)    : " WS-RECYCLE-READ
           DISPLAY "  WEB SIGNUPS (INFO)         : " WS-WEB-READ
           DISPLAY "    MATCHED TO CUSTOMERS     : " WS-WEB-MATCHED
           DISPLAY "    NEW CUSTOMERS            : " WS-WEB-NEW
           DISPLAY "    REFERRED FOR REVIEW      : " WS-WEB-REFERRED

           IF WS-ACCOUNTED-FOR = WS-EXPECTED-COUNT
               DISPLAY "  RESULT                     : IN BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           IF WS-ACCOUNTED-FOR NOT = WS-EXPECTED-COUNT
               PERFORM 8000-RAISE-ALERT
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-RAISE-ALERT - ERRLOG entry and the page                *
      *----------------------------------------------------------------*
       8000-RAISE-ALERT.
           MOVE SPACES TO ERROR-LOG-REC
           MOVE "RECONCIL" TO EL-PROGRAM-ID
           MOVE "3000-COMPARE-TOTALS" TO EL-PARAGRAPH
           MOVE "OUTBAL" TO EL-CODE
           STRING "LOAD OUT OF BALANCE - ACCOUNTED FOR "
               DELIMITED BY SIZE
               WS-ACCOUNTED-FOR DELIMITED BY SIZE
               " EXPECTED " DELIMITED BY SIZE
               WS-EXPECTED-COUNT DELIMITED BY SIZE
               INTO EL-MESSAGE
           END-STRING
           SET EL-SEV-SEVERE TO TRUE
           PERFORM WRITE-ERROR-LOG
           PERFORM PAGE-ON-CALL
           .

       9999-EXIT.
           STOP RUN.

           COPY buscal-load.

           COPY errorlog-write.

           COPY pageout-call.
