      *          others deliver anyway - one consumer being down
      *          never stalls the rest.
      * Tectonics: cobc
      *
      * Modification History:
      *   Training region - the run refuses, return code 8, when it
      *   finds itself in a training region (the TRNREGN marker is
      *   present), so nothing practiced in training ever reaches the
      *   outside world or is mistaken for it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY errorlog.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ED-AFTER-IMAGE      PIC X(150).

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM CHECK-REGION
           IF RG-TRAINING
               DISPLAY "USRDIST - TRAINING REGION - RUN REFUSED"
               DISPLAY "NOTHING LEAVES A TRAINING REGION "
                   "FOR A SUBSCRIBER"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1000-LOAD-SUBSCRIBERS THRU 1000-EXIT
           STOP RUN.

           COPY errorlog-write.

           COPY region-check.
