      *   its customer's first entry instead of scanning the whole
      *   flat journal from the top. No keyed store means the old
      *   flat scan, so nothing breaks before the cutover.
      *   Erase entries - USRERASE's right-to-erasure entries show
      *   as ERASE instead of falling through to UNKNOWN.
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title. Everything it opens by name is then
      *   the training copy OPRMENU moved the session onto.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FOLD-POSITION ASSIGN TO "HISTKPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  FOLD-POSITION-REC.
           05  FP-LAST-POSITION        PIC 9(09).

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  KEYED-HIST-STATUS           PIC X(02) VALUE SPACES.
           88  KEYED-HIST-OK                 VALUE "00".

       01  WS-ACTION-DESC              PIC X(08) VALUE SPACES.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           PERFORM 1000-PROMPT-USER-ID
           PERFORM 1500-TRY-KEYED-STORE THRU 1500-EXIT
           IF WS-KEYED-USED
                   MOVE "UPDATE  " TO WS-ACTION-DESC
               WHEN HJ-ACTION-DELETE
                   MOVE "DELETE  " TO WS-ACTION-DESC
               WHEN HJ-ACTION-ERASE
                   MOVE "ERASE   " TO WS-ACTION-DESC
               WHEN OTHER
                   MOVE "UNKNOWN " TO WS-ACTION-DESC
           END-EVALUATE
                   WS-TARGET-ID
           END-IF
           .

           COPY region-check.
