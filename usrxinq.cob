      *          never merged away says so. Blank or Q ends the
      *          session.
      * Tectonics: cobc
      *
      * Modification History:
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title. Everything it opens by name is then
      *   the training copy OPRMENU moved the session onto.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT XREF-FILE ASSIGN TO "USRXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY usrxref.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  XREF-STATUS             PIC X(02) VALUE SPACES.
           88  XREF-OK                   VALUE "00".
       01  WS-WALK-ID              PIC 9(05) VALUE 0.
       01  WS-HOP-COUNT            PIC 9(02) VALUE 0.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRXINQ - MERGE CROSS-REFERENCE INQUIRY"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           PERFORM 1000-LOAD-XREF-STAMPS
           IF NOT XT-LOADED
               DISPLAY "NO USRXREF ON FILE - NO MERGES RECORDED YET"
           .

           COPY usrxref-load.

           COPY region-check.
