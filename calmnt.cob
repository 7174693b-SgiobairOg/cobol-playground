      *          column off would quietly turn a holiday into
      *          garbage - so the console proves each date on entry.
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
           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSCAL-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY buscal.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  BUSCAL-STATUS           PIC X(02) VALUE SPACES.
           88  BUSCAL-OK                 VALUE "00".
       01  WS-Y-COUNT              PIC 9(01) COMP VALUE 0.
       01  WS-RULE-OK-SW           PIC X(01) VALUE "Y".

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "CALMNT - BUSINESS-DAY CALENDAR MAINTENANCE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           PERFORM LOAD-BUSCAL-TABLE
           IF NOT BD-LOADED
               DISPLAY "NO BUSCAL ON FILE - STARTING FROM THE "
           .

           COPY buscal-load.

           COPY region-check.
