      *          straight off the file instead of off a sticky note
      *          that left with the last shift.
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
           SELECT NOTES-FILE ASSIGN TO "USRNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY usrnotes.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  NOTES-STATUS                PIC X(02) VALUE SPACES.
           88  NOTES-OK                      VALUE "00".
       01  WS-NOTES-PER-PAGE           PIC 9(02) VALUE 8.
       01  WS-REPLY                    PIC X(01) VALUE SPACE.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRNINQ - CUSTOMER NOTES INQUIRY"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
      * A caller (USRFIND's pick list, the menu) may have left a
      * USER-ID in the hand-off area - consumed here so one pick
      * seeds exactly one console.

       9999-EXIT.
           GOBACK.

           COPY region-check.
