      *          The file is rewritten once at the end of the
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
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY oprmast.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "CONSMNT - CONTACT PREFERENCE MAINTENANCE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           PERFORM SIGN-ON-OPERATOR
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
           COPY usrhist-write.

           COPY oprsign-verify.

           COPY region-check.
