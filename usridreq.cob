      *          the new customer has history from minute one and
      *          the delta extract tells CRM about the reservation.
      * Tectonics: cobc
      *
      * Modification History:
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title and works the TRAINING schema's copy of
      *   the USER table; every file it opens by name is then the
      *   training copy OPRMENU moved the session onto.
      *   Acquisition channel - a reservation is recorded on the
      *   USRORIG register as a USER-ID reservation (R) acquisition,
      *   so the customer still counts as one when the feed fills
      *   the rest of the record in later.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT CUST-ORIGIN-FILE ASSIGN TO "USRORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ORIGIN-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY usrhist.

       FD  CUST-ORIGIN-FILE
           RECORDING MODE IS F.
           COPY usrorig.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".

       01  CUST-ORIGIN-STATUS      PIC X(02) VALUE SPACES.
           88  CUST-ORIGIN-OK            VALUE "00".

       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

           05  WS-IDG-STATUS       PIC X(01) VALUE "8".
               88  WS-IDG-ISSUED         VALUE "0".

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRIDREQ - USER-ID ISSUANCE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           PERFORM SIGN-ON-OPERATOR
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               PERFORM 7000-JOURNAL-RESERVATION
               PERFORM 7100-RECORD-ORIGIN
               DISPLAY "ISSUED USER-ID " USER-ID " (RESERVED AS "
                   "PENDING FOR " USER-NAME ")"
           ELSE
           PERFORM WRITE-HIST-JOURNAL
           .

      *----------------------------------------------------------------*
      *    7100-RECORD-ORIGIN - the reservation is where this          *
      *                         customer was acquired                  *
      *----------------------------------------------------------------*
       7100-RECORD-ORIGIN.
           MOVE SPACES TO CUST-ORIGIN-REC
           MOVE USER-ID TO OG-USER-ID
           SET OG-CH-RESERVATION TO TRUE
           MOVE USER-COUNTRY TO OG-COUNTRY
           MOVE "USRIDREQ" TO OG-PROGRAM-ID
           PERFORM WRITE-CUSTOMER-ORIGIN
           .

           COPY usrhist-write.

           COPY usrorig-write.

           COPY oprsign-verify.

           COPY region-check.
