      *   prints one label per household off the HOUSEHLD file
      *   USRHHLD builds (the head-of-household gets the label),
      *   instead of one per customer at the same address.
      *   Alternate addresses - a customer with a temporary or
      *   mailing address in force today on the USRADDR file is
      *   labelled there instead of at the main address. The
      *   LBLPARM country and postcode selection applies to the
      *   address the label goes to; the returned-mail flag and the
      *   household fold belong to the main address and only apply
      *   when the label goes there. Labels sent to an alternate
      *   keep the main address's place in the print order and are
      *   counted on the run. A USRADDR file bigger than the
      *   address table stops the run, return code 16, before any
      *   label is printed.
      *   Sanctions screening - a customer with a confirmed watchlist
      *   match on the SCRNCASE register gets no label until
      *   compliance releases the case, with its own suppressed
      *   count. A register bigger than the case table stops the
      *   run, return code 8, before any label is printed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOUSEHOLD-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY household.

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

       WORKING-STORAGE SECTION.
       01  HOUSEHOLD-STATUS            PIC X(02) VALUE SPACES.
           88  HOUSEHOLD-OK                  VALUE "00".
       01  WS-SUPPRESSED-COUNT         PIC 9(07) VALUE 0.
       01  WS-UNCONF-COUNT             PIC 9(07) VALUE 0.

       01  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK                  VALUE "00".

           COPY usraddr-tbl.

       01  WS-TODAY                    PIC 9(08) VALUE 0.
       01  WS-ALTERNATE-COUNT          PIC 9(07) VALUE 0.

       01  SCREEN-CASE-STATUS          PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK                VALUE "00".

           COPY scrncase-tbl.

       01  WS-SCREEN-HELD-COUNT        PIC 9(07) VALUE 0.

       01  ERROR-LOG-STATUS            PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK                  VALUE "00".

               CLOSE LBL-PARM-FILE
           END-IF

           PERFORM LOAD-ADDRESS-TABLE
           IF UT-OVERFLOW
               DISPLAY "USRADDR HOLDS MORE THAN " UT-MAX
                   " ADDRESSES - WIDEN THE TABLE, NO LABELS PRINTED"
               MOVE "USRLABEL" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "USRADDR LARGER THAN ADDRESS TABLE" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LABEL-OUT
           IF NOT WS-LABEL-OK
               DISPLAY "UNABLE TO OPEN LABELS.OUT, STATUS="

           PERFORM LOAD-ADDRFLAG-TABLE

           PERFORM LOAD-SCREEN-CASES
           IF SK-OVERFLOW
               DISPLAY "SCRNCASE LARGER THAN THE CASE TABLE - "
                   "CONFIRMED MATCHES CANNOT ALL BE HELD BACK, "
                   "NO LABELS PRINTED"
               MOVE "USRLABEL" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "SCRNCASE LARGER THAN THE CASE TABLE" TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-HOUSEHOLD-MODE
               PERFORM LOAD-HOUSEHOLD-TABLE
               IF HL-LOADED
               GO TO 2000-FETCH-CUSTOMER
           END-IF

      * The label goes to the address in force for mail today - the
      * rest of the run works on that address, whichever it is.
           IF NOT WS-EOF
               MOVE USER-ID TO AD-IN-ID
               MOVE "M" TO AD-PURPOSE
               MOVE WS-TODAY TO AD-AS-OF
               MOVE USER-STREET TO AD-STREET
               MOVE USER-CITY TO AD-CITY
               MOVE USER-POSTCODE TO AD-POSTCODE
               MOVE USER-COUNTRY TO AD-COUNTRY
               PERFORM RESOLVE-ADDRESS
               MOVE AD-STREET TO USER-STREET
               MOVE AD-CITY TO USER-CITY
               MOVE AD-POSTCODE TO USER-POSTCODE
               MOVE AD-COUNTRY TO USER-COUNTRY
           END-IF

           IF NOT WS-EOF
               IF (WS-SEL-COUNTRY NOT = SPACES
                   AND USER-COUNTRY NOT = WS-SEL-COUNTRY)
               END-IF
           END-IF

      * A confirmed watchlist match is not mailed until compliance
      * releases the case.
           IF NOT WS-EOF
               MOVE USER-ID TO SK-IN-USER-ID
               PERFORM CHECK-SCREEN-HOLD
               IF SK-CONFIRMED
                   ADD 1 TO WS-SCREEN-HELD-COUNT
                   GO TO 2000-FETCH-CUSTOMER
               END-IF
           END-IF

      * An address the mailroom already bounced is not mailed again
      * until somebody fixes it.
           IF NOT WS-EOF
               AND AD-FROM-MAIN
               MOVE USER-ID TO AF-IN-ID
               PERFORM FIND-ADDR-FLAG
               IF AF-UNCONFIRMED
      * the other members fold into that one piece.
           IF NOT WS-EOF
               AND WS-HOUSEHOLD-MODE
               AND AD-FROM-MAIN
               MOVE USER-ID TO HL-IN-ID
               PERFORM FIND-HOUSEHOLD
               IF HL-IN-HOUSEHOLD
           PERFORM 4000-ASSEMBLE-ADDRESS
           PERFORM 5000-PLACE-IN-SLOT
           ADD 1 TO WS-LABEL-COUNT
           IF NOT AD-FROM-MAIN
               ADD 1 TO WS-ALTERNATE-COUNT
           END-IF
           PERFORM 2000-FETCH-CUSTOMER
           .

               WS-SUPPRESSED-COUNT
           DISPLAY "  SUPPRESSED, ADDRESS UNCONFIRMED  : "
               WS-UNCONF-COUNT
           DISPLAY "  SUPPRESSED, WATCHLIST MATCH      : "
               WS-SCREEN-HELD-COUNT
           DISPLAY "  SENT TO AN ALTERNATE ADDRESS     : "
               WS-ALTERNATE-COUNT
           IF WS-HOUSEHOLD-MODE
               DISPLAY "  FOLDED INTO HOUSEHOLD LABELS     : "
                   WS-HH-FOLDED-COUNT
           COPY addrflag-load.

           COPY household-load.

           COPY usraddr-load.

           COPY scrncase-load.
