       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGFILL.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Backfill of the USRORIG acquisition register for the
      *          customers inserted before it existed. The inserting
      *          programs record each new customer's channel as they
      *          insert the row; anybody already on the USER table has
      *          no record, and the acquisition report cannot count
      *          them. This pass walks USRHIST for each customer's
      *          first insert entry and reads what it can off it:
      *            USRIDREQ   R  USER-ID reservation
      *            USRBMNT    M  batch maintenance
      *            HELLO-DATA U  undetermined - the load journals
      *                          feed and web inserts alike, so the
      *                          journal cannot say which it was
      *          with the journal date as the origin date and the
      *          country off the inserted image. A customer whose
      *          insert is no longer on the journal - archived, or
      *          older than the journal - is recorded U with an
      *          origin date of zero, which the report leaves out of
      *          every period. Every record is flagged backfilled (B)
      *          under ORIGFILL. A customer already on the register
      *          is left alone, so the pass can be run again safely
      *          and writes only what is missing.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ORIGIN-FILE ASSIGN TO "USRORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ORIGIN-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ORIGIN-FILE
           RECORDING MODE IS F.
           COPY usrorig.

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  CUST-ORIGIN-STATUS      PIC X(02) VALUE SPACES.
           88  CUST-ORIGIN-OK            VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".
           88  HIST-JOURNAL-NOT-FOUND    VALUE "35".

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

           COPY usrorig-tbl.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE ORG-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
                          USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                          USER-EMAIL, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-FILE-EOF-SW      PIC X(01) VALUE "N".
               88  WS-FILE-EOF           VALUE "Y".

      * One slot per customer on the USER-ID's 4-digit base, as
      * USRDORM slots them: the customer's first insert on the
      * journal - the program that made it, its date and the
      * country on the inserted row.
       01  WS-FIRST-INSERT-TABLE.
           05  WS-FI-SLOT OCCURS 10000 TIMES.
               10  WS-FI-CHANNEL   PIC X(01).
               10  WS-FI-DATE      PIC 9(08).
               10  WS-FI-COUNTRY   PIC X(02).
       01  WS-SLOT-IX              PIC 9(05) COMP VALUE 0.

       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       01  WS-ORG-TOTALS.
           05  WS-JOURNAL-READ     PIC 9(09) VALUE 0.
           05  WS-INSERTS-FOUND    PIC 9(07) VALUE 0.
           05  WS-CUSTOMERS-READ   PIC 9(07) VALUE 0.
           05  WS-ALREADY-KNOWN    PIC 9(07) VALUE 0.
           05  WS-FILLED-R         PIC 9(07) VALUE 0.
           05  WS-FILLED-M         PIC 9(07) VALUE 0.
           05  WS-FILLED-U         PIC 9(07) VALUE 0.
           05  WS-NO-INSERT        PIC 9(07) VALUE 0.
           05  WS-WRITE-FAILED     PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "ORIGFILL - ACQUISITION REGISTER BACKFILL"
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-WALK-JOURNAL THRU 1500-EXIT
           PERFORM 1800-OPEN-REGISTER THRU 1800-EXIT

           PERFORM 2000-FETCH-CUSTOMER
           PERFORM 3000-FILL-CUSTOMER THRU 3000-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE ORG-CURSOR END-EXEC

           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the register as it stands and the cursor  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM LOAD-ORIGIN-TABLE
           DISPLAY "ORIGFILL - " OI-COUNT
               " CUSTOMERS ALREADY ON USRORIG"
           INITIALIZE WS-FIRST-INSERT-TABLE

           EXEC SQL OPEN ORG-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "ORIGFILL" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN ORG-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-WALK-JOURNAL - each customer's first insert entry. A   *
      *                        missing journal leaves every customer  *
      *                        undetermined                           *
      *----------------------------------------------------------------*
       1500-WALK-JOURNAL.
           OPEN INPUT HIST-JOURNAL
           IF HIST-JOURNAL-NOT-FOUND
               DISPLAY "ORIGFILL - NO USRHIST ON FILE"
               GO TO 1500-EXIT
           END-IF
           IF NOT HIST-JOURNAL-OK
               DISPLAY "UNABLE TO OPEN USRHIST, STATUS="
                   HIST-JOURNAL-STATUS
               EXEC SQL CLOSE ORG-CURSOR END-EXEC
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM 1510-WALK-ONE-ENTRY
               UNTIL WS-FILE-EOF
           CLOSE HIST-JOURNAL
           .

       1500-EXIT.
           EXIT.

      * Only the three programs that insert USER rows as new customers
      * count; the journal is in time order, so the first one met for
      * a slot is the customer's first insert.
       1510-WALK-ONE-ENTRY.
           READ HIST-JOURNAL
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   IF HJ-ACTION-INSERT
                       AND HJ-USER-ID IS NUMERIC
                       AND HJ-DATE IS NUMERIC
                       AND (HJ-PROGRAM-ID = "USRIDREQ"
                         OR HJ-PROGRAM-ID = "USRBMNT"
                         OR HJ-PROGRAM-ID = "HELLO-DATA")
                       PERFORM 1520-NOTE-FIRST-INSERT
                   END-IF
           END-READ
           .

       1520-NOTE-FIRST-INSERT.
           COMPUTE WS-SLOT-IX = HJ-USER-ID / 10 + 1
           IF WS-FI-CHANNEL (WS-SLOT-IX) = SPACE
               ADD 1 TO WS-INSERTS-FOUND
               EVALUATE HJ-PROGRAM-ID
                   WHEN "USRIDREQ"
                       MOVE "R" TO WS-FI-CHANNEL (WS-SLOT-IX)
                   WHEN "USRBMNT"
                       MOVE "M" TO WS-FI-CHANNEL (WS-SLOT-IX)
                   WHEN OTHER
                       MOVE "U" TO WS-FI-CHANNEL (WS-SLOT-IX)
               END-EVALUATE
               MOVE HJ-DATE TO WS-FI-DATE (WS-SLOT-IX)
               MOVE HJ-AFTER-IMAGE(81:2) TO WS-FI-COUNTRY (WS-SLOT-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      *    1800-OPEN-REGISTER - appended to, or started if there is    *
      *                         none yet                               *
      *----------------------------------------------------------------*
       1800-OPEN-REGISTER.
           OPEN EXTEND CUST-ORIGIN-FILE
           IF NOT CUST-ORIGIN-OK
               OPEN OUTPUT CUST-ORIGIN-FILE
           END-IF
           IF NOT CUST-ORIGIN-OK
               DISPLAY "UNABLE TO OPEN USRORIG, STATUS="
                   CUST-ORIGIN-STATUS
               MOVE "ORIGFILL" TO EL-PROGRAM-ID
               MOVE "1800-OPEN-REGISTER" TO EL-PARAGRAPH
               MOVE CUST-ORIGIN-STATUS TO EL-CODE
               MOVE "UNABLE TO OPEN USRORIG FOR APPEND" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               EXEC SQL CLOSE ORG-CURSOR END-EXEC
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       1800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-FETCH-CUSTOMER - next row off the cursor               *
      *----------------------------------------------------------------*
       2000-FETCH-CUSTOMER.
           EXEC SQL
               FETCH ORG-CURSOR
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-FILL-CUSTOMER - a customer with no register record     *
      *                         gets one off the journal, or an        *
      *                         undetermined one without it            *
      *----------------------------------------------------------------*
       3000-FILL-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE USER-ID TO OI-IN-ID
           PERFORM FIND-CUSTOMER-ORIGIN
           IF OI-FOUND
               ADD 1 TO WS-ALREADY-KNOWN
               GO TO 3090-NEXT
           END-IF

           MOVE SPACES TO CUST-ORIGIN-REC
           MOVE USER-ID TO OG-USER-ID
           SET OG-BACKFILLED TO TRUE
           MOVE "ORIGFILL" TO OG-PROGRAM-ID
           COMPUTE WS-SLOT-IX = USER-ID / 10 + 1
           IF WS-FI-CHANNEL (WS-SLOT-IX) = SPACE
               ADD 1 TO WS-NO-INSERT
               SET OG-CH-UNDETERMINED TO TRUE
               MOVE 0 TO OG-ORIGIN-DATE
               MOVE USER-COUNTRY TO OG-COUNTRY
           ELSE
               MOVE WS-FI-CHANNEL (WS-SLOT-IX) TO OG-CHANNEL
               MOVE WS-FI-DATE (WS-SLOT-IX) TO OG-ORIGIN-DATE
               MOVE WS-FI-COUNTRY (WS-SLOT-IX) TO OG-COUNTRY
               IF OG-COUNTRY = SPACES
                   MOVE USER-COUNTRY TO OG-COUNTRY
               END-IF
           END-IF

           WRITE CUST-ORIGIN-REC
           IF NOT CUST-ORIGIN-OK
               ADD 1 TO WS-WRITE-FAILED
               GO TO 3090-NEXT
           END-IF
           EVALUATE TRUE
               WHEN OG-CH-RESERVATION
                   ADD 1 TO WS-FILLED-R
               WHEN OG-CH-MAINTENANCE
                   ADD 1 TO WS-FILLED-M
               WHEN OTHER
                   ADD 1 TO WS-FILLED-U
           END-EVALUATE
           .

       3090-NEXT.
           PERFORM 2000-FETCH-CUSTOMER
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-TERMINATE - close the register, control totals         *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           CLOSE CUST-ORIGIN-FILE

           DISPLAY "=============================================="
           DISPLAY "ORIGFILL ACQUISITION BACKFILL TOTALS"
           DISPLAY "  JOURNAL ENTRIES READ   : " WS-JOURNAL-READ
           DISPLAY "  FIRST INSERTS FOUND    : " WS-INSERTS-FOUND
           DISPLAY "  CUSTOMERS READ         : " WS-CUSTOMERS-READ
           DISPLAY "  ALREADY ON USRORIG     : " WS-ALREADY-KNOWN
           DISPLAY "  FILLED AS RESERVATION  : " WS-FILLED-R
           DISPLAY "  FILLED AS MAINTENANCE  : " WS-FILLED-M
           DISPLAY "  FILLED AS UNDETERMINED : " WS-FILLED-U
           DISPLAY "    OF WHICH NO INSERT   : " WS-NO-INSERT
           DISPLAY "  WRITES FAILED          : " WS-WRITE-FAILED
           DISPLAY "=============================================="

           IF WS-WRITE-FAILED > 0
               MOVE "ORIGFILL" TO EL-PROGRAM-ID
               MOVE "8000-TERMINATE" TO EL-PARAGRAPH
               MOVE CUST-ORIGIN-STATUS TO EL-CODE
               MOVE "WRITES TO USRORIG FAILED - RERUN TO COMPLETE"
                   TO EL-MESSAGE
               SET EL-SEV-WARNING TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY usrorig-load.
