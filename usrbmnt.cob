      *   registered as PENDED, so a mis-built USRTXN file can no
      *   longer retire fifty customers without a second pair of
      *   eyes. Adds and routine field corrections apply as before.
      *   Phone normalization - the phone on an add, or a phone keyed
      *   on a change, is brought to the international form from the
      *   CNTRYREF dialing codes before it reaches the table. One that
      *   cannot be normalized rejects the transaction BADPHONE,
      *   PHONECC or PHONELEN.
      *   Future-dated changes - a change may carry an effective date
      *   (YYYYMMDD, blank is today) after the email. One dated later
      *   is validated now, held on the USRSCHD scheduled-change file
      *   and registered as SCHEDULD; USRSAPP applies it on the first
      *   processing day on or after that date. A date that is not a
      *   date rejects BADEFFDT, one in the past PASTEFDT, and a date
      *   on an add or delete EFFDTACT.
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title and works the TRAINING schema's copy of
      *   the USER table; every file it opens by name is then the
      *   training copy OPRMENU moved the session onto.
      *   Commit interval - the run commits every hundred
      *   transactions instead of once at the end. The USRHIST
      *   entries, register lines and USRPEND/USRSCHD items of each
      *   unit are held until its COMMIT has gone through and only
      *   then written, so the journal never shows a change the
      *   table does not have. The BMNTRST checkpoint then records
      *   how far the file got, with the run's totals and item
      *   sequences; a run that dies restarts from it, skipping the
      *   transactions already committed and adding to the register
      *   rather than starting it again. The checkpoint is cleared
      *   only when the run ends clean, and a checkpoint left for a
      *   different USRTXN file refuses the run.
      *   Acquisition channel - an add is recorded on the USRORIG
      *   register as a batch-maintenance (M) acquisition. The record
      *   is staged with the rest of the unit and written only once
      *   the unit's COMMIT goes through.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT CUST-ORIGIN-FILE ASSIGN TO "USRORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ORIGIN-STATUS.
           SELECT COUNTRY-REF-FILE ASSIGN TO "CNTRYREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTRY-REF-STATUS.
           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT SCHED-FILE ASSIGN TO "USRSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT RESTART-FILE ASSIGN TO "BMNTRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TX-USER-COUNTRY     PIC X(02).
           05  TX-USER-PHONE       PIC X(15).
           05  TX-USER-EMAIL       PIC X(40).
           05  TX-EFFECTIVE-DATE   PIC X(08).

       FD  REGISTER-OUT
           RECORDING MODE IS F.
       01  REGISTER-OUT-REC        PIC X(170).

       FD  ERROR-LOG
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY usrhist.

       FD  CUST-ORIGIN-FILE
           RECORDING MODE IS F.
           COPY usrorig.

       FD  COUNTRY-REF-FILE
           RECORDING MODE IS F.
           COPY cntryref.
           RECORDING MODE IS F.
           COPY usrpend.

       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY usrschd.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

      * How far the last committed unit got. RB-FIRST-TXN is the
      * file's first record, so a checkpoint is only ever resumed
      * against the USRTXN file it was cut from.
       FD  RESTART-FILE
           RECORDING MODE IS F.
       01  RESTART-FILE-REC.
           05  RB-TXNS-DONE        PIC 9(07).
           05  FILLER              PIC X(01).
           05  RB-PEND-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  RB-PEND-SEQ         PIC 9(05).
           05  FILLER              PIC X(01).
           05  RB-SCHD-SEQ         PIC 9(05).
           05  FILLER              PIC X(01).
           05  RB-TXNS-APPLIED     PIC 9(07).
           05  FILLER              PIC X(01).
           05  RB-TXNS-PENDED      PIC 9(07).
           05  FILLER              PIC X(01).
           05  RB-TXNS-SCHEDULED   PIC 9(07).
           05  FILLER              PIC X(01).
           05  RB-TXNS-REJECTED    PIC 9(07).
           05  FILLER              PIC X(01).
           05  RB-FIRST-TXN        PIC X(146).

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".
       01  WS-PEND-ACTION          PIC X(01) VALUE SPACE.
       01  WS-TXNS-PENDED          PIC 9(07) VALUE 0.

       01  SCHED-STATUS            PIC X(02) VALUE SPACES.
           88  SCHED-OK                  VALUE "00".

      * Scheduled-item IDs likewise. The effective date is the run
      * date unless the transaction carries a later one.
       01  WS-SCHD-SEQ             PIC 9(05) VALUE 0.
       01  WS-TXNS-SCHEDULED       PIC 9(07) VALUE 0.
       01  WS-EFFECTIVE-DATE       PIC 9(08) VALUE 0.
       01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
           05  WS-ED-YEAR          PIC 9(04).
           05  WS-ED-MONTH         PIC 9(02).
           05  WS-ED-DAY           PIC 9(02).

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".

       01  CUST-ORIGIN-STATUS      PIC X(02) VALUE SPACES.
           88  CUST-ORIGIN-OK            VALUE "00".

       01  COUNTRY-REF-STATUS      PIC X(02) VALUE SPACES.
           88  COUNTRY-REF-OK            VALUE "00".

       01  WS-REGISTER-STATUS      PIC X(02) VALUE SPACES.
           88  WS-REGISTER-OK            VALUE "00".

       01  WS-RESTART-STATUS       PIC X(02) VALUE SPACES.
           88  WS-RESTART-OK             VALUE "00".

       01  WS-RESTART-SW           PIC X(01) VALUE "N".
           88  WS-RESTARTING             VALUE "Y".
       01  WS-RESTART-SKIP         PIC 9(07) VALUE 0.
       01  WS-FIRST-TXN            PIC X(146) VALUE SPACES.
       01  WS-COMMIT-INTERVAL      PIC 9(05) VALUE 100.
       01  WS-SINCE-COMMIT         PIC 9(05) COMP VALUE 0.

      * The file writes of the unit not yet committed, in the order
      * they were made - journal entries, origin records, register
      * lines, pending and scheduled items. A transaction stages
      * four at most, so the table holds a full unit.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 400 TIMES.
               10  WS-UE-KIND      PIC X(01).
                   88  WS-UE-JOURNAL         VALUE "J".
                   88  WS-UE-REGISTER        VALUE "R".
                   88  WS-UE-PENDING         VALUE "P".
                   88  WS-UE-SCHEDULED       VALUE "S".
                   88  WS-UE-ORIGIN          VALUE "O".
               10  WS-UE-IMAGE     PIC X(400).
       01  WS-UNIT-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-UNIT-IX              PIC 9(03) COMP VALUE 0.
       01  WS-ITEM-FAILED          PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RG-REASON        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RG-RECORD        PIC X(146).

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRBMNT - BATCH CUSTOMER MAINTENANCE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           PERFORM SIGN-ON-OPERATOR
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
               GO TO 9999-EXIT
           END-IF

           PERFORM 1100-READ-RESTART THRU 1100-EXIT

      * A restart carries on the register the first attempt began;
      * only a fresh run starts it again.
           IF WS-RESTARTING
               OPEN EXTEND REGISTER-OUT
           ELSE
               OPEN OUTPUT REGISTER-OUT
           END-IF
           IF NOT WS-REGISTER-OK
               DISPLAY "UNABLE TO OPEN USRBMNT.REG, STATUS="
                   WS-REGISTER-STATUS
           .

      *----------------------------------------------------------------*
      *    1100-READ-RESTART - the checkpoint a run that died left     *
      *                        behind, checked against this file       *
      *----------------------------------------------------------------*
       1100-READ-RESTART.
           READ TXN-IN
               AT END
                   MOVE SPACES TO WS-FIRST-TXN
               NOT AT END
                   MOVE TXN-IN-REC TO WS-FIRST-TXN
           END-READ
           CLOSE TXN-IN
           OPEN INPUT TXN-IN

           OPEN INPUT RESTART-FILE
           IF WS-RESTART-OK
               READ RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-RESTARTING TO TRUE
               END-READ
               CLOSE RESTART-FILE
           END-IF
           IF NOT WS-RESTARTING
               GO TO 1100-EXIT
           END-IF

           IF RB-TXNS-DONE IS NOT NUMERIC
               OR RB-FIRST-TXN NOT = WS-FIRST-TXN
               DISPLAY "BMNTRST CHECKPOINT IS FOR A DIFFERENT USRTXN "
                   "FILE - RUN REFUSED"
               DISPLAY "RERUN THE FILE IT WAS CUT FROM, OR REMOVE "
                   "BMNTRST TO START THIS ONE FROM THE TOP"
               MOVE "USRBMNT" TO EL-PROGRAM-ID
               MOVE "1100-READ-RESTART" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "BMNTRST CHECKPOINT DOES NOT MATCH USRTXN"
                   TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE TXN-IN
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           MOVE RB-TXNS-DONE TO WS-RESTART-SKIP
           MOVE RB-TXNS-APPLIED TO WS-TXNS-APPLIED
           MOVE RB-TXNS-PENDED TO WS-TXNS-PENDED
           MOVE RB-TXNS-SCHEDULED TO WS-TXNS-SCHEDULED
           MOVE RB-TXNS-REJECTED TO WS-TXNS-REJECTED
      * Items already queued today keep their IDs; this run's carry
      * on after them.
           IF RB-PEND-DATE = WS-PEND-DATE
               MOVE RB-PEND-SEQ TO WS-PEND-SEQ
               MOVE RB-SCHD-SEQ TO WS-SCHD-SEQ
           END-IF
           DISPLAY "RESTARTING - FIRST " WS-RESTART-SKIP
               " TRANSACTIONS ALREADY COMMITTED"
           .

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-READ-TRANSACTION - next transaction off the file,      *
      *                            past any a restart already did      *
      *----------------------------------------------------------------*
       2000-READ-TRANSACTION.
           READ TXN-IN
               NOT AT END
                   ADD 1 TO WS-TXNS-READ
           END-READ
           IF NOT WS-EOF
               AND WS-TXNS-READ NOT > WS-RESTART-SKIP
               GO TO 2000-READ-TRANSACTION
           END-IF
           .

      *----------------------------------------------------------------*
           END-IF
           MOVE TX-USER-ID TO USER-ID

           PERFORM 3025-VALIDATE-EFFECTIVE-DATE
           IF WS-REASON NOT = SPACES
               PERFORM 7100-REGISTER-REJECT
               GO TO 3090-NEXT
           END-IF

           PERFORM 3075-VALIDATE-CHECK-DIGIT
           IF NOT WS-CD-VALID
               MOVE "CHECKDIG" TO WS-REASON
           .

       3090-NEXT.
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
               PERFORM 7800-COMMIT-UNIT
           END-IF
           PERFORM 2000-READ-TRANSACTION
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3025-VALIDATE-EFFECTIVE-DATE - blank is the run date; only  *
      *                                   a change may be dated later  *
      *----------------------------------------------------------------*
       3025-VALIDATE-EFFECTIVE-DATE.
           MOVE WS-PEND-DATE TO WS-EFFECTIVE-DATE
           IF TX-EFFECTIVE-DATE NOT = SPACES
               IF TX-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "BADEFFDT" TO WS-REASON
               ELSE
                   MOVE TX-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                       OR WS-ED-DAY < 1 OR WS-ED-DAY > 31
                       MOVE "BADEFFDT" TO WS-REASON
                   ELSE
                       IF WS-EFFECTIVE-DATE < WS-PEND-DATE
                           MOVE "PASTEFDT" TO WS-REASON
                       ELSE
                           IF WS-EFFECTIVE-DATE > WS-PEND-DATE
                               AND NOT TX-ACTION-CHANGE
                               MOVE "EFFDTACT" TO WS-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    3050-LOOKUP-CUSTOMER - current row, kept as the journal's   *
      *                           before image                         *
           MOVE TX-USER-EMAIL TO USER-EMAIL

           PERFORM 4500-VALIDATE-COUNTRY
           IF WS-REASON = SPACES
               PERFORM 4600-NORMALIZE-PHONE
           END-IF
           IF WS-REASON NOT = SPACES
               PERFORM 7100-REGISTER-REJECT
               GO TO 4000-EXIT
           IF WS-REASON = SPACES
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM 7300-JOURNAL-APPLIED
               PERFORM 7320-STAGE-ORIGIN
           END-IF
           .

           END-IF

           PERFORM 4500-VALIDATE-COUNTRY
           IF WS-REASON = SPACES AND TX-USER-PHONE NOT = SPACES
               PERFORM 4600-NORMALIZE-PHONE
           END-IF
           IF WS-REASON NOT = SPACES
               PERFORM 7100-REGISTER-REJECT
               GO TO 5000-EXIT
           END-IF

      * A change dated later waits on USRSCHD for its day; a name
      * change among its fields goes for approval then.
           IF WS-EFFECTIVE-DATE > WS-PEND-DATE
               PERFORM 7600-CAPTURE-SCHEDULED
               GO TO 5000-EXIT
           END-IF

      * A change that alters the name is a sensitive action - it
      * goes to the approval queue instead of straight to the table.
           IF TX-USER-NAME NOT = SPACES
           END-IF
           .

      *----------------------------------------------------------------*
      *    4600-NORMALIZE-PHONE - the row's phone to the international *
      *                           form against the country it ends    *
      *                           up with                             *
      *----------------------------------------------------------------*
       4600-NORMALIZE-PHONE.
           MOVE USER-COUNTRY TO PN-COUNTRY
           MOVE USER-PHONE TO PN-PHONE
           PERFORM NORMALIZE-PHONE
           EVALUATE TRUE
               WHEN PN-ACCEPTED
                   MOVE PN-PHONE-OUT TO USER-PHONE
               WHEN PN-FAIL-CODE
                   MOVE "PHONECC" TO WS-REASON
               WHEN PN-FAIL-LENGTH
                   MOVE "PHONELEN" TO WS-REASON
               WHEN OTHER
                   MOVE "BADPHONE" TO WS-REASON
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    7100-REGISTER-REJECT - one register line per rejected       *
      *                           transaction with its reason          *
           MOVE "REJECTED" TO WS-RG-VERDICT
           MOVE WS-REASON TO WS-RG-REASON
           MOVE TXN-IN-REC TO WS-RG-RECORD
           PERFORM 7700-STAGE-REGISTER-LINE
           .

      *----------------------------------------------------------------*
               XL-OUT-ID DELIMITED BY SIZE
               INTO WS-RG-RECORD
           END-STRING
           PERFORM 7700-STAGE-REGISTER-LINE
           DISPLAY "REDIRECTED " XL-IN-ID " TO SURVIVOR " XL-OUT-ID

      * The redirection itself goes on the journal under the
               INTO HJ-AFTER-IMAGE
           END-STRING
           MOVE OS-OPERATOR-ID TO HJ-OPERATOR-ID
           PERFORM 7710-STAGE-JOURNAL
           .

      *----------------------------------------------------------------*
           MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE
           MOVE USER-REC TO PC-AFTER-IMAGE
           MOVE OS-OPERATOR-ID TO PC-MAKER-ID
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UE-PENDING (WS-UNIT-COUNT) TO TRUE
           MOVE PENDING-CHANGE-REC TO WS-UE-IMAGE (WS-UNIT-COUNT)
           ADD 1 TO WS-TXNS-PENDED
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE "PENDED" TO WS-RG-VERDICT
           MOVE TXN-IN-REC TO WS-RG-RECORD
           PERFORM 7700-STAGE-REGISTER-LINE
           .

      *----------------------------------------------------------------*
      *    7600-CAPTURE-SCHEDULED - a future-dated change goes on the  *
      *                             USRSCHD file to wait for its day   *
      *----------------------------------------------------------------*
       7600-CAPTURE-SCHEDULED.
           ADD 1 TO WS-SCHD-SEQ
           MOVE SPACES TO SCHED-CHANGE-REC
           MOVE WS-PEND-DATE TO SC-ID-DATE
           MOVE WS-SCHD-SEQ TO SC-ID-SEQ
           MOVE WS-EFFECTIVE-DATE TO SC-EFFECTIVE-DATE
           MOVE "USRBMNT" TO SC-PROGRAM
           MOVE USER-ID TO SC-USER-ID
           MOVE WS-BEFORE-IMAGE TO SC-BEFORE-IMAGE
           MOVE USER-REC TO SC-AFTER-IMAGE
           MOVE OS-OPERATOR-ID TO SC-MAKER-ID
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UE-SCHEDULED (WS-UNIT-COUNT) TO TRUE
           MOVE SCHED-CHANGE-REC TO WS-UE-IMAGE (WS-UNIT-COUNT)
           ADD 1 TO WS-TXNS-SCHEDULED
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE "SCHEDULD" TO WS-RG-VERDICT
           MOVE TXN-IN-REC TO WS-RG-RECORD
           PERFORM 7700-STAGE-REGISTER-LINE
           .

      *----------------------------------------------------------------*
               MOVE SPACES TO WS-REGISTER-LINE
               MOVE "APPLIED" TO WS-RG-VERDICT
               MOVE TXN-IN-REC TO WS-RG-RECORD
               PERFORM 7700-STAGE-REGISTER-LINE
           ELSE
               MOVE "SQLERROR" TO WS-REASON
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
           MOVE USER-REC TO HJ-AFTER-IMAGE
           MOVE OS-OPERATOR-ID TO HJ-OPERATOR-ID
           PERFORM 7710-STAGE-JOURNAL
           .

      *----------------------------------------------------------------*
      *    7320-STAGE-ORIGIN - an added customer was acquired through  *
      *                        batch maintenance                       *
      *----------------------------------------------------------------*
       7320-STAGE-ORIGIN.
           MOVE SPACES TO CUST-ORIGIN-REC
           MOVE USER-ID TO OG-USER-ID
           SET OG-CH-MAINTENANCE TO TRUE
           MOVE USER-COUNTRY TO OG-COUNTRY
           MOVE "USRBMNT" TO OG-PROGRAM-ID
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UE-ORIGIN (WS-UNIT-COUNT) TO TRUE
           MOVE CUST-ORIGIN-REC TO WS-UE-IMAGE (WS-UNIT-COUNT)
           .

      *----------------------------------------------------------------*
      *    7700-STAGE-REGISTER-LINE / 7710-STAGE-JOURNAL - held in the *
      *                            unit until its COMMIT goes through  *
      *----------------------------------------------------------------*
       7700-STAGE-REGISTER-LINE.
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UE-REGISTER (WS-UNIT-COUNT) TO TRUE
           MOVE WS-REGISTER-LINE TO WS-UE-IMAGE (WS-UNIT-COUNT)
           .

       7710-STAGE-JOURNAL.
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UE-JOURNAL (WS-UNIT-COUNT) TO TRUE
           MOVE HIST-JOURNAL-REC TO WS-UE-IMAGE (WS-UNIT-COUNT)
           .

      *----------------------------------------------------------------*
      *    7800-COMMIT-UNIT - commit the table, then write what the    *
      *                       unit staged, then move the checkpoint    *
      *----------------------------------------------------------------*
       7800-COMMIT-UNIT.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "COMMIT FAILED, SQLCODE=" WS-SQLCODE-DISPLAY
                   " - RERUN RESTARTS FROM THE LAST CHECKPOINT"
               MOVE "USRBMNT" TO EL-PROGRAM-ID
               MOVE "7800-COMMIT-UNIT" TO EL-PARAGRAPH
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "COMMIT FAILED - UNIT ROLLED BACK, NOT JOURNALED"
                   TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE TXN-IN
               CLOSE REGISTER-OUT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           MOVE SPACES TO WS-ITEM-FAILED
           PERFORM 7810-WRITE-ONE-STAGED
               VARYING WS-UNIT-IX FROM 1 BY 1
               UNTIL WS-UNIT-IX > WS-UNIT-COUNT
           MOVE 0 TO WS-UNIT-COUNT

           MOVE SPACES TO RESTART-FILE-REC
           MOVE WS-TXNS-READ TO RB-TXNS-DONE
           MOVE WS-PEND-DATE TO RB-PEND-DATE
           MOVE WS-PEND-SEQ TO RB-PEND-SEQ
           MOVE WS-SCHD-SEQ TO RB-SCHD-SEQ
           MOVE WS-TXNS-APPLIED TO RB-TXNS-APPLIED
           MOVE WS-TXNS-PENDED TO RB-TXNS-PENDED
           MOVE WS-TXNS-SCHEDULED TO RB-TXNS-SCHEDULED
           MOVE WS-TXNS-REJECTED TO RB-TXNS-REJECTED
           MOVE WS-FIRST-TXN TO RB-FIRST-TXN
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-FILE-REC
           CLOSE RESTART-FILE
           MOVE 0 TO WS-SINCE-COMMIT
           DISPLAY "CHECKPOINT COMMITTED THROUGH TRANSACTION "
               WS-TXNS-READ
           .

      * A pending or scheduled item that will not write turns the
      * register line behind it into the rejection it always was.
       7810-WRITE-ONE-STAGED.
           EVALUATE TRUE
               WHEN WS-UE-JOURNAL (WS-UNIT-IX)
                   MOVE WS-UE-IMAGE (WS-UNIT-IX) TO HIST-JOURNAL-REC
                   PERFORM WRITE-HIST-JOURNAL
               WHEN WS-UE-ORIGIN (WS-UNIT-IX)
                   MOVE WS-UE-IMAGE (WS-UNIT-IX) TO CUST-ORIGIN-REC
                   PERFORM WRITE-CUSTOMER-ORIGIN
               WHEN WS-UE-PENDING (WS-UNIT-IX)
                   MOVE WS-UE-IMAGE (WS-UNIT-IX) TO PENDING-CHANGE-REC
                   PERFORM WRITE-PENDING-CHANGE
                   IF NOT PENDING-OK
                       MOVE "PENDFAIL" TO WS-ITEM-FAILED
                       SUBTRACT 1 FROM WS-TXNS-PENDED
                   END-IF
               WHEN WS-UE-SCHEDULED (WS-UNIT-IX)
                   MOVE WS-UE-IMAGE (WS-UNIT-IX) TO SCHED-CHANGE-REC
                   PERFORM WRITE-SCHED-CHANGE
                   IF NOT SCHED-OK
                       MOVE "SCHDFAIL" TO WS-ITEM-FAILED
                       SUBTRACT 1 FROM WS-TXNS-SCHEDULED
                   END-IF
               WHEN OTHER
                   MOVE WS-UE-IMAGE (WS-UNIT-IX) TO WS-REGISTER-LINE
                   IF WS-ITEM-FAILED NOT = SPACES
                       MOVE "REJECTED" TO WS-RG-VERDICT
                       MOVE WS-ITEM-FAILED TO WS-RG-REASON
                       ADD 1 TO WS-TXNS-REJECTED
                       MOVE SPACES TO WS-ITEM-FAILED
                   END-IF
                   WRITE REGISTER-OUT-REC FROM WS-REGISTER-LINE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - last unit, clear the checkpoint, close,    *
      *                     control totals                             *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           PERFORM 7800-COMMIT-UNIT
           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE
           CLOSE TXN-IN
           CLOSE REGISTER-OUT

           DISPLAY "  TRANSACTIONS READ     : " WS-TXNS-READ
           DISPLAY "  TRANSACTIONS APPLIED  : " WS-TXNS-APPLIED
           DISPLAY "  TRANSACTIONS PENDED   : " WS-TXNS-PENDED
           DISPLAY "  TRANSACTIONS SCHEDULED: " WS-TXNS-SCHEDULED
           DISPLAY "  TRANSACTIONS REJECTED : " WS-TXNS-REJECTED
           DISPLAY "=============================================="


           COPY usrhist-write.

           COPY usrorig-write.

           COPY cntryref-load.

           COPY usrxref-load.

           COPY usrpend-write.

           COPY usrschd-write.

           COPY oprsign-verify.

           COPY region-check.
