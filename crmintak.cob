      *          HELD on the CRMCONF conflict report instead of
      *          blindly overwritten in either direction.
      * Tectonics: cobc
      *
      * Modification History:
      *   Phone normalization - a phone CRM sends is brought to the
      *   international form from the CNTRYREF dialing codes before
      *   it is applied. One that cannot be normalized rejects the
      *   change BADPHONE, PHONECC or PHONELEN.
      *   Training region - the run refuses, return code 8, when it
      *   finds itself in a training region (the TRNREGN marker is
      *   present), so nothing practiced in training ever reaches the
      *   outside world or is mistaken for it.
      *   Commit interval - the run commits every hundred changes
      *   instead of once at the end. The USRHIST entries and the
      *   CRMAPPLD and CRMCONF lines of each unit are held until its
      *   COMMIT has gone through and only then written, so the
      *   journal never shows a change the table does not have. The
      *   CRMRST checkpoint then records how far the file got, with
      *   the run's totals; a run that dies restarts from it,
      *   skipping the changes already committed and adding to the
      *   register and conflict report rather than starting them
      *   again. The checkpoint is cleared only when the run ends
      *   clean, and a checkpoint left for a different CRMUPDT file
      *   refuses the run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT RESTART-FILE ASSIGN TO "CRMRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY errorlog.

      * How far the last committed unit got. CK-FIRST-UPDATE is the
      * file's first record, so a checkpoint is only ever resumed
      * against the CRMUPDT file it was cut from.
       FD  RESTART-FILE
           RECORDING MODE IS F.
       01  RESTART-FILE-REC.
           05  CK-UPDATES-DONE     PIC 9(07).
           05  FILLER              PIC X(01).
           05  CK-UPDATES-APPLIED  PIC 9(07).
           05  FILLER              PIC X(01).
           05  CK-UPDATES-HELD     PIC 9(07).
           05  FILLER              PIC X(01).
           05  CK-UPDATES-REJECTED PIC 9(07).
           05  FILLER              PIC X(01).
           05  CK-FIRST-UPDATE     PIC X(137).

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".
       01  WS-LASTRUN-STATUS       PIC X(02) VALUE SPACES.
           88  WS-LASTRUN-OK             VALUE "00".

       01  WS-RESTART-STATUS       PIC X(02) VALUE SPACES.
           88  WS-RESTART-OK             VALUE "00".

       01  WS-RESTART-SW           PIC X(01) VALUE "N".
           88  WS-RESTARTING             VALUE "Y".
       01  WS-RESTART-SKIP         PIC 9(07) VALUE 0.
       01  WS-FIRST-UPDATE         PIC X(137) VALUE SPACES.
       01  WS-COMMIT-INTERVAL      PIC 9(05) VALUE 100.
       01  WS-SINCE-COMMIT         PIC 9(05) COMP VALUE 0.

      * The file writes of the unit not yet committed, in the order
      * they were made - journal entries, register lines and
      * conflict lines. A change stages two at most, so the table
      * holds a full unit.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 200 TIMES.
               10  WS-UE-KIND      PIC X(01).
                   88  WS-UE-JOURNAL         VALUE "J".
                   88  WS-UE-REGISTER        VALUE "R".
                   88  WS-UE-CONFLICT        VALUE "C".
               10  WS-UE-IMAGE     PIC X(360).
       01  WS-UNIT-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-UNIT-IX              PIC 9(03) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RG-RECORD        PIC X(137).

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM CHECK-REGION
           IF RG-TRAINING
               DISPLAY "CRMINTAK - TRAINING REGION - RUN REFUSED"
               DISPLAY "CRM CHANGES ARE NEVER APPLIED IN "
                   "A TRAINING REGION"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-OUR-CHANGES THRU 1500-EXIT
           PERFORM 2000-READ-UPDATE
               GO TO 9999-EXIT
           END-IF

           PERFORM 1100-READ-RESTART THRU 1100-EXIT

      * A restart carries on the register and conflict report the
      * first attempt began; only a fresh run starts them again.
           IF WS-RESTARTING
               OPEN EXTEND APPLIED-REGISTER
           ELSE
               OPEN OUTPUT APPLIED-REGISTER
           END-IF
           IF NOT WS-APPLIED-OK
               DISPLAY "UNABLE TO OPEN CRMAPPLD, STATUS="
                   WS-APPLIED-STATUS
               GO TO 9999-EXIT
           END-IF

           IF WS-RESTARTING
               OPEN EXTEND CONFLICT-REPORT
           ELSE
               OPEN OUTPUT CONFLICT-REPORT
           END-IF
           IF NOT WS-CONFLICT-OK
               DISPLAY "UNABLE TO OPEN CRMCONF, STATUS="
                   WS-CONFLICT-STATUS
           END-IF
           .

      *----------------------------------------------------------------*
      *    1100-READ-RESTART - the checkpoint a run that died left     *
      *                        behind, checked against this file       *
      *----------------------------------------------------------------*
       1100-READ-RESTART.
           READ CRM-UPDATE-IN
               AT END
                   MOVE SPACES TO WS-FIRST-UPDATE
               NOT AT END
                   MOVE CRM-UPDATE-REC TO WS-FIRST-UPDATE
           END-READ
           CLOSE CRM-UPDATE-IN
           OPEN INPUT CRM-UPDATE-IN

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

           IF CK-UPDATES-DONE IS NOT NUMERIC
               OR CK-FIRST-UPDATE NOT = WS-FIRST-UPDATE
               DISPLAY "CRMRST CHECKPOINT IS FOR A DIFFERENT CRMUPDT "
                   "FILE - RUN REFUSED"
               DISPLAY "RERUN THE FILE IT WAS CUT FROM, OR REMOVE "
                   "CRMRST TO START THIS ONE FROM THE TOP"
               MOVE "CRMINTAK" TO EL-PROGRAM-ID
               MOVE "1100-READ-RESTART" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "CRMRST CHECKPOINT DOES NOT MATCH CRMUPDT"
                   TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE CRM-UPDATE-IN
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           MOVE CK-UPDATES-DONE TO WS-RESTART-SKIP
           MOVE CK-UPDATES-APPLIED TO WS-UPDATES-APPLIED
           MOVE CK-UPDATES-HELD TO WS-UPDATES-HELD
           MOVE CK-UPDATES-REJECTED TO WS-UPDATES-REJECTED
           DISPLAY "RESTARTING - FIRST " WS-RESTART-SKIP
               " CHANGES ALREADY COMMITTED"
           .

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-LOAD-OUR-CHANGES - USER-IDs we journaled since the     *
      *                            last extract, under any program but  *
           .

      *----------------------------------------------------------------*
      *    2000-READ-UPDATE - next change off the CRM file, past any   *
      *                       a restart already did                    *
      *----------------------------------------------------------------*
       2000-READ-UPDATE.
           READ CRM-UPDATE-IN
               NOT AT END
                   ADD 1 TO WS-UPDATES-READ
           END-READ
           IF NOT WS-EOF
               AND WS-UPDATES-READ NOT > WS-RESTART-SKIP
               GO TO 2000-READ-UPDATE
           END-IF
           .

      *----------------------------------------------------------------*
               END-IF
           END-IF

           IF CU-USER-PHONE NOT = SPACES
               MOVE USER-COUNTRY TO PN-COUNTRY
               MOVE USER-PHONE TO PN-PHONE
               PERFORM NORMALIZE-PHONE
               IF NOT PN-ACCEPTED
                   EVALUATE TRUE
                       WHEN PN-FAIL-CODE
                           MOVE "PHONECC" TO WS-REASON
                       WHEN PN-FAIL-LENGTH
                           MOVE "PHONELEN" TO WS-REASON
                       WHEN OTHER
                           MOVE "BADPHONE" TO WS-REASON
                   END-EVALUATE
                   PERFORM 7100-REGISTER-REJECT
                   GO TO 3090-NEXT
               END-IF
               MOVE PN-PHONE-OUT TO USER-PHONE
           END-IF

      * The lifecycle status stays ours - a CRM correction must not
      * quietly reinstate a customer retired through USRMAINT.
           EXEC SQL
               MOVE SPACES TO WS-REGISTER-LINE
               MOVE "APPLIED" TO WS-RG-VERDICT
               MOVE CRM-UPDATE-REC TO WS-RG-RECORD
               PERFORM 7700-STAGE-REGISTER-LINE
               PERFORM 7400-JOURNAL-APPLIED
           ELSE
               MOVE "SQLERROR" TO WS-REASON
           .

       3090-NEXT.
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
               PERFORM 7800-COMMIT-UNIT
           END-IF
           PERFORM 2000-READ-UPDATE
           .

           MOVE "REJECTED" TO WS-RG-VERDICT
           MOVE WS-REASON TO WS-RG-REASON
           MOVE CRM-UPDATE-REC TO WS-RG-RECORD
           PERFORM 7700-STAGE-REGISTER-LINE
           .

      *----------------------------------------------------------------*
           MOVE "HELD" TO WS-RG-VERDICT
           MOVE "CONFLICT" TO WS-RG-REASON
           MOVE CRM-UPDATE-REC TO WS-RG-RECORD
           PERFORM 7700-STAGE-REGISTER-LINE
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UE-CONFLICT (WS-UNIT-COUNT) TO TRUE
           MOVE WS-REGISTER-LINE TO WS-UE-IMAGE (WS-UNIT-COUNT)
           .

      *----------------------------------------------------------------*
           MOVE USER-ID TO HJ-USER-ID
           MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
           MOVE USER-REC TO HJ-AFTER-IMAGE
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UE-JOURNAL (WS-UNIT-COUNT) TO TRUE
           MOVE HIST-JOURNAL-REC TO WS-UE-IMAGE (WS-UNIT-COUNT)
           .

      *----------------------------------------------------------------*
      *    7700-STAGE-REGISTER-LINE - held in the unit until its       *
      *                               COMMIT goes through              *
      *----------------------------------------------------------------*
       7700-STAGE-REGISTER-LINE.
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UE-REGISTER (WS-UNIT-COUNT) TO TRUE
           MOVE WS-REGISTER-LINE TO WS-UE-IMAGE (WS-UNIT-COUNT)
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
               MOVE "CRMINTAK" TO EL-PROGRAM-ID
               MOVE "7800-COMMIT-UNIT" TO EL-PARAGRAPH
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "COMMIT FAILED - UNIT ROLLED BACK, NOT JOURNALED"
                   TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE CRM-UPDATE-IN
               CLOSE APPLIED-REGISTER
               CLOSE CONFLICT-REPORT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           PERFORM 7810-WRITE-ONE-STAGED
               VARYING WS-UNIT-IX FROM 1 BY 1
               UNTIL WS-UNIT-IX > WS-UNIT-COUNT
           MOVE 0 TO WS-UNIT-COUNT

           MOVE SPACES TO RESTART-FILE-REC
           MOVE WS-UPDATES-READ TO CK-UPDATES-DONE
           MOVE WS-UPDATES-APPLIED TO CK-UPDATES-APPLIED
           MOVE WS-UPDATES-HELD TO CK-UPDATES-HELD
           MOVE WS-UPDATES-REJECTED TO CK-UPDATES-REJECTED
           MOVE WS-FIRST-UPDATE TO CK-FIRST-UPDATE
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-FILE-REC
           CLOSE RESTART-FILE
           MOVE 0 TO WS-SINCE-COMMIT
           DISPLAY "CHECKPOINT COMMITTED THROUGH CHANGE "
               WS-UPDATES-READ
           .

       7810-WRITE-ONE-STAGED.
           EVALUATE TRUE
               WHEN WS-UE-JOURNAL (WS-UNIT-IX)
                   MOVE WS-UE-IMAGE (WS-UNIT-IX) TO HIST-JOURNAL-REC
                   PERFORM WRITE-HIST-JOURNAL
               WHEN WS-UE-CONFLICT (WS-UNIT-IX)
                   WRITE CONFLICT-REPORT-REC
                       FROM WS-UE-IMAGE (WS-UNIT-IX)
               WHEN OTHER
                   WRITE APPLIED-REGISTER-REC
                       FROM WS-UE-IMAGE (WS-UNIT-IX)
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
           CLOSE CRM-UPDATE-IN
           CLOSE APPLIED-REGISTER
           CLOSE CONFLICT-REPORT
           COPY usrhist-write.

           COPY cntryref-load.

           COPY region-check.
