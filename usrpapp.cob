      *          queue; an item that fails stays approved for the
      *          next run and is reported. Pending and declined
      *          items are carried untouched.
      *          Run by hand it needs a supervisor sign-on. The batch
      *          window runs it with the argument BATCH and no
      *          sign-on - every item it applies was already approved
      *          by a supervisor at USRAPPRV - and journals its
      *          changes with the operator blank, as USRSAPP does.
      * Tectonics: cobc
      *
      * Modification History:
      *   Customer relationships - a merge now carries the
      *   duplicate's USRRELS links that have not ended over to the
      *   survivor, each re-pointed link journaled to USRHIST, and
      *   ends any link between the two merged IDs themselves.
      *   Batch window - a BATCH argument skips the console sign-on,
      *   so the PENDAPPL step runs unattended; the journal entries
      *   of a batch run carry no operator.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ADDR-FLAG-FILE ASSIGN TO "ADDRFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-FLAG-STATUS.
           SELECT RELATION-FILE ASSIGN TO "USRRELS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           RECORDING MODE IS F.
           COPY addrflag.

       FD  RELATION-FILE
           RECORDING MODE IS F.
           COPY usrrels.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

           COPY addrflag-tbl.

       01  RELATION-STATUS         PIC X(02) VALUE SPACES.
           88  RELATION-OK               VALUE "00".

           COPY usrrels-tbl.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           05  WS-ITEMS-APPLIED    PIC 9(05) VALUE 0.
           05  WS-ITEMS-FAILED     PIC 9(05) VALUE 0.
           05  WS-ITEMS-CARRIED    PIC 9(05) VALUE 0.
           05  WS-LINKS-CARRIED    PIC 9(05) VALUE 0.

       01  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
           88  WS-ARG-BATCH              VALUE "BATCH".

       01  WS-DUP-BEFORE-IMAGE     PIC X(150) VALUE SPACES.
       01  WS-REL-BEFORE-IMAGE     PIC X(150) VALUE SPACES.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRPAPP - PENDING CHANGE APPLIER"
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1
           END-UNSTRING
           IF WS-ARG-BATCH
               DISPLAY "BATCH RUN - APPLYING ITEMS APPROVED AT USRAPPRV"
               MOVE SPACES TO OS-OPERATOR-ID
           ELSE
               PERFORM SIGN-ON-OPERATOR
               IF NOT OS-LEVEL-SUPER
                   DISPLAY "OPERATOR " OS-OPERATOR-ID " IS NOT A"
                       " SUPERVISOR - REFUSING TO START"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      * The queue is rewritten from the table at the end - a queue

           EXEC SQL COMMIT END-EXEC
           PERFORM SAVE-ADDRFLAG-TABLE
           PERFORM SAVE-RELATION-TABLE
           IF RT-DIRTY
               DISPLAY "UNABLE TO REWRITE USRRELS, STATUS="
                   RELATION-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 7000-REWRITE-QUEUE
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

           PERFORM LOAD-ADDRFLAG-TABLE

           PERFORM LOAD-RELATION-TABLE
           ACCEPT RL-AS-OF FROM DATE YYYYMMDD
           IF RT-OVERFLOW
               DISPLAY "USRRELS LARGER THAN THE TABLE - MERGES WILL "
                   "NOT CARRY RELATIONSHIPS THIS RUN"
           END-IF

           OPEN INPUT PENDING-FILE
           IF PENDING-NOT-FOUND
               GO TO 1000-EXIT
           PERFORM WRITE-HIST-JOURNAL

           PERFORM 5200-WRITE-XREF

           IF NOT RT-OVERFLOW
               MOVE DUP-USER-ID TO RL-IN-ID
               MOVE USER-ID TO RL-OUT-ID
               PERFORM 5300-CARRY-ONE-LINK
                   VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RT-COUNT
           END-IF
           .

       5000-EXIT.
           END-IF
           .

      *----------------------------------------------------------------*
      *    5300-CARRY-ONE-LINK - a relationship of the duplicate's     *
      *                          re-pointed at the survivor, journaled *
      *                          under the account it sits on          *
      *----------------------------------------------------------------*
       5300-CARRY-ONE-LINK.
           PERFORM BUILD-RELATION-REC
           MOVE SPACES TO WS-REL-BEFORE-IMAGE
           MOVE RELATION-REC TO WS-REL-BEFORE-IMAGE(1:56)
           PERFORM CARRY-RELATION-ENTRY
           IF RL-CARRIED
               ADD 1 TO WS-LINKS-CARRIED
               PERFORM BUILD-RELATION-REC
               MOVE SPACES TO HIST-JOURNAL-REC
               MOVE "USRRELS" TO HJ-PROGRAM-ID
               SET HJ-ACTION-UPDATE TO TRUE
               MOVE RS-TO-ID TO HJ-USER-ID
               MOVE WS-REL-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
               MOVE SPACES TO HJ-AFTER-IMAGE
               MOVE RELATION-REC TO HJ-AFTER-IMAGE(1:56)
               MOVE OS-OPERATOR-ID TO HJ-OPERATOR-ID
               PERFORM WRITE-HIST-JOURNAL
           END-IF
           .

      *----------------------------------------------------------------*
      *    6000-JUDGE-AND-JOURNAL - SQL verdict, then the journal      *
      *----------------------------------------------------------------*
           DISPLAY "  ITEMS APPLIED      : " WS-ITEMS-APPLIED
           DISPLAY "  ITEMS FAILED       : " WS-ITEMS-FAILED
           DISPLAY "  STILL PENDING      : " WS-ITEMS-CARRIED
           DISPLAY "  LINKS TO SURVIVORS : " WS-LINKS-CARRIED
           DISPLAY "=============================================="
           .


           COPY addrflag-load.

           COPY usrrels-load.

           COPY oprsign-verify.
