      *   approved or declined at the USRAPPRV supervisor console,
      *   and committed by the USRPAPP batch applier. Routine
      *   address and phone corrections still apply immediately.
      *   Phone normalization - a re-keyed phone (or a phone whose
      *   country was re-keyed) is brought to the international form
      *   from the CNTRYREF dialing codes before the update applies;
      *   one that cannot be normalized refuses the update.
      *   Customer relationships - a merge now reports how many live
      *   USRRELS links the duplicate holds; USRPAPP carries them to
      *   the survivor when the merge is applied.
      *   Future-dated changes - an update now asks for its effective
      *   date (ENTER is today). One dated later is held on the
      *   USRSCHD scheduled-change file with its before and after
      *   images instead of applied, and USRSAPP applies it on the
      *   first processing day on or after that date. A name change
      *   among the fields still goes for approval - on the day.
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title and works the TRAINING schema's copy of
      *   the USER table; every file it opens by name is then the
      *   training copy OPRMENU moved the session onto.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT SCHED-FILE ASSIGN TO "USRSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT ADDR-FLAG-FILE ASSIGN TO "ADDRFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-FLAG-STATUS.
           SELECT RELATION-FILE ASSIGN TO "USRRELS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
           SELECT NOTES-FILE ASSIGN TO "USRNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY usrpend.

       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY usrschd.

       FD  ADDR-FLAG-FILE
           RECORDING MODE IS F.
           COPY addrflag.

       FD  RELATION-FILE
           RECORDING MODE IS F.
           COPY usrrels.

       FD  NOTES-FILE
           RECORDING MODE IS F.
           COPY usrnotes.
           RECORDING MODE IS F.
           COPY oprmast.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS      PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK            VALUE "00".

           COPY addrflag-tbl.

       01  RELATION-STATUS             PIC X(02) VALUE SPACES.
           88  RELATION-OK                   VALUE "00".

           COPY usrrels-tbl.

      * Pending-item IDs are the session date plus a sequence.
       01  WS-PEND-DATE                PIC 9(08) VALUE 0.
       01  WS-PEND-SEQ                 PIC 9(05) VALUE 0.
       01  WS-PEND-ACTION              PIC X(01) VALUE SPACE.
       01  WS-PEND-DUP-ID              PIC 9(05) VALUE 0.

       01  SCHED-STATUS                PIC X(02) VALUE SPACES.
           88  SCHED-OK                      VALUE "00".

      * Scheduled-item IDs likewise, and the effective date keyed on
      * an update - the session date unless a later one is given.
       01  WS-SCHD-SEQ                 PIC 9(05) VALUE 0.
       01  WS-EFF-INPUT                PIC X(08) VALUE SPACES.
       01  WS-EFFECTIVE-DATE           PIC 9(08) VALUE 0.
       01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
           05  WS-ED-YEAR              PIC 9(04).
           05  WS-ED-MONTH             PIC 9(02).
           05  WS-ED-DAY               PIC 9(02).
       01  WS-EFF-DATE-OK-SW           PIC X(01) VALUE "N".
           88  WS-EFF-DATE-OK                VALUE "Y".

       01  HIST-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK               VALUE "00".

           88  WS-SRCH-EOF                   VALUE "Y".
       01  WS-PAGE-ROWS                PIC 9(02) VALUE 0.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRMAINT - CUSTOMER MAINTENANCE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           PERFORM SIGN-ON-OPERATOR
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
      *    2000-LOOKUP-CUSTOMER - pull the current row for this ID     *
      *----------------------------------------------------------------*
       2000-LOOKUP-CUSTOMER.
           MOVE "N" TO WS-FOUND-SW
           EXEC SQL
               SELECT USER-NAME, USER-STREET, USER-CITY, USER-POSTCODE,
                      USER-COUNTRY, USER-PHONE, USER-EMAIL,
               END-IF
           END-IF

      * A phone left as it was on file is not re-judged unless the
      * country under it moved.
           IF USER-PHONE NOT = WS-BEFORE-IMAGE(83:15)
               OR USER-COUNTRY NOT = WS-BEFORE-IMAGE(81:2)
               MOVE USER-COUNTRY TO PN-COUNTRY
               MOVE USER-PHONE TO PN-PHONE
               PERFORM NORMALIZE-PHONE
               EVALUATE TRUE
                   WHEN PN-ACCEPTED
                       MOVE PN-PHONE-OUT TO USER-PHONE
                   WHEN PN-FAIL-CODE
                       DISPLAY "UPDATE REFUSED - PHONE " USER-PHONE
                           " HAS NO KNOWN DIALING CODE"
                       GO TO 4000-EXIT
                   WHEN PN-FAIL-LENGTH
                       DISPLAY "UPDATE REFUSED - PHONE " USER-PHONE
                           " IS THE WRONG LENGTH FOR " USER-COUNTRY
                       GO TO 4000-EXIT
                   WHEN OTHER
                       DISPLAY "UPDATE REFUSED - PHONE " USER-PHONE
                           " IS NOT A PHONE NUMBER"
                       GO TO 4000-EXIT
               END-EVALUATE
           END-IF

      * A change keyed to take effect later waits on USRSCHD for its
      * day. A name change among the fields is put up for approval
      * then, against the row as it stands on the day.
           PERFORM 4100-ACCEPT-EFFECTIVE-DATE THRU 4100-EXIT
           IF NOT WS-EFF-DATE-OK
               GO TO 4000-EXIT
           END-IF
           IF WS-EFFECTIVE-DATE > WS-PEND-DATE
               IF USER-REC = WS-BEFORE-IMAGE(1:138)
                   DISPLAY "NOTHING WAS CHANGED - NOTHING SCHEDULED"
                   GO TO 4000-EXIT
               END-IF
               MOVE USER-REC TO WS-AFTER-IMAGE
               PERFORM 7600-CAPTURE-SCHEDULED
               GO TO 4000-EXIT
           END-IF

      * A name change is a sensitive action - it goes to the
      * approval queue instead of straight to the table. The rest of
      * the fields ride along with it so the approved item applies
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-ACCEPT-EFFECTIVE-DATE - today, or a later day the      *
      *                                 change is to take effect on    *
      *----------------------------------------------------------------*
       4100-ACCEPT-EFFECTIVE-DATE.
           MOVE "N" TO WS-EFF-DATE-OK-SW
           DISPLAY "Effective date YYYYMMDD (ENTER = today): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EFF-INPUT
           ACCEPT WS-EFF-INPUT
           MOVE WS-PEND-DATE TO WS-EFFECTIVE-DATE
           IF WS-EFF-INPUT NOT = SPACES
               IF WS-EFF-INPUT IS NOT NUMERIC
                   DISPLAY "UPDATE REFUSED - " WS-EFF-INPUT
                       " IS NOT A DATE"
                   GO TO 4100-EXIT
               END-IF
               MOVE WS-EFF-INPUT TO WS-EFFECTIVE-DATE
               IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                   OR WS-ED-DAY < 1 OR WS-ED-DAY > 31
                   DISPLAY "UPDATE REFUSED - " WS-EFF-INPUT
                       " IS NOT A DATE"
                   GO TO 4100-EXIT
               END-IF
               IF WS-EFFECTIVE-DATE < WS-PEND-DATE
                   DISPLAY "UPDATE REFUSED - EFFECTIVE DATE "
                       WS-EFFECTIVE-DATE " IS IN THE PAST"
                   GO TO 4100-EXIT
               END-IF
           END-IF
           MOVE "Y" TO WS-EFF-DATE-OK-SW
           .

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-DELETE-CUSTOMER - retire a customer record. The row    *
      *                           stays put with a DELETED status so   *
           MOVE DUP-USER-ID TO WS-PEND-DUP-ID
           MOVE USER-REC TO WS-AFTER-IMAGE
           PERFORM 7500-CAPTURE-PENDING

      * The duplicate's live links on USRRELS follow it to the
      * survivor when USRPAPP applies the merge - say so now, while
      * the operator can still tell the customer.
           PERFORM LOAD-RELATION-TABLE
           ACCEPT RL-AS-OF FROM DATE YYYYMMDD
           MOVE DUP-USER-ID TO RL-IN-ID
           PERFORM COUNT-LIVE-RELATIONS
           IF RL-LIVE-COUNT > 0
               DISPLAY RL-LIVE-COUNT " LIVE RELATIONSHIP(S) ON "
                   DUP-USER-ID " MOVE TO " USER-ID
                   " WHEN THE MERGE IS APPLIED"
           END-IF
           .

       6500-EXIT.
           END-IF
           .

      *----------------------------------------------------------------*
      *    7600-CAPTURE-SCHEDULED - a future-dated update goes on the  *
      *                             USRSCHD file to wait for its day   *
      *----------------------------------------------------------------*
       7600-CAPTURE-SCHEDULED.
           ADD 1 TO WS-SCHD-SEQ
           MOVE SPACES TO SCHED-CHANGE-REC
           MOVE WS-PEND-DATE TO SC-ID-DATE
           MOVE WS-SCHD-SEQ TO SC-ID-SEQ
           MOVE WS-EFFECTIVE-DATE TO SC-EFFECTIVE-DATE
           MOVE "USRMAINT" TO SC-PROGRAM
           MOVE USER-ID TO SC-USER-ID
           MOVE WS-BEFORE-IMAGE TO SC-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO SC-AFTER-IMAGE
           MOVE OS-OPERATOR-ID TO SC-MAKER-ID
           PERFORM WRITE-SCHED-CHANGE
           IF SCHED-OK
               DISPLAY "SCHEDULED ON USRSCHD AS ITEM " SC-ITEM-ID
                   " - APPLIES ON THE FIRST PROCESSING DAY FROM "
                   SC-EFFECTIVE-DATE
               IF USER-NAME NOT = WS-BEFORE-IMAGE(6:25)
                   DISPLAY "THE NAME CHANGE WILL STILL NEED "
                       "SUPERVISOR APPROVAL ON THE DAY"
               END-IF
           ELSE
               DISPLAY "UNABLE TO WRITE USRSCHD, STATUS="
                   SCHED-STATUS " - NO CHANGE MADE"
           END-IF
           .

      *----------------------------------------------------------------*
      *    7000-JOURNAL-CHANGE - leave the before and after images of  *
      *                          a committed change on the shared      *

           COPY usrpend-write.

           COPY usrschd-write.

           COPY addrflag-load.

           COPY usrrels-load.

           COPY usrnotes-write.

           COPY oprsign-verify.

           COPY region-check.
