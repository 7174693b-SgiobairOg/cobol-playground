       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRORPH.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Weekly integrity scan of the side files keyed by
      *          USER-ID - ADDRFLAG, USRCONS, HOUSEHLD, USRTERRF,
      *          USRNOTES, USRXREF, USRPEND, CRMPEND, USRRELS,
      *          USRADDR, USRSCHD, DORMLIST, USRORIG and SCRNCASE -
      *          against the USER table. USRPURGE physically removes
      *          customers and a merge retires the duplicate at
      *          DELETED, and neither touches the side files, so
      *          USRLABEL and the extracts can go on acting on stale
      *          side data nobody sees. The scan reports on
      *          USRORPH.OUT, file by file:
      *            - entries whose USER-ID is not on the table
      *            - entries still held under a merged-away customer
      *              (DELETED, with a USRXREF trail to a survivor)
      *              that should have moved to the survivor
      *            - USRXREF chains that loop or end at a USER-ID
      *              that is not on the table
      *          Every finding carries a recommended disposition -
      *          nothing is changed here; the owning console or the
      *          rebuilding job does the repair. Findings end the run
      *          RC 4, the way USRAUDIT's exceptions do; a damaged
      *          USRXREF chain ends it RC 8, since every program that
      *          follows the trail is misrouted until it is repaired.
      *          Only the open USRPEND items (pending or approved)
      *          are judged - declined and applied items are history.
      *          Likewise only relationships not yet ended (both
      *          sides), changes still scheduled, dormancy entries at
      *          notice or inactive, and screening cases open or
      *          confirmed; every address and origin record is judged.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - USRORPH.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      *   Wider scan - USRRELS, USRADDR, USRSCHD, DORMLIST, USRORIG
      *   and SCRNCASE are scanned as well, each with its own
      *   dispositions, since USRPURGE and a merge leave them behind
      *   just the same.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORPHAN-REPORT ASSIGN TO "USRORPH.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ADDR-FLAG-FILE ASSIGN TO "ADDRFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-FLAG-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "USRCONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOUSEHOLD-STATUS.
           SELECT TERR-ASGN-FILE ASSIGN TO "USRTERRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-ASGN-STATUS.
           SELECT NOTES-FILE ASSIGN TO "USRNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-STATUS.
           SELECT XREF-FILE ASSIGN TO "USRXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT PENDING-LEDGER ASSIGN TO "CRMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RELATION-FILE ASSIGN TO "USRRELS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT SCHED-FILE ASSIGN TO "USRSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT DORM-FILE ASSIGN TO "DORMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORM-STATUS.
           SELECT CUST-ORIGIN-FILE ASSIGN TO "USRORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ORIGIN-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORPHAN-REPORT
           RECORDING MODE IS F.
       01  ORPHAN-REPORT-REC           PIC X(100).

       FD  ADDR-FLAG-FILE
           RECORDING MODE IS F.
           COPY addrflag.

       FD  CONSENT-FILE
           RECORDING MODE IS F.
           COPY usrcons.

       FD  HOUSEHOLD-FILE
           RECORDING MODE IS F.
           COPY household.

       FD  TERR-ASGN-FILE
           RECORDING MODE IS F.
           COPY usrterrf.

       FD  NOTES-FILE
           RECORDING MODE IS F.
           COPY usrnotes.

       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY usrxref.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY usrpend.

      * Layout as CRMRECON keeps its pending-acknowledgment ledger.
       FD  PENDING-LEDGER
           RECORDING MODE IS F.
       01  PENDING-LEDGER-REC.
           05  PD-USER-ID              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PD-FIRST-SENT           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PD-NIGHTS               PIC 9(03).

       FD  RELATION-FILE
           RECORDING MODE IS F.
           COPY usrrels.

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY usrschd.

       FD  DORM-FILE
           RECORDING MODE IS F.
           COPY dormlist.

       FD  CUST-ORIGIN-FILE
           RECORDING MODE IS F.
           COPY usrorig.

       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS            PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK                  VALUE "00".

       01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
           88  WS-REPORT-OK                  VALUE "00".

       01  ADDR-FLAG-STATUS            PIC X(02) VALUE SPACES.
           88  ADDR-FLAG-OK                  VALUE "00".

       01  CONSENT-STATUS              PIC X(02) VALUE SPACES.
           88  CONSENT-OK                    VALUE "00".

       01  HOUSEHOLD-STATUS            PIC X(02) VALUE SPACES.
           88  HOUSEHOLD-OK                  VALUE "00".

       01  TERR-ASGN-STATUS            PIC X(02) VALUE SPACES.
           88  TERR-ASGN-OK                  VALUE "00".

       01  NOTES-STATUS                PIC X(02) VALUE SPACES.
           88  NOTES-OK                      VALUE "00".

       01  XREF-STATUS                 PIC X(02) VALUE SPACES.
           88  XREF-OK                       VALUE "00".

           COPY usrxref-tbl.

       01  PENDING-STATUS              PIC X(02) VALUE SPACES.
           88  PENDING-OK                    VALUE "00".

       01  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
           88  WS-LEDGER-OK                  VALUE "00".

       01  RELATION-STATUS             PIC X(02) VALUE SPACES.
           88  RELATION-OK                   VALUE "00".

       01  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK                  VALUE "00".

       01  SCHED-STATUS                PIC X(02) VALUE SPACES.
           88  SCHED-OK                      VALUE "00".

       01  DORM-STATUS                 PIC X(02) VALUE SPACES.
           88  DORM-OK                       VALUE "00".

       01  CUST-ORIGIN-STATUS          PIC X(02) VALUE SPACES.
           88  CUST-ORIGIN-OK                VALUE "00".

       01  SCREEN-CASE-STATUS          PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK                VALUE "00".

           COPY scrncase-tbl.

      * A relationship ending before today is history, not judged.
       01  WS-TODAY                    PIC 9(08) VALUE 0.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE ORPHAN-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-SQLCODE-DISPLAY          PIC -(7)9.

      * Every USER-ID on the table with its status, in key order off
      * the cursor, so a binary search answers "is it on the table".
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 99999 TIMES.
               10  WS-RT-USER-ID       PIC 9(05).
               10  WS-RT-STATUS        PIC X(01).
       01  WS-ROW-COUNT                PIC 9(05) COMP VALUE 0.

       01  WS-BSRCH-ID                 PIC 9(05) VALUE 0.
       01  WS-BSRCH-LO                 PIC 9(05) COMP VALUE 0.
       01  WS-BSRCH-HI                 PIC 9(05) COMP VALUE 0.
       01  WS-BSRCH-MID                PIC 9(05) COMP VALUE 0.
       01  WS-BSRCH-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-BSRCH-FOUND                VALUE "Y".

      * The side file under scan - its name and the two recommended
      * dispositions, one for an entry whose customer is gone and
      * one for an entry left behind under a merged-away customer.
       01  WS-FILE-NAMES.
           05  FILLER                  PIC X(08) VALUE "ADDRFLAG".
           05  FILLER                  PIC X(08) VALUE "USRCONS".
           05  FILLER                  PIC X(08) VALUE "HOUSEHLD".
           05  FILLER                  PIC X(08) VALUE "USRTERRF".
           05  FILLER                  PIC X(08) VALUE "USRNOTES".
           05  FILLER                  PIC X(08) VALUE "USRXREF".
           05  FILLER                  PIC X(08) VALUE "USRPEND".
           05  FILLER                  PIC X(08) VALUE "CRMPEND".
           05  FILLER                  PIC X(08) VALUE "USRRELS".
           05  FILLER                  PIC X(08) VALUE "USRADDR".
           05  FILLER                  PIC X(08) VALUE "USRSCHD".
           05  FILLER                  PIC X(08) VALUE "DORMLIST".
           05  FILLER                  PIC X(08) VALUE "USRORIG".
           05  FILLER                  PIC X(08) VALUE "SCRNCASE".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME            PIC X(08) OCCURS 14 TIMES.

       01  WS-ORPHAN-DISPS.
           05  FILLER                  PIC X(36) VALUE
               "REMOVE THE FLAG".
           05  FILLER                  PIC X(36) VALUE
               "REMOVE THE CONSENT RECORD".
           05  FILLER                  PIC X(36) VALUE
               "RERUN USRHHLD TO REBUILD HOUSEHOLDS".
           05  FILLER                  PIC X(36) VALUE
               "RERUN USRTERR TO RESTAMP".
           05  FILLER                  PIC X(36) VALUE
               "ARCHIVE THE NOTE LINES".
           05  FILLER                  PIC X(36) VALUE
               "KEEP - THE TRAIL STILL REDIRECTS".
           05  FILLER                  PIC X(36) VALUE
               "DECLINE AT USRAPPRV".
           05  FILLER                  PIC X(36) VALUE
               "RELIEVE FROM THE LEDGER".
           05  FILLER                  PIC X(36) VALUE
               "END THE RELATIONSHIP AT RELMNT".
           05  FILLER                  PIC X(36) VALUE
               "REMOVE THE ADDRESS LINES".
           05  FILLER                  PIC X(36) VALUE
               "CANCEL AT SCHDMNT".
           05  FILLER                  PIC X(36) VALUE
               "CLOSE THE DORMANCY ENTRY".
           05  FILLER                  PIC X(36) VALUE
               "REMOVE THE ORIGIN RECORD".
           05  FILLER                  PIC X(36) VALUE
               "RELEASE AT SCRNMNT".
       01  WS-ORPHAN-DISP-TABLE REDEFINES WS-ORPHAN-DISPS.
           05  WS-ORPHAN-DISP          PIC X(36) OCCURS 14 TIMES.

       01  WS-MERGED-DISPS.
           05  FILLER                  PIC X(36) VALUE
               "RE-FLAG THE SURVIVOR IF SAME ADDRESS".
           05  FILLER                  PIC X(36) VALUE
               "CARRY REFUSALS TO SURVIVOR - CONSMNT".
           05  FILLER                  PIC X(36) VALUE
               "RERUN USRHHLD TO REBUILD HOUSEHOLDS".
           05  FILLER                  PIC X(36) VALUE
               "RERUN USRTERR TO RESTAMP".
           05  FILLER                  PIC X(36) VALUE
               "RE-NOTE UNDER THE SURVIVOR".
           05  FILLER                  PIC X(36) VALUE
               "KEEP - THE TRAIL STILL REDIRECTS".
           05  FILLER                  PIC X(36) VALUE
               "DECLINE, RECAPTURE UNDER SURVIVOR".
           05  FILLER                  PIC X(36) VALUE
               "RELIEVE - THE SURVIVOR GOES TO CRM".
           05  FILLER                  PIC X(36) VALUE
               "END, RE-ENTER ON SURVIVOR - RELMNT".
           05  FILLER                  PIC X(36) VALUE
               "RE-ENTER ON SURVIVOR AT ADDRMNT".
           05  FILLER                  PIC X(36) VALUE
               "CANCEL, RESCHEDULE UNDER SURVIVOR".
           05  FILLER                  PIC X(36) VALUE
               "CLOSE - USRDORM JUDGES THE SURVIVOR".
           05  FILLER                  PIC X(36) VALUE
               "KEEP - ORIGIN OF THE DUPLICATE".
           05  FILLER                  PIC X(36) VALUE
               "RELEASE, RESCREEN THE SURVIVOR".
       01  WS-MERGED-DISP-TABLE REDEFINES WS-MERGED-DISPS.
           05  WS-MERGED-DISP          PIC X(36) OCCURS 14 TIMES.

       01  WS-FILE-IX                  PIC 9(02) VALUE 0.

       01  WS-FILE-STATS.
           05  WS-FILE-STAT OCCURS 14 TIMES.
               10  WS-FS-READ          PIC 9(07).
               10  WS-FS-ORPHANS       PIC 9(07).
               10  WS-FS-MERGED        PIC 9(07).
               10  WS-FS-PRESENT       PIC X(01).

      * What 5000-JUDGE-ID found for WS-CHECK-ID.
       01  WS-CHECK-ID                 PIC 9(05) VALUE 0.
       01  WS-SURVIVOR-ID              PIC 9(05) VALUE 0.
       01  WS-FINDING-SW               PIC X(01) VALUE SPACE.
           88  WS-FINDING-NONE               VALUE SPACE.
           88  WS-FINDING-ORPHAN             VALUE "O".
           88  WS-FINDING-GONE-MERGED        VALUE "G".
           88  WS-FINDING-MERGED             VALUE "M".

       01  WS-XREF-IX                  PIC 9(03) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                    VALUE "Y".

       01  WS-SCAN-TOTALS.
           05  WS-FINDINGS             PIC 9(07) VALUE 0.
           05  WS-CHAIN-LOOPS          PIC 9(05) VALUE 0.
           05  WS-CHAIN-DEAD-ENDS      PIC 9(05) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(04) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.

       01  ORP-HEADING-1.
           05  FILLER                  PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               "SIDE-FILE ORPHAN AND DANGLING-REFERENCE SCAN".
           05  FILLER                  PIC X(06) VALUE "PAGE ".
           05  ORP-H1-PAGE             PIC ZZZ9.

       01  ORP-HEADING-2.
           05  FILLER                  PIC X(09) VALUE "FILE".
           05  FILLER                  PIC X(08) VALUE "USER-ID".
           05  FILLER                  PIC X(27) VALUE "FINDING".
           05  FILLER                  PIC X(09) VALUE "SURVIVOR".
           05  FILLER                  PIC X(36) VALUE "DISPOSITION".

       01  ORP-DETAIL-LINE.
           05  ORP-DTL-FILE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ORP-DTL-USER-ID         PIC 9(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ORP-DTL-FINDING         PIC X(26).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ORP-DTL-SURVIVOR        PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ORP-DTL-DISPOSITION     PIC X(36).

       01  ORP-TOTAL-LINE.
           05  ORP-TL-FILE             PIC X(10).
           05  FILLER                  PIC X(06) VALUE "READ ".
           05  ORP-TL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  ORPHANS ".
           05  ORP-TL-ORPHANS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  MERGED ".
           05  ORP-TL-MERGED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ORP-TL-NOTE             PIC X(14).

       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ROW-TABLE
           PERFORM 3000-CHECK-XREF-CHAINS
           PERFORM 4100-SCAN-ADDRFLAG THRU 4100-EXIT
           PERFORM 4200-SCAN-USRCONS THRU 4200-EXIT
           PERFORM 4300-SCAN-HOUSEHLD THRU 4300-EXIT
           PERFORM 4400-SCAN-USRTERRF THRU 4400-EXIT
           PERFORM 4500-SCAN-USRNOTES THRU 4500-EXIT
           PERFORM 4600-SCAN-USRXREF THRU 4600-EXIT
           PERFORM 4700-SCAN-USRPEND THRU 4700-EXIT
           PERFORM 4800-SCAN-CRMPEND THRU 4800-EXIT
           PERFORM 4900-SCAN-USRRELS THRU 4900-EXIT
           PERFORM 4910-SCAN-USRADDR THRU 4910-EXIT
           PERFORM 4920-SCAN-USRSCHD THRU 4920-EXIT
           PERFORM 4930-SCAN-DORMLIST THRU 4930-EXIT
           PERFORM 4940-SCAN-USRORIG THRU 4940-EXIT
           PERFORM 4950-SCAN-SCRNCASE THRU 4950-EXIT
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the report and the merge trail            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT ORPHAN-REPORT
           IF NOT WS-REPORT-OK
               DISPLAY "UNABLE TO OPEN USRORPH.OUT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE ZEROS TO WS-FILE-STATS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-XREF-TABLE
           IF XT-COUNT NOT < 500 AND NOT XT-EOF
               DISPLAY "USRXREF HOLDS MORE THAN 500 MERGES - ONLY THE "
                   "FIRST 500 ARE FOLLOWED"
           END-IF
           .

      *----------------------------------------------------------------*
      *    2000-LOAD-ROW-TABLE - every USER-ID and its status          *
      *----------------------------------------------------------------*
       2000-LOAD-ROW-TABLE.
           EXEC SQL OPEN ORPHAN-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "USRORPH" TO EL-PROGRAM-ID
               MOVE "2000-LOAD-ROW-TABLE" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN ORPHAN-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE ORPHAN-REPORT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-FETCH-ONE-ROW
               UNTIL WS-EOF
           EXEC SQL CLOSE ORPHAN-CURSOR END-EXEC
           .

       2100-FETCH-ONE-ROW.
           EXEC SQL
               FETCH ORPHAN-CURSOR
               INTO :USER-ID, :USER-STATUS
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-ROW-COUNT
                   MOVE USER-ID TO WS-RT-USER-ID (WS-ROW-COUNT)
                   MOVE USER-STATUS TO WS-RT-STATUS (WS-ROW-COUNT)
               WHEN SQLCODE = 100
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   MOVE "USRORPH" TO EL-PROGRAM-ID
                   MOVE "2100-FETCH-ONE-ROW" TO EL-PARAGRAPH
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE WS-SQLCODE-DISPLAY TO EL-CODE
                   MOVE "FETCH ORPHAN-CURSOR FAILED" TO EL-MESSAGE
                   SET EL-SEV-FATAL TO TRUE
                   PERFORM WRITE-ERROR-LOG
                   CLOSE ORPHAN-REPORT
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    2500-FIND-ROW - binary search for WS-BSRCH-ID; when found,  *
      *                    WS-BSRCH-MID points at its entry            *
      *----------------------------------------------------------------*
       2500-FIND-ROW.
           MOVE "N" TO WS-BSRCH-FOUND-SW
           MOVE 1 TO WS-BSRCH-LO
           MOVE WS-ROW-COUNT TO WS-BSRCH-HI
           PERFORM 2510-HALVE-ONE-STEP
               UNTIL WS-BSRCH-FOUND OR WS-BSRCH-LO > WS-BSRCH-HI
           .

       2510-HALVE-ONE-STEP.
           COMPUTE WS-BSRCH-MID =
               (WS-BSRCH-LO + WS-BSRCH-HI) / 2
           EVALUATE TRUE
               WHEN WS-BSRCH-ID = WS-RT-USER-ID (WS-BSRCH-MID)
                   MOVE "Y" TO WS-BSRCH-FOUND-SW
               WHEN WS-BSRCH-ID < WS-RT-USER-ID (WS-BSRCH-MID)
                   COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
               WHEN OTHER
                   COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    3000-CHECK-XREF-CHAINS - every trail must end, and end at a *
      *                             customer still on the table        *
      *----------------------------------------------------------------*
       3000-CHECK-XREF-CHAINS.
           MOVE 6 TO WS-FILE-IX
           PERFORM 3100-CHECK-ONE-CHAIN
               VARYING WS-XREF-IX FROM 1 BY 1
               UNTIL WS-XREF-IX > XT-COUNT
           .

      * FOLLOW-XREF-CHAIN gives up past ten hops - a trail that long
      * is a loop in practice, since no customer is merged ten deep.
       3100-CHECK-ONE-CHAIN.
           MOVE XT-OLD-ID (WS-XREF-IX) TO XL-IN-ID
           PERFORM FOLLOW-XREF-CHAIN
           MOVE XT-OLD-ID (WS-XREF-IX) TO ORP-DTL-USER-ID
           IF XL-HOPS > 10
               ADD 1 TO WS-CHAIN-LOOPS
               MOVE "MERGE CHAIN LOOPS" TO ORP-DTL-FINDING
               MOVE SPACES TO ORP-DTL-SURVIVOR
               MOVE "REPAIR USRXREF - TRAIL NEVER ENDS"
                   TO ORP-DTL-DISPOSITION
               PERFORM 5900-WRITE-FINDING
           ELSE
               MOVE XL-OUT-ID TO WS-BSRCH-ID
               PERFORM 2500-FIND-ROW
               IF NOT WS-BSRCH-FOUND
                   ADD 1 TO WS-CHAIN-DEAD-ENDS
                   MOVE "CHAIN ENDS AT MISSING ID" TO ORP-DTL-FINDING
                   MOVE XL-OUT-ID TO ORP-DTL-SURVIVOR
                   MOVE "REPAIR USRXREF - SURVIVOR IS GONE"
                       TO ORP-DTL-DISPOSITION
                   PERFORM 5900-WRITE-FINDING
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    4100-4800 - one pass per side file; a file not on disk is   *
      *                simply not in use at this shop                  *
      *----------------------------------------------------------------*
       4100-SCAN-ADDRFLAG.
           MOVE 1 TO WS-FILE-IX
           OPEN INPUT ADDR-FLAG-FILE
           IF NOT ADDR-FLAG-OK
               GO TO 4100-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4110-READ-ONE-ADDRFLAG
               UNTIL WS-EOF
           CLOSE ADDR-FLAG-FILE
           .

       4100-EXIT.
           EXIT.

       4110-READ-ONE-ADDRFLAG.
           READ ADDR-FLAG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AF-USER-ID TO WS-CHECK-ID
                   PERFORM 5000-JUDGE-ENTRY
           END-READ
           .

       4200-SCAN-USRCONS.
           MOVE 2 TO WS-FILE-IX
           OPEN INPUT CONSENT-FILE
           IF NOT CONSENT-OK
               GO TO 4200-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4210-READ-ONE-USRCONS
               UNTIL WS-EOF
           CLOSE CONSENT-FILE
           .

       4200-EXIT.
           EXIT.

       4210-READ-ONE-USRCONS.
           READ CONSENT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CS-USER-ID TO WS-CHECK-ID
                   PERFORM 5000-JUDGE-ENTRY
           END-READ
           .

       4300-SCAN-HOUSEHLD.
           MOVE 3 TO WS-FILE-IX
           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HOUSEHOLD-OK
               GO TO 4300-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4310-READ-ONE-HOUSEHLD
               UNTIL WS-EOF
           CLOSE HOUSEHOLD-FILE
           .

       4300-EXIT.
           EXIT.

       4310-READ-ONE-HOUSEHLD.
           READ HOUSEHOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HH-USER-ID TO WS-CHECK-ID
                   PERFORM 5000-JUDGE-ENTRY
           END-READ
           .

       4400-SCAN-USRTERRF.
           MOVE 4 TO WS-FILE-IX
           OPEN INPUT TERR-ASGN-FILE
           IF NOT TERR-ASGN-OK
               GO TO 4400-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4410-READ-ONE-USRTERRF
               UNTIL WS-EOF
           CLOSE TERR-ASGN-FILE
           .

       4400-EXIT.
           EXIT.

       4410-READ-ONE-USRTERRF.
           READ TERR-ASGN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TG-USER-ID TO WS-CHECK-ID
                   PERFORM 5000-JUDGE-ENTRY
           END-READ
           .

       4500-SCAN-USRNOTES.
           MOVE 5 TO WS-FILE-IX
           OPEN INPUT NOTES-FILE
           IF NOT NOTES-OK
               GO TO 4500-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4510-READ-ONE-USRNOTES
               UNTIL WS-EOF
           CLOSE NOTES-FILE
           .

       4500-EXIT.
           EXIT.

       4510-READ-ONE-USRNOTES.
           READ NOTES-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE NT-USER-ID TO WS-CHECK-ID
                   PERFORM 5000-JUDGE-ENTRY
           END-READ
           .

      * The trail itself: an old ID gone from the table is harmless -
      * USRPURGE never purges a merged customer, but one removed by
      * hand still redirects. Its chain was judged in 3000.
       4600-SCAN-USRXREF.
           MOVE 6 TO WS-FILE-IX
           OPEN INPUT XREF-FILE
           IF NOT XREF-OK
               GO TO 4600-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4610-READ-ONE-USRXREF
               UNTIL WS-EOF
           CLOSE XREF-FILE
           .

       4600-EXIT.
           EXIT.

       4610-READ-ONE-USRXREF.
           READ XREF-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FS-READ (WS-FILE-IX)
                   MOVE XR-OLD-USER-ID TO WS-BSRCH-ID
                   PERFORM 2500-FIND-ROW
                   IF NOT WS-BSRCH-FOUND
                       ADD 1 TO WS-FS-ORPHANS (WS-FILE-IX)
                       MOVE XR-OLD-USER-ID TO ORP-DTL-USER-ID
                       MOVE "MERGED ID NOT ON TABLE" TO ORP-DTL-FINDING
                       MOVE XR-NEW-USER-ID TO ORP-DTL-SURVIVOR
                       MOVE WS-ORPHAN-DISP (WS-FILE-IX)
                           TO ORP-DTL-DISPOSITION
                       PERFORM 5900-WRITE-FINDING
                   END-IF
           END-READ
           .

      * Open items only, and the duplicate a held merge would fold
      * in is as much a reference as the customer it is held for.
       4700-SCAN-USRPEND.
           MOVE 7 TO WS-FILE-IX
           OPEN INPUT PENDING-FILE
           IF NOT PENDING-OK
               GO TO 4700-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4710-READ-ONE-USRPEND
               UNTIL WS-EOF
           CLOSE PENDING-FILE
           .

       4700-EXIT.
           EXIT.

       4710-READ-ONE-USRPEND.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PC-STATE-PENDING OR PC-STATE-APPROVED
                       MOVE PC-USER-ID TO WS-CHECK-ID
                       PERFORM 5000-JUDGE-ENTRY
                       IF PC-ACTION-MERGE AND PC-DUP-ID > 0
                           MOVE PC-DUP-ID TO WS-CHECK-ID
                           PERFORM 5000-JUDGE-ENTRY
                       END-IF
                   END-IF
           END-READ
           .

       4800-SCAN-CRMPEND.
           MOVE 8 TO WS-FILE-IX
           OPEN INPUT PENDING-LEDGER
           IF NOT WS-LEDGER-OK
               GO TO 4800-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4810-READ-ONE-CRMPEND
               UNTIL WS-EOF
           CLOSE PENDING-LEDGER
           .

       4800-EXIT.
           EXIT.

       4810-READ-ONE-CRMPEND.
           READ PENDING-LEDGER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PD-USER-ID TO WS-CHECK-ID
                   PERFORM 5000-JUDGE-ENTRY
           END-READ
           .

       4900-SCAN-USRRELS.
           MOVE 9 TO WS-FILE-IX
           OPEN INPUT RELATION-FILE
           IF NOT RELATION-OK
               GO TO 4900-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4905-READ-ONE-USRRELS
               UNTIL WS-EOF
           CLOSE RELATION-FILE
           .

       4900-EXIT.
           EXIT.

       4905-READ-ONE-USRRELS.
           READ RELATION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RS-END-DATE = 0 OR RS-END-DATE NOT < WS-TODAY
                       MOVE RS-FROM-ID TO WS-CHECK-ID
                       PERFORM 5000-JUDGE-ENTRY
                       MOVE RS-TO-ID TO WS-CHECK-ID
                       PERFORM 5000-JUDGE-ENTRY
                   END-IF
           END-READ
           .

       4910-SCAN-USRADDR.
           MOVE 10 TO WS-FILE-IX
           OPEN INPUT CUST-ADDR-FILE
           IF NOT CUST-ADDR-OK
               GO TO 4910-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4915-READ-ONE-USRADDR
               UNTIL WS-EOF
           CLOSE CUST-ADDR-FILE
           .

       4910-EXIT.
           EXIT.

       4915-READ-ONE-USRADDR.
           READ CUST-ADDR-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE UA-USER-ID TO WS-CHECK-ID
                   PERFORM 5000-JUDGE-ENTRY
           END-READ
           .

       4920-SCAN-USRSCHD.
           MOVE 11 TO WS-FILE-IX
           OPEN INPUT SCHED-FILE
           IF NOT SCHED-OK
               GO TO 4920-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4925-READ-ONE-USRSCHD
               UNTIL WS-EOF
           CLOSE SCHED-FILE
           .

       4920-EXIT.
           EXIT.

       4925-READ-ONE-USRSCHD.
           READ SCHED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SC-STATE-SCHEDULED
                       MOVE SC-USER-ID OF SCHED-CHANGE-REC
                           TO WS-CHECK-ID
                       PERFORM 5000-JUDGE-ENTRY
                   END-IF
           END-READ
           .

       4930-SCAN-DORMLIST.
           MOVE 12 TO WS-FILE-IX
           OPEN INPUT DORM-FILE
           IF NOT DORM-OK
               GO TO 4930-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4935-READ-ONE-DORMLIST
               UNTIL WS-EOF
           CLOSE DORM-FILE
           .

       4930-EXIT.
           EXIT.

       4935-READ-ONE-DORMLIST.
           READ DORM-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DM-STATE-NOTICE OR DM-STATE-INACTIVE
                       MOVE DM-USER-ID TO WS-CHECK-ID
                       PERFORM 5000-JUDGE-ENTRY
                   END-IF
           END-READ
           .

       4940-SCAN-USRORIG.
           MOVE 13 TO WS-FILE-IX
           OPEN INPUT CUST-ORIGIN-FILE
           IF NOT CUST-ORIGIN-OK
               GO TO 4940-EXIT
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           MOVE "N" TO WS-EOF-SW
           PERFORM 4945-READ-ONE-USRORIG
               UNTIL WS-EOF
           CLOSE CUST-ORIGIN-FILE
           .

       4940-EXIT.
           EXIT.

       4945-READ-ONE-USRORIG.
           READ CUST-ORIGIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE OG-USER-ID TO WS-CHECK-ID
                   PERFORM 5000-JUDGE-ENTRY
           END-READ
           .

      * SCRNCASE is an event log - the cases are netted first, so each
      * case is judged once, on where it stands now.
       4950-SCAN-SCRNCASE.
           MOVE 14 TO WS-FILE-IX
           PERFORM LOAD-SCREEN-CASES
           IF NOT SK-LOADED
               GO TO 4950-EXIT
           END-IF
           IF SK-OVERFLOW
               DISPLAY "SCRNCASE HOLDS MORE THAN 5000 CASES - ONLY THE "
                   "FIRST 5000 ARE JUDGED"
           END-IF
           MOVE "Y" TO WS-FS-PRESENT (WS-FILE-IX)
           PERFORM 4955-JUDGE-ONE-SCRNCASE
               VARYING SK-SCAN-IX FROM 1 BY 1
               UNTIL SK-SCAN-IX > SK-COUNT
           .

       4950-EXIT.
           EXIT.

       4955-JUDGE-ONE-SCRNCASE.
           IF SK-STATE-OPEN (SK-SCAN-IX)
               OR SK-STATE-CONFIRMED (SK-SCAN-IX)
               MOVE SK-USER-ID (SK-SCAN-IX) TO WS-CHECK-ID
               PERFORM 5000-JUDGE-ENTRY
           END-IF
           .

      *----------------------------------------------------------------*
      *    5000-JUDGE-ENTRY - is WS-CHECK-ID on the table, and if it   *
      *                       was merged away, has its entry moved     *
      *----------------------------------------------------------------*
       5000-JUDGE-ENTRY.
           ADD 1 TO WS-FS-READ (WS-FILE-IX)
           MOVE SPACE TO WS-FINDING-SW
           MOVE WS-CHECK-ID TO XL-IN-ID
           PERFORM FOLLOW-XREF-CHAIN
           MOVE XL-OUT-ID TO WS-SURVIVOR-ID

           MOVE WS-CHECK-ID TO WS-BSRCH-ID
           PERFORM 2500-FIND-ROW
           IF NOT WS-BSRCH-FOUND
               SET WS-FINDING-ORPHAN TO TRUE
               IF XL-REDIRECTED AND XL-HOPS NOT > 10
                   MOVE WS-SURVIVOR-ID TO WS-BSRCH-ID
                   PERFORM 2500-FIND-ROW
                   IF WS-BSRCH-FOUND
                       SET WS-FINDING-GONE-MERGED TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WS-RT-STATUS (WS-BSRCH-MID) = "D"
                   AND XL-REDIRECTED AND XL-HOPS NOT > 10
                   MOVE WS-SURVIVOR-ID TO WS-BSRCH-ID
                   PERFORM 2500-FIND-ROW
                   IF WS-BSRCH-FOUND
                       SET WS-FINDING-MERGED TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE WS-CHECK-ID TO ORP-DTL-USER-ID
           EVALUATE TRUE
               WHEN WS-FINDING-ORPHAN
                   ADD 1 TO WS-FS-ORPHANS (WS-FILE-IX)
                   MOVE "USER-ID NOT ON TABLE" TO ORP-DTL-FINDING
                   MOVE SPACES TO ORP-DTL-SURVIVOR
                   MOVE WS-ORPHAN-DISP (WS-FILE-IX)
                       TO ORP-DTL-DISPOSITION
                   PERFORM 5900-WRITE-FINDING
               WHEN WS-FINDING-GONE-MERGED
                   ADD 1 TO WS-FS-MERGED (WS-FILE-IX)
                   MOVE "GONE, MERGED - NOT MOVED" TO ORP-DTL-FINDING
                   MOVE WS-SURVIVOR-ID TO ORP-DTL-SURVIVOR
                   MOVE WS-MERGED-DISP (WS-FILE-IX)
                       TO ORP-DTL-DISPOSITION
                   PERFORM 5900-WRITE-FINDING
               WHEN WS-FINDING-MERGED
                   ADD 1 TO WS-FS-MERGED (WS-FILE-IX)
                   MOVE "DELETED, MERGED - NOT MOVED"
                       TO ORP-DTL-FINDING
                   MOVE WS-SURVIVOR-ID TO ORP-DTL-SURVIVOR
                   MOVE WS-MERGED-DISP (WS-FILE-IX)
                       TO ORP-DTL-DISPOSITION
                   PERFORM 5900-WRITE-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    5900-WRITE-FINDING - one line per finding, paged            *
      *----------------------------------------------------------------*
       5900-WRITE-FINDING.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE WS-FILE-NAME (WS-FILE-IX) TO ORP-DTL-FILE
           WRITE ORPHAN-REPORT-REC FROM ORP-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-FINDINGS
           .

       6000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO ORP-H1-PAGE
           WRITE ORPHAN-REPORT-REC FROM ORP-HEADING-1
           WRITE ORPHAN-REPORT-REC FROM ORP-HEADING-2
           MOVE 2 TO WS-LINE-COUNT
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - per-file counts, verdict, return code      *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           WRITE ORPHAN-REPORT-REC FROM WS-BLANK-LINE
           PERFORM 8100-WRITE-FILE-TOTAL
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 14
           CLOSE ORPHAN-REPORT
           MOVE "USRORPH.OUT" TO RFP-REPORT-NAME
           MOVE "USRORPH" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE WS-PAGE-NUMBER TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "USRORPH COMPLETE - " WS-ROW-COUNT " ROWS, "
               WS-FINDINGS " FINDINGS, " WS-CHAIN-LOOPS
               " LOOPING AND " WS-CHAIN-DEAD-ENDS
               " DEAD-END MERGE CHAINS"

           EVALUATE TRUE
               WHEN WS-CHAIN-LOOPS > 0 OR WS-CHAIN-DEAD-ENDS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FINDINGS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

       8100-WRITE-FILE-TOTAL.
           MOVE WS-FILE-NAME (WS-FILE-IX) TO ORP-TL-FILE
           MOVE WS-FS-READ (WS-FILE-IX) TO ORP-TL-READ
           MOVE WS-FS-ORPHANS (WS-FILE-IX) TO ORP-TL-ORPHANS
           MOVE WS-FS-MERGED (WS-FILE-IX) TO ORP-TL-MERGED
           IF WS-FS-PRESENT (WS-FILE-IX) = "Y"
               MOVE SPACES TO ORP-TL-NOTE
           ELSE
               MOVE "NOT ON FILE" TO ORP-TL-NOTE
           END-IF
           WRITE ORPHAN-REPORT-REC FROM ORP-TOTAL-LINE
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY usrxref-load.

           COPY scrncase-load.

           COPY rptfile-call.
