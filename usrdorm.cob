       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRDORM.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Monthly dormancy pass. USER-ST-INACTIVE has always
      *          existed, but a customer only reached it when an
      *          operator decided to put them there, so customers
      *          who went quiet years ago still pad every USRLABEL
      *          run and every CRM campaign. Each ACTIVE customer's
      *          last activity is the later of their newest USRHIST
      *          journal entry and their newest date on the BILLACT
      *          inbound billing last-activity feed. A customer with
      *          nothing newer than the dormancy window (months,
      *          default 12) is put on pre-dormancy notice - listed
      *          on the DORMNTC notice file with the address their
      *          mail goes to today, so they can be asked whether
      *          they are still with us - and recorded on the
      *          DORMLIST register. A customer still dormant when a
      *          month-end run comes round at least the grace period
      *          (months, default 1) after the notice is moved to
      *          INACTIVE, and the change journaled to USRHIST with
      *          before and after images, so USREXTR and USRDIST
      *          carry it to the CRM and the subscribers like any
      *          other change. Activity arriving during the grace
      *          period withdraws the notice. The two periods come
      *          off an optional DORMPARM card - blank or
      *          non-numeric fields keep their defaults:
      *            cols  1-02  dormancy window in months     (12)
      *            cols  4-05  grace period in months        (01)
      *          The run date defaults to today; pass YYYYMMDD on the
      *          command line to run as of the window's run date.
      *          BILLACT arrives from billing as one record per
      *          customer event, in any order; a record without a
      *          good USER-ID and date, or dated after the run date,
      *          is counted and ignored. No BILLACT on file means the
      *          journal alone decides, and the run says so. Every
      *          transition is listed on USRDORM.RPT.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - USRDORM.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      *   Address table - a USRADDR file bigger than the address
      *   table stops the run, return code 16, before any notice is
      *   written, so no notice goes to an address no longer in use.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORM-PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DORM-FILE ASSIGN TO "DORMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORM-STATUS.
           SELECT BILLING-FEED ASSIGN TO "BILLACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLACT-STATUS.
           SELECT NOTICE-OUT ASSIGN TO "DORMNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT DORM-REPORT ASSIGN TO "USRDORM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMRPT-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORM-PARM-FILE
           RECORDING MODE IS F.
       01  DORM-PARM-REC.
           05  DP-DORMANT-MONTHS   PIC X(02).
           05  FILLER              PIC X(01).
           05  DP-GRACE-MONTHS     PIC X(02).

       FD  DORM-FILE
           RECORDING MODE IS F.
           COPY dormlist.

       FD  BILLING-FEED
           RECORDING MODE IS F.
       01  BILLING-FEED-REC.
           05  BA-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  BA-ACTIVITY-DATE    PIC 9(08).
           05  FILLER              PIC X(01).
           05  BA-ACTIVITY-TYPE    PIC X(10).

       FD  NOTICE-OUT
           RECORDING MODE IS F.
       01  NOTICE-OUT-REC.
           05  DN-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  DN-NAME             PIC X(25).
           05  FILLER              PIC X(01).
           05  DN-STREET           PIC X(25).
           05  FILLER              PIC X(01).
           05  DN-CITY             PIC X(15).
           05  FILLER              PIC X(01).
           05  DN-POSTCODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  DN-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  DN-EMAIL            PIC X(40).
           05  FILLER              PIC X(01).
           05  DN-LAST-ACTIVITY    PIC 9(08).
           05  FILLER              PIC X(01).
           05  DN-INACTIVE-MONTH   PIC 9(06).

       FD  DORM-REPORT
           RECORDING MODE IS F.
       01  DORM-REPORT-REC         PIC X(100).

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                VALUE "00".

       01  DORM-STATUS             PIC X(02) VALUE SPACES.
           88  DORM-OK                   VALUE "00".
           88  DORM-NOT-FOUND            VALUE "35".

       01  WS-BILLACT-STATUS       PIC X(02) VALUE SPACES.
           88  WS-BILLACT-OK             VALUE "00".
           88  WS-BILLACT-NOT-FOUND      VALUE "35".

       01  WS-NOTICE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-NOTICE-OK              VALUE "00".

       01  WS-DORMRPT-STATUS       PIC X(02) VALUE SPACES.
           88  WS-DORMRPT-OK             VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".
           88  HIST-JOURNAL-NOT-FOUND    VALUE "35".

       01  CUST-ADDR-STATUS        PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK              VALUE "00".

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

           COPY usraddr-tbl.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE DORM-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
                          USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                          USER-EMAIL, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-VIEW REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(04).
           05  WS-RUN-MONTH        PIC 9(02).
           05  WS-RUN-DAY          PIC 9(02).

      * Periods, defaulted here and overridden off DORMPARM.
       01  WS-DORMANT-MONTHS       PIC 9(02) VALUE 12.
       01  WS-GRACE-MONTHS         PIC 9(02) VALUE 01.

      * Months are counted as year * 12 + month, so a window or a
      * grace period is a plain subtraction. The cutoff keeps the
      * run's day of the month - a 31st that the cutoff month does
      * not have still sorts correctly against real dates.
       01  WS-RUN-MONTH-NO         PIC 9(06) VALUE 0.
       01  WS-CUTOFF-MONTH-NO      PIC 9(06) VALUE 0.
       01  WS-NOTICE-MONTH-NO      PIC 9(06) VALUE 0.
       01  WS-WORK-YEAR            PIC 9(04) VALUE 0.
       01  WS-WORK-MONTH           PIC 9(02) VALUE 0.
       01  WS-CUTOFF-DATE          PIC 9(08) VALUE 0.
       01  WS-DATE-VIEW            PIC 9(08) VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE-VIEW.
           05  WS-DV-YEAR          PIC 9(04).
           05  WS-DV-MONTH         PIC 9(02).
           05  WS-DV-DAY           PIC 9(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-FILE-EOF-SW      PIC X(01) VALUE "N".
               88  WS-FILE-EOF           VALUE "Y".
           05  WS-BILLACT-SW       PIC X(01) VALUE "N".
               88  WS-BILLACT-LOADED     VALUE "Y".

      * One slot per customer on the USER-ID's 4-digit base, as
      * USRPURGE and ADDRFLAG slot them: the newest journal and
      * billing dates, the customer's DORMLIST record, and whether
      * tonight's pass met the customer on the table.
       01  WS-DORM-TABLE.
           05  WS-DS-SLOT OCCURS 10000 TIMES.
               10  WS-DS-HIST-DATE PIC 9(08).
               10  WS-DS-BILL-DATE PIC 9(08).
               10  WS-DS-SEEN      PIC X(01).
               10  WS-DS-RECORD    PIC X(36).
       01  WS-SLOT-IX              PIC 9(05) COMP VALUE 0.

       01  WS-LAST-ACTIVITY        PIC 9(08) VALUE 0.
       01  WS-LAST-SOURCE          PIC X(01) VALUE SPACE.
       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       01  WS-DORM-TOTALS.
           05  WS-JOURNAL-READ     PIC 9(09) VALUE 0.
           05  WS-BILLING-READ     PIC 9(07) VALUE 0.
           05  WS-BILLING-IGNORED  PIC 9(07) VALUE 0.
           05  WS-ACTIVE-SEEN      PIC 9(07) VALUE 0.
           05  WS-NO-ACTIVITY      PIC 9(07) VALUE 0.
           05  WS-NEW-NOTICES      PIC 9(07) VALUE 0.
           05  WS-STILL-GRACE      PIC 9(07) VALUE 0.
           05  WS-MOVED-INACTIVE   PIC 9(07) VALUE 0.
           05  WS-WOKE-UP          PIC 9(07) VALUE 0.
           05  WS-LAPSED           PIC 9(07) VALUE 0.
           05  WS-UPDATE-FAILED    PIC 9(07) VALUE 0.

       01  DORM-HEADING-1.
           05  FILLER              PIC X(27) VALUE
               "USRDORM DORMANCY PASS - RUN".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DRH-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(17) VALUE
               "  QUIET SINCE <  ".
           05  DRH-CUTOFF-DATE     PIC 9(08).
           05  FILLER              PIC X(09) VALUE "  GRACE ".
           05  DRH-GRACE           PIC Z9.
           05  FILLER              PIC X(04) VALUE " MTH".

       01  DORM-HEADING-2.
           05  FILLER              PIC X(06) VALUE "USER".
           05  FILLER              PIC X(26) VALUE "NAME".
           05  FILLER              PIC X(09) VALUE "LAST ACT".
           05  FILLER              PIC X(04) VALUE "SRC".
           05  FILLER              PIC X(09) VALUE "NOTICED".
           05  FILLER              PIC X(30) VALUE "TRANSITION".

       01  DORM-DETAIL-LINE.
           05  DRD-USER-ID         PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DRD-NAME            PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DRD-LAST-ACTIVITY   PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DRD-SOURCE          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DRD-NOTICE-DATE     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DRD-TRANSITION      PIC X(30).

       01  DORM-TOTAL-LINE.
           05  DRT-LABEL           PIC X(30).
           05  DRT-COUNT           PIC ZZZ,ZZ9.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRDORM - MONTHLY DORMANCY PASS"
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-WALK-JOURNAL THRU 1500-EXIT
           PERFORM 1600-WALK-BILLING THRU 1600-EXIT

           PERFORM 2000-FETCH-CUSTOMER
           PERFORM 3000-JUDGE-CUSTOMER THRU 3000-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE DORM-CURSOR END-EXEC

           PERFORM 5000-LAPSE-UNSEEN
               VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > 10000

           EXEC SQL COMMIT END-EXEC
           PERFORM 7000-REWRITE-REGISTER
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - run date, periods, cutoff, the register,  *
      *                      addresses, outputs and the cursor         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1
           END-UNSTRING
           IF WS-ARG-1 IS NUMERIC
               MOVE WS-ARG-1 TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT

           COMPUTE WS-RUN-MONTH-NO = WS-RUN-YEAR * 12 + WS-RUN-MONTH
           COMPUTE WS-CUTOFF-MONTH-NO =
               WS-RUN-MONTH-NO - WS-DORMANT-MONTHS
           COMPUTE WS-WORK-YEAR = (WS-CUTOFF-MONTH-NO - 1) / 12
           COMPUTE WS-WORK-MONTH =
               WS-CUTOFF-MONTH-NO - WS-WORK-YEAR * 12
           COMPUTE WS-CUTOFF-DATE = WS-WORK-YEAR * 10000
               + WS-WORK-MONTH * 100 + WS-RUN-DAY

           DISPLAY "USRDORM - ACTIVE CUSTOMERS QUIET SINCE BEFORE "
               WS-CUTOFF-DATE " (" WS-DORMANT-MONTHS " MONTHS), GRACE "
               WS-GRACE-MONTHS " MONTHS"

           INITIALIZE WS-DORM-TABLE
           PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
           PERFORM LOAD-ADDRESS-TABLE
           IF UT-OVERFLOW
               DISPLAY "USRADDR HOLDS MORE THAN " UT-MAX
                   " ADDRESSES - WIDEN THE TABLE, NO NOTICES WRITTEN"
               MOVE "USRDORM" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "USRADDR LARGER THAN ADDRESS TABLE" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           OPEN OUTPUT NOTICE-OUT
           IF NOT WS-NOTICE-OK
               DISPLAY "UNABLE TO OPEN DORMNTC, STATUS="
                   WS-NOTICE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           OPEN OUTPUT DORM-REPORT
           IF NOT WS-DORMRPT-OK
               DISPLAY "UNABLE TO OPEN USRDORM.RPT, STATUS="
                   WS-DORMRPT-STATUS
               CLOSE NOTICE-OUT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-RUN-DATE TO DRH-RUN-DATE
           MOVE WS-CUTOFF-DATE TO DRH-CUTOFF-DATE
           MOVE WS-GRACE-MONTHS TO DRH-GRACE
           WRITE DORM-REPORT-REC FROM DORM-HEADING-1
           WRITE DORM-REPORT-REC FROM DORM-HEADING-2

           EXEC SQL OPEN DORM-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "USRDORM" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN DORM-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE NOTICE-OUT
               CLOSE DORM-REPORT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-PARM-CARD - optional DORMPARM periods             *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           OPEN INPUT DORM-PARM-FILE
           IF NOT WS-PARM-OK
               GO TO 1100-EXIT
           END-IF

           READ DORM-PARM-FILE
               AT END
                   CLOSE DORM-PARM-FILE
                   GO TO 1100-EXIT
           END-READ

           IF DP-DORMANT-MONTHS IS NUMERIC
               AND DP-DORMANT-MONTHS NOT = "00"
               MOVE DP-DORMANT-MONTHS TO WS-DORMANT-MONTHS
           END-IF
           IF DP-GRACE-MONTHS IS NUMERIC
               AND DP-GRACE-MONTHS NOT = "00"
               MOVE DP-GRACE-MONTHS TO WS-GRACE-MONTHS
           END-IF
           CLOSE DORM-PARM-FILE
           .

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-LOAD-REGISTER - DORMLIST into the slots                *
      *----------------------------------------------------------------*
       1200-LOAD-REGISTER.
           OPEN INPUT DORM-FILE
           IF DORM-NOT-FOUND
               GO TO 1200-EXIT
           END-IF
           IF NOT DORM-OK
               DISPLAY "UNABLE TO OPEN DORMLIST, STATUS=" DORM-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM 1210-LOAD-ONE-RECORD
               UNTIL WS-FILE-EOF
           CLOSE DORM-FILE
           .

       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RECORD.
           READ DORM-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF DM-USER-ID IS NUMERIC
                       COMPUTE WS-SLOT-IX = DM-USER-ID / 10 + 1
                       MOVE DORMANT-REC TO WS-DS-RECORD (WS-SLOT-IX)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    1500-WALK-JOURNAL - the newest journal date per customer,   *
      *                        one pass over USRHIST                   *
      *----------------------------------------------------------------*
       1500-WALK-JOURNAL.
           OPEN INPUT HIST-JOURNAL
           IF HIST-JOURNAL-NOT-FOUND
               GO TO 1500-EXIT
           END-IF
           IF NOT HIST-JOURNAL-OK
               DISPLAY "UNABLE TO OPEN USRHIST, STATUS="
                   HIST-JOURNAL-STATUS
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

       1510-WALK-ONE-ENTRY.
           READ HIST-JOURNAL
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   IF HJ-USER-ID IS NUMERIC
                       COMPUTE WS-SLOT-IX = HJ-USER-ID / 10 + 1
                       IF HJ-DATE > WS-DS-HIST-DATE (WS-SLOT-IX)
                           MOVE HJ-DATE TO WS-DS-HIST-DATE (WS-SLOT-IX)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    1600-WALK-BILLING - the newest billing date per customer    *
      *                        off the BILLACT feed                    *
      *----------------------------------------------------------------*
       1600-WALK-BILLING.
           OPEN INPUT BILLING-FEED
           IF WS-BILLACT-NOT-FOUND
               DISPLAY "NO BILLACT ON FILE - LAST ACTIVITY TAKEN FROM "
                   "THE JOURNAL ALONE THIS RUN"
               GO TO 1600-EXIT
           END-IF
           IF NOT WS-BILLACT-OK
               DISPLAY "UNABLE TO OPEN BILLACT, STATUS="
                   WS-BILLACT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           SET WS-BILLACT-LOADED TO TRUE
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM 1610-WALK-ONE-BILLING
               UNTIL WS-FILE-EOF
           CLOSE BILLING-FEED
           .

       1600-EXIT.
           EXIT.

       1610-WALK-ONE-BILLING.
           READ BILLING-FEED
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BILLING-READ
                   IF BA-USER-ID IS NOT NUMERIC
                       OR BA-ACTIVITY-DATE IS NOT NUMERIC
                       OR BA-ACTIVITY-DATE > WS-RUN-DATE
                       ADD 1 TO WS-BILLING-IGNORED
                   ELSE
                       COMPUTE WS-SLOT-IX = BA-USER-ID / 10 + 1
                       IF BA-ACTIVITY-DATE
                           > WS-DS-BILL-DATE (WS-SLOT-IX)
                           MOVE BA-ACTIVITY-DATE
                               TO WS-DS-BILL-DATE (WS-SLOT-IX)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    2000-FETCH-CUSTOMER - next row off the cursor               *
      *----------------------------------------------------------------*
       2000-FETCH-CUSTOMER.
           EXEC SQL
               FETCH DORM-CURSOR
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-JUDGE-CUSTOMER - recent, newly dormant, waiting out    *
      *                          the grace period, or moved            *
      *----------------------------------------------------------------*
       3000-JUDGE-CUSTOMER.
           COMPUTE WS-SLOT-IX = USER-ID / 10 + 1
           MOVE "Y" TO WS-DS-SEEN (WS-SLOT-IX)
           MOVE WS-DS-RECORD (WS-SLOT-IX) TO DORMANT-REC

      * A blank status has always meant ACTIVE - USRLABEL and
      * USREXTR read it that way.
           IF USER-STATUS NOT = "A"
               AND USER-STATUS NOT = SPACE
               IF DM-STATE-NOTICE AND DM-USER-ID = USER-ID
                   MOVE "LEFT ACTIVE - NOTICE LAPSED"
                       TO DRD-TRANSITION
                   PERFORM 4900-LAPSE-NOTICE
               END-IF
               GO TO 3090-NEXT
           END-IF
           ADD 1 TO WS-ACTIVE-SEEN

           MOVE WS-DS-HIST-DATE (WS-SLOT-IX) TO WS-LAST-ACTIVITY
           MOVE "H" TO WS-LAST-SOURCE
           IF WS-DS-BILL-DATE (WS-SLOT-IX) > WS-LAST-ACTIVITY
               MOVE WS-DS-BILL-DATE (WS-SLOT-IX) TO WS-LAST-ACTIVITY
               MOVE "B" TO WS-LAST-SOURCE
           END-IF
      * Nothing at all on record cannot be judged either way.
           IF WS-LAST-ACTIVITY = 0
               ADD 1 TO WS-NO-ACTIVITY
               GO TO 3090-NEXT
           END-IF

           IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
               IF DM-STATE-NOTICE AND DM-USER-ID = USER-ID
                   PERFORM 4800-WITHDRAW-NOTICE
               END-IF
               GO TO 3090-NEXT
           END-IF

           IF NOT DM-STATE-NOTICE OR DM-USER-ID NOT = USER-ID
               PERFORM 4000-GIVE-NOTICE
               GO TO 3090-NEXT
           END-IF

           MOVE DM-NOTICE-DATE TO WS-DATE-VIEW
           COMPUTE WS-NOTICE-MONTH-NO = WS-DV-YEAR * 12 + WS-DV-MONTH
           IF WS-RUN-MONTH-NO - WS-NOTICE-MONTH-NO < WS-GRACE-MONTHS
               ADD 1 TO WS-STILL-GRACE
               GO TO 3090-NEXT
           END-IF
           PERFORM 4500-MOVE-INACTIVE THRU 4500-EXIT
           .

       3090-NEXT.
           PERFORM 2000-FETCH-CUSTOMER
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-GIVE-NOTICE - onto the notice list, addressed where    *
      *                       the customer's mail goes today           *
      *----------------------------------------------------------------*
       4000-GIVE-NOTICE.
           MOVE SPACES TO DORMANT-REC
           MOVE USER-ID TO DM-USER-ID
           SET DM-STATE-NOTICE TO TRUE
           MOVE WS-RUN-DATE TO DM-NOTICE-DATE
           MOVE WS-LAST-ACTIVITY TO DM-LAST-ACTIVITY
           MOVE WS-LAST-SOURCE TO DM-LAST-SOURCE
           MOVE 0 TO DM-CLOSED-DATE
           MOVE DORMANT-REC TO WS-DS-RECORD (WS-SLOT-IX)

           MOVE USER-ID TO AD-IN-ID
           SET AD-FOR-MAIL TO TRUE
           MOVE WS-RUN-DATE TO AD-AS-OF
           MOVE USER-STREET TO AD-STREET
           MOVE USER-CITY TO AD-CITY
           MOVE USER-POSTCODE TO AD-POSTCODE
           MOVE USER-COUNTRY TO AD-COUNTRY
           PERFORM RESOLVE-ADDRESS

           MOVE SPACES TO NOTICE-OUT-REC
           MOVE USER-ID TO DN-USER-ID
           MOVE USER-NAME TO DN-NAME
           MOVE AD-STREET TO DN-STREET
           MOVE AD-CITY TO DN-CITY
           MOVE AD-POSTCODE TO DN-POSTCODE
           MOVE AD-COUNTRY TO DN-COUNTRY
           MOVE USER-EMAIL TO DN-EMAIL
           MOVE WS-LAST-ACTIVITY TO DN-LAST-ACTIVITY
           COMPUTE WS-WORK-YEAR =
               (WS-RUN-MONTH-NO + WS-GRACE-MONTHS - 1) / 12
           COMPUTE WS-WORK-MONTH = WS-RUN-MONTH-NO + WS-GRACE-MONTHS
               - WS-WORK-YEAR * 12
           COMPUTE DN-INACTIVE-MONTH =
               WS-WORK-YEAR * 100 + WS-WORK-MONTH
           WRITE NOTICE-OUT-REC
           ADD 1 TO WS-NEW-NOTICES

           MOVE "PRE-DORMANCY NOTICE" TO DRD-TRANSITION
           PERFORM 6000-REPORT-LINE
           .

      *----------------------------------------------------------------*
      *    4500-MOVE-INACTIVE - the grace period ran out: the row goes *
      *                         to INACTIVE and the change is journaled*
      *----------------------------------------------------------------*
       4500-MOVE-INACTIVE.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-REC TO WS-BEFORE-IMAGE
           SET USER-ST-INACTIVE TO TRUE
           EXEC SQL
               UPDATE USER
               SET USER-STATUS = :USER-STATUS
               WHERE USER-ID = :USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE "USRDORM" TO EL-PROGRAM-ID
               MOVE "4500-MOVE-INACTIVE" TO EL-PARAGRAPH
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "DORMANT CUSTOMER NOT MOVED TO INACTIVE"
                   TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               ADD 1 TO WS-UPDATE-FAILED
               MOVE "UPDATE FAILED - STILL ON NOTICE" TO DRD-TRANSITION
               PERFORM 6000-REPORT-LINE
               GO TO 4500-EXIT
           END-IF

           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRDORM" TO HJ-PROGRAM-ID
           SET HJ-ACTION-UPDATE TO TRUE
           MOVE USER-ID TO HJ-USER-ID
           MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
           MOVE USER-REC TO HJ-AFTER-IMAGE
           PERFORM WRITE-HIST-JOURNAL

           SET DM-STATE-INACTIVE TO TRUE
           MOVE WS-LAST-ACTIVITY TO DM-LAST-ACTIVITY
           MOVE WS-LAST-SOURCE TO DM-LAST-SOURCE
           MOVE WS-RUN-DATE TO DM-CLOSED-DATE
           MOVE DORMANT-REC TO WS-DS-RECORD (WS-SLOT-IX)
           ADD 1 TO WS-MOVED-INACTIVE
           MOVE "MOVED TO INACTIVE" TO DRD-TRANSITION
           PERFORM 6000-REPORT-LINE
           .

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4800-WITHDRAW-NOTICE - activity arrived in the grace period *
      *----------------------------------------------------------------*
       4800-WITHDRAW-NOTICE.
           SET DM-STATE-WOKE TO TRUE
           MOVE WS-LAST-ACTIVITY TO DM-LAST-ACTIVITY
           MOVE WS-LAST-SOURCE TO DM-LAST-SOURCE
           MOVE WS-RUN-DATE TO DM-CLOSED-DATE
           MOVE DORMANT-REC TO WS-DS-RECORD (WS-SLOT-IX)
           ADD 1 TO WS-WOKE-UP
           MOVE "ACTIVE AGAIN - NOTICE WITHDRAWN" TO DRD-TRANSITION
           PERFORM 6000-REPORT-LINE
           .

      *----------------------------------------------------------------*
      *    4900-LAPSE-NOTICE - no longer ACTIVE by some other hand     *
      *----------------------------------------------------------------*
       4900-LAPSE-NOTICE.
           SET DM-STATE-LAPSED TO TRUE
           MOVE WS-RUN-DATE TO DM-CLOSED-DATE
           MOVE DORMANT-REC TO WS-DS-RECORD (WS-SLOT-IX)
           ADD 1 TO WS-LAPSED
           MOVE DM-LAST-ACTIVITY TO WS-LAST-ACTIVITY
           MOVE DM-LAST-SOURCE TO WS-LAST-SOURCE
           PERFORM 6000-REPORT-LINE
           .

      *----------------------------------------------------------------*
      *    5000-LAPSE-UNSEEN - a customer on notice whose row has gone *
      *                        from the table                          *
      *----------------------------------------------------------------*
       5000-LAPSE-UNSEEN.
           IF WS-DS-SEEN (WS-SLOT-IX) NOT = "Y"
               AND WS-DS-RECORD (WS-SLOT-IX) NOT = SPACES
               MOVE WS-DS-RECORD (WS-SLOT-IX) TO DORMANT-REC
               IF DM-STATE-NOTICE
                   MOVE DM-USER-ID TO USER-ID
                   MOVE "NOT ON FILE" TO USER-NAME
                   MOVE "ROW GONE - NOTICE LAPSED" TO DRD-TRANSITION
                   PERFORM 4900-LAPSE-NOTICE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    6000-REPORT-LINE - one transition on USRDORM.RPT            *
      *----------------------------------------------------------------*
       6000-REPORT-LINE.
           MOVE USER-ID TO DRD-USER-ID
           MOVE USER-NAME TO DRD-NAME
           MOVE WS-LAST-ACTIVITY TO DRD-LAST-ACTIVITY
           IF WS-LAST-SOURCE = "B"
               MOVE "BIL" TO DRD-SOURCE
           ELSE
               MOVE "JRN" TO DRD-SOURCE
           END-IF
           MOVE DM-NOTICE-DATE TO DRD-NOTICE-DATE
           WRITE DORM-REPORT-REC FROM DORM-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      *    7000-REWRITE-REGISTER - DORMLIST back in USER-ID order      *
      *----------------------------------------------------------------*
       7000-REWRITE-REGISTER.
           OPEN OUTPUT DORM-FILE
           IF NOT DORM-OK
               DISPLAY "UNABLE TO REWRITE DORMLIST, STATUS="
                   DORM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7100-REWRITE-ONE-SLOT
                   VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX > 10000
               CLOSE DORM-FILE
           END-IF
           .

       7100-REWRITE-ONE-SLOT.
           IF WS-DS-RECORD (WS-SLOT-IX) NOT = SPACES
               MOVE WS-DS-RECORD (WS-SLOT-IX) TO DORMANT-REC
               WRITE DORMANT-REC
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - outputs closed, the month's totals         *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE "NEW PRE-DORMANCY NOTICES" TO DRT-LABEL
           MOVE WS-NEW-NOTICES TO DRT-COUNT
           WRITE DORM-REPORT-REC FROM DORM-TOTAL-LINE
           MOVE "MOVED TO INACTIVE" TO DRT-LABEL
           MOVE WS-MOVED-INACTIVE TO DRT-COUNT
           WRITE DORM-REPORT-REC FROM DORM-TOTAL-LINE
           MOVE "NOTICES WITHDRAWN" TO DRT-LABEL
           MOVE WS-WOKE-UP TO DRT-COUNT
           WRITE DORM-REPORT-REC FROM DORM-TOTAL-LINE
           CLOSE NOTICE-OUT
           CLOSE DORM-REPORT
           MOVE "USRDORM.RPT" TO RFP-REPORT-NAME
           MOVE "USRDORM" TO RFP-PROGRAM-ID
           MOVE WS-RUN-DATE TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "USRDORM DORMANCY TOTALS AS OF " WS-RUN-DATE
           DISPLAY "  JOURNAL ENTRIES READ   : " WS-JOURNAL-READ
           DISPLAY "  BILLING RECORDS READ   : " WS-BILLING-READ
           DISPLAY "  BILLING RECORDS IGNORED: " WS-BILLING-IGNORED
           DISPLAY "  ACTIVE CUSTOMERS       : " WS-ACTIVE-SEEN
           DISPLAY "  NO ACTIVITY ON RECORD  : " WS-NO-ACTIVITY
           DISPLAY "  NEW NOTICES (DORMNTC)  : " WS-NEW-NOTICES
           DISPLAY "  STILL IN GRACE PERIOD  : " WS-STILL-GRACE
           DISPLAY "  MOVED TO INACTIVE      : " WS-MOVED-INACTIVE
           DISPLAY "  NOTICES WITHDRAWN      : " WS-WOKE-UP
           DISPLAY "  NOTICES LAPSED         : " WS-LAPSED
           DISPLAY "  UPDATES FAILED         : " WS-UPDATE-FAILED
           DISPLAY "=============================================="

           IF WS-UPDATE-FAILED > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY usrhist-write.

           COPY usraddr-load.

           COPY rptfile-call.
