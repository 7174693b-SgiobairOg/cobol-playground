       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSVAGE.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Weekly reservation aging. USRIDREQ reserves each new
      *          USER-ID by inserting a PENDING skeleton row carrying
      *          nothing but the customer's name, and relies on the
      *          branch to send the rest of the record. When the
      *          branch never does, the skeleton sits PENDING for
      *          ever - counted by USRAUDIT as a customer with no
      *          phone or email, and carried to the CRM by the delta
      *          extract like a real one. This pass lists every
      *          PENDING skeleton (street, city, postcode, country,
      *          phone and email all blank - a PENDING row with
      *          details is somebody else's hold and is left alone)
      *          with the date USRIDREQ issued it and the operator
      *          who keyed it, both off the reservation's USRHIST
      *          insert entry, and the days it has been outstanding.
      *          The list on RSVAGE.RPT ends with a summary by
      *          issuing operator, so branch managers can chase
      *          their own staff.
      *          A reservation at or past the retirement age (days,
      *          default 30) is retired to DELETED, journaled to
      *          USRHIST under RSVAGE with before and after images,
      *          and the operator who issued it is left a notice on
      *          OPRNOTE, shown to them by OPRMENU at their next
      *          sign-on. A skeleton under a screening hold on
      *          SCRNCASE stays with compliance and is not retired.
      *          A skeleton with no issuance entry on the journal is
      *          listed but never retired - its age is unknown.
      *          The updates are committed together once the cursor
      *          is closed, and only then journaled and noticed, so
      *          the journal never shows a retirement the table
      *          does not have. The retirement age comes off an
      *          optional RSVPARM card - blank, non-numeric or zero
      *          keeps the default:
      *            cols  1-03  retirement age in days        (030)
      *          The run date defaults to today; pass YYYYMMDD on the
      *          command line to run as of the window's run date.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - RSVAGE.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSV-PARM-FILE ASSIGN TO "RSVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RSV-REPORT ASSIGN TO "RSVAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVRPT-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.
           SELECT OPR-NOTE-FILE ASSIGN TO "OPRNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-NOTE-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSV-PARM-FILE
           RECORDING MODE IS F.
       01  RSV-PARM-REC.
           05  RP-RETIRE-DAYS      PIC X(03).

       FD  RSV-REPORT
           RECORDING MODE IS F.
       01  RSV-REPORT-REC          PIC X(100).

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

       FD  OPR-NOTE-FILE
           RECORDING MODE IS F.
           COPY oprnote.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                VALUE "00".

       01  WS-RSVRPT-STATUS        PIC X(02) VALUE SPACES.
           88  WS-RSVRPT-OK              VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".
           88  HIST-JOURNAL-NOT-FOUND    VALUE "35".

       01  SCREEN-CASE-STATUS      PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK            VALUE "00".

       01  OPR-NOTE-STATUS         PIC X(02) VALUE SPACES.
           88  OPR-NOTE-OK               VALUE "00".

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

           COPY scrncase-tbl.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE RSV-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
                          USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                          USER-EMAIL, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(08) VALUE 0.
       01  WS-RUN-DAY-NO           PIC 9(07) VALUE 0.

      * Retirement age, defaulted here and overridden off RSVPARM.
       01  WS-RETIRE-DAYS          PIC 9(03) VALUE 030.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-FILE-EOF-SW      PIC X(01) VALUE "N".
               88  WS-FILE-EOF           VALUE "Y".
           05  WS-RETIRED-SW       PIC X(01) VALUE "N".
               88  WS-LINE-RETIRED       VALUE "Y".
           05  WS-COMMITTED-SW     PIC X(01) VALUE "N".
               88  WS-COMMITTED          VALUE "Y".

      * One slot per customer on the USER-ID's 4-digit base, as
      * USRDORM slots them: the date USRIDREQ issued the ID and the
      * operator it was issued to, off the reservation's journal
      * insert.
       01  WS-ISSUE-TABLE.
           05  WS-IS-SLOT OCCURS 10000 TIMES.
               10  WS-IS-DATE      PIC 9(08).
               10  WS-IS-OPERATOR  PIC X(08).
       01  WS-SLOT-IX              PIC 9(05) COMP VALUE 0.

      * Retirements held until the single COMMIT, then journaled and
      * noticed off this table. Overdue reservations beyond it wait
      * for next week's run.
       01  WS-RETIRE-TABLE.
           05  WS-RV-ENTRY OCCURS 2000 TIMES.
               10  WS-RV-USER-ID   PIC 9(05).
               10  WS-RV-OPERATOR  PIC X(08).
               10  WS-RV-ISSUED    PIC 9(08).
               10  WS-RV-DAYS      PIC 9(05).
               10  WS-RV-BEFORE    PIC X(150).
               10  WS-RV-AFTER     PIC X(150).
       01  WS-RV-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-RV-IX                PIC 9(04) COMP VALUE 0.
       01  WS-RV-MAX               PIC 9(04) COMP VALUE 2000.

      * Outstanding and retired reservations by issuing operator, for
      * the summary at the foot of the report. Operators beyond the
      * table are counted together on one last line of their own.
       01  WS-OPERATOR-TABLE.
           05  WS-OT-ENTRY OCCURS 501 TIMES.
               10  WS-OT-OPERATOR  PIC X(08).
               10  WS-OT-OUTSTANDING
                                   PIC 9(05).
               10  WS-OT-RETIRED   PIC 9(05).
               10  WS-OT-OLDEST    PIC 9(05).
       01  WS-OT-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-OT-IX                PIC 9(04) COMP VALUE 0.
       01  WS-OT-MAX               PIC 9(04) COMP VALUE 500.

       01  WS-ISSUED-DATE          PIC 9(08) VALUE 0.
       01  WS-ISSUER               PIC X(08) VALUE SPACES.
       01  WS-DAYS-OUT             PIC 9(05) VALUE 0.
       01  WS-AGE-KNOWN-SW         PIC X(01) VALUE "N".
           88  WS-AGE-KNOWN              VALUE "Y".
       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       01  WS-NOTE-TEXT.
           05  FILLER              PIC X(15) VALUE "RESERVATION OF ".
           05  WS-NT-ISSUED        PIC 9(08).
           05  FILLER              PIC X(15) VALUE " RETIRED AFTER ".
           05  WS-NT-DAYS          PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE " DAYS UNUSED".

       01  WS-RSV-TOTALS.
           05  WS-JOURNAL-READ     PIC 9(09) VALUE 0.
           05  WS-ISSUES-FOUND     PIC 9(07) VALUE 0.
           05  WS-PENDING-SEEN     PIC 9(07) VALUE 0.
           05  WS-NOT-SKELETON     PIC 9(07) VALUE 0.
           05  WS-SKELETONS        PIC 9(07) VALUE 0.
           05  WS-NOT-ON-JOURNAL   PIC 9(07) VALUE 0.
           05  WS-OUTSTANDING      PIC 9(07) VALUE 0.
           05  WS-SCREEN-HELD      PIC 9(07) VALUE 0.
           05  WS-DEFERRED         PIC 9(07) VALUE 0.
           05  WS-RETIRED          PIC 9(07) VALUE 0.
           05  WS-UPDATE-FAILED    PIC 9(07) VALUE 0.
           05  WS-NOTICES-LEFT     PIC 9(07) VALUE 0.

       01  RSV-HEADING-1.
           05  FILLER              PIC X(31) VALUE
               "RSVAGE RESERVATION AGING - RUN ".
           05  RVH-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(16) VALUE
               "  RETIRED AFTER ".
           05  RVH-RETIRE-DAYS     PIC ZZ9.
           05  FILLER              PIC X(05) VALUE " DAYS".

       01  RSV-HEADING-2.
           05  FILLER              PIC X(06) VALUE "USER".
           05  FILLER              PIC X(26) VALUE "NAME".
           05  FILLER              PIC X(09) VALUE "ISSUED".
           05  FILLER              PIC X(09) VALUE "OPERATOR".
           05  FILLER              PIC X(06) VALUE " DAYS".
           05  FILLER              PIC X(30) VALUE "ACTION".

       01  RSV-DETAIL-LINE.
           05  RVD-USER-ID         PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVD-NAME            PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVD-ISSUED-X        PIC X(08).
           05  RVD-ISSUED REDEFINES RVD-ISSUED-X
                                   PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVD-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVD-DAYS-X          PIC X(05).
           05  RVD-DAYS REDEFINES RVD-DAYS-X
                                   PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVD-ACTION          PIC X(36).

       01  RSV-OPERATOR-HEADING.
           05  FILLER              PIC X(10) VALUE "OPERATOR".
           05  FILLER              PIC X(13) VALUE "  OUTSTANDING".
           05  FILLER              PIC X(09) VALUE "  RETIRED".
           05  FILLER              PIC X(13) VALUE "  OLDEST DAYS".

       01  RSV-OPERATOR-LINE.
           05  RVO-OPERATOR        PIC X(08).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  RVO-OUTSTANDING     PIC ZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RVO-RETIRED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  RVO-OLDEST          PIC ZZZZ9.

       01  RSV-TOTAL-LINE.
           05  RVT-LABEL           PIC X(30).
           05  RVT-COUNT           PIC ZZZ,ZZ9.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "RSVAGE - WEEKLY RESERVATION AGING"
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-WALK-JOURNAL THRU 1500-EXIT

           PERFORM 2000-FETCH-CUSTOMER
           PERFORM 3000-AGE-RESERVATION THRU 3000-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE RSV-CURSOR END-EXEC

           PERFORM 6000-COMMIT-RETIREMENTS THRU 6000-EXIT
           PERFORM 7000-OPERATOR-SUMMARY
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - run date, retirement age, screening       *
      *                      holds, the report and the cursor          *
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
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT

           DISPLAY "RSVAGE - RESERVATIONS OUTSTANDING " WS-RETIRE-DAYS
               " DAYS OR MORE AS OF " WS-RUN-DATE " ARE RETIRED"

      * A hold the table cannot see could be retired out from under
      * compliance, so a register too big to load stops the run.
           PERFORM LOAD-SCREEN-CASES
           IF SK-OVERFLOW
               DISPLAY "SCRNCASE LARGER THAN THE CASE TABLE - "
                   "SCREENING HOLDS CANNOT ALL BE SEEN, NOTHING AGED"
               MOVE "RSVAGE" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "SCRNCASE LARGER THAN THE CASE TABLE" TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-ISSUE-TABLE

           OPEN OUTPUT RSV-REPORT
           IF NOT WS-RSVRPT-OK
               DISPLAY "UNABLE TO OPEN RSVAGE.RPT, STATUS="
                   WS-RSVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-RUN-DATE TO RVH-RUN-DATE
           MOVE WS-RETIRE-DAYS TO RVH-RETIRE-DAYS
           WRITE RSV-REPORT-REC FROM RSV-HEADING-1
           WRITE RSV-REPORT-REC FROM RSV-HEADING-2

           EXEC SQL OPEN RSV-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "RSVAGE" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN RSV-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE RSV-REPORT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-PARM-CARD - optional RSVPARM retirement age       *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           OPEN INPUT RSV-PARM-FILE
           IF NOT WS-PARM-OK
               GO TO 1100-EXIT
           END-IF

           READ RSV-PARM-FILE
               AT END
                   CLOSE RSV-PARM-FILE
                   GO TO 1100-EXIT
           END-READ

           IF RP-RETIRE-DAYS IS NUMERIC
               AND RP-RETIRE-DAYS NOT = "000"
               MOVE RP-RETIRE-DAYS TO WS-RETIRE-DAYS
           END-IF
           CLOSE RSV-PARM-FILE
           .

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-WALK-JOURNAL - each reservation's issue date and       *
      *                        operator off USRIDREQ's inserts         *
      *----------------------------------------------------------------*
       1500-WALK-JOURNAL.
           OPEN INPUT HIST-JOURNAL
           IF HIST-JOURNAL-NOT-FOUND
               GO TO 1500-EXIT
           END-IF
           IF NOT HIST-JOURNAL-OK
               DISPLAY "UNABLE TO OPEN USRHIST, STATUS="
                   HIST-JOURNAL-STATUS
               EXEC SQL CLOSE RSV-CURSOR END-EXEC
               CLOSE RSV-REPORT
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
                   IF HJ-PROGRAM-ID = "USRIDREQ"
                       AND HJ-ACTION-INSERT
                       AND HJ-USER-ID IS NUMERIC
                       AND HJ-DATE IS NUMERIC
                       ADD 1 TO WS-ISSUES-FOUND
                       COMPUTE WS-SLOT-IX = HJ-USER-ID / 10 + 1
                       MOVE HJ-DATE TO WS-IS-DATE (WS-SLOT-IX)
                       MOVE HJ-OPERATOR-ID
                           TO WS-IS-OPERATOR (WS-SLOT-IX)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    2000-FETCH-CUSTOMER - next row off the cursor               *
      *----------------------------------------------------------------*
       2000-FETCH-CUSTOMER.
           EXEC SQL
               FETCH RSV-CURSOR
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-AGE-RESERVATION - outstanding, held, unknown, or       *
      *                           old enough to retire                 *
      *----------------------------------------------------------------*
       3000-AGE-RESERVATION.
           IF NOT USER-ST-PENDING
               GO TO 3090-NEXT
           END-IF
           ADD 1 TO WS-PENDING-SEEN

      * Only the bare skeleton USRIDREQ inserts is a reservation - a
      * PENDING row with any details on it is held for some other
      * reason and is not this pass's business.
           IF USER-STREET NOT = SPACES
               OR USER-CITY NOT = SPACES
               OR USER-POSTCODE NOT = SPACES
               OR USER-COUNTRY NOT = SPACES
               OR USER-PHONE NOT = SPACES
               OR USER-EMAIL NOT = SPACES
               ADD 1 TO WS-NOT-SKELETON
               GO TO 3090-NEXT
           END-IF
           ADD 1 TO WS-SKELETONS

           COMPUTE WS-SLOT-IX = USER-ID / 10 + 1
           MOVE WS-IS-DATE (WS-SLOT-IX) TO WS-ISSUED-DATE
           MOVE WS-IS-OPERATOR (WS-SLOT-IX) TO WS-ISSUER
           MOVE "N" TO WS-RETIRED-SW
           MOVE "N" TO WS-AGE-KNOWN-SW
           MOVE 0 TO WS-DAYS-OUT

           IF WS-ISSUED-DATE = 0
               ADD 1 TO WS-NOT-ON-JOURNAL
               MOVE "NOT ON JOURNAL - AGE UNKNOWN" TO RVD-ACTION
               PERFORM 5000-REPORT-LINE
               GO TO 3090-NEXT
           END-IF
           SET WS-AGE-KNOWN TO TRUE
           IF WS-ISSUED-DATE < WS-RUN-DATE
               COMPUTE WS-DAYS-OUT = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE (WS-ISSUED-DATE)
           END-IF

           IF WS-DAYS-OUT < WS-RETIRE-DAYS
               ADD 1 TO WS-OUTSTANDING
               MOVE "OUTSTANDING" TO RVD-ACTION
               PERFORM 5000-REPORT-LINE
               GO TO 3090-NEXT
           END-IF

           MOVE USER-ID TO SK-IN-USER-ID
           PERFORM CHECK-SCREEN-HOLD
           IF SK-HELD
               ADD 1 TO WS-SCREEN-HELD
               MOVE "OVERDUE - SCREENING HOLD, KEPT" TO RVD-ACTION
               PERFORM 5000-REPORT-LINE
               GO TO 3090-NEXT
           END-IF

           IF WS-RV-COUNT NOT < WS-RV-MAX
               ADD 1 TO WS-DEFERRED
               MOVE "OVERDUE - RETIRED NEXT RUN" TO RVD-ACTION
               PERFORM 5000-REPORT-LINE
               GO TO 3090-NEXT
           END-IF
           PERFORM 4000-RETIRE-RESERVATION THRU 4000-EXIT
           .

       3090-NEXT.
           PERFORM 2000-FETCH-CUSTOMER
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-RETIRE-RESERVATION - the skeleton goes to DELETED;     *
      *                              journal and notice wait for the   *
      *                              COMMIT                            *
      *----------------------------------------------------------------*
       4000-RETIRE-RESERVATION.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-REC TO WS-BEFORE-IMAGE
           SET USER-ST-DELETED TO TRUE
           EXEC SQL
               UPDATE USER
               SET USER-STATUS = :USER-STATUS
               WHERE USER-ID = :USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE "RSVAGE" TO EL-PROGRAM-ID
               MOVE "4000-RETIRE-RESERV" TO EL-PARAGRAPH
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "OVERDUE RESERVATION NOT RETIRED" TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               ADD 1 TO WS-UPDATE-FAILED
               MOVE "UPDATE FAILED - STILL PENDING" TO RVD-ACTION
               PERFORM 5000-REPORT-LINE
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-RV-COUNT
           MOVE USER-ID TO WS-RV-USER-ID (WS-RV-COUNT)
           MOVE WS-ISSUER TO WS-RV-OPERATOR (WS-RV-COUNT)
           MOVE WS-ISSUED-DATE TO WS-RV-ISSUED (WS-RV-COUNT)
           MOVE WS-DAYS-OUT TO WS-RV-DAYS (WS-RV-COUNT)
           MOVE WS-BEFORE-IMAGE TO WS-RV-BEFORE (WS-RV-COUNT)
           MOVE SPACES TO WS-RV-AFTER (WS-RV-COUNT)
           MOVE USER-REC TO WS-RV-AFTER (WS-RV-COUNT)

           ADD 1 TO WS-RETIRED
           SET WS-LINE-RETIRED TO TRUE
           MOVE "RETIRED TO DELETED" TO RVD-ACTION
           PERFORM 5000-REPORT-LINE
           .

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-REPORT-LINE - one skeleton on RSVAGE.RPT, counted      *
      *                       against its issuing operator             *
      *----------------------------------------------------------------*
       5000-REPORT-LINE.
           MOVE USER-ID TO RVD-USER-ID
           MOVE USER-NAME TO RVD-NAME
           IF WS-ISSUER = SPACES
               MOVE "UNKNOWN" TO RVD-OPERATOR
           ELSE
               MOVE WS-ISSUER TO RVD-OPERATOR
           END-IF
           IF WS-AGE-KNOWN
               MOVE WS-ISSUED-DATE TO RVD-ISSUED
               MOVE WS-DAYS-OUT TO RVD-DAYS
           ELSE
               MOVE SPACES TO RVD-ISSUED-X
               MOVE SPACES TO RVD-DAYS-X
           END-IF
           WRITE RSV-REPORT-REC FROM RSV-DETAIL-LINE

           PERFORM 5100-FIND-OPERATOR
           IF WS-LINE-RETIRED
               ADD 1 TO WS-OT-RETIRED (WS-OT-IX)
           ELSE
               ADD 1 TO WS-OT-OUTSTANDING (WS-OT-IX)
               IF WS-AGE-KNOWN
                   AND WS-DAYS-OUT > WS-OT-OLDEST (WS-OT-IX)
                   MOVE WS-DAYS-OUT TO WS-OT-OLDEST (WS-OT-IX)
               END-IF
           END-IF
           .

       5100-FIND-OPERATOR.
           MOVE 1 TO WS-OT-IX
           PERFORM 5110-MATCH-ONE-OPERATOR
               UNTIL WS-OT-IX > WS-OT-COUNT
               OR WS-OT-OPERATOR (WS-OT-IX) = RVD-OPERATOR
           IF WS-OT-IX > WS-OT-COUNT
               IF WS-OT-COUNT < WS-OT-MAX
                   ADD 1 TO WS-OT-COUNT
                   MOVE WS-OT-COUNT TO WS-OT-IX
                   MOVE RVD-OPERATOR TO WS-OT-OPERATOR (WS-OT-IX)
               ELSE
                   COMPUTE WS-OT-COUNT = WS-OT-MAX + 1
                   MOVE WS-OT-COUNT TO WS-OT-IX
                   MOVE "*OTHERS*" TO WS-OT-OPERATOR (WS-OT-IX)
               END-IF
           END-IF
           .

       5110-MATCH-ONE-OPERATOR.
           ADD 1 TO WS-OT-IX
           .

      *----------------------------------------------------------------*
      *    6000-COMMIT-RETIREMENTS - the updates stand together, and   *
      *                              only then are journaled and the   *
      *                              issuing operators told            *
      *----------------------------------------------------------------*
       6000-COMMIT-RETIREMENTS.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "COMMIT FAILED, SQLCODE=" WS-SQLCODE-DISPLAY
                   " - NO RESERVATION WAS RETIRED THIS RUN"
               MOVE "RSVAGE" TO EL-PROGRAM-ID
               MOVE "6000-COMMIT-RETIRE" TO EL-PARAGRAPH
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "COMMIT FAILED - NO RESERVATION RETIRED"
                   TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE SPACES TO RSV-REPORT-REC
               MOVE "COMMIT FAILED - RETIREMENTS ABOVE ROLLED BACK"
                   TO RSV-REPORT-REC
               WRITE RSV-REPORT-REC
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           SET WS-COMMITTED TO TRUE

           PERFORM 6100-JOURNAL-ONE-RETIREMENT
               VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-RV-COUNT
           .

       6000-EXIT.
           EXIT.

       6100-JOURNAL-ONE-RETIREMENT.
           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "RSVAGE" TO HJ-PROGRAM-ID
           SET HJ-ACTION-UPDATE TO TRUE
           MOVE WS-RV-USER-ID (WS-RV-IX) TO HJ-USER-ID
           MOVE WS-RV-BEFORE (WS-RV-IX) TO HJ-BEFORE-IMAGE
           MOVE WS-RV-AFTER (WS-RV-IX) TO HJ-AFTER-IMAGE
           PERFORM WRITE-HIST-JOURNAL

      * Nobody to tell when the reservation predates the stamping of
      * operators on the journal.
           IF WS-RV-OPERATOR (WS-RV-IX) NOT = SPACES
               MOVE WS-RV-ISSUED (WS-RV-IX) TO WS-NT-ISSUED
               MOVE WS-RV-DAYS (WS-RV-IX) TO WS-NT-DAYS
               MOVE SPACES TO OPR-NOTE-REC
               MOVE WS-RV-OPERATOR (WS-RV-IX) TO OPN-TO-OPERATOR
               SET OPN-NOTICE TO TRUE
               MOVE "RSVAGE" TO OPN-FROM-PROGRAM
               MOVE WS-RV-USER-ID (WS-RV-IX) TO OPN-USER-ID
               MOVE WS-NOTE-TEXT TO OPN-TEXT
               PERFORM WRITE-OPERATOR-NOTE
               ADD 1 TO WS-NOTICES-LEFT
           END-IF
           .

      *----------------------------------------------------------------*
      *    7000-OPERATOR-SUMMARY - who still has reservations out      *
      *----------------------------------------------------------------*
       7000-OPERATOR-SUMMARY.
           MOVE SPACES TO RSV-REPORT-REC
           WRITE RSV-REPORT-REC
           WRITE RSV-REPORT-REC FROM RSV-OPERATOR-HEADING
           PERFORM 7100-ONE-OPERATOR-LINE
               VARYING WS-OT-IX FROM 1 BY 1
               UNTIL WS-OT-IX > WS-OT-COUNT
           MOVE SPACES TO RSV-REPORT-REC
           WRITE RSV-REPORT-REC
           .

       7100-ONE-OPERATOR-LINE.
           MOVE WS-OT-OPERATOR (WS-OT-IX) TO RVO-OPERATOR
           MOVE WS-OT-OUTSTANDING (WS-OT-IX) TO RVO-OUTSTANDING
           IF WS-COMMITTED
               MOVE WS-OT-RETIRED (WS-OT-IX) TO RVO-RETIRED
           ELSE
               MOVE 0 TO RVO-RETIRED
           END-IF
           MOVE WS-OT-OLDEST (WS-OT-IX) TO RVO-OLDEST
           WRITE RSV-REPORT-REC FROM RSV-OPERATOR-LINE
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - report closed, the week's totals           *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           IF NOT WS-COMMITTED
               MOVE 0 TO WS-RETIRED
           END-IF
           MOVE "RESERVATIONS OUTSTANDING" TO RVT-LABEL
           COMPUTE RVT-COUNT = WS-SKELETONS - WS-RETIRED
           WRITE RSV-REPORT-REC FROM RSV-TOTAL-LINE
           MOVE "RETIRED TO DELETED" TO RVT-LABEL
           MOVE WS-RETIRED TO RVT-COUNT
           WRITE RSV-REPORT-REC FROM RSV-TOTAL-LINE
           MOVE "NOT ON JOURNAL - AGE UNKNOWN" TO RVT-LABEL
           MOVE WS-NOT-ON-JOURNAL TO RVT-COUNT
           WRITE RSV-REPORT-REC FROM RSV-TOTAL-LINE
           CLOSE RSV-REPORT
           MOVE "RSVAGE.RPT" TO RFP-REPORT-NAME
           MOVE "RSVAGE" TO RFP-PROGRAM-ID
           MOVE WS-RUN-DATE TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "RSVAGE RESERVATION TOTALS AS OF " WS-RUN-DATE
           DISPLAY "  JOURNAL ENTRIES READ   : " WS-JOURNAL-READ
           DISPLAY "  ISSUANCES ON JOURNAL   : " WS-ISSUES-FOUND
           DISPLAY "  PENDING CUSTOMERS      : " WS-PENDING-SEEN
           DISPLAY "  PENDING WITH DETAILS   : " WS-NOT-SKELETON
           DISPLAY "  RESERVATION SKELETONS  : " WS-SKELETONS
           DISPLAY "  NOT ON JOURNAL         : " WS-NOT-ON-JOURNAL
           DISPLAY "  STILL WITHIN AGE       : " WS-OUTSTANDING
           DISPLAY "  OVERDUE, SCREENING HOLD: " WS-SCREEN-HELD
           DISPLAY "  OVERDUE, NEXT RUN      : " WS-DEFERRED
           DISPLAY "  RETIRED TO DELETED     : " WS-RETIRED
           DISPLAY "  OPERATOR NOTICES LEFT  : " WS-NOTICES-LEFT
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

           COPY oprnote-write.

           COPY scrncase-load.

           COPY rptfile-call.
