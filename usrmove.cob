       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRMOVE.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Customer base movement report for finance and the
      *          board pack - the classic roll-forward of ACTIVE
      *          customers over a month or a quarter:
      *
      *            USRMOVE <yyyymm>          one calendar month
      *            USRMOVE <yyyy>Q<n>        one calendar quarter
      *            USRMOVE <from> <to>       any yyyymmdd range
      *
      *            opening count
      *              + new (inserted active, or PENDING made active)
      *              + reinstated (INACTIVE or DELETED made active)
      *              - deactivated (active made INACTIVE)
      *              - deleted (active made DELETED)
      *              - merged away (DELETED as the old ID of a merge
      *                on USRXREF)
      *              - purged (removed by USRPURGE while still counted
      *                active - USRPURGE only takes DELETED rows, so
      *                anything here is a journal gap)
      *              +/- moved between countries
      *            = closing count
      *
      *          The opening comes from the USERBKP generation taken
      *          on or before the day before the period starts, with
      *          the USRHISTK keyed history (and the flat USRHIST tail
      *          not yet folded) replayed up to the period start -
      *          replaying an entry the backup already holds lays the
      *          same row down again. Every whole-row entry inside the
      *          period is then classified against the customer's
      *          reconstructed state, and the purge archives dated in
      *          the period are read for rows purged. The computed
      *          closing figure is proved against real data: the
      *          first USERBKP generation after the period end, cut at
      *          the moment its USERUNLD step ended on RUNJRNL, or -
      *          with no such generation - the live USER table. Any
      *          movement between the period end and that proof point
      *          is classified too and taken off the actual figure, so
      *          whatever is left over is shown as an unexplained
      *          variance line, and every customer behind it is
      *          listed. The statement is given in total, by
      *          USER-COUNTRY, and by the territory USRTERRF assigns
      *          today. Periods older than the keyed store's
      *          retention will not tie - HISTARCH has moved their
      *          entries to generations. Any variance ends RC 4.
      * Tectonics: cobc
      *
      * Modification History:
      *   Scheduled changes - USRSAPP joins the row writers, so a
      *   change applied on its effective date moves with the
      *   customer's history.
      *   Dormancy pass - USRDORM joins the row writers, so a move
      *   to INACTIVE for dormancy moves with the customer's history.
      *   Sanctions screening - USRSCRN joins the row writers, so
      *   a screening hold or its lift moves with the customer's
      *   history.
      *   Reservation aging - RSVAGE joins the row writers, so a
      *   retired reservation moves with the customer's history.
      *   Report archive - USRMOVE.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-IN ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT PURGE-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT KEYED-HIST ASSIGN TO "USRHISTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-PRIMARY-KEY
               ALTERNATE RECORD KEY IS HK-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS KEYED-HIST-STATUS.
           SELECT FOLD-POSITION ASSIGN TO "HISTKPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT RUN-JOURNAL ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT XREF-FILE ASSIGN TO "USRXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT TERR-ASGN-FILE ASSIGN TO "USRTERRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-ASGN-STATUS.
           SELECT MOVE-REPORT ASSIGN TO "USRMOVE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-IN
           RECORDING MODE IS F.
       01  BACKUP-IN-REC           PIC X(150).

       FD  PURGE-ARCHIVE
           RECORDING MODE IS F.
       01  PURGE-ARCHIVE-REC.
           05  PA-RECORD-TYPE      PIC X(03).
           05  FILLER              PIC X(01).
           05  PA-PAYLOAD          PIC X(355).

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  KEYED-HIST.
           COPY usrhistk.

       FD  FOLD-POSITION
           RECORDING MODE IS F.
       01  FOLD-POSITION-REC.
           05  FP-LAST-POSITION    PIC 9(09).

       FD  RUN-JOURNAL
           RECORDING MODE IS F.
           COPY runjrnl.

       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY usrxref.

       FD  TERR-ASGN-FILE
           RECORDING MODE IS F.
           COPY usrterrf.

       FD  MOVE-REPORT
           RECORDING MODE IS F.
       01  MOVE-REPORT-REC         PIC X(132).

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  WS-BACKUP-STATUS        PIC X(02) VALUE SPACES.
           88  WS-BACKUP-OK              VALUE "00".

       01  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ARCHIVE-OK             VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".

       01  KEYED-HIST-STATUS       PIC X(02) VALUE SPACES.
           88  KEYED-HIST-OK             VALUE "00".

       01  WS-POSITION-STATUS      PIC X(02) VALUE SPACES.
           88  WS-POSITION-OK            VALUE "00".

       01  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
           88  WS-JOURNAL-OK             VALUE "00".

       01  XREF-STATUS             PIC X(02) VALUE SPACES.
           88  XREF-OK                   VALUE "00".

           COPY usrxref-tbl.

       01  TERR-ASGN-STATUS        PIC X(02) VALUE SPACES.
           88  TERR-ASGN-OK              VALUE "00".

           COPY usrterrf-tbl.

       01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88  WS-REPORT-OK              VALUE "00".

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE MOVE-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-COUNTRY, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       01  WS-BACKUP-NAME          PIC X(20) VALUE SPACES.
       01  WS-ARCHIVE-NAME         PIC X(20) VALUE SPACES.
       01  WS-OPENING-NAME         PIC X(20) VALUE SPACES.
       01  WS-COMMAND-LINE         PIC X(40) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-ARG-2                PIC X(08) VALUE SPACES.

      * The period, and the stamps that bound its phases. A stamp is
      * the journal date plus its HH MM SS CC time, compared whole.
       01  WS-PERIOD-FROM          PIC 9(08) VALUE 0.
       01  WS-PERIOD-TO            PIC 9(08) VALUE 0.
       01  WS-PERIOD-YEAR          PIC 9(04) VALUE 0.
       01  WS-PERIOD-MONTH         PIC 9(02) VALUE 0.
       01  WS-PERIOD-END-MONTH     PIC 9(02) VALUE 0.
       01  WS-QUARTER              PIC 9(01) VALUE 0.
       01  WS-WORK-DATE            PIC 9(08) VALUE 0.
       01  WS-WORK-DAY             PIC 9(07) VALUE 0.

       01  WS-FROM-STAMP.
           05  WS-FS-DATE          PIC 9(08) VALUE 0.
           05  WS-FS-TIME          PIC X(11) VALUE "00 00 00 00".
       01  WS-TO-STAMP.
           05  WS-TS-DATE          PIC 9(08) VALUE 0.
           05  WS-TS-TIME          PIC X(11) VALUE "23 59 59 99".
       01  WS-PROOF-STAMP.
           05  WS-PS-DATE          PIC 9(08) VALUE 0.
           05  WS-PS-TIME          PIC X(11) VALUE SPACES.
       01  WS-ENTRY-STAMP.
           05  WS-ES-DATE          PIC 9(08) VALUE 0.
           05  WS-ES-TIME          PIC X(11) VALUE SPACES.

       01  WS-GEN-DATE             PIC 9(08) VALUE 0.
       01  WS-GEN-DAY              PIC 9(07) VALUE 0.
       01  WS-BACK-TRIES           PIC 9(02) VALUE 0.
       01  WS-GEN-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-GEN-FOUND              VALUE "Y".
       01  WS-PROOF-GEN-DATE       PIC 9(08) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-TRL-SEEN-SW      PIC X(01) VALUE "N".
               88  WS-TRL-SEEN           VALUE "Y".
           05  WS-KEYED-SW         PIC X(01) VALUE "N".
               88  WS-KEYED-USED         VALUE "Y".
           05  WS-OPENED-SW        PIC X(01) VALUE "N".
               88  WS-OPENED             VALUE "Y".
           05  WS-CLOSED-SW        PIC X(01) VALUE "N".
               88  WS-CLOSED             VALUE "Y".
           05  WS-PROOF-SW         PIC X(01) VALUE "T".
               88  WS-PROOF-TABLE        VALUE "T".
               88  WS-PROOF-BACKUP       VALUE "B".
           05  WS-CAPTURE-SW       PIC X(01) VALUE "N".
               88  WS-CAPTURE-FOUND      VALUE "Y".
           05  WS-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-FOUND              VALUE "Y".
           05  WS-BEFORE-ACTIVE-SW PIC X(01) VALUE "N".
               88  WS-BEFORE-ACTIVE      VALUE "Y".
           05  WS-AFTER-ACTIVE-SW  PIC X(01) VALUE "N".
               88  WS-AFTER-ACTIVE       VALUE "Y".

       01  WS-FOLD-POSITION        PIC 9(09) VALUE 0.
       01  WS-TAIL-POSITION        PIC 9(09) VALUE 0.

      * Each customer's reconstructed state, slotted by USER-ID / 10
      * the way USRASOF slots the base, with the proof source's view
      * of the same customer alongside. On-file is kept apart from
      * the status byte because a blank status is a legacy ACTIVE.
       01  WS-SLOT-TABLE.
           05  WS-SLOT OCCURS 10000 TIMES.
               10  WS-SL-USER-ID       PIC 9(05).
               10  WS-SL-ON-FILE       PIC X(01).
               10  WS-SL-STATUS        PIC X(01).
               10  WS-SL-COUNTRY       PIC X(02).
               10  WS-SL-ACT-ON-FILE   PIC X(01).
               10  WS-SL-ACT-STATUS    PIC X(01).
               10  WS-SL-ACT-COUNTRY   PIC X(02).
       01  WS-SLOT-IX              PIC 9(05) COMP VALUE 0.

       01  WS-ENTRY-USER-ID        PIC 9(05) VALUE 0.
       01  WS-ENTRY-PROGRAM        PIC X(15) VALUE SPACES.
       01  WS-ENTRY-IMAGE          PIC X(150) VALUE SPACES.
       01  WS-AFTER-STATUS         PIC X(01) VALUE SPACE.
       01  WS-AFTER-COUNTRY        PIC X(02) VALUE SPACES.

      * Programs whose journal images are whole USER rows, as
      * USRASOF and USRRFWD list them.
       01  WS-ROW-WRITER-NAMES.
           05  FILLER              PIC X(15) VALUE "HELLO-DATA".
           05  FILLER              PIC X(15) VALUE "USRMAINT".
           05  FILLER              PIC X(15) VALUE "USRBMNT".
           05  FILLER              PIC X(15) VALUE "USRIDREQ".
           05  FILLER              PIC X(15) VALUE "CRMINTAK".
           05  FILLER              PIC X(15) VALUE "USRPAPP".
           05  FILLER              PIC X(15) VALUE "USRMASS".
           05  FILLER              PIC X(15) VALUE "USRERASE".
           05  FILLER              PIC X(15) VALUE "USRSAPP".
           05  FILLER              PIC X(15) VALUE "USRDORM".
           05  FILLER              PIC X(15) VALUE "USRSCRN".
           05  FILLER              PIC X(15) VALUE "RSVAGE".
       01  WS-ROW-WRITER-TABLE REDEFINES WS-ROW-WRITER-NAMES.
           05  WS-ROW-WRITER       PIC X(15) OCCURS 12 TIMES.
       01  WS-WRITER-IX            PIC 9(02) COMP VALUE 0.
       01  WS-ROW-ENTRY-SW         PIC X(01) VALUE "N".
           88  WS-ROW-ENTRY              VALUE "Y".

      * One line of the statement per group: G the grand total, C a
      * country, T a territory. The movement columns are:
      *   1 opening     2 new         3 reinstated  4 deactivated
      *   5 deleted     6 merged      7 purged      8 moved (net)
      *   9 movement after the period end, up to the proof point
      *  10 active at the proof point
       01  WS-GROUP-TABLE.
           05  WS-GROUP OCCURS 400 TIMES.
               10  WS-GR-TYPE      PIC X(01).
               10  WS-GR-CODE      PIC X(04).
               10  WS-GR-AMOUNT    PIC S9(07) OCCURS 10 TIMES.
       01  WS-GROUP-USED           PIC 9(03) COMP VALUE 0.
       01  WS-GROUP-IX             PIC 9(03) COMP VALUE 0.
       01  WS-COL-IX               PIC 9(02) COMP VALUE 0.

       01  WS-POST-TYPE            PIC X(01) VALUE SPACE.
       01  WS-POST-CODE            PIC X(04) VALUE SPACES.
       01  WS-POST-COUNTRY         PIC X(02) VALUE SPACES.
       01  WS-POST-USER-ID         PIC 9(05) VALUE 0.
       01  WS-POST-COLUMN          PIC 9(02) VALUE 0.
       01  WS-POST-AMOUNT          PIC S9(01) VALUE 0.
       01  WS-POST-TERR-SW         PIC X(01) VALUE "Y".
           88  WS-POST-TERRITORY         VALUE "Y".

       01  WS-COMPUTED-CLOSING     PIC S9(07) VALUE 0.
       01  WS-ACTUAL-CLOSING       PIC S9(07) VALUE 0.
       01  WS-VARIANCE             PIC S9(07) VALUE 0.

       01  WS-TOTALS.
           05  WS-BACKUP-ROWS      PIC 9(07) VALUE 0.
           05  WS-TRL-COUNT        PIC 9(07) VALUE 0.
           05  WS-KEYED-READ       PIC 9(07) VALUE 0.
           05  WS-TAIL-READ        PIC 9(07) VALUE 0.
           05  WS-ENTRIES-USED     PIC 9(07) VALUE 0.
           05  WS-PURGED-ROWS      PIC 9(07) VALUE 0.
           05  WS-ACTUAL-ROWS      PIC 9(07) VALUE 0.
           05  WS-UNEXPLAINED      PIC 9(07) VALUE 0.
           05  WS-VARIANCE-GROUPS  PIC 9(05) VALUE 0.

       01  WS-HEADER-LINE          PIC X(132) VALUE SPACES.

       01  MVR-STATEMENT-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  MVR-ST-LABEL        PIC X(36).
           05  MVR-ST-AMOUNT       PIC ZZZ,ZZ9-.

       01  MVR-COLUMN-HEADING.
           05  FILLER              PIC X(06) VALUE "GROUP".
           05  FILLER              PIC X(10) VALUE "   OPENING".
           05  FILLER              PIC X(10) VALUE "       NEW".
           05  FILLER              PIC X(10) VALUE "    REINST".
           05  FILLER              PIC X(10) VALUE "     DEACT".
           05  FILLER              PIC X(10) VALUE "   DELETED".
           05  FILLER              PIC X(10) VALUE "    MERGED".
           05  FILLER              PIC X(10) VALUE "    PURGED".
           05  FILLER              PIC X(10) VALUE "     MOVED".
           05  FILLER              PIC X(10) VALUE "   CLOSING".
           05  FILLER              PIC X(10) VALUE "    ACTUAL".
           05  FILLER              PIC X(10) VALUE "  VARIANCE".

       01  MVR-GROUP-LINE.
           05  MVR-GL-CODE         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MVR-GL-COLUMN OCCURS 11 TIMES.
               10  FILLER          PIC X(02).
               10  MVR-GL-AMOUNT   PIC ZZZ,ZZ9-.
       01  MVR-GL-IX               PIC 9(02) COMP VALUE 0.

       01  MVR-DETAIL-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  MVR-DL-USER-ID      PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "COMPUTED: ".
           05  MVR-DL-COMPUTED     PIC X(12).
           05  FILLER              PIC X(08) VALUE "ACTUAL: ".
           05  MVR-DL-ACTUAL       PIC X(12).

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-FIND-OPENING-GEN THRU 1500-EXIT
           PERFORM 1600-FIND-PROOF-POINT THRU 1600-EXIT
           PERFORM 2000-LOAD-OPENING-BACKUP THRU 2000-EXIT
           PERFORM 3000-REPLAY-KEYED THRU 3000-EXIT
           PERFORM 3200-REPLAY-FLAT-TAIL THRU 3200-EXIT
           IF NOT WS-OPENED
               PERFORM 4000-TAKE-OPENING
           END-IF
           IF NOT WS-CLOSED
               PERFORM 4500-CLOSE-PERIOD
           END-IF
           PERFORM 5000-LOAD-ACTUAL THRU 5000-EXIT
           PERFORM 7000-WRITE-REPORT
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the period off the command line, the      *
      *                      reference tables, an empty state          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           PERFORM 1100-PARSE-PERIOD
           IF WS-PERIOD-FROM = 0
               OR WS-PERIOD-TO < WS-PERIOD-FROM
               DISPLAY "USAGE: USRMOVE <YYYYMM> | <YYYY>Q<N> | "
                   "<FROM-YYYYMMDD> <TO-YYYYMMDD>"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-PERIOD-FROM TO WS-FS-DATE
           MOVE WS-PERIOD-TO TO WS-TS-DATE
           DISPLAY "USRMOVE - CUSTOMER BASE MOVEMENT " WS-PERIOD-FROM
               " TO " WS-PERIOD-TO

           MOVE SPACES TO WS-SLOT-TABLE
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-TERRASGN-TABLE
           IF NOT TA-LOADED
               DISPLAY "NO USRTERRF ON FILE - EVERY CUSTOMER SHOWS "
                   "UNDER TERRITORY NONE"
           END-IF

      * The grand total is always the first group.
           MOVE 1 TO WS-GROUP-USED
           MOVE "G" TO WS-GR-TYPE (1)
           MOVE "ALL" TO WS-GR-CODE (1)
           PERFORM 1050-ZERO-ONE-COLUMN
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > 10
           .

       1000-EXIT.
           EXIT.

       1050-ZERO-ONE-COLUMN.
           MOVE 0 TO WS-GR-AMOUNT (1, WS-COL-IX)
           .

      * yyyymm, yyyyQn, or two dates. The period end is the day
      * before the first of the month after the last month.
       1100-PARSE-PERIOD.
           MOVE 0 TO WS-PERIOD-FROM
           MOVE 0 TO WS-PERIOD-TO
           EVALUATE TRUE
               WHEN WS-ARG-1 IS NUMERIC AND WS-ARG-2 IS NUMERIC
                   MOVE WS-ARG-1 TO WS-PERIOD-FROM
                   MOVE WS-ARG-2 TO WS-PERIOD-TO
               WHEN WS-ARG-1(1:6) IS NUMERIC
                   AND WS-ARG-1(7:2) = SPACES
                   MOVE WS-ARG-1(1:4) TO WS-PERIOD-YEAR
                   MOVE WS-ARG-1(5:2) TO WS-PERIOD-MONTH
                   MOVE WS-PERIOD-MONTH TO WS-PERIOD-END-MONTH
                   PERFORM 1150-SET-MONTH-RANGE
               WHEN WS-ARG-1(1:4) IS NUMERIC
                   AND WS-ARG-1(5:1) = "Q"
                   AND WS-ARG-1(6:1) >= "1" AND WS-ARG-1(6:1) <= "4"
                   MOVE WS-ARG-1(1:4) TO WS-PERIOD-YEAR
                   MOVE WS-ARG-1(6:1) TO WS-QUARTER
                   COMPUTE WS-PERIOD-MONTH = WS-QUARTER * 3 - 2
                   COMPUTE WS-PERIOD-END-MONTH = WS-QUARTER * 3
                   PERFORM 1150-SET-MONTH-RANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       1150-SET-MONTH-RANGE.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-END-MONTH > 12
               GO TO 1150-EXIT
           END-IF
           COMPUTE WS-PERIOD-FROM =
               WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100 + 1
           IF WS-PERIOD-END-MONTH = 12
               COMPUTE WS-WORK-DATE =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-WORK-DATE = WS-PERIOD-YEAR * 10000
                   + (WS-PERIOD-END-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-WORK-DAY =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
           COMPUTE WS-PERIOD-TO =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DAY)
           .

       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-FIND-OPENING-GEN - the nearest USERBKP generation on   *
      *                            or before the day before the period *
      *----------------------------------------------------------------*
       1500-FIND-OPENING-GEN.
           COMPUTE WS-GEN-DAY =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-FROM) - 1
           COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER (WS-GEN-DAY)
           MOVE 0 TO WS-BACK-TRIES
           MOVE "N" TO WS-GEN-FOUND-SW
           PERFORM 1510-TRY-ONE-DATE
               UNTIL WS-GEN-FOUND OR WS-BACK-TRIES > 62
           IF NOT WS-GEN-FOUND
               DISPLAY "NO USERBKP GENERATION WITHIN 62 DAYS BEFORE "
                   WS-PERIOD-FROM " - NO OPENING POSITION"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-BACKUP-NAME TO WS-OPENING-NAME
           DISPLAY "OPENING FROM " WS-OPENING-NAME
           .

       1500-EXIT.
           EXIT.

       1510-TRY-ONE-DATE.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING "USERBKP.G" DELIMITED BY SIZE
               WS-GEN-DATE DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           END-STRING
           OPEN INPUT BACKUP-IN
           IF WS-BACKUP-OK
               CLOSE BACKUP-IN
               MOVE "Y" TO WS-GEN-FOUND-SW
           ELSE
               ADD 1 TO WS-BACK-TRIES
               SUBTRACT 1 FROM WS-GEN-DAY
               COMPUTE WS-GEN-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-GEN-DAY)
           END-IF
           .

      *----------------------------------------------------------------*
      *    1600-FIND-PROOF-POINT - the first generation after the      *
      *                            period with a known capture time,   *
      *                            else the live table                 *
      *----------------------------------------------------------------*
       1600-FIND-PROOF-POINT.
           MOVE HIGH-VALUES TO WS-PROOF-STAMP
           SET WS-PROOF-TABLE TO TRUE
           COMPUTE WS-WORK-DAY =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-TO) + 1
           COMPUTE WS-PROOF-GEN-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DAY)
           MOVE 0 TO WS-BACK-TRIES
           MOVE "N" TO WS-GEN-FOUND-SW
           PERFORM 1610-TRY-ONE-PROOF-DATE
               UNTIL WS-GEN-FOUND OR WS-BACK-TRIES > 6
           IF NOT WS-GEN-FOUND
               DISPLAY "NO USERBKP GENERATION IN THE WEEK AFTER "
                   WS-PERIOD-TO " - PROVING AGAINST THE USER TABLE"
               GO TO 1600-EXIT
           END-IF

      * The backup holds everything journaled before its USERUNLD
      * step ended that night, and nothing after.
           MOVE "N" TO WS-CAPTURE-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUN-JOURNAL
           IF WS-JOURNAL-OK
               PERFORM 1650-SCAN-ONE-RUN-EVENT
                   UNTIL WS-EOF
               CLOSE RUN-JOURNAL
           END-IF
           IF NOT WS-CAPTURE-FOUND
               DISPLAY WS-BACKUP-NAME " HAS NO USERUNLD END ON "
                   "RUNJRNL - PROVING AGAINST THE USER TABLE"
               MOVE HIGH-VALUES TO WS-PROOF-STAMP
               GO TO 1600-EXIT
           END-IF
           SET WS-PROOF-BACKUP TO TRUE
           DISPLAY "PROVING AGAINST " WS-BACKUP-NAME " TAKEN "
               WS-PS-DATE " " WS-PS-TIME
           .

       1600-EXIT.
           EXIT.

       1610-TRY-ONE-PROOF-DATE.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING "USERBKP.G" DELIMITED BY SIZE
               WS-PROOF-GEN-DATE DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           END-STRING
           OPEN INPUT BACKUP-IN
           IF WS-BACKUP-OK
               CLOSE BACKUP-IN
               MOVE "Y" TO WS-GEN-FOUND-SW
           ELSE
               ADD 1 TO WS-BACK-TRIES
               ADD 1 TO WS-WORK-DAY
               COMPUTE WS-PROOF-GEN-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAY)
           END-IF
           .

       1650-SCAN-ONE-RUN-EVENT.
           READ RUN-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RJ-RUN-DATE = WS-PROOF-GEN-DATE
                       AND RJ-STEP-NAME = "USERUNLD"
                       AND RJ-EVENT = "END"
                       AND RJ-RETURN-CODE NOT > 4
                       MOVE "Y" TO WS-CAPTURE-SW
                       MOVE RJ-RUN-DATE TO WS-PS-DATE
                       MOVE RJ-EVENT-TIME TO WS-PS-TIME
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    2000-LOAD-OPENING-BACKUP - prove the generation and lay its *
      *                               rows into the state table        *
      *----------------------------------------------------------------*
       2000-LOAD-OPENING-BACKUP.
           MOVE WS-OPENING-NAME TO WS-BACKUP-NAME
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-TRL-SEEN-SW
           MOVE 0 TO WS-BACKUP-ROWS
           MOVE 0 TO WS-TRL-COUNT
           OPEN INPUT BACKUP-IN
           IF NOT WS-BACKUP-OK
               DISPLAY "UNABLE TO REOPEN " WS-BACKUP-NAME
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           READ BACKUP-IN
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF OR BACKUP-IN-REC(1:3) NOT = "HDR"
               DISPLAY WS-BACKUP-NAME " HAS NO HEADER - REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-ROW
               UNTIL WS-EOF OR WS-TRL-SEEN
           CLOSE BACKUP-IN
           IF NOT WS-TRL-SEEN
               OR WS-TRL-COUNT NOT = WS-BACKUP-ROWS
               DISPLAY WS-BACKUP-NAME " TRAILER MISSING OR COUNT "
                   "DISAGREES - REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-ROW.
           READ BACKUP-IN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BACKUP-IN-REC(1:3) = "TRL"
                       SET WS-TRL-SEEN TO TRUE
                       IF BACKUP-IN-REC(4:7) IS NUMERIC
                           MOVE BACKUP-IN-REC(4:7) TO WS-TRL-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-BACKUP-ROWS
                       IF BACKUP-IN-REC(1:5) IS NUMERIC
                           MOVE BACKUP-IN-REC(1:5) TO WS-ENTRY-USER-ID
                           COMPUTE WS-SLOT-IX =
                               WS-ENTRY-USER-ID / 10 + 1
                           MOVE WS-ENTRY-USER-ID
                               TO WS-SL-USER-ID (WS-SLOT-IX)
                           MOVE "Y" TO WS-SL-ON-FILE (WS-SLOT-IX)
                           MOVE BACKUP-IN-REC(138:1)
                               TO WS-SL-STATUS (WS-SLOT-IX)
                           MOVE BACKUP-IN-REC(81:2)
                               TO WS-SL-COUNTRY (WS-SLOT-IX)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    3000-REPLAY-KEYED - the keyed store in stamp order from the *
      *                        opening generation's date               *
      *----------------------------------------------------------------*
       3000-REPLAY-KEYED.
           OPEN INPUT KEYED-HIST
           IF NOT KEYED-HIST-OK
               DISPLAY "NO USRHISTK ON FILE, STATUS=" KEYED-HIST-STATUS
                   " - THE WHOLE FLAT JOURNAL IS USED"
               GO TO 3000-EXIT
           END-IF
           SET WS-KEYED-USED TO TRUE
           MOVE "N" TO WS-EOF-SW
           MOVE WS-GEN-DATE TO HK-A-DATE
           MOVE LOW-VALUES TO HK-A-TIME
           START KEYED-HIST KEY NOT < HK-STAMP-KEY
           END-START
           IF NOT KEYED-HIST-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 3100-REPLAY-ONE-KEYED
               UNTIL WS-EOF
           CLOSE KEYED-HIST
           .

       3000-EXIT.
           EXIT.

       3100-REPLAY-ONE-KEYED.
           READ KEYED-HIST NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HK-A-DATE TO WS-ES-DATE
                   MOVE HK-A-TIME TO WS-ES-TIME
                   IF WS-ENTRY-STAMP > WS-PROOF-STAMP
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-KEYED-READ
                       MOVE HK-USER-ID TO WS-ENTRY-USER-ID
                       MOVE HK-PROGRAM-ID TO WS-ENTRY-PROGRAM
                       MOVE HK-AFTER-IMAGE TO WS-ENTRY-IMAGE
                       PERFORM 3500-PROCESS-ENTRY THRU 3500-EXIT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    3200-REPLAY-FLAT-TAIL - entries journaled since the last    *
      *                            fold, in journal order              *
      *----------------------------------------------------------------*
       3200-REPLAY-FLAT-TAIL.
           IF WS-KEYED-USED
               OPEN INPUT FOLD-POSITION
               IF WS-POSITION-OK
                   READ FOLD-POSITION
                       NOT AT END
                           IF FP-LAST-POSITION IS NUMERIC
                               MOVE FP-LAST-POSITION
                                   TO WS-FOLD-POSITION
                           END-IF
                   END-READ
                   CLOSE FOLD-POSITION
               END-IF
           END-IF

           MOVE 0 TO WS-TAIL-POSITION
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HIST-JOURNAL
           IF NOT HIST-JOURNAL-OK
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-REPLAY-ONE-TAIL
               UNTIL WS-EOF
           CLOSE HIST-JOURNAL
           .

       3200-EXIT.
           EXIT.

       3300-REPLAY-ONE-TAIL.
           READ HIST-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HJ-DATE TO WS-ES-DATE
                   MOVE HJ-TIME TO WS-ES-TIME
                   IF WS-TAIL-POSITION NOT < WS-FOLD-POSITION
                       AND HJ-USER-ID IS NUMERIC
                       AND WS-ES-DATE NOT < WS-GEN-DATE
                       AND WS-ENTRY-STAMP NOT > WS-PROOF-STAMP
                       ADD 1 TO WS-TAIL-READ
                       MOVE HJ-USER-ID TO WS-ENTRY-USER-ID
                       MOVE HJ-PROGRAM-ID TO WS-ENTRY-PROGRAM
                       MOVE HJ-AFTER-IMAGE TO WS-ENTRY-IMAGE
                       PERFORM 3500-PROCESS-ENTRY THRU 3500-EXIT
                   END-IF
                   ADD 1 TO WS-TAIL-POSITION
           END-READ
           .

      *----------------------------------------------------------------*
      *    3500-PROCESS-ENTRY - mark the period's edges as the stamps  *
      *                         cross them, then lay the row down,     *
      *                         classifying it once the period is open *
      *----------------------------------------------------------------*
       3500-PROCESS-ENTRY.
           IF NOT WS-OPENED
               AND WS-ENTRY-STAMP NOT < WS-FROM-STAMP
               PERFORM 4000-TAKE-OPENING
           END-IF
           IF WS-OPENED AND NOT WS-CLOSED
               AND WS-ENTRY-STAMP > WS-TO-STAMP
               PERFORM 4500-CLOSE-PERIOD
           END-IF

           PERFORM 3600-TEST-ROW-ENTRY
           IF NOT WS-ROW-ENTRY
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-USED
           COMPUTE WS-SLOT-IX = WS-ENTRY-USER-ID / 10 + 1
           MOVE WS-ENTRY-IMAGE(138:1) TO WS-AFTER-STATUS
           MOVE WS-ENTRY-IMAGE(81:2) TO WS-AFTER-COUNTRY

           IF WS-OPENED
               PERFORM 3700-CLASSIFY-ENTRY THRU 3700-EXIT
           END-IF

           MOVE WS-ENTRY-USER-ID TO WS-SL-USER-ID (WS-SLOT-IX)
           MOVE "Y" TO WS-SL-ON-FILE (WS-SLOT-IX)
           MOVE WS-AFTER-STATUS TO WS-SL-STATUS (WS-SLOT-IX)
           MOVE WS-AFTER-COUNTRY TO WS-SL-COUNTRY (WS-SLOT-IX)
           .

       3500-EXIT.
           EXIT.

      * Same judgment USRASOF and USRRFWD make: a row-writing program
      * and an image that starts with the entry's own USER-ID.
       3600-TEST-ROW-ENTRY.
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 3610-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           IF WS-ROW-ENTRY
               IF WS-ENTRY-IMAGE(1:5) IS NOT NUMERIC
                   OR WS-ENTRY-IMAGE(1:5) NOT = WS-ENTRY-USER-ID
                   MOVE "N" TO WS-ROW-ENTRY-SW
               END-IF
           END-IF
           .

       3610-TEST-ONE-WRITER.
           IF WS-ENTRY-PROGRAM = WS-ROW-WRITER (WS-WRITER-IX)
               MOVE "Y" TO WS-ROW-ENTRY-SW
           ELSE
               ADD 1 TO WS-WRITER-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    3700-CLASSIFY-ENTRY - what this row change did to the       *
      *                          active count, judged against the      *
      *                          customer's reconstructed state        *
      *----------------------------------------------------------------*
       3700-CLASSIFY-ENTRY.
           MOVE "N" TO WS-BEFORE-ACTIVE-SW
           IF WS-SL-ON-FILE (WS-SLOT-IX) = "Y"
               AND (WS-SL-STATUS (WS-SLOT-IX) = "A"
                    OR WS-SL-STATUS (WS-SLOT-IX) = SPACE)
               MOVE "Y" TO WS-BEFORE-ACTIVE-SW
           END-IF
           MOVE "N" TO WS-AFTER-ACTIVE-SW
           IF WS-AFTER-STATUS = "A" OR WS-AFTER-STATUS = SPACE
               MOVE "Y" TO WS-AFTER-ACTIVE-SW
           END-IF
           MOVE WS-ENTRY-USER-ID TO WS-POST-USER-ID

           EVALUATE TRUE
               WHEN WS-BEFORE-ACTIVE AND WS-AFTER-ACTIVE
                   IF WS-SL-COUNTRY (WS-SLOT-IX) NOT = WS-AFTER-COUNTRY
                       MOVE "N" TO WS-POST-TERR-SW
                       MOVE WS-SL-COUNTRY (WS-SLOT-IX)
                           TO WS-POST-COUNTRY
                       MOVE 8 TO WS-POST-COLUMN
                       MOVE -1 TO WS-POST-AMOUNT
                       PERFORM 6000-POST-MOVEMENT
                       MOVE WS-AFTER-COUNTRY TO WS-POST-COUNTRY
                       MOVE 1 TO WS-POST-AMOUNT
                       PERFORM 6000-POST-MOVEMENT
                       MOVE "Y" TO WS-POST-TERR-SW
                   END-IF
               WHEN WS-AFTER-ACTIVE
                   MOVE WS-AFTER-COUNTRY TO WS-POST-COUNTRY
                   MOVE 1 TO WS-POST-AMOUNT
                   IF WS-SL-ON-FILE (WS-SLOT-IX) = "Y"
                       AND (WS-SL-STATUS (WS-SLOT-IX) = "I"
                            OR WS-SL-STATUS (WS-SLOT-IX) = "D")
                       MOVE 3 TO WS-POST-COLUMN
                   ELSE
                       MOVE 2 TO WS-POST-COLUMN
                   END-IF
                   PERFORM 6000-POST-MOVEMENT
               WHEN WS-BEFORE-ACTIVE
                   MOVE WS-SL-COUNTRY (WS-SLOT-IX) TO WS-POST-COUNTRY
                   MOVE 1 TO WS-POST-AMOUNT
                   IF WS-AFTER-STATUS = "D"
                       PERFORM 3800-TEST-MERGED
                       IF WS-FOUND
                           MOVE 6 TO WS-POST-COLUMN
                       ELSE
                           MOVE 5 TO WS-POST-COLUMN
                       END-IF
                   ELSE
                       MOVE 4 TO WS-POST-COLUMN
                   END-IF
                   PERFORM 6000-POST-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       3700-EXIT.
           EXIT.

      * A customer retired as the old ID of a merge was merged away,
      * not deleted.
       3800-TEST-MERGED.
           MOVE "N" TO WS-FOUND-SW
           MOVE 1 TO XT-IX
           PERFORM 3810-TEST-ONE-XREF
               UNTIL WS-FOUND OR XT-IX > XT-COUNT
           .

       3810-TEST-ONE-XREF.
           IF XT-OLD-ID (XT-IX) = WS-ENTRY-USER-ID
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO XT-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-TAKE-OPENING - the active customers as the period      *
      *                        opens                                   *
      *----------------------------------------------------------------*
       4000-TAKE-OPENING.
           SET WS-OPENED TO TRUE
           MOVE 1 TO WS-POST-COLUMN
           MOVE 1 TO WS-POST-AMOUNT
           PERFORM 4100-OPEN-ONE-SLOT
               VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > 10000
           .

       4100-OPEN-ONE-SLOT.
           IF WS-SL-ON-FILE (WS-SLOT-IX) = "Y"
               AND (WS-SL-STATUS (WS-SLOT-IX) = "A"
                    OR WS-SL-STATUS (WS-SLOT-IX) = SPACE)
               MOVE WS-SL-USER-ID (WS-SLOT-IX) TO WS-POST-USER-ID
               MOVE WS-SL-COUNTRY (WS-SLOT-IX) TO WS-POST-COUNTRY
               PERFORM 6000-POST-MOVEMENT
           END-IF
           .

      *----------------------------------------------------------------*
      *    4500-CLOSE-PERIOD - the purges dated inside the period,    *
      *                        then every later movement counts as     *
      *                        after the period end                    *
      *----------------------------------------------------------------*
       4500-CLOSE-PERIOD.
           MOVE WS-PERIOD-FROM TO WS-WORK-DATE
           COMPUTE WS-WORK-DAY =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           PERFORM 4510-READ-ONE-PURGE-DATE
               UNTIL WS-WORK-DATE > WS-PERIOD-TO
           SET WS-CLOSED TO TRUE
           .

       4510-READ-ONE-PURGE-DATE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "USRPURGE.G" DELIMITED BY SIZE
               WS-WORK-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING
           OPEN INPUT PURGE-ARCHIVE
           IF WS-ARCHIVE-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 4520-READ-ONE-PURGED
                   UNTIL WS-EOF
               CLOSE PURGE-ARCHIVE
               MOVE "N" TO WS-EOF-SW
           END-IF
           ADD 1 TO WS-WORK-DAY
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER (WS-WORK-DAY)
           .

       4520-READ-ONE-PURGED.
           READ PURGE-ARCHIVE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PA-RECORD-TYPE = "ROW"
                       AND PA-PAYLOAD(1:5) IS NUMERIC
                       ADD 1 TO WS-PURGED-ROWS
                       MOVE PA-PAYLOAD(1:5) TO WS-ENTRY-USER-ID
                       COMPUTE WS-SLOT-IX = WS-ENTRY-USER-ID / 10 + 1
                       PERFORM 4530-PURGE-ONE-SLOT
                   END-IF
           END-READ
           .

       4530-PURGE-ONE-SLOT.
           IF WS-SL-ON-FILE (WS-SLOT-IX) = "Y"
               AND (WS-SL-STATUS (WS-SLOT-IX) = "A"
                    OR WS-SL-STATUS (WS-SLOT-IX) = SPACE)
               MOVE WS-ENTRY-USER-ID TO WS-POST-USER-ID
               MOVE WS-SL-COUNTRY (WS-SLOT-IX) TO WS-POST-COUNTRY
               MOVE 7 TO WS-POST-COLUMN
               MOVE 1 TO WS-POST-AMOUNT
               PERFORM 6000-POST-MOVEMENT
           END-IF
           MOVE "N" TO WS-SL-ON-FILE (WS-SLOT-IX)
           .

      *----------------------------------------------------------------*
      *    5000-LOAD-ACTUAL - the proof source's view of every         *
      *                       customer, then the customer-by-customer  *
      *                       comparison                               *
      *----------------------------------------------------------------*
       5000-LOAD-ACTUAL.
           IF WS-PROOF-BACKUP
               PERFORM 5100-LOAD-PROOF-BACKUP THRU 5100-EXIT
           ELSE
               PERFORM 5200-LOAD-TABLE THRU 5200-EXIT
           END-IF
           MOVE 10 TO WS-POST-COLUMN
           MOVE 1 TO WS-POST-AMOUNT
           PERFORM 5300-POST-ONE-ACTUAL
               VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > 10000
           .

       5000-EXIT.
           EXIT.

       5100-LOAD-PROOF-BACKUP.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING "USERBKP.G" DELIMITED BY SIZE
               WS-PROOF-GEN-DATE DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           END-STRING
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-TRL-SEEN-SW
           OPEN INPUT BACKUP-IN
           IF NOT WS-BACKUP-OK
               DISPLAY "UNABLE TO REOPEN " WS-BACKUP-NAME
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 5110-LOAD-ONE-ACTUAL
               UNTIL WS-EOF OR WS-TRL-SEEN
           CLOSE BACKUP-IN
           .

       5100-EXIT.
           EXIT.

       5110-LOAD-ONE-ACTUAL.
           READ BACKUP-IN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BACKUP-IN-REC(1:3) = "TRL"
                           SET WS-TRL-SEEN TO TRUE
                       WHEN BACKUP-IN-REC(1:5) IS NUMERIC
                           MOVE BACKUP-IN-REC(1:5) TO WS-ENTRY-USER-ID
                           MOVE BACKUP-IN-REC(138:1) TO WS-AFTER-STATUS
                           MOVE BACKUP-IN-REC(81:2) TO WS-AFTER-COUNTRY
                           PERFORM 5400-TAKE-ACTUAL-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       5200-LOAD-TABLE.
           EXEC SQL OPEN MOVE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "USRMOVE" TO EL-PROGRAM-ID
               MOVE "5200-LOAD-TABLE" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN MOVE-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 5210-FETCH-ONE-ROW
               UNTIL WS-EOF
           EXEC SQL CLOSE MOVE-CURSOR END-EXEC
           .

       5200-EXIT.
           EXIT.

       5210-FETCH-ONE-ROW.
           EXEC SQL
               FETCH MOVE-CURSOR
               INTO :USER-ID, :USER-COUNTRY, :USER-STATUS
           END-EXEC
           IF SQLCODE = 100
               SET WS-EOF TO TRUE
           ELSE
               IF SQLCODE NOT = 0
                   MOVE "USRMOVE" TO EL-PROGRAM-ID
                   MOVE "5210-FETCH-ONE-ROW" TO EL-PARAGRAPH
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE WS-SQLCODE-DISPLAY TO EL-CODE
                   MOVE "FETCH FAILED ON MOVE-CURSOR" TO EL-MESSAGE
                   SET EL-SEV-FATAL TO TRUE
                   PERFORM WRITE-ERROR-LOG
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               MOVE USER-ID TO WS-ENTRY-USER-ID
               MOVE USER-STATUS TO WS-AFTER-STATUS
               MOVE USER-COUNTRY TO WS-AFTER-COUNTRY
               PERFORM 5400-TAKE-ACTUAL-ROW
           END-IF
           .

       5300-POST-ONE-ACTUAL.
           IF WS-SL-ACT-ON-FILE (WS-SLOT-IX) = "Y"
               AND (WS-SL-ACT-STATUS (WS-SLOT-IX) = "A"
                    OR WS-SL-ACT-STATUS (WS-SLOT-IX) = SPACE)
               MOVE WS-SL-USER-ID (WS-SLOT-IX) TO WS-POST-USER-ID
               MOVE WS-SL-ACT-COUNTRY (WS-SLOT-IX) TO WS-POST-COUNTRY
               PERFORM 6000-POST-MOVEMENT
           END-IF
           .

       5400-TAKE-ACTUAL-ROW.
           ADD 1 TO WS-ACTUAL-ROWS
           COMPUTE WS-SLOT-IX = WS-ENTRY-USER-ID / 10 + 1
           MOVE WS-ENTRY-USER-ID TO WS-SL-USER-ID (WS-SLOT-IX)
           MOVE "Y" TO WS-SL-ACT-ON-FILE (WS-SLOT-IX)
           MOVE WS-AFTER-STATUS TO WS-SL-ACT-STATUS (WS-SLOT-IX)
           MOVE WS-AFTER-COUNTRY TO WS-SL-ACT-COUNTRY (WS-SLOT-IX)
           .

      *----------------------------------------------------------------*
      *    6000-POST-MOVEMENT - one customer's movement into the grand *
      *                         total, its country and its territory   *
      *----------------------------------------------------------------*
       6000-POST-MOVEMENT.
           MOVE 1 TO WS-GROUP-IX
           IF WS-POST-TERRITORY
               PERFORM 6200-ADD-TO-GROUP
           END-IF

           MOVE "C" TO WS-POST-TYPE
           MOVE WS-POST-COUNTRY TO WS-POST-CODE
           PERFORM 6100-FIND-GROUP
           PERFORM 6200-ADD-TO-GROUP

           IF WS-POST-TERRITORY
               MOVE "T" TO WS-POST-TYPE
               MOVE WS-POST-USER-ID TO TA-IN-ID
               PERFORM FIND-TERRASGN
               IF TA-ASSIGNED
                   MOVE TA-TERR-CODE TO WS-POST-CODE
               ELSE
                   MOVE "NONE" TO WS-POST-CODE
               END-IF
               PERFORM 6100-FIND-GROUP
               PERFORM 6200-ADD-TO-GROUP
           END-IF
           .

       6100-FIND-GROUP.
           MOVE "N" TO WS-FOUND-SW
           MOVE 2 TO WS-GROUP-IX
           PERFORM 6110-TEST-ONE-GROUP
               UNTIL WS-FOUND OR WS-GROUP-IX > WS-GROUP-USED
           IF NOT WS-FOUND
               IF WS-GROUP-USED < 400
                   ADD 1 TO WS-GROUP-USED
                   MOVE WS-GROUP-USED TO WS-GROUP-IX
                   MOVE WS-POST-TYPE TO WS-GR-TYPE (WS-GROUP-IX)
                   MOVE WS-POST-CODE TO WS-GR-CODE (WS-GROUP-IX)
                   PERFORM 6120-ZERO-ONE-COLUMN
                       VARYING WS-COL-IX FROM 1 BY 1
                       UNTIL WS-COL-IX > 10
               ELSE
                   MOVE 0 TO WS-GROUP-IX
               END-IF
           END-IF
           .

       6110-TEST-ONE-GROUP.
           IF WS-GR-TYPE (WS-GROUP-IX) = WS-POST-TYPE
               AND WS-GR-CODE (WS-GROUP-IX) = WS-POST-CODE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-GROUP-IX
           END-IF
           .

       6120-ZERO-ONE-COLUMN.
           MOVE 0 TO WS-GR-AMOUNT (WS-GROUP-IX, WS-COL-IX)
           .

      * After the period closes every movement is only a step on the
      * way to the proof point, so it lands in column 9 with the
      * sign it has on the count.
       6200-ADD-TO-GROUP.
           IF WS-GROUP-IX = 0
               GO TO 6200-EXIT
           END-IF
           IF WS-CLOSED AND WS-POST-COLUMN < 10
               MOVE 9 TO WS-COL-IX
               EVALUATE WS-POST-COLUMN
                   WHEN 4
                   WHEN 5
                   WHEN 6
                   WHEN 7
                       SUBTRACT WS-POST-AMOUNT
                           FROM WS-GR-AMOUNT (WS-GROUP-IX, WS-COL-IX)
                   WHEN OTHER
                       ADD WS-POST-AMOUNT
                           TO WS-GR-AMOUNT (WS-GROUP-IX, WS-COL-IX)
               END-EVALUATE
           ELSE
               MOVE WS-POST-COLUMN TO WS-COL-IX
               ADD WS-POST-AMOUNT
                   TO WS-GR-AMOUNT (WS-GROUP-IX, WS-COL-IX)
           END-IF
           .

       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-WRITE-REPORT - the statement in total, the group       *
      *                        tables, and every customer behind a     *
      *                        variance                                *
      *----------------------------------------------------------------*
       7000-WRITE-REPORT.
           OPEN OUTPUT MOVE-REPORT
           IF NOT WS-REPORT-OK
               DISPLAY "UNABLE TO OPEN USRMOVE.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           MOVE SPACES TO WS-HEADER-LINE
           STRING "CUSTOMER BASE MOVEMENT (ACTIVE CUSTOMERS) "
               DELIMITED BY SIZE
               WS-PERIOD-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PERIOD-TO DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           STRING "OPENING FROM " DELIMITED BY SIZE
               WS-OPENING-NAME DELIMITED BY SPACE
               " PLUS HISTORY TO THE PERIOD START" DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           IF WS-PROOF-BACKUP
               STRING "PROVED AGAINST " DELIMITED BY SIZE
                   WS-BACKUP-NAME DELIMITED BY SPACE
                   " AS TAKEN " DELIMITED BY SIZE
                   WS-PS-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PS-TIME DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               END-STRING
           ELSE
               MOVE "PROVED AGAINST THE USER TABLE" TO WS-HEADER-LINE
           END-IF
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE

           MOVE 1 TO WS-GROUP-IX
           PERFORM 7100-WRITE-STATEMENT

           MOVE SPACES TO WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           MOVE "BY COUNTRY" TO WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM MVR-COLUMN-HEADING
           MOVE "C" TO WS-POST-TYPE
           PERFORM 7200-WRITE-GROUP-LINE
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-USED

           MOVE SPACES TO WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           MOVE "BY TERRITORY (AS ASSIGNED ON USRTERRF TODAY)"
               TO WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM MVR-COLUMN-HEADING
           MOVE "T" TO WS-POST-TYPE
           PERFORM 7200-WRITE-GROUP-LINE
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-USED

           MOVE SPACES TO WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           MOVE "CUSTOMERS BEHIND THE VARIANCE" TO WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           PERFORM 7300-COMPARE-ONE-SLOT
               VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > 10000
           IF WS-UNEXPLAINED = 0
               MOVE "    NONE" TO WS-HEADER-LINE
               WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           END-IF
           CLOSE MOVE-REPORT
           MOVE "USRMOVE.RPT" TO RFP-REPORT-NAME
           MOVE "USRMOVE" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           .

       7050-COMPUTE-GROUP.
           COMPUTE WS-COMPUTED-CLOSING =
               WS-GR-AMOUNT (WS-GROUP-IX, 1)
             + WS-GR-AMOUNT (WS-GROUP-IX, 2)
             + WS-GR-AMOUNT (WS-GROUP-IX, 3)
             - WS-GR-AMOUNT (WS-GROUP-IX, 4)
             - WS-GR-AMOUNT (WS-GROUP-IX, 5)
             - WS-GR-AMOUNT (WS-GROUP-IX, 6)
             - WS-GR-AMOUNT (WS-GROUP-IX, 7)
             + WS-GR-AMOUNT (WS-GROUP-IX, 8)
           COMPUTE WS-ACTUAL-CLOSING =
               WS-GR-AMOUNT (WS-GROUP-IX, 10)
             - WS-GR-AMOUNT (WS-GROUP-IX, 9)
           COMPUTE WS-VARIANCE =
               WS-ACTUAL-CLOSING - WS-COMPUTED-CLOSING
           .

       7100-WRITE-STATEMENT.
           PERFORM 7050-COMPUTE-GROUP
           MOVE "OPENING ACTIVE CUSTOMERS" TO MVR-ST-LABEL
           MOVE WS-GR-AMOUNT (1, 1) TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "  PLUS NEW" TO MVR-ST-LABEL
           MOVE WS-GR-AMOUNT (1, 2) TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "  PLUS REINSTATED" TO MVR-ST-LABEL
           MOVE WS-GR-AMOUNT (1, 3) TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "  LESS DEACTIVATED" TO MVR-ST-LABEL
           MOVE WS-GR-AMOUNT (1, 4) TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "  LESS DELETED" TO MVR-ST-LABEL
           MOVE WS-GR-AMOUNT (1, 5) TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "  LESS MERGED AWAY" TO MVR-ST-LABEL
           MOVE WS-GR-AMOUNT (1, 6) TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "  LESS PURGED" TO MVR-ST-LABEL
           MOVE WS-GR-AMOUNT (1, 7) TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "CLOSING ACTIVE CUSTOMERS (COMPUTED)" TO MVR-ST-LABEL
           MOVE WS-COMPUTED-CLOSING TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "CLOSING ACTIVE CUSTOMERS (ACTUAL)" TO MVR-ST-LABEL
           MOVE WS-ACTUAL-CLOSING TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "UNEXPLAINED VARIANCE" TO MVR-ST-LABEL
           MOVE WS-VARIANCE TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE SPACES TO WS-HEADER-LINE
           WRITE MOVE-REPORT-REC FROM WS-HEADER-LINE
           MOVE "  MEMO: ROWS PURGED IN THE PERIOD" TO MVR-ST-LABEL
           MOVE WS-PURGED-ROWS TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           MOVE "  MEMO: NET MOVEMENT AFTER PERIOD END"
               TO MVR-ST-LABEL
           MOVE WS-GR-AMOUNT (1, 9) TO MVR-ST-AMOUNT
           WRITE MOVE-REPORT-REC FROM MVR-STATEMENT-LINE
           .

       7200-WRITE-GROUP-LINE.
           IF WS-GR-TYPE (WS-GROUP-IX) = WS-POST-TYPE
               PERFORM 7050-COMPUTE-GROUP
               MOVE SPACES TO MVR-GROUP-LINE
               MOVE WS-GR-CODE (WS-GROUP-IX) TO MVR-GL-CODE
               PERFORM 7210-MOVE-ONE-COLUMN
                   VARYING MVR-GL-IX FROM 1 BY 1
                   UNTIL MVR-GL-IX > 8
               MOVE WS-COMPUTED-CLOSING TO MVR-GL-AMOUNT (9)
               MOVE WS-ACTUAL-CLOSING TO MVR-GL-AMOUNT (10)
               MOVE WS-VARIANCE TO MVR-GL-AMOUNT (11)
               WRITE MOVE-REPORT-REC FROM MVR-GROUP-LINE
               IF WS-VARIANCE NOT = 0
                   ADD 1 TO WS-VARIANCE-GROUPS
               END-IF
           END-IF
           .

       7210-MOVE-ONE-COLUMN.
           MOVE WS-GR-AMOUNT (WS-GROUP-IX, MVR-GL-IX)
               TO MVR-GL-AMOUNT (MVR-GL-IX)
           .

      * Computed and actual disagree on whether the customer is an
      * active one, or on the country an active one is counted in.
       7300-COMPARE-ONE-SLOT.
           MOVE "N" TO WS-BEFORE-ACTIVE-SW
           IF WS-SL-ON-FILE (WS-SLOT-IX) = "Y"
               AND (WS-SL-STATUS (WS-SLOT-IX) = "A"
                    OR WS-SL-STATUS (WS-SLOT-IX) = SPACE)
               MOVE "Y" TO WS-BEFORE-ACTIVE-SW
           END-IF
           MOVE "N" TO WS-AFTER-ACTIVE-SW
           IF WS-SL-ACT-ON-FILE (WS-SLOT-IX) = "Y"
               AND (WS-SL-ACT-STATUS (WS-SLOT-IX) = "A"
                    OR WS-SL-ACT-STATUS (WS-SLOT-IX) = SPACE)
               MOVE "Y" TO WS-AFTER-ACTIVE-SW
           END-IF
           IF WS-BEFORE-ACTIVE-SW = WS-AFTER-ACTIVE-SW
               IF NOT WS-BEFORE-ACTIVE
                   OR WS-SL-COUNTRY (WS-SLOT-IX)
                       = WS-SL-ACT-COUNTRY (WS-SLOT-IX)
                   GO TO 7300-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-UNEXPLAINED
           MOVE WS-SL-USER-ID (WS-SLOT-IX) TO MVR-DL-USER-ID
           MOVE SPACES TO MVR-DL-COMPUTED
           MOVE SPACES TO MVR-DL-ACTUAL
           IF WS-SL-ON-FILE (WS-SLOT-IX) = "Y"
               STRING "STATUS " DELIMITED BY SIZE
                   WS-SL-STATUS (WS-SLOT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SL-COUNTRY (WS-SLOT-IX) DELIMITED BY SIZE
                   INTO MVR-DL-COMPUTED
               END-STRING
           ELSE
               MOVE "NOT ON FILE" TO MVR-DL-COMPUTED
           END-IF
           IF WS-SL-ACT-ON-FILE (WS-SLOT-IX) = "Y"
               STRING "STATUS " DELIMITED BY SIZE
                   WS-SL-ACT-STATUS (WS-SLOT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SL-ACT-COUNTRY (WS-SLOT-IX) DELIMITED BY SIZE
                   INTO MVR-DL-ACTUAL
               END-STRING
           ELSE
               MOVE "NOT ON FILE" TO MVR-DL-ACTUAL
           END-IF
           WRITE MOVE-REPORT-REC FROM MVR-DETAIL-LINE
           .

       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-TERMINATE - RC 4 when anything is left unexplained     *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE 1 TO WS-GROUP-IX
           PERFORM 7050-COMPUTE-GROUP
           DISPLAY "=============================================="
           DISPLAY "USRMOVE CUSTOMER BASE MOVEMENT"
           DISPLAY "  OPENING BACKUP ROWS     : " WS-BACKUP-ROWS
           DISPLAY "  KEYED ENTRIES READ      : " WS-KEYED-READ
           DISPLAY "  FLAT-TAIL ENTRIES READ  : " WS-TAIL-READ
           DISPLAY "  ROW ENTRIES REPLAYED    : " WS-ENTRIES-USED
           DISPLAY "  ACTUAL ROWS READ        : " WS-ACTUAL-ROWS
           DISPLAY "  CUSTOMERS UNEXPLAINED   : " WS-UNEXPLAINED
           DISPLAY "  GROUPS WITH A VARIANCE  : " WS-VARIANCE-GROUPS
           DISPLAY "=============================================="
           IF WS-VARIANCE-GROUPS > 0 OR WS-UNEXPLAINED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY usrxref-load.

           COPY usrterrf-load.

           COPY rptfile-call.
