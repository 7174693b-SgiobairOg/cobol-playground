       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPCAT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Catalog, retention and restore verification for the
      *          USERBKP.Gyyyymmdd generations USRUNLD cuts at the
      *          start of every batch window - the LOGARCH.CAT idea
      *          applied to the backups, which until now were only
      *          ever added to:
      *
      *            BKPCAT [CATALOG] [<rundate>]
      *              Nightly, after the customer load. Every backup
      *              generation on disk from the last fortnight that
      *              is not yet on the USERBKP.CAT catalog is proved
      *              (header, trailer, count) and cataloged with its
      *              row count. Tonight's generation also takes the
      *              load's control totals off CTLOUT once RUNJRNL
      *              shows the load ended - CTLOUT is overwritten
      *              every night, so this is the only chance to keep
      *              them beside the snapshot the load ran against.
      *              Each generation is then given its retention tier
      *              and the expired are deleted from disk and from
      *              the catalog (grandfather-father-son):
      *                D  daily      kept 14 days
      *                W  weekly     kept 8 weeks - the Sunday
      *                              generation, or the last one of
      *                              its Monday-Sunday week when no
      *                              window ran on the Sunday
      *                M  month-end  kept 7 years - the last generation
      *                              of its calendar month
      *              The newest generation is never purged.
      *
      *            BKPCAT VERIFY [<yyyymmdd>]
      *              Weekly. Proves one generation will restore,
      *              without touching the live table - the one named,
      *              or else the generation whose last verification is
      *              the oldest, so every retained generation comes
      *              round in turn. It must be on disk; its header
      *              must carry its own date; its trailer count must
      *              agree with the rows in it and with the count
      *              cataloged when it was cut; every row must be one
      *              USRRELD could insert (numeric USER-ID in strictly
      *              ascending order, a known status); RUNJRNL must
      *              show the USERUNLD step that cut it ending clean,
      *              before that night's load started; and the load's
      *              CTLOUT totals for that night must be on the
      *              catalog. The evidence goes to BKPVRFY.RPT and the
      *              verdict onto the catalog. RC 8 on a failure.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - BKPVRFY.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "USERBKP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT RUN-JOURNAL ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CONTROL-IN ASSIGN TO "CTLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLIN-STATUS.
           SELECT VERIFY-REPORT ASSIGN TO "BKPVRFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-FILE
           RECORDING MODE IS F.
       01  GENERATION-REC          PIC X(150).

       FD  CATALOG-FILE
           RECORDING MODE IS F.
       01  CATALOG-REC.
           05  BC-GEN-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  BC-FILE-NAME        PIC X(20).
           05  FILLER              PIC X(01).
           05  BC-TIER             PIC X(01).
           05  FILLER              PIC X(01).
           05  BC-ROW-COUNT        PIC 9(07).
           05  FILLER              PIC X(01).
           05  BC-CTL-SW           PIC X(01).
           05  FILLER              PIC X(01).
           05  BC-LOAD-READ        PIC 9(07).
           05  FILLER              PIC X(01).
           05  BC-LOAD-INSERTED    PIC 9(07).
           05  FILLER              PIC X(01).
           05  BC-LOAD-UPDATED     PIC 9(07).
           05  FILLER              PIC X(01).
           05  BC-LOAD-REJECTED    PIC 9(07).
           05  FILLER              PIC X(01).
           05  BC-VERIFY-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  BC-VERIFY-RESULT    PIC X(04).

       FD  RUN-JOURNAL
           RECORDING MODE IS F.
           COPY runjrnl.

       FD  CONTROL-IN
           RECORDING MODE IS F.
      * Layout mirrors HELLO-DATA's CONTROL-OUT-REC, as RECONCIL
      * reads it.
       01  CONTROL-IN-REC.
           05  CI-RECORDS-READ      PIC 9(07).
           05  CI-RECORDS-INSERTED  PIC 9(07).
           05  CI-RECORDS-UPDATED   PIC 9(07).
           05  CI-RECORDS-REJECTED  PIC 9(07).
           05  CI-RECYCLE-READ      PIC 9(07).
           05  CI-RECYCLE-APPLIED   PIC 9(07).
           05  CI-RECYCLE-REJECTED  PIC 9(07).
           05  CI-WEB-READ          PIC 9(07).
           05  CI-WEB-APPLIED       PIC 9(07).
           05  CI-WEB-REJECTED      PIC 9(07).

       FD  VERIFY-REPORT
           RECORDING MODE IS F.
       01  VERIFY-REPORT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GEN-STATUS           PIC X(02) VALUE SPACES.
           88  WS-GEN-OK                 VALUE "00".

       01  WS-CATALOG-STATUS       PIC X(02) VALUE SPACES.
           88  WS-CATALOG-OK             VALUE "00".

       01  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
           88  WS-JOURNAL-OK             VALUE "00".

       01  WS-CTLIN-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CTLIN-OK               VALUE "00".

       01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
           88  WS-REPORT-OK              VALUE "00".

       01  WS-GEN-NAME             PIC X(20) VALUE SPACES.

       01  WS-COMMAND-LINE         PIC X(40) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-ARG-2                PIC X(08) VALUE SPACES.
       01  WS-ACTION               PIC X(08) VALUE SPACES.
           88  WS-ACTION-CATALOG         VALUE "CATALOG".
           88  WS-ACTION-VERIFY          VALUE "VERIFY".

       01  WS-RUN-DATE             PIC 9(08) VALUE 0.
       01  WS-RUN-DAY              PIC 9(07) VALUE 0.
       01  WS-CHOSEN-DATE          PIC 9(08) VALUE 0.

      * The grandfather-father-son retention, in days for the
      * daily and weekly tiers and years for the month-ends.
       01  WS-DAILY-KEEP-DAYS      PIC 9(03) VALUE 14.
       01  WS-WEEKLY-KEEP-DAYS     PIC 9(03) VALUE 56.
       01  WS-MONTHLY-KEEP-YEARS   PIC 9(02) VALUE 7.
       01  WS-MONTHLY-CUTOFF       PIC 9(08) VALUE 0.

       01  WS-PROBE-IX             PIC 9(02) COMP VALUE 0.
       01  WS-PROBE-DATE           PIC 9(08) VALUE 0.
       01  WS-PROBE-DAY            PIC 9(07) VALUE 0.

       01  WS-GEN-DAY              PIC 9(07) VALUE 0.
       01  WS-NEXT-DAY             PIC 9(07) VALUE 0.
       01  WS-GEN-AGE              PIC 9(07) VALUE 0.
       01  WS-GEN-WEEK             PIC 9(07) VALUE 0.
       01  WS-NEXT-WEEK            PIC 9(07) VALUE 0.
       01  WS-RUN-WEEK             PIC 9(07) VALUE 0.
       01  WS-GEN-WEEKDAY          PIC 9(01) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-CAT-EOF-SW       PIC X(01) VALUE "N".
               88  WS-CAT-EOF            VALUE "Y".
           05  WS-CAT-BAD-SW       PIC X(01) VALUE "N".
               88  WS-CAT-BAD            VALUE "Y".
           05  WS-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-FOUND              VALUE "Y".
           05  WS-LOAD-ENDED-SW    PIC X(01) VALUE "N".
               88  WS-LOAD-ENDED         VALUE "Y".
           05  WS-UNLOAD-SEEN-SW   PIC X(01) VALUE "N".
               88  WS-UNLOAD-SEEN        VALUE "Y".
           05  WS-LOAD-FIRST-SW    PIC X(01) VALUE "N".
               88  WS-LOAD-FIRST         VALUE "Y".
           05  WS-VERIFY-FAIL-SW   PIC X(01) VALUE "N".
               88  WS-VERIFY-FAILED      VALUE "Y".

      * In-core copy of the catalog in generation-date order. The
      * entry is laid out exactly as CATALOG-REC so a record moves
      * in and out whole. A week of dailies, eight Sundays and seven
      * years of month-ends is barely a hundred entries; if the file
      * somehow holds more than the table, the run backs off rather
      * than rewrite a catalog it only partly read.
       01  WS-CATALOG-TABLE        VALUE SPACES.
           05  WS-CAT-ENTRY OCCURS 500 TIMES.
               10  WS-CE-GEN-DATE      PIC 9(08).
               10  FILLER              PIC X(01).
               10  WS-CE-FILE-NAME     PIC X(20).
               10  FILLER              PIC X(01).
               10  WS-CE-TIER          PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-CE-ROW-COUNT     PIC 9(07).
               10  FILLER              PIC X(01).
               10  WS-CE-CTL-SW        PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-CE-LOAD-READ     PIC 9(07).
               10  FILLER              PIC X(01).
               10  WS-CE-LOAD-INSERTED PIC 9(07).
               10  FILLER              PIC X(01).
               10  WS-CE-LOAD-UPDATED  PIC 9(07).
               10  FILLER              PIC X(01).
               10  WS-CE-LOAD-REJECTED PIC 9(07).
               10  FILLER              PIC X(01).
               10  WS-CE-VERIFY-DATE   PIC 9(08).
               10  FILLER              PIC X(01).
               10  WS-CE-VERIFY-RESULT PIC X(04).
       01  WS-CAT-USED             PIC 9(03) COMP VALUE 0.
       01  WS-CAT-IX               PIC 9(03) COMP VALUE 0.
       01  WS-NEXT-IX              PIC 9(03) COMP VALUE 0.
       01  WS-KEEP-USED            PIC 9(03) COMP VALUE 0.
       01  WS-INSERT-IX            PIC 9(03) COMP VALUE 0.
       01  WS-FIND-IX              PIC 9(03) COMP VALUE 0.
       01  WS-FIND-DATE            PIC 9(08) VALUE 0.
       01  WS-CHOSEN-IX            PIC 9(03) COMP VALUE 0.
       01  WS-NEW-ENTRY            PIC X(87) VALUE SPACES.

      * What one pass over a generation found.
       01  WS-PROOF.
           05  WS-PV-HDR-SW        PIC X(01) VALUE "N".
               88  WS-PV-HDR-SEEN        VALUE "Y".
           05  WS-PV-HDR-DATE      PIC X(08) VALUE SPACES.
           05  WS-PV-TRL-SW        PIC X(01) VALUE "N".
               88  WS-PV-TRL-SEEN        VALUE "Y".
           05  WS-PV-TRL-COUNT     PIC 9(07) VALUE 0.
           05  WS-PV-ROWS          PIC 9(07) VALUE 0.
           05  WS-PV-BAD-ROWS      PIC 9(07) VALUE 0.
           05  WS-PV-LAST-ID       PIC 9(05) VALUE 0.
           05  WS-PV-STATUS        PIC X(01) VALUE SPACE.
               88  WS-PV-STATUS-KNOWN    VALUE "A" "I" "P" "D" " ".

       01  WS-UNLOAD-RC            PIC 9(02) VALUE 0.
       01  WS-UNLOAD-TIME          PIC X(11) VALUE SPACES.
       01  WS-NIGHT-BEFORE         PIC 9(08) VALUE 0.
       01  WS-AFTER-LOAD-ROWS      PIC 9(07) VALUE 0.

       01  WS-RUN-COUNTS.
           05  WS-GENS-CATALOGED   PIC 9(03) VALUE 0.
           05  WS-GENS-PURGED      PIC 9(03) VALUE 0.
           05  WS-GENS-REFUSED     PIC 9(03) VALUE 0.

       01  BVR-CHECK-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BVR-CHECK           PIC X(32).
           05  BVR-RESULT          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BVR-DETAIL          PIC X(40).

       01  BVR-COUNT-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  BVR-COUNT-LABEL     PIC X(40).
           05  BVR-COUNT           PIC Z,ZZZ,ZZ9.

       01  WS-HEADER-LINE          PIC X(80) VALUE SPACES.
       01  WS-EDIT-COUNT           PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2         PIC Z,ZZZ,ZZ9.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
           IF WS-ACTION-VERIFY
               PERFORM 6000-VERIFY-GENERATION THRU 6000-EXIT
           ELSE
               PERFORM 3000-CATALOG-NEW-GENS
               PERFORM 3500-CAPTURE-LOAD-TOTALS THRU 3500-EXIT
               PERFORM 4000-ASSIGN-TIERS
               PERFORM 5000-APPLY-RETENTION
           END-IF
           PERFORM 7000-REWRITE-CATALOG THRU 7000-EXIT
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - action and date off the command line      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      * A bare date is a CATALOG run for that window.
           IF WS-ARG-1 IS NUMERIC
               MOVE WS-ARG-1 TO WS-ARG-2
               MOVE "CATALOG" TO WS-ARG-1
           END-IF
           IF WS-ARG-1 = SPACES
               MOVE "CATALOG" TO WS-ARG-1
           END-IF
           MOVE WS-ARG-1 TO WS-ACTION
           IF NOT WS-ACTION-CATALOG AND NOT WS-ACTION-VERIFY
               DISPLAY "USAGE: BKPCAT [CATALOG] [<RUNDATE>]"
               DISPLAY "       BKPCAT VERIFY [<YYYYMMDD>]"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           IF WS-ARG-2 NOT = SPACES AND WS-ARG-2 IS NOT NUMERIC
               DISPLAY "BKPCAT - DATE MUST BE YYYYMMDD: " WS-ARG-2
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           IF WS-ARG-2 IS NUMERIC
               IF WS-ACTION-VERIFY
                   MOVE WS-ARG-2 TO WS-CHOSEN-DATE
               ELSE
                   MOVE WS-ARG-2 TO WS-RUN-DATE
               END-IF
           END-IF

           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-RUN-WEEK = (WS-RUN-DAY - 1) / 7
           COMPUTE WS-MONTHLY-CUTOFF =
               WS-RUN-DATE - WS-MONTHLY-KEEP-YEARS * 10000
           DISPLAY "BKPCAT - " WS-ACTION " FOR " WS-RUN-DATE
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-CATALOG - the catalog into core, date order       *
      *----------------------------------------------------------------*
       2000-LOAD-CATALOG.
           MOVE "N" TO WS-CAT-EOF-SW
           MOVE 0 TO WS-CAT-USED
           OPEN INPUT CATALOG-FILE
           IF NOT WS-CATALOG-OK
               DISPLAY "  NO USERBKP.CAT YET - STARTING AN EMPTY ONE"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-ENTRY
               UNTIL WS-CAT-EOF OR WS-CAT-USED NOT < 500
           CLOSE CATALOG-FILE
           IF NOT WS-CAT-EOF
               DISPLAY "  USERBKP.CAT HOLDS MORE THAN 500 ENTRIES"
                   " - CATALOG LEFT UNTOUCHED THIS RUN"
               SET WS-CAT-BAD TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   IF BC-GEN-DATE IS NUMERIC
                       ADD 1 TO WS-CAT-USED
                       MOVE CATALOG-REC TO WS-CAT-ENTRY (WS-CAT-USED)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    3000-CATALOG-NEW-GENS - every generation of the last        *
      *                            fortnight not yet on the catalog;   *
      *                            the day after the run date is       *
      *                            probed too, for a window that       *
      *                            crossed midnight before USRUNLD ran *
      *----------------------------------------------------------------*
       3000-CATALOG-NEW-GENS.
           PERFORM 3100-CATALOG-ONE-DATE THRU 3100-EXIT
               VARYING WS-PROBE-IX FROM 0 BY 1
               UNTIL WS-PROBE-IX > 15
           .

       3100-CATALOG-ONE-DATE.
           COMPUTE WS-PROBE-DAY = WS-RUN-DAY - 14 + WS-PROBE-IX
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PROBE-DAY)
           MOVE WS-PROBE-DATE TO WS-FIND-DATE
           PERFORM 3110-FIND-ENTRY
           IF WS-FOUND
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO WS-GEN-NAME
           STRING "USERBKP.G" DELIMITED BY SIZE
               WS-PROBE-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING
           OPEN INPUT GENERATION-FILE
           IF NOT WS-GEN-OK
               GO TO 3100-EXIT
           END-IF
           PERFORM 6500-PROVE-GENERATION THRU 6500-EXIT
           CLOSE GENERATION-FILE

           MOVE SPACES TO CATALOG-REC
           MOVE WS-PROBE-DATE TO BC-GEN-DATE
           MOVE WS-GEN-NAME TO BC-FILE-NAME
           MOVE "D" TO BC-TIER
           MOVE WS-PV-ROWS TO BC-ROW-COUNT
           MOVE "N" TO BC-CTL-SW
           MOVE 0 TO BC-LOAD-READ
           MOVE 0 TO BC-LOAD-INSERTED
           MOVE 0 TO BC-LOAD-UPDATED
           MOVE 0 TO BC-LOAD-REJECTED
           MOVE 0 TO BC-VERIFY-DATE

      * A generation that fails its own header and trailer is still
      * cataloged, so retention eventually clears it, but it goes on
      * already failed - nobody should find it later and trust it.
           IF WS-PV-HDR-SEEN
               AND WS-PV-HDR-DATE = WS-PROBE-DATE
               AND WS-PV-TRL-SEEN
               AND WS-PV-TRL-COUNT = WS-PV-ROWS
               DISPLAY "  CATALOGED " WS-GEN-NAME " ("
                   WS-PV-ROWS " ROWS)"
           ELSE
               MOVE WS-RUN-DATE TO BC-VERIFY-DATE
               MOVE "FAIL" TO BC-VERIFY-RESULT
               ADD 1 TO WS-GENS-REFUSED
               DISPLAY "  CATALOGED " WS-GEN-NAME " AS FAILED - "
                   "HEADER OR TRAILER DOES NOT PROVE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-CAT-USED < 500
               PERFORM 3150-INSERT-ENTRY
               ADD 1 TO WS-GENS-CATALOGED
           END-IF
           .

       3100-EXIT.
           EXIT.

       3110-FIND-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           MOVE 1 TO WS-FIND-IX
           PERFORM 3111-TEST-ONE-ENTRY
               UNTIL WS-FOUND OR WS-FIND-IX > WS-CAT-USED
           .

       3111-TEST-ONE-ENTRY.
           IF WS-CE-GEN-DATE (WS-FIND-IX) = WS-FIND-DATE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-FIND-IX
           END-IF
           .

      * Into its place in date order - a generation cataloged late
      * slots in among the later ones already there.
       3150-INSERT-ENTRY.
           MOVE CATALOG-REC TO WS-NEW-ENTRY
           MOVE 1 TO WS-INSERT-IX
           PERFORM 3151-STEP-PAST-ONE
               UNTIL WS-INSERT-IX > WS-CAT-USED
               OR WS-CE-GEN-DATE (WS-INSERT-IX) > BC-GEN-DATE
           PERFORM 3152-SHIFT-ONE-ENTRY
               VARYING WS-CAT-IX FROM WS-CAT-USED BY -1
               UNTIL WS-CAT-IX < WS-INSERT-IX
           MOVE WS-NEW-ENTRY TO WS-CAT-ENTRY (WS-INSERT-IX)
           ADD 1 TO WS-CAT-USED
           .

       3151-STEP-PAST-ONE.
           ADD 1 TO WS-INSERT-IX
           .

       3152-SHIFT-ONE-ENTRY.
           COMPUTE WS-NEXT-IX = WS-CAT-IX + 1
           MOVE WS-CAT-ENTRY (WS-CAT-IX) TO WS-CAT-ENTRY (WS-NEXT-IX)
           .

      *----------------------------------------------------------------*
      *    3500-CAPTURE-LOAD-TOTALS - tonight's CTLOUT onto tonight's  *
      *                               generation, once RUNJRNL shows   *
      *                               the load ended                   *
      *----------------------------------------------------------------*
       3500-CAPTURE-LOAD-TOTALS.
           MOVE 0 TO WS-CHOSEN-IX
           PERFORM 3510-TEST-TONIGHT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-USED
           IF WS-CHOSEN-IX = 0
               DISPLAY "  NO GENERATION CATALOGED FOR THIS WINDOW"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3500-EXIT
           END-IF
           IF WS-CE-CTL-SW (WS-CHOSEN-IX) = "Y"
               GO TO 3500-EXIT
           END-IF

           MOVE "N" TO WS-LOAD-ENDED-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUN-JOURNAL
           IF WS-JOURNAL-OK
               PERFORM 3520-SCAN-ONE-RUN-EVENT
                   UNTIL WS-EOF
               CLOSE RUN-JOURNAL
           END-IF
           IF NOT WS-LOAD-ENDED
               DISPLAY "  NO CUSTLOAD END ON RUNJRNL FOR " WS-RUN-DATE
                   " - LOAD TOTALS NOT CAPTURED"
               GO TO 3500-EXIT
           END-IF

           OPEN INPUT CONTROL-IN
           IF NOT WS-CTLIN-OK
               DISPLAY "  UNABLE TO OPEN CTLOUT, STATUS="
                   WS-CTLIN-STATUS " - LOAD TOTALS NOT CAPTURED"
               GO TO 3500-EXIT
           END-IF
           READ CONTROL-IN
               AT END
                   MOVE SPACES TO CONTROL-IN-REC
           END-READ
           CLOSE CONTROL-IN
           IF CI-RECORDS-READ IS NOT NUMERIC
               DISPLAY "  CTLOUT IS EMPTY - LOAD TOTALS NOT CAPTURED"
               GO TO 3500-EXIT
           END-IF
           MOVE "Y" TO WS-CE-CTL-SW (WS-CHOSEN-IX)
           MOVE CI-RECORDS-READ TO WS-CE-LOAD-READ (WS-CHOSEN-IX)
           MOVE CI-RECORDS-INSERTED
               TO WS-CE-LOAD-INSERTED (WS-CHOSEN-IX)
           MOVE CI-RECORDS-UPDATED TO WS-CE-LOAD-UPDATED (WS-CHOSEN-IX)
           MOVE CI-RECORDS-REJECTED
               TO WS-CE-LOAD-REJECTED (WS-CHOSEN-IX)
           DISPLAY "  LOAD TOTALS CAPTURED ON "
               WS-CE-FILE-NAME (WS-CHOSEN-IX)
           .

       3500-EXIT.
           EXIT.

      * Tonight's generation is the newest one dated on or after the
      * run date.
       3510-TEST-TONIGHT.
           IF WS-CE-GEN-DATE (WS-CAT-IX) NOT < WS-RUN-DATE
               MOVE WS-CAT-IX TO WS-CHOSEN-IX
           END-IF
           .

       3520-SCAN-ONE-RUN-EVENT.
           READ RUN-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RJ-RUN-DATE = WS-RUN-DATE
                       AND RJ-STEP-NAME = "CUSTLOAD"
                       AND RJ-EVENT = "END"
                       AND RJ-RETURN-CODE NOT > 4
                       SET WS-LOAD-ENDED TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    4000-ASSIGN-TIERS - month-end, weekly or daily, judged on   *
      *                        the generation that follows each one    *
      *----------------------------------------------------------------*
       4000-ASSIGN-TIERS.
           PERFORM 4100-ASSIGN-ONE-TIER
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-USED
           .

      * The last generation of a month or week is only known once the
      * next one is in a later month or week - or, for the newest
      * generation, once the run date has moved past its month or
      * week. Until then it is a daily.
       4100-ASSIGN-ONE-TIER.
           COMPUTE WS-GEN-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CE-GEN-DATE (WS-CAT-IX))
           COMPUTE WS-GEN-WEEK = (WS-GEN-DAY - 1) / 7
           COMPUTE WS-GEN-WEEKDAY = WS-GEN-DAY - WS-GEN-WEEK * 7
           COMPUTE WS-NEXT-IX = WS-CAT-IX + 1
           IF WS-NEXT-IX > WS-CAT-USED
               MOVE WS-RUN-DATE TO WS-FIND-DATE
               MOVE WS-RUN-WEEK TO WS-NEXT-WEEK
           ELSE
               MOVE WS-CE-GEN-DATE (WS-NEXT-IX) TO WS-FIND-DATE
               COMPUTE WS-NEXT-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-FIND-DATE)
               COMPUTE WS-NEXT-WEEK = (WS-NEXT-DAY - 1) / 7
           END-IF
           EVALUATE TRUE
               WHEN WS-FIND-DATE NOT > WS-CE-GEN-DATE (WS-CAT-IX)
                   MOVE "D" TO WS-CE-TIER (WS-CAT-IX)
               WHEN WS-FIND-DATE(1:6)
                       NOT = WS-CE-GEN-DATE (WS-CAT-IX)(1:6)
                   MOVE "M" TO WS-CE-TIER (WS-CAT-IX)
               WHEN WS-GEN-WEEKDAY = 7
               WHEN WS-NEXT-WEEK NOT = WS-GEN-WEEK
                   MOVE "W" TO WS-CE-TIER (WS-CAT-IX)
               WHEN OTHER
                   MOVE "D" TO WS-CE-TIER (WS-CAT-IX)
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    5000-APPLY-RETENTION - delete every generation past its     *
      *                           tier's retention; survivors slide    *
      *                           to the front of the table            *
      *----------------------------------------------------------------*
       5000-APPLY-RETENTION.
           MOVE 0 TO WS-KEEP-USED
           PERFORM 5100-JUDGE-ONE-ENTRY
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-USED
           MOVE WS-KEEP-USED TO WS-CAT-USED
           .

       5100-JUDGE-ONE-ENTRY.
           COMPUTE WS-GEN-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CE-GEN-DATE (WS-CAT-IX))
           IF WS-GEN-DAY < WS-RUN-DAY
               COMPUTE WS-GEN-AGE = WS-RUN-DAY - WS-GEN-DAY
           ELSE
               MOVE 0 TO WS-GEN-AGE
           END-IF
           MOVE "Y" TO WS-FOUND-SW
           IF WS-CAT-IX < WS-CAT-USED
               AND WS-GEN-AGE > WS-DAILY-KEEP-DAYS
               EVALUATE WS-CE-TIER (WS-CAT-IX)
                   WHEN "M"
                       IF WS-CE-GEN-DATE (WS-CAT-IX)
                           < WS-MONTHLY-CUTOFF
                           MOVE "N" TO WS-FOUND-SW
                       END-IF
                   WHEN "W"
                       IF WS-GEN-AGE > WS-WEEKLY-KEEP-DAYS
                           MOVE "N" TO WS-FOUND-SW
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-FOUND-SW
               END-EVALUATE
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-KEEP-USED
               MOVE WS-CAT-ENTRY (WS-CAT-IX)
                   TO WS-CAT-ENTRY (WS-KEEP-USED)
           ELSE
               MOVE WS-CE-FILE-NAME (WS-CAT-IX) TO WS-GEN-NAME
               DELETE FILE GENERATION-FILE
               ADD 1 TO WS-GENS-PURGED
               DISPLAY "  PURGED " WS-CE-FILE-NAME (WS-CAT-IX)
                   " (TIER " WS-CE-TIER (WS-CAT-IX) ")"
           END-IF
           .

      *----------------------------------------------------------------*
      *    6000-VERIFY-GENERATION - prove one generation would restore *
      *----------------------------------------------------------------*
       6000-VERIFY-GENERATION.
           IF WS-CAT-USED = 0
               DISPLAY "  USERBKP.CAT IS EMPTY - NOTHING TO VERIFY"
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           IF WS-CHOSEN-DATE NOT = 0
               MOVE WS-CHOSEN-DATE TO WS-FIND-DATE
               PERFORM 3110-FIND-ENTRY
               IF NOT WS-FOUND
                   DISPLAY "  USERBKP.G" WS-CHOSEN-DATE
                       " IS NOT ON THE CATALOG"
                   MOVE 8 TO RETURN-CODE
                   GO TO 6000-EXIT
               END-IF
               MOVE WS-FIND-IX TO WS-CHOSEN-IX
           ELSE
               MOVE 1 TO WS-CHOSEN-IX
               PERFORM 6100-TEST-LONGEST-UNVERIFIED
                   VARYING WS-CAT-IX FROM 2 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-USED
           END-IF

           OPEN OUTPUT VERIFY-REPORT
           IF NOT WS-REPORT-OK
               DISPLAY "UNABLE TO OPEN BKPVRFY.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE SPACES TO WS-HEADER-LINE
           STRING "BACKUP RESTORE VERIFICATION - " DELIMITED BY SIZE
               WS-CE-FILE-NAME (WS-CHOSEN-IX) DELIMITED BY SPACE
               " (TIER " DELIMITED BY SIZE
               WS-CE-TIER (WS-CHOSEN-IX) DELIMITED BY SIZE
               ") ON " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE VERIFY-REPORT-REC FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           WRITE VERIFY-REPORT-REC FROM WS-HEADER-LINE
           MOVE "N" TO WS-VERIFY-FAIL-SW

      * On disk, and a clean read end to end.
           MOVE WS-CE-FILE-NAME (WS-CHOSEN-IX) TO WS-GEN-NAME
           MOVE "GENERATION ON DISK" TO BVR-CHECK
           OPEN INPUT GENERATION-FILE
           IF NOT WS-GEN-OK
               MOVE SPACES TO BVR-DETAIL
               STRING "OPEN STATUS " DELIMITED BY SIZE
                   WS-GEN-STATUS DELIMITED BY SIZE
                   INTO BVR-DETAIL
               END-STRING
               PERFORM 6200-WRITE-FAIL
               GO TO 6090-RECORD-VERDICT
           END-IF
           PERFORM 6500-PROVE-GENERATION THRU 6500-EXIT
           CLOSE GENERATION-FILE
           MOVE SPACES TO BVR-DETAIL
           PERFORM 6210-WRITE-PASS

           MOVE "HEADER CARRIES ITS OWN DATE" TO BVR-CHECK
           MOVE SPACES TO BVR-DETAIL
           IF WS-PV-HDR-SEEN
               AND WS-PV-HDR-DATE = WS-CE-GEN-DATE (WS-CHOSEN-IX)
               STRING "HDR " DELIMITED BY SIZE
                   WS-PV-HDR-DATE DELIMITED BY SIZE
                   INTO BVR-DETAIL
               END-STRING
               PERFORM 6210-WRITE-PASS
           ELSE
               IF WS-PV-HDR-SEEN
                   STRING "HDR " DELIMITED BY SIZE
                       WS-PV-HDR-DATE DELIMITED BY SIZE
                       INTO BVR-DETAIL
                   END-STRING
               ELSE
                   MOVE "NO HEADER RECORD" TO BVR-DETAIL
               END-IF
               PERFORM 6200-WRITE-FAIL
           END-IF

           MOVE "TRAILER AGREES WITH ITS ROWS" TO BVR-CHECK
           MOVE SPACES TO BVR-DETAIL
           MOVE WS-PV-ROWS TO WS-EDIT-COUNT
           MOVE WS-PV-TRL-COUNT TO WS-EDIT-COUNT-2
           STRING "ROWS" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  TRL" DELIMITED BY SIZE
               WS-EDIT-COUNT-2 DELIMITED BY SIZE
               INTO BVR-DETAIL
           END-STRING
           IF WS-PV-TRL-SEEN AND WS-PV-TRL-COUNT = WS-PV-ROWS
               PERFORM 6210-WRITE-PASS
           ELSE
               IF NOT WS-PV-TRL-SEEN
                   MOVE "NO TRAILER RECORD" TO BVR-DETAIL
               END-IF
               PERFORM 6200-WRITE-FAIL
           END-IF

           MOVE "COUNT AGREES WITH THE CATALOG" TO BVR-CHECK
           MOVE SPACES TO BVR-DETAIL
           MOVE WS-CE-ROW-COUNT (WS-CHOSEN-IX) TO WS-EDIT-COUNT
           STRING "CATALOGED" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO BVR-DETAIL
           END-STRING
           IF WS-CE-ROW-COUNT (WS-CHOSEN-IX) = WS-PV-ROWS
               PERFORM 6210-WRITE-PASS
           ELSE
               PERFORM 6200-WRITE-FAIL
           END-IF

           MOVE "EVERY ROW RESTORABLE" TO BVR-CHECK
           MOVE SPACES TO BVR-DETAIL
           MOVE WS-PV-BAD-ROWS TO WS-EDIT-COUNT
           STRING "BAD ROWS" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO BVR-DETAIL
           END-STRING
           IF WS-PV-BAD-ROWS = 0
               PERFORM 6210-WRITE-PASS
           ELSE
               PERFORM 6200-WRITE-FAIL
           END-IF

           PERFORM 6300-CHECK-UNLOAD-STEP THRU 6300-EXIT
           PERFORM 6400-CHECK-LOAD-TOTALS THRU 6400-EXIT
           .

       6090-RECORD-VERDICT.
           MOVE SPACES TO WS-HEADER-LINE
           WRITE VERIFY-REPORT-REC FROM WS-HEADER-LINE
           MOVE WS-RUN-DATE TO WS-CE-VERIFY-DATE (WS-CHOSEN-IX)
           IF WS-VERIFY-FAILED
               MOVE "FAIL" TO WS-CE-VERIFY-RESULT (WS-CHOSEN-IX)
               MOVE "VERDICT: FAILED - NOT A PROVEN RECOVERY POINT"
                   TO WS-HEADER-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "PASS" TO WS-CE-VERIFY-RESULT (WS-CHOSEN-IX)
               MOVE "VERDICT: PASSED - THIS GENERATION WOULD RESTORE"
                   TO WS-HEADER-LINE
           END-IF
           WRITE VERIFY-REPORT-REC FROM WS-HEADER-LINE
           CLOSE VERIFY-REPORT
           MOVE "BKPVRFY.RPT" TO RFP-REPORT-NAME
           MOVE "BKPCAT" TO RFP-PROGRAM-ID
           MOVE WS-RUN-DATE TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "  " WS-CE-FILE-NAME (WS-CHOSEN-IX) " VERIFIED - "
               WS-CE-VERIFY-RESULT (WS-CHOSEN-IX)
           .

       6000-EXIT.
           EXIT.

      * Never-verified (a zero date) sorts ahead of everything, and
      * among equals the oldest generation goes first.
       6100-TEST-LONGEST-UNVERIFIED.
           IF WS-CE-VERIFY-DATE (WS-CAT-IX)
               < WS-CE-VERIFY-DATE (WS-CHOSEN-IX)
               MOVE WS-CAT-IX TO WS-CHOSEN-IX
           END-IF
           .

       6200-WRITE-FAIL.
           MOVE "FAIL" TO BVR-RESULT
           SET WS-VERIFY-FAILED TO TRUE
           WRITE VERIFY-REPORT-REC FROM BVR-CHECK-LINE
           .

       6210-WRITE-PASS.
           MOVE "PASS" TO BVR-RESULT
           WRITE VERIFY-REPORT-REC FROM BVR-CHECK-LINE
           .

      *----------------------------------------------------------------*
      *    6300-CHECK-UNLOAD-STEP - RUNJRNL shows the USERUNLD step    *
      *                             that cut it ending clean, ahead of *
      *                             that night's load                  *
      *----------------------------------------------------------------*
       6300-CHECK-UNLOAD-STEP.
           MOVE "UNLOAD STEP ENDED CLEAN" TO BVR-CHECK
           MOVE SPACES TO BVR-DETAIL
           COMPUTE WS-GEN-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CE-GEN-DATE (WS-CHOSEN-IX))
               - 1
           COMPUTE WS-NIGHT-BEFORE = FUNCTION DATE-OF-INTEGER
               (WS-GEN-DAY)
           MOVE "N" TO WS-UNLOAD-SEEN-SW
           MOVE "N" TO WS-LOAD-FIRST-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUN-JOURNAL
           IF NOT WS-JOURNAL-OK
               MOVE "RUNJRNL NOT ON FILE" TO BVR-DETAIL
               PERFORM 6200-WRITE-FAIL
               GO TO 6300-EXIT
           END-IF
           PERFORM 6310-SCAN-ONE-UNLOAD-EVENT
               UNTIL WS-EOF
           CLOSE RUN-JOURNAL

           IF NOT WS-UNLOAD-SEEN
               MOVE "NO USERUNLD END ON RUNJRNL" TO BVR-DETAIL
               PERFORM 6200-WRITE-FAIL
               GO TO 6300-EXIT
           END-IF
           STRING "RC " DELIMITED BY SIZE
               WS-UNLOAD-RC DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-UNLOAD-TIME DELIMITED BY SIZE
               INTO BVR-DETAIL
           END-STRING
           IF WS-UNLOAD-RC > 4
               PERFORM 6200-WRITE-FAIL
           ELSE
               PERFORM 6210-WRITE-PASS
           END-IF

           MOVE "TAKEN BEFORE THAT NIGHT'S LOAD" TO BVR-CHECK
           MOVE SPACES TO BVR-DETAIL
           IF WS-LOAD-FIRST
               MOVE "CUSTLOAD STARTED FIRST" TO BVR-DETAIL
               PERFORM 6200-WRITE-FAIL
           ELSE
               PERFORM 6210-WRITE-PASS
           END-IF
           .

       6300-EXIT.
           EXIT.

      * The generation is dated by the wall clock, the journal by the
      * window's run date - a window that crossed midnight before
      * USRUNLD ran logs it under the night before. RUNJRNL is
      * appended in time order, so a CUSTLOAD START read ahead of the
      * USERUNLD END means the load began first.
       6310-SCAN-ONE-UNLOAD-EVENT.
           READ RUN-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RJ-RUN-DATE = WS-CE-GEN-DATE (WS-CHOSEN-IX)
                       OR RJ-RUN-DATE = WS-NIGHT-BEFORE
                       EVALUATE TRUE
                           WHEN RJ-STEP-NAME = "USERUNLD"
                               AND RJ-EVENT = "END"
                               SET WS-UNLOAD-SEEN TO TRUE
                               MOVE RJ-RETURN-CODE TO WS-UNLOAD-RC
                               MOVE RJ-EVENT-TIME TO WS-UNLOAD-TIME
                           WHEN RJ-STEP-NAME = "CUSTLOAD"
                               AND RJ-EVENT = "START"
                               AND NOT WS-UNLOAD-SEEN
                               SET WS-LOAD-FIRST TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    6400-CHECK-LOAD-TOTALS - the CTLOUT totals of the load that *
      *                             ran against this snapshot, and     *
      *                             what they say about the rows       *
      *----------------------------------------------------------------*
       6400-CHECK-LOAD-TOTALS.
           MOVE "LOAD TOTALS HELD FOR THAT NIGHT" TO BVR-CHECK
           MOVE SPACES TO BVR-DETAIL
           IF WS-CE-CTL-SW (WS-CHOSEN-IX) NOT = "Y"
               MOVE "NO CTLOUT TOTALS ON THE CATALOG" TO BVR-DETAIL
               PERFORM 6200-WRITE-FAIL
               GO TO 6400-EXIT
           END-IF
           MOVE "CTLOUT CAPTURED AFTER THE LOAD" TO BVR-DETAIL
           PERFORM 6210-WRITE-PASS

           MOVE "BACKUP ROWS" TO BVR-COUNT-LABEL
           MOVE WS-PV-ROWS TO BVR-COUNT
           WRITE VERIFY-REPORT-REC FROM BVR-COUNT-LINE
           MOVE "LOAD RECORDS READ (CTLOUT)" TO BVR-COUNT-LABEL
           MOVE WS-CE-LOAD-READ (WS-CHOSEN-IX) TO BVR-COUNT
           WRITE VERIFY-REPORT-REC FROM BVR-COUNT-LINE
           MOVE "LOAD ROWS INSERTED (CTLOUT)" TO BVR-COUNT-LABEL
           MOVE WS-CE-LOAD-INSERTED (WS-CHOSEN-IX) TO BVR-COUNT
           WRITE VERIFY-REPORT-REC FROM BVR-COUNT-LINE
           MOVE "LOAD ROWS UPDATED (CTLOUT)" TO BVR-COUNT-LABEL
           MOVE WS-CE-LOAD-UPDATED (WS-CHOSEN-IX) TO BVR-COUNT
           WRITE VERIFY-REPORT-REC FROM BVR-COUNT-LINE
           MOVE "LOAD RECORDS REJECTED (CTLOUT)" TO BVR-COUNT-LABEL
           MOVE WS-CE-LOAD-REJECTED (WS-CHOSEN-IX) TO BVR-COUNT
           WRITE VERIFY-REPORT-REC FROM BVR-COUNT-LINE
           COMPUTE WS-AFTER-LOAD-ROWS =
               WS-PV-ROWS + WS-CE-LOAD-INSERTED (WS-CHOSEN-IX)
           MOVE "ROWS ON THE TABLE AFTER THE LOAD" TO BVR-COUNT-LABEL
           MOVE WS-AFTER-LOAD-ROWS TO BVR-COUNT
           WRITE VERIFY-REPORT-REC FROM BVR-COUNT-LINE

      * Intake, ID requests and purges also move the row count
      * between windows, so the next generation is shown beside the
      * figure, not held to it.
           COMPUTE WS-NEXT-IX = WS-CHOSEN-IX + 1
           IF WS-NEXT-IX NOT > WS-CAT-USED
               MOVE SPACES TO BVR-COUNT-LABEL
               STRING "ROWS ON NEXT GENERATION " DELIMITED BY SIZE
                   WS-CE-GEN-DATE (WS-NEXT-IX) DELIMITED BY SIZE
                   INTO BVR-COUNT-LABEL
               END-STRING
               MOVE WS-CE-ROW-COUNT (WS-NEXT-IX) TO BVR-COUNT
               WRITE VERIFY-REPORT-REC FROM BVR-COUNT-LINE
           END-IF
           .

       6400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6500-PROVE-GENERATION - one pass over an open generation:   *
      *                            header, rows, trailer               *
      *----------------------------------------------------------------*
       6500-PROVE-GENERATION.
           MOVE "N" TO WS-PV-HDR-SW
           MOVE SPACES TO WS-PV-HDR-DATE
           MOVE "N" TO WS-PV-TRL-SW
           MOVE 0 TO WS-PV-TRL-COUNT
           MOVE 0 TO WS-PV-ROWS
           MOVE 0 TO WS-PV-BAD-ROWS
           MOVE 0 TO WS-PV-LAST-ID
           MOVE "N" TO WS-EOF-SW
           READ GENERATION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               GO TO 6500-EXIT
           END-IF
           IF GENERATION-REC(1:3) = "HDR"
               SET WS-PV-HDR-SEEN TO TRUE
               MOVE GENERATION-REC(4:8) TO WS-PV-HDR-DATE
           ELSE
               PERFORM 6520-PROVE-ONE-ROW
           END-IF
           PERFORM 6510-PROVE-ONE-RECORD
               UNTIL WS-EOF
           .

       6500-EXIT.
           EXIT.

      * Anything after the trailer is a row USRRELD would never load.
       6510-PROVE-ONE-RECORD.
           READ GENERATION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-PV-TRL-SEEN
                       ADD 1 TO WS-PV-BAD-ROWS
                   ELSE
                       IF GENERATION-REC(1:3) = "TRL"
                           SET WS-PV-TRL-SEEN TO TRUE
                           IF GENERATION-REC(4:7) IS NUMERIC
                               MOVE GENERATION-REC(4:7)
                                   TO WS-PV-TRL-COUNT
                           END-IF
                       ELSE
                           PERFORM 6520-PROVE-ONE-ROW
                       END-IF
                   END-IF
           END-READ
           .

      * USRUNLD unloads in USER-ID order, so the IDs must climb - a
      * repeat would fail the reinsert on its primary key.
       6520-PROVE-ONE-ROW.
           ADD 1 TO WS-PV-ROWS
           MOVE GENERATION-REC(138:1) TO WS-PV-STATUS
           IF GENERATION-REC(1:5) IS NOT NUMERIC
               ADD 1 TO WS-PV-BAD-ROWS
           ELSE
               IF GENERATION-REC(1:5) NOT > WS-PV-LAST-ID
                   OR NOT WS-PV-STATUS-KNOWN
                   ADD 1 TO WS-PV-BAD-ROWS
               END-IF
               MOVE GENERATION-REC(1:5) TO WS-PV-LAST-ID
           END-IF
           .

      *----------------------------------------------------------------*
      *    7000-REWRITE-CATALOG - the survivors back out, date order   *
      *----------------------------------------------------------------*
       7000-REWRITE-CATALOG.
           IF WS-CAT-BAD
               GO TO 7000-EXIT
           END-IF
           OPEN OUTPUT CATALOG-FILE
           IF NOT WS-CATALOG-OK
               DISPLAY "  UNABLE TO WRITE USERBKP.CAT, STATUS="
                   WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-REWRITE-ONE-ENTRY
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-USED
           CLOSE CATALOG-FILE
           .

       7000-EXIT.
           EXIT.

       7100-REWRITE-ONE-ENTRY.
           MOVE WS-CAT-ENTRY (WS-CAT-IX) TO CATALOG-REC
           WRITE CATALOG-REC
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - what this run cataloged and purged         *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           IF WS-ACTION-CATALOG
               DISPLAY "BKPCAT COMPLETE - " WS-GENS-CATALOGED
                   " GENERATION(S) CATALOGED, " WS-GENS-REFUSED
                   " FAILED, " WS-GENS-PURGED " PURGED, "
                   WS-CAT-USED " HELD"
           ELSE
               DISPLAY "BKPCAT VERIFY COMPLETE - SEE BKPVRFY.RPT"
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY rptfile-call.
