       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRSCRN.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Nightly sanctions and watchlist screening. HELLO-DATA,
      *          USRIDREQ, CRMINTAK and the consoles would onboard
      *          anyone - nothing ever held a customer's name up
      *          against the list compliance receives. This run loads
      *          the WATCHLST file and screens customers' names,
      *          with their country, against every entry in force:
      *            - every customer inserted, and every customer whose
      *              name or country changed, since the last run, off
      *              the USRHIST entries past its own SCRNPOS
      *              high-water mark (the append-only position trick
      *              USRWELC and ADDRCHG use);
      *            - the whole base, whenever the list's version is
      *              not the one SCRNPOS says was screened last - and
      *              so on the first run, which also starts the
      *              journal position at the end of USRHIST.
      *          The match is fuzzy: both names are cut into words,
      *          and each word of the customer's name takes its best
      *          unused word of the listed name - the same word
      *          scores 4, the same Soundex key (USRFIND's sounds-
      *          like key) 3, a lone initial against a word with that
      *          initial 1. The points are scaled to 100 for a full
      *          match of names of the same length; a country on both
      *          sides adds 10 when it agrees and takes 15 off when it
      *          does not. A customer scoring at or above the
      *          threshold (default 80, off an optional SCRNPARM card
      *          in cols 1-3) against an entry is a possible hit: the
      *          customer is held at PENDING - journaled to USRHIST
      *          like any other change - and a case is opened on the
      *          SCRNCASE review register with what was screened, the
      *          entry's details (the date of birth the list gives, so
      *          the reviewer can weigh it) and the status the
      *          customer had before the hold. SCRNMNT is where a
      *          supervisor clears or confirms it. A customer and
      *          entry with a case already open or confirmed are not
      *          opened again; one cleared or released is reopened
      *          only when the customer's name or the listed name has
      *          changed since the case was decided.
      *          Every case opened is listed on USRSCRN.RPT. A missing
      *          or unreadable list, or a list or register bigger than
      *          the tables, fails the run at return code 8 with
      *          nothing screened; a hold that could not be applied
      *          fails it at 8 after the rest are done. Either way the
      *          position and the version on SCRNPOS stay where they
      *          were, so the next run screens the same customers
      *          again - the cases already opened are not duplicated.
      * Tectonics: cobc
      *
      * Modification History:
      *   Reservation aging - RSVAGE joins the row writers, to keep
      *   the list the same as USRASOF's and USRRFWD's.
      *   Report archive - USRSCRN.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-PARM-FILE ASSIGN TO "SCRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCH-LIST-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.
           SELECT SCREEN-POSITION ASSIGN TO "SCRNPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT SCREEN-REPORT ASSIGN TO "USRSCRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRNRPT-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-PARM-FILE
           RECORDING MODE IS F.
       01  SCREEN-PARM-REC.
           05  SP-THRESHOLD        PIC X(03).

       FD  WATCH-LIST-FILE
           RECORDING MODE IS F.
           COPY watchlst.

       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

       FD  SCREEN-POSITION
           RECORDING MODE IS F.
       01  SCREEN-POSITION-REC.
           05  SO-LAST-POSITION    PIC 9(09).
           05  FILLER              PIC X(01).
           05  SO-LIST-VERSION     PIC X(10).

       FD  SCREEN-REPORT
           RECORDING MODE IS F.
       01  SCREEN-REPORT-REC       PIC X(120).

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                VALUE "00".

       01  WATCH-LIST-STATUS       PIC X(02) VALUE SPACES.
           88  WATCH-LIST-OK             VALUE "00".

       01  SCREEN-CASE-STATUS      PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK            VALUE "00".

           COPY scrncase-tbl.

       01  WS-POSITION-STATUS      PIC X(02) VALUE SPACES.
           88  WS-POSITION-OK            VALUE "00".

       01  WS-SCRNRPT-STATUS       PIC X(02) VALUE SPACES.
           88  WS-SCRNRPT-OK             VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".
           88  HIST-JOURNAL-NOT-FOUND    VALUE "35".

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

           COPY soundex.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE SCREEN-CURSOR CURSOR FOR
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
           05  WS-FIRST-RUN-SW     PIC X(01) VALUE "N".
               88  WS-FIRST-RUN          VALUE "Y".
           05  WS-RESCREEN-SW      PIC X(01) VALUE "N".
               88  WS-RESCREEN           VALUE "Y".
           05  WS-WATCH-OVERFLOW-SW PIC X(01) VALUE "N".
               88  WS-WATCH-OVERFLOW     VALUE "Y".
           05  WS-HEADER-SEEN-SW   PIC X(01) VALUE "N".
               88  WS-HEADER-SEEN        VALUE "Y".
           05  WS-ROW-ENTRY-SW     PIC X(01) VALUE "N".
               88  WS-ROW-ENTRY          VALUE "Y".

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-THRESHOLD            PIC 9(03) VALUE 080.
       01  WS-LAST-POSITION        PIC 9(09) VALUE 0.
       01  WS-POSITION             PIC 9(09) VALUE 0.
       01  WS-LAST-VERSION         PIC X(10) VALUE SPACES.
       01  WS-LIST-VERSION         PIC X(10) VALUE SPACES.
       01  WS-LIST-ISSUED          PIC X(08) VALUE SPACES.

      * Programs whose journal images are whole USER rows, as
      * USRASOF and USRRFWD list them. Our own holds are on the list
      * for the others' sake and skipped here.
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

      * One slot per customer on the USER-ID's 4-digit base, as
      * USRDORM slots them: the customer met in tonight's journal
      * entries, and why - N inserted, C name or country changed.
       01  WS-SCREEN-SLOTS.
           05  WS-SS-SLOT OCCURS 10000 TIMES.
               10  WS-SS-USER-ID   PIC 9(05).
               10  WS-SS-ORIGIN    PIC X(01).
       01  WS-SLOT-IX              PIC 9(05) COMP VALUE 0.

      * The entries in force on the list, each name cut into words
      * with the Soundex key of each word worked out once at load.
       01  WS-WATCH-TABLE.
           05  WS-WT-ENTRY OCCURS 5000 TIMES.
               10  WS-WT-ID        PIC X(10).
               10  WS-WT-NAME      PIC X(40).
               10  WS-WT-COUNTRY   PIC X(02).
               10  WS-WT-BIRTH     PIC X(08).
               10  WS-WT-PROGRAMME PIC X(10).
               10  WS-WT-WORDS     PIC 9(01).
               10  WS-WT-WORD-SET OCCURS 6 TIMES.
                   15  WS-WT-WORD  PIC X(20).
                   15  WS-WT-SDX   PIC X(04).
       01  WS-WATCH-COUNT          PIC 9(04) COMP VALUE 0.
       01  WS-WATCH-MAX            PIC 9(04) COMP VALUE 5000.
       01  WS-WATCH-IX             PIC 9(04) COMP VALUE 0.

      * One name cut into words - the list's at load, the customer's
      * at screening.
       01  WS-NAME-WORK            PIC X(40) VALUE SPACES.
       01  WS-NAME-WORDS.
           05  WS-NW-WORD          PIC X(20) OCCURS 6 TIMES.
       01  WS-NAME-WORD-COUNT      PIC 9(01) VALUE 0.
       01  WS-WORD-IX              PIC 9(01) COMP VALUE 0.

       01  WS-NAME-SHIFT           PIC X(40) VALUE SPACES.
       01  WS-LEADING              PIC 9(02) VALUE 0.

       01  WS-CUST-COUNTRY         PIC X(02) VALUE SPACES.
       01  WS-CUST-WORDS           PIC 9(01) VALUE 0.
       01  WS-CUST-WORD-TABLE.
           05  WS-CUST-WORD-SET OCCURS 6 TIMES.
               10  WS-CW-WORD      PIC X(20).
               10  WS-CW-SDX       PIC X(04).

       01  WS-CW-IX                PIC 9(01) COMP VALUE 0.
       01  WS-WW-IX                PIC 9(01) COMP VALUE 0.
       01  WS-BEST-IX              PIC 9(01) COMP VALUE 0.
       01  WS-BEST-POINTS          PIC 9(01) VALUE 0.
       01  WS-TRY-POINTS           PIC 9(01) VALUE 0.
       01  WS-WORD-USED            PIC X(06) VALUE SPACES.
       01  WS-POINTS               PIC 9(03) VALUE 0.
       01  WS-RAW-SCORE            PIC S9(05) VALUE 0.
       01  WS-SCORE                PIC 9(03) VALUE 0.

       01  WS-ORIGIN               PIC X(01) VALUE SPACE.
       01  WS-PRIOR-STATUS         PIC X(01) VALUE SPACE.
       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.
       01  WS-BEFORE-NAME          PIC X(25) VALUE SPACES.
       01  WS-BEFORE-COUNTRY       PIC X(02) VALUE SPACES.
       01  WS-HELD-THIS-ROW-SW     PIC X(01) VALUE "N".
           88  WS-HELD-THIS-ROW          VALUE "Y".
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       01  WS-SCREEN-TOTALS.
           05  WS-LIST-READ        PIC 9(07) VALUE 0.
           05  WS-LIST-NOT-IN-FORCE PIC 9(07) VALUE 0.
           05  WS-JOURNAL-READ     PIC 9(09) VALUE 0.
           05  WS-NEW-FLAGGED      PIC 9(07) VALUE 0.
           05  WS-CHANGED-FLAGGED  PIC 9(07) VALUE 0.
           05  WS-SCREENED         PIC 9(07) VALUE 0.
           05  WS-CASES-OPENED     PIC 9(07) VALUE 0.
           05  WS-CUSTOMERS-HELD   PIC 9(07) VALUE 0.
           05  WS-ALREADY-OPEN     PIC 9(07) VALUE 0.
           05  WS-ALREADY-CLEARED  PIC 9(07) VALUE 0.
           05  WS-UPDATE-FAILED    PIC 9(07) VALUE 0.

       01  SCREEN-HEADING-1.
           05  FILLER              PIC X(30) VALUE
               "USRSCRN WATCHLIST SCREENING - ".
           05  SRH-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(08) VALUE "  LIST ".
           05  SRH-VERSION         PIC X(10).
           05  FILLER              PIC X(09) VALUE "  ISSUED ".
           05  SRH-ISSUED          PIC X(08).
           05  FILLER              PIC X(13) VALUE "  THRESHOLD ".
           05  SRH-THRESHOLD       PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SRH-MODE            PIC X(14).

       01  SCREEN-HEADING-2.
           05  FILLER              PIC X(06) VALUE "USER".
           05  FILLER              PIC X(26) VALUE "NAME SCREENED".
           05  FILLER              PIC X(03) VALUE "CC".
           05  FILLER              PIC X(04) VALUE "SCR".
           05  FILLER              PIC X(04) VALUE "WHY".
           05  FILLER              PIC X(03) VALUE "WS".
           05  FILLER              PIC X(11) VALUE "ENTRY".
           05  FILLER              PIC X(41) VALUE "LISTED NAME".
           05  FILLER              PIC X(03) VALUE "CC".
           05  FILLER              PIC X(08) VALUE "BORN".

       01  SCREEN-DETAIL-LINE.
           05  SRD-USER-ID         PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SRD-NAME            PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SRD-COUNTRY         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SRD-SCORE           PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SRD-ORIGIN          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SRD-PRIOR-STATUS    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SRD-WATCH-ID        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SRD-WATCH-NAME      PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SRD-WATCH-COUNTRY   PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SRD-WATCH-BIRTH     PIC X(08).

       01  SCREEN-TOTAL-LINE.
           05  SRT-LABEL           PIC X(30).
           05  SRT-COUNT           PIC ZZZ,ZZ9.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRSCRN - WATCHLIST SCREENING"
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-WALK-JOURNAL THRU 1500-EXIT

           IF WS-RESCREEN
               PERFORM 3000-RESCREEN-BASE THRU 3000-EXIT
           ELSE
               PERFORM 4000-SCREEN-ONE-SLOT THRU 4000-EXIT
                   VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX > 10000
           END-IF

           EXEC SQL COMMIT END-EXEC
           PERFORM 7000-SAVE-POSITION
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - threshold, position, the case register,   *
      *                      the list and the report                   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT

           MOVE "Y" TO WS-FIRST-RUN-SW
           OPEN INPUT SCREEN-POSITION
           IF WS-POSITION-OK
               READ SCREEN-POSITION
                   NOT AT END
                       IF SO-LAST-POSITION IS NUMERIC
                           MOVE SO-LAST-POSITION TO WS-LAST-POSITION
                           MOVE SO-LIST-VERSION TO WS-LAST-VERSION
                           MOVE "N" TO WS-FIRST-RUN-SW
                       END-IF
               END-READ
               CLOSE SCREEN-POSITION
           END-IF

           PERFORM LOAD-SCREEN-CASES
           IF SK-OVERFLOW
               DISPLAY "SCRNCASE LARGER THAN THE CASE TABLE - "
                   "NOTHING SCREENED"
               MOVE "USRSCRN" TO EL-PROGRAM-ID
               MOVE "1000-INITIALIZE" TO EL-PARAGRAPH
               MOVE SPACES TO EL-CODE
               MOVE "SCRNCASE LARGER THAN THE CASE TABLE" TO EL-MESSAGE
               SET EL-SEV-SEVERE TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           PERFORM 1200-LOAD-WATCH-LIST THRU 1200-EXIT

           IF WS-FIRST-RUN
               DISPLAY "NO SCRNPOS ON FILE - POSITION STARTS AT THE "
                   "END OF USRHIST"
           END-IF
           IF WS-LIST-VERSION NOT = WS-LAST-VERSION
               SET WS-RESCREEN TO TRUE
               DISPLAY "USRSCRN - LIST VERSION " WS-LIST-VERSION
                   " NOT YET SCREENED - WHOLE BASE RESCREENED"
               MOVE "WHOLE BASE" TO SRH-MODE
           ELSE
               MOVE "NEW / CHANGED" TO SRH-MODE
           END-IF

           OPEN OUTPUT SCREEN-REPORT
           IF NOT WS-SCRNRPT-OK
               DISPLAY "UNABLE TO OPEN USRSCRN.RPT, STATUS="
                   WS-SCRNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-TODAY TO SRH-RUN-DATE
           MOVE WS-LIST-VERSION TO SRH-VERSION
           MOVE WS-LIST-ISSUED TO SRH-ISSUED
           MOVE WS-THRESHOLD TO SRH-THRESHOLD
           WRITE SCREEN-REPORT-REC FROM SCREEN-HEADING-1
           WRITE SCREEN-REPORT-REC FROM SCREEN-HEADING-2
           INITIALIZE WS-SCREEN-SLOTS
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-PARM-CARD - optional SCRNPARM threshold           *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           OPEN INPUT SCREEN-PARM-FILE
           IF NOT WS-PARM-OK
               GO TO 1100-EXIT
           END-IF

           READ SCREEN-PARM-FILE
               AT END
                   CLOSE SCREEN-PARM-FILE
                   GO TO 1100-EXIT
           END-READ

           IF SP-THRESHOLD IS NUMERIC
               AND SP-THRESHOLD NOT = "000"
               AND SP-THRESHOLD NOT > "100"
               MOVE SP-THRESHOLD TO WS-THRESHOLD
           END-IF
           CLOSE SCREEN-PARM-FILE
           .

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-LOAD-WATCH-LIST - the header, then every entry in      *
      *                           force today, cut into words          *
      *----------------------------------------------------------------*
       1200-LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF NOT WATCH-LIST-OK
               DISPLAY "UNABLE TO OPEN WATCHLST, STATUS="
                   WATCH-LIST-STATUS " - NOTHING SCREENED"
               MOVE "UNABLE TO OPEN WATCHLST" TO EL-MESSAGE
               MOVE WATCH-LIST-STATUS TO EL-CODE
               GO TO 1290-REFUSE
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM 1210-LOAD-ONE-ENTRY
               UNTIL WS-FILE-EOF
           CLOSE WATCH-LIST-FILE

           IF NOT WS-HEADER-SEEN
               DISPLAY "WATCHLST HAS NO HEADER - NOTHING SCREENED"
               MOVE "WATCHLST HAS NO VERSION HEADER" TO EL-MESSAGE
               MOVE SPACES TO EL-CODE
               GO TO 1290-REFUSE
           END-IF
           IF WS-WATCH-OVERFLOW
               DISPLAY "WATCHLST LARGER THAN THE LIST TABLE - "
                   "NOTHING SCREENED"
               MOVE "WATCHLST LARGER THAN THE LIST TABLE" TO EL-MESSAGE
               MOVE SPACES TO EL-CODE
               GO TO 1290-REFUSE
           END-IF
           DISPLAY "USRSCRN - LIST " WS-LIST-VERSION " ISSUED "
               WS-LIST-ISSUED ", " WS-WATCH-COUNT " ENTRIES IN FORCE"
           GO TO 1200-EXIT
           .

       1290-REFUSE.
           MOVE "USRSCRN" TO EL-PROGRAM-ID
           MOVE "1200-LOAD-WATCH-LIST" TO EL-PARAGRAPH
           SET EL-SEV-SEVERE TO TRUE
           PERFORM WRITE-ERROR-LOG
           MOVE 8 TO RETURN-CODE
           GO TO 9999-EXIT
           .

       1200-EXIT.
           EXIT.

      * Only the first header counts. An entry not yet in force, or
      * lifted on or before today, is read past.
       1210-LOAD-ONE-ENTRY.
           READ WATCH-LIST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WL-HEADER
                           IF NOT WS-HEADER-SEEN
                               SET WS-HEADER-SEEN TO TRUE
                               MOVE WL-VERSION TO WS-LIST-VERSION
                               MOVE WL-ISSUE-DATE TO WS-LIST-ISSUED
                           END-IF
                       WHEN WL-ENTRY
                           ADD 1 TO WS-LIST-READ
                           PERFORM 1220-KEEP-ENTRY
                   END-EVALUATE
           END-READ
           .

       1220-KEEP-ENTRY.
           IF WL-NAME = SPACES
               OR (WL-LISTED-DATE IS NUMERIC
                   AND WL-LISTED-DATE > WS-TODAY)
               OR (WL-LIFTED-DATE IS NUMERIC
                   AND WL-LIFTED-DATE NOT > WS-TODAY)
               ADD 1 TO WS-LIST-NOT-IN-FORCE
           ELSE
               IF WS-WATCH-COUNT < WS-WATCH-MAX
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE WS-WATCH-COUNT TO WS-WATCH-IX
                   MOVE WL-ENTRY-ID TO WS-WT-ID (WS-WATCH-IX)
                   MOVE WL-NAME TO WS-WT-NAME (WS-WATCH-IX)
                   MOVE WL-COUNTRY TO WS-WT-COUNTRY (WS-WATCH-IX)
                   INSPECT WS-WT-COUNTRY (WS-WATCH-IX) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE WL-BIRTH-DATE TO WS-WT-BIRTH (WS-WATCH-IX)
                   MOVE WL-PROGRAMME TO WS-WT-PROGRAMME (WS-WATCH-IX)
                   MOVE WL-NAME TO WS-NAME-WORK
                   PERFORM 5100-CUT-NAME
                   MOVE WS-NAME-WORD-COUNT
                       TO WS-WT-WORDS (WS-WATCH-IX)
                   PERFORM 1230-KEEP-ONE-WORD
                       VARYING WS-WORD-IX FROM 1 BY 1
                       UNTIL WS-WORD-IX > 6
               ELSE
                   SET WS-WATCH-OVERFLOW TO TRUE
               END-IF
           END-IF
           .

       1230-KEEP-ONE-WORD.
           MOVE WS-NW-WORD (WS-WORD-IX)
               TO WS-WT-WORD (WS-WATCH-IX WS-WORD-IX)
           MOVE SPACES TO WS-WT-SDX (WS-WATCH-IX WS-WORD-IX)
           IF WS-NW-WORD (WS-WORD-IX) NOT = SPACES
               MOVE WS-NW-WORD (WS-WORD-IX) TO SX-IN
               PERFORM COMPUTE-SOUNDEX
               MOVE SX-OUT TO WS-WT-SDX (WS-WATCH-IX WS-WORD-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      *    1500-WALK-JOURNAL - customers inserted or renamed since the *
      *                        last run, read once and closed before   *
      *                        any hold is journaled                   *
      *----------------------------------------------------------------*
       1500-WALK-JOURNAL.
           OPEN INPUT HIST-JOURNAL
           IF HIST-JOURNAL-NOT-FOUND
               GO TO 1500-EXIT
           END-IF
           IF NOT HIST-JOURNAL-OK
               DISPLAY "UNABLE TO OPEN USRHIST, STATUS="
                   HIST-JOURNAL-STATUS
               CLOSE SCREEN-REPORT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SW
           PERFORM 1510-WALK-ONE-ENTRY THRU 1510-EXIT
               UNTIL WS-FILE-EOF
           CLOSE HIST-JOURNAL
           .

       1500-EXIT.
           EXIT.

       1510-WALK-ONE-ENTRY.
           READ HIST-JOURNAL
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ
           ADD 1 TO WS-POSITION
           ADD 1 TO WS-JOURNAL-READ
           IF WS-POSITION NOT > WS-LAST-POSITION
               OR WS-FIRST-RUN
               GO TO 1510-EXIT
           END-IF
           IF HJ-USER-ID IS NOT NUMERIC
               OR HJ-PROGRAM-ID = "USRSCRN"
               GO TO 1510-EXIT
           END-IF
           IF NOT HJ-ACTION-INSERT AND NOT HJ-ACTION-UPDATE
               GO TO 1510-EXIT
           END-IF
           PERFORM 1520-TEST-ROW-ENTRY
           IF NOT WS-ROW-ENTRY
               GO TO 1510-EXIT
           END-IF

           COMPUTE WS-SLOT-IX = HJ-USER-ID / 10 + 1
           IF HJ-ACTION-INSERT
               IF WS-SS-ORIGIN (WS-SLOT-IX) NOT = "N"
                   ADD 1 TO WS-NEW-FLAGGED
               END-IF
               MOVE HJ-USER-ID TO WS-SS-USER-ID (WS-SLOT-IX)
               MOVE "N" TO WS-SS-ORIGIN (WS-SLOT-IX)
               GO TO 1510-EXIT
           END-IF
           IF HJ-BEFORE-IMAGE(6:25) = HJ-AFTER-IMAGE(6:25)
               AND HJ-BEFORE-IMAGE(81:2) = HJ-AFTER-IMAGE(81:2)
               GO TO 1510-EXIT
           END-IF
           IF WS-SS-ORIGIN (WS-SLOT-IX) = SPACE
               ADD 1 TO WS-CHANGED-FLAGGED
               MOVE HJ-USER-ID TO WS-SS-USER-ID (WS-SLOT-IX)
               MOVE "C" TO WS-SS-ORIGIN (WS-SLOT-IX)
           END-IF
           .

       1510-EXIT.
           EXIT.

      * Same judgment USRASOF and USRRFWD make: a row-writing program
      * and an image that starts with the entry's own USER-ID.
       1520-TEST-ROW-ENTRY.
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 1530-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           IF WS-ROW-ENTRY
               IF HJ-AFTER-IMAGE(1:5) IS NOT NUMERIC
                   OR HJ-AFTER-IMAGE(1:5) NOT = HJ-USER-ID
                   MOVE "N" TO WS-ROW-ENTRY-SW
               END-IF
           END-IF
           .

       1530-TEST-ONE-WRITER.
           IF HJ-PROGRAM-ID = WS-ROW-WRITER (WS-WRITER-IX)
               MOVE "Y" TO WS-ROW-ENTRY-SW
           ELSE
               ADD 1 TO WS-WRITER-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-RESCREEN-BASE - a new list version: every customer not *
      *                         DELETED, off the cursor                *
      *----------------------------------------------------------------*
       3000-RESCREEN-BASE.
           EXEC SQL OPEN SCREEN-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "USRSCRN" TO EL-PROGRAM-ID
               MOVE "3000-RESCREEN-BASE" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN SCREEN-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE SCREEN-REPORT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 3100-FETCH-CUSTOMER
           PERFORM 3200-RESCREEN-ONE THRU 3200-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE SCREEN-CURSOR END-EXEC
           .

       3000-EXIT.
           EXIT.

       3100-FETCH-CUSTOMER.
           EXEC SQL
               FETCH SCREEN-CURSOR
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           END-IF
           .

      * A customer also met in tonight's journal entries keeps that
      * reason; everyone else is screened as a rescreen.
       3200-RESCREEN-ONE.
           IF USER-ST-DELETED
               GO TO 3290-NEXT
           END-IF
           COMPUTE WS-SLOT-IX = USER-ID / 10 + 1
           IF WS-SS-ORIGIN (WS-SLOT-IX) NOT = SPACE
               AND WS-SS-USER-ID (WS-SLOT-IX) = USER-ID
               MOVE WS-SS-ORIGIN (WS-SLOT-IX) TO WS-ORIGIN
           ELSE
               MOVE "R" TO WS-ORIGIN
           END-IF
           PERFORM 5000-SCREEN-CUSTOMER THRU 5000-EXIT
           .

       3290-NEXT.
           PERFORM 3100-FETCH-CUSTOMER
           .

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-SCREEN-ONE-SLOT - the same list: only the customers    *
      *                           met in tonight's journal entries,    *
      *                           as their rows stand now              *
      *----------------------------------------------------------------*
       4000-SCREEN-ONE-SLOT.
           IF WS-SS-ORIGIN (WS-SLOT-IX) = SPACE
               GO TO 4000-EXIT
           END-IF
           MOVE WS-SS-USER-ID (WS-SLOT-IX) TO USER-ID
           EXEC SQL
               SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
                      USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                      USER-EMAIL, USER-STATUS
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
      * Gone since the entry was written - nothing left to hold.
           IF SQLCODE NOT = 0
               GO TO 4000-EXIT
           END-IF
           IF USER-ST-DELETED
               GO TO 4000-EXIT
           END-IF
           MOVE WS-SS-ORIGIN (WS-SLOT-IX) TO WS-ORIGIN
           PERFORM 5000-SCREEN-CUSTOMER THRU 5000-EXIT
           .

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-SCREEN-CUSTOMER - the row in USER-REC against every    *
      *                           entry in force                       *
      *----------------------------------------------------------------*
       5000-SCREEN-CUSTOMER.
           ADD 1 TO WS-SCREENED
           MOVE "N" TO WS-HELD-THIS-ROW-SW
           MOVE USER-COUNTRY TO WS-CUST-COUNTRY
           INSPECT WS-CUST-COUNTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE USER-NAME TO WS-NAME-WORK
           PERFORM 5100-CUT-NAME
           MOVE WS-NAME-WORD-COUNT TO WS-CUST-WORDS
           PERFORM 5150-KEEP-CUSTOMER-WORD
               VARYING WS-WORD-IX FROM 1 BY 1
               UNTIL WS-WORD-IX > 6
           IF WS-CUST-WORDS = 0
               GO TO 5000-EXIT
           END-IF
           PERFORM 5200-SCORE-ONE-ENTRY THRU 5200-EXIT
               VARYING WS-WATCH-IX FROM 1 BY 1
               UNTIL WS-WATCH-IX > WS-WATCH-COUNT
           IF WS-HELD-THIS-ROW
               ADD 1 TO WS-CUSTOMERS-HELD
           END-IF
           .

       5000-EXIT.
           EXIT.

      * Upper case, anything that is not a letter or a digit read as
      * a space, then up to six words.
       5100-CUT-NAME.
           INSPECT WS-NAME-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-NAME-WORK CONVERTING
               ".,-'/&()" TO "        "
      * Leading spaces would leave the first word empty.
           MOVE 0 TO WS-LEADING
           INSPECT WS-NAME-WORK TALLYING WS-LEADING
               FOR LEADING SPACES
           IF WS-LEADING > 0 AND WS-LEADING < 40
               MOVE WS-NAME-WORK(WS-LEADING + 1:) TO WS-NAME-SHIFT
               MOVE WS-NAME-SHIFT TO WS-NAME-WORK
           END-IF
           MOVE SPACES TO WS-NAME-WORDS
           MOVE 0 TO WS-NAME-WORD-COUNT
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO WS-NW-WORD (1) WS-NW-WORD (2) WS-NW-WORD (3)
                    WS-NW-WORD (4) WS-NW-WORD (5) WS-NW-WORD (6)
           END-UNSTRING
           PERFORM 5110-COUNT-ONE-WORD
               VARYING WS-WORD-IX FROM 1 BY 1
               UNTIL WS-WORD-IX > 6
           .

       5110-COUNT-ONE-WORD.
           IF WS-NW-WORD (WS-WORD-IX) NOT = SPACES
               ADD 1 TO WS-NAME-WORD-COUNT
           END-IF
           .

       5150-KEEP-CUSTOMER-WORD.
           MOVE WS-NW-WORD (WS-WORD-IX) TO WS-CW-WORD (WS-WORD-IX)
           MOVE SPACES TO WS-CW-SDX (WS-WORD-IX)
           IF WS-NW-WORD (WS-WORD-IX) NOT = SPACES
               MOVE WS-NW-WORD (WS-WORD-IX) TO SX-IN
               PERFORM COMPUTE-SOUNDEX
               MOVE SX-OUT TO WS-CW-SDX (WS-WORD-IX)
           END-IF
           .

      * points * 100 * (customer words + listed words)
      *   / (8 * customer words * listed words)
      * is 100 when every word of two names of the same length is
      * the same word, and falls away as the lengths part company.
       5200-SCORE-ONE-ENTRY.
           IF WS-WT-WORDS (WS-WATCH-IX) = 0
               GO TO 5200-EXIT
           END-IF
           MOVE SPACES TO WS-WORD-USED
           MOVE 0 TO WS-POINTS
           PERFORM 5210-SCORE-ONE-WORD THRU 5210-EXIT
               VARYING WS-CW-IX FROM 1 BY 1
               UNTIL WS-CW-IX > 6
           IF WS-POINTS = 0
               GO TO 5200-EXIT
           END-IF
           COMPUTE WS-RAW-SCORE = WS-POINTS * 100
               * (WS-CUST-WORDS + WS-WT-WORDS (WS-WATCH-IX))
               / (8 * WS-CUST-WORDS * WS-WT-WORDS (WS-WATCH-IX))
           IF WS-RAW-SCORE > 100
               MOVE 100 TO WS-RAW-SCORE
           END-IF
           IF WS-CUST-COUNTRY NOT = SPACES
               AND WS-WT-COUNTRY (WS-WATCH-IX) NOT = SPACES
               IF WS-CUST-COUNTRY = WS-WT-COUNTRY (WS-WATCH-IX)
                   ADD 10 TO WS-RAW-SCORE
               ELSE
                   SUBTRACT 15 FROM WS-RAW-SCORE
               END-IF
           END-IF
           IF WS-RAW-SCORE > 100
               MOVE 100 TO WS-RAW-SCORE
           END-IF
           IF WS-RAW-SCORE < WS-THRESHOLD
               GO TO 5200-EXIT
           END-IF
           MOVE WS-RAW-SCORE TO WS-SCORE
           PERFORM 5500-RAISE-HIT THRU 5500-EXIT
           .

       5200-EXIT.
           EXIT.

      * The best word of the listed name not yet taken by an earlier
      * word of the customer's.
       5210-SCORE-ONE-WORD.
           IF WS-CW-WORD (WS-CW-IX) = SPACES
               GO TO 5210-EXIT
           END-IF
           MOVE 0 TO WS-BEST-POINTS
           MOVE 0 TO WS-BEST-IX
           PERFORM 5220-TRY-ONE-LISTED-WORD THRU 5220-EXIT
               VARYING WS-WW-IX FROM 1 BY 1
               UNTIL WS-WW-IX > 6
           IF WS-BEST-IX > 0
               ADD WS-BEST-POINTS TO WS-POINTS
               MOVE "Y" TO WS-WORD-USED(WS-BEST-IX:1)
           END-IF
           .

       5210-EXIT.
           EXIT.

       5220-TRY-ONE-LISTED-WORD.
           IF WS-WT-WORD (WS-WATCH-IX WS-WW-IX) = SPACES
               OR WS-WORD-USED(WS-WW-IX:1) = "Y"
               GO TO 5220-EXIT
           END-IF
           MOVE 0 TO WS-TRY-POINTS
           EVALUATE TRUE
               WHEN WS-CW-WORD (WS-CW-IX)
                   = WS-WT-WORD (WS-WATCH-IX WS-WW-IX)
                   MOVE 4 TO WS-TRY-POINTS
               WHEN WS-CW-SDX (WS-CW-IX)
                   = WS-WT-SDX (WS-WATCH-IX WS-WW-IX)
                   MOVE 3 TO WS-TRY-POINTS
               WHEN WS-CW-WORD (WS-CW-IX)(1:1)
                   = WS-WT-WORD (WS-WATCH-IX WS-WW-IX)(1:1)
                   AND (WS-CW-WORD (WS-CW-IX)(2:19) = SPACES
                   OR WS-WT-WORD (WS-WATCH-IX WS-WW-IX)(2:19)
                       = SPACES)
                   MOVE 1 TO WS-TRY-POINTS
           END-EVALUATE
           IF WS-TRY-POINTS > WS-BEST-POINTS
               MOVE WS-TRY-POINTS TO WS-BEST-POINTS
               MOVE WS-WW-IX TO WS-BEST-IX
           END-IF
           .

       5220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5500-RAISE-HIT - hold the customer at PENDING, journal it,  *
      *                     and open the case                          *
      *----------------------------------------------------------------*
       5500-RAISE-HIT.
           MOVE SPACES TO SK-IN-ID
           MOVE USER-ID TO SK-IN-ID(1:5)
           MOVE WS-WT-ID (WS-WATCH-IX) TO SK-IN-ID(7:10)
           PERFORM FIND-SCREEN-CASE
           IF SK-FOUND
               IF SK-STATE-OPEN (SK-IX) OR SK-STATE-CONFIRMED (SK-IX)
                   ADD 1 TO WS-ALREADY-OPEN
                   GO TO 5500-EXIT
               END-IF
               IF SK-CUST-NAME (SK-IX) = USER-NAME
                   AND SK-WATCH-NAME (SK-IX) = WS-WT-NAME (WS-WATCH-IX)
                   ADD 1 TO WS-ALREADY-CLEARED
                   GO TO 5500-EXIT
               END-IF
           END-IF

      * Already held on another case: that case knows what the
      * status was before any hold. Otherwise it is the row's own.
           MOVE USER-ID TO SK-IN-USER-ID
           PERFORM CHECK-SCREEN-HOLD
           IF SK-HELD
               MOVE SK-PRIOR-STATUS (SK-HOLD-IX) TO WS-PRIOR-STATUS
           ELSE
               MOVE USER-STATUS TO WS-PRIOR-STATUS
               IF WS-PRIOR-STATUS = SPACE
                   MOVE "A" TO WS-PRIOR-STATUS
               END-IF
           END-IF

           IF NOT USER-ST-PENDING
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE USER-REC TO WS-BEFORE-IMAGE
               SET USER-ST-PENDING TO TRUE
               EXEC SQL
                   UPDATE USER
                   SET USER-STATUS = :USER-STATUS
                   WHERE USER-ID = :USER-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE WS-BEFORE-IMAGE(138:1) TO USER-STATUS
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE "USRSCRN" TO EL-PROGRAM-ID
                   MOVE "5500-RAISE-HIT" TO EL-PARAGRAPH
                   MOVE WS-SQLCODE-DISPLAY TO EL-CODE
                   MOVE "POSSIBLE WATCHLIST HIT NOT HELD AT PENDING"
                       TO EL-MESSAGE
                   SET EL-SEV-SEVERE TO TRUE
                   PERFORM WRITE-ERROR-LOG
                   ADD 1 TO WS-UPDATE-FAILED
                   GO TO 5500-EXIT
               END-IF
               MOVE SPACES TO HIST-JOURNAL-REC
               MOVE "USRSCRN" TO HJ-PROGRAM-ID
               SET HJ-ACTION-UPDATE TO TRUE
               MOVE USER-ID TO HJ-USER-ID
               MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
               MOVE USER-REC TO HJ-AFTER-IMAGE
               PERFORM WRITE-HIST-JOURNAL
           END-IF

           MOVE SPACES TO SCREEN-CASE-REC
           SET SC-EVENT-OPENED TO TRUE
           MOVE USER-ID TO SC-USER-ID
           MOVE WS-WT-ID (WS-WATCH-IX) TO SC-WATCH-ID
           MOVE "USRSCRN" TO SC-OPERATOR-ID
           MOVE WS-SCORE TO SC-SCORE
           MOVE WS-ORIGIN TO SC-ORIGIN
           MOVE WS-PRIOR-STATUS TO SC-PRIOR-STATUS
           MOVE WS-LIST-VERSION TO SC-LIST-VERSION
           MOVE USER-NAME TO SC-CUST-NAME
           MOVE USER-COUNTRY TO SC-CUST-COUNTRY
           MOVE WS-WT-NAME (WS-WATCH-IX) TO SC-WATCH-NAME
           MOVE WS-WT-COUNTRY (WS-WATCH-IX) TO SC-WATCH-COUNTRY
           MOVE WS-WT-BIRTH (WS-WATCH-IX) TO SC-WATCH-BIRTH
           MOVE WS-WT-PROGRAMME (WS-WATCH-IX) TO SC-TEXT
           PERFORM WRITE-SCREEN-EVENT
           PERFORM APPLY-SCREEN-EVENT
           ADD 1 TO WS-CASES-OPENED
           MOVE "Y" TO WS-HELD-THIS-ROW-SW
           PERFORM 6000-REPORT-LINE
           .

       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-REPORT-LINE - one case opened on USRSCRN.RPT           *
      *----------------------------------------------------------------*
       6000-REPORT-LINE.
           MOVE USER-ID TO SRD-USER-ID
           MOVE USER-NAME TO SRD-NAME
           MOVE USER-COUNTRY TO SRD-COUNTRY
           MOVE WS-SCORE TO SRD-SCORE
           EVALUATE WS-ORIGIN
               WHEN "N"
                   MOVE "NEW" TO SRD-ORIGIN
               WHEN "C"
                   MOVE "CHG" TO SRD-ORIGIN
               WHEN OTHER
                   MOVE "RSC" TO SRD-ORIGIN
           END-EVALUATE
           MOVE WS-PRIOR-STATUS TO SRD-PRIOR-STATUS
           MOVE WS-WT-ID (WS-WATCH-IX) TO SRD-WATCH-ID
           MOVE WS-WT-NAME (WS-WATCH-IX) TO SRD-WATCH-NAME
           MOVE WS-WT-COUNTRY (WS-WATCH-IX) TO SRD-WATCH-COUNTRY
           MOVE WS-WT-BIRTH (WS-WATCH-IX) TO SRD-WATCH-BIRTH
           WRITE SCREEN-REPORT-REC FROM SCREEN-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      *    7000-SAVE-POSITION - the journal position and the version   *
      *                         screened, only when every hold landed  *
      *----------------------------------------------------------------*
       7000-SAVE-POSITION.
           IF WS-UPDATE-FAILED > 0
               DISPLAY "USRSCRN - HOLDS FAILED - SCRNPOS LEFT AS IT "
                   "WAS, THE SAME CUSTOMERS ARE SCREENED NEXT RUN"
           ELSE
               OPEN OUTPUT SCREEN-POSITION
               IF NOT WS-POSITION-OK
                   DISPLAY "UNABLE TO WRITE SCRNPOS, STATUS="
                       WS-POSITION-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO SCREEN-POSITION-REC
                   MOVE WS-POSITION TO SO-LAST-POSITION
                   MOVE WS-LIST-VERSION TO SO-LIST-VERSION
                   WRITE SCREEN-POSITION-REC
                   CLOSE SCREEN-POSITION
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - report totals, the run's totals            *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE "CUSTOMERS SCREENED" TO SRT-LABEL
           MOVE WS-SCREENED TO SRT-COUNT
           WRITE SCREEN-REPORT-REC FROM SCREEN-TOTAL-LINE
           MOVE "CASES OPENED" TO SRT-LABEL
           MOVE WS-CASES-OPENED TO SRT-COUNT
           WRITE SCREEN-REPORT-REC FROM SCREEN-TOTAL-LINE
           MOVE "CUSTOMERS HELD" TO SRT-LABEL
           MOVE WS-CUSTOMERS-HELD TO SRT-COUNT
           WRITE SCREEN-REPORT-REC FROM SCREEN-TOTAL-LINE
           CLOSE SCREEN-REPORT
           MOVE "USRSCRN.RPT" TO RFP-REPORT-NAME
           MOVE "USRSCRN" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "USRSCRN SCREENING TOTALS FOR " WS-TODAY
           DISPLAY "  LIST ENTRIES READ      : " WS-LIST-READ
           DISPLAY "  NOT IN FORCE           : " WS-LIST-NOT-IN-FORCE
           DISPLAY "  JOURNAL ENTRIES READ   : " WS-JOURNAL-READ
           DISPLAY "  NEW CUSTOMERS          : " WS-NEW-FLAGGED
           DISPLAY "  NAME/COUNTRY CHANGED   : " WS-CHANGED-FLAGGED
           DISPLAY "  CUSTOMERS SCREENED     : " WS-SCREENED
           DISPLAY "  CASES OPENED           : " WS-CASES-OPENED
           DISPLAY "  CUSTOMERS HELD         : " WS-CUSTOMERS-HELD
           DISPLAY "  HITS ALREADY ON A CASE : " WS-ALREADY-OPEN
           DISPLAY "  HITS ALREADY CLEARED   : " WS-ALREADY-CLEARED
           DISPLAY "  HOLDS FAILED           : " WS-UPDATE-FAILED
           DISPLAY "=============================================="

           IF WS-UPDATE-FAILED > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY usrhist-write.

           COPY scrncase-load.

           COPY scrncase-write.

           COPY soundex-calc.

           COPY rptfile-call.
