       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRLAPS.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Nightly lapse of temporary addresses on the USRADDR
      *          customer address file. A temporary address stops
      *          being used the day after its last day whatever this
      *          program does - RESOLVE-ADDRESS goes by the dates -
      *          but the file and the journal should say so too.
      *          Every temporary address still marked in use whose
      *          last day is before the run date is marked lapsed,
      *          the change is journaled to USRHIST under USRADDR so
      *          the customer's history shows mail reverting to the
      *          main or mailing address, and each one is listed on
      *          the ADDRLAPS.RPT report with the address post goes
      *          to from now on. The run date defaults to today;
      *          pass YYYYMMDD on the command line to run as of the
      *          window's run date.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - ADDRLAPS.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT LAPSE-REPORT ASSIGN TO "ADDRLAPS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPRPT-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       FD  LAPSE-REPORT
           RECORDING MODE IS F.
       01  LAPSE-REPORT-REC        PIC X(100).

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       WORKING-STORAGE SECTION.
       01  CUST-ADDR-STATUS        PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK              VALUE "00".

       01  WS-LAPRPT-STATUS        PIC X(02) VALUE SPACES.
           88  WS-LAPRPT-OK              VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".

           COPY usraddr-tbl.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(08) VALUE 0.

       01  WS-LAPSE-TOTALS.
           05  WS-ADDRESSES-READ   PIC 9(05) VALUE 0.
           05  WS-TEMPORARY-HELD   PIC 9(05) VALUE 0.
           05  WS-LAPSED-COUNT     PIC 9(05) VALUE 0.

       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.
       01  WS-LAPSE-IX             PIC 9(05) COMP VALUE 0.

       01  LAPSE-HEADING.
           05  FILLER              PIC X(30) VALUE
               "TEMPORARY ADDRESSES LAPSED AS ".
           05  FILLER              PIC X(03) VALUE "OF ".
           05  LAPSE-HD-DATE       PIC 9(08).

       01  LAPSE-DETAIL-LINE.
           05  LAPSE-DTL-USER-ID   PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE "LAPSED ".
           05  LAPSE-DTL-STREET    PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LAPSE-DTL-CITY      PIC X(15).
           05  FILLER              PIC X(06) VALUE " LAST ".
           05  LAPSE-DTL-TO-DATE   PIC 9(08).

       01  LAPSE-NOW-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "NOW    ".
           05  LAPSE-NOW-STREET    PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LAPSE-NOW-CITY      PIC X(15).
           05  FILLER              PIC X(02) VALUE " (".
           05  LAPSE-NOW-SOURCE    PIC X(09).
           05  FILLER              PIC X(01) VALUE ")".

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LAPSE-ONE-ADDRESS
               VARYING WS-LAPSE-IX FROM 1 BY 1
               UNTIL WS-LAPSE-IX > UT-COUNT
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - run date, the address table, the report   *
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

           PERFORM LOAD-ADDRESS-TABLE
           IF NOT UT-LOADED
               DISPLAY "NO USRADDR ON FILE - NOTHING TO LAPSE"
               GO TO 9999-EXIT
           END-IF
           IF UT-OVERFLOW
               DISPLAY "USRADDR HOLDS MORE THAN " UT-MAX
                   " ADDRESSES - WIDEN THE TABLE, NOTHING LAPSED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE UT-COUNT TO WS-ADDRESSES-READ

           OPEN OUTPUT LAPSE-REPORT
           IF NOT WS-LAPRPT-OK
               DISPLAY "UNABLE TO OPEN ADDRLAPS.RPT, STATUS="
                   WS-LAPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-RUN-DATE TO LAPSE-HD-DATE
           WRITE LAPSE-REPORT-REC FROM LAPSE-HEADING
           .

      *----------------------------------------------------------------*
      *    2000-LAPSE-ONE-ADDRESS - a temporary address past its last  *
      *                             day is marked, journaled and       *
      *                             reported with where post goes now  *
      *----------------------------------------------------------------*
       2000-LAPSE-ONE-ADDRESS.
           MOVE WS-LAPSE-IX TO UT-IX
           IF UT-ADDR-TYPE (UT-IX) = "T"
               AND UT-STATUS (UT-IX) = SPACE
               IF UT-TO-DATE (UT-IX) NOT = 0
                   AND UT-TO-DATE (UT-IX) < WS-RUN-DATE
                   PERFORM BUILD-ADDRESS-REC
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE CUST-ADDR-REC TO WS-BEFORE-IMAGE(1:98)
                   MOVE UT-TO-DATE (UT-IX) TO AD-LAST-DAY
                   MOVE "L" TO AD-END-REASON
                   PERFORM END-ADDRESS-ENTRY
                   ADD 1 TO WS-LAPSED-COUNT
                   PERFORM 7000-JOURNAL-LAPSE
                   PERFORM 4000-REPORT-LAPSE
               ELSE
                   ADD 1 TO WS-TEMPORARY-HELD
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-REPORT-LAPSE - the lapsed address and where mail goes  *
      *                        from today                              *
      *----------------------------------------------------------------*
       4000-REPORT-LAPSE.
           MOVE UT-USER-ID (UT-IX) TO LAPSE-DTL-USER-ID
           MOVE UT-STREET (UT-IX) TO LAPSE-DTL-STREET
           MOVE UT-CITY (UT-IX) TO LAPSE-DTL-CITY
           MOVE UT-TO-DATE (UT-IX) TO LAPSE-DTL-TO-DATE
           WRITE LAPSE-REPORT-REC FROM LAPSE-DETAIL-LINE

           MOVE UT-USER-ID (UT-IX) TO USER-ID
           EXEC SQL
               SELECT USER-STREET, USER-CITY, USER-POSTCODE,
                      USER-COUNTRY
               INTO :USER-STREET, :USER-CITY, :USER-POSTCODE,
                    :USER-COUNTRY
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "** NOT ON FILE **" TO USER-STREET
               MOVE SPACES TO USER-CITY USER-POSTCODE USER-COUNTRY
           END-IF
           MOVE UT-USER-ID (UT-IX) TO AD-IN-ID
           MOVE "M" TO AD-PURPOSE
           MOVE WS-RUN-DATE TO AD-AS-OF
           MOVE USER-STREET TO AD-STREET
           MOVE USER-CITY TO AD-CITY
           MOVE USER-POSTCODE TO AD-POSTCODE
           MOVE USER-COUNTRY TO AD-COUNTRY
           PERFORM RESOLVE-ADDRESS
           MOVE AD-STREET TO LAPSE-NOW-STREET
           MOVE AD-CITY TO LAPSE-NOW-CITY
           EVALUATE TRUE
               WHEN AD-FROM-TEMPORARY
                   MOVE "TEMPORARY" TO LAPSE-NOW-SOURCE
               WHEN AD-FROM-MAILING
                   MOVE "MAILING" TO LAPSE-NOW-SOURCE
               WHEN OTHER
                   MOVE "MAIN" TO LAPSE-NOW-SOURCE
           END-EVALUATE
           WRITE LAPSE-REPORT-REC FROM LAPSE-NOW-LINE
           .

      *----------------------------------------------------------------*
      *    7000-JOURNAL-LAPSE - the lapse on USRHIST under USRADDR     *
      *----------------------------------------------------------------*
       7000-JOURNAL-LAPSE.
           PERFORM BUILD-ADDRESS-REC
           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRADDR" TO HJ-PROGRAM-ID
           SET HJ-ACTION-UPDATE TO TRUE
           MOVE UA-USER-ID TO HJ-USER-ID
           MOVE WS-BEFORE-IMAGE TO HJ-BEFORE-IMAGE
           MOVE SPACES TO HJ-AFTER-IMAGE
           MOVE CUST-ADDR-REC TO HJ-AFTER-IMAGE(1:98)
           PERFORM WRITE-HIST-JOURNAL
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - save the file, report the night            *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           PERFORM SAVE-ADDRESS-TABLE
           IF UT-DIRTY
               DISPLAY "UNABLE TO REWRITE USRADDR, STATUS="
                   CUST-ADDR-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE LAPSE-REPORT
           MOVE "ADDRLAPS.RPT" TO RFP-REPORT-NAME
           MOVE "ADDRLAPS" TO RFP-PROGRAM-ID
           MOVE WS-RUN-DATE TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "ADDRLAPS TEMPORARY ADDRESS TOTALS AS OF "
               WS-RUN-DATE
           DISPLAY "  ADDRESSES ON FILE      : " WS-ADDRESSES-READ
           DISPLAY "  TEMPORARY STILL RUNNING: " WS-TEMPORARY-HELD
           DISPLAY "  LAPSED TONIGHT         : " WS-LAPSED-COUNT
           DISPLAY "=============================================="
           .

       9999-EXIT.
           STOP RUN.

           COPY usraddr-load.

           COPY usrhist-write.

           COPY rptfile-call.
