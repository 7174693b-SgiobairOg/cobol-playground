      *          already retired at status DELETED are left out of
      *          the scan; a merge already dealt with them.
      * Tectonics: cobc
      *
      * Modification History:
      *   Blocking keys - the scan no longer scores every customer
      *   against every other. Each customer is released to a sort
      *   under up to four blocking keys - postcode, Soundex of the
      *   name, the phone boiled down to its digits, and the local
      *   part of the email - and the sorted DUPBLOCK work file is
      *   read block by block, comparing only customers that share
      *   one. Any pair the old scan could score shares at least one
      *   block, so the scores and the DUPWORK hand-off to USRMAINT
      *   are unchanged; a pair met in more than one block is scored
      *   once, by a second sort on survivor and duplicate, which
      *   also keeps the report in its old order. The report now
      *   says how many comparisons every-pair scoring would have
      *   made and how many the blocking saved.
      *   Report archive - USRDUPSC.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT BLOCK-FILE ASSIGN TO "DUPBLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPBLK-STATUS.
           SELECT BLOCK-SORT ASSIGN TO "SORTWK1".
           SELECT PAIR-SORT ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY errorlog.

      * One customer under one of its blocking keys, sorted on the
      * key and then the USER-ID, so within a block the lower ID -
      * the survivor by the merge convention - always comes first.
       FD  BLOCK-FILE
           RECORDING MODE IS F.
       01  BLOCK-FILE-REC.
           05  BF-BLOCK.
               10  BF-KEY-TYPE         PIC X(01).
               10  BF-KEY-VALUE        PIC X(40).
           05  BF-USER-ID              PIC 9(05).
           05  BF-NAME                 PIC X(25).
           05  BF-POSTCODE             PIC X(10).
           05  BF-PHONE                PIC X(15).
           05  BF-EMAIL                PIC X(40).

       SD  BLOCK-SORT.
       01  BLOCK-SORT-REC.
           05  BS-KEY-TYPE             PIC X(01).
               88  BS-KEY-POSTCODE           VALUE "C".
               88  BS-KEY-SOUNDEX            VALUE "S".
               88  BS-KEY-PHONE              VALUE "P".
               88  BS-KEY-EMAIL              VALUE "E".
           05  BS-KEY-VALUE            PIC X(40).
           05  BS-USER-ID              PIC 9(05).
           05  BS-NAME                 PIC X(25).
           05  BS-POSTCODE             PIC X(10).
           05  BS-PHONE                PIC X(15).
           05  BS-EMAIL                PIC X(40).

      * One scoring pair, as often as the blocks met it.
       SD  PAIR-SORT.
       01  PAIR-SORT-REC.
           05  PS-SURVIVOR-ID          PIC 9(05).
           05  PS-DUPLICATE-ID         PIC 9(05).
           05  PS-SCORE                PIC 9(03).
           05  PS-NAME-PC-MATCH        PIC X(01).
           05  PS-PHONE-MATCH          PIC X(01).
           05  PS-EMAIL-MATCH          PIC X(01).
           05  PS-DUPLICATE-NAME       PIC X(25).

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS            PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK                  VALUE "00".
       01  WS-DUPWRK-STATUS            PIC X(02) VALUE SPACES.
           88  WS-DUPWRK-OK                  VALUE "00".

       01  WS-DUPBLK-STATUS            PIC X(02) VALUE SPACES.
           88  WS-DUPBLK-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                    VALUE "Y".
           05  WS-BLOCK-EOF-SW         PIC X(01) VALUE "N".
               88  WS-BLOCK-EOF              VALUE "Y".
           05  WS-PAIR-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PAIR-EOF               VALUE "Y".
           05  WS-FETCH-FAILED-SW      PIC X(01) VALUE "N".
               88  WS-FETCH-FAILED           VALUE "Y".

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(04) VALUE 0.
           05  WS-ROWS-LOADED          PIC 9(07) VALUE 0.
           05  WS-ROWS-SKIPPED         PIC 9(07) VALUE 0.
           05  WS-PAIRS-FOUND          PIC 9(07) VALUE 0.
           05  WS-KEYS-RELEASED        PIC 9(07) VALUE 0.
           05  WS-BLOCKS-SHARED        PIC 9(07) VALUE 0.
           05  WS-BLOCK-OVERFLOW       PIC 9(07) VALUE 0.
           05  WS-ALL-PAIRS            PIC 9(11) VALUE 0.
           05  WS-COMPARISONS          PIC 9(11) VALUE 0.
           05  WS-COMPARISONS-SAVED    PIC 9(11) VALUE 0.

       01  WS-SQLCODE-DISPLAY          PIC -(7)9.

      * The members of the block being read, held only until the
      * next block starts. A block is every customer sharing one
      * key, so it is small next to the base; the table still
      * covers the whole 5-digit USER-ID space (4-digit base plus
      * check digit) so even one enormous block is compared whole.
      * Should one ever outgrow it anyway, the members past the
      * limit are counted and reported rather than quietly left
      * uncompared.
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-ENTRY OCCURS 10000 TIMES.
               10  WS-BL-ID            PIC 9(05).
               10  WS-BL-NAME          PIC X(25).
               10  WS-BL-POSTCODE      PIC X(10).
               10  WS-BL-PHONE         PIC X(15).
               10  WS-BL-EMAIL         PIC X(40).
       01  WS-BLOCK-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-BLOCK-LIMIT              PIC 9(05) COMP VALUE 10000.
       01  WS-BLOCK-IX                 PIC 9(05) COMP VALUE 0.
       01  WS-CURRENT-BLOCK            PIC X(41) VALUE SPACES.

       01  WS-LAST-PAIR.
           05  WS-LAST-SURVIVOR        PIC 9(05) VALUE 0.
           05  WS-LAST-DUPLICATE       PIC 9(05) VALUE 0.

      * Blocking-key work areas - the phone boiled down to digits,
      * the email cut at the @.
       01  WS-PHONE-DIGITS             PIC X(15) VALUE SPACES.
       01  WS-DIGIT-IX                 PIC 9(02) COMP VALUE 0.
       01  WS-DIGIT-OUT-IX             PIC 9(02) COMP VALUE 0.
       01  WS-EMAIL-LOCAL              PIC X(40) VALUE SPACES.

           COPY soundex.

       01  WS-PAIR-SCORE               PIC 9(03) VALUE 0.
       01  WS-MATCH-FLAGS.
           05  DUP-DTL-REASONS         PIC X(22).

       01  DUP-TOTAL-LINE.
           05  DUP-TL-LABEL            PIC X(32).
           05  DUP-TL-COUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  WS-REASON-TEXT              PIC X(22) VALUE SPACES.
       01  WS-REASON-POINTER           PIC 9(02) VALUE 1.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT BLOCK-SORT
               ON ASCENDING KEY BS-KEY-TYPE BS-KEY-VALUE BS-USER-ID
               INPUT PROCEDURE 2000-RELEASE-BLOCK-KEYS THRU 2000-EXIT
               GIVING BLOCK-FILE
           IF WS-FETCH-FAILED
               GO TO 9999-EXIT
           END-IF
           SORT PAIR-SORT
               ON ASCENDING KEY PS-SURVIVOR-ID PS-DUPLICATE-ID
               INPUT PROCEDURE 3000-SCAN-BLOCKS THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-WRITE-CANDIDATES THRU 4000-EXIT
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

           .

      *----------------------------------------------------------------*
      *    2000-RELEASE-BLOCK-KEYS - every customer not retired goes   *
      *                              to the sort once per blocking key *
      *                              it has                            *
      *----------------------------------------------------------------*
       2000-RELEASE-BLOCK-KEYS.
           PERFORM 2100-FETCH-CUSTOMER
           PERFORM 2500-RELEASE-CUSTOMER THRU 2500-EXIT
               UNTIL WS-EOF
           EXEC SQL CLOSE DUPSCAN-CURSOR END-EXEC
           .

       2000-EXIT.
           EXIT.

       2100-FETCH-CUSTOMER.
           EXEC SQL
               FETCH DUPSCAN-CURSOR
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
           ELSE
               IF SQLCODE < 0
                   MOVE "USRDUPSC" TO EL-PROGRAM-ID
                   MOVE "2100-FETCH-CUSTOMER" TO EL-PARAGRAPH
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE WS-SQLCODE-DISPLAY TO EL-CODE
                   MOVE "FETCH DUPSCAN-CURSOR FAILED" TO EL-MESSAGE
                   SET EL-SEV-FATAL TO TRUE
                   PERFORM WRITE-ERROR-LOG
                   SET WS-EOF TO TRUE
                   SET WS-FETCH-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .

      * Each scoring rule has its key: the same name at the same
      * postcode always shares the postcode block - and the Soundex
      * block, blank postcode or not - the same phone always shares
      * the digits block, the same email always shares the local
      * part's. A phone with no digits in it at all blocks on what
      * was keyed, so two identical oddities still meet.
       2500-RELEASE-CUSTOMER.
           IF USER-ST-DELETED
               ADD 1 TO WS-ROWS-SKIPPED
               PERFORM 2100-FETCH-CUSTOMER
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-ROWS-LOADED
           MOVE SPACES TO BLOCK-SORT-REC
           MOVE USER-ID TO BS-USER-ID
           MOVE USER-NAME TO BS-NAME
           MOVE USER-POSTCODE TO BS-POSTCODE
           MOVE USER-PHONE TO BS-PHONE
           MOVE USER-EMAIL TO BS-EMAIL

           IF USER-POSTCODE NOT = SPACES
               SET BS-KEY-POSTCODE TO TRUE
               MOVE USER-POSTCODE TO BS-KEY-VALUE
               PERFORM 2900-RELEASE-ONE-KEY
           END-IF

           IF USER-NAME NOT = SPACES
               MOVE USER-NAME TO SX-IN
               PERFORM COMPUTE-SOUNDEX
               SET BS-KEY-SOUNDEX TO TRUE
               MOVE SX-OUT TO BS-KEY-VALUE
               PERFORM 2900-RELEASE-ONE-KEY
           END-IF

           IF USER-PHONE NOT = SPACES
               PERFORM 2600-PHONE-DIGITS
               SET BS-KEY-PHONE TO TRUE
               IF WS-PHONE-DIGITS = SPACES
                   MOVE USER-PHONE TO BS-KEY-VALUE
               ELSE
                   MOVE WS-PHONE-DIGITS TO BS-KEY-VALUE
               END-IF
               PERFORM 2900-RELEASE-ONE-KEY
           END-IF

           IF USER-EMAIL NOT = SPACES
               MOVE SPACES TO WS-EMAIL-LOCAL
               UNSTRING USER-EMAIL DELIMITED BY "@"
                   INTO WS-EMAIL-LOCAL
               END-UNSTRING
               SET BS-KEY-EMAIL TO TRUE
               MOVE WS-EMAIL-LOCAL TO BS-KEY-VALUE
               PERFORM 2900-RELEASE-ONE-KEY
           END-IF

           PERFORM 2100-FETCH-CUSTOMER
           .

       2500-EXIT.
           EXIT.

       2600-PHONE-DIGITS.
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE 0 TO WS-DIGIT-OUT-IX
           PERFORM 2610-KEEP-ONE-DIGIT
               VARYING WS-DIGIT-IX FROM 1 BY 1
               UNTIL WS-DIGIT-IX > 15
           .

       2610-KEEP-ONE-DIGIT.
           IF USER-PHONE(WS-DIGIT-IX:1) IS NUMERIC
               ADD 1 TO WS-DIGIT-OUT-IX
               MOVE USER-PHONE(WS-DIGIT-IX:1)
                   TO WS-PHONE-DIGITS(WS-DIGIT-OUT-IX:1)
           END-IF
           .

       2900-RELEASE-ONE-KEY.
           RELEASE BLOCK-SORT-REC
           ADD 1 TO WS-KEYS-RELEASED
           .

      *----------------------------------------------------------------*
      *    3000-SCAN-BLOCKS - the sorted DUPBLOCK file a block at a    *
      *                       time; each customer is scored against    *
      *                       the block's earlier (lower-ID) members   *
      *                       only                                     *
      *----------------------------------------------------------------*
       3000-SCAN-BLOCKS.
           OPEN INPUT BLOCK-FILE
           IF NOT WS-DUPBLK-OK
               DISPLAY "UNABLE TO OPEN DUPBLOCK, STATUS="
                   WS-DUPBLK-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 0 TO WS-BLOCK-COUNT
           MOVE SPACES TO WS-CURRENT-BLOCK
           PERFORM 3100-TAKE-ONE-MEMBER THRU 3100-EXIT
               UNTIL WS-BLOCK-EOF
           CLOSE BLOCK-FILE
           .

       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-MEMBER.
           READ BLOCK-FILE
               AT END
                   SET WS-BLOCK-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF BF-BLOCK NOT = WS-CURRENT-BLOCK
               MOVE BF-BLOCK TO WS-CURRENT-BLOCK
               MOVE 0 TO WS-BLOCK-COUNT
           END-IF
           IF WS-BLOCK-COUNT = 1
               ADD 1 TO WS-BLOCKS-SHARED
           END-IF

           PERFORM 3200-SCORE-ONE-PAIR
               VARYING WS-BLOCK-IX FROM 1 BY 1
               UNTIL WS-BLOCK-IX > WS-BLOCK-COUNT

           IF WS-BLOCK-COUNT NOT < WS-BLOCK-LIMIT
               ADD 1 TO WS-BLOCK-OVERFLOW
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-BLOCK-COUNT
           MOVE BF-USER-ID TO WS-BL-ID (WS-BLOCK-COUNT)
           MOVE BF-NAME TO WS-BL-NAME (WS-BLOCK-COUNT)
           MOVE BF-POSTCODE TO WS-BL-POSTCODE (WS-BLOCK-COUNT)
           MOVE BF-PHONE TO WS-BL-PHONE (WS-BLOCK-COUNT)
           MOVE BF-EMAIL TO WS-BL-EMAIL (WS-BLOCK-COUNT)
           .

       3100-EXIT.
           EXIT.

      * The scoring itself is the every-pair scan's, unchanged.
       3200-SCORE-ONE-PAIR.
           ADD 1 TO WS-COMPARISONS
           MOVE 0 TO WS-PAIR-SCORE
           MOVE "N" TO WS-NAME-PC-SW
           MOVE "N" TO WS-PHONE-SW
           MOVE "N" TO WS-EMAIL-SW

           IF WS-BL-NAME (WS-BLOCK-IX) NOT = SPACES
               AND WS-BL-NAME (WS-BLOCK-IX) = BF-NAME
               AND WS-BL-POSTCODE (WS-BLOCK-IX) = BF-POSTCODE
               SET WS-NAME-PC-MATCH TO TRUE
               ADD 50 TO WS-PAIR-SCORE
           END-IF

           IF WS-BL-PHONE (WS-BLOCK-IX) NOT = SPACES
               AND WS-BL-PHONE (WS-BLOCK-IX) = BF-PHONE
               SET WS-PHONE-MATCH TO TRUE
               ADD 30 TO WS-PAIR-SCORE
           END-IF

           IF WS-BL-EMAIL (WS-BLOCK-IX) NOT = SPACES
               AND WS-BL-EMAIL (WS-BLOCK-IX) = BF-EMAIL
               SET WS-EMAIL-MATCH TO TRUE
               ADD 40 TO WS-PAIR-SCORE
           END-IF

           IF WS-PAIR-SCORE > 0
               MOVE WS-BL-ID (WS-BLOCK-IX) TO PS-SURVIVOR-ID
               MOVE BF-USER-ID TO PS-DUPLICATE-ID
               MOVE WS-PAIR-SCORE TO PS-SCORE
               MOVE WS-NAME-PC-SW TO PS-NAME-PC-MATCH
               MOVE WS-PHONE-SW TO PS-PHONE-MATCH
               MOVE WS-EMAIL-SW TO PS-EMAIL-MATCH
               MOVE BF-NAME TO PS-DUPLICATE-NAME
               RELEASE PAIR-SORT-REC
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-WRITE-CANDIDATES - the scoring pairs back in survivor, *
      *                            duplicate order, each written once  *
      *----------------------------------------------------------------*
       4000-WRITE-CANDIDATES.
           MOVE 0 TO WS-LAST-SURVIVOR
           MOVE 0 TO WS-LAST-DUPLICATE
           PERFORM 4050-RETURN-ONE-PAIR THRU 4050-EXIT
               UNTIL WS-PAIR-EOF
           .

       4000-EXIT.
           EXIT.

       4050-RETURN-ONE-PAIR.
           RETURN PAIR-SORT
               AT END
                   SET WS-PAIR-EOF TO TRUE
                   GO TO 4050-EXIT
           END-RETURN
           IF PS-SURVIVOR-ID = WS-LAST-SURVIVOR
               AND PS-DUPLICATE-ID = WS-LAST-DUPLICATE
               GO TO 4050-EXIT
           END-IF
           MOVE PS-SURVIVOR-ID TO WS-LAST-SURVIVOR
           MOVE PS-DUPLICATE-ID TO WS-LAST-DUPLICATE
           PERFORM 4100-WRITE-CANDIDATE
           .

       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-WRITE-CANDIDATE - one report line and one work record  *
      *                           per scoring pair                      *
      *----------------------------------------------------------------*
       4100-WRITE-CANDIDATE.
           ADD 1 TO WS-PAIRS-FOUND

           MOVE SPACES TO WS-REASON-TEXT
           MOVE 1 TO WS-REASON-POINTER
           IF PS-NAME-PC-MATCH = "Y"
               STRING "NAME+PCODE " DELIMITED BY SIZE
                   INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-POINTER
               END-STRING
           END-IF
           IF PS-PHONE-MATCH = "Y"
               STRING "PHONE " DELIMITED BY SIZE
                   INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-POINTER
               END-STRING
           END-IF
           IF PS-EMAIL-MATCH = "Y"
               STRING "EMAIL" DELIMITED BY SIZE
                   INTO WS-REASON-TEXT
                   WITH POINTER WS-REASON-POINTER
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           MOVE PS-SURVIVOR-ID TO DUP-DTL-SURVIVOR
           MOVE PS-DUPLICATE-ID TO DUP-DTL-DUPLICATE
           MOVE PS-SCORE TO DUP-DTL-SCORE
           MOVE PS-DUPLICATE-NAME TO DUP-DTL-NAME
           MOVE WS-REASON-TEXT TO DUP-DTL-REASONS
           WRITE DUP-REPORT-REC FROM DUP-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           MOVE SPACES TO DUP-WORK-REC
           MOVE PS-SURVIVOR-ID TO DW-SURVIVOR-ID
           MOVE PS-DUPLICATE-ID TO DW-DUPLICATE-ID
           MOVE PS-SCORE TO DW-SCORE
           MOVE PS-NAME-PC-MATCH TO DW-NAME-PC-MATCH
           MOVE PS-PHONE-MATCH TO DW-PHONE-MATCH
           MOVE PS-EMAIL-MATCH TO DW-EMAIL-MATCH
           WRITE DUP-WORK-REC
           .

      *    8000-TERMINATE - close up and summarize the scan            *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           COMPUTE WS-ALL-PAIRS =
               WS-ROWS-LOADED * (WS-ROWS-LOADED - 1) / 2
           IF WS-COMPARISONS < WS-ALL-PAIRS
               COMPUTE WS-COMPARISONS-SAVED =
                   WS-ALL-PAIRS - WS-COMPARISONS
           END-IF

           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           MOVE "CANDIDATE PAIRS" TO DUP-TL-LABEL
           MOVE WS-PAIRS-FOUND TO DUP-TL-COUNT
           WRITE DUP-REPORT-REC FROM DUP-TOTAL-LINE
           MOVE "BLOCKING KEYS SORTED" TO DUP-TL-LABEL
           MOVE WS-KEYS-RELEASED TO DUP-TL-COUNT
           WRITE DUP-REPORT-REC FROM DUP-TOTAL-LINE
           MOVE "BLOCKS OF TWO OR MORE" TO DUP-TL-LABEL
           MOVE WS-BLOCKS-SHARED TO DUP-TL-COUNT
           WRITE DUP-REPORT-REC FROM DUP-TOTAL-LINE
           MOVE "EVERY-PAIR COMPARISONS" TO DUP-TL-LABEL
           MOVE WS-ALL-PAIRS TO DUP-TL-COUNT
           WRITE DUP-REPORT-REC FROM DUP-TOTAL-LINE
           MOVE "COMPARISONS MADE" TO DUP-TL-LABEL
           MOVE WS-COMPARISONS TO DUP-TL-COUNT
           WRITE DUP-REPORT-REC FROM DUP-TOTAL-LINE
           MOVE "COMPARISONS SAVED BY BLOCKING" TO DUP-TL-LABEL
           MOVE WS-COMPARISONS-SAVED TO DUP-TL-COUNT
           WRITE DUP-REPORT-REC FROM DUP-TOTAL-LINE
           IF WS-BLOCK-OVERFLOW > 0
               MOVE "OVERSIZED-BLOCK MEMBERS SKIPPED" TO DUP-TL-LABEL
               MOVE WS-BLOCK-OVERFLOW TO DUP-TL-COUNT
               WRITE DUP-REPORT-REC FROM DUP-TOTAL-LINE
           END-IF

           CLOSE DUP-REPORT
           CLOSE DUP-WORK
           MOVE "USRDUPSC.OUT" TO RFP-REPORT-NAME
           MOVE "USRDUPSC" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE WS-PAGE-NUMBER TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "USRDUPSC COMPLETE - " WS-ROWS-LOADED
               " CUSTOMERS SCANNED, " WS-PAIRS-FOUND
               " CANDIDATE PAIRS"
           DISPLAY "USRDUPSC - " WS-COMPARISONS " COMPARISONS MADE, "
               WS-COMPARISONS-SAVED " SAVED BY BLOCKING"

           IF WS-PAIRS-FOUND > 0
               MOVE 4 TO RETURN-CODE
           STOP RUN.

           COPY errorlog-write.

           COPY soundex-calc.

           COPY rptfile-call.
