       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTRECN.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Journal-to-table reconciliation. Every program that
      *          changes the USER table is meant to journal the row it
      *          left behind to USRHIST, and USRASOF and USRRFWD both
      *          rebuild the table from that journal on the strength of
      *          it - but nothing proved the journal was complete. A
      *          hand-keyed SQL fix, or a program that skipped its
      *          journal write, went unnoticed until a recovery put
      *          the wrong row back. This program takes the latest
      *          journaled row image of every customer - the USRHISTK
      *          keyed store, plus the flat USRHIST tail journaled
      *          since the last HISTCUT fold - and compares it with
      *          every USER row, reporting on HISTRECN.OUT:
      *            - rows with no journaled image at all
      *            - rows whose current values differ from their last
      *              journaled image, naming the columns that differ
      *            - journaled customers no longer on the table
      *          Only whole-row images count, judged the way USRASOF
      *          and USRRFWD judge them: a row-writing program, and an
      *          image starting with the entry's own USER-ID. A
      *          customer missing from the table whose last image sat
      *          at DELETED is listed as purged - USRPURGE removes rows
      *          without a journal entry by design - and is not a
      *          break. Any break ends the run with RC 8. Read-only
      *          against the table and both journals; run it before a
      *          USRRFWD or USRASOF run is trusted.
      * Tectonics: cobc
      *
      * Modification History:
      *   Scheduled changes - USRSAPP joins the row writers, so a
      *   change applied on its effective date is not reported as
      *   a break against the table.
      *   Dormancy pass - USRDORM joins the row writers, so a move
      *   to INACTIVE for dormancy is not reported as a break
      *   against the table.
      *   Sanctions screening - USRSCRN joins the row writers, so
      *   a screening hold or its lift is not reported as a break
      *   against the table.
      *   Reservation aging - RSVAGE joins the row writers, so a
      *   reservation retired to DELETED is not reported as a break
      *   against the table.
      *   Report archive - HISTRECN.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RECON-OUT ASSIGN TO "HISTRECN.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  KEYED-HIST.
           COPY usrhistk.

       FD  FOLD-POSITION
           RECORDING MODE IS F.
       01  FOLD-POSITION-REC.
           05  FP-LAST-POSITION    PIC 9(09).

       FD  RECON-OUT
           RECORDING MODE IS F.
       01  RECON-OUT-REC           PIC X(100).

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".

       01  KEYED-HIST-STATUS       PIC X(02) VALUE SPACES.
           88  KEYED-HIST-OK             VALUE "00".

       01  WS-POSITION-STATUS      PIC X(02) VALUE SPACES.
           88  WS-POSITION-OK            VALUE "00".

       01  WS-RECON-STATUS         PIC X(02) VALUE SPACES.
           88  WS-RECON-OK               VALUE "00".

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE RECON-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
                          USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                          USER-EMAIL, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

      * The keyed store is only current as of the last HISTCUT fold,
      * so the flat tail past the HISTKPOS position is overlaid on
      * it. With no keyed store on file the whole flat journal is
      * the tail.
       01  WS-FOLD-POSITION        PIC 9(09) VALUE 0.
       01  WS-TAIL-POSITION        PIC 9(09) VALUE 0.
       01  WS-KEYED-SW             PIC X(01) VALUE "N".
           88  WS-KEYED-USED             VALUE "Y".

      * The latest journaled row image of every customer, one slot
      * per USER-ID the way USRPURGE slots them - a valid check digit
      * makes USER-ID / 10 unique. Two IDs landing on one slot can
      * only come from a bad check digit; the slot is then marked
      * and neither customer can be proved. State: J journaled, M
      * matched to a row, X two IDs on the slot, Y clash reported.
       01  WS-LATEST-TABLE.
           05  WS-LATEST-SLOT OCCURS 10000 TIMES.
               10  WS-LJ-USER-ID   PIC 9(05).
               10  WS-LJ-STATE     PIC X(01).
               10  WS-LJ-IMAGE     PIC X(138).
       01  WS-SLOT-IX              PIC 9(05) COMP VALUE 0.

       01  WS-ENTRY-USER-ID        PIC 9(05) VALUE 0.
       01  WS-ENTRY-PROGRAM        PIC X(15) VALUE SPACES.
       01  WS-ENTRY-IMAGE          PIC X(150) VALUE SPACES.

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

      * The current row laid out as a journal image, and the same
      * view of the journaled image, so each column compares alone.
       01  WS-ROW-IMAGE            PIC X(138) VALUE SPACES.
       01  WS-JRN-IMAGE            PIC X(138) VALUE SPACES.
       01  WS-JRN-VIEW REDEFINES WS-JRN-IMAGE.
           05  WS-JV-USER-ID       PIC X(05).
           05  WS-JV-NAME          PIC X(25).
           05  WS-JV-STREET        PIC X(25).
           05  WS-JV-CITY          PIC X(15).
           05  WS-JV-POSTCODE      PIC X(10).
           05  WS-JV-COUNTRY       PIC X(02).
           05  WS-JV-PHONE         PIC X(15).
           05  WS-JV-EMAIL         PIC X(40).
           05  WS-JV-STATUS        PIC X(01).
       01  WS-DIFF-LIST            PIC X(60) VALUE SPACES.
       01  WS-DIFF-PTR             PIC 9(02) COMP VALUE 1.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".

       01  WS-RECON-TOTALS.
           05  WS-KEYED-READ       PIC 9(07) VALUE 0.
           05  WS-TAIL-READ        PIC 9(07) VALUE 0.
           05  WS-IMAGES-USED      PIC 9(07) VALUE 0.
           05  WS-ROWS-READ        PIC 9(07) VALUE 0.
           05  WS-ROWS-MATCHED     PIC 9(07) VALUE 0.
           05  WS-NO-HISTORY       PIC 9(07) VALUE 0.
           05  WS-ROWS-DIFFER      PIC 9(07) VALUE 0.
           05  WS-NO-ROW           PIC 9(07) VALUE 0.
           05  WS-PURGED           PIC 9(07) VALUE 0.
           05  WS-CLASHES          PIC 9(07) VALUE 0.
           05  WS-BREAKS           PIC 9(07) VALUE 0.

       01  WS-REPORT-LINE.
           05  WS-RL-TAG           PIC X(32).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RL-USER-ID       PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RL-DETAIL        PIC X(60).

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-KEYED-STORE THRU 2000-EXIT
           PERFORM 2500-LOAD-FLAT-TAIL THRU 2500-EXIT
           PERFORM 3000-OPEN-CURSOR
           PERFORM 3100-FETCH-ROW
           PERFORM 3200-RECONCILE-ROW
               UNTIL WS-EOF
           PERFORM 4000-SWEEP-JOURNAL-ONLY
               VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > 10000
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the report and an empty slot table        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RECON-OUT
           IF NOT WS-RECON-OK
               DISPLAY "UNABLE TO OPEN HISTRECN.OUT, STATUS="
                   WS-RECON-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE SPACES TO WS-LATEST-TABLE
           .

      *----------------------------------------------------------------*
      *    2000-LOAD-KEYED-STORE - the whole store in key order, so    *
      *                            each customer's entries arrive      *
      *                            oldest first and the last row image *
      *                            left in the slot is the latest      *
      *----------------------------------------------------------------*
       2000-LOAD-KEYED-STORE.
           OPEN INPUT KEYED-HIST
           IF NOT KEYED-HIST-OK
               DISPLAY "NO USRHISTK ON FILE, STATUS=" KEYED-HIST-STATUS
                   " - THE WHOLE FLAT JOURNAL IS USED"
               GO TO 2000-EXIT
           END-IF
           SET WS-KEYED-USED TO TRUE
           MOVE 0 TO HK-USER-ID
           MOVE 0 TO HK-DATE
           MOVE SPACES TO HK-TIME
           MOVE 0 TO HK-SEQ
           MOVE "N" TO WS-EOF-SW
           START KEYED-HIST KEY NOT < HK-PRIMARY-KEY
           END-START
           IF NOT KEYED-HIST-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 2100-LOAD-ONE-KEYED
               UNTIL WS-EOF
           CLOSE KEYED-HIST
           .

       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-KEYED.
           READ KEYED-HIST NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-KEYED-READ
                   MOVE HK-USER-ID TO WS-ENTRY-USER-ID
                   MOVE HK-PROGRAM-ID TO WS-ENTRY-PROGRAM
                   MOVE HK-AFTER-IMAGE TO WS-ENTRY-IMAGE
                   PERFORM 2900-TAKE-ENTRY
           END-READ
           .

      *----------------------------------------------------------------*
      *    2500-LOAD-FLAT-TAIL - entries journaled since the last fold *
      *                          overlay the store, in journal order   *
      *----------------------------------------------------------------*
       2500-LOAD-FLAT-TAIL.
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
               GO TO 2500-EXIT
           END-IF
           PERFORM 2600-LOAD-ONE-TAIL
               UNTIL WS-EOF
           CLOSE HIST-JOURNAL
           .

       2500-EXIT.
           EXIT.

       2600-LOAD-ONE-TAIL.
           READ HIST-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-TAIL-POSITION NOT < WS-FOLD-POSITION
                       AND HJ-USER-ID IS NUMERIC
                       ADD 1 TO WS-TAIL-READ
                       MOVE HJ-USER-ID TO WS-ENTRY-USER-ID
                       MOVE HJ-PROGRAM-ID TO WS-ENTRY-PROGRAM
                       MOVE HJ-AFTER-IMAGE TO WS-ENTRY-IMAGE
                       PERFORM 2900-TAKE-ENTRY
                   END-IF
                   ADD 1 TO WS-TAIL-POSITION
           END-READ
           .

      *----------------------------------------------------------------*
      *    2900-TAKE-ENTRY - a whole-row image replaces whatever the   *
      *                      customer's slot held before               *
      *----------------------------------------------------------------*
       2900-TAKE-ENTRY.
           PERFORM 2910-TEST-ROW-ENTRY
           IF WS-ROW-ENTRY
               ADD 1 TO WS-IMAGES-USED
               COMPUTE WS-SLOT-IX = WS-ENTRY-USER-ID / 10 + 1
               EVALUATE TRUE
                   WHEN WS-LJ-STATE (WS-SLOT-IX) = SPACE
                       MOVE WS-ENTRY-USER-ID
                           TO WS-LJ-USER-ID (WS-SLOT-IX)
                       MOVE "J" TO WS-LJ-STATE (WS-SLOT-IX)
                       MOVE WS-ENTRY-IMAGE TO WS-LJ-IMAGE (WS-SLOT-IX)
                   WHEN WS-LJ-STATE (WS-SLOT-IX) = "X"
                       CONTINUE
                   WHEN WS-LJ-USER-ID (WS-SLOT-IX) = WS-ENTRY-USER-ID
                       MOVE WS-ENTRY-IMAGE TO WS-LJ-IMAGE (WS-SLOT-IX)
                   WHEN OTHER
                       MOVE "X" TO WS-LJ-STATE (WS-SLOT-IX)
               END-EVALUATE
           END-IF
           .

      * Same judgment USRASOF and USRRFWD make: a row-writing program
      * and an image that starts with the entry's own USER-ID.
       2910-TEST-ROW-ENTRY.
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 2920-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           IF WS-ROW-ENTRY
               IF WS-ENTRY-IMAGE(1:5) IS NOT NUMERIC
                   OR WS-ENTRY-IMAGE(1:5) NOT = WS-ENTRY-USER-ID
                   MOVE "N" TO WS-ROW-ENTRY-SW
               END-IF
           END-IF
           .

       2920-TEST-ONE-WRITER.
           IF WS-ENTRY-PROGRAM = WS-ROW-WRITER (WS-WRITER-IX)
               MOVE "Y" TO WS-ROW-ENTRY-SW
           ELSE
               ADD 1 TO WS-WRITER-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-OPEN-CURSOR - every row, whatever its status           *
      *----------------------------------------------------------------*
       3000-OPEN-CURSOR.
           MOVE "N" TO WS-EOF-SW
           EXEC SQL OPEN RECON-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "HISTRECN" TO EL-PROGRAM-ID
               MOVE "3000-OPEN-CURSOR" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN RECON-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               CLOSE RECON-OUT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

       3100-FETCH-ROW.
           EXEC SQL
               FETCH RECON-CURSOR
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
           END-EXEC
           IF SQLCODE = 100
               SET WS-EOF TO TRUE
           ELSE
               IF SQLCODE < 0
                   MOVE "HISTRECN" TO EL-PROGRAM-ID
                   MOVE "3100-FETCH-ROW" TO EL-PARAGRAPH
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE WS-SQLCODE-DISPLAY TO EL-CODE
                   MOVE "FETCH RECON-CURSOR FAILED" TO EL-MESSAGE
                   SET EL-SEV-FATAL TO TRUE
                   PERFORM WRITE-ERROR-LOG
                   SET WS-EOF TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    3200-RECONCILE-ROW - the row against its latest image       *
      *----------------------------------------------------------------*
       3200-RECONCILE-ROW.
           ADD 1 TO WS-ROWS-READ
           COMPUTE WS-SLOT-IX = USER-ID / 10 + 1
           EVALUATE TRUE
               WHEN WS-LJ-STATE (WS-SLOT-IX) = "X"
                   OR WS-LJ-STATE (WS-SLOT-IX) = "Y"
                   MOVE "Y" TO WS-LJ-STATE (WS-SLOT-IX)
                   ADD 1 TO WS-CLASHES
                   MOVE "NOT PROVED - SHARED ID SLOT" TO WS-RL-TAG
                   MOVE "ANOTHER USER-ID SHARES ITS SLOT - CHECK DIGIT"
                       TO WS-RL-DETAIL
                   PERFORM 3900-WRITE-BREAK
               WHEN WS-LJ-STATE (WS-SLOT-IX) = SPACE
                   OR WS-LJ-USER-ID (WS-SLOT-IX) NOT = USER-ID
                   ADD 1 TO WS-NO-HISTORY
                   MOVE "ROW WITH NO HISTORY" TO WS-RL-TAG
                   MOVE SPACES TO WS-RL-DETAIL
                   STRING USER-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       USER-COUNTRY DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
                   END-STRING
                   PERFORM 3900-WRITE-BREAK
               WHEN OTHER
                   MOVE "M" TO WS-LJ-STATE (WS-SLOT-IX)
                   MOVE USER-REC TO WS-ROW-IMAGE
                   MOVE WS-LJ-IMAGE (WS-SLOT-IX) TO WS-JRN-IMAGE
                   IF WS-ROW-IMAGE = WS-JRN-IMAGE
                       ADD 1 TO WS-ROWS-MATCHED
                   ELSE
                       PERFORM 3300-LIST-DIFFERENCES
                       ADD 1 TO WS-ROWS-DIFFER
                       MOVE "ROW DIFFERS FROM LAST IMAGE" TO WS-RL-TAG
                       MOVE WS-DIFF-LIST TO WS-RL-DETAIL
                       PERFORM 3900-WRITE-BREAK
                   END-IF
           END-EVALUATE
           PERFORM 3100-FETCH-ROW
           .

      *----------------------------------------------------------------*
      *    3300-LIST-DIFFERENCES - which columns moved without a trace *
      *----------------------------------------------------------------*
       3300-LIST-DIFFERENCES.
           MOVE SPACES TO WS-DIFF-LIST
           MOVE 1 TO WS-DIFF-PTR
           IF USER-NAME NOT = WS-JV-NAME
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF USER-STREET NOT = WS-JV-STREET
               STRING "STREET " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF USER-CITY NOT = WS-JV-CITY
               STRING "CITY " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF USER-POSTCODE NOT = WS-JV-POSTCODE
               STRING "POSTCODE " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF USER-COUNTRY NOT = WS-JV-COUNTRY
               STRING "COUNTRY " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF USER-PHONE NOT = WS-JV-PHONE
               STRING "PHONE " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF USER-EMAIL NOT = WS-JV-EMAIL
               STRING "EMAIL " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF USER-STATUS NOT = WS-JV-STATUS
               STRING "STATUS " DELIMITED BY SIZE
                   INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           .

       3900-WRITE-BREAK.
           ADD 1 TO WS-BREAKS
           MOVE USER-ID TO WS-RL-USER-ID
           WRITE RECON-OUT-REC FROM WS-REPORT-LINE
           .

      *----------------------------------------------------------------*
      *    4000-SWEEP-JOURNAL-ONLY - journaled customers the cursor    *
      *                              never reached are off the table   *
      *----------------------------------------------------------------*
       4000-SWEEP-JOURNAL-ONLY.
           EVALUATE WS-LJ-STATE (WS-SLOT-IX)
               WHEN "J"
                   MOVE WS-LJ-IMAGE (WS-SLOT-IX) TO WS-JRN-IMAGE
                   MOVE WS-LJ-USER-ID (WS-SLOT-IX) TO WS-RL-USER-ID
                   MOVE SPACES TO WS-RL-DETAIL
                   STRING WS-JV-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-JV-COUNTRY DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
                   END-STRING
                   IF WS-JV-STATUS = "D"
                       ADD 1 TO WS-PURGED
                       MOVE "PURGED - LAST IMAGE DELETED" TO WS-RL-TAG
                   ELSE
                       ADD 1 TO WS-NO-ROW
                       ADD 1 TO WS-BREAKS
                       MOVE "JOURNALED BUT NOT ON TABLE" TO WS-RL-TAG
                   END-IF
                   WRITE RECON-OUT-REC FROM WS-REPORT-LINE
               WHEN "X"
                   ADD 1 TO WS-CLASHES
                   ADD 1 TO WS-BREAKS
                   MOVE "NOT PROVED - SHARED ID SLOT" TO WS-RL-TAG
                   MOVE WS-LJ-USER-ID (WS-SLOT-IX) TO WS-RL-USER-ID
                   MOVE "JOURNALED IDS SHARE A SLOT - CHECK DIGIT"
                       TO WS-RL-DETAIL
                   WRITE RECON-OUT-REC FROM WS-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - totals, verdict, return code               *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           EXEC SQL CLOSE RECON-CURSOR END-EXEC
           CLOSE RECON-OUT
           MOVE "HISTRECN.OUT" TO RFP-REPORT-NAME
           MOVE "HISTRECN" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "JOURNAL-TO-TABLE RECONCILIATION"
           DISPLAY "  KEYED-STORE ENTRIES READ  : " WS-KEYED-READ
           DISPLAY "  FLAT-TAIL ENTRIES READ    : " WS-TAIL-READ
           DISPLAY "  ROW IMAGES TAKEN          : " WS-IMAGES-USED
           DISPLAY "  TABLE ROWS READ           : " WS-ROWS-READ
           DISPLAY "  ROWS MATCHING THEIR IMAGE : " WS-ROWS-MATCHED
           DISPLAY "  ROWS WITH NO HISTORY      : " WS-NO-HISTORY
           DISPLAY "  ROWS DIFFERING FROM IMAGE : " WS-ROWS-DIFFER
           DISPLAY "  JOURNALED, NOT ON TABLE   : " WS-NO-ROW
           DISPLAY "  PURGED (NOT A BREAK)      : " WS-PURGED
           DISPLAY "  NOT PROVED - SHARED SLOT  : " WS-CLASHES

           IF WS-BREAKS = 0
               DISPLAY "  RESULT                    : IN BALANCE"
               IF RETURN-CODE < 8
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "  RESULT                    : " WS-BREAKS
                   " BREAK(S) - SEE HISTRECN.OUT"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "=============================================="
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY rptfile-call.
