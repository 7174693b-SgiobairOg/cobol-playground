       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSEED.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Training region seed. New operators used to learn on
      *          the live files and the production table, under
      *          supervision and with everybody's fingers crossed.
      *          This builds the training region they practice in
      *          instead: a TRAINING directory beside the live files
      *          holding a copy of every file the consoles open, and
      *          the TRAINING schema's copy of the USER table, all
      *          taken from production tonight with the customer
      *          masked out of it:
      *            name    - TRAINEE CUSTOMER nnnnn
      *            street  - nnnnn PRACTICE STREET
      *            phone   - 01000nnnnn
      *            email   - custnnnnn@training.invalid
      *          where nnnnn is the customer's own USER-ID, so the
      *          same customer masks the same way in the table, the
      *          journal images, the pending and scheduled changes,
      *          the rejects and the address history, and a trainee
      *          following one customer from screen to screen sees
      *          one story. A field that was blank stays blank. Notes
      *          are free text and are replaced outright. Reference
      *          files, OPRMAST and the rest are copied as they are;
      *          the logs, registers and queues a console appends to
      *          start empty.
      *
      *          The TRNREGN marker is written into the directory
      *          last, and removed first - a region is only ever
      *          offered by OPRMENU once it has been seeded to the
      *          end, and the feeds (USREXTR, USRDIST, CRMINTAK,
      *          CRMRECON) refuse to run anywhere the marker is.
      *          Re-seeding throws away whatever the trainees did,
      *          so a supervisor signs on and confirms with YES. The
      *          program refuses to run inside a training region -
      *          the copy is always taken from live.
      * Tectonics: cobc
      *
      * Modification History:
      *   Sanctions screening - the SCRNCASE register SCRNMNT works
      *   from starts empty in the region; its live cases carry
      *   customer and watchlist names that are not masked.
      *   Commit interval - USRBMNT's BMNTRST checkpoint starts empty
      *   in the region, so a trainee's batch never resumes one cut
      *   in live.
      *   Reservation aging - the OPRNOTE operator notices start
      *   empty in the region; OPRMENU there shows trainees only what
      *   the training batch left them.
      *   Acquisition channel - the USRORIG acquisition register
      *   USRIDREQ appends to is copied as it is; it carries no
      *   names or contact details.
      *   On-call paging - the ONCALL roster starts empty in the
      *   region, and with it the NOTIFLOG delivery log and NOTIFYQ
      *   queue; the live roster holds real mobile numbers and mail
      *   addresses, and nothing done in training may reach them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Both sides of the copy take their names at run time, one
      * file of the seed list at a time.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT TRAINING-FILE ASSIGN TO DYNAMIC WS-TRAINING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Wide enough for the longest record in the seed list - a
      * USRSCHD entry, two customer images and their stamps.
       FD  LIVE-FILE
           RECORDING MODE IS F.
       01  LIVE-REC                PIC X(400).

       FD  TRAINING-FILE
           RECORDING MODE IS F.
       01  TRAINING-REC            PIC X(400).

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

           COPY oprsign.

           COPY region.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE SEED-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-NAME, USER-STREET, USER-CITY,
                          USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                          USER-EMAIL, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-LIVE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LIVE-OK                VALUE "00".
           88  WS-LIVE-NOT-FOUND         VALUE "35".

       01  WS-TRAINING-STATUS      PIC X(02) VALUE SPACES.
           88  WS-TRAINING-OK            VALUE "00".

       01  WS-LIVE-NAME            PIC X(20) VALUE SPACES.
       01  WS-TRAINING-NAME        PIC X(30) VALUE SPACES.

      * The seed list - every file a console opens by name, and
      * what happens to it on the way into the region:
      *   I - customer images at the two positions given (the
      *       second may be 000), each masked on its own USER-ID
      *   N - notes: the text at the position given is replaced
      *   A - address history: the street at the position given
      *   C - copied as it is
      *   E - started empty
      * USRHISTK is deliberately absent - USRHINQ reads the journal
      * itself when there is no keyed store.
       01  WS-SEED-FILES.
           05  FILLER  PIC X(19) VALUE "USRHIST     I046197".
           05  FILLER  PIC X(19) VALUE "USRPEND     I061212".
           05  FILLER  PIC X(19) VALUE "USRSCHD     I062213".
           05  FILLER  PIC X(19) VALUE "CUSTREJ     I021000".
           05  FILLER  PIC X(19) VALUE "USRNOTES    N037000".
           05  FILLER  PIC X(19) VALUE "USRADDR     A009000".
           05  FILLER  PIC X(19) VALUE "USRCONS     C000000".
           05  FILLER  PIC X(19) VALUE "USRXREF     C000000".
           05  FILLER  PIC X(19) VALUE "USRRELS     C000000".
           05  FILLER  PIC X(19) VALUE "ADDRFLAG    C000000".
           05  FILLER  PIC X(19) VALUE "HOUSEHLD    C000000".
           05  FILLER  PIC X(19) VALUE "USRTERRF    C000000".
           05  FILLER  PIC X(19) VALUE "DORMLIST    C000000".
           05  FILLER  PIC X(19) VALUE "USRORIG     C000000".
           05  FILLER  PIC X(19) VALUE "REJREG      C000000".
           05  FILLER  PIC X(19) VALUE "CNTRYREF    C000000".
           05  FILLER  PIC X(19) VALUE "OPRMAST     C000000".
           05  FILLER  PIC X(19) VALUE "SHOPPARM    C000000".
           05  FILLER  PIC X(19) VALUE "BUSCAL      C000000".
           05  FILLER  PIC X(19) VALUE "ERRROUTE    C000000".
           05  FILLER  PIC X(19) VALUE "ERRLOG      E000000".
           05  FILLER  PIC X(19) VALUE "INCDREG     E000000".
           05  FILLER  PIC X(19) VALUE "PARMAUDT    E000000".
           05  FILLER  PIC X(19) VALUE "USRBMNT.REG E000000".
           05  FILLER  PIC X(19) VALUE "USRTXN      E000000".
           05  FILLER  PIC X(19) VALUE "CUSTRCY     E000000".
           05  FILLER  PIC X(19) VALUE "CRMPEND     E000000".
           05  FILLER  PIC X(19) VALUE "SCRNCASE    E000000".
           05  FILLER  PIC X(19) VALUE "BMNTRST     E000000".
           05  FILLER  PIC X(19) VALUE "OPRNOTE     E000000".
           05  FILLER  PIC X(19) VALUE "ONCALL      E000000".
           05  FILLER  PIC X(19) VALUE "NOTIFLOG    E000000".
           05  FILLER  PIC X(19) VALUE "NOTIFYQ     E000000".
       01  WS-SEED-TABLE REDEFINES WS-SEED-FILES.
           05  WS-SEED-ENTRY OCCURS 33 TIMES.
               10  WS-SF-NAME      PIC X(12).
               10  WS-SF-KIND      PIC X(01).
                   88  WS-SF-IMAGES      VALUE "I".
                   88  WS-SF-NOTES       VALUE "N".
                   88  WS-SF-STREETS     VALUE "A".
                   88  WS-SF-EMPTY       VALUE "E".
               10  WS-SF-POS-1     PIC 9(03).
               10  WS-SF-POS-2     PIC 9(03).
       01  WS-SF-IX                PIC 9(02) COMP VALUE 0.
       01  WS-SF-MAX               PIC 9(02) COMP VALUE 33.

       01  WS-REC-BUF              PIC X(400) VALUE SPACES.
       01  WS-IMAGE-POS            PIC 9(03) COMP VALUE 0.

      * The masks, built around the customer's USER-ID.
       01  WS-MASK-ID              PIC X(05) VALUE SPACES.
       01  WS-MASK-NAME.
           05  FILLER              PIC X(17) VALUE "TRAINEE CUSTOMER ".
           05  WS-MN-ID            PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
       01  WS-MASK-STREET.
           05  WS-MS-ID            PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE " PRACTICE STREET".
           05  FILLER              PIC X(04) VALUE SPACES.
       01  WS-MASK-PHONE.
           05  FILLER              PIC X(05) VALUE "01000".
           05  WS-MP-ID            PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE SPACES.
       01  WS-MASK-EMAIL.
           05  FILLER              PIC X(04) VALUE "cust".
           05  WS-ME-ID            PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE "@training.invalid".
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-MASK-NOTE            PIC X(60) VALUE
           "PRACTICE NOTE - THE LIVE TEXT IS NOT CARRIED INTO TRAINING".

       01  WS-MARKER-REC.
           05  FILLER              PIC X(08) VALUE "TRNREGN".
           05  FILLER              PIC X(12) VALUE "SEEDED FROM ".
           05  FILLER              PIC X(08) VALUE "LIVE ON ".
           05  WM-SEED-DATE        PIC 9(08) VALUE 0.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WM-SEED-TIME        PIC 99B99B99B99.
           05  FILLER              PIC X(04) VALUE " BY ".
           05  WM-OPERATOR-ID      PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-LIVE-EOF-SW      PIC X(01) VALUE "N".
               88  WS-LIVE-EOF           VALUE "Y".
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-FAILED-SW        PIC X(01) VALUE "N".
               88  WS-FAILED             VALUE "Y".

       01  WS-FILE-COUNTS.
           05  WS-FILE-RECORDS     PIC 9(07) VALUE 0.
           05  WS-FILE-MASKED      PIC 9(07) VALUE 0.
       01  WS-SEED-TOTALS.
           05  WS-FILES-COPIED     PIC 9(02) VALUE 0.
           05  WS-FILES-EMPTIED    PIC 9(02) VALUE 0.
           05  WS-FILES-ABSENT     PIC 9(02) VALUE 0.
           05  WS-RECORDS-COPIED   PIC 9(07) VALUE 0.
           05  WS-RECORDS-MASKED   PIC 9(07) VALUE 0.
           05  WS-ROWS-SEEDED      PIC 9(07) VALUE 0.

       01  WS-CONFIRM              PIC X(03) VALUE SPACES.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "TRNSEED - TRAINING REGION SEED"
           PERFORM CHECK-REGION
           IF RG-TRAINING
               DISPLAY "TRNSEED - THIS IS A TRAINING REGION - THE "
                   "SEED IS ONLY EVER TAKEN FROM LIVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SIGN-ON-OPERATOR
           IF NOT OS-LEVEL-SUPER
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS NOT A"
                   " SUPERVISOR - SEEDING TRAINING NEEDS ONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SEED-ONE-FILE THRU 2000-EXIT
               VARYING WS-SF-IX FROM 1 BY 1
               UNTIL WS-SF-IX > WS-SF-MAX
           PERFORM 5000-SEED-TABLE THRU 5000-EXIT
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - confirm, the directory, the old marker    *
      *                      out of the way                            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "RE-SEEDING DISCARDS EVERYTHING DONE IN THE "
               "TRAINING REGION SO FAR"
           DISPLAY "Type YES to seed it from live: " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "TRNSEED - NOT CONFIRMED, NOTHING CHANGED"
               MOVE 4 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           ACCEPT WM-SEED-DATE FROM DATE YYYYMMDD
           ACCEPT WM-SEED-TIME FROM TIME
           MOVE OS-OPERATOR-ID TO WM-OPERATOR-ID

      * The directory is usually there already from the last seed -
      * only a failure to find it afterwards matters, and the first
      * file written into it finds that out.
           CALL "CBL_CREATE_DIR" USING RG-TRAINING-DIR
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-TRAINING-NAME
           STRING RG-TRAINING-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               RG-MARKER-NAME DELIMITED BY SPACE
               INTO WS-TRAINING-NAME
           END-STRING
           DELETE FILE TRAINING-FILE
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-SEED-ONE-FILE - live copy in, training copy out        *
      *----------------------------------------------------------------*
       2000-SEED-ONE-FILE.
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-MASKED
           MOVE WS-SF-NAME (WS-SF-IX) TO WS-LIVE-NAME
           MOVE SPACES TO WS-TRAINING-NAME
           STRING RG-TRAINING-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-SF-NAME (WS-SF-IX) DELIMITED BY SPACE
               INTO WS-TRAINING-NAME
           END-STRING

           OPEN OUTPUT TRAINING-FILE
           IF NOT WS-TRAINING-OK
               DISPLAY "UNABLE TO CREATE " WS-TRAINING-NAME
                   ", STATUS=" WS-TRAINING-STATUS
                   " - TRAINING REGION NOT SEEDED"
               MOVE "TRNSEED" TO EL-PROGRAM-ID
               MOVE "2000-SEED-ONE-FILE" TO EL-PARAGRAPH
               MOVE WS-TRAINING-STATUS TO EL-CODE
               MOVE "UNABLE TO CREATE A TRAINING REGION FILE"
                   TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           IF WS-SF-EMPTY (WS-SF-IX)
               CLOSE TRAINING-FILE
               ADD 1 TO WS-FILES-EMPTIED
               DISPLAY "  " WS-SF-NAME (WS-SF-IX) " STARTED EMPTY"
               GO TO 2000-EXIT
           END-IF

      * A live file the shop has never had is seeded empty too -
      * the console finds the same nothing it would in live.
           OPEN INPUT LIVE-FILE
           IF NOT WS-LIVE-OK
               CLOSE TRAINING-FILE
               ADD 1 TO WS-FILES-ABSENT
               DISPLAY "  " WS-SF-NAME (WS-SF-IX)
                   " NOT ON FILE IN LIVE - STARTED EMPTY"
               GO TO 2000-EXIT
           END-IF

           MOVE "N" TO WS-LIVE-EOF-SW
           PERFORM 2100-COPY-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-LIVE-EOF
           CLOSE LIVE-FILE
           CLOSE TRAINING-FILE
           ADD 1 TO WS-FILES-COPIED
           ADD WS-FILE-RECORDS TO WS-RECORDS-COPIED
           ADD WS-FILE-MASKED TO WS-RECORDS-MASKED
           DISPLAY "  " WS-SF-NAME (WS-SF-IX) " RECORDS "
               WS-FILE-RECORDS " MASKED " WS-FILE-MASKED
           .

       2000-EXIT.
           EXIT.

       2100-COPY-ONE-RECORD.
           READ LIVE-FILE INTO WS-REC-BUF
               AT END
                   SET WS-LIVE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-FILE-RECORDS

           EVALUATE TRUE
               WHEN WS-SF-IMAGES (WS-SF-IX)
                   MOVE WS-SF-POS-1 (WS-SF-IX) TO WS-IMAGE-POS
                   PERFORM 3000-MASK-IMAGE THRU 3000-EXIT
                   IF WS-SF-POS-2 (WS-SF-IX) > 0
                       MOVE WS-SF-POS-2 (WS-SF-IX) TO WS-IMAGE-POS
                       PERFORM 3000-MASK-IMAGE THRU 3000-EXIT
                   END-IF
                   ADD 1 TO WS-FILE-MASKED
               WHEN WS-SF-NOTES (WS-SF-IX)
                   MOVE WS-SF-POS-1 (WS-SF-IX) TO WS-IMAGE-POS
                   MOVE WS-MASK-NOTE TO WS-REC-BUF (WS-IMAGE-POS:60)
                   ADD 1 TO WS-FILE-MASKED
               WHEN WS-SF-STREETS (WS-SF-IX)
                   MOVE WS-SF-POS-1 (WS-SF-IX) TO WS-IMAGE-POS
                   IF WS-REC-BUF (WS-IMAGE-POS:25) NOT = SPACES
                       MOVE WS-REC-BUF (1:5) TO WS-MASK-ID
                       PERFORM 3100-BUILD-MASKS
                       MOVE WS-MASK-STREET
                           TO WS-REC-BUF (WS-IMAGE-POS:25)
                       ADD 1 TO WS-FILE-MASKED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-REC-BUF TO TRAINING-REC
           WRITE TRAINING-REC
           .

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-MASK-IMAGE - one 150-byte customer image in the buffer *
      *                      at WS-IMAGE-POS, masked on its own ID     *
      *----------------------------------------------------------------*
      * Image positions within the USER layout: name 6, street 31,
      * phone 83, email 98. A blank image - the before side of an
      * add, the after side of a delete - is left blank.
       3000-MASK-IMAGE.
           IF WS-REC-BUF (WS-IMAGE-POS:150) = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE WS-REC-BUF (WS-IMAGE-POS:5) TO WS-MASK-ID
           PERFORM 3100-BUILD-MASKS
           IF WS-REC-BUF (WS-IMAGE-POS + 5:25) NOT = SPACES
               MOVE WS-MASK-NAME TO WS-REC-BUF (WS-IMAGE-POS + 5:25)
           END-IF
           IF WS-REC-BUF (WS-IMAGE-POS + 30:25) NOT = SPACES
               MOVE WS-MASK-STREET
                   TO WS-REC-BUF (WS-IMAGE-POS + 30:25)
           END-IF
           IF WS-REC-BUF (WS-IMAGE-POS + 82:15) NOT = SPACES
               MOVE WS-MASK-PHONE TO WS-REC-BUF (WS-IMAGE-POS + 82:15)
           END-IF
           IF WS-REC-BUF (WS-IMAGE-POS + 97:40) NOT = SPACES
               MOVE WS-MASK-EMAIL TO WS-REC-BUF (WS-IMAGE-POS + 97:40)
           END-IF
           .

       3000-EXIT.
           EXIT.

       3100-BUILD-MASKS.
           MOVE WS-MASK-ID TO WS-MN-ID
           MOVE WS-MASK-ID TO WS-MS-ID
           MOVE WS-MASK-ID TO WS-MP-ID
           MOVE WS-MASK-ID TO WS-ME-ID
           .

      *----------------------------------------------------------------*
      *    5000-SEED-TABLE - TRAINING.USER emptied and refilled from   *
      *                      the live table, masked                    *
      *----------------------------------------------------------------*
       5000-SEED-TABLE.
           EXEC SQL
               DELETE FROM TRAINING.USER
           END-EXEC
           IF SQLCODE NOT = 0
               AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE "UNABLE TO EMPTY TRAINING.USER" TO EL-MESSAGE
               GO TO 5900-TABLE-FAILED
           END-IF

           EXEC SQL OPEN SEED-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE "UNABLE TO OPEN SEED-CURSOR" TO EL-MESSAGE
               GO TO 5900-TABLE-FAILED
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM 5100-FETCH-CUSTOMER
           PERFORM 5200-INSERT-ONE-ROW
               UNTIL WS-EOF OR WS-FAILED
           EXEC SQL CLOSE SEED-CURSOR END-EXEC
           IF WS-FAILED
               MOVE "INSERT INTO TRAINING.USER FAILED" TO EL-MESSAGE
               GO TO 5900-TABLE-FAILED
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "  TRAINING.USER ROWS " WS-ROWS-SEEDED " MASKED"
           GO TO 5000-EXIT.

      * Without its table the region is not seeded - no marker is
      * written, so no one is offered half a training region.
       5900-TABLE-FAILED.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY "TRNSEED - " EL-MESSAGE ", SQLCODE="
               WS-SQLCODE-DISPLAY " - TRAINING REGION NOT SEEDED"
           MOVE "TRNSEED" TO EL-PROGRAM-ID
           MOVE "5000-SEED-TABLE" TO EL-PARAGRAPH
           MOVE WS-SQLCODE-DISPLAY TO EL-CODE
           SET EL-SEV-FATAL TO TRUE
           PERFORM WRITE-ERROR-LOG
           MOVE 16 TO RETURN-CODE
           GO TO 9999-EXIT.

       5000-EXIT.
           EXIT.

       5100-FETCH-CUSTOMER.
           EXEC SQL
               FETCH SEED-CURSOR
               INTO :USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           END-IF
           .

       5200-INSERT-ONE-ROW.
           MOVE USER-ID TO WS-MASK-ID
           PERFORM 3100-BUILD-MASKS
           IF USER-NAME NOT = SPACES
               MOVE WS-MASK-NAME TO USER-NAME
           END-IF
           IF USER-STREET NOT = SPACES
               MOVE WS-MASK-STREET TO USER-STREET
           END-IF
           IF USER-PHONE NOT = SPACES
               MOVE WS-MASK-PHONE TO USER-PHONE
           END-IF
           IF USER-EMAIL NOT = SPACES
               MOVE WS-MASK-EMAIL TO USER-EMAIL
           END-IF

           EXEC SQL
               INSERT INTO TRAINING.USER
                   (USER-ID, USER-NAME, USER-STREET, USER-CITY,
                    USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                    USER-EMAIL, USER-STATUS)
               VALUES (:USER-ID, :USER-NAME, :USER-STREET, :USER-CITY,
                       :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                       :USER-EMAIL, :USER-STATUS)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY "INSERT FAILED FOR USER-ID " USER-ID
               SET WS-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-ROWS-SEEDED
               PERFORM 5100-FETCH-CUSTOMER
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - the marker last, then the totals           *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO WS-TRAINING-NAME
           STRING RG-TRAINING-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               RG-MARKER-NAME DELIMITED BY SPACE
               INTO WS-TRAINING-NAME
           END-STRING
           OPEN OUTPUT TRAINING-FILE
           IF WS-TRAINING-OK
               MOVE WS-MARKER-REC TO TRAINING-REC
               WRITE TRAINING-REC
               CLOSE TRAINING-FILE
           ELSE
               DISPLAY "UNABLE TO WRITE " WS-TRAINING-NAME
                   ", STATUS=" WS-TRAINING-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "=============================================="
           DISPLAY "TRNSEED TOTALS"
           DISPLAY "  FILES COPIED         : " WS-FILES-COPIED
           DISPLAY "  FILES STARTED EMPTY  : " WS-FILES-EMPTIED
           DISPLAY "  NOT ON FILE IN LIVE  : " WS-FILES-ABSENT
           DISPLAY "  RECORDS COPIED       : " WS-RECORDS-COPIED
           DISPLAY "  RECORDS MASKED       : " WS-RECORDS-MASKED
           DISPLAY "  TABLE ROWS SEEDED    : " WS-ROWS-SEEDED
           IF RETURN-CODE = 0
               DISPLAY "  RESULT               : TRAINING REGION "
                   "SEEDED " WM-SEED-DATE " BY " WM-OPERATOR-ID
           ELSE
               DISPLAY "  RESULT               : NO MARKER - REGION "
                   "NOT OFFERED"
           END-IF
           DISPLAY "=============================================="
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY region-check.

           COPY oprsign-verify.
