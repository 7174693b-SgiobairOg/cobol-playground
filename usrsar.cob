       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRSAR.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Subject-access dossier - "what do you hold on me"
      *          answered in one printable file instead of a morning
      *          of USRMAINT, USRHINQ, USRNINQ and CONSMNT lookups and
      *          hand-greps of the side files. Key a USER-ID and the
      *          dossier gathers, for that customer:
      *            - the USER row
      *            - every USRHIST change-history entry
      *            - every USRNOTES note line
      *            - the USRCONS consent record
      *            - the ADDRFLAG returned-mail flag
      *            - the HOUSEHLD household membership
      *            - the USRTERRF territory assignment
      *            - the USRXREF merge cross-references
      *            - USRPEND pending-change items
      *            - USRSCHD scheduled-change items
      *            - the DORMLIST dormancy record
      *            - REJREG reject register events
      *            - the CRMPEND pending-acknowledgment ledger
      *            - USRRELS relationships, on either side of a link
      *            - the USRORIG acquisition channel record
      *            - SCRNCASE screening case events
      *            - WEBREVW signup referrals naming the customer
      *          The USRXREF chain is followed both ways: a USER-ID
      *          that was merged away is taken to its survivor, and
      *          every ID ever merged into the survivor is covered
      *          too, so records still held under an old ID are not
      *          missed. The flat USRHIST journal is read rather than
      *          the USRHISTK keyed store - it is the write path and
      *          holds every entry, including those HISTARCH has
      *          retired from the store. The dossier lands on
      *          USRSAR.nnnnn for the survivor, and the fact that it
      *          was produced - by whom, covering which IDs - is
      *          journaled to USRHIST under the survivor.
      * Tectonics: cobc
      *
      * Modification History:
      *   Alternate addresses - the dossier also lists every
      *   mailing, billing and temporary address held for the
      *   customer on the USRADDR file, ended ones included.
      *   Scheduled changes - the dossier also lists the customer's
      *   items on the USRSCHD scheduled-change file, waiting or
      *   closed, with their images.
      *   Dormancy pass - the dossier also shows the customer's
      *   DORMLIST dormancy record: when they were put on notice
      *   and what became of it.
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title and works the TRAINING schema's copy of
      *   the USER table; every file it opens by name is then the
      *   training copy OPRMENU moved the session onto.
      *   Relationships, origin, screening and referrals - the
      *   dossier also lists the customer's USRRELS links on either
      *   side (whom they may speak for or guarantee, and who may
      *   speak for or guarantee them, with the dates), the USRORIG
      *   acquisition record, every SCRNCASE screening event with the
      *   name as screened, and every WEBREVW signup referral that
      *   names one of the customer's IDs as a candidate.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOSSIER-OUT ASSIGN TO DYNAMIC WS-DOSSIER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT NOTES-FILE ASSIGN TO "USRNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "USRCONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-STATUS.
           SELECT ADDR-FLAG-FILE ASSIGN TO "ADDRFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-FLAG-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOUSEHOLD-STATUS.
           SELECT TERR-ASGN-FILE ASSIGN TO "USRTERRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-ASGN-STATUS.
           SELECT XREF-FILE ASSIGN TO "USRXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT SCHED-FILE ASSIGN TO "USRSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT DORM-FILE ASSIGN TO "DORMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORM-STATUS.
           SELECT REJ-REGISTER ASSIGN TO "REJREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-REGISTER-STATUS.
           SELECT PENDING-LEDGER ASSIGN TO "CRMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT RELATION-FILE ASSIGN TO "USRRELS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
           SELECT CUST-ORIGIN-FILE ASSIGN TO "USRORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ORIGIN-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.
           SELECT WEB-REVIEW ASSIGN TO "WEBREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEB-REVIEW-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOSSIER-OUT
           RECORDING MODE IS F.
       01  DOSSIER-OUT-REC             PIC X(132).

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  NOTES-FILE
           RECORDING MODE IS F.
           COPY usrnotes.

       FD  CONSENT-FILE
           RECORDING MODE IS F.
           COPY usrcons.

       FD  ADDR-FLAG-FILE
           RECORDING MODE IS F.
           COPY addrflag.

       FD  HOUSEHOLD-FILE
           RECORDING MODE IS F.
           COPY household.

       FD  TERR-ASGN-FILE
           RECORDING MODE IS F.
           COPY usrterrf.

       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY usrxref.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY usrpend.

       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY usrschd.

       FD  DORM-FILE
           RECORDING MODE IS F.
           COPY dormlist.

       FD  REJ-REGISTER
           RECORDING MODE IS F.
           COPY rejreg.

      * Layout as CRMRECON keeps it.
       FD  PENDING-LEDGER
           RECORDING MODE IS F.
       01  PENDING-LEDGER-REC.
           05  PD-USER-ID              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PD-FIRST-SENT           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PD-NIGHTS               PIC 9(03).

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  RELATION-FILE
           RECORDING MODE IS F.
           COPY usrrels.

       FD  CUST-ORIGIN-FILE
           RECORDING MODE IS F.
           COPY usrorig.

       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

      * Layout as HELLO-DATA refers a signup for review.
       FD  WEB-REVIEW
           RECORDING MODE IS F.
       01  WEB-REVIEW-REC.
           05  WR-REVIEW-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  WR-CANDIDATE-COUNT  PIC 9(02).
           05  FILLER              PIC X(01).
           05  WR-CANDIDATE OCCURS 3 TIMES.
               10  WR-CAND-USER-ID PIC 9(05).
               10  FILLER          PIC X(01).
               10  WR-CAND-SCORE   PIC 9(03).
               10  FILLER          PIC X(01).
               10  WR-CAND-KEYS    PIC X(03).
               10  FILLER          PIC X(01).
           05  WR-RECORD           PIC X(137).

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS      PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK            VALUE "00".

           COPY oprsign.

           COPY seedid.

       01  WS-DOSSIER-STATUS           PIC X(02) VALUE SPACES.
           88  WS-DOSSIER-OK                 VALUE "00".

       01  HIST-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK               VALUE "00".

       01  NOTES-STATUS                PIC X(02) VALUE SPACES.
           88  NOTES-OK                      VALUE "00".

       01  CONSENT-STATUS              PIC X(02) VALUE SPACES.
           88  CONSENT-OK                    VALUE "00".

       01  ADDR-FLAG-STATUS            PIC X(02) VALUE SPACES.
           88  ADDR-FLAG-OK                  VALUE "00".

       01  HOUSEHOLD-STATUS            PIC X(02) VALUE SPACES.
           88  HOUSEHOLD-OK                  VALUE "00".

       01  TERR-ASGN-STATUS            PIC X(02) VALUE SPACES.
           88  TERR-ASGN-OK                  VALUE "00".

       01  XREF-STATUS                 PIC X(02) VALUE SPACES.
           88  XREF-OK                       VALUE "00".

           COPY usrxref-tbl.

       01  PENDING-STATUS              PIC X(02) VALUE SPACES.
           88  PENDING-OK                    VALUE "00".

       01  SCHED-STATUS                PIC X(02) VALUE SPACES.
           88  SCHED-OK                      VALUE "00".

       01  DORM-STATUS                 PIC X(02) VALUE SPACES.
           88  DORM-OK                       VALUE "00".

       01  REJ-REGISTER-STATUS         PIC X(02) VALUE SPACES.
           88  REJ-REGISTER-OK               VALUE "00".

       01  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK                  VALUE "00".

       01  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
           88  WS-LEDGER-OK                  VALUE "00".

       01  RELATION-STATUS             PIC X(02) VALUE SPACES.
           88  RELATION-OK                   VALUE "00".

       01  CUST-ORIGIN-STATUS          PIC X(02) VALUE SPACES.
           88  CUST-ORIGIN-OK                VALUE "00".

       01  SCREEN-CASE-STATUS          PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK                VALUE "00".

       01  WEB-REVIEW-STATUS           PIC X(02) VALUE SPACES.
           88  WEB-REVIEW-OK                 VALUE "00".

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-DOSSIER-NAME             PIC X(20) VALUE SPACES.
       01  WS-ID-INPUT                 PIC X(05) VALUE SPACES.
       01  WS-ASKED-ID                 PIC 9(05) VALUE 0.
       01  WS-SURVIVOR-ID              PIC 9(05) VALUE 0.
       01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-RUN-TIME                 PIC 99B99B99B99.

      * Every USER-ID the customer's records may be held under - the
      * survivor first, then each ID the USRXREF chain folds into
      * it. Every file is scanned once against this set.
       01  WS-ID-SET.
           05  WS-SET-ID               PIC 9(05) OCCURS 50 TIMES.
       01  WS-SET-COUNT                PIC 9(02) COMP VALUE 0.
       01  WS-SET-LIMIT                PIC 9(02) COMP VALUE 50.
       01  WS-SET-IX                   PIC 9(02) COMP VALUE 0.
       01  WS-XREF-IX                  PIC 9(03) COMP VALUE 0.
       01  WS-SET-COUNT-DISP           PIC 9(02) VALUE 0.
       01  WS-MERGED-COUNT             PIC 9(02) VALUE 0.

       01  WS-TEST-ID                  PIC 9(05) VALUE 0.
       01  WS-TEST-ID-X REDEFINES WS-TEST-ID
                                       PIC X(05).
       01  WS-IN-SET-SW                PIC X(01) VALUE "N".
           88  WS-IN-SET                     VALUE "Y".
       01  WS-CAND-IX                  PIC 9(01) COMP VALUE 0.
       01  WS-REFERRAL-HIT-SW          PIC X(01) VALUE "N".
           88  WS-REFERRAL-HIT               VALUE "Y".

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF                    VALUE "Y".
           05  WS-TRUNCATED-SW         PIC X(01) VALUE "N".
               88  WS-TRUNCATED              VALUE "Y".

       01  WS-SECTION-COUNT            PIC 9(05) VALUE 0.
       01  WS-ROWS-FOUND               PIC 9(03) VALUE 0.
       01  WS-ITEMS-LISTED             PIC 9(07) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 9(04) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
           05  WS-LINES-WRITTEN        PIC 9(07) VALUE 0.

       01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.

       01  SAR-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               "SUBJECT-ACCESS DOSSIER - ID".
           05  SAR-H1-ID               PIC 9(05).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "PRODUCED ".
           05  SAR-H1-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SAR-H1-TIME             PIC 99B99B99B99.
           05  FILLER                  PIC X(05) VALUE " BY ".
           05  SAR-H1-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  SAR-H1-PAGE             PIC ZZZ9.

       01  SAR-SECTION-LINE.
           05  FILLER                  PIC X(04) VALUE "=== ".
           05  SAR-SL-TITLE            PIC X(60).

       01  SAR-ROW-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SAR-RL-LABEL            PIC X(12).
           05  SAR-RL-VALUE            PIC X(60).

       01  SAR-HIST-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SAR-HL-USER-ID          PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SAR-HL-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SAR-HL-TIME             PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SAR-HL-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SAR-HL-PROGRAM          PIC X(15).
           05  FILLER                  PIC X(05) VALUE " OPR ".
           05  SAR-HL-OPERATOR         PIC X(08).

       01  SAR-IMAGE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  SAR-IL-TAG              PIC X(08).
           05  SAR-IL-TEXT             PIC X(75).

       01  SAR-COUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SAR-CL-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SAR-CL-LABEL            PIC X(40).

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       01  WS-SQLCODE-DISPLAY          PIC -(7)9.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRSAR - SUBJECT-ACCESS DOSSIER"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           PERFORM SIGN-ON-OPERATOR
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
                   " - THIS CONSOLE NEEDS MAINTENANCE LEVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-PROMPT-USER-ID
           PERFORM 1500-BUILD-ID-SET
           PERFORM 2000-OPEN-DOSSIER THRU 2000-EXIT
           IF NOT WS-DOSSIER-OK
               GOBACK
           END-IF
           PERFORM 3000-USER-ROWS
           PERFORM 4000-HISTORY-ENTRIES
           PERFORM 4500-NOTE-LINES
           PERFORM 5000-CONSENT
           PERFORM 5100-ADDRESS-FLAG
           PERFORM 5200-HOUSEHOLD
           PERFORM 5300-TERRITORY
           PERFORM 5400-CROSS-REFERENCE
           PERFORM 5500-PENDING-CHANGES
           PERFORM 5550-SCHEDULED-CHANGES
           PERFORM 5570-DORMANCY
           PERFORM 5600-REJECT-REGISTER
           PERFORM 5700-CRM-LEDGER
           PERFORM 5800-ALTERNATE-ADDRESSES
           PERFORM 5900-RELATIONSHIPS
           PERFORM 5920-ACQUISITION-CHANNEL
           PERFORM 5940-SCREENING-CASES
           PERFORM 5960-SIGNUP-REFERRALS
           PERFORM 8000-TERMINATE
           GOBACK.

      *----------------------------------------------------------------*
      *    1000-PROMPT-USER-ID - which customer the dossier is for     *
      *----------------------------------------------------------------*
       1000-PROMPT-USER-ID.
           MOVE SPACES TO WS-ID-INPUT
           IF SEED-USER-ID IS NUMERIC
               AND SEED-USER-ID > 0
               MOVE SEED-USER-ID TO WS-ID-INPUT
               MOVE 0 TO SEED-USER-ID
               DISPLAY "WORKING ON HANDED-OFF USER-ID " WS-ID-INPUT
           ELSE
               DISPLAY "Enter USER-ID for the dossier: "
                   WITH NO ADVANCING
               ACCEPT WS-ID-INPUT
           END-IF
           IF WS-ID-INPUT IS NOT NUMERIC
               DISPLAY "A USER-ID IS FIVE DIGITS - TRY AGAIN"
               GO TO 1000-PROMPT-USER-ID
           END-IF
           MOVE WS-ID-INPUT TO WS-ASKED-ID
           .

      *----------------------------------------------------------------*
      *    1500-BUILD-ID-SET - the survivor at the end of the asked-   *
      *                        for ID's chain, plus every ID whose     *
      *                        chain ends at that survivor             *
      *----------------------------------------------------------------*
       1500-BUILD-ID-SET.
           PERFORM LOAD-XREF-TABLE
           MOVE WS-ASKED-ID TO XL-IN-ID
           PERFORM FOLLOW-XREF-CHAIN
           MOVE XL-OUT-ID TO WS-SURVIVOR-ID
           IF XL-REDIRECTED
               DISPLAY "USER-ID " WS-ASKED-ID " WAS MERGED INTO "
                   WS-SURVIVOR-ID " - DOSSIER COVERS THE SURVIVOR"
           END-IF

           MOVE 1 TO WS-SET-COUNT
           MOVE WS-SURVIVOR-ID TO WS-SET-ID (1)
           PERFORM 1510-TEST-ONE-XREF
               VARYING WS-XREF-IX FROM 1 BY 1
               UNTIL WS-XREF-IX > XT-COUNT
           MOVE WS-SET-COUNT TO WS-SET-COUNT-DISP
           IF WS-SET-COUNT > 1
               SUBTRACT 1 FROM WS-SET-COUNT GIVING WS-MERGED-COUNT
               DISPLAY "MERGED-AWAY IDS COVERED: " WS-MERGED-COUNT
           END-IF
           .

      * FOLLOW-XREF-CHAIN walks the table with XT-IX, so the outer
      * walk keeps its own subscript.
       1510-TEST-ONE-XREF.
           MOVE XT-OLD-ID (WS-XREF-IX) TO XL-IN-ID
           PERFORM FOLLOW-XREF-CHAIN
           IF XL-OUT-ID = WS-SURVIVOR-ID
               MOVE XT-OLD-ID (WS-XREF-IX) TO WS-TEST-ID
               PERFORM 1600-TEST-IN-SET
               IF NOT WS-IN-SET
                   IF WS-SET-COUNT NOT < WS-SET-LIMIT
                       SET WS-TRUNCATED TO TRUE
                   ELSE
                       ADD 1 TO WS-SET-COUNT
                       MOVE WS-TEST-ID TO WS-SET-ID (WS-SET-COUNT)
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    1600-TEST-IN-SET - is WS-TEST-ID one of the customer's IDs  *
      *----------------------------------------------------------------*
       1600-TEST-IN-SET.
           MOVE "N" TO WS-IN-SET-SW
           MOVE 1 TO WS-SET-IX
           PERFORM 1610-MATCH-ONE-SET-ID
               UNTIL WS-IN-SET OR WS-SET-IX > WS-SET-COUNT
           .

       1610-MATCH-ONE-SET-ID.
           IF WS-TEST-ID = WS-SET-ID (WS-SET-IX)
               MOVE "Y" TO WS-IN-SET-SW
           ELSE
               ADD 1 TO WS-SET-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    2000-OPEN-DOSSIER - USRSAR.nnnnn for the survivor           *
      *----------------------------------------------------------------*
       2000-OPEN-DOSSIER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-DOSSIER-NAME
           STRING "USRSAR." DELIMITED BY SIZE
               WS-SURVIVOR-ID DELIMITED BY SIZE
               INTO WS-DOSSIER-NAME
           END-STRING
           OPEN OUTPUT DOSSIER-OUT
           IF NOT WS-DOSSIER-OK
               DISPLAY "UNABLE TO OPEN " WS-DOSSIER-NAME ", STATUS="
                   WS-DOSSIER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           MOVE WS-SURVIVOR-ID TO SAR-H1-ID
           MOVE WS-RUN-DATE TO SAR-H1-DATE
           MOVE WS-RUN-TIME TO SAR-H1-TIME
           MOVE OS-OPERATOR-ID TO SAR-H1-OPERATOR

           MOVE "IDENTIFIERS COVERED" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE SPACES TO SAR-ROW-LINE
           MOVE "ASKED FOR" TO SAR-RL-LABEL
           MOVE WS-ASKED-ID TO SAR-RL-VALUE
           MOVE SAR-ROW-LINE TO WS-PRINT-LINE
           PERFORM 6100-PRINT-LINE
           PERFORM 2100-PRINT-ONE-SET-ID
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT
           IF WS-TRUNCATED
               MOVE SPACES TO SAR-ROW-LINE
               MOVE "*** WARNING" TO SAR-RL-LABEL
               MOVE "MORE MERGED-AWAY IDS THAN THE DOSSIER HOLDS"
                   TO SAR-RL-VALUE
               MOVE SAR-ROW-LINE TO WS-PRINT-LINE
               PERFORM 6100-PRINT-LINE
           END-IF
           .

       2000-EXIT.
           EXIT.

       2100-PRINT-ONE-SET-ID.
           MOVE SPACES TO SAR-ROW-LINE
           IF WS-SET-IX = 1
               MOVE "SURVIVOR" TO SAR-RL-LABEL
           ELSE
               MOVE "MERGED-AWAY" TO SAR-RL-LABEL
           END-IF
           MOVE WS-SET-ID (WS-SET-IX) TO SAR-RL-VALUE
           MOVE SAR-ROW-LINE TO WS-PRINT-LINE
           PERFORM 6100-PRINT-LINE
           .

      *----------------------------------------------------------------*
      *    3000-USER-ROWS - the USER row under each covered ID         *
      *----------------------------------------------------------------*
       3000-USER-ROWS.
           MOVE "CUSTOMER RECORD (USER TABLE)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-ROWS-FOUND
           PERFORM 3100-ONE-USER-ROW
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT
           IF WS-ROWS-FOUND = 0
               MOVE "NO ROW ON THE TABLE" TO WS-PRINT-LINE(5:)
               PERFORM 6100-PRINT-LINE
           END-IF
           .

       3100-ONE-USER-ROW.
           MOVE WS-SET-ID (WS-SET-IX) TO USER-ID
           EXEC SQL
               SELECT USER-NAME, USER-STREET, USER-CITY, USER-POSTCODE,
                      USER-COUNTRY, USER-PHONE, USER-EMAIL,
                      USER-STATUS
               INTO :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-FOUND
               IF USER-STATUS = SPACE
                   SET USER-ST-ACTIVE TO TRUE
               END-IF
               MOVE "USER-ID" TO SAR-RL-LABEL
               MOVE USER-ID TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE "NAME" TO SAR-RL-LABEL
               MOVE USER-NAME TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE "STREET" TO SAR-RL-LABEL
               MOVE USER-STREET TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE "CITY" TO SAR-RL-LABEL
               MOVE USER-CITY TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE "POSTCODE" TO SAR-RL-LABEL
               MOVE USER-POSTCODE TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE "COUNTRY" TO SAR-RL-LABEL
               MOVE USER-COUNTRY TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE "PHONE" TO SAR-RL-LABEL
               MOVE USER-PHONE TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE "EMAIL" TO SAR-RL-LABEL
               MOVE USER-EMAIL TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE "STATUS" TO SAR-RL-LABEL
               MOVE USER-STATUS TO SAR-RL-VALUE
               PERFORM 3200-PRINT-ROW-FIELD
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 6100-PRINT-LINE
           ELSE
               IF SQLCODE < 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY "LOOKUP OF " USER-ID " FAILED, SQLCODE="
                       WS-SQLCODE-DISPLAY
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       3200-PRINT-ROW-FIELD.
           MOVE SAR-ROW-LINE TO WS-PRINT-LINE
           PERFORM 6100-PRINT-LINE
           MOVE SPACES TO SAR-ROW-LINE
           .

      *----------------------------------------------------------------*
      *    4000-HISTORY-ENTRIES - every journal entry under a covered  *
      *                           ID, with both images                 *
      *----------------------------------------------------------------*
       4000-HISTORY-ENTRIES.
           MOVE "CHANGE HISTORY (USRHIST)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HIST-JOURNAL
           IF HIST-JOURNAL-OK
               PERFORM 4100-TEST-ONE-ENTRY
                   UNTIL WS-EOF
               CLOSE HIST-JOURNAL
           END-IF
           MOVE "JOURNAL ENTRIES" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       4100-TEST-ONE-ENTRY.
           READ HIST-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HJ-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE HJ-USER-ID TO SAR-HL-USER-ID
                       MOVE HJ-DATE TO SAR-HL-DATE
                       MOVE HJ-TIME TO SAR-HL-TIME
                       MOVE HJ-ACTION TO SAR-HL-ACTION
                       MOVE HJ-PROGRAM-ID TO SAR-HL-PROGRAM
                       MOVE HJ-OPERATOR-ID TO SAR-HL-OPERATOR
                       MOVE SAR-HIST-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE "BEFORE:" TO SAR-IL-TAG
                       MOVE HJ-BEFORE-IMAGE(1:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE SPACES TO SAR-IL-TAG
                       MOVE HJ-BEFORE-IMAGE(76:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE "AFTER:" TO SAR-IL-TAG
                       MOVE HJ-AFTER-IMAGE(1:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE SPACES TO SAR-IL-TAG
                       MOVE HJ-AFTER-IMAGE(76:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    4500-NOTE-LINES - every note line under a covered ID        *
      *----------------------------------------------------------------*
       4500-NOTE-LINES.
           MOVE "CUSTOMER NOTES (USRNOTES)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT NOTES-FILE
           IF NOTES-OK
               PERFORM 4510-TEST-ONE-NOTE
                   UNTIL WS-EOF
               CLOSE NOTES-FILE
           END-IF
           MOVE "NOTE LINES" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       4510-TEST-ONE-NOTE.
           READ NOTES-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE NT-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE CUSTOMER-NOTE-REC TO WS-PRINT-LINE(5:)
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5000-CONSENT - the contact-preference record                *
      *----------------------------------------------------------------*
       5000-CONSENT.
           MOVE "CONTACT PREFERENCES (USRCONS)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CONSENT-FILE
           IF CONSENT-OK
               PERFORM 5010-TEST-ONE-CONSENT
                   UNTIL WS-EOF
               CLOSE CONSENT-FILE
           END-IF
           MOVE "CONSENT RECORDS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5010-TEST-ONE-CONSENT.
           READ CONSENT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CS-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING CS-USER-ID DELIMITED BY SIZE
                           "  MAIL " CS-MAIL-OK DELIMITED BY SIZE
                           "  EMAIL " CS-EMAIL-OK DELIMITED BY SIZE
                           "  PHONE " CS-PHONE-OK DELIMITED BY SIZE
                           "  CHOSEN " CS-CHOICE-DATE
                               DELIMITED BY SIZE
                           "  SOURCE " CS-SOURCE DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5100-ADDRESS-FLAG - the returned-mail flag                  *
      *----------------------------------------------------------------*
       5100-ADDRESS-FLAG.
           MOVE "RETURNED-MAIL FLAG (ADDRFLAG)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ADDR-FLAG-FILE
           IF ADDR-FLAG-OK
               PERFORM 5110-TEST-ONE-FLAG
                   UNTIL WS-EOF
               CLOSE ADDR-FLAG-FILE
           END-IF
           MOVE "ADDRESS FLAGS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5110-TEST-ONE-FLAG.
           READ ADDR-FLAG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AF-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING AF-USER-ID DELIMITED BY SIZE
                           "  FLAGGED " AF-FLAG-DATE
                               DELIMITED BY SIZE
                           "  REASON " AF-RETURN-REASON
                               DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5200-HOUSEHOLD - household membership; the other members   *
      *                     are other people and are not named here    *
      *----------------------------------------------------------------*
       5200-HOUSEHOLD.
           MOVE "HOUSEHOLD MEMBERSHIP (HOUSEHLD)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HOUSEHOLD-FILE
           IF HOUSEHOLD-OK
               PERFORM 5210-TEST-ONE-MEMBER
                   UNTIL WS-EOF
               CLOSE HOUSEHOLD-FILE
           END-IF
           MOVE "HOUSEHOLD ENTRIES" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5210-TEST-ONE-MEMBER.
           READ HOUSEHOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HH-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING HH-USER-ID DELIMITED BY SIZE
                           "  HOUSEHOLD " HH-HOUSEHOLD-ID
                               DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       IF HH-IS-HEAD
                           MOVE "HEAD OF HOUSEHOLD"
                               TO WS-PRINT-LINE(30:)
                       END-IF
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5300-TERRITORY - the stamped sales territory                *
      *----------------------------------------------------------------*
       5300-TERRITORY.
           MOVE "SALES TERRITORY (USRTERRF)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TERR-ASGN-FILE
           IF TERR-ASGN-OK
               PERFORM 5310-TEST-ONE-TERRITORY
                   UNTIL WS-EOF
               CLOSE TERR-ASGN-FILE
           END-IF
           MOVE "TERRITORY ASSIGNMENTS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5310-TEST-ONE-TERRITORY.
           READ TERR-ASGN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TG-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING TG-USER-ID DELIMITED BY SIZE
                           "  TERRITORY " TG-TERR-CODE
                               DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5400-CROSS-REFERENCE - merge traces touching a covered ID   *
      *----------------------------------------------------------------*
       5400-CROSS-REFERENCE.
           MOVE "MERGE CROSS-REFERENCE (USRXREF)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT XREF-FILE
           IF XREF-OK
               PERFORM 5410-TEST-ONE-XREF
                   UNTIL WS-EOF
               CLOSE XREF-FILE
           END-IF
           MOVE "CROSS-REFERENCES" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5410-TEST-ONE-XREF.
           READ XREF-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE XR-OLD-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF NOT WS-IN-SET
                       MOVE XR-NEW-USER-ID TO WS-TEST-ID
                       PERFORM 1600-TEST-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING XR-OLD-USER-ID DELIMITED BY SIZE
                           " MERGED INTO " XR-NEW-USER-ID
                               DELIMITED BY SIZE
                           " ON " XR-MERGE-DATE DELIMITED BY SIZE
                           " " XR-MERGE-TIME DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5500-PENDING-CHANGES - items on the approval queue, in any  *
      *                           state, with their images             *
      *----------------------------------------------------------------*
       5500-PENDING-CHANGES.
           MOVE "PENDING CHANGES (USRPEND)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-FILE
           IF PENDING-OK
               PERFORM 5510-TEST-ONE-PENDING
                   UNTIL WS-EOF
               CLOSE PENDING-FILE
           END-IF
           MOVE "PENDING-CHANGE ITEMS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5510-TEST-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PC-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF NOT WS-IN-SET
                       MOVE PC-DUP-ID TO WS-TEST-ID
                       PERFORM 1600-TEST-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "ITEM " PC-ITEM-ID DELIMITED BY SIZE
                           " STATE " PC-STATE DELIMITED BY SIZE
                           " ACTION " PC-ACTION DELIMITED BY SIZE
                           " USER-ID " PC-USER-ID DELIMITED BY SIZE
                           " DUP " PC-DUP-ID DELIMITED BY SIZE
                           " " PC-DATE DELIMITED BY SIZE
                           " MAKER " PC-MAKER-ID DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                       MOVE "BEFORE:" TO SAR-IL-TAG
                       MOVE PC-BEFORE-IMAGE(1:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE SPACES TO SAR-IL-TAG
                       MOVE PC-BEFORE-IMAGE(76:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE "AFTER:" TO SAR-IL-TAG
                       MOVE PC-AFTER-IMAGE(1:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE SPACES TO SAR-IL-TAG
                       MOVE PC-AFTER-IMAGE(76:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5550-SCHEDULED-CHANGES - changes keyed to take effect on a  *
      *                             later date, in any state           *
      *----------------------------------------------------------------*
       5550-SCHEDULED-CHANGES.
           MOVE "SCHEDULED CHANGES (USRSCHD)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SCHED-FILE
           IF SCHED-OK
               PERFORM 5560-TEST-ONE-SCHEDULED
                   UNTIL WS-EOF
               CLOSE SCHED-FILE
           END-IF
           MOVE "SCHEDULED-CHANGE ITEMS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5560-TEST-ONE-SCHEDULED.
           READ SCHED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SC-USER-ID OF SCHED-CHANGE-REC TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "ITEM " SC-ITEM-ID DELIMITED BY SIZE
                           " STATE " SC-STATE DELIMITED BY SIZE
                           " USER-ID " SC-USER-ID OF SCHED-CHANGE-REC
                               DELIMITED BY SIZE
                           " EFFECTIVE " SC-EFFECTIVE-DATE
                               DELIMITED BY SIZE
                           " " SC-DATE DELIMITED BY SIZE
                           " MAKER " SC-MAKER-ID DELIMITED BY SIZE
                           " " SC-REASON DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                       MOVE "BEFORE:" TO SAR-IL-TAG
                       MOVE SC-BEFORE-IMAGE(1:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE SPACES TO SAR-IL-TAG
                       MOVE SC-BEFORE-IMAGE(76:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE "AFTER:" TO SAR-IL-TAG
                       MOVE SC-AFTER-IMAGE(1:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE SPACES TO SAR-IL-TAG
                       MOVE SC-AFTER-IMAGE(76:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5570-DORMANCY - the dormancy register record                *
      *----------------------------------------------------------------*
       5570-DORMANCY.
           MOVE "DORMANCY REGISTER (DORMLIST)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DORM-FILE
           IF DORM-OK
               PERFORM 5580-TEST-ONE-DORMANT
                   UNTIL WS-EOF
               CLOSE DORM-FILE
           END-IF
           MOVE "DORMANCY RECORDS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5580-TEST-ONE-DORMANT.
           READ DORM-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE DM-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "USER-ID " DM-USER-ID DELIMITED BY SIZE
                           " STATE " DM-STATE DELIMITED BY SIZE
                           " NOTICED " DM-NOTICE-DATE
                               DELIMITED BY SIZE
                           " LAST ACTIVITY " DM-LAST-ACTIVITY
                               DELIMITED BY SIZE
                           " SOURCE " DM-LAST-SOURCE DELIMITED BY SIZE
                           " CLOSED " DM-CLOSED-DATE DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5600-REJECT-REGISTER - reject events for a covered ID       *
      *----------------------------------------------------------------*
       5600-REJECT-REGISTER.
           MOVE "REJECT REGISTER (REJREG)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJ-REGISTER
           IF REJ-REGISTER-OK
               PERFORM 5610-TEST-ONE-EVENT
                   UNTIL WS-EOF
               CLOSE REJ-REGISTER
           END-IF
           MOVE "REJECT EVENTS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

      * RR-USER-ID is alphanumeric - a reject may carry an ID that
      * never was one - so only a numeric ID can match the set.
       5610-TEST-ONE-EVENT.
           READ REJ-REGISTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE "N" TO WS-IN-SET-SW
                   IF RR-USER-ID IS NUMERIC
                       MOVE RR-USER-ID TO WS-TEST-ID-X
                       PERFORM 1600-TEST-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "EVENT " RR-EVENT DELIMITED BY SIZE
                           " REJECT " RR-REJECT-ID DELIMITED BY SIZE
                           " " RR-DATE DELIMITED BY SIZE
                           " SOURCE " RR-SOURCE DELIMITED BY SIZE
                           " REASON " RR-REASON DELIMITED BY SIZE
                           " USER-ID " RR-USER-ID DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5700-CRM-LEDGER - sends to CRM still awaiting acknowledgment*
      *----------------------------------------------------------------*
       5700-CRM-LEDGER.
           MOVE "CRM PENDING ACKNOWLEDGMENTS (CRMPEND)"
               TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-LEDGER
           IF WS-LEDGER-OK
               PERFORM 5710-TEST-ONE-LEDGER
                   UNTIL WS-EOF
               CLOSE PENDING-LEDGER
           END-IF
           MOVE "LEDGER ENTRIES" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5710-TEST-ONE-LEDGER.
           READ PENDING-LEDGER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PD-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING PD-USER-ID DELIMITED BY SIZE
                           "  FIRST SENT " PD-FIRST-SENT
                               DELIMITED BY SIZE
                           "  NIGHTS PENDING " PD-NIGHTS
                               DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5800-ALTERNATE-ADDRESSES - mailing, billing and temporary   *
      *                               addresses, ended ones included   *
      *----------------------------------------------------------------*
       5800-ALTERNATE-ADDRESSES.
           MOVE "ALTERNATE ADDRESSES (USRADDR)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CUST-ADDR-FILE
           IF CUST-ADDR-OK
               PERFORM 5810-TEST-ONE-ADDRESS
                   UNTIL WS-EOF
               CLOSE CUST-ADDR-FILE
           END-IF
           MOVE "ADDRESSES" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5810-TEST-ONE-ADDRESS.
           READ CUST-ADDR-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE UA-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING UA-USER-ID DELIMITED BY SIZE
                           "  TYPE " UA-ADDR-TYPE DELIMITED BY SIZE
                           "  " UA-STREET DELIMITED BY SIZE
                           " " UA-CITY DELIMITED BY SIZE
                           " " UA-POSTCODE DELIMITED BY SIZE
                           " " UA-COUNTRY DELIMITED BY SIZE
                           "  FROM " UA-FROM-DATE DELIMITED BY SIZE
                           "  TO " UA-TO-DATE DELIMITED BY SIZE
                           "  STATUS " UA-STATUS DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5900-RELATIONSHIPS - links on either side: those the        *
      *                         customer holds on another account and  *
      *                         those held on the customer's, ended    *
      *                         ones included; the other party is      *
      *                         shown by USER-ID only                  *
      *----------------------------------------------------------------*
       5900-RELATIONSHIPS.
           MOVE "RELATIONSHIPS (USRRELS)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RELATION-FILE
           IF RELATION-OK
               PERFORM 5910-TEST-ONE-RELATION
                   UNTIL WS-EOF
               CLOSE RELATION-FILE
           END-IF
           MOVE "RELATIONSHIP RECORDS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5910-TEST-ONE-RELATION.
           READ RELATION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RS-FROM-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF NOT WS-IN-SET
                       MOVE RS-TO-ID TO WS-TEST-ID
                       PERFORM 1600-TEST-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING RS-FROM-ID DELIMITED BY SIZE
                           " IS " RS-TYPE DELIMITED BY SIZE
                           " ON ACCOUNT " RS-TO-ID DELIMITED BY SIZE
                           "  FROM " RS-EFF-DATE DELIMITED BY SIZE
                           "  TO " RS-END-DATE DELIMITED BY SIZE
                           "  ENTERED " RS-ENTERED-DATE
                               DELIMITED BY SIZE
                           " BY " RS-OPERATOR DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5920-ACQUISITION-CHANNEL - how the customer first came to   *
      *                               us                               *
      *----------------------------------------------------------------*
       5920-ACQUISITION-CHANNEL.
           MOVE "ACQUISITION CHANNEL (USRORIG)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CUST-ORIGIN-FILE
           IF CUST-ORIGIN-OK
               PERFORM 5930-TEST-ONE-ORIGIN
                   UNTIL WS-EOF
               CLOSE CUST-ORIGIN-FILE
           END-IF
           MOVE "ORIGIN RECORDS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5930-TEST-ONE-ORIGIN.
           READ CUST-ORIGIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE OG-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING OG-USER-ID DELIMITED BY SIZE
                           "  CHANNEL " OG-CHANNEL DELIMITED BY SIZE
                           "  SINCE " OG-ORIGIN-DATE DELIMITED BY SIZE
                           "  COUNTRY " OG-COUNTRY DELIMITED BY SIZE
                           "  RECORDED " OG-RECORDED
                               DELIMITED BY SIZE
                           " BY " OG-PROGRAM-ID DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5940-SCREENING-CASES - every event on the customer's        *
      *                           watchlist cases: the opening with    *
      *                           the name as screened and the entry   *
      *                           it scored against, and each          *
      *                           decision with its reason             *
      *----------------------------------------------------------------*
       5940-SCREENING-CASES.
           MOVE "SCREENING CASES (SCRNCASE)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SCREEN-CASE-FILE
           IF SCREEN-CASE-OK
               PERFORM 5950-TEST-ONE-SCREEN-EVENT
                   UNTIL WS-EOF
               CLOSE SCREEN-CASE-FILE
           END-IF
           MOVE "SCREENING EVENTS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5950-TEST-ONE-SCREEN-EVENT.
           READ SCREEN-CASE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SC-USER-ID OF SCREEN-CASE-REC TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "EVENT " SC-EVENT DELIMITED BY SIZE
                           " CASE " SC-CASE-ID DELIMITED BY SIZE
                           " " SC-EVENT-DATE DELIMITED BY SIZE
                           " " SC-EVENT-TIME DELIMITED BY SIZE
                           " OPR " SC-OPERATOR-ID DELIMITED BY SIZE
                           " SCORE " SC-SCORE DELIMITED BY SIZE
                           " ORIGIN " SC-ORIGIN DELIMITED BY SIZE
                           " LIST " SC-LIST-VERSION
                               DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(5:)
                       END-STRING
                       PERFORM 6100-PRINT-LINE
                       IF SC-EVENT-OPENED
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "SCREENED " SC-CUST-NAME
                                   DELIMITED BY SIZE
                               " " SC-CUST-COUNTRY DELIMITED BY SIZE
                               "  AGAINST " SC-WATCH-NAME
                                   DELIMITED BY SIZE
                               " " SC-WATCH-COUNTRY DELIMITED BY SIZE
                               " " SC-WATCH-BIRTH DELIMITED BY SIZE
                               INTO WS-PRINT-LINE(7:)
                           END-STRING
                           PERFORM 6100-PRINT-LINE
                       END-IF
                       IF SC-TEXT NOT = SPACES
                           MOVE "TEXT:" TO SAR-IL-TAG
                           MOVE SC-TEXT TO SAR-IL-TEXT
                           MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                           PERFORM 6100-PRINT-LINE
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5960-SIGNUP-REFERRALS - web signups held for review because *
      *                            they resembled the customer; only   *
      *                            the customer's own candidate places *
      *                            are shown, with the signup as it    *
      *                            arrived                             *
      *----------------------------------------------------------------*
       5960-SIGNUP-REFERRALS.
           MOVE "SIGNUP REFERRALS (WEBREVW)" TO SAR-SL-TITLE
           PERFORM 6200-PRINT-SECTION
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT WEB-REVIEW
           IF WEB-REVIEW-OK
               PERFORM 5970-TEST-ONE-REFERRAL
                   UNTIL WS-EOF
               CLOSE WEB-REVIEW
           END-IF
           MOVE "REFERRALS" TO SAR-CL-LABEL
           PERFORM 6300-PRINT-SECTION-COUNT
           .

       5970-TEST-ONE-REFERRAL.
           READ WEB-REVIEW
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE "N" TO WS-REFERRAL-HIT-SW
                   PERFORM 5980-TEST-ONE-CANDIDATE
                       VARYING WS-CAND-IX FROM 1 BY 1
                       UNTIL WS-CAND-IX > 3
                   IF WS-REFERRAL-HIT
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE "SIGNUP:" TO SAR-IL-TAG
                       MOVE WR-RECORD(1:75) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                       MOVE SPACES TO SAR-IL-TAG
                       MOVE WR-RECORD(76:62) TO SAR-IL-TEXT
                       MOVE SAR-IMAGE-LINE TO WS-PRINT-LINE
                       PERFORM 6100-PRINT-LINE
                   END-IF
           END-READ
           .

      * A referral names up to three existing customers; the others
      * are other people and are not named here.
       5980-TEST-ONE-CANDIDATE.
           MOVE "N" TO WS-IN-SET-SW
           IF WR-CAND-USER-ID (WS-CAND-IX) IS NUMERIC
               MOVE WR-CAND-USER-ID (WS-CAND-IX) TO WS-TEST-ID
               PERFORM 1600-TEST-IN-SET
           END-IF
           IF WS-IN-SET
               SET WS-REFERRAL-HIT TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFERRED " WR-REVIEW-DATE DELIMITED BY SIZE
                   "  CANDIDATE " WR-CAND-USER-ID (WS-CAND-IX)
                       DELIMITED BY SIZE
                   "  SCORE " WR-CAND-SCORE (WS-CAND-IX)
                       DELIMITED BY SIZE
                   "  KEYS " WR-CAND-KEYS (WS-CAND-IX)
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE(5:)
               END-STRING
               PERFORM 6100-PRINT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      *    6100-PRINT-LINE - one line of the dossier, new page when    *
      *                      the current one is full                   *
      *----------------------------------------------------------------*
       6100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADINGS
           END-IF
           WRITE DOSSIER-OUT-REC FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO WS-PRINT-LINE
           .

       6000-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO SAR-H1-PAGE
           WRITE DOSSIER-OUT-REC FROM SAR-HEADING-1
           WRITE DOSSIER-OUT-REC FROM WS-BLANK-LINE
           MOVE 2 TO WS-LINE-COUNT
           .

       6200-PRINT-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6100-PRINT-LINE
           MOVE SAR-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 6100-PRINT-LINE
           .

      * Every section ends with its count - "0 NOTE LINES" is an
      * answer in its own right, and proves the file was looked at.
       6300-PRINT-SECTION-COUNT.
           MOVE WS-SECTION-COUNT TO SAR-CL-COUNT
           MOVE SAR-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 6100-PRINT-LINE
           ADD WS-SECTION-COUNT TO WS-ITEMS-LISTED
           .

      *----------------------------------------------------------------*
      *    7000-JOURNAL-DOSSIER - the disclosure itself on USRHIST,    *
      *                           under the survivor, in the images    *
      *                           the way the load's redirect notes    *
      *                           ride - no customer data in it        *
      *----------------------------------------------------------------*
       7000-JOURNAL-DOSSIER.
           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRSAR" TO HJ-PROGRAM-ID
           SET HJ-ACTION-UPDATE TO TRUE
           MOVE WS-SURVIVOR-ID TO HJ-USER-ID
           STRING "SUBJECT-ACCESS DOSSIER REQUESTED FOR ID "
               DELIMITED BY SIZE
               WS-ASKED-ID DELIMITED BY SIZE
               INTO HJ-BEFORE-IMAGE
           END-STRING
           STRING "DOSSIER " DELIMITED BY SIZE
               WS-DOSSIER-NAME DELIMITED BY SPACE
               " PRODUCED - " DELIMITED BY SIZE
               WS-ITEMS-LISTED DELIMITED BY SIZE
               " ITEMS, IDS COVERED " DELIMITED BY SIZE
               WS-SET-COUNT-DISP DELIMITED BY SIZE
               INTO HJ-AFTER-IMAGE
           END-STRING
           MOVE OS-OPERATOR-ID TO HJ-OPERATOR-ID
           PERFORM WRITE-HIST-JOURNAL
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - close the dossier and journal it           *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 6100-PRINT-LINE
           MOVE "*** END OF DOSSIER ***" TO WS-PRINT-LINE
           PERFORM 6100-PRINT-LINE
           CLOSE DOSSIER-OUT
           PERFORM 7000-JOURNAL-DOSSIER
           DISPLAY "DOSSIER WRITTEN TO " WS-DOSSIER-NAME
           DISPLAY "  IDS COVERED   : " WS-SET-COUNT-DISP
           DISPLAY "  ROWS ON TABLE : " WS-ROWS-FOUND
           DISPLAY "  ITEMS LISTED  : " WS-ITEMS-LISTED
           DISPLAY "  LINES WRITTEN : " WS-LINES-WRITTEN
           .

           COPY usrhist-write.

           COPY usrxref-load.

           COPY oprsign-verify.

           COPY region-check.
