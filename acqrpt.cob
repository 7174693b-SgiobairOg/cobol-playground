       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQRPT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: New-customer acquisition report for marketing, by
      *          channel and country, off the USRORIG acquisition
      *          register - the first record for each customer, with
      *          the origin date falling in the period. Customers
      *          sort by channel in the register's order (branch
      *          feed, web signup, reservation, batch maintenance,
      *          CRM, undetermined) and by country within it, with a
      *          subtotal for each channel. A backfilled customer
      *          whose insert was no longer on the journal has no
      *          origin date and falls in no period.
      *          The web-signup section that follows nets the web
      *          phase's rejects on REJREG the way REJAGE nets them,
      *          so the signups that never became customers are
      *          counted too:
      *            rejected   LOAD-W entries registered in the period
      *            recovered  closed by a relief in the period
      *            abandoned  written off in the period
      *            still open what is outstanding as of the run
      *          A web record rejected before it was given a USER-ID
      *          comes back through the recycle run with no ID, so a
      *          relief or write-off under USER-ID zero that finds no
      *          entry of its own closes the oldest open web reject.
      *          Run weekly with WEEK - the seven days ending on the
      *          run date - or at month end with MONTH - the run
      *          date's calendar month to date. The run date defaults
      *          to today; pass it as YYYYMMDD after the period to
      *          re-issue a past report. The report is ACQRPT.RPT.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - ACQRPT.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ORIGIN-FILE ASSIGN TO "USRORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ORIGIN-STATUS.
           SELECT REJ-REGISTER ASSIGN TO "REJREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-REGISTER-STATUS.
           SELECT ACQ-REPORT ASSIGN TO "ACQRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQRPT-STATUS.
           SELECT ORIGIN-SORT ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ORIGIN-FILE
           RECORDING MODE IS F.
           COPY usrorig.

       FD  REJ-REGISTER
           RECORDING MODE IS F.
           COPY rejreg.

       FD  ACQ-REPORT
           RECORDING MODE IS F.
       01  ACQ-REPORT-REC          PIC X(80).

      * One new customer in the period, keyed for the report order.
       SD  ORIGIN-SORT.
       01  ORIGIN-SORT-REC.
           05  SO-CHANNEL-SEQ      PIC 9(01).
           05  SO-COUNTRY          PIC X(02).

       WORKING-STORAGE SECTION.
       01  CUST-ORIGIN-STATUS      PIC X(02) VALUE SPACES.
           88  CUST-ORIGIN-OK            VALUE "00".

       01  REJ-REGISTER-STATUS     PIC X(02) VALUE SPACES.
           88  REJ-REGISTER-OK           VALUE "00".
           88  REJ-REGISTER-NOT-FOUND    VALUE "35".

       01  WS-ACQRPT-STATUS        PIC X(02) VALUE SPACES.
           88  WS-ACQRPT-OK              VALUE "00".

           COPY usrorig-tbl.

       01  WS-SWITCHES.
           05  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
               88  WS-SORT-EOF           VALUE "Y".
           05  WS-REG-EOF-SW       PIC X(01) VALUE "N".
               88  WS-REG-EOF            VALUE "Y".
           05  WS-MATCH-SW         PIC X(01) VALUE "N".
               88  WS-MATCH-FOUND        VALUE "Y".
           05  WS-PERIOD-SW        PIC X(01) VALUE "W".
               88  WS-PERIOD-WEEK        VALUE "W".
               88  WS-PERIOD-MONTH       VALUE "M".

       01  WS-COMMAND-LINE         PIC X(40) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-ARG-2                PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(06).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-PERIOD-FROM          PIC 9(08) VALUE 0.
       01  WS-PERIOD-FROM-X REDEFINES WS-PERIOD-FROM.
           05  WS-FROM-YYYYMM      PIC 9(06).
           05  WS-FROM-DD          PIC 9(02).
       01  WS-PERIOD-TO            PIC 9(08) VALUE 0.
       01  WS-DAY-NO               PIC 9(07) VALUE 0.

      * The channels in report order - code and the name printed.
       01  WS-CHANNEL-DATA.
           05  FILLER              PIC X(21) VALUE
               "FBRANCH FEED".
           05  FILLER              PIC X(21) VALUE
               "WWEB SIGNUP".
           05  FILLER              PIC X(21) VALUE
               "RUSER-ID RESERVATION".
           05  FILLER              PIC X(21) VALUE
               "MBATCH MAINTENANCE".
           05  FILLER              PIC X(21) VALUE
               "CCRM-ORIGINATED".
           05  FILLER              PIC X(21) VALUE
               "UUNDETERMINED".
       01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-DATA.
           05  WS-CN-ENTRY OCCURS 6 TIMES.
               10  WS-CN-CODE      PIC X(01).
               10  WS-CN-NAME      PIC X(20).
       01  WS-CN-IX                PIC 9(01) COMP VALUE 0.
       01  WS-CN-COUNT             PIC 9(01) COMP VALUE 6.
       01  WS-CN-FOUND             PIC 9(01) VALUE 0.

      * Control breaks in the sorted output.
       01  WS-LAST-CHANNEL-SEQ     PIC 9(01) VALUE 0.
       01  WS-LAST-COUNTRY         PIC X(02) VALUE SPACES.
       01  WS-COUNTRY-COUNT        PIC 9(07) VALUE 0.
       01  WS-CHANNEL-COUNT        PIC 9(07) VALUE 0.
       01  WS-NEW-CUSTOMERS        PIC 9(07) VALUE 0.
       01  WS-UNDATED              PIC 9(07) VALUE 0.

      * The register held in core so reliefs and write-offs can be
      * netted against the outstanding entries they close, as
      * REJAGE holds it, with how and when each one closed.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 5000 TIMES.
               10  WS-RG-DATE      PIC 9(08).
               10  WS-RG-SOURCE    PIC X(08).
               10  WS-RG-USER-ID   PIC X(05).
               10  WS-RG-OPEN-SW   PIC X(01).
               10  WS-RG-CLOSED-BY PIC X(01).
               10  WS-RG-CLOSED-ON PIC 9(08).
       01  WS-REG-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-REG-LIMIT            PIC 9(04) COMP VALUE 5000.
       01  WS-REG-IX               PIC 9(04) COMP VALUE 0.

       01  WS-WEB-TOTALS.
           05  WS-EVENTS-READ      PIC 9(07) VALUE 0.
           05  WS-WEB-ACCEPTED     PIC 9(07) VALUE 0.
           05  WS-WEB-REJECTED     PIC 9(07) VALUE 0.
           05  WS-WEB-RECOVERED    PIC 9(07) VALUE 0.
           05  WS-WEB-ABANDONED    PIC 9(07) VALUE 0.
           05  WS-WEB-STILL-OPEN   PIC 9(07) VALUE 0.
           05  WS-WEB-SUBMITTED    PIC 9(07) VALUE 0.
           05  WS-WEB-PERCENT      PIC 9(03) VALUE 0.

       01  ACQ-HEADING-1.
           05  FILLER              PIC X(34) VALUE
               "ACQRPT NEW CUSTOMERS BY CHANNEL - ".
           05  ACH-PERIOD          PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACH-FROM            PIC 9(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  ACH-TO              PIC 9(08).

       01  ACQ-HEADING-2.
           05  FILLER              PIC X(22) VALUE "CHANNEL".
           05  FILLER              PIC X(09) VALUE "COUNTRY".
           05  FILLER              PIC X(13) VALUE "CUSTOMERS".

       01  ACQ-DETAIL-LINE.
           05  ACD-CHANNEL         PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACD-COUNTRY         PIC X(02).
           05  FILLER              PIC X(07) VALUE SPACES.
           05  ACD-COUNT           PIC Z,ZZZ,ZZ9.

       01  ACQ-SUBTOTAL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACS-LABEL           PIC X(29).
           05  ACS-COUNT           PIC Z,ZZZ,ZZ9.

       01  ACQ-WEB-HEADING.
           05  FILLER              PIC X(40) VALUE
               "WEB SIGNUPS IN THE PERIOD".

       01  ACQ-TOTAL-LINE.
           05  ACT-LABEL           PIC X(31).
           05  ACT-COUNT           PIC Z,ZZZ,ZZ9.

       01  ACQ-PERCENT-LINE.
           05  FILLER              PIC X(31) VALUE
               "ACCEPTED AS A PERCENT".
           05  FILLER              PIC X(06) VALUE SPACES.
           05  ACP-PERCENT         PIC ZZ9.
           05  FILLER              PIC X(01) VALUE "%".

       01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT ORIGIN-SORT
               ON ASCENDING KEY SO-CHANNEL-SEQ SO-COUNTRY
               INPUT PROCEDURE 2000-RELEASE-NEW-CUSTOMERS THRU 2000-EXIT
               OUTPUT PROCEDURE 3000-REPORT-CHANNELS THRU 3000-EXIT
           PERFORM 4000-LOAD-REGISTER THRU 4000-EXIT
           PERFORM 5000-COUNT-WEB-REJECTS
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - period, register, the report              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           EVALUATE WS-ARG-1
               WHEN "MONTH"
                   SET WS-PERIOD-MONTH TO TRUE
               WHEN "WEEK"
               WHEN SPACES
                   SET WS-PERIOD-WEEK TO TRUE
               WHEN OTHER
                   DISPLAY "ACQRPT - PERIOD MUST BE WEEK OR MONTH, NOT "
                       WS-ARG-1
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-EVALUATE
           IF WS-ARG-2 IS NUMERIC
               MOVE WS-ARG-2 TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE WS-RUN-DATE TO WS-PERIOD-TO
           IF WS-PERIOD-MONTH
               MOVE WS-RUN-YYYYMM TO WS-FROM-YYYYMM
               MOVE 01 TO WS-FROM-DD
               MOVE "MONTH" TO ACH-PERIOD
           ELSE
               COMPUTE WS-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 6
               COMPUTE WS-PERIOD-FROM =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NO)
               MOVE "WEEK" TO ACH-PERIOD
           END-IF
           DISPLAY "ACQRPT - NEW CUSTOMERS " WS-PERIOD-FROM
               " TO " WS-PERIOD-TO

           PERFORM LOAD-ORIGIN-TABLE
           IF NOT OI-LOADED
               DISPLAY "ACQRPT - NO USRORIG ON FILE, NO CUSTOMERS "
                   "TO COUNT"
           END-IF

           OPEN OUTPUT ACQ-REPORT
           IF NOT WS-ACQRPT-OK
               DISPLAY "UNABLE TO OPEN ACQRPT.RPT, STATUS="
                   WS-ACQRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-PERIOD-FROM TO ACH-FROM
           MOVE WS-PERIOD-TO TO ACH-TO
           WRITE ACQ-REPORT-REC FROM ACQ-HEADING-1
           WRITE ACQ-REPORT-REC FROM WS-BLANK-LINE
           WRITE ACQ-REPORT-REC FROM ACQ-HEADING-2
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-RELEASE-NEW-CUSTOMERS - each customer's first record,  *
      *                                 if its origin date is in the   *
      *                                 period                         *
      *----------------------------------------------------------------*
       2000-RELEASE-NEW-CUSTOMERS.
           IF NOT OI-LOADED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-RELEASE-ONE-SLOT
               VARYING OI-SLOT-IX FROM 1 BY 1
               UNTIL OI-SLOT-IX > 10000
           .

       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-SLOT.
           IF OI-SL-CHANNEL (OI-SLOT-IX) NOT = SPACE
               IF OI-SL-DATE (OI-SLOT-IX) = 0
                   ADD 1 TO WS-UNDATED
               ELSE
                   IF OI-SL-DATE (OI-SLOT-IX) NOT < WS-PERIOD-FROM
                       AND OI-SL-DATE (OI-SLOT-IX)
                           NOT > WS-PERIOD-TO
                       PERFORM 2200-RELEASE-CUSTOMER
                   END-IF
               END-IF
           END-IF
           .

      * A channel code the table does not know sorts with the
      * undetermined.
       2200-RELEASE-CUSTOMER.
           MOVE WS-CN-COUNT TO WS-CN-FOUND
           PERFORM 2210-TEST-ONE-CHANNEL
               VARYING WS-CN-IX FROM 1 BY 1
               UNTIL WS-CN-IX > WS-CN-COUNT
           MOVE WS-CN-FOUND TO SO-CHANNEL-SEQ
           MOVE OI-SL-COUNTRY (OI-SLOT-IX) TO SO-COUNTRY
           IF SO-COUNTRY = SPACES
               MOVE "--" TO SO-COUNTRY
           END-IF
           RELEASE ORIGIN-SORT-REC
           .

       2210-TEST-ONE-CHANNEL.
           IF WS-CN-CODE (WS-CN-IX) = OI-SL-CHANNEL (OI-SLOT-IX)
               MOVE WS-CN-IX TO WS-CN-FOUND
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-REPORT-CHANNELS - a line per channel and country, a    *
      *                           subtotal per channel                 *
      *----------------------------------------------------------------*
       3000-REPORT-CHANNELS.
           MOVE "N" TO WS-SORT-EOF-SW
           MOVE 0 TO WS-LAST-CHANNEL-SEQ
           PERFORM 3100-RETURN-ONE THRU 3100-EXIT
               UNTIL WS-SORT-EOF
           IF WS-LAST-CHANNEL-SEQ NOT = 0
               PERFORM 3300-COUNTRY-BREAK
               PERFORM 3400-CHANNEL-BREAK
           END-IF
           .

       3000-EXIT.
           EXIT.

       3100-RETURN-ONE.
           RETURN ORIGIN-SORT
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF SO-CHANNEL-SEQ NOT = WS-LAST-CHANNEL-SEQ
               IF WS-LAST-CHANNEL-SEQ NOT = 0
                   PERFORM 3300-COUNTRY-BREAK
                   PERFORM 3400-CHANNEL-BREAK
               END-IF
               MOVE SO-CHANNEL-SEQ TO WS-LAST-CHANNEL-SEQ
               MOVE SO-COUNTRY TO WS-LAST-COUNTRY
           ELSE
               IF SO-COUNTRY NOT = WS-LAST-COUNTRY
                   PERFORM 3300-COUNTRY-BREAK
                   MOVE SO-COUNTRY TO WS-LAST-COUNTRY
               END-IF
           END-IF
           ADD 1 TO WS-COUNTRY-COUNT
           .

       3100-EXIT.
           EXIT.

       3300-COUNTRY-BREAK.
           MOVE WS-CN-NAME (WS-LAST-CHANNEL-SEQ) TO ACD-CHANNEL
           MOVE WS-LAST-COUNTRY TO ACD-COUNTRY
           MOVE WS-COUNTRY-COUNT TO ACD-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-DETAIL-LINE
           ADD WS-COUNTRY-COUNT TO WS-CHANNEL-COUNT
           MOVE 0 TO WS-COUNTRY-COUNT
           .

       3400-CHANNEL-BREAK.
           MOVE SPACES TO ACS-LABEL
           STRING "TOTAL " DELIMITED BY SIZE
               WS-CN-NAME (WS-LAST-CHANNEL-SEQ) DELIMITED BY SIZE
               INTO ACS-LABEL
           END-STRING
           MOVE WS-CHANNEL-COUNT TO ACS-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-SUBTOTAL-LINE
           WRITE ACQ-REPORT-REC FROM WS-BLANK-LINE
           IF WS-CN-CODE (WS-LAST-CHANNEL-SEQ) = "W"
               MOVE WS-CHANNEL-COUNT TO WS-WEB-ACCEPTED
           END-IF
           ADD WS-CHANNEL-COUNT TO WS-NEW-CUSTOMERS
           MOVE 0 TO WS-CHANNEL-COUNT
           .

      *----------------------------------------------------------------*
      *    4000-LOAD-REGISTER - outstanding entries into the table,    *
      *                         reliefs and write-offs closing the     *
      *                         oldest open entry for their USER-ID    *
      *----------------------------------------------------------------*
       4000-LOAD-REGISTER.
           OPEN INPUT REJ-REGISTER
           IF REJ-REGISTER-NOT-FOUND
               DISPLAY "ACQRPT - NO REJECT REGISTER ON FILE"
               GO TO 4000-EXIT
           END-IF
           IF NOT REJ-REGISTER-OK
               DISPLAY "UNABLE TO OPEN REJREG, STATUS="
                   REJ-REGISTER-STATUS
               CLOSE ACQ-REPORT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 4100-LOAD-ONE-EVENT
               UNTIL WS-REG-EOF
           CLOSE REJ-REGISTER
           .

       4000-EXIT.
           EXIT.

       4100-LOAD-ONE-EVENT.
           READ REJ-REGISTER
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
                   EVALUATE TRUE
                       WHEN RR-EVENT-OUTSTANDING
                           PERFORM 4200-ADD-OUTSTANDING
                       WHEN RR-EVENT-RELIEVED
                           PERFORM 4300-CLOSE-OLDEST
                       WHEN RR-EVENT-WRITTEN-OFF
                           PERFORM 4300-CLOSE-OLDEST
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       4200-ADD-OUTSTANDING.
           IF WS-REG-COUNT NOT < WS-REG-LIMIT
               DISPLAY "MORE THAN " WS-REG-LIMIT " REGISTER ENTRIES "
                   "- OLDEST " WS-REG-LIMIT " COUNTED ONLY"
           ELSE
               ADD 1 TO WS-REG-COUNT
               MOVE RR-DATE TO WS-RG-DATE (WS-REG-COUNT)
               MOVE RR-SOURCE TO WS-RG-SOURCE (WS-REG-COUNT)
               MOVE RR-USER-ID TO WS-RG-USER-ID (WS-REG-COUNT)
               MOVE "Y" TO WS-RG-OPEN-SW (WS-REG-COUNT)
               MOVE SPACE TO WS-RG-CLOSED-BY (WS-REG-COUNT)
               MOVE 0 TO WS-RG-CLOSED-ON (WS-REG-COUNT)
           END-IF
           .

      * Events append in time order, so the first open entry found
      * for the USER-ID is the oldest one. A web record that never
      * had an ID closes the oldest open web reject instead.
       4300-CLOSE-OLDEST.
           MOVE "N" TO WS-MATCH-SW
           MOVE 1 TO WS-REG-IX
           PERFORM 4310-TEST-ONE-ENTRY
               UNTIL WS-MATCH-FOUND OR WS-REG-IX > WS-REG-COUNT
           IF NOT WS-MATCH-FOUND
               AND RR-USER-ID = "00000"
               MOVE 1 TO WS-REG-IX
               PERFORM 4320-TEST-ONE-WEB-ENTRY
                   UNTIL WS-MATCH-FOUND OR WS-REG-IX > WS-REG-COUNT
           END-IF
           .

       4310-TEST-ONE-ENTRY.
           IF WS-RG-OPEN-SW (WS-REG-IX) = "Y"
               AND WS-RG-USER-ID (WS-REG-IX) = RR-USER-ID
               PERFORM 4330-CLOSE-ENTRY
           ELSE
               ADD 1 TO WS-REG-IX
           END-IF
           .

       4320-TEST-ONE-WEB-ENTRY.
           IF WS-RG-OPEN-SW (WS-REG-IX) = "Y"
               AND WS-RG-SOURCE (WS-REG-IX) = "LOAD-W"
               PERFORM 4330-CLOSE-ENTRY
           ELSE
               ADD 1 TO WS-REG-IX
           END-IF
           .

       4330-CLOSE-ENTRY.
           MOVE "N" TO WS-RG-OPEN-SW (WS-REG-IX)
           MOVE RR-EVENT TO WS-RG-CLOSED-BY (WS-REG-IX)
           MOVE RR-DATE TO WS-RG-CLOSED-ON (WS-REG-IX)
           SET WS-MATCH-FOUND TO TRUE
           .

      *----------------------------------------------------------------*
      *    5000-COUNT-WEB-REJECTS - the web phase's rejects, how they  *
      *                             closed and when                    *
      *----------------------------------------------------------------*
       5000-COUNT-WEB-REJECTS.
           PERFORM 5100-COUNT-ONE-ENTRY
               VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
           .

       5100-COUNT-ONE-ENTRY.
           IF WS-RG-SOURCE (WS-REG-IX) = "LOAD-W"
               IF WS-RG-DATE (WS-REG-IX) NOT < WS-PERIOD-FROM
                   AND WS-RG-DATE (WS-REG-IX) NOT > WS-PERIOD-TO
                   ADD 1 TO WS-WEB-REJECTED
               END-IF
               IF WS-RG-OPEN-SW (WS-REG-IX) = "Y"
                   ADD 1 TO WS-WEB-STILL-OPEN
               ELSE
                   IF WS-RG-CLOSED-ON (WS-REG-IX) NOT < WS-PERIOD-FROM
                       AND WS-RG-CLOSED-ON (WS-REG-IX)
                           NOT > WS-PERIOD-TO
                       IF WS-RG-CLOSED-BY (WS-REG-IX) = "R"
                           ADD 1 TO WS-WEB-RECOVERED
                       ELSE
                           ADD 1 TO WS-WEB-ABANDONED
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - grand total, the web section, console      *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE "NEW CUSTOMERS IN THE PERIOD" TO ACT-LABEL
           MOVE WS-NEW-CUSTOMERS TO ACT-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-TOTAL-LINE
           MOVE "UNDATED - INSERT NOT ON JOURNAL" TO ACT-LABEL
           MOVE WS-UNDATED TO ACT-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-TOTAL-LINE
           WRITE ACQ-REPORT-REC FROM WS-BLANK-LINE

           COMPUTE WS-WEB-SUBMITTED = WS-WEB-ACCEPTED + WS-WEB-REJECTED
           IF WS-WEB-SUBMITTED > 0
               COMPUTE WS-WEB-PERCENT ROUNDED =
                   WS-WEB-ACCEPTED * 100 / WS-WEB-SUBMITTED
           END-IF
           WRITE ACQ-REPORT-REC FROM ACQ-WEB-HEADING
           MOVE "ACCEPTED AS NEW CUSTOMERS" TO ACT-LABEL
           MOVE WS-WEB-ACCEPTED TO ACT-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-TOTAL-LINE
           MOVE "REJECTED BY THE LOAD" TO ACT-LABEL
           MOVE WS-WEB-REJECTED TO ACT-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-TOTAL-LINE
           MOVE WS-WEB-PERCENT TO ACP-PERCENT
           WRITE ACQ-REPORT-REC FROM ACQ-PERCENT-LINE
           MOVE "REJECTS RECOVERED" TO ACT-LABEL
           MOVE WS-WEB-RECOVERED TO ACT-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-TOTAL-LINE
           MOVE "REJECTS ABANDONED" TO ACT-LABEL
           MOVE WS-WEB-ABANDONED TO ACT-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-TOTAL-LINE
           MOVE "REJECTS STILL OPEN AT RUN" TO ACT-LABEL
           MOVE WS-WEB-STILL-OPEN TO ACT-COUNT
           WRITE ACQ-REPORT-REC FROM ACQ-TOTAL-LINE
           CLOSE ACQ-REPORT
           MOVE "ACQRPT.RPT" TO RFP-REPORT-NAME
           MOVE "ACQRPT" TO RFP-PROGRAM-ID
           MOVE WS-RUN-DATE TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "ACQRPT ACQUISITION TOTALS " WS-PERIOD-FROM
               " TO " WS-PERIOD-TO
           DISPLAY "  NEW CUSTOMERS          : " WS-NEW-CUSTOMERS
           DISPLAY "  UNDATED ON REGISTER    : " WS-UNDATED
           DISPLAY "  REJREG EVENTS READ     : " WS-EVENTS-READ
           DISPLAY "  WEB SIGNUPS ACCEPTED   : " WS-WEB-ACCEPTED
           DISPLAY "  WEB SIGNUPS REJECTED   : " WS-WEB-REJECTED
           DISPLAY "  WEB REJECTS RECOVERED  : " WS-WEB-RECOVERED
           DISPLAY "  WEB REJECTS ABANDONED  : " WS-WEB-ABANDONED
           DISPLAY "  WEB REJECTS STILL OPEN : " WS-WEB-STILL-OPEN
           DISPLAY "=============================================="

           IF NOT OI-LOADED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY usrorig-load.

           COPY rptfile-call.
