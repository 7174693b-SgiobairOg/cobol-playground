      *            cols 20-29  postcode from (spaces = open)
      *            cols 31-40  postcode to   (spaces = open)
      *            cols 42-49  field to set: NAME, STREET, CITY,
      *                        PCODE, CTRY, PHONE or EMAIL - or
      *                        ADDRSTD to standardize street and city
      *                        or PHONESTD to normalize the phone
      *            cols 51-90  the new value (ignored for ADDRSTD and
      *                        PHONESTD)
      *          The default run is the preview - USRMASS.RPT lists
      *          exactly which rows would change and how, and the
      *          table is not touched. Only COMMIT on the command
      *          point: mass changes we cannot see first do not get
      *          run.
      * Tectonics: cobc
      *
      * Modification History:
      *   Address standardization backfill - ADDRSTD as the field
      *   runs every selected row's street and city through the
      *   ADDRABBR abbreviation table and the LOCALREF locality
      *   reference, the same standardization USREDIT and HELLO-DATA
      *   now apply on the way in, so the existing table can be
      *   brought into line. Each changed field gets its own report
      *   line; a city that contradicts its postcode's locality is
      *   listed as a CONFLICT and never overwritten.
      *   Phone normalization backfill - PHONESTD as the field brings
      *   every selected row's phone to the international form from
      *   the CNTRYREF dialing codes, as the intake programs now do on
      *   the way in. A number that cannot be normalized is reported
      *   UNFIXED, left as it is, and listed with its reason on
      *   PHONEXCP for the data-quality team to chase.
      *   Report archive - USRMASS.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT ADDR-ABBR-FILE ASSIGN TO "ADDRABBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-ABBR-STATUS.
           SELECT LOCALITY-FILE ASSIGN TO "LOCALREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCALITY-STATUS.
           SELECT PHONE-EXCEPTIONS ASSIGN TO "PHONEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHONEXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY errorlog.

       FD  ADDR-ABBR-FILE
           RECORDING MODE IS F.
           COPY addrabbr.

       FD  LOCALITY-FILE
           RECORDING MODE IS F.
           COPY localref.

      * One line per phone the PHONESTD backfill could not normalize.
       FD  PHONE-EXCEPTIONS
           RECORDING MODE IS F.
       01  PHONE-EXCEPTION-REC.
           05  PX-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  PX-USER-NAME        PIC X(25).
           05  FILLER              PIC X(01).
           05  PX-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  PX-PHONE            PIC X(15).
           05  FILLER              PIC X(01).
           05  PX-REASON           PIC X(08).

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

           COPY cntryref-tbl.

       01  ADDR-ABBR-STATUS        PIC X(02) VALUE SPACES.
           88  ADDR-ABBR-OK              VALUE "00".

           COPY addrabbr-tbl.

       01  LOCALITY-STATUS         PIC X(02) VALUE SPACES.
           88  LOCALITY-OK               VALUE "00".

           COPY localref-tbl.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-MASSRPT-STATUS       PIC X(02) VALUE SPACES.
           88  WS-MASSRPT-OK             VALUE "00".

       01  WS-PHONEXCP-STATUS      PIC X(02) VALUE SPACES.
           88  WS-PHONEXCP-OK            VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           88  WS-CHG-CTRY               VALUE "CTRY".
           88  WS-CHG-PHONE              VALUE "PHONE".
           88  WS-CHG-EMAIL              VALUE "EMAIL".
           88  WS-CHG-ADDRSTD            VALUE "ADDRSTD".
           88  WS-CHG-PHONESTD           VALUE "PHONESTD".

       01  WS-SELECTION.
           05  WS-SEL-COUNTRY      PIC X(02) VALUE SPACES.
           05  WS-ROWS-SELECTED    PIC 9(07) VALUE 0.
           05  WS-ROWS-APPLIED     PIC 9(07) VALUE 0.
           05  WS-ROWS-SKIPPED     PIC 9(07) VALUE 0.
           05  WS-ROWS-CONFLICT    PIC 9(07) VALUE 0.
           05  WS-ROWS-UNFIXED     PIC 9(07) VALUE 0.

       01  WS-BEFORE-IMAGE         PIC X(150) VALUE SPACES.
       01  WS-OLD-VALUE            PIC X(40) VALUE SPACES.
       01  WS-OLD-STREET           PIC X(25) VALUE SPACES.
       01  WS-OLD-CITY             PIC X(15) VALUE SPACES.
       01  WS-STREET-CHANGED-SW    PIC X(01) VALUE "N".
           88  WS-STREET-CHANGED         VALUE "Y".
       01  WS-CITY-CHANGED-SW      PIC X(01) VALUE "N".
           88  WS-CITY-CHANGED           VALUE "Y".
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       01  MSS-DETAIL-LINE.
           05  MSS-DTL-NEW         PIC X(35).

       01  WS-HEADER-LINE          PIC X(100) VALUE SPACES.
       01  WS-HEADER-ACTION        PIC X(60) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

           IF NOT WS-CHG-NAME AND NOT WS-CHG-STREET
               AND NOT WS-CHG-CITY AND NOT WS-CHG-PCODE
               AND NOT WS-CHG-CTRY AND NOT WS-CHG-PHONE
               AND NOT WS-CHG-EMAIL AND NOT WS-CHG-ADDRSTD
               AND NOT WS-CHG-PHONESTD
               DISPLAY "MASSCARD FIELD '" WS-CHG-FIELD
                   "' NOT RECOGNIZED - USE NAME, STREET, CITY, "
                   "PCODE, CTRY, PHONE, EMAIL, ADDRSTD OR PHONESTD"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           IF WS-CHG-ADDRSTD
               PERFORM LOAD-ABBREV-TABLE
               PERFORM LOAD-LOCALITY-TABLE
               IF NOT AT-LOADED AND NOT LT-LOADED
                   DISPLAY "NO ADDRABBR OR LOCALREF ON FILE - "
                       "NOTHING TO STANDARDIZE AGAINST"
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF

           IF WS-CHG-PHONESTD
               PERFORM LOAD-COUNTRY-TABLE
               IF NOT CT-LOADED
                   DISPLAY "NO CNTRYREF ON FILE - NO DIALING CODES "
                       "TO NORMALIZE AGAINST"
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               OPEN OUTPUT PHONE-EXCEPTIONS
               IF NOT WS-PHONEXCP-OK
                   DISPLAY "UNABLE TO OPEN PHONEXCP, STATUS="
                       WS-PHONEXCP-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF

           OPEN OUTPUT MASS-REPORT
           IF NOT WS-MASSRPT-OK
               DISPLAY "UNABLE TO OPEN USRMASS.RPT, STATUS="
               GO TO 9999-EXIT
           END-IF

           MOVE SPACES TO WS-HEADER-ACTION
           EVALUATE TRUE
               WHEN WS-CHG-ADDRSTD
                   MOVE "STANDARDIZE STREET AND CITY"
                       TO WS-HEADER-ACTION
               WHEN WS-CHG-PHONESTD
                   MOVE "NORMALIZE PHONE NUMBERS" TO WS-HEADER-ACTION
               WHEN OTHER
                   STRING "SET " DELIMITED BY SIZE
                       WS-CHG-FIELD DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-CHG-VALUE DELIMITED BY SIZE
                       INTO WS-HEADER-ACTION
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO WS-HEADER-LINE
           IF WS-MODE-COMMIT
               STRING "MASS CHANGE - COMMIT RUN - "
                   DELIMITED BY SIZE
                   WS-HEADER-ACTION DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               END-STRING
               DISPLAY "USRMASS - COMMIT RUN, THE TABLE WILL CHANGE"
           ELSE
               STRING "MASS CHANGE - PREVIEW ONLY - "
                   DELIMITED BY SIZE
                   WS-HEADER-ACTION DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
               END-STRING
               DISPLAY "USRMASS - PREVIEW, NOTHING WILL CHANGE"
           END-IF
           WRITE MASS-REPORT-REC FROM WS-HEADER-LINE

           IF NOT WS-CHG-PHONESTD
               PERFORM LOAD-COUNTRY-TABLE
           END-IF
           IF NOT CT-LOADED
               DISPLAY "NO CNTRYREF ON FILE - COUNTRY/POSTCODE "
                   "VALIDATION SKIPPED THIS RUN"
           ADD 1 TO WS-ROWS-SELECTED
           MOVE USER-REC TO WS-BEFORE-IMAGE

           EVALUATE TRUE
               WHEN WS-CHG-ADDRSTD
                   PERFORM 4500-BUILD-STANDARD
                   IF NOT WS-STREET-CHANGED AND NOT WS-CITY-CHANGED
                       GO TO 3090-NEXT
                   END-IF
               WHEN WS-CHG-PHONESTD
                   PERFORM 4600-BUILD-PHONE THRU 4600-EXIT
                   IF USER-PHONE = WS-OLD-VALUE
                       GO TO 3090-NEXT
                   END-IF
               WHEN OTHER
                   PERFORM 4000-BUILD-CHANGE
                   IF WS-OLD-VALUE = WS-CHG-VALUE
                       GO TO 3090-NEXT
                   END-IF
           END-EVALUATE

           IF CT-LOADED
               MOVE USER-COUNTRY TO CC-COUNTRY
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    4500-BUILD-STANDARD - the ADDRSTD change: street and city   *
      *                          to the house form. A city that        *
      *                          contradicts its postcode's locality   *
      *                          is reported here as a CONFLICT and    *
      *                          only tidied, never overwritten        *
      *----------------------------------------------------------------*
       4500-BUILD-STANDARD.
           MOVE USER-STREET TO WS-OLD-STREET
           MOVE USER-CITY TO WS-OLD-CITY
           MOVE "N" TO WS-STREET-CHANGED-SW
           MOVE "N" TO WS-CITY-CHANGED-SW

           MOVE USER-COUNTRY TO AS-COUNTRY
           MOVE USER-STREET TO AS-TEXT
           PERFORM STANDARDIZE-TEXT
           IF AS-CHANGED
               MOVE AS-TEXT TO USER-STREET
               MOVE "Y" TO WS-STREET-CHANGED-SW
           END-IF

           MOVE USER-COUNTRY TO LL-IN-COUNTRY
           MOVE USER-POSTCODE TO LL-IN-POSTCODE
           MOVE USER-CITY TO LL-IN-CITY
           PERFORM STANDARDIZE-CITY
           IF LL-CHANGED
               MOVE LL-CITY TO USER-CITY
               MOVE "Y" TO WS-CITY-CHANGED-SW
           END-IF

           IF LL-CONFLICT
               ADD 1 TO WS-ROWS-CONFLICT
               MOVE "CONFLICT" TO MSS-DTL-VERDICT
               MOVE USER-ID TO MSS-DTL-USER-ID
               MOVE "CITY" TO MSS-DTL-FIELD
               MOVE WS-OLD-CITY TO MSS-DTL-OLD
               MOVE LL-LOCALITY-CITY TO MSS-DTL-NEW
               WRITE MASS-REPORT-REC FROM MSS-DETAIL-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      *    4600-BUILD-PHONE - the PHONESTD change: the phone to the    *
      *                       international form. A number that       *
      *                       cannot be normalized is left as it is,  *
      *                       reported UNFIXED and listed on PHONEXCP *
      *----------------------------------------------------------------*
       4600-BUILD-PHONE.
           MOVE USER-PHONE TO WS-OLD-VALUE
           MOVE USER-COUNTRY TO PN-COUNTRY
           MOVE USER-PHONE TO PN-PHONE
           PERFORM NORMALIZE-PHONE
           IF PN-ACCEPTED
               MOVE PN-PHONE-OUT TO USER-PHONE
               GO TO 4600-EXIT
           END-IF

           ADD 1 TO WS-ROWS-UNFIXED
           MOVE SPACES TO PHONE-EXCEPTION-REC
           MOVE USER-ID TO PX-USER-ID
           MOVE USER-NAME TO PX-USER-NAME
           MOVE USER-COUNTRY TO PX-COUNTRY
           MOVE USER-PHONE TO PX-PHONE
           EVALUATE TRUE
               WHEN PN-FAIL-CODE
                   MOVE "PHONECC" TO PX-REASON
               WHEN PN-FAIL-LENGTH
                   MOVE "PHONELEN" TO PX-REASON
               WHEN OTHER
                   MOVE "BADPHONE" TO PX-REASON
           END-EVALUATE
           WRITE PHONE-EXCEPTION-REC

           MOVE "UNFIXED" TO MSS-DTL-VERDICT
           MOVE USER-ID TO MSS-DTL-USER-ID
           MOVE "PHONE" TO MSS-DTL-FIELD
           MOVE USER-PHONE TO MSS-DTL-OLD
           MOVE PX-REASON TO MSS-DTL-NEW
           WRITE MASS-REPORT-REC FROM MSS-DETAIL-LINE
           .

       4600-EXIT.
           EXIT.

       3900-WRITE-REPORT-LINE.
           MOVE USER-ID TO MSS-DTL-USER-ID
           EVALUATE TRUE
               WHEN WS-CHG-ADDRSTD
                   PERFORM 3950-WRITE-STANDARD-LINES
               WHEN WS-CHG-PHONESTD
                   MOVE "PHONE" TO MSS-DTL-FIELD
                   MOVE WS-OLD-VALUE TO MSS-DTL-OLD
                   MOVE USER-PHONE TO MSS-DTL-NEW
                   WRITE MASS-REPORT-REC FROM MSS-DETAIL-LINE
               WHEN OTHER
                   MOVE WS-CHG-FIELD TO MSS-DTL-FIELD
                   MOVE WS-OLD-VALUE TO MSS-DTL-OLD
                   MOVE WS-CHG-VALUE TO MSS-DTL-NEW
                   WRITE MASS-REPORT-REC FROM MSS-DETAIL-LINE
           END-EVALUATE
           .

      * An ADDRSTD row may change street, city or both - one line
      * per field that moved, under the same verdict.
       3950-WRITE-STANDARD-LINES.
           IF WS-STREET-CHANGED
               MOVE "STREET" TO MSS-DTL-FIELD
               MOVE WS-OLD-STREET TO MSS-DTL-OLD
               MOVE USER-STREET TO MSS-DTL-NEW
               WRITE MASS-REPORT-REC FROM MSS-DETAIL-LINE
           END-IF
           IF WS-CITY-CHANGED
               MOVE "CITY" TO MSS-DTL-FIELD
               MOVE WS-OLD-CITY TO MSS-DTL-OLD
               MOVE USER-CITY TO MSS-DTL-NEW
               WRITE MASS-REPORT-REC FROM MSS-DETAIL-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      *    5000-APPLY-CHANGE - the commit run's update plus journal    *
      *----------------------------------------------------------------*
               EXEC SQL COMMIT END-EXEC
           END-IF
           CLOSE MASS-REPORT
           IF WS-CHG-PHONESTD
               CLOSE PHONE-EXCEPTIONS
           END-IF
           MOVE "USRMASS.RPT" TO RFP-REPORT-NAME
           MOVE "USRMASS" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "USRMASS MASS-CHANGE TOTALS"
               DISPLAY "  ROWS CHANGED      : " WS-ROWS-APPLIED
           END-IF
           DISPLAY "  ROWS SKIPPED      : " WS-ROWS-SKIPPED
           IF WS-CHG-ADDRSTD
               DISPLAY "  CITY CONFLICTS    : " WS-ROWS-CONFLICT
           END-IF
           IF WS-CHG-PHONESTD
               DISPLAY "  PHONES UNFIXED    : " WS-ROWS-UNFIXED
           END-IF
           DISPLAY "=============================================="

           IF WS-ROWS-SKIPPED > 0 OR WS-ROWS-CONFLICT > 0
               OR WS-ROWS-UNFIXED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           COPY usrhist-write.

           COPY cntryref-load.

           COPY addrabbr-load.

           COPY localref-load.

           COPY rptfile-call.
