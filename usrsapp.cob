       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRSAPP.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Nightly applier for the USRSCHD scheduled-change
      *          file - the customer who rings to say "I'm moving on
      *          the 1st" is keyed at USRMAINT or USRBMNT with that
      *          date, and the change waits here until it is due. On
      *          a BUSCAL processing day every item still scheduled
      *          whose effective date has arrived is applied; on any
      *          other day nothing is, so an item falls to the first
      *          processing day on or after its date. The change is
      *          laid onto the row as it stands tonight - only the
      *          fields that differ between the item's before and
      *          after images move, so a correction made since to
      *          some other field survives - then proved as the
      *          consoles prove it (CNTRYREF country and postcode, a
      *          phone normalized to the international form when it
      *          or the country moved) and journaled to USRHIST with
      *          before and after images. A change that alters the
      *          name is not applied here: it goes onto the USRPEND
      *          approval queue under the operator who keyed it, as
      *          any name change does. An item that fails - customer
      *          gone or retired, country, postcode or phone no longer
      *          good - is marked failed with the reason and listed on
      *          USRSAPP.RPT for someone to ring the customer back.
      *          The run date defaults to today; pass YYYYMMDD on the
      *          command line to run as of the window's run date. Any
      *          failure ends the run RC 4.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - USRSAPP.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO "USRSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT FAIL-REPORT ASSIGN TO "USRSAPP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAILRPT-STATUS.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT COUNTRY-REF-FILE ASSIGN TO "CNTRYREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTRY-REF-STATUS.
           SELECT ADDR-FLAG-FILE ASSIGN TO "ADDRFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDR-FLAG-STATUS.
           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSCAL-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY usrschd.

       FD  FAIL-REPORT
           RECORDING MODE IS F.
       01  FAIL-REPORT-REC         PIC X(150).

       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY usrpend.

       FD  COUNTRY-REF-FILE
           RECORDING MODE IS F.
           COPY cntryref.

       FD  ADDR-FLAG-FILE
           RECORDING MODE IS F.
           COPY addrflag.

       FD  BUSCAL-FILE
           RECORDING MODE IS F.
           COPY buscal.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       WORKING-STORAGE SECTION.
       01  SCHED-STATUS            PIC X(02) VALUE SPACES.
           88  SCHED-OK                  VALUE "00".
           88  SCHED-NOT-FOUND           VALUE "35".

       01  WS-FAILRPT-STATUS       PIC X(02) VALUE SPACES.
           88  WS-FAILRPT-OK             VALUE "00".

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".

       01  PENDING-STATUS          PIC X(02) VALUE SPACES.
           88  PENDING-OK                VALUE "00".

       01  COUNTRY-REF-STATUS      PIC X(02) VALUE SPACES.
           88  COUNTRY-REF-OK            VALUE "00".

       01  ADDR-FLAG-STATUS        PIC X(02) VALUE SPACES.
           88  ADDR-FLAG-OK              VALUE "00".

       01  BUSCAL-STATUS           PIC X(02) VALUE SPACES.
           88  BUSCAL-OK                 VALUE "00".

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

           COPY cntryref-tbl.

           COPY addrflag-tbl.

           COPY buscal-tbl.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(08) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-TABLE-FULL-SW    PIC X(01) VALUE "N".
               88  WS-TABLE-FULL         VALUE "Y".

      * The whole file in core, rewritten at the end with the items
      * closed tonight.
       01  WS-SCHD-TABLE.
           05  WS-SCHD-ENTRY OCCURS 2000 TIMES
                                   PIC X(398).
       01  WS-SCHD-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-SCHD-IX              PIC 9(04) COMP VALUE 0.

      * USRPEND item IDs for the name changes put up for approval -
      * the run date plus a sequence, as the consoles make them.
       01  WS-PEND-SEQ             PIC 9(05) VALUE 0.

       01  WS-APPLY-TOTALS.
           05  WS-ITEMS-ON-FILE    PIC 9(05) VALUE 0.
           05  WS-ITEMS-WAITING    PIC 9(05) VALUE 0.
           05  WS-ITEMS-APPLIED    PIC 9(05) VALUE 0.
           05  WS-ITEMS-UNCHANGED  PIC 9(05) VALUE 0.
           05  WS-ITEMS-REFERRED   PIC 9(05) VALUE 0.
           05  WS-ITEMS-FAILED     PIC 9(05) VALUE 0.
           05  WS-ITEMS-CLOSED     PIC 9(05) VALUE 0.

       01  WS-REASON               PIC X(08) VALUE SPACES.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

      * The row as it stands tonight - the journal's before image.
       01  WS-CURRENT-IMAGE        PIC X(150) VALUE SPACES.

      * The item's two images laid out as USER rows, so each field
      * can be judged on its own.
       01  WS-KEYED-BEFORE         PIC X(150) VALUE SPACES.
       01  WS-KB-VIEW REDEFINES WS-KEYED-BEFORE.
           05  WS-KB-USER-ID       PIC X(05).
           05  WS-KB-NAME          PIC X(25).
           05  WS-KB-STREET        PIC X(25).
           05  WS-KB-CITY          PIC X(15).
           05  WS-KB-POSTCODE      PIC X(10).
           05  WS-KB-COUNTRY       PIC X(02).
           05  WS-KB-PHONE         PIC X(15).
           05  WS-KB-EMAIL         PIC X(40).
           05  FILLER              PIC X(13).
       01  WS-KEYED-AFTER          PIC X(150) VALUE SPACES.
       01  WS-KA-VIEW REDEFINES WS-KEYED-AFTER.
           05  WS-KA-USER-ID       PIC X(05).
           05  WS-KA-NAME          PIC X(25).
           05  WS-KA-STREET        PIC X(25).
           05  WS-KA-CITY          PIC X(15).
           05  WS-KA-POSTCODE      PIC X(10).
           05  WS-KA-COUNTRY       PIC X(02).
           05  WS-KA-PHONE         PIC X(15).
           05  WS-KA-EMAIL         PIC X(40).
           05  FILLER              PIC X(13).

       01  FAIL-HEADING-1.
           05  FILLER              PIC X(40) VALUE
               "SCHEDULED CHANGES THAT FAILED ON THEIR ".
           05  FILLER              PIC X(22) VALUE
               "EFFECTIVE DATE - RUN ".
           05  FAIL-HD-DATE        PIC 9(08).

       01  FAIL-HEADING-2.
           05  FILLER              PIC X(14) VALUE "ITEM".
           05  FILLER              PIC X(06) VALUE "USER".
           05  FILLER              PIC X(09) VALUE "EFFECT".
           05  FILLER              PIC X(09) VALUE "FROM".
           05  FILLER              PIC X(09) VALUE "KEYED BY".
           05  FILLER              PIC X(09) VALUE "REASON".
           05  FILLER              PIC X(40) VALUE SPACES.

       01  FAIL-DETAIL-LINE.
           05  FAIL-DTL-ITEM-ID    PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-DTL-USER-ID    PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-DTL-EFFECTIVE  PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-DTL-PROGRAM    PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-DTL-MAKER      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-DTL-REASON     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-DTL-TEXT       PIC X(40).

       01  FAIL-KEYED-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "AS KEYED: ".
           05  FAIL-KEY-NAME       PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-KEY-STREET     PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-KEY-CITY       PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-KEY-POSTCODE   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-KEY-COUNTRY    PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FAIL-KEY-PHONE      PIC X(15).

       01  FAIL-TOTAL-LINE.
           05  FILLER              PIC X(25) VALUE
               "ITEMS FAILED TONIGHT:    ".
           05  FAIL-TOT-COUNT      PIC ZZZZ9.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRSAPP - SCHEDULED CHANGE APPLIER"
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      * The file is rewritten from the table at the end - a file the
      * table cannot hold whole would lose the tail, so the run
      * refuses to start rather than destroy an item.
           IF WS-TABLE-FULL
               DISPLAY "MORE THAN 2000 ITEMS ON USRSCHD - RUN "
                   "REFUSES TO START SO NOTHING IS LOST"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           IF NOT BD-IS-BUSINESS
               DISPLAY "RUN DATE " WS-RUN-DATE " IS NOT A PROCESSING"
                   " DAY - SCHEDULED CHANGES WAIT FOR THE NEXT ONE"
               PERFORM 8000-TERMINATE
               GO TO 9999-EXIT
           END-IF

           PERFORM 3000-ONE-ITEM THRU 3000-EXIT
               VARYING WS-SCHD-IX FROM 1 BY 1
               UNTIL WS-SCHD-IX > WS-SCHD-COUNT

           EXEC SQL COMMIT END-EXEC
           PERFORM SAVE-ADDRFLAG-TABLE
           IF WS-ITEMS-CLOSED > 0
               PERFORM 7000-REWRITE-FILE
           END-IF
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - run date, calendar, reference tables, the *
      *                      file into core and the report opened      *
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

           PERFORM LOAD-BUSCAL-TABLE
           MOVE WS-RUN-DATE TO BD-IN-DATE
           PERFORM TEST-BUSINESS-DAY

           PERFORM LOAD-COUNTRY-TABLE
           IF NOT CT-LOADED
               DISPLAY "NO CNTRYREF ON FILE - COUNTRY/POSTCODE "
                   "VALIDATION SKIPPED THIS RUN"
           END-IF

           PERFORM LOAD-ADDRFLAG-TABLE

           OPEN OUTPUT FAIL-REPORT
           IF NOT WS-FAILRPT-OK
               DISPLAY "UNABLE TO OPEN USRSAPP.RPT, STATUS="
                   WS-FAILRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-RUN-DATE TO FAIL-HD-DATE
           WRITE FAIL-REPORT-REC FROM FAIL-HEADING-1
           WRITE FAIL-REPORT-REC FROM FAIL-HEADING-2

           OPEN INPUT SCHED-FILE
           IF SCHED-NOT-FOUND
               GO TO 1000-EXIT
           END-IF
           IF NOT SCHED-OK
               DISPLAY "UNABLE TO OPEN USRSCHD, STATUS="
                   SCHED-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-ITEM
               UNTIL WS-EOF
           CLOSE SCHED-FILE
           MOVE WS-SCHD-COUNT TO WS-ITEMS-ON-FILE
           .

       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ITEM.
           READ SCHED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-SCHD-COUNT < 2000
                       ADD 1 TO WS-SCHD-COUNT
                       MOVE SCHED-CHANGE-REC
                           TO WS-SCHD-ENTRY (WS-SCHD-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    3000-ONE-ITEM - a scheduled item whose day has come is      *
      *                    applied, put up for approval, or failed     *
      *----------------------------------------------------------------*
       3000-ONE-ITEM.
           MOVE WS-SCHD-ENTRY (WS-SCHD-IX) TO SCHED-CHANGE-REC
           IF NOT SC-STATE-SCHEDULED
               GO TO 3000-EXIT
           END-IF
           IF SC-EFFECTIVE-DATE > WS-RUN-DATE
               ADD 1 TO WS-ITEMS-WAITING
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-REASON
           PERFORM 3100-FETCH-CURRENT-ROW
           IF WS-REASON NOT = SPACES
               GO TO 3900-ITEM-FAILED
           END-IF
           PERFORM 3200-LAY-ON-CHANGES
           PERFORM 3300-VALIDATE-ROW
           IF WS-REASON NOT = SPACES
               GO TO 3900-ITEM-FAILED
           END-IF

      * A name change is a sensitive action whenever it lands - it
      * goes to the approval queue, not straight to the table.
           IF USER-NAME NOT = WS-CURRENT-IMAGE(6:25)
               PERFORM 4100-REFER-NAME-CHANGE
           ELSE
               PERFORM 4000-APPLY-CHANGE
           END-IF
           IF WS-REASON NOT = SPACES
               GO TO 3900-ITEM-FAILED
           END-IF
           GO TO 3950-CLOSE-ITEM.

       3900-ITEM-FAILED.
           SET SC-STATE-FAILED TO TRUE
           MOVE WS-REASON TO SC-REASON
           ADD 1 TO WS-ITEMS-FAILED
           PERFORM 5000-REPORT-FAILURE
           DISPLAY "ITEM " SC-ITEM-ID " FOR USER-ID " SC-USER-ID
               " FAILED " WS-REASON
           .

       3950-CLOSE-ITEM.
           MOVE WS-RUN-DATE TO SC-DONE-DATE
           MOVE SCHED-CHANGE-REC TO WS-SCHD-ENTRY (WS-SCHD-IX)
           ADD 1 TO WS-ITEMS-CLOSED
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-FETCH-CURRENT-ROW - the row tonight; a customer gone   *
      *                             or retired since fails the item    *
      *----------------------------------------------------------------*
       3100-FETCH-CURRENT-ROW.
           MOVE SC-USER-ID TO USER-ID
           MOVE SPACES TO USER-NAME USER-STREET USER-CITY
               USER-POSTCODE USER-COUNTRY USER-PHONE USER-EMAIL
               USER-STATUS
           EXEC SQL
               SELECT USER-NAME, USER-STREET, USER-CITY,
                      USER-POSTCODE, USER-COUNTRY, USER-PHONE,
                      USER-EMAIL, USER-STATUS
               INTO :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "NOTFOUND" TO WS-REASON
               WHEN SQLCODE NOT = 0
                   MOVE "SQLERROR" TO WS-REASON
                   MOVE "3100-FETCH-CURRENT-ROW" TO EL-PARAGRAPH
                   PERFORM 6900-LOG-SQL-ERROR
               WHEN USER-ST-DELETED
                   MOVE "DELETED" TO WS-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-CURRENT-IMAGE
                   MOVE USER-REC TO WS-CURRENT-IMAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    3200-LAY-ON-CHANGES - only the fields the operator changed  *
      *                          move onto tonight's row               *
      *----------------------------------------------------------------*
       3200-LAY-ON-CHANGES.
           MOVE SC-BEFORE-IMAGE TO WS-KEYED-BEFORE
           MOVE SC-AFTER-IMAGE TO WS-KEYED-AFTER
           IF WS-KA-NAME NOT = WS-KB-NAME
               MOVE WS-KA-NAME TO USER-NAME
           END-IF
           IF WS-KA-STREET NOT = WS-KB-STREET
               MOVE WS-KA-STREET TO USER-STREET
           END-IF
           IF WS-KA-CITY NOT = WS-KB-CITY
               MOVE WS-KA-CITY TO USER-CITY
           END-IF
           IF WS-KA-POSTCODE NOT = WS-KB-POSTCODE
               MOVE WS-KA-POSTCODE TO USER-POSTCODE
           END-IF
           IF WS-KA-COUNTRY NOT = WS-KB-COUNTRY
               MOVE WS-KA-COUNTRY TO USER-COUNTRY
           END-IF
           IF WS-KA-PHONE NOT = WS-KB-PHONE
               MOVE WS-KA-PHONE TO USER-PHONE
           END-IF
           IF WS-KA-EMAIL NOT = WS-KB-EMAIL
               MOVE WS-KA-EMAIL TO USER-EMAIL
           END-IF
           .

      *----------------------------------------------------------------*
      *    3300-VALIDATE-ROW - the reference data may have moved since *
      *                        the change was keyed, so it is proved   *
      *                        again on the day                        *
      *----------------------------------------------------------------*
       3300-VALIDATE-ROW.
           IF CT-LOADED
               MOVE USER-COUNTRY TO CC-COUNTRY
               MOVE USER-POSTCODE TO CC-POSTCODE
               PERFORM CHECK-COUNTRY-POSTCODE
               IF CC-COUNTRY-UNKNOWN
                   MOVE "BADCNTRY" TO WS-REASON
               ELSE
                   IF NOT CC-POSTCODE-VALID
                       MOVE "BADPCODE" TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REASON NOT = SPACES
               GO TO 3300-EXIT
           END-IF

      * A phone left as it was on the row is not re-judged unless
      * the country under it moved.
           IF USER-PHONE NOT = WS-CURRENT-IMAGE(83:15)
               OR USER-COUNTRY NOT = WS-CURRENT-IMAGE(81:2)
               MOVE USER-COUNTRY TO PN-COUNTRY
               MOVE USER-PHONE TO PN-PHONE
               PERFORM NORMALIZE-PHONE
               EVALUATE TRUE
                   WHEN PN-ACCEPTED
                       MOVE PN-PHONE-OUT TO USER-PHONE
                   WHEN PN-FAIL-CODE
                       MOVE "PHONECC" TO WS-REASON
                   WHEN PN-FAIL-LENGTH
                       MOVE "PHONELEN" TO WS-REASON
                   WHEN OTHER
                       MOVE "BADPHONE" TO WS-REASON
               END-EVALUATE
           END-IF
           .

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-APPLY-CHANGE - the row updated and journaled           *
      *----------------------------------------------------------------*
       4000-APPLY-CHANGE.
      * Somebody may already have made the same change by hand - the
      * item is done, with nothing to write.
           IF USER-REC = WS-CURRENT-IMAGE(1:138)
               SET SC-STATE-APPLIED TO TRUE
               MOVE "NOCHANGE" TO SC-REASON
               ADD 1 TO WS-ITEMS-UNCHANGED
               GO TO 4000-EXIT
           END-IF

           EXEC SQL
               UPDATE USER
               SET USER-NAME = :USER-NAME,
                   USER-STREET = :USER-STREET,
                   USER-CITY = :USER-CITY,
                   USER-POSTCODE = :USER-POSTCODE,
                   USER-COUNTRY = :USER-COUNTRY,
                   USER-PHONE = :USER-PHONE,
                   USER-EMAIL = :USER-EMAIL
               WHERE USER-ID = :USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "SQLERROR" TO WS-REASON
               MOVE "4000-APPLY-CHANGE" TO EL-PARAGRAPH
               PERFORM 6900-LOG-SQL-ERROR
               GO TO 4000-EXIT
           END-IF

           PERFORM 4500-JOURNAL-CHANGE
           SET SC-STATE-APPLIED TO TRUE
           MOVE SPACES TO SC-REASON
           ADD 1 TO WS-ITEMS-APPLIED
      * A fresh address is a confirmed address - take the customer
      * off the returned-mail flag if they were on it.
           IF USER-ADDRESS NOT = WS-CURRENT-IMAGE(31:52)
               MOVE USER-ID TO AF-IN-ID
               PERFORM CLEAR-ADDR-FLAG
           END-IF
           DISPLAY "ITEM " SC-ITEM-ID " APPLIED TO USER-ID " USER-ID
           .

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-REFER-NAME-CHANGE - the whole change goes on USRPEND   *
      *                             as one piece, made by the operator *
      *                             who keyed it                       *
      *----------------------------------------------------------------*
       4100-REFER-NAME-CHANGE.
           ADD 1 TO WS-PEND-SEQ
           MOVE SPACES TO PENDING-CHANGE-REC
           SET PC-STATE-PENDING TO TRUE
           MOVE WS-RUN-DATE TO PC-ID-DATE
           MOVE WS-PEND-SEQ TO PC-ID-SEQ
           MOVE "USRSAPP" TO PC-PROGRAM
           SET PC-ACTION-UPDATE TO TRUE
           MOVE USER-ID TO PC-USER-ID
           MOVE 0 TO PC-DUP-ID
           MOVE WS-CURRENT-IMAGE TO PC-BEFORE-IMAGE
           MOVE USER-REC TO PC-AFTER-IMAGE
           MOVE SC-MAKER-ID TO PC-MAKER-ID
           PERFORM WRITE-PENDING-CHANGE
           IF PENDING-OK
               SET SC-STATE-REFERRED TO TRUE
               MOVE "PENDED" TO SC-REASON
               ADD 1 TO WS-ITEMS-REFERRED
               DISPLAY "ITEM " SC-ITEM-ID " CHANGES THE NAME - ON "
                   "USRPEND AS ITEM " PC-ITEM-ID " FOR APPROVAL"
           ELSE
               DISPLAY "UNABLE TO WRITE USRPEND, STATUS="
                   PENDING-STATUS
               MOVE "PENDFAIL" TO WS-REASON
           END-IF
           .

      *----------------------------------------------------------------*
      *    4500-JOURNAL-CHANGE - before and after images on USRHIST;   *
      *                          nobody is at a keyboard, so the       *
      *                          operator is left blank                *
      *----------------------------------------------------------------*
       4500-JOURNAL-CHANGE.
           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRSAPP" TO HJ-PROGRAM-ID
           SET HJ-ACTION-UPDATE TO TRUE
           MOVE USER-ID TO HJ-USER-ID
           MOVE WS-CURRENT-IMAGE TO HJ-BEFORE-IMAGE
           MOVE USER-REC TO HJ-AFTER-IMAGE
           PERFORM WRITE-HIST-JOURNAL
           .

      *----------------------------------------------------------------*
      *    5000-REPORT-FAILURE - the item, why it failed, and what was *
      *                          keyed, for the call back              *
      *----------------------------------------------------------------*
       5000-REPORT-FAILURE.
           MOVE SC-ITEM-ID TO FAIL-DTL-ITEM-ID
           MOVE SC-USER-ID TO FAIL-DTL-USER-ID
           MOVE SC-EFFECTIVE-DATE TO FAIL-DTL-EFFECTIVE
           MOVE SC-PROGRAM TO FAIL-DTL-PROGRAM
           MOVE SC-MAKER-ID TO FAIL-DTL-MAKER
           MOVE WS-REASON TO FAIL-DTL-REASON
           EVALUATE WS-REASON
               WHEN "NOTFOUND"
                   MOVE "CUSTOMER NO LONGER ON FILE"
                       TO FAIL-DTL-TEXT
               WHEN "DELETED"
                   MOVE "CUSTOMER RETIRED SINCE IT WAS KEYED"
                       TO FAIL-DTL-TEXT
               WHEN "BADCNTRY"
                   MOVE "COUNTRY NOT KNOWN TO CNTRYREF"
                       TO FAIL-DTL-TEXT
               WHEN "BADPCODE"
                   MOVE "POSTCODE NOT VALID FOR THE COUNTRY"
                       TO FAIL-DTL-TEXT
               WHEN "PHONECC"
                   MOVE "PHONE HAS NO KNOWN DIALING CODE"
                       TO FAIL-DTL-TEXT
               WHEN "PHONELEN"
                   MOVE "PHONE WRONG LENGTH FOR THE COUNTRY"
                       TO FAIL-DTL-TEXT
               WHEN "BADPHONE"
                   MOVE "PHONE IS NOT A PHONE NUMBER"
                       TO FAIL-DTL-TEXT
               WHEN "PENDFAIL"
                   MOVE "NAME CHANGE COULD NOT GO ON USRPEND"
                       TO FAIL-DTL-TEXT
               WHEN OTHER
                   MOVE "UPDATE FAILED - SEE ERRLOG"
                       TO FAIL-DTL-TEXT
           END-EVALUATE
           WRITE FAIL-REPORT-REC FROM FAIL-DETAIL-LINE

           MOVE SC-AFTER-IMAGE TO WS-KEYED-AFTER
           MOVE WS-KA-NAME TO FAIL-KEY-NAME
           MOVE WS-KA-STREET TO FAIL-KEY-STREET
           MOVE WS-KA-CITY TO FAIL-KEY-CITY
           MOVE WS-KA-POSTCODE TO FAIL-KEY-POSTCODE
           MOVE WS-KA-COUNTRY TO FAIL-KEY-COUNTRY
           MOVE WS-KA-PHONE TO FAIL-KEY-PHONE
           WRITE FAIL-REPORT-REC FROM FAIL-KEYED-LINE
           .

      *----------------------------------------------------------------*
      *    6900-LOG-SQL-ERROR - the caller has named its paragraph     *
      *----------------------------------------------------------------*
       6900-LOG-SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           MOVE "USRSAPP" TO EL-PROGRAM-ID
           MOVE WS-SQLCODE-DISPLAY TO EL-CODE
           MOVE "SCHEDULED CHANGE FAILED TO APPLY" TO EL-MESSAGE
           SET EL-SEV-SEVERE TO TRUE
           PERFORM WRITE-ERROR-LOG
           .

      *----------------------------------------------------------------*
      *    7000-REWRITE-FILE - items closed tonight carry their new    *
      *                        state, the rest as they were            *
      *----------------------------------------------------------------*
       7000-REWRITE-FILE.
           OPEN OUTPUT SCHED-FILE
           IF NOT SCHED-OK
               DISPLAY "UNABLE TO REWRITE USRSCHD, STATUS="
                   SCHED-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7100-REWRITE-ONE-ITEM
                   VARYING WS-SCHD-IX FROM 1 BY 1
                   UNTIL WS-SCHD-IX > WS-SCHD-COUNT
               CLOSE SCHED-FILE
           END-IF
           .

       7100-REWRITE-ONE-ITEM.
           MOVE WS-SCHD-ENTRY (WS-SCHD-IX) TO SCHED-CHANGE-REC
           WRITE SCHED-CHANGE-REC
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - the report closed, the night's totals      *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-ITEMS-FAILED TO FAIL-TOT-COUNT
           WRITE FAIL-REPORT-REC FROM FAIL-TOTAL-LINE
           CLOSE FAIL-REPORT
           MOVE "USRSAPP.RPT" TO RFP-REPORT-NAME
           MOVE "USRSAPP" TO RFP-PROGRAM-ID
           MOVE WS-RUN-DATE TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "=============================================="
           DISPLAY "USRSAPP SCHEDULED CHANGE TOTALS AS OF "
               WS-RUN-DATE
           DISPLAY "  ITEMS ON FILE          : " WS-ITEMS-ON-FILE
           DISPLAY "  APPLIED                : " WS-ITEMS-APPLIED
           DISPLAY "  ALREADY ON THE ROW     : " WS-ITEMS-UNCHANGED
           DISPLAY "  SENT FOR NAME APPROVAL : " WS-ITEMS-REFERRED
           DISPLAY "  FAILED (USRSAPP.RPT)   : " WS-ITEMS-FAILED
           DISPLAY "  WAITING FOR THEIR DAY  : " WS-ITEMS-WAITING
           DISPLAY "=============================================="

           IF WS-ITEMS-FAILED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY errorlog-write.

           COPY usrhist-write.

           COPY usrpend-write.

           COPY cntryref-load.

           COPY addrflag-load.

           COPY buscal-load.

           COPY rptfile-call.
