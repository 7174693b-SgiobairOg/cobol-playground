       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDRPT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Shift handover report. Shift changes used to be
      *          verbal, and the incoming operator rebuilt the
      *          picture from ERRWATCH, REJAGE and the USRPEND queue
      *          by hand. CALLed by HELLO-NOAH's SIGN-ON with the HR
      *          parameter area, this finds the last shift handed
      *          over on the HANDOVER file and writes HANDOVER.RPT
      *          for the incoming operator:
      *            - the outgoing operator's notes
      *            - ERRLOG entries at SEVERE or FATAL since the
      *              outgoing shift signed on
      *            - USRPEND items still waiting for approval or for
      *              the nightly apply
      *            - REJREG rejects opened since the shift signed on
      *            - HRTBWTCH and FEEDWTCH alerts over the shift, and
      *              the last tick on HRTBEAT
      *            - where the batch window stands on RUNJRNL
      *          The counts, the notes and the window position come
      *          back in the parameter area for the sign-on screen.
      *          With no handover on file the report covers today
      *          from midnight. HR-STATUS comes back 0 when the
      *          report was written, 8 when HANDOVER.RPT could not
      *          be opened.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - HANDOVER.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE ASSIGN TO "HANDOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HANDOVER-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT REJ-REGISTER ASSIGN TO "REJREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-REGISTER-STATUS.
           SELECT HEARTBEAT-FILE ASSIGN TO "HRTBEAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEARTBEAT-STATUS.
           SELECT RUN-JOURNAL ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNJRNL-STATUS.
           SELECT HANDOVER-OUT ASSIGN TO "HANDOVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HANDOVER-FILE
           RECORDING MODE IS F.
           COPY handover.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY usrpend.

       FD  REJ-REGISTER
           RECORDING MODE IS F.
           COPY rejreg.

      * Layout as HRTBWTCH reads it.
       FD  HEARTBEAT-FILE
           RECORDING MODE IS F.
       01  HEARTBEAT-REC.
           05  HB-TICK-COUNT       PIC 9(8).
           05  FILLER              PIC X(01).
           05  HB-TIME             PIC 99B99B99B99.

       FD  RUN-JOURNAL
           RECORDING MODE IS F.
           COPY runjrnl.

       FD  HANDOVER-OUT
           RECORDING MODE IS F.
       01  HANDOVER-OUT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  HANDOVER-STATUS         PIC X(02) VALUE SPACES.
           88  HANDOVER-OK               VALUE "00".

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  PENDING-STATUS          PIC X(02) VALUE SPACES.
           88  PENDING-OK                VALUE "00".

       01  REJ-REGISTER-STATUS     PIC X(02) VALUE SPACES.
           88  REJ-REGISTER-OK           VALUE "00".

       01  WS-HEARTBEAT-STATUS     PIC X(02) VALUE SPACES.
           88  WS-HEARTBEAT-OK           VALUE "00".

       01  WS-RUNJRNL-STATUS       PIC X(02) VALUE SPACES.
           88  WS-RUNJRNL-OK             VALUE "00".

       01  WS-HANDRPT-STATUS       PIC X(02) VALUE SPACES.
           88  WS-HANDRPT-OK             VALUE "00".

       01  WS-EOF-SW               PIC X(01) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-NOW-TIME             PIC 99B99B99B99.

      * Date and time run together as YYYYMMDDHHMMSS so one compare
      * says whether an entry falls inside the shift. A stamp off
      * a record with no usable date comes out zero and never
      * qualifies.
       01  WS-SHIFT-STAMP          PIC 9(14) VALUE 0.
       01  WS-ENTRY-STAMP          PIC 9(14) VALUE 0.
       01  WS-STAMP-DATE           PIC 9(08) VALUE 0.
       01  WS-STAMP-TIME           PIC X(11) VALUE SPACES.
       01  WS-STAMP-HH             PIC 9(02) VALUE 0.
       01  WS-STAMP-MM             PIC 9(02) VALUE 0.
       01  WS-STAMP-SS             PIC 9(02) VALUE 0.

       01  WS-HANDOVER-FOUND-SW    PIC X(01) VALUE "N".
           88  WS-HANDOVER-FOUND         VALUE "Y".
       01  WS-NOTE-IX              PIC 9(02) COMP VALUE 0.

      * The last alert each watchdog raised over the shift.
       01  WS-WATCH-LAST.
           05  WS-HRTB-LAST-DATE   PIC 9(08) VALUE 0.
           05  WS-HRTB-LAST-TIME   PIC X(11) VALUE SPACES.
           05  WS-HRTB-LAST-MSG    PIC X(60) VALUE SPACES.
           05  WS-FEED-LAST-DATE   PIC 9(08) VALUE 0.
           05  WS-FEED-LAST-TIME   PIC X(11) VALUE SPACES.
           05  WS-FEED-LAST-MSG    PIC X(60) VALUE SPACES.
       01  WS-LAST-TICK            PIC X(11) VALUE SPACES.

      * The newest run date on RUNJRNL and how far its window got.
       01  WS-WINDOW-COUNTS.
           05  WS-WIN-STARTED      PIC 9(03) VALUE 0.
           05  WS-WIN-ENDED        PIC 9(03) VALUE 0.
           05  WS-WIN-HELD         PIC 9(03) VALUE 0.
           05  WS-WIN-RC           PIC 9(02) VALUE 0.

       01  WS-PRINT-LINE           PIC X(100) VALUE SPACES.
       01  WS-EDIT-COUNT           PIC ZZZZ9.

           COPY rptfparm.

       LINKAGE SECTION.
       01  HR-PARM-AREA.
           05  HR-OPERATOR-ID      PIC X(08).
           05  HR-STATUS           PIC X(01).
               88  HR-WRITTEN            VALUE "0".
               88  HR-FAILED             VALUE "8".
           05  HR-FROM-OPERATOR    PIC X(08).
           05  HR-SHIFT-DATE       PIC 9(08).
           05  HR-SHIFT-TIME       PIC X(11).
           05  HR-NOTE-COUNT       PIC 9(02).
           05  HR-NOTE-TEXT        PIC X(70) OCCURS 5 TIMES.
           05  HR-SEVERE-COUNT     PIC 9(05).
           05  HR-WAITING-COUNT    PIC 9(05).
           05  HR-REJECT-COUNT     PIC 9(05).
           05  HR-HRTB-ALERTS      PIC 9(05).
           05  HR-FEED-ALERTS      PIC 9(05).
           05  HR-WINDOW-DATE      PIC 9(08).
           05  HR-WINDOW-STEP      PIC X(20).
           05  HR-WINDOW-EVENT     PIC X(05).
           05  HR-WINDOW-TIME      PIC X(11).

       PROCEDURE DIVISION USING HR-PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LAST-HANDOVER THRU 2000-EXIT
           PERFORM 3000-SEVERE-ERRORS THRU 3000-EXIT
           PERFORM 4000-WAITING-CHANGES THRU 4000-EXIT
           PERFORM 5000-SHIFT-REJECTS THRU 5000-EXIT
           PERFORM 6000-WATCHDOG-STATUS THRU 6000-EXIT
           PERFORM 7000-WINDOW-POSITION THRU 7000-EXIT
           CLOSE HANDOVER-OUT
           MOVE "HANDOVER.RPT" TO RFP-REPORT-NAME
           MOVE "HANDRPT" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           MOVE "0" TO HR-STATUS
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - clear the answers, open the report        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "8" TO HR-STATUS
           MOVE SPACES TO HR-FROM-OPERATOR
           MOVE 0 TO HR-SHIFT-DATE
           MOVE SPACES TO HR-SHIFT-TIME
           MOVE 0 TO HR-NOTE-COUNT
           MOVE SPACES TO HR-NOTE-TEXT (1) HR-NOTE-TEXT (2)
               HR-NOTE-TEXT (3) HR-NOTE-TEXT (4) HR-NOTE-TEXT (5)
           MOVE 0 TO HR-SEVERE-COUNT HR-WAITING-COUNT
               HR-REJECT-COUNT HR-HRTB-ALERTS HR-FEED-ALERTS
               HR-WINDOW-DATE
           MOVE SPACES TO HR-WINDOW-STEP HR-WINDOW-EVENT
               HR-WINDOW-TIME
           MOVE "N" TO WS-HANDOVER-FOUND-SW
           INITIALIZE WS-WATCH-LAST WS-WINDOW-COUNTS
           MOVE SPACES TO WS-LAST-TICK

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           OPEN OUTPUT HANDOVER-OUT
           IF NOT WS-HANDRPT-OK
               GO TO 9999-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SHIFT HANDOVER FOR " DELIMITED BY SIZE
               HR-OPERATOR-ID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOW-TIME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LAST-HANDOVER - the newest sign-off on HANDOVER, its   *
      *                         shift start and its notes              *
      *----------------------------------------------------------------*
       2000-LAST-HANDOVER.
           OPEN INPUT HANDOVER-FILE
           IF HANDOVER-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 2100-READ-ONE-HANDOVER
                   UNTIL WS-EOF
               CLOSE HANDOVER-FILE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           IF NOT WS-HANDOVER-FOUND
               MOVE WS-TODAY TO HR-SHIFT-DATE
               MOVE "00 00 00 00" TO HR-SHIFT-TIME
               MOVE "NO HANDOVER ON FILE - COVERING TODAY FROM MIDNIGHT"
                   TO WS-PRINT-LINE
           ELSE
               STRING "HANDED OVER BY " DELIMITED BY SIZE
                   HR-FROM-OPERATOR DELIMITED BY SIZE
                   " - SHIFT SIGNED ON " DELIMITED BY SIZE
                   HR-SHIFT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HR-SHIFT-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 8000-PRINT-LINE

           MOVE HR-SHIFT-DATE TO WS-STAMP-DATE
           MOVE HR-SHIFT-TIME TO WS-STAMP-TIME
           PERFORM 8100-BUILD-STAMP
           MOVE WS-ENTRY-STAMP TO WS-SHIFT-STAMP

           MOVE "OUTGOING OPERATOR'S NOTES" TO WS-PRINT-LINE
           PERFORM 8200-PRINT-SECTION
           IF HR-NOTE-COUNT = 0
               MOVE "    (NONE)" TO WS-PRINT-LINE
               PERFORM 8000-PRINT-LINE
           ELSE
               PERFORM 2200-PRINT-ONE-NOTE
                   VARYING WS-NOTE-IX FROM 1 BY 1
                   UNTIL WS-NOTE-IX > HR-NOTE-COUNT
           END-IF
           .

       2000-EXIT.
           EXIT.

      * A header line starts a new sign-off; the note lines after it
      * under the same operator and stamp are that sign-off's notes.
       2100-READ-ONE-HANDOVER.
           READ HANDOVER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HO-HEADER-LINE
                       SET WS-HANDOVER-FOUND TO TRUE
                       MOVE HO-OPERATOR-ID TO HR-FROM-OPERATOR
                       MOVE HO-ON-DATE TO HR-SHIFT-DATE
                       MOVE HO-ON-TIME TO HR-SHIFT-TIME
                       MOVE 0 TO HR-NOTE-COUNT
                       MOVE SPACES TO HR-NOTE-TEXT (1)
                           HR-NOTE-TEXT (2) HR-NOTE-TEXT (3)
                           HR-NOTE-TEXT (4) HR-NOTE-TEXT (5)
                   ELSE
                       IF WS-HANDOVER-FOUND
                           AND HO-OPERATOR-ID = HR-FROM-OPERATOR
                           AND HO-ON-DATE = HR-SHIFT-DATE
                           AND HO-ON-TIME = HR-SHIFT-TIME
                           AND HR-NOTE-COUNT < 5
                           ADD 1 TO HR-NOTE-COUNT
                           MOVE HO-TEXT TO HR-NOTE-TEXT (HR-NOTE-COUNT)
                       END-IF
                   END-IF
           END-READ
           .

       2200-PRINT-ONE-NOTE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE HR-NOTE-TEXT (WS-NOTE-IX) TO WS-PRINT-LINE(5:)
           PERFORM 8000-PRINT-LINE
           .

      *----------------------------------------------------------------*
      *    3000-SEVERE-ERRORS - SEVERE and FATAL ERRLOG entries since  *
      *                         the shift signed on, and the watchdog  *
      *                         alerts among them                      *
      *----------------------------------------------------------------*
       3000-SEVERE-ERRORS.
           MOVE "ERRLOG - SEVERE AND FATAL SINCE THE SHIFT SIGNED ON"
               TO WS-PRINT-LINE
           PERFORM 8200-PRINT-SECTION
           OPEN INPUT ERROR-LOG
           IF ERROR-LOG-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 3100-TEST-ONE-ERROR
                   UNTIL WS-EOF
               CLOSE ERROR-LOG
           END-IF
           MOVE HR-SEVERE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    ENTRIES: " WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           .

       3000-EXIT.
           EXIT.

       3100-TEST-ONE-ERROR.
           READ ERROR-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-STAMP-DATE
                   IF EL-DATE IS NUMERIC
                       MOVE EL-DATE TO WS-STAMP-DATE
                   END-IF
                   MOVE EL-TIME TO WS-STAMP-TIME
                   PERFORM 8100-BUILD-STAMP
                   IF WS-ENTRY-STAMP NOT < WS-SHIFT-STAMP
                       PERFORM 3200-NOTE-WATCHDOG
                       IF EL-SEV-SEVERE OR EL-SEV-FATAL
                           ADD 1 TO HR-SEVERE-COUNT
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "    " EL-SEVERITY " "
                               DELIMITED BY SIZE
                               EL-DATE " " EL-TIME " "
                               DELIMITED BY SIZE
                               EL-PROGRAM-ID " " EL-CODE " "
                               DELIMITED BY SIZE
                               EL-MESSAGE DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                           END-STRING
                           PERFORM 8000-PRINT-LINE
                       END-IF
                   END-IF
           END-READ
           .

       3200-NOTE-WATCHDOG.
           EVALUATE EL-PROGRAM-ID
               WHEN "HRTBWTCH"
                   ADD 1 TO HR-HRTB-ALERTS
                   MOVE EL-DATE TO WS-HRTB-LAST-DATE
                   MOVE EL-TIME TO WS-HRTB-LAST-TIME
                   MOVE EL-MESSAGE TO WS-HRTB-LAST-MSG
               WHEN "FEEDWTCH"
                   ADD 1 TO HR-FEED-ALERTS
                   MOVE EL-DATE TO WS-FEED-LAST-DATE
                   MOVE EL-TIME TO WS-FEED-LAST-TIME
                   MOVE EL-MESSAGE TO WS-FEED-LAST-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    4000-WAITING-CHANGES - USRPEND items still to be approved   *
      *                           or still to be applied               *
      *----------------------------------------------------------------*
       4000-WAITING-CHANGES.
           MOVE "USRPEND - CHANGES STILL WAITING (P APPROVAL, A APPLY)"
               TO WS-PRINT-LINE
           PERFORM 8200-PRINT-SECTION
           OPEN INPUT PENDING-FILE
           IF PENDING-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 4100-TEST-ONE-PENDING
                   UNTIL WS-EOF
               CLOSE PENDING-FILE
           END-IF
           MOVE HR-WAITING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    ITEMS: " WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           .

       4000-EXIT.
           EXIT.

       4100-TEST-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PC-STATE-PENDING OR PC-STATE-APPROVED
                       ADD 1 TO HR-WAITING-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "    " PC-STATE " ITEM " PC-ITEM-ID
                           DELIMITED BY SIZE
                           " " PC-DATE " " PC-PROGRAM
                           DELIMITED BY SIZE
                           " ACTION " PC-ACTION " USER-ID " PC-USER-ID
                           DELIMITED BY SIZE
                           " MAKER " PC-MAKER-ID DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 8000-PRINT-LINE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    5000-SHIFT-REJECTS - rejects opened on REJREG since the     *
      *                         shift signed on                        *
      *----------------------------------------------------------------*
       5000-SHIFT-REJECTS.
           MOVE "REJREG - REJECTS OPENED SINCE THE SHIFT SIGNED ON"
               TO WS-PRINT-LINE
           PERFORM 8200-PRINT-SECTION
           OPEN INPUT REJ-REGISTER
           IF REJ-REGISTER-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 5100-TEST-ONE-REJECT
                   UNTIL WS-EOF
               CLOSE REJ-REGISTER
           END-IF
           MOVE HR-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    REJECTS: " WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           .

       5000-EXIT.
           EXIT.

       5100-TEST-ONE-REJECT.
           READ REJ-REGISTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RR-EVENT-OUTSTANDING
                       MOVE 0 TO WS-STAMP-DATE
                       IF RR-DATE IS NUMERIC
                           MOVE RR-DATE TO WS-STAMP-DATE
                       END-IF
                       MOVE RR-TIME TO WS-STAMP-TIME
                       PERFORM 8100-BUILD-STAMP
                       IF WS-ENTRY-STAMP NOT < WS-SHIFT-STAMP
                           ADD 1 TO HR-REJECT-COUNT
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "    " RR-REJECT-ID " " RR-DATE
                               DELIMITED BY SIZE
                               " " RR-TIME " " RR-SOURCE
                               DELIMITED BY SIZE
                               " " RR-REASON " USER-ID " RR-USER-ID
                               DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                           END-STRING
                           PERFORM 8000-PRINT-LINE
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    6000-WATCHDOG-STATUS - the HRTBWTCH and FEEDWTCH alerts     *
      *                           over the shift, and the last tick    *
      *----------------------------------------------------------------*
       6000-WATCHDOG-STATUS.
           MOVE "WATCHDOGS - ALERTS SINCE THE SHIFT SIGNED ON"
               TO WS-PRINT-LINE
           PERFORM 8200-PRINT-SECTION

           MOVE HR-HRTB-ALERTS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           IF HR-HRTB-ALERTS = 0
               MOVE "    HRTBWTCH - NO ALERTS" TO WS-PRINT-LINE
           ELSE
               STRING "    HRTBWTCH - " WS-EDIT-COUNT
                   DELIMITED BY SIZE
                   " ALERTS, LAST " WS-HRTB-LAST-DATE " "
                   DELIMITED BY SIZE
                   WS-HRTB-LAST-TIME " " WS-HRTB-LAST-MSG
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 8000-PRINT-LINE

           MOVE HR-FEED-ALERTS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           IF HR-FEED-ALERTS = 0
               MOVE "    FEEDWTCH - NO ALERTS" TO WS-PRINT-LINE
           ELSE
               STRING "    FEEDWTCH - " WS-EDIT-COUNT
                   DELIMITED BY SIZE
                   " ALERTS, LAST " WS-FEED-LAST-DATE " "
                   DELIMITED BY SIZE
                   WS-FEED-LAST-TIME " " WS-FEED-LAST-MSG
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 8000-PRINT-LINE

           OPEN INPUT HEARTBEAT-FILE
           IF WS-HEARTBEAT-OK
               READ HEARTBEAT-FILE
                   NOT AT END
                       MOVE HB-TIME TO WS-LAST-TICK
               END-READ
               CLOSE HEARTBEAT-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-LAST-TICK = SPACES
               MOVE "    HRTBEAT  - NO TICK ON FILE" TO WS-PRINT-LINE
           ELSE
               STRING "    HRTBEAT  - LAST TICK " DELIMITED BY SIZE
                   WS-LAST-TICK DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 8000-PRINT-LINE
           .

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-WINDOW-POSITION - the newest run date on RUNJRNL, its  *
      *                           last event and how far it has got    *
      *----------------------------------------------------------------*
       7000-WINDOW-POSITION.
           MOVE "BATCH WINDOW - RUNJRNL POSITION" TO WS-PRINT-LINE
           PERFORM 8200-PRINT-SECTION
           OPEN INPUT RUN-JOURNAL
           IF WS-RUNJRNL-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 7100-READ-ONE-EVENT
                   UNTIL WS-EOF
               CLOSE RUN-JOURNAL
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           IF HR-WINDOW-DATE = 0
               MOVE "    NO WINDOW ON THE RUN JOURNAL" TO WS-PRINT-LINE
               PERFORM 8000-PRINT-LINE
               GO TO 7000-EXIT
           END-IF
           STRING "    RUN DATE " HR-WINDOW-DATE DELIMITED BY SIZE
               " - STEPS STARTED " WS-WIN-STARTED DELIMITED BY SIZE
               " ENDED " WS-WIN-ENDED DELIMITED BY SIZE
               " HELD " WS-WIN-HELD DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    LAST EVENT " HR-WINDOW-STEP DELIMITED BY SIZE
               " " HR-WINDOW-EVENT " " HR-WINDOW-TIME
               DELIMITED BY SIZE
               " RC=" WS-WIN-RC DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 8000-PRINT-LINE
           IF HR-WINDOW-EVENT = "START"
               MOVE "    STEP STILL RUNNING" TO WS-PRINT-LINE
               PERFORM 8000-PRINT-LINE
           END-IF
           .

       7000-EXIT.
           EXIT.

      * A later run date starts the count again; an earlier one - a
      * replay of a past night - does not move the position.
       7100-READ-ONE-EVENT.
           READ RUN-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RJ-RUN-DATE IS NUMERIC
                       AND RJ-RUN-DATE NOT < HR-WINDOW-DATE
                       IF RJ-RUN-DATE > HR-WINDOW-DATE
                           MOVE RJ-RUN-DATE TO HR-WINDOW-DATE
                           INITIALIZE WS-WINDOW-COUNTS
                       END-IF
                       EVALUATE RJ-EVENT
                           WHEN "START"
                               ADD 1 TO WS-WIN-STARTED
                           WHEN "END"
                               ADD 1 TO WS-WIN-ENDED
                           WHEN "HELD"
                               ADD 1 TO WS-WIN-HELD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       MOVE RJ-STEP-NAME TO HR-WINDOW-STEP
                       MOVE RJ-EVENT TO HR-WINDOW-EVENT
                       MOVE RJ-EVENT-TIME TO HR-WINDOW-TIME
                       MOVE RJ-RETURN-CODE TO WS-WIN-RC
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    8000-PRINT-LINE - one line of HANDOVER.RPT                  *
      *----------------------------------------------------------------*
       8000-PRINT-LINE.
           WRITE HANDOVER-OUT-REC FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           .

      * Stamp off WS-STAMP-DATE and an HH MM SS hh time; a time that
      * is not digits where the digits belong counts as midnight.
       8100-BUILD-STAMP.
           MOVE 0 TO WS-STAMP-HH WS-STAMP-MM WS-STAMP-SS
           IF WS-STAMP-TIME(1:2) IS NUMERIC
               AND WS-STAMP-TIME(4:2) IS NUMERIC
               AND WS-STAMP-TIME(7:2) IS NUMERIC
               MOVE WS-STAMP-TIME(1:2) TO WS-STAMP-HH
               MOVE WS-STAMP-TIME(4:2) TO WS-STAMP-MM
               MOVE WS-STAMP-TIME(7:2) TO WS-STAMP-SS
           END-IF
           COMPUTE WS-ENTRY-STAMP = WS-STAMP-DATE * 1000000
               + WS-STAMP-HH * 10000 + WS-STAMP-MM * 100
               + WS-STAMP-SS
           .

       8200-PRINT-SECTION.
           WRITE HANDOVER-OUT-REC FROM SPACES
           PERFORM 8000-PRINT-LINE
           .

       9999-EXIT.
           GOBACK.

           COPY rptfile-call.
