       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRACT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Operator activity report for internal audit's
      *          quarterly question - who changed customers, with
      *          what, and were they entitled to at the time. Every
      *          journal entry in the date range is read off the
      *          USRHISTK keyed store (stamp order, straight to the
      *          start of the range) and counted per operator and
      *          program by action: insert, update, delete, merge,
      *          reinstate and erase. A merge is the DELETE USRPAPP
      *          writes for a duplicate that USRXREF now redirects; a
      *          reinstate is an update that brings a row back from
      *          DELETED. Entries with no operator stamped - batch
      *          programs, and everything from before operators were
      *          stamped - count under *BATCH*.
      *          Every stamped change is also judged, and listed as
      *          an exception when:
      *            - the operator had no open SIGN-ON in SHIFTLOG at
      *              the moment of the change (the whole SHIFTLOG is
      *              read, so a shift begun before the range still
      *              counts; a sign-on never signed off is taken to
      *              run until that operator's next sign-on, as
      *              SHIFTRPT reports it)
      *            - the operator ID is not active on OPRMAST, or is
      *              not on OPRMAST at all
      *          An optional date range on the command line, as
      *          SHIFTRPT takes it:
      *            OPRACT <from-date> <to-date>     (YYYYMMDD)
      *          Entries still in the flat USRHIST tail are not in
      *          the store until HISTCUT folds them. Any exception
      *          ends the run RC 4.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - OPRACT.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYED-HIST ASSIGN TO "USRHISTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-PRIMARY-KEY
               ALTERNATE RECORD KEY IS HK-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS KEYED-HIST-STATUS.
           SELECT SHIFT-LOG ASSIGN TO "SHIFTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFTLOG-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT XREF-FILE ASSIGN TO "USRXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT ACTIVITY-OUT ASSIGN TO "OPRACT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYED-HIST.
           COPY usrhistk.

       FD  SHIFT-LOG
           RECORDING MODE IS F.
           COPY shiftlog.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY usrxref.

       FD  ACTIVITY-OUT
           RECORDING MODE IS F.
       01  ACTIVITY-OUT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  KEYED-HIST-STATUS       PIC X(02) VALUE SPACES.
           88  KEYED-HIST-OK             VALUE "00".

       01  WS-SHIFTLOG-STATUS      PIC X(02) VALUE SPACES.
           88  WS-SHIFTLOG-OK            VALUE "00".

       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

       01  XREF-STATUS             PIC X(02) VALUE SPACES.
           88  XREF-OK                   VALUE "00".

           COPY usrxref-tbl.

       01  WS-ACTIVITY-STATUS      PIC X(02) VALUE SPACES.
           88  WS-ACTIVITY-OK            VALUE "00".

       01  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01  WS-FROM-DATE            PIC X(08) VALUE "00000000".
       01  WS-TO-DATE              PIC X(08) VALUE "99999999".
       01  WS-ARG-1                PIC X(08) VALUE SPACES.
       01  WS-ARG-2                PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-FOUND              VALUE "Y".
           05  WS-SHIFTS-FULL-SW   PIC X(01) VALUE "N".
               88  WS-SHIFTS-FULL        VALUE "Y".

      * Every shift in SHIFTLOG as a pair of stamps (date then the
      * HH MM SS CC time, so the stamps compare as text). An open
      * shift's off stamp is HIGH-VALUES until it is closed.
       01  WS-SHIFT-TABLE.
           05  WS-SHIFT-ENTRY OCCURS 5000 TIMES.
               10  WS-SH-OPERATOR-ID   PIC X(08).
               10  WS-SH-ON-STAMP      PIC X(19).
               10  WS-SH-OFF-STAMP     PIC X(19).
       01  WS-SHIFT-COUNT          PIC 9(05) COMP VALUE 0.
       01  WS-SHIFT-IX             PIC 9(05) COMP VALUE 0.
       01  WS-EVENT-STAMP          PIC X(19) VALUE SPACES.

      * OPRMAST, ID and active flag.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 500 TIMES.
               10  WS-OP-ID            PIC X(08).
               10  WS-OP-ACTIVE        PIC X(01).
       01  WS-OP-COUNT             PIC 9(03) COMP VALUE 0.
       01  WS-OP-IX                PIC 9(03) COMP VALUE 0.
       01  WS-OPRMAST-SW           PIC X(01) VALUE "N".
           88  WS-OPRMAST-LOADED         VALUE "Y".

      * Counts per operator and program, kept in operator/program
      * order as they arrive. Action columns: insert, update,
      * delete, merge, reinstate, erase.
       01  WS-ACTIVITY-TABLE.
           05  WS-AC-ENTRY OCCURS 500 TIMES.
               10  WS-AC-KEY.
                   15  WS-AC-OPERATOR  PIC X(08).
                   15  WS-AC-PROGRAM   PIC X(15).
               10  WS-AC-COUNT         PIC 9(07) OCCURS 6 TIMES.
       01  WS-AC-USED              PIC 9(03) COMP VALUE 0.
       01  WS-AC-IX                PIC 9(03) COMP VALUE 0.
       01  WS-AC-MOVE-IX           PIC 9(03) COMP VALUE 0.
       01  WS-AC-FULL-SW           PIC X(01) VALUE "N".
           88  WS-AC-FULL                VALUE "Y".
       01  WS-COUNT-IX             PIC 9(01) COMP VALUE 0.

       01  WS-ENTRY-KEY.
           05  WS-ENTRY-OPERATOR   PIC X(08).
           05  WS-ENTRY-PROGRAM    PIC X(15).
       01  WS-ENTRY-STAMP          PIC X(19) VALUE SPACES.
       01  WS-ACTION-IX            PIC 9(01) VALUE 0.

       01  WS-ACTION-NAMES.
           05  FILLER              PIC X(09) VALUE "INSERT".
           05  FILLER              PIC X(09) VALUE "UPDATE".
           05  FILLER              PIC X(09) VALUE "DELETE".
           05  FILLER              PIC X(09) VALUE "MERGE".
           05  FILLER              PIC X(09) VALUE "REINSTATE".
           05  FILLER              PIC X(09) VALUE "ERASE".
       01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAMES.
           05  WS-ACTION-NAME      PIC X(09) OCCURS 6 TIMES.

       01  WS-ACTIVITY-TOTALS.
           05  WS-ENTRIES-READ     PIC 9(07) VALUE 0.
           05  WS-ENTRIES-COUNTED  PIC 9(07) VALUE 0.
           05  WS-OUT-OF-SHIFT     PIC 9(05) VALUE 0.
           05  WS-INACTIVE-OPS     PIC 9(05) VALUE 0.
           05  WS-GRAND-COUNT      PIC 9(07) OCCURS 6 TIMES.
           05  WS-LINE-TOTAL       PIC 9(07) VALUE 0.

       01  WS-HEADER-LINE          PIC X(100) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(100) VALUE SPACES.

       01  ACT-EXCEPTION-HEADING.
           05  FILLER              PIC X(09) VALUE "DATE".
           05  FILLER              PIC X(12) VALUE "TIME".
           05  FILLER              PIC X(09) VALUE "OPERATOR".
           05  FILLER              PIC X(16) VALUE "PROGRAM".
           05  FILLER              PIC X(10) VALUE "ACTION".
           05  FILLER              PIC X(08) VALUE "USER-ID".
           05  FILLER              PIC X(20) VALUE "EXCEPTION".

       01  ACT-EXCEPTION-LINE.
           05  ACT-EX-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACT-EX-TIME         PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACT-EX-OPERATOR     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACT-EX-PROGRAM      PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACT-EX-ACTION       PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACT-EX-USER-ID      PIC 9(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  ACT-EX-REASON       PIC X(24).

       01  ACT-COUNT-HEADING.
           05  FILLER              PIC X(09) VALUE "OPERATOR".
           05  FILLER              PIC X(16) VALUE "PROGRAM".
           05  FILLER              PIC X(48) VALUE
               "  INSERT  UPDATE  DELETE   MERGE  REINST   ERASE".
           05  FILLER              PIC X(10) VALUE "     TOTAL".

       01  ACT-COUNT-LINE.
           05  ACT-CL-OPERATOR     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACT-CL-PROGRAM      PIC X(15).
           05  ACT-CL-COUNT        PIC Z(07)9 OCCURS 6 TIMES.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACT-CL-TOTAL        PIC Z(07)9.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-JUDGE-ONE-ENTRY THRU 3000-EXIT
               UNTIL WS-EOF
           PERFORM 7000-PRINT-COUNTS
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - range, report, shifts, operators, merges  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1 IS NUMERIC
               MOVE WS-ARG-1 TO WS-FROM-DATE
           END-IF
           IF WS-ARG-2 IS NUMERIC
               MOVE WS-ARG-2 TO WS-TO-DATE
           END-IF

           OPEN OUTPUT ACTIVITY-OUT
           IF NOT WS-ACTIVITY-OK
               DISPLAY "UNABLE TO OPEN OPRACT.OUT, STATUS="
                   WS-ACTIVITY-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           INITIALIZE WS-ACTIVITY-TOTALS

           PERFORM 2000-LOAD-SHIFTS THRU 2000-EXIT
           PERFORM 2500-LOAD-OPERATORS THRU 2500-EXIT
           PERFORM LOAD-XREF-TABLE

           MOVE SPACES TO WS-HEADER-LINE
           STRING "OPERATOR ACTIVITY " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE ACTIVITY-OUT-REC FROM WS-HEADER-LINE
           WRITE ACTIVITY-OUT-REC FROM WS-BLANK-LINE
           MOVE "CHANGES OUT OF SHIFT OR UNDER INACTIVE OPERATOR IDS"
               TO WS-HEADER-LINE
           WRITE ACTIVITY-OUT-REC FROM WS-HEADER-LINE
           WRITE ACTIVITY-OUT-REC FROM ACT-EXCEPTION-HEADING

           OPEN INPUT KEYED-HIST
           IF NOT KEYED-HIST-OK
               DISPLAY "UNABLE TO OPEN USRHISTK, STATUS="
                   KEYED-HIST-STATUS " - NOTHING TO REPORT"
               CLOSE ACTIVITY-OUT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

      * Straight to the start of the range on the stamp key.
           MOVE 0 TO HK-A-DATE
           IF WS-FROM-DATE IS NUMERIC
               MOVE WS-FROM-DATE TO HK-A-DATE
           END-IF
           MOVE SPACES TO HK-A-TIME
           START KEYED-HIST KEY NOT < HK-STAMP-KEY
           END-START
           IF NOT KEYED-HIST-OK
               SET WS-EOF TO TRUE
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-SHIFTS - pair every SIGN-ON with its SIGN-OFF     *
      *----------------------------------------------------------------*
       2000-LOAD-SHIFTS.
           MOVE 0 TO WS-SHIFT-COUNT
           OPEN INPUT SHIFT-LOG
           IF NOT WS-SHIFTLOG-OK
               DISPLAY "NO SHIFTLOG ON FILE - EVERY STAMPED CHANGE "
                   "WILL READ AS OUT OF SHIFT"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-LOAD-ONE-EVENT
               UNTIL WS-EOF
           CLOSE SHIFT-LOG
           MOVE "N" TO WS-EOF-SW
           IF WS-SHIFTS-FULL
               DISPLAY "MORE THAN 5000 SHIFTS ON SHIFTLOG - LATER "
                   "SIGN-ONS NOT LOADED, OUT-OF-SHIFT MAY OVERSTATE"
           END-IF
           .

       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-EVENT.
           READ SHIFT-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SL-OPERATOR-ID NOT = SPACES
                       PERFORM 2200-FILE-ONE-EVENT
                   END-IF
           END-READ
           .

      * A sign-on with the operator's last shift still open closes
      * that shift here - never signed off, it ran until now.
       2200-FILE-ONE-EVENT.
           MOVE SPACES TO WS-EVENT-STAMP
           IF SL-EVENT-DATE IS NUMERIC
               MOVE SL-EVENT-DATE TO WS-EVENT-STAMP(1:8)
           ELSE
               MOVE "00000000" TO WS-EVENT-STAMP(1:8)
           END-IF
           MOVE SL-EVENT-TIME TO WS-EVENT-STAMP(9:11)

           MOVE SL-OPERATOR-ID TO WS-ENTRY-OPERATOR
           PERFORM 2300-FIND-OPEN-SHIFT
           IF WS-FOUND
               MOVE WS-EVENT-STAMP TO WS-SH-OFF-STAMP (WS-SHIFT-IX)
           END-IF

           IF SL-EVENT-TYPE = "SIGN-ON "
               IF WS-SHIFT-COUNT < 5000
                   ADD 1 TO WS-SHIFT-COUNT
                   MOVE SL-OPERATOR-ID
                       TO WS-SH-OPERATOR-ID (WS-SHIFT-COUNT)
                   MOVE WS-EVENT-STAMP
                       TO WS-SH-ON-STAMP (WS-SHIFT-COUNT)
                   MOVE HIGH-VALUES
                       TO WS-SH-OFF-STAMP (WS-SHIFT-COUNT)
               ELSE
                   MOVE "Y" TO WS-SHIFTS-FULL-SW
               END-IF
           END-IF
           .

      * The operator's latest shift, if it is still open. Walked
      * newest first - an operator has at most one open shift.
       2300-FIND-OPEN-SHIFT.
           MOVE "N" TO WS-FOUND-SW
           MOVE WS-SHIFT-COUNT TO WS-SHIFT-IX
           PERFORM 2310-TEST-ONE-OPEN
               UNTIL WS-FOUND OR WS-SHIFT-IX = 0
           .

       2310-TEST-ONE-OPEN.
           IF WS-SH-OPERATOR-ID (WS-SHIFT-IX) = WS-ENTRY-OPERATOR
               AND WS-SH-OFF-STAMP (WS-SHIFT-IX) = HIGH-VALUES
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               SUBTRACT 1 FROM WS-SHIFT-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    2500-LOAD-OPERATORS - OPRMAST, ID and active flag           *
      *----------------------------------------------------------------*
       2500-LOAD-OPERATORS.
           MOVE 0 TO WS-OP-COUNT
           OPEN INPUT OPERATOR-MASTER
           IF NOT OPERATOR-MASTER-OK
               DISPLAY "NO OPRMAST ON FILE - OPERATOR STATUS NOT "
                   "CHECKED THIS RUN"
               GO TO 2500-EXIT
           END-IF
           MOVE "Y" TO WS-OPRMAST-SW
           MOVE "N" TO WS-EOF-SW
           PERFORM 2510-LOAD-ONE-OPERATOR
               UNTIL WS-EOF
           CLOSE OPERATOR-MASTER
           MOVE "N" TO WS-EOF-SW
           .

       2500-EXIT.
           EXIT.

       2510-LOAD-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-OP-COUNT < 500
                       ADD 1 TO WS-OP-COUNT
                       MOVE OM-OPERATOR-ID TO WS-OP-ID (WS-OP-COUNT)
                       MOVE OM-ACTIVE TO WS-OP-ACTIVE (WS-OP-COUNT)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      *    3000-JUDGE-ONE-ENTRY - count it, then judge the hand that   *
      *                           keyed it                             *
      *----------------------------------------------------------------*
       3000-JUDGE-ONE-ENTRY.
           READ KEYED-HIST NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-READ
           IF HK-A-DATE > WS-TO-DATE
               SET WS-EOF TO TRUE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-COUNTED

           PERFORM 3100-CLASSIFY-ACTION
           IF HK-OPERATOR-ID = SPACES
               MOVE "*BATCH*" TO WS-ENTRY-OPERATOR
           ELSE
               MOVE HK-OPERATOR-ID TO WS-ENTRY-OPERATOR
           END-IF
           MOVE HK-PROGRAM-ID TO WS-ENTRY-PROGRAM
           PERFORM 4000-ADD-TO-COUNTS THRU 4000-EXIT

           IF HK-OPERATOR-ID = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE HK-A-DATE TO WS-ENTRY-STAMP(1:8)
           MOVE HK-A-TIME TO WS-ENTRY-STAMP(9:11)
           PERFORM 5000-CHECK-SHIFT
           PERFORM 5500-CHECK-OPERATOR
           .

       3000-EXIT.
           EXIT.

      * Insert, update, delete and erase come off the action byte;
      * a delete USRXREF redirects is a merge, an update that lifts
      * the row off DELETED is a reinstate.
       3100-CLASSIFY-ACTION.
           EVALUATE HK-ACTION
               WHEN "I"
                   MOVE 1 TO WS-ACTION-IX
               WHEN "U"
                   MOVE 2 TO WS-ACTION-IX
                   IF HK-BEFORE-IMAGE(1:5) = HK-USER-ID
                       AND HK-AFTER-IMAGE(1:5) = HK-USER-ID
                       AND HK-BEFORE-IMAGE(138:1) = "D"
                       AND HK-AFTER-IMAGE(138:1) NOT = "D"
                       MOVE 5 TO WS-ACTION-IX
                   END-IF
               WHEN "D"
                   MOVE 3 TO WS-ACTION-IX
                   PERFORM 3200-TEST-MERGED
                   IF WS-FOUND
                       MOVE 4 TO WS-ACTION-IX
                   END-IF
               WHEN "E"
                   MOVE 6 TO WS-ACTION-IX
               WHEN OTHER
                   MOVE 2 TO WS-ACTION-IX
           END-EVALUATE
           .

       3200-TEST-MERGED.
           MOVE "N" TO WS-FOUND-SW
           MOVE 1 TO XT-IX
           PERFORM 3210-TEST-ONE-XREF
               UNTIL WS-FOUND OR XT-IX > XT-COUNT
           .

       3210-TEST-ONE-XREF.
           IF XT-OLD-ID (XT-IX) = HK-USER-ID
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO XT-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-ADD-TO-COUNTS - the operator/program line, inserted in *
      *                         order the first time it is seen        *
      *----------------------------------------------------------------*
       4000-ADD-TO-COUNTS.
           ADD 1 TO WS-GRAND-COUNT (WS-ACTION-IX)
           MOVE 1 TO WS-AC-IX
           MOVE "N" TO WS-FOUND-SW
           PERFORM 4100-STEP-PAST-LOWER
               UNTIL WS-FOUND
           IF WS-AC-IX NOT > WS-AC-USED
               AND WS-AC-KEY (WS-AC-IX) = WS-ENTRY-KEY
               ADD 1 TO WS-AC-COUNT (WS-AC-IX, WS-ACTION-IX)
               GO TO 4000-EXIT
           END-IF

           IF WS-AC-USED NOT < 500
               MOVE "Y" TO WS-AC-FULL-SW
               GO TO 4000-EXIT
           END-IF
           MOVE WS-AC-USED TO WS-AC-MOVE-IX
           PERFORM 4200-SHIFT-ONE-DOWN
               UNTIL WS-AC-MOVE-IX < WS-AC-IX
           ADD 1 TO WS-AC-USED
           MOVE WS-ENTRY-KEY TO WS-AC-KEY (WS-AC-IX)
           PERFORM 4300-ZERO-ONE-COUNT
               VARYING WS-COUNT-IX FROM 1 BY 1
               UNTIL WS-COUNT-IX > 6
           MOVE 1 TO WS-AC-COUNT (WS-AC-IX, WS-ACTION-IX)
           .

       4000-EXIT.
           EXIT.

       4100-STEP-PAST-LOWER.
           IF WS-AC-IX > WS-AC-USED
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               IF WS-AC-KEY (WS-AC-IX) NOT < WS-ENTRY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-AC-IX
               END-IF
           END-IF
           .

       4200-SHIFT-ONE-DOWN.
           MOVE WS-AC-ENTRY (WS-AC-MOVE-IX)
               TO WS-AC-ENTRY (WS-AC-MOVE-IX + 1)
           SUBTRACT 1 FROM WS-AC-MOVE-IX
           .

       4300-ZERO-ONE-COUNT.
           MOVE 0 TO WS-AC-COUNT (WS-AC-IX, WS-COUNT-IX)
           .

      *----------------------------------------------------------------*
      *    5000-CHECK-SHIFT - was the operator signed on at the time   *
      *----------------------------------------------------------------*
       5000-CHECK-SHIFT.
           MOVE "N" TO WS-FOUND-SW
           MOVE 1 TO WS-SHIFT-IX
           PERFORM 5100-TEST-ONE-SHIFT
               UNTIL WS-FOUND OR WS-SHIFT-IX > WS-SHIFT-COUNT
           IF NOT WS-FOUND
               ADD 1 TO WS-OUT-OF-SHIFT
               MOVE "NO OPEN SIGN-ON" TO ACT-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION
           END-IF
           .

       5100-TEST-ONE-SHIFT.
           IF WS-SH-OPERATOR-ID (WS-SHIFT-IX) = HK-OPERATOR-ID
               AND WS-SH-ON-STAMP (WS-SHIFT-IX) NOT > WS-ENTRY-STAMP
               AND WS-SH-OFF-STAMP (WS-SHIFT-IX) NOT < WS-ENTRY-STAMP
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-SHIFT-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    5500-CHECK-OPERATOR - active on OPRMAST today               *
      *----------------------------------------------------------------*
       5500-CHECK-OPERATOR.
           IF NOT WS-OPRMAST-LOADED
               GO TO 5500-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE 1 TO WS-OP-IX
           PERFORM 5510-TEST-ONE-OPERATOR
               UNTIL WS-FOUND OR WS-OP-IX > WS-OP-COUNT
           IF NOT WS-FOUND
               ADD 1 TO WS-INACTIVE-OPS
               MOVE "OPERATOR NOT ON OPRMAST" TO ACT-EX-REASON
               PERFORM 6000-WRITE-EXCEPTION
           ELSE
               IF WS-OP-ACTIVE (WS-OP-IX) NOT = "Y"
                   ADD 1 TO WS-INACTIVE-OPS
                   MOVE "OPERATOR INACTIVE" TO ACT-EX-REASON
                   PERFORM 6000-WRITE-EXCEPTION
               END-IF
           END-IF
           .

       5500-EXIT.
           EXIT.

       5510-TEST-ONE-OPERATOR.
           IF WS-OP-ID (WS-OP-IX) = HK-OPERATOR-ID
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-OP-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    6000-WRITE-EXCEPTION - one line per judged change           *
      *----------------------------------------------------------------*
       6000-WRITE-EXCEPTION.
           MOVE HK-A-DATE TO ACT-EX-DATE
           MOVE HK-A-TIME TO ACT-EX-TIME
           MOVE HK-OPERATOR-ID TO ACT-EX-OPERATOR
           MOVE HK-PROGRAM-ID TO ACT-EX-PROGRAM
           MOVE WS-ACTION-NAME (WS-ACTION-IX) TO ACT-EX-ACTION
           MOVE HK-USER-ID TO ACT-EX-USER-ID
           WRITE ACTIVITY-OUT-REC FROM ACT-EXCEPTION-LINE
           .

      *----------------------------------------------------------------*
      *    7000-PRINT-COUNTS - operator/program lines and the totals   *
      *----------------------------------------------------------------*
       7000-PRINT-COUNTS.
           WRITE ACTIVITY-OUT-REC FROM WS-BLANK-LINE
           MOVE "CHANGES BY OPERATOR, PROGRAM AND ACTION"
               TO WS-HEADER-LINE
           WRITE ACTIVITY-OUT-REC FROM WS-HEADER-LINE
           WRITE ACTIVITY-OUT-REC FROM ACT-COUNT-HEADING
           PERFORM 7100-PRINT-ONE-LINE
               VARYING WS-AC-IX FROM 1 BY 1
               UNTIL WS-AC-IX > WS-AC-USED

           WRITE ACTIVITY-OUT-REC FROM WS-BLANK-LINE
           MOVE "ALL" TO ACT-CL-OPERATOR
           MOVE "ALL PROGRAMS" TO ACT-CL-PROGRAM
           MOVE 0 TO WS-LINE-TOTAL
           PERFORM 7300-EDIT-ONE-GRAND
               VARYING WS-COUNT-IX FROM 1 BY 1
               UNTIL WS-COUNT-IX > 6
           MOVE WS-LINE-TOTAL TO ACT-CL-TOTAL
           WRITE ACTIVITY-OUT-REC FROM ACT-COUNT-LINE
           .

       7100-PRINT-ONE-LINE.
           MOVE WS-AC-OPERATOR (WS-AC-IX) TO ACT-CL-OPERATOR
           MOVE WS-AC-PROGRAM (WS-AC-IX) TO ACT-CL-PROGRAM
           MOVE 0 TO WS-LINE-TOTAL
           PERFORM 7200-EDIT-ONE-COUNT
               VARYING WS-COUNT-IX FROM 1 BY 1
               UNTIL WS-COUNT-IX > 6
           MOVE WS-LINE-TOTAL TO ACT-CL-TOTAL
           WRITE ACTIVITY-OUT-REC FROM ACT-COUNT-LINE
           .

       7200-EDIT-ONE-COUNT.
           MOVE WS-AC-COUNT (WS-AC-IX, WS-COUNT-IX)
               TO ACT-CL-COUNT (WS-COUNT-IX)
           ADD WS-AC-COUNT (WS-AC-IX, WS-COUNT-IX) TO WS-LINE-TOTAL
           .

       7300-EDIT-ONE-GRAND.
           MOVE WS-GRAND-COUNT (WS-COUNT-IX)
               TO ACT-CL-COUNT (WS-COUNT-IX)
           ADD WS-GRAND-COUNT (WS-COUNT-IX) TO WS-LINE-TOTAL
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - close up and report the run                *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           CLOSE KEYED-HIST
           CLOSE ACTIVITY-OUT
           MOVE "OPRACT.OUT" TO RFP-REPORT-NAME
           MOVE "OPRACT" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           IF WS-AC-FULL
               DISPLAY "MORE THAN 500 OPERATOR/PROGRAM LINES - THE "
                   "GRAND TOTAL COUNTS THEM ALL, THE LINES DO NOT"
           END-IF
           DISPLAY "=============================================="
           DISPLAY "OPRACT OPERATOR ACTIVITY " WS-FROM-DATE
               " TO " WS-TO-DATE
           DISPLAY "  ENTRIES COUNTED        : " WS-ENTRIES-COUNTED
           DISPLAY "  CHANGES OUT OF SHIFT   : " WS-OUT-OF-SHIFT
           DISPLAY "  UNDER INACTIVE IDS     : " WS-INACTIVE-OPS
           DISPLAY "=============================================="

           IF WS-OUT-OF-SHIFT > 0 OR WS-INACTIVE-OPS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY usrxref-load.

           COPY rptfile-call.
