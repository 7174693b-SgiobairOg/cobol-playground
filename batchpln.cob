       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHPLN.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Planner and gatekeeper for the table-driven nightly
      *          batch window. The window is defined on the maintained
      *          BATCHSTP step-definition file - program, arguments,
      *          dependencies, return-code ceiling and schedule per
      *          step - and adding a step to the night means adding a
      *          record there, not editing the window script. The
      *          script asks this program two things:
      *            BATCHPLN PLAN  <rundate>
      *              proves the whole definition file, then writes
      *              the WINPLAN list of the steps due on the run
      *              date, in file order, one line per step as
      *                key|ceiling|program|arguments|description
      *              with &RUNDATE in the arguments replaced by the
      *              run date. Weekly and month-end steps are judged
      *              against the BUSCAL business-day calendar. A
      *              definition error anywhere ends RC 16 with no
      *              plan, so a bad edit never runs half a window.
      *            BATCHPLN READY <rundate> <step>
      *              RC 0 when every step it depends on has ended at
      *              or under its own ceiling for the run date (or is
      *              not due tonight), RC 4 when the step has to be
      *              held, naming the dependency that held it.
      *          Done means what BATCHJRN CHECK means - an END on the
      *          RUNJRNL run journal for the date at or under the
      *          step's ceiling - so restart, holding and skipping
      *          all read the same journal the same way.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-STEP-FILE ASSIGN TO "BATCHSTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-STEP-STATUS.
           SELECT RUN-JOURNAL ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSCAL-STATUS.
           SELECT WINDOW-PLAN ASSIGN TO "WINPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-STEP-FILE
           RECORDING MODE IS F.
           COPY batchstp.

       FD  RUN-JOURNAL
           RECORDING MODE IS F.
           COPY runjrnl.

       FD  BUSCAL-FILE
           RECORDING MODE IS F.
           COPY buscal.

       FD  WINDOW-PLAN
           RECORDING MODE IS F.
       01  WINDOW-PLAN-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  BATCH-STEP-STATUS           PIC X(02) VALUE SPACES.
           88  BATCH-STEP-OK                 VALUE "00".

           COPY batchstp-tbl.

       01  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
           88  WS-JOURNAL-OK                 VALUE "00".

       01  BUSCAL-STATUS               PIC X(02) VALUE SPACES.
           88  BUSCAL-OK                     VALUE "00".

           COPY buscal-tbl.

       01  WS-PLAN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-PLAN-OK                    VALUE "00".

       01  WS-COMMAND-LINE             PIC X(60) VALUE SPACES.

       01  WS-ARGUMENTS.
           05  WS-ARG-ACTION           PIC X(05) VALUE SPACES.
               88  WS-ACTION-PLAN            VALUE "PLAN".
               88  WS-ACTION-READY           VALUE "READY".
           05  WS-ARG-RUN-DATE         PIC X(08) VALUE SPACES.
           05  WS-ARG-STEP             PIC X(20) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-JRNL-EOF-SW          PIC X(01) VALUE "N".
               88  WS-JRNL-EOF               VALUE "Y".
           05  WS-HELD-SW              PIC X(01) VALUE "N".
               88  WS-STEP-HELD              VALUE "Y".

       01  WS-STEP-IX                  PIC 9(03) COMP VALUE 0.
       01  WS-DUE-COUNT                PIC 9(03) VALUE 0.
       01  WS-PLAN-ARGUMENTS           PIC X(30) VALUE SPACES.
       01  WS-PLAN-POINTER             PIC 9(03) VALUE 1.
       01  WS-DUE-TEXT                 PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           EVALUATE TRUE
               WHEN WS-ACTION-PLAN
                   PERFORM 2000-WRITE-PLAN THRU 2000-EXIT
               WHEN WS-ACTION-READY
                   PERFORM 3000-CHECK-READY THRU 3000-EXIT
           END-EVALUATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - arguments, the calendar, the step table   *
      *                      and what the journal says of tonight      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ACTION WS-ARG-RUN-DATE WS-ARG-STEP
           END-UNSTRING

           IF NOT WS-ACTION-PLAN AND NOT WS-ACTION-READY
               DISPLAY "BATCHPLN: UNKNOWN ACTION '" WS-ARG-ACTION
                   "' - USE PLAN OR READY"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           IF WS-ARG-RUN-DATE IS NOT NUMERIC
               DISPLAY "BATCHPLN: RUN DATE '" WS-ARG-RUN-DATE
                   "' IS NOT YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE WS-ARG-RUN-DATE TO SD-RUN-DATE

           PERFORM LOAD-BUSCAL-TABLE
           PERFORM LOAD-STEP-TABLE
           IF NOT SD-LOADED
               DISPLAY "BATCHPLN: NO BATCHSTP STEP DEFINITIONS ON FILE"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           IF SD-DEF-ERRORS > 0
               DISPLAY "BATCHPLN: " SD-DEF-ERRORS
                   " ERROR(S) IN BATCHSTP - WINDOW NOT PLANNED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM MARK-STEPS-DUE

           OPEN INPUT RUN-JOURNAL
           IF WS-JOURNAL-OK
               PERFORM 1100-NOTE-ONE-EVENT
                   UNTIL WS-JRNL-EOF
               CLOSE RUN-JOURNAL
           END-IF
           .

       1000-EXIT.
           EXIT.

       1100-NOTE-ONE-EVENT.
           READ RUN-JOURNAL
               AT END
                   SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   PERFORM NOTE-JOURNAL-EVENT
           END-READ
           .

      *----------------------------------------------------------------*
      *    2000-WRITE-PLAN - the steps due tonight, in run order       *
      *----------------------------------------------------------------*
       2000-WRITE-PLAN.
           OPEN OUTPUT WINDOW-PLAN
           IF NOT WS-PLAN-OK
               DISPLAY "BATCHPLN: UNABLE TO OPEN WINPLAN, STATUS="
                   WS-PLAN-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           DISPLAY "BATCH WINDOW PLAN FOR " SD-RUN-DATE
           PERFORM 2100-PLAN-ONE-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > SD-COUNT
           CLOSE WINDOW-PLAN
           DISPLAY "STEPS DEFINED: " SD-COUNT
               "  DUE TONIGHT: " WS-DUE-COUNT
           MOVE 0 TO RETURN-CODE
           .

       2000-EXIT.
           EXIT.

       2100-PLAN-ONE-STEP.
           IF SD-DUE (WS-STEP-IX)
               ADD 1 TO WS-DUE-COUNT
               MOVE "DUE" TO WS-DUE-TEXT
               IF SD-DONE (WS-STEP-IX)
                   MOVE "DONE" TO WS-DUE-TEXT
               END-IF
               PERFORM 2200-WRITE-PLAN-LINE
           ELSE
               MOVE "NOT DUE" TO WS-DUE-TEXT
           END-IF
           DISPLAY "  " SD-KEY (WS-STEP-IX) " " WS-DUE-TEXT " "
               SD-DESCRIPTION (WS-STEP-IX)
           .

      * The script splits the line on "|", so the free-text fields
      * are cut at their first double space - arguments and
      * descriptions are single-spaced by convention.
       2200-WRITE-PLAN-LINE.
           MOVE SD-ARGUMENTS (WS-STEP-IX) TO WS-PLAN-ARGUMENTS
           INSPECT WS-PLAN-ARGUMENTS
               REPLACING ALL "&RUNDATE" BY WS-ARG-RUN-DATE
           MOVE SPACES TO WINDOW-PLAN-REC
           MOVE 1 TO WS-PLAN-POINTER
           STRING SD-KEY (WS-STEP-IX) DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               SD-MAX-RC (WS-STEP-IX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SD-PROGRAM (WS-STEP-IX) DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-PLAN-ARGUMENTS DELIMITED BY "  "
               "|" DELIMITED BY SIZE
               SD-DESCRIPTION (WS-STEP-IX) DELIMITED BY "  "
               INTO WINDOW-PLAN-REC
               WITH POINTER WS-PLAN-POINTER
           END-STRING
           WRITE WINDOW-PLAN-REC
           .

      *----------------------------------------------------------------*
      *    3000-CHECK-READY - has everything this step waits on ended  *
      *                       clean tonight                            *
      *----------------------------------------------------------------*
       3000-CHECK-READY.
           MOVE WS-ARG-STEP TO SD-FIND-KEY
           PERFORM FIND-STEP
           IF NOT SD-FOUND
               DISPLAY "BATCHPLN: STEP '" WS-ARG-STEP
                   "' IS NOT DEFINED ON BATCHSTP"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE SD-FIND-IX TO WS-STEP-IX

           MOVE "N" TO WS-HELD-SW
           PERFORM 3100-CHECK-ONE-DEPENDENCY
               VARYING SD-DEP-IX FROM 1 BY 1
               UNTIL SD-DEP-IX > 4
           IF WS-STEP-HELD
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       3000-EXIT.
           EXIT.

      * A dependency that is not due tonight cannot hold anything -
      * a daily step does not wait for a weekly one on its off days.
       3100-CHECK-ONE-DEPENDENCY.
           IF SD-DEPEND-KEY (WS-STEP-IX, SD-DEP-IX) NOT = SPACES
               MOVE SD-DEPEND-KEY (WS-STEP-IX, SD-DEP-IX)
                   TO SD-FIND-KEY
               PERFORM FIND-STEP
               IF SD-FOUND
                   IF SD-DUE (SD-FIND-IX)
                       AND NOT SD-DONE (SD-FIND-IX)
                       DISPLAY "BATCHPLN: " SD-KEY (WS-STEP-IX)
                           " HELD - " SD-KEY (SD-FIND-IX)
                           " HAS NOT COMPLETED FOR " SD-RUN-DATE
                       SET WS-STEP-HELD TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       9999-EXIT.
           STOP RUN.

           COPY batchstp-load.

           COPY buscal-load.
