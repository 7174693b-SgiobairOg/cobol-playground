      *          Invoked once per event from the window script:
      *            BATCHJRN START <rundate> <step>
      *            BATCHJRN END   <rundate> <step> <rc>
      *            BATCHJRN CHECK <rundate> <step> [<ceiling>]
      *            BATCHJRN HELD  <rundate> <step>
      *            BATCHJRN LIST  <rundate>
      *          CHECK answers through the return code: 0 means the
      *          step already ended clean (RC 4 or less, or at or
      *          under the ceiling when one is given) for that run
      *          date and can be skipped, 4 means it still has to
      *          run. LIST prints the journal for the date.
      * Tectonics: cobc
      *
      * Modification History:
      *   Table-driven window - CHECK takes an optional return-code
      *   ceiling, so a step the BATCHSTP definitions allow to end
      *   at 8 counts as complete at 8 (no ceiling still means 4).
      *   New HELD event records a step the window did not start
      *   because a step it depends on had not completed, so the
      *   journal and the morning page show it held, not missing.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  WS-ACTION-START       VALUE "START".
               88  WS-ACTION-END         VALUE "END".
               88  WS-ACTION-CHECK       VALUE "CHECK".
               88  WS-ACTION-HELD        VALUE "HELD".
               88  WS-ACTION-LIST        VALUE "LIST".
           05  WS-ARG-RUN-DATE     PIC X(08) VALUE SPACES.
           05  WS-ARG-STEP         PIC X(20) VALUE SPACES.
       01  WS-RC-VALUE             PIC 9(02) VALUE 0.
       01  WS-RC-DIGIT             PIC 9(01) VALUE 0.
       01  WS-RC-IX                PIC 9(01) COMP VALUE 0.
       01  WS-CHECK-CEILING        PIC 9(02) VALUE 4.

       PROCEDURE DIVISION.

                   PERFORM 2000-RECORD-EVENT
               WHEN WS-ACTION-END
                   PERFORM 2000-RECORD-EVENT
               WHEN WS-ACTION-HELD
                   PERFORM 2000-RECORD-EVENT
               WHEN WS-ACTION-CHECK
                   PERFORM 3000-CHECK-STEP THRU 3000-EXIT
               WHEN WS-ACTION-LIST
                   PERFORM 4000-LIST-RUN THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "BATCHJRN: UNKNOWN ACTION '" WS-ARG-ACTION
                       "' - USE START, END, HELD, CHECK OR LIST"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
           .

      *----------------------------------------------------------------*
      *    2000-RECORD-EVENT - append one START, END or HELD entry     *
      *----------------------------------------------------------------*
       2000-RECORD-EVENT.
           MOVE SPACES TO RUN-JOURNAL-REC
      *                      has to run                                *
      *----------------------------------------------------------------*
       3000-CHECK-STEP.
           IF WS-ARG-RC NOT = SPACES
               PERFORM 2500-PARSE-RETURN-CODE
               MOVE WS-RC-VALUE TO WS-CHECK-CEILING
           END-IF
           OPEN INPUT RUN-JOURNAL
           IF NOT WS-JOURNAL-OK
               MOVE 4 TO RETURN-CODE
                   IF RJ-RUN-DATE = WS-ARG-RUN-DATE
                       AND RJ-STEP-NAME = WS-ARG-STEP
                       AND RJ-EVENT = "END"
                       AND RJ-RETURN-CODE NOT > WS-CHECK-CEILING
                       SET WS-STEP-DONE TO TRUE
                   END-IF
           END-READ
