      ******************************************************************
      * Copybook:  BATCHSTP-LOAD.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the batch
      *            window step definitions. LOAD-STEP-TABLE pulls
      *            BATCHSTP into core in file order, proving every
      *            record as it goes - a duplicate key, a schedule
      *            other than D/W/M, a weekly step without a day 1-7,
      *            a non-numeric return-code ceiling, a missing
      *            program, or a dependency on a step not defined
      *            earlier in the file is shown on the console and
      *            counted in SD-DEF-ERRORS, and that record is left
      *            out. MARK-STEPS-DUE sets SD-DUE for every step that
      *            runs on SD-RUN-DATE, using the BUSCAL business-day
      *            calendar for the weekly catch-up and for month-end.
      *            NOTE-JOURNAL-EVENT posts one RUNJRNL event against
      *            its step: a step is done when an END for the run
      *            date came back at or under its own ceiling - the
      *            same test BATCHJRN CHECK makes. COPY alongside
      *            BATCHSTP and BATCHSTP-TBL, with BUSCAL, BUSCAL-TBL
      *            and BUSCAL-LOAD, and RUNJRNL in the file section.
      ******************************************************************
       LOAD-STEP-TABLE.
           MOVE "N" TO SD-LOADED-SW
           MOVE "N" TO SD-EOF-SW
           MOVE 0 TO SD-COUNT
           MOVE 0 TO SD-DEF-ERRORS
           MOVE 0 TO SD-RECORD-NO
           OPEN INPUT BATCH-STEP-FILE
           IF BATCH-STEP-OK
               MOVE "Y" TO SD-LOADED-SW
               PERFORM LOAD-ONE-STEP
                   UNTIL SD-EOF
               CLOSE BATCH-STEP-FILE
           END-IF
           .

       LOAD-ONE-STEP.
           READ BATCH-STEP-FILE
               AT END
                   MOVE "Y" TO SD-EOF-SW
               NOT AT END
                   ADD 1 TO SD-RECORD-NO
                   IF BS-STEP-KEY NOT = SPACES
                       AND BS-STEP-KEY(1:1) NOT = "*"
                       PERFORM CHECK-ONE-STEP
                   END-IF
           END-READ
           .

       CHECK-ONE-STEP.
           MOVE "Y" TO SD-REC-OK-SW
           MOVE BS-STEP-KEY TO SD-FIND-KEY
           PERFORM FIND-STEP
           IF SD-FOUND
               MOVE "DUPLICATE STEP KEY" TO SD-ERROR-TEXT
               PERFORM REPORT-STEP-ERROR
           END-IF
           IF NOT BS-SCHED-DAILY
               AND NOT BS-SCHED-WEEKLY
               AND NOT BS-SCHED-MONTH-END
               MOVE "SCHEDULE MUST BE D, W OR M" TO SD-ERROR-TEXT
               PERFORM REPORT-STEP-ERROR
           END-IF
           IF BS-SCHED-WEEKLY
               IF BS-RUN-DAY IS NOT NUMERIC
                   OR BS-RUN-DAY < "1" OR BS-RUN-DAY > "7"
                   MOVE "WEEKLY STEP NEEDS A RUN DAY 1-7"
                       TO SD-ERROR-TEXT
                   PERFORM REPORT-STEP-ERROR
               END-IF
           END-IF
           IF BS-MAX-RC IS NOT NUMERIC
               MOVE "RETURN CODE CEILING IS NOT NUMERIC"
                   TO SD-ERROR-TEXT
               PERFORM REPORT-STEP-ERROR
           END-IF
           IF BS-PROGRAM = SPACES
               MOVE "NO PROGRAM NAMED" TO SD-ERROR-TEXT
               PERFORM REPORT-STEP-ERROR
           END-IF
           PERFORM CHECK-ONE-DEPENDENCY
               VARYING SD-DEP-IX FROM 1 BY 1
               UNTIL SD-DEP-IX > 4
           IF SD-COUNT NOT < 60
               MOVE "STEP TABLE FULL AT 60 STEPS" TO SD-ERROR-TEXT
               PERFORM REPORT-STEP-ERROR
           END-IF
           IF SD-REC-OK
               PERFORM ADD-ONE-STEP
           END-IF
           .

      * File order is run order, so a dependency must already be in
      * the table - a forward or unknown reference could never be
      * honored, and a step cannot wait on itself.
       CHECK-ONE-DEPENDENCY.
           IF BS-DEPEND-KEY (SD-DEP-IX) NOT = SPACES
               MOVE BS-DEPEND-KEY (SD-DEP-IX) TO SD-FIND-KEY
               PERFORM FIND-STEP
               IF NOT SD-FOUND
                   MOVE SPACES TO SD-ERROR-TEXT
                   STRING "DEPENDS ON " DELIMITED BY SIZE
                       BS-DEPEND-KEY (SD-DEP-IX) DELIMITED BY SPACE
                       ", NOT DEFINED ABOVE IT" DELIMITED BY SIZE
                       INTO SD-ERROR-TEXT
                   END-STRING
                   PERFORM REPORT-STEP-ERROR
               END-IF
           END-IF
           .

       REPORT-STEP-ERROR.
           DISPLAY "BATCHSTP RECORD " SD-RECORD-NO " STEP "
               BS-STEP-KEY ": " SD-ERROR-TEXT
           ADD 1 TO SD-DEF-ERRORS
           MOVE "N" TO SD-REC-OK-SW
           .

       ADD-ONE-STEP.
           ADD 1 TO SD-COUNT
           MOVE BS-STEP-KEY TO SD-KEY (SD-COUNT)
           MOVE BS-SCHEDULE TO SD-SCHEDULE (SD-COUNT)
           IF BS-RUN-DAY IS NUMERIC
               MOVE BS-RUN-DAY TO SD-RUN-DAY (SD-COUNT)
           ELSE
               MOVE 0 TO SD-RUN-DAY (SD-COUNT)
           END-IF
           MOVE BS-MAX-RC TO SD-MAX-RC (SD-COUNT)
           MOVE BS-PROGRAM TO SD-PROGRAM (SD-COUNT)
           PERFORM ADD-ONE-DEPENDENCY
               VARYING SD-DEP-IX FROM 1 BY 1
               UNTIL SD-DEP-IX > 4
           MOVE BS-ARGUMENTS TO SD-ARGUMENTS (SD-COUNT)
           MOVE BS-DESCRIPTION TO SD-DESCRIPTION (SD-COUNT)
           MOVE "N" TO SD-DUE-SW (SD-COUNT)
           MOVE "N" TO SD-DONE-SW (SD-COUNT)
           MOVE SPACES TO SD-LAST-EVENT (SD-COUNT)
           MOVE 0 TO SD-LAST-RC (SD-COUNT)
           .

       ADD-ONE-DEPENDENCY.
           MOVE BS-DEPEND-KEY (SD-DEP-IX)
               TO SD-DEPEND-KEY (SD-COUNT, SD-DEP-IX)
           .

       FIND-STEP.
           MOVE "N" TO SD-FOUND-SW
           MOVE 1 TO SD-FIND-IX
           PERFORM TEST-ONE-STEP-KEY
               UNTIL SD-FOUND OR SD-FIND-IX > SD-COUNT
           .

       TEST-ONE-STEP-KEY.
           IF SD-KEY (SD-FIND-IX) = SD-FIND-KEY
               MOVE "Y" TO SD-FOUND-SW
           ELSE
               ADD 1 TO SD-FIND-IX
           END-IF
           .

       MARK-STEPS-DUE.
           PERFORM MARK-ONE-STEP-DUE
               VARYING SD-IX FROM 1 BY 1
               UNTIL SD-IX > SD-COUNT
           .

       MARK-ONE-STEP-DUE.
           MOVE "N" TO SD-DUE-SW (SD-IX)
           EVALUATE SD-SCHEDULE (SD-IX)
               WHEN "D"
                   MOVE "Y" TO SD-DUE-SW (SD-IX)
               WHEN "W"
                   PERFORM TEST-WEEKLY-DUE
               WHEN "M"
                   PERFORM TEST-MONTH-END-DUE
           END-EVALUATE
           .

      * A weekly step runs when its day has come round since the
      * previous processing day - on the day itself, or on the first
      * window after it when the day was a weekend or a holiday.
       TEST-WEEKLY-DUE.
           MOVE SD-RUN-DATE TO SD-WALK-DATE
           MOVE 0 TO SD-WALK-STEPS
           MOVE "N" TO SD-WALK-DONE-SW
           PERFORM WALK-ONE-WEEKDAY
               UNTIL SD-WALK-DONE OR SD-WALK-STEPS > 6
           .

       WALK-ONE-WEEKDAY.
           MOVE SD-WALK-DATE TO BD-IN-DATE
           PERFORM TEST-BUSINESS-DAY
           IF SD-WALK-STEPS > 0 AND BD-IS-BUSINESS
               MOVE "Y" TO SD-WALK-DONE-SW
           ELSE
               IF BD-WEEKDAY = SD-RUN-DAY (SD-IX)
                   MOVE "Y" TO SD-DUE-SW (SD-IX)
                   MOVE "Y" TO SD-WALK-DONE-SW
               ELSE
                   COMPUTE SD-WALK-DAY =
                       FUNCTION INTEGER-OF-DATE (SD-WALK-DATE)
                   SUBTRACT 1 FROM SD-WALK-DAY
                   COMPUTE SD-WALK-DATE =
                       FUNCTION DATE-OF-INTEGER (SD-WALK-DAY)
                   ADD 1 TO SD-WALK-STEPS
               END-IF
           END-IF
           .

      * Month-end is the last processing day of the month: the next
      * one after tonight falls in a different month.
       TEST-MONTH-END-DUE.
           MOVE SD-RUN-DATE TO BD-IN-DATE
           PERFORM NEXT-BUSINESS-DAY
           IF BD-NEXT-DATE(1:6) NOT = SD-RUN-DATE(1:6)
               MOVE "Y" TO SD-DUE-SW (SD-IX)
           END-IF
           .

       NOTE-JOURNAL-EVENT.
           IF RJ-RUN-DATE = SD-RUN-DATE
               AND RJ-STEP-NAME(9:12) = SPACES
               MOVE RJ-STEP-NAME(1:8) TO SD-FIND-KEY
               PERFORM FIND-STEP
               IF SD-FOUND
                   MOVE RJ-EVENT TO SD-LAST-EVENT (SD-FIND-IX)
                   MOVE RJ-RETURN-CODE TO SD-LAST-RC (SD-FIND-IX)
                   IF RJ-EVENT = "END"
                       AND RJ-RETURN-CODE NOT > SD-MAX-RC (SD-FIND-IX)
                       MOVE "Y" TO SD-DONE-SW (SD-FIND-IX)
                   END-IF
               END-IF
           END-IF
           .
