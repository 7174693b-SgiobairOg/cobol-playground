      ******************************************************************
      * Copybook:  BATCHSTP.cpy
      * Purpose:   One step of the nightly batch window as defined on
      *            the maintained BATCHSTP step-definition file - the
      *            window is this file, walked in order, not a list of
      *            lines in a shell script. Each record names:
      *              the step key the RUNJRNL run journal knows it by,
      *              when it runs - D every window, W weekly on the
      *                  given day (1 Monday .. 7 Sunday, caught up on
      *                  the next window when that day had none), M on
      *                  the last processing day of the month per the
      *                  BUSCAL calendar,
      *              the highest return code the step may end with and
      *                  still count as complete,
      *              the program to run and its arguments (&RUNDATE is
      *                  replaced by the window's run date),
      *              up to four steps it depends on - each must be
      *                  defined earlier in the file; a step whose
      *                  dependency did not complete tonight is held,
      *              and a description for the console and the page.
      *            A record with "*" in column 1 is a comment. Read by
      *            BATCHPLN to plan and gate the window and by NIGHTSTS
      *            for the step-by-step morning page. COPY into the
      *            FILE SECTION with a BATCH-STEP-FILE select and
      *            BATCH-STEP-STATUS/BATCH-STEP-OK status pattern,
      *            alongside BATCHSTP-TBL (working storage) and
      *            BATCHSTP-LOAD (procedure division).
      ******************************************************************
       01  BATCH-STEP-REC.
           05  BS-STEP-KEY         PIC X(08).
           05  FILLER              PIC X(01).
           05  BS-SCHEDULE         PIC X(01).
               88  BS-SCHED-DAILY        VALUE "D".
               88  BS-SCHED-WEEKLY       VALUE "W".
               88  BS-SCHED-MONTH-END    VALUE "M".
           05  BS-RUN-DAY          PIC X(01).
           05  FILLER              PIC X(01).
           05  BS-MAX-RC           PIC X(02).
           05  FILLER              PIC X(01).
           05  BS-PROGRAM          PIC X(12).
           05  FILLER              PIC X(01).
           05  BS-DEPENDS OCCURS 4 TIMES.
               10  BS-DEPEND-KEY   PIC X(08).
               10  FILLER          PIC X(01).
           05  BS-ARGUMENTS        PIC X(30).
           05  FILLER              PIC X(01).
           05  BS-DESCRIPTION      PIC X(40).
