      ******************************************************************
      * Copybook:  BATCHSTP-TBL.cpy
      * Purpose:   Working-storage side of the batch window step
      *            definitions - the in-core copy of BATCHSTP in file
      *            (run) order, each step's due-tonight flag and what
      *            the run journal says became of it. COPY alongside
      *            BATCHSTP (file section) and BATCHSTP-LOAD
      *            (procedure division). Set SD-RUN-DATE, PERFORM
      *            LOAD-STEP-TABLE and, when SD-LOADED with no
      *            SD-DEF-ERRORS, MARK-STEPS-DUE; feed every RUNJRNL
      *            event through NOTE-JOURNAL-EVENT; then SD-DUE,
      *            SD-DONE, SD-LAST-EVENT and SD-LAST-RC answer per
      *            step. FIND-STEP looks up SD-FIND-KEY into SD-FIND-IX.
      ******************************************************************
       01  SD-STEP-TABLE.
           05  SD-STEP OCCURS 60 TIMES.
               10  SD-KEY          PIC X(08).
               10  SD-SCHEDULE     PIC X(01).
               10  SD-RUN-DAY      PIC 9(01).
               10  SD-MAX-RC       PIC 9(02).
               10  SD-PROGRAM      PIC X(12).
               10  SD-DEPEND-KEY   PIC X(08) OCCURS 4 TIMES.
               10  SD-ARGUMENTS    PIC X(30).
               10  SD-DESCRIPTION  PIC X(40).
               10  SD-DUE-SW       PIC X(01).
                   88  SD-DUE            VALUE "Y".
               10  SD-DONE-SW      PIC X(01).
                   88  SD-DONE           VALUE "Y".
               10  SD-LAST-EVENT   PIC X(05).
               10  SD-LAST-RC      PIC 9(02).
       01  SD-COUNT                PIC 9(03) COMP VALUE 0.
       01  SD-IX                   PIC 9(03) COMP VALUE 0.
       01  SD-DEP-IX               PIC 9(01) COMP VALUE 0.
       01  SD-FIND-IX              PIC 9(03) COMP VALUE 0.
       01  SD-FIND-KEY             PIC X(08) VALUE SPACES.
       01  SD-FOUND-SW             PIC X(01) VALUE "N".
           88  SD-FOUND                  VALUE "Y".

       01  SD-LOADED-SW            PIC X(01) VALUE "N".
           88  SD-LOADED                 VALUE "Y".
       01  SD-EOF-SW               PIC X(01) VALUE "N".
           88  SD-EOF                    VALUE "Y".
       01  SD-DEF-ERRORS           PIC 9(03) VALUE 0.
       01  SD-RECORD-NO            PIC 9(03) VALUE 0.

       01  SD-RUN-DATE             PIC 9(08) VALUE 0.
       01  SD-WALK-DATE            PIC 9(08) VALUE 0.
       01  SD-WALK-DAY             PIC 9(07) VALUE 0.
       01  SD-WALK-STEPS           PIC 9(02) COMP VALUE 0.
       01  SD-WALK-DONE-SW         PIC X(01) VALUE "N".
           88  SD-WALK-DONE              VALUE "Y".

       01  SD-REC-OK-SW            PIC X(01) VALUE "Y".
           88  SD-REC-OK                 VALUE "Y".
       01  SD-ERROR-TEXT           PIC X(40) VALUE SPACES.
