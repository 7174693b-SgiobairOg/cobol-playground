      ******************************************************************
      * Copybook:  USRSCHD.cpy
      * Purpose:   One item of the USRSCHD scheduled-change file - a
      *            customer change keyed today to take effect on a
      *            later date ("I'm moving on the 1st"). USRMAINT and
      *            USRBMNT capture a change with a future effective
      *            date here instead of applying it; the nightly
      *            USRSAPP applier takes each one on the first BUSCAL
      *            processing day on or after its effective date and
      *            puts it through the usual CNTRYREF and phone checks
      *            and USRHIST journaling. SCHDMNT lists the items and
      *            cancels one that is still waiting.
      *
      *            SC-STATE says where the item has got to:
      *              S - scheduled, waiting for its effective date
      *              A - applied to the USER table
      *              F - failed validation on its effective date;
      *                  SC-REASON says why (the USRBMNT reject codes)
      *              C - cancelled at SCHDMNT
      *              R - referred: it changes the name, so on its
      *                  effective date it went to the USRPEND
      *                  approval queue like any other name change
      *            SC-BEFORE-IMAGE is the row as it stood when the
      *            change was keyed and SC-AFTER-IMAGE the row as it
      *            was keyed to become. Only the fields that differ
      *            between the two are laid onto the row on the day,
      *            so a correction made in between to some other
      *            field is not undone. SC-DONE-DATE and SC-DONE-BY
      *            record when the item left S, and who cancelled it
      *            (blank when the applier closed it).
      *            COPY into the FILE SECTION with a SCHED-FILE
      *            select and SCHED-STATUS/SCHED-OK pattern, alongside
      *            USRSCHD-WRITE in the PROCEDURE DIVISION for
      *            programs that only append.
      ******************************************************************
       01  SCHED-CHANGE-REC.
           05  SC-STATE            PIC X(01).
               88  SC-STATE-SCHEDULED    VALUE "S".
               88  SC-STATE-APPLIED      VALUE "A".
               88  SC-STATE-FAILED       VALUE "F".
               88  SC-STATE-CANCELLED    VALUE "C".
               88  SC-STATE-REFERRED     VALUE "R".
           05  FILLER              PIC X(01).
           05  SC-ITEM-ID.
               10  SC-ID-DATE      PIC 9(08).
               10  SC-ID-SEQ       PIC 9(05).
           05  FILLER              PIC X(01).
           05  SC-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER              PIC X(01).
           05  SC-DATE             PIC 9(08).
           05  FILLER              PIC X(01).
           05  SC-TIME             PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  SC-PROGRAM          PIC X(08).
           05  FILLER              PIC X(01).
           05  SC-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  SC-BEFORE-IMAGE     PIC X(150).
           05  FILLER              PIC X(01).
           05  SC-AFTER-IMAGE      PIC X(150).
           05  FILLER              PIC X(01).
           05  SC-MAKER-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  SC-DONE-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  SC-REASON           PIC X(08).
           05  FILLER              PIC X(01).
           05  SC-DONE-BY          PIC X(08).
