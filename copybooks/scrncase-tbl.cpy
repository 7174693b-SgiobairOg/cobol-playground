      ******************************************************************
      * Copybook:  SCRNCASE-TBL.cpy
      * Purpose:   Working-storage side of the SCRNCASE screening case
      *            register - the events netted to one entry per case
      *            with where it stands and who decided it, plus the
      *            fields the shared paragraphs talk through. COPY
      *            alongside SCRNCASE (file section) and SCRNCASE-LOAD
      *            (procedure division).
      *              LOAD-SCREEN-CASES    - the whole register into
      *                                     core, netted
      *              FIND-SCREEN-CASE     - SK-IN-ID (customer and
      *                                     watchlist entry), answers
      *                                     SK-FOUND and SK-IX
      *              APPLY-SCREEN-EVENT   - SCREEN-CASE-REC onto the
      *                                     table, so a program that
      *                                     writes an event keeps its
      *                                     copy in step
      *              CHECK-SCREEN-HOLD    - SK-IN-USER-ID, answers
      *                                     SK-HELD when any case for
      *                                     the customer is open or
      *                                     confirmed (SK-HOLD-IX is
      *                                     the first such case),
      *                                     SK-CONFIRMED when one is
      *                                     confirmed, and
      *                                     SK-NEW-CUSTOMER-CASE when
      *                                     any case, whatever its
      *                                     state, was opened on a
      *                                     new customer
      *            A register bigger than the table sets SK-OVERFLOW;
      *            USRSCRN then refuses to screen, since it could no
      *            longer tell a new hit from a case already decided.
      ******************************************************************
       01  SCREEN-CASE-TABLE.
           05  SK-ENTRY OCCURS 5000 TIMES.
               10  SK-CASE-ID.
                   15  SK-USER-ID      PIC 9(05).
                   15  FILLER          PIC X(01).
                   15  SK-WATCH-ID     PIC X(10).
               10  SK-STATE            PIC X(01).
                   88  SK-STATE-OPEN         VALUE "O".
                   88  SK-STATE-FALSE-POS    VALUE "F".
                   88  SK-STATE-CONFIRMED    VALUE "C".
                   88  SK-STATE-RELEASED     VALUE "R".
               10  SK-SCORE            PIC 9(03).
               10  SK-ORIGIN           PIC X(01).
               10  SK-PRIOR-STATUS     PIC X(01).
               10  SK-LIST-VERSION     PIC X(10).
               10  SK-CUST-NAME        PIC X(25).
               10  SK-CUST-COUNTRY     PIC X(02).
               10  SK-WATCH-NAME       PIC X(40).
               10  SK-WATCH-COUNTRY    PIC X(02).
               10  SK-WATCH-BIRTH      PIC X(08).
               10  SK-PROGRAMME        PIC X(10).
               10  SK-OPEN-DATE        PIC 9(08).
               10  SK-OPEN-TIME        PIC 99B99B99B99.
               10  SK-DECIDED-BY       PIC X(08).
               10  SK-DECIDED-DATE     PIC 9(08).
               10  SK-DECIDED-TIME     PIC 99B99B99B99.
               10  SK-REASON           PIC X(60).
       01  SK-COUNT                PIC 9(04) COMP VALUE 0.
       01  SK-IX                   PIC 9(04) COMP VALUE 0.
       01  SK-HOLD-IX              PIC 9(04) COMP VALUE 0.
       01  SK-SCAN-IX              PIC 9(04) COMP VALUE 0.
       01  SK-MAX                  PIC 9(04) COMP VALUE 5000.

       01  SK-LOADED-SW            PIC X(01) VALUE "N".
           88  SK-LOADED                 VALUE "Y".
       01  SK-EOF-SW               PIC X(01) VALUE "N".
           88  SK-EOF                    VALUE "Y".
       01  SK-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  SK-OVERFLOW               VALUE "Y".
       01  SK-FOUND-SW             PIC X(01) VALUE "N".
           88  SK-FOUND                  VALUE "Y".
       01  SK-HELD-SW              PIC X(01) VALUE "N".
           88  SK-HELD                   VALUE "Y".
       01  SK-CONFIRMED-SW         PIC X(01) VALUE "N".
           88  SK-CONFIRMED              VALUE "Y".
       01  SK-NEW-CASE-SW          PIC X(01) VALUE "N".
           88  SK-NEW-CUSTOMER-CASE      VALUE "Y".

       01  SK-IN-ID                PIC X(16) VALUE SPACES.
       01  SK-IN-USER-ID           PIC 9(05) VALUE 0.
