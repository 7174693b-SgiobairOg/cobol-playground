      ******************************************************************
      * Copybook:  USRRELS-TBL.cpy
      * Purpose:   Working-storage side of the customer relationship
      *            file - the in-core copy of USRRELS in file order,
      *            plus the fields the shared paragraphs talk
      *            through. COPY alongside USRRELS (file section) and
      *            USRRELS-LOAD (procedure division).
      *              TEST-RELATION-LIVE    - entry RT-IX on RL-AS-OF,
      *                                      answers RL-LIVE
      *              COUNT-LIVE-RELATIONS  - RL-IN-ID on either side
      *                                      on RL-AS-OF, answers
      *                                      RL-LIVE-COUNT
      *              CARRY-RELATION-ENTRY  - entry RT-IX moved from
      *                                      RL-IN-ID to RL-OUT-ID if
      *                                      not already ended,
      *                                      answers RL-CARRIED
      *              BUILD-RELATION-REC    - entry RT-IX into
      *                                      RELATION-REC
      *              SAVE-RELATION-TABLE   - rewrites the file once,
      *                                      only when RT-DIRTY
      *            A file bigger than the table sets RT-OVERFLOW and
      *            is never rewritten, so nothing past the table can
      *            be lost.
      ******************************************************************
       01  RELATION-TABLE.
           05  RT-ENTRY OCCURS 5000 TIMES.
               10  RT-FROM-ID      PIC 9(05).
               10  RT-TO-ID        PIC 9(05).
               10  RT-TYPE         PIC X(08).
               10  RT-EFF-DATE     PIC 9(08).
               10  RT-END-DATE     PIC 9(08).
               10  RT-ENTERED-DATE PIC 9(08).
               10  RT-OPERATOR     PIC X(08).
       01  RT-COUNT                PIC 9(04) COMP VALUE 0.
       01  RT-IX                   PIC 9(04) COMP VALUE 0.
       01  RT-MAX                  PIC 9(04) COMP VALUE 5000.

       01  RT-LOADED-SW            PIC X(01) VALUE "N".
           88  RT-LOADED                 VALUE "Y".
       01  RT-EOF-SW               PIC X(01) VALUE "N".
           88  RT-EOF                    VALUE "Y".
       01  RT-DIRTY-SW             PIC X(01) VALUE "N".
           88  RT-DIRTY                  VALUE "Y".
       01  RT-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  RT-OVERFLOW               VALUE "Y".

       01  RL-IN-ID                PIC 9(05) VALUE 0.
       01  RL-OUT-ID               PIC 9(05) VALUE 0.
       01  RL-AS-OF                PIC 9(08) VALUE 0.
       01  RL-LIVE-COUNT           PIC 9(04) VALUE 0.
       01  RL-LIVE-SW              PIC X(01) VALUE "N".
           88  RL-LIVE                   VALUE "Y".
       01  RL-CARRIED-SW           PIC X(01) VALUE "N".
           88  RL-CARRIED                VALUE "Y".
