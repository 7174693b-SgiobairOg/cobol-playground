               10  TT-PC-HI        PIC X(10).
               10  TT-CODE         PIC X(04).
               10  TT-NAME         PIC X(20).
               10  TT-STATUS       PIC X(01).
                   88  TT-RETIRED        VALUE "R".
       01  TT-COUNT                PIC 9(03) COMP VALUE 0.
       01  TT-IX                   PIC 9(03) COMP VALUE 0.

