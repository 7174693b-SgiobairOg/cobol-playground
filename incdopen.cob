       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCDOPEN.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Incident opening sweep. A severe or fatal ERRLOG
      *          entry used to be a line on a screen that scrolled
      *          away or a count on the morning page - nobody owned
      *          it, and nobody could say when it was dealt with.
      *          CALLed with the IOP parameter area, this reads the
      *          live ERRLOG, pushes each dated entry through the
      *          ERRROUTE rules the way ERRWATCH does, and opens an
      *          incident on the INCDREG register - an O event - for
      *          every severe or fatal entry and every entry the
      *          rules send to page (P) that has no incident yet.
      *          The entry's own date, time and program name the
      *          incident, so sweeping the same ERRLOG again opens
      *          nothing twice and the nightly roll to a generation
      *          loses nothing already opened. Undated entries
      *          written before ERRLOG carried a date are left
      *          alone.
      *
      *          Comes back with how many it opened, how many
      *          incidents are not yet closed and how many of those
      *          nobody has acknowledged. IOP-STATUS comes back 0,
      *          or 8 when the register is bigger than the table and
      *          nothing was opened.
      *
      *          Callers: ERRWATCH (at start and as new entries
      *          arrive), INCDMNT, NIGHTSTS, and LOGARCH before it
      *          rolls ERRLOG away.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT ERR-ROUTE-FILE ASSIGN TO "ERRROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-ROUTE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       FD  ERR-ROUTE-FILE
           RECORDING MODE IS F.
           COPY errroute.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY incident.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  ERR-ROUTE-STATUS        PIC X(02) VALUE SPACES.
           88  ERR-ROUTE-OK              VALUE "00".

           COPY errroute-tbl.

       01  INCIDENT-STATUS         PIC X(02) VALUE SPACES.
           88  INCIDENT-OK               VALUE "00".

           COPY incident-tbl.

       01  WS-EOF-SW               PIC X(01) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       LINKAGE SECTION.
       01  IOP-PARM-AREA.
           05  IOP-OPENED          PIC 9(05).
           05  IOP-OUTSTANDING     PIC 9(05).
           05  IOP-UNACKED         PIC 9(05).
           05  IOP-STATUS          PIC X(01).
               88  IOP-SWEPT             VALUE "0".
               88  IOP-FAILED            VALUE "8".

       PROCEDURE DIVISION USING IOP-PARM-AREA.

       0000-MAINLINE.
           MOVE 0 TO IOP-OPENED
           MOVE 0 TO IOP-OUTSTANDING
           MOVE 0 TO IOP-UNACKED
           MOVE "0" TO IOP-STATUS

           PERFORM LOAD-INCIDENT-TABLE
           IF IT-OVERFLOW
               MOVE "8" TO IOP-STATUS
           ELSE
               PERFORM LOAD-ERRROUTE-TABLE
               PERFORM 2000-SWEEP-ERRLOG THRU 2000-EXIT
           END-IF
           PERFORM 3000-COUNT-ONE-INCIDENT
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX > IT-COUNT
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    2000-SWEEP-ERRLOG - every live entry judged once            *
      *----------------------------------------------------------------*
       2000-SWEEP-ERRLOG.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ERROR-LOG
           IF NOT ERROR-LOG-OK
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-JUDGE-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE ERROR-LOG
           .

       2000-EXIT.
           EXIT.

      * Blank severities read as warning, same as everywhere. The
      * batch-program bell ERRWATCH keeps for unruled warnings is a
      * screen habit, not a page, and does not open anything here.
       2100-JUDGE-ONE-ENTRY.
           READ ERROR-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF EL-DATE IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF

           MOVE EL-PROGRAM-ID TO RO-IN-PROGRAM
           MOVE EL-CODE TO RO-IN-CODE
           EVALUATE TRUE
               WHEN EL-SEV-INFO
                   MOVE "I" TO RO-IN-SEVERITY
               WHEN EL-SEV-SEVERE
                   MOVE "S" TO RO-IN-SEVERITY
               WHEN EL-SEV-FATAL
                   MOVE "F" TO RO-IN-SEVERITY
               WHEN OTHER
                   MOVE "W" TO RO-IN-SEVERITY
           END-EVALUATE
           PERFORM FIND-ERROR-ROUTE
           IF RO-IN-SEVERITY NOT = "S"
               AND RO-IN-SEVERITY NOT = "F"
               AND NOT RO-ACT-PAGE
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES TO INCIDENT-REC
           MOVE EL-DATE TO IR-ERR-DATE
           MOVE EL-TIME TO IR-ERR-TIME
           MOVE EL-PROGRAM-ID TO IR-PROGRAM-ID
           MOVE IR-INCIDENT-ID TO IT-IN-ID
           PERFORM FIND-INCIDENT
           IF IT-FOUND
               GO TO 2100-EXIT
           END-IF

           SET IR-EVENT-OPENED TO TRUE
           MOVE "INCDOPEN" TO IR-OPERATOR-ID
           MOVE RO-IN-SEVERITY TO IR-SEVERITY
           MOVE RO-ACTION TO IR-ROUTE
           MOVE EL-PARAGRAPH TO IR-PARAGRAPH
           MOVE EL-CODE TO IR-CODE
           MOVE EL-MESSAGE TO IR-TEXT
           PERFORM WRITE-INCIDENT-EVENT
           PERFORM APPLY-INCIDENT-EVENT
           ADD 1 TO IOP-OPENED
           .

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-COUNT-ONE-INCIDENT - what is still on somebody's desk  *
      *----------------------------------------------------------------*
       3000-COUNT-ONE-INCIDENT.
           IF NOT IT-STATE-CLOSED (IT-IX)
               ADD 1 TO IOP-OUTSTANDING
               IF IT-STATE-OPEN (IT-IX)
                   ADD 1 TO IOP-UNACKED
               END-IF
           END-IF
           .

       9999-EXIT.
           GOBACK.

           COPY errroute-load.

           COPY incident-load.

           COPY incident-write.
