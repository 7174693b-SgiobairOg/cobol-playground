      *   warning shows, info counts silently), with the old
      *   batch-program list still belling unruled warnings so the
      *   bridge's habits survive the cutover.
      *   Incidents - every severe or fatal entry, and every entry
      *   the rules page, now opens an incident on the INCDREG
      *   register through INCDOPEN, at start and as such entries
      *   arrive, and the screen carries how many incidents are
      *   not closed and how many nobody has acknowledged. Mode A
      *   signs the operator on and walks the unacknowledged
      *   incidents so they can be acknowledged by line, or all
      *   at once; INCDMNT closes them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERR-ROUTE-FILE ASSIGN TO "ERRROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS err-route-status.
           SELECT INCIDENT-FILE ASSIGN TO "INCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY errroute.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY incident.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       WORKING-STORAGE SECTION.
       01  error-log-status-ws PIC X(02) VALUE SPACES.
           88  error-log-ok            VALUE "00".

           COPY errroute-tbl.

       01  INCIDENT-STATUS PIC X(02) VALUE SPACES.
           88  INCIDENT-OK             VALUE "00".

           COPY incident-tbl.

       01  OPERATOR-MASTER-STATUS PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK      VALUE "00".

           COPY oprsign.

      * INCDOPEN's parameter area.
       01  incident-parm-ws.
           05  ip-opened-ws        PIC 9(5) VALUE 0.
           05  ip-outstanding-ws   PIC 9(5) VALUE 0.
           05  ip-unacked-ws       PIC 9(5) VALUE 0.
           05  ip-status-ws        PIC X(01) VALUE SPACE.
               88  ip-failed               VALUE "8".
       01  incident-due-sw PIC X(01) VALUE "N".
           88  incident-due            VALUE "Y".

       01  incident-line-ws.
           05  FILLER              PIC X(11) VALUE "INCIDENTS: ".
           05  il-outstanding-ws   PIC ZZZZ9.
           05  FILLER              PIC X(17)
                                   VALUE " NOT CLOSED,     ".
           05  il-unacked-ws       PIC ZZZZ9.
           05  FILLER              PIC X(20)
                                   VALUE " NOT ACKNOWLEDGED   ".

      * Acknowledge mode - the unacknowledged incidents listed by
      * line for the signed-on operator.
       01  ack-switches-ws.
           05  ack-done-sw         PIC X(01) VALUE "N".
               88  ack-done                VALUE "Y".
       01  ack-input-ws PIC X(04) VALUE SPACES.
           88  ack-input-finish        VALUE SPACES.
           88  ack-input-all           VALUE "ALL" "all".
       01  ack-line-right-ws PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       01  ack-line-number-ws REDEFINES ack-line-right-ws PIC 9(4).
       01  ack-line-disp-ws PIC ZZZ9.
       01  ack-shown-ws PIC 9(4) VALUE 0.
       01  ack-taken-ws PIC 9(5) VALUE 0.

       01  counted-quietly-ws PIC 9(5) VALUE 0.

       77  time-ws PIC 99B99B99B99.
       01  display-mode-ws PIC X(01) VALUE "F".
           88  display-mode-full           VALUE "F".
           88  display-mode-plain          VALUE "P".
           88  display-mode-ack            VALUE "A".
       01  command-line-ws PIC X(20) VALUE SPACES.

       01  scan-switches-ws.
               DISPLAY "F - full screen mode, P - plain console mode"
                   AT 0110
               END-DISPLAY
               DISPLAY "A - acknowledge incidents" AT 0160
               END-DISPLAY
               DISPLAY "Mode [F]: " AT 0210
               END-DISPLAY
               ACCEPT display-mode-ws AT 0221
               END-IF
           END-IF

      * Acknowledging is a sitting of its own on the plain console,
      * not something squeezed into the watch loop - the watch never
      * waits on a keystroke.
           IF display-mode-ack
               PERFORM ACKNOWLEDGE-INCIDENTS THRU ACK-EXIT
               STOP RUN
           END-IF

           IF display-mode-full
               DISPLAY "ERRWATCH - LIVE ERROR MONITOR" AT 0110 WITH
                   FOREGROUND-COLOR 2
      * arrives from here on.
           PERFORM COUNT-EXISTING-ENTRIES
           PERFORM LOAD-ERRROUTE-TABLE
      * Anything logged before the watch started still gets its
      * incident - it only is not shown again.
           PERFORM SWEEP-INCIDENTS
           GO TO L1.

       L1.
           IF NOT error-log-ok
               GO TO SCAN-EXIT
           END-IF
           MOVE "N" TO incident-due-sw
           PERFORM SCAN-ONE-ENTRY UNTIL scan-eof
           CLOSE ERROR-LOG
           MOVE record-ix-ws TO seen-count-ws
           IF incident-due
               PERFORM SWEEP-INCIDENTS
           END-IF
           .

       SCAN-EXIT.
           PERFORM TEST-BATCH-PROGRAM
           PERFORM TALLY-SHIFT-COUNT
           PERFORM JUDGE-ROUTE
           IF RO-IN-SEVERITY = "S" OR RO-IN-SEVERITY = "F"
               OR RO-ACT-PAGE
               MOVE "Y" TO incident-due-sw
           END-IF

           IF RO-ACT-COUNT
               ADD 1 TO counted-quietly-ws
           END-DISPLAY
           .

      * Open incidents for whatever needs one and put the standing
      * count where the bridge can see it.
       SWEEP-INCIDENTS.
           CALL "INCDOPEN" USING incident-parm-ws
           MOVE ip-outstanding-ws TO il-outstanding-ws
           MOVE ip-unacked-ws TO il-unacked-ws
           IF display-mode-full
               IF ip-unacked-ws > 0
                   DISPLAY incident-line-ws AT 0610 WITH
                       FOREGROUND-COLOR 4
                   END-DISPLAY
               ELSE
                   DISPLAY incident-line-ws AT 0610
                   END-DISPLAY
               END-IF
           ELSE
               IF ip-opened-ws > 0
                   DISPLAY "    " incident-line-ws
               END-IF
           END-IF
           .

      * Any signed-on operator may acknowledge - it says "I have
      * it", and changes nothing but the register.
       ACKNOWLEDGE-INCIDENTS.
           DISPLAY "ERRWATCH - ACKNOWLEDGE INCIDENTS"
           PERFORM SIGN-ON-OPERATOR
           CALL "INCDOPEN" USING incident-parm-ws
           IF ip-failed
               DISPLAY "INCDREG HOLDS MORE THAN THE TABLE - NEW "
                   "ENTRIES COULD NOT BE OPENED"
           END-IF
           PERFORM LOAD-INCIDENT-TABLE
           MOVE 0 TO ack-taken-ws
           MOVE "N" TO ack-done-sw
           PERFORM ACK-ONE-ROUND THRU ACK-ROUND-EXIT
               UNTIL ack-done
           DISPLAY "ERRWATCH - " ack-taken-ws
               " INCIDENTS ACKNOWLEDGED BY " OS-OPERATOR-ID
           .

       ACK-EXIT.
           EXIT.

       ACK-ONE-ROUND.
           MOVE 0 TO ack-shown-ws
           PERFORM LIST-ONE-UNACKED
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX > IT-COUNT
           IF ack-shown-ws = 0
               DISPLAY "NOTHING WAITING FOR ACKNOWLEDGMENT"
               MOVE "Y" TO ack-done-sw
               GO TO ACK-ROUND-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "LINE TO ACKNOWLEDGE, ALL, OR ENTER TO FINISH: "
               WITH NO ADVANCING
           MOVE SPACES TO ack-input-ws
           ACCEPT ack-input-ws
           EVALUATE TRUE
               WHEN ack-input-finish
                   MOVE "Y" TO ack-done-sw
               WHEN ack-input-all
                   PERFORM ACK-IF-UNACKED
                       VARYING IT-IX FROM 1 BY 1
                       UNTIL IT-IX > IT-COUNT
               WHEN OTHER
                   MOVE SPACES TO ack-line-right-ws
                   UNSTRING ack-input-ws DELIMITED BY SPACE
                       INTO ack-line-right-ws
                   END-UNSTRING
                   INSPECT ack-line-right-ws
                       REPLACING LEADING SPACE BY ZERO
                   IF ack-line-number-ws IS NOT NUMERIC
                       OR ack-line-number-ws = 0
                       OR ack-line-number-ws > IT-COUNT
                       DISPLAY "NO SUCH LINE - NOTHING ACKNOWLEDGED"
                       GO TO ACK-ROUND-EXIT
                   END-IF
                   MOVE ack-line-number-ws TO IT-IX
                   IF NOT IT-STATE-OPEN (IT-IX)
                       DISPLAY "LINE " ack-line-number-ws
                           " IS NOT WAITING - NOTHING ACKNOWLEDGED"
                       GO TO ACK-ROUND-EXIT
                   END-IF
                   PERFORM ACK-IF-UNACKED
           END-EVALUATE
           .

       ACK-ROUND-EXIT.
           EXIT.

       LIST-ONE-UNACKED.
           IF IT-STATE-OPEN (IT-IX)
               ADD 1 TO ack-shown-ws
               MOVE IT-IX TO ack-line-disp-ws
               DISPLAY "LINE " ack-line-disp-ws "  "
                   IT-SEVERITY (IT-IX) " " IT-PROGRAM-ID (IT-IX)
                   " " IT-ERR-DATE (IT-IX) " " IT-ERR-TIME (IT-IX)
               DISPLAY "      " IT-CODE (IT-IX) " "
                   IT-MESSAGE (IT-IX)
           END-IF
           .

       ACK-IF-UNACKED.
           IF IT-STATE-OPEN (IT-IX)
               MOVE SPACES TO INCIDENT-REC
               SET IR-EVENT-ACKED TO TRUE
               MOVE IT-INCIDENT-ID (IT-IX) TO IR-INCIDENT-ID
               MOVE OS-OPERATOR-ID TO IR-OPERATOR-ID
               MOVE IT-SEVERITY (IT-IX) TO IR-SEVERITY
               MOVE IT-ROUTE (IT-IX) TO IR-ROUTE
               MOVE IT-PARAGRAPH (IT-IX) TO IR-PARAGRAPH
               MOVE IT-CODE (IT-IX) TO IR-CODE
               PERFORM WRITE-INCIDENT-EVENT
               PERFORM APPLY-INCIDENT-EVENT
               ADD 1 TO ack-taken-ws
           END-IF
           .

           COPY errroute-load.

           COPY incident-load.

           COPY incident-write.

           COPY oprsign-verify.
