      * Date: 2017/04/17
      * Purpose: Introducing my 9-year-old to the world of COBOL
      * Tectonics: cobc
      *
      * Modification History:
      *   Shift handover - SIGN-OFF asks the outgoing operator for
      *   up to five lines of handover notes and keeps them on the
      *   HANDOVER file; SIGN-ON runs HANDRPT and shows the
      *   incoming operator the notes and the state of the shop,
      *   with the full report on HANDOVER.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-NOAH.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operator-master-status.
           SELECT HANDOVER-FILE ASSIGN TO "HANDOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS handover-status-ws.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-LOG
           RECORDING MODE IS F.
           COPY oprmast.

       FD  HANDOVER-FILE
           RECORDING MODE IS F.
           COPY handover.

       WORKING-STORAGE SECTION.
           01  error-log-status-ws PIC X(02) VALUE SPACES.
               88  error-log-ok            VALUE "00".
                   88  shift-ended             VALUE "Y".

           01  known-customer-sw PIC X(01) VALUE "N".
               88  known-customer           VALUE "Y" FALSE "N".

           01  decoration-ws.
               05  banner-pattern-ws   PIC X(05) VALUE '_.~"('.
               05  banner-pointer-ws   PIC 9(03) VALUE 1.
           01  decoration-line-ws PIC X(54) VALUE SPACES.

           01  handover-status-ws PIC X(02) VALUE SPACES.
               88  handover-ok             VALUE "00".
           01  shift-on-date-ws PIC 9(08) VALUE 0.
           01  shift-on-time-ws PIC X(11) VALUE SPACES.
           01  note-text-ws PIC X(70) VALUE SPACES.
           01  note-ix-ws PIC 9(02) VALUE 0.
           01  note-pos-ws PIC 9(04) VALUE 0.
           01  note-row-ws PIC 9(02) VALUE 0.
           01  notes-done-sw PIC X(01) VALUE "N".
               88  notes-done               VALUE "Y".
           01  handover-line-ws PIC X(78) VALUE SPACES.

      * Parameter area HANDRPT fills in for the sign-on screen.
           01  handover-parm-ws.
               05  hp-operator-id-ws   PIC X(08) VALUE SPACES.
               05  hp-status-ws        PIC X(01) VALUE "8".
                   88  hp-written              VALUE "0".
               05  hp-from-operator-ws PIC X(08) VALUE SPACES.
               05  hp-shift-date-ws    PIC 9(08) VALUE 0.
               05  hp-shift-time-ws    PIC X(11) VALUE SPACES.
               05  hp-note-count-ws    PIC 9(02) VALUE 0.
               05  hp-note-text-ws     PIC X(70) OCCURS 5 TIMES.
               05  hp-severe-count-ws  PIC 9(05) VALUE 0.
               05  hp-waiting-count-ws PIC 9(05) VALUE 0.
               05  hp-reject-count-ws  PIC 9(05) VALUE 0.
               05  hp-hrtb-alerts-ws   PIC 9(05) VALUE 0.
               05  hp-feed-alerts-ws   PIC 9(05) VALUE 0.
               05  hp-window-date-ws   PIC 9(08) VALUE 0.
               05  hp-window-step-ws   PIC X(20) VALUE SPACES.
               05  hp-window-event-ws  PIC X(05) VALUE SPACES.
               05  hp-window-time-ws   PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE time-ws TO sl-event-time
           ACCEPT sl-event-date FROM DATE YYYYMMDD

           MOVE sl-event-date TO shift-on-date-ws
           MOVE sl-event-time TO shift-on-time-ws

           OPEN EXTEND SHIFT-LOG
           IF NOT shift-log-ok
               OPEN OUTPUT SHIFT-LOG
           END-IF
           WRITE shift-log-rec
           CLOSE SHIFT-LOG

           PERFORM SHOW-HANDOVER
           .

      * Record the operator signing off at the end of the shift,
      * once they have left their notes for the next one.
       SIGN-OFF.
           PERFORM TAKE-HANDOVER-NOTES
           ACCEPT time-ws FROM TIME
           MOVE operator-name-ws TO sl-operator-name
           MOVE operator-id-ws TO sl-operator-id
           END-ACCEPT
           .

      * What the last shift handed over, and how the shop stands -
      * a summary on screen, the whole of it on HANDOVER.RPT.
       SHOW-HANDOVER.
           MOVE operator-id-ws TO hp-operator-id-ws
           CALL "HANDRPT" USING handover-parm-ws
           IF NOT hp-written
               DISPLAY "HANDOVER REPORT COULD NOT BE WRITTEN" AT 1305
                   WITH FOREGROUND-COLOR 4
               END-DISPLAY
           ELSE
               MOVE SPACES TO handover-line-ws
               IF hp-from-operator-ws = SPACES
                   MOVE "No handover on file - see HANDOVER.RPT"
                       TO handover-line-ws
               ELSE
                   STRING "Handover from " DELIMITED BY SIZE
                       hp-from-operator-ws DELIMITED BY SPACE
                       ", shift from " DELIMITED BY SIZE
                       hp-shift-date-ws DELIMITED BY SIZE
                       " - see HANDOVER.RPT" DELIMITED BY SIZE
                       INTO handover-line-ws
                   END-STRING
               END-IF
               DISPLAY handover-line-ws AT 1305 WITH
                   FOREGROUND-COLOR 3
               END-DISPLAY
               PERFORM SHOW-ONE-NOTE
                   VARYING note-ix-ws FROM 1 BY 1
                   UNTIL note-ix-ws > hp-note-count-ws
               MOVE SPACES TO handover-line-ws
               STRING "Severe errors " hp-severe-count-ws
                   DELIMITED BY SIZE
                   "  Waiting changes " hp-waiting-count-ws
                   DELIMITED BY SIZE
                   "  New rejects " hp-reject-count-ws
                   DELIMITED BY SIZE
                   INTO handover-line-ws
               END-STRING
               DISPLAY handover-line-ws AT 1905
               MOVE SPACES TO handover-line-ws
               STRING "Watchdog alerts HRTBWTCH " hp-hrtb-alerts-ws
                   DELIMITED BY SIZE
                   "  FEEDWTCH " hp-feed-alerts-ws DELIMITED BY SIZE
                   INTO handover-line-ws
               END-STRING
               DISPLAY handover-line-ws AT 2005
               MOVE SPACES TO handover-line-ws
               STRING "Batch window " hp-window-date-ws
                   DELIMITED BY SIZE
                   " last " hp-window-step-ws DELIMITED BY SPACE
                   " " hp-window-event-ws DELIMITED BY SPACE
                   " " hp-window-time-ws DELIMITED BY SIZE
                   INTO handover-line-ws
               END-STRING
               DISPLAY handover-line-ws AT 2105
           END-IF
           .

       SHOW-ONE-NOTE.
           COMPUTE note-pos-ws = (13 + note-ix-ws) * 100 + 7
           DISPLAY hp-note-text-ws (note-ix-ws) AT note-pos-ws
           .

      * Up to five lines for the next shift; an empty line finishes.
      * The header line goes down even with no notes, so the next
      * sign-on still knows when this shift started.
       TAKE-HANDOVER-NOTES.
           PERFORM CLEAR-HANDOVER-ROW
               VARYING note-row-ws FROM 13 BY 1
               UNTIL note-row-ws > 21
           DISPLAY "Handover notes for the next shift - empty line "
               "to finish:" AT 1305 WITH FOREGROUND-COLOR 3
           END-DISPLAY

           ACCEPT time-ws FROM TIME
           MOVE SPACES TO handover-rec
           MOVE operator-id-ws TO ho-operator-id
           MOVE shift-on-date-ws TO ho-on-date
           MOVE shift-on-time-ws TO ho-on-time
           ACCEPT ho-off-date FROM DATE YYYYMMDD
           MOVE time-ws TO ho-off-time
           MOVE 0 TO ho-line-no

           OPEN EXTEND HANDOVER-FILE
           IF NOT handover-ok
               OPEN OUTPUT HANDOVER-FILE
           END-IF
           IF NOT handover-ok
               DISPLAY "HANDOVER FILE UNAVAILABLE - NOTES NOT KEPT"
                   AT 1405 WITH FOREGROUND-COLOR 4
               END-DISPLAY
           ELSE
               WRITE handover-rec
               MOVE "N" TO notes-done-sw
               MOVE 0 TO note-ix-ws
               PERFORM TAKE-ONE-NOTE
                   UNTIL notes-done
               CLOSE HANDOVER-FILE
           END-IF
           .

       TAKE-ONE-NOTE.
           ADD 1 TO note-ix-ws
           COMPUTE note-pos-ws = (13 + note-ix-ws) * 100 + 5
           MOVE SPACES TO note-text-ws
           ACCEPT note-text-ws AT note-pos-ws
           IF note-text-ws = SPACES
               SET notes-done TO TRUE
           ELSE
               MOVE note-ix-ws TO ho-line-no
               MOVE note-text-ws TO ho-text
               WRITE handover-rec
               IF note-ix-ws NOT < 5
                   SET notes-done TO TRUE
               END-IF
           END-IF
           .

       CLEAR-HANDOVER-ROW.
           COMPUTE note-pos-ws = note-row-ws * 100 + 1
           DISPLAY " " AT note-pos-ws WITH BLANK LINE
           .

           COPY errorlog-write.

           COPY shopparm-read.
