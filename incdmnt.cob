       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCDMNT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Incident console over the INCDREG register. Sweeps
      *          ERRLOG through INCDOPEN first so nothing logged since
      *          the last look is missing, then key O to see every
      *          incident not yet closed, or a program name to see
      *          that program's incidents whatever their state. Each
      *          shows its line number, the ERRLOG entry that opened
      *          it, and who acknowledged and closed it and when. An
      *          open incident can be acknowledged by its line
      *          number, and any incident not yet closed can be
      *          closed with a resolution note - the note is
      *          required, since "closed" with no word of what was
      *          done helps nobody the next time it happens. Closing
      *          an incident nobody acknowledged acknowledges it in
      *          the same breath, under the same operator. Every
      *          action is appended to INCDREG as it is taken;
      *          nothing is rewritten. Maintenance level.
      * Tectonics: cobc
      *
      * Modification History:
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title. Everything it opens by name is then
      *   the training copy OPRMENU moved the session onto.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY incident.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

           COPY oprsign.
       01  INCIDENT-STATUS         PIC X(02) VALUE SPACES.
           88  INCIDENT-OK               VALUE "00".

           COPY incident-tbl.

      * INCDOPEN's parameter area.
       01  WS-IOP-PARM.
           05  WS-IOP-OPENED       PIC 9(05) VALUE 0.
           05  WS-IOP-OUTSTANDING  PIC 9(05) VALUE 0.
           05  WS-IOP-UNACKED      PIC 9(05) VALUE 0.
           05  WS-IOP-STATUS       PIC X(01) VALUE SPACE.
               88  WS-IOP-FAILED         VALUE "8".

       01  WS-SWITCHES.
           05  WS-QUIT-SW          PIC X(01) VALUE "N".
               88  WS-QUIT               VALUE "Y".

       01  WS-SELECT-INPUT         PIC X(15) VALUE SPACES.
           88  WS-SELECT-QUIT            VALUE SPACES "Q" "q".
           88  WS-SELECT-OUTSTANDING     VALUE "O" "o".
       01  WS-SELECT-PROGRAM       PIC X(15) VALUE SPACES.
       01  WS-SELECT-MODE          PIC X(01) VALUE SPACE.
           88  WS-MODE-PROGRAM           VALUE "P".
           88  WS-MODE-OUTSTANDING       VALUE "O".

      * An action keyed as A or C, a space, then a line number of 1
      * to 4 digits, right-justified and zero-filled before it is
      * judged.
       01  WS-ACTION-INPUT         PIC X(08) VALUE SPACES.
       01  WS-ACTION               PIC X(01) VALUE SPACE.
           88  WS-ACTION-ACK             VALUE "A" "a".
           88  WS-ACTION-CLOSE           VALUE "C" "c".
       01  WS-LINE-INPUT           PIC X(04) VALUE SPACES.
       01  WS-LINE-RIGHT           PIC X(04) JUSTIFIED RIGHT
                                   VALUE SPACES.
       01  WS-LINE-NUMBER REDEFINES WS-LINE-RIGHT
                                   PIC 9(04).
       01  WS-LINE-DISP            PIC ZZZ9.

       01  WS-RESOLUTION           PIC X(60) VALUE SPACES.

       01  WS-ITEMS-SHOWN          PIC 9(04) COMP VALUE 0.
       01  WS-STATE-DESC           PIC X(40) VALUE SPACES.

       01  WS-SESSION-TOTALS.
           05  WS-INQUIRIES        PIC 9(05) VALUE 0.
           05  WS-ACKNOWLEDGED     PIC 9(05) VALUE 0.
           05  WS-CLOSED           PIC 9(05) VALUE 0.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "INCDMNT - INCIDENT ACKNOWLEDGE AND CLOSE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           PERFORM SIGN-ON-OPERATOR
           IF OS-LEVEL-INQUIRY
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS INQUIRY-ONLY"
                   " - THIS CONSOLE NEEDS MAINTENANCE LEVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "INCDOPEN" USING WS-IOP-PARM
           IF WS-IOP-OPENED > 0
               DISPLAY WS-IOP-OPENED " NEW INCIDENTS OPENED FROM "
                   "ERRLOG"
           END-IF
           PERFORM LOAD-INCIDENT-TABLE
      * Every action is an append, so a register bigger than the
      * table loses nothing - the console just cannot show the
      * incidents past the table.
           IF IT-OVERFLOW
               DISPLAY "INCDREG HOLDS MORE THAN 5000 INCIDENTS - "
                   "ONLY THE FIRST 5000 CAN BE SHOWN"
           END-IF
           IF IT-COUNT = 0
               DISPLAY "NO INCIDENTS ON INCDREG - NOTHING TO WORK"
               GO TO 9999-EXIT
           END-IF
           DISPLAY WS-IOP-OUTSTANDING " INCIDENTS NOT CLOSED, "
               WS-IOP-UNACKED " NOT YET ACKNOWLEDGED"

           PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
               UNTIL WS-QUIT

           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    2000-ONE-INQUIRY - which incidents, the list, and an action *
      *----------------------------------------------------------------*
       2000-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "O FOR ALL NOT CLOSED, A PROGRAM NAME, OR Q TO "
               "QUIT: " WITH NO ADVANCING
           MOVE SPACES TO WS-SELECT-INPUT
           ACCEPT WS-SELECT-INPUT
           EVALUATE TRUE
               WHEN WS-SELECT-QUIT
                   SET WS-QUIT TO TRUE
                   GO TO 2000-EXIT
               WHEN WS-SELECT-OUTSTANDING
                   SET WS-MODE-OUTSTANDING TO TRUE
               WHEN OTHER
                   SET WS-MODE-PROGRAM TO TRUE
                   MOVE WS-SELECT-INPUT TO WS-SELECT-PROGRAM
                   INSPECT WS-SELECT-PROGRAM CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-EVALUATE
           ADD 1 TO WS-INQUIRIES

           MOVE 0 TO WS-ITEMS-SHOWN
           PERFORM 3000-SHOW-ONE-INCIDENT THRU 3000-EXIT
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX > IT-COUNT
           IF WS-ITEMS-SHOWN = 0
               IF WS-MODE-OUTSTANDING
                   DISPLAY "EVERY INCIDENT IS CLOSED"
               ELSE
                   DISPLAY "NO INCIDENTS FOR " WS-SELECT-PROGRAM
               END-IF
               GO TO 2000-EXIT
           END-IF

           PERFORM 4000-TAKE-ACTION THRU 4000-EXIT
           .

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-SHOW-ONE-INCIDENT - an incident in the selection, with *
      *                             where it stands                    *
      *----------------------------------------------------------------*
       3000-SHOW-ONE-INCIDENT.
           IF WS-MODE-OUTSTANDING
               IF IT-STATE-CLOSED (IT-IX)
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF IT-PROGRAM-ID (IT-IX) NOT = WS-SELECT-PROGRAM
                   GO TO 3000-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-ITEMS-SHOWN

           MOVE SPACES TO WS-STATE-DESC
           EVALUATE TRUE
               WHEN IT-STATE-OPEN (IT-IX)
                   MOVE "OPEN - NOT ACKNOWLEDGED" TO WS-STATE-DESC
               WHEN IT-STATE-ACKED (IT-IX)
                   STRING "ACKNOWLEDGED BY " DELIMITED BY SIZE
                       IT-ACK-BY (IT-IX) DELIMITED BY SPACE
                       INTO WS-STATE-DESC
                   END-STRING
               WHEN OTHER
                   STRING "CLOSED BY " DELIMITED BY SIZE
                       IT-CLOSE-BY (IT-IX) DELIMITED BY SPACE
                       INTO WS-STATE-DESC
                   END-STRING
           END-EVALUATE

           MOVE IT-IX TO WS-LINE-DISP
           DISPLAY " "
           DISPLAY "LINE " WS-LINE-DISP "  " IT-PROGRAM-ID (IT-IX)
               " " IT-SEVERITY (IT-IX) "  LOGGED "
               IT-ERR-DATE (IT-IX) " " IT-ERR-TIME (IT-IX)
               "  " WS-STATE-DESC
           DISPLAY "  " IT-PARAGRAPH (IT-IX) " " IT-CODE (IT-IX)
               " " IT-MESSAGE (IT-IX)
           DISPLAY "  OPENED " IT-OPEN-DATE (IT-IX) " "
               IT-OPEN-TIME (IT-IX)
           IF NOT IT-STATE-OPEN (IT-IX)
               AND IT-ACK-BY (IT-IX) NOT = SPACES
               DISPLAY "  ACKNOWLEDGED " IT-ACK-DATE (IT-IX) " "
                   IT-ACK-TIME (IT-IX) " BY " IT-ACK-BY (IT-IX)
           END-IF
           IF IT-STATE-CLOSED (IT-IX)
               DISPLAY "  CLOSED " IT-CLOSE-DATE (IT-IX) " "
                   IT-CLOSE-TIME (IT-IX) " BY " IT-CLOSE-BY (IT-IX)
               DISPLAY "  RESOLUTION: " IT-RESOLUTION (IT-IX)
           END-IF
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-TAKE-ACTION - acknowledge or close by line number      *
      *----------------------------------------------------------------*
       4000-TAKE-ACTION.
           DISPLAY " "
           DISPLAY "A LINE TO ACKNOWLEDGE, C LINE TO CLOSE (ENTER FOR "
               "NONE): " WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION-INPUT
           ACCEPT WS-ACTION-INPUT
           IF WS-ACTION-INPUT = SPACES
               GO TO 4000-EXIT
           END-IF
           MOVE SPACE TO WS-ACTION
           MOVE SPACES TO WS-LINE-INPUT
           UNSTRING WS-ACTION-INPUT DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-LINE-INPUT
           END-UNSTRING
           IF NOT WS-ACTION-ACK
               AND NOT WS-ACTION-CLOSE
               DISPLAY "KEY A OR C, A SPACE, THEN THE LINE - "
                   "NOTHING DONE"
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE-RIGHT
           UNSTRING WS-LINE-INPUT DELIMITED BY SPACE
               INTO WS-LINE-RIGHT
           END-UNSTRING
           INSPECT WS-LINE-RIGHT REPLACING LEADING SPACE BY ZERO
           IF WS-LINE-NUMBER IS NOT NUMERIC
               OR WS-LINE-NUMBER = 0
               OR WS-LINE-NUMBER > IT-COUNT
               DISPLAY "NO SUCH LINE - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF

           MOVE WS-LINE-NUMBER TO IT-IX
      * The line must be one just listed - a stray number from an
      * earlier list does not reach somebody else's incident.
           IF WS-MODE-PROGRAM
               AND IT-PROGRAM-ID (IT-IX) NOT = WS-SELECT-PROGRAM
               DISPLAY "LINE " WS-LINE-NUMBER " IS NOT IN THIS LIST"
                   " - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF
           IF IT-STATE-CLOSED (IT-IX)
               DISPLAY "LINE " WS-LINE-NUMBER " IS ALREADY CLOSED"
                   " - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF

           IF WS-ACTION-ACK
               IF NOT IT-STATE-OPEN (IT-IX)
                   DISPLAY "LINE " WS-LINE-NUMBER " IS ALREADY "
                       "ACKNOWLEDGED BY " IT-ACK-BY (IT-IX)
                   GO TO 4000-EXIT
               END-IF
               PERFORM 4100-ACKNOWLEDGE
               DISPLAY "INCIDENT ACKNOWLEDGED BY " OS-OPERATOR-ID
               GO TO 4000-EXIT
           END-IF

           DISPLAY "RESOLUTION: " WITH NO ADVANCING
           MOVE SPACES TO WS-RESOLUTION
           ACCEPT WS-RESOLUTION
           IF WS-RESOLUTION = SPACES
               DISPLAY "A CLOSE NEEDS A RESOLUTION - NOTHING DONE"
               GO TO 4000-EXIT
           END-IF
           IF IT-STATE-OPEN (IT-IX)
               PERFORM 4100-ACKNOWLEDGE
           END-IF
           PERFORM 4200-CLOSE
           DISPLAY "INCIDENT CLOSED BY " OS-OPERATOR-ID
           .

       4000-EXIT.
           EXIT.

       4100-ACKNOWLEDGE.
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
           ADD 1 TO WS-ACKNOWLEDGED
           .

       4200-CLOSE.
           MOVE SPACES TO INCIDENT-REC
           SET IR-EVENT-CLOSED TO TRUE
           MOVE IT-INCIDENT-ID (IT-IX) TO IR-INCIDENT-ID
           MOVE OS-OPERATOR-ID TO IR-OPERATOR-ID
           MOVE IT-SEVERITY (IT-IX) TO IR-SEVERITY
           MOVE IT-ROUTE (IT-IX) TO IR-ROUTE
           MOVE IT-PARAGRAPH (IT-IX) TO IR-PARAGRAPH
           MOVE IT-CODE (IT-IX) TO IR-CODE
           MOVE WS-RESOLUTION TO IR-TEXT
           PERFORM WRITE-INCIDENT-EVENT
           PERFORM APPLY-INCIDENT-EVENT
           ADD 1 TO WS-CLOSED
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - the session's totals                       *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "=============================================="
           DISPLAY "INCDMNT SESSION TOTALS"
           DISPLAY "  INQUIRIES      : " WS-INQUIRIES
           DISPLAY "  ACKNOWLEDGED   : " WS-ACKNOWLEDGED
           DISPLAY "  CLOSED         : " WS-CLOSED
           DISPLAY "=============================================="
           .

       9999-EXIT.
           GOBACK.

           COPY oprsign-verify.

           COPY incident-load.

           COPY incident-write.

           COPY region-check.
