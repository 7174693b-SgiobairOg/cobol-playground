      *          it purged. An empty or missing live log is left
      *          alone rather than cutting an empty generation.
      * Tectonics: cobc
      *
      * Modification History:
      *   Incidents - ERRLOG is swept through INCDOPEN before it is
      *   cut, so a severe or fatal entry logged after the last
      *   sweep still gets its incident on INCDREG before it leaves
      *   the live file for a generation.
      *   Incident roll - once ERRLOG has been cut, incidents closed
      *   more than 7 days ago are moved off the INCDREG register,
      *   every event of each, to a dated INCDREG.Gyyyymmdd
      *   generation, catalogued and purged like the logs. The
      *   register is left holding what is open or recently closed,
      *   so the readers that net it into core never outgrow their
      *   table. ERRRPT reads the generations for its response times.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATALOG-FILE ASSIGN TO "LOGARCH.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT INCIDENT-WORK ASSIGN TO "INCDREG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCD-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER              PIC X(01).
           05  CAT-FILE-NAME       PIC X(20).

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY incident.

       FD  INCIDENT-WORK
           RECORDING MODE IS F.
       01  INCIDENT-WORK-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LIVE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LIVE-OK                VALUE "00".
       01  WS-CATALOG-STATUS       PIC X(02) VALUE SPACES.
           88  WS-CATALOG-OK             VALUE "00".

       01  INCIDENT-STATUS         PIC X(02) VALUE SPACES.
           88  INCIDENT-OK               VALUE "00".
           88  INCIDENT-NOT-FOUND        VALUE "35".

       01  WS-INCD-WORK-STATUS     PIC X(02) VALUE SPACES.
           88  WS-INCD-WORK-OK           VALUE "00".

       01  WS-LIVE-NAME            PIC X(20) VALUE SPACES.
       01  WS-GEN-NAME             PIC X(20) VALUE SPACES.

       01  WS-CUTOFF-DAY           PIC 9(07) VALUE 0.
       01  WS-GEN-DAY              PIC 9(07) VALUE 0.

      * An incident stays on the live register this many days after
      * it is closed, so INCDMNT still shows last week's closures.
       01  WS-INCIDENT-KEEP-DAYS   PIC 9(03) VALUE 7.
       01  WS-INCIDENT-CUTOFF-DAY  PIC 9(07) VALUE 0.
       01  WS-EVENT-DAY            PIC 9(07) VALUE 0.

      * The three logs this shop lets grow forever.
       01  WS-LOG-NAMES.
           05  FILLER              PIC X(08) VALUE "ERRLOG".
               88  WS-LIVE-EOF           VALUE "Y".
           05  WS-CAT-EOF-SW       PIC X(01) VALUE "N".
               88  WS-CAT-EOF            VALUE "Y".
           05  WS-INCD-EOF-SW      PIC X(01) VALUE "N".
               88  WS-INCD-EOF           VALUE "Y".
           05  WS-ERRLOG-CLEAR-SW  PIC X(01) VALUE "N".
               88  WS-ERRLOG-CLEAR       VALUE "Y".
           05  WS-ROLL-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-ROLL-FOUND         VALUE "Y".
           05  WS-ROLL-FULL-SW     PIC X(01) VALUE "N".
               88  WS-ROLL-FULL          VALUE "Y".

       01  WS-ROLL-COUNTS.
           05  WS-RECORDS-COPIED   PIC 9(07) VALUE 0.
           05  WS-LOGS-ROLLED      PIC 9(02) VALUE 0.
           05  WS-GENS-PURGED      PIC 9(03) VALUE 0.
           05  WS-INCD-READ        PIC 9(07) VALUE 0.
           05  WS-INCD-ROLLED      PIC 9(07) VALUE 0.
           05  WS-INCD-KEPT        PIC 9(07) VALUE 0.
           05  WS-INCD-COPIED      PIC 9(07) VALUE 0.
           05  WS-INCIDENTS-ROLLED PIC 9(05) VALUE 0.

      * The incidents this run rolls - each closed before the
      * cutoff. A register with more than the table holds rolls
      * the first of them now and the rest on the next run.
       01  WS-ROLL-TABLE.
           05  WS-ROLL-ID          PIC X(34) OCCURS 5000 TIMES.
       01  WS-ROLL-USED            PIC 9(04) COMP VALUE 0.
       01  WS-ROLL-IX              PIC 9(04) COMP VALUE 0.
       01  WS-ROLL-MAX             PIC 9(04) COMP VALUE 5000.
       01  WS-ROLL-IN-ID           PIC X(34) VALUE SPACES.

      * In-core copy of the catalog while the purge pass decides
      * which generations stay. Sized for the longest retention the
      * command line accepts - 999 days of all three logs and the
      * incident register - and if the file somehow holds more than
      * that, the purge pass backs off rather than rewriting a
      * catalog it only partly read.
       01  WS-CATALOG-TABLE        VALUE SPACES.
           05  WS-CAT-ENTRY OCCURS 4000 TIMES.
               10  WS-CAT-LOG      PIC X(08).
               10  WS-CAT-DATE     PIC 9(08).
               10  WS-CAT-FILE     PIC X(20).
       01  WS-CAT-IX               PIC 9(04) COMP VALUE 0.
       01  WS-KEEP-USED            PIC 9(04) COMP VALUE 0.

      * INCDOPEN's parameter area.
       01  WS-IOP-PARM.
           05  WS-IOP-OPENED       PIC 9(05) VALUE 0.
           05  WS-IOP-OUTSTANDING  PIC 9(05) VALUE 0.
           05  WS-IOP-UNACKED      PIC 9(05) VALUE 0.
           05  WS-IOP-STATUS       PIC X(01) VALUE SPACE.
               88  WS-IOP-FAILED         VALUE "8".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-SWEEP-INCIDENTS
           PERFORM 2000-ROLL-ONE-LOG THRU 2000-EXIT
               VARYING WS-LOG-IX FROM 1 BY 1
               UNTIL WS-LOG-IX > 3
           PERFORM 4000-ROLL-INCIDENTS THRU 4000-EXIT
           PERFORM 5000-PURGE-OLD-GENERATIONS THRU 5000-EXIT
           PERFORM 8000-TERMINATE
           STOP RUN.
           END-IF
           .

      *----------------------------------------------------------------*
      *    1500-SWEEP-INCIDENTS - open what ERRLOG still owes the      *
      *                           incident register before the cut    *
      *----------------------------------------------------------------*
       1500-SWEEP-INCIDENTS.
           CALL "INCDOPEN" USING WS-IOP-PARM
           IF WS-IOP-FAILED
               DISPLAY "LOGARCH - INCDREG HOLDS MORE THAN INCDOPEN "
                   "CAN NET - NO INCIDENTS OPENED BEFORE THE ROLL"
           ELSE
               DISPLAY "LOGARCH - " WS-IOP-OPENED
                   " INCIDENTS OPENED BEFORE THE ROLL, "
                   WS-IOP-OUTSTANDING " NOT CLOSED"
           END-IF
           .

      *----------------------------------------------------------------*
      *    2000-ROLL-ONE-LOG - cut one live log over to its dated      *
      *                        generation and start it fresh           *
      *----------------------------------------------------------------*
       3000-CATALOG-GENERATION.
           MOVE SPACES TO CATALOG-REC
           MOVE WS-LIVE-NAME TO CAT-LOG-NAME
           MOVE WS-TODAY TO CAT-GEN-DATE
           MOVE WS-GEN-NAME TO CAT-FILE-NAME
           OPEN EXTEND CATALOG-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-ROLL-INCIDENTS - move incidents closed before the      *
      *                          cutoff, every event of each, off      *
      *                          INCDREG to today's generation         *
      *----------------------------------------------------------------*
      * INCDOPEN knows an ERRLOG entry already has its incident by
      * finding it on the register, so an incident may only leave
      * the register once its entry has left the live ERRLOG - the
      * roll waits for ERRLOG to have been cut.
       4000-ROLL-INCIDENTS.
           PERFORM 4100-TEST-ERRLOG-CLEAR
           IF NOT WS-ERRLOG-CLEAR
               DISPLAY "  INCDREG NOT ROLLED - ERRLOG WAS NOT CUT"
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO WS-LIVE-NAME
           MOVE "INCDREG" TO WS-LIVE-NAME
           MOVE SPACES TO WS-GEN-NAME
           STRING "INCDREG.G" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-OK
               CLOSE GENERATION-FILE
               DISPLAY "  INCDREG ALREADY ROLLED TODAY - SKIPPED"
               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-INCIDENT-CUTOFF-DAY =
               WS-TODAY-DAY - WS-INCIDENT-KEEP-DAYS

           MOVE 0 TO WS-ROLL-USED
           MOVE "N" TO WS-ROLL-FULL-SW
           MOVE "N" TO WS-INCD-EOF-SW
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-NOT-FOUND
               DISPLAY "  INCDREG NOT ON FILE - NOTHING TO ROLL"
               GO TO 4000-EXIT
           END-IF
           IF NOT INCIDENT-OK
               DISPLAY "  UNABLE TO OPEN INCDREG, STATUS="
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4200-PICK-ONE-CLOSE THRU 4200-EXIT
               UNTIL WS-INCD-EOF
           CLOSE INCIDENT-FILE
           IF WS-ROLL-USED = 0
               DISPLAY "  INCDREG HOLDS NOTHING CLOSED "
                   WS-INCIDENT-KEEP-DAYS " DAYS AGO - NOTHING TO ROLL"
               GO TO 4000-EXIT
           END-IF

      * Split the register: the picked incidents to the generation,
      * everything else to the work file.
           MOVE 0 TO WS-INCD-READ
           MOVE 0 TO WS-INCD-ROLLED
           MOVE 0 TO WS-INCD-KEPT
           MOVE "N" TO WS-INCD-EOF-SW
           OPEN INPUT INCIDENT-FILE
           IF NOT INCIDENT-OK
               DISPLAY "  UNABLE TO OPEN INCDREG, STATUS="
                   INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT GENERATION-FILE
           IF NOT WS-GEN-OK
               DISPLAY "  UNABLE TO OPEN " WS-GEN-NAME
                   ", STATUS=" WS-GEN-STATUS
               CLOSE INCIDENT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT INCIDENT-WORK
           IF NOT WS-INCD-WORK-OK
               DISPLAY "  UNABLE TO OPEN INCDREG.WRK, STATUS="
                   WS-INCD-WORK-STATUS
               CLOSE INCIDENT-FILE
               CLOSE GENERATION-FILE
               DELETE FILE GENERATION-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4300-SPLIT-ONE-EVENT
               UNTIL WS-INCD-EOF
           CLOSE INCIDENT-FILE
           CLOSE GENERATION-FILE
           CLOSE INCIDENT-WORK

      * Until the register is started over nothing has moved - a
      * failure here drops the generation and leaves INCDREG whole.
           MOVE 0 TO WS-INCD-COPIED
           MOVE "N" TO WS-INCD-EOF-SW
           OPEN INPUT INCIDENT-WORK
           IF NOT WS-INCD-WORK-OK
               DISPLAY "  UNABLE TO REOPEN INCDREG.WRK, STATUS="
                   WS-INCD-WORK-STATUS " - INCDREG NOT ROLLED"
               DELETE FILE GENERATION-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT INCIDENT-FILE
           IF NOT INCIDENT-OK
               DISPLAY "  UNABLE TO REWRITE INCDREG, STATUS="
                   INCIDENT-STATUS " - INCDREG NOT ROLLED"
               CLOSE INCIDENT-WORK
               DELETE FILE INCIDENT-WORK
               DELETE FILE GENERATION-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4400-COPY-ONE-EVENT-BACK
               UNTIL WS-INCD-EOF
           CLOSE INCIDENT-WORK
           CLOSE INCIDENT-FILE

           PERFORM 3000-CATALOG-GENERATION
           MOVE WS-ROLL-USED TO WS-INCIDENTS-ROLLED
           DISPLAY "  INCDREG ROLLED TO " WS-GEN-NAME " ("
               WS-INCIDENTS-ROLLED " INCIDENTS, " WS-INCD-ROLLED
               " EVENTS)"
           IF WS-ROLL-FULL
               DISPLAY "  MORE THAN " WS-ROLL-MAX " INCIDENTS WERE "
                   "DUE - THE REST ROLL ON THE NEXT RUN"
           END-IF

      * A short copy leaves the rest of the register in the work
      * file for the operator to put back.
           IF WS-INCD-COPIED NOT = WS-INCD-KEPT
               DISPLAY "  INCDREG REWRITE SHORT - " WS-INCD-COPIED
                   " OF " WS-INCD-KEPT " EVENTS, THE REST ARE ON "
                   "INCDREG.WRK"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           DELETE FILE INCIDENT-WORK
           .

       4000-EXIT.
           EXIT.

      * Cut this run, cut earlier today, or nothing to cut: either
      * way the live ERRLOG holds nothing from before today.
       4100-TEST-ERRLOG-CLEAR.
           MOVE "N" TO WS-ERRLOG-CLEAR-SW
           MOVE SPACES TO WS-GEN-NAME
           STRING "ERRLOG.G" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-OK
               CLOSE GENERATION-FILE
               MOVE "Y" TO WS-ERRLOG-CLEAR-SW
           ELSE
               MOVE SPACES TO WS-LIVE-NAME
               MOVE "ERRLOG" TO WS-LIVE-NAME
               MOVE "N" TO WS-LIVE-EOF-SW
               OPEN INPUT LIVE-LOG
               IF WS-LIVE-NOT-FOUND
                   MOVE "Y" TO WS-ERRLOG-CLEAR-SW
               END-IF
               IF WS-LIVE-OK
                   READ LIVE-LOG
                       AT END
                           MOVE "Y" TO WS-ERRLOG-CLEAR-SW
                   END-READ
                   CLOSE LIVE-LOG
               END-IF
           END-IF
           .

      * The close is what dates an incident for the roll; any later
      * event for it is one the netting ignores, and goes with it.
       4200-PICK-ONE-CLOSE.
           READ INCIDENT-FILE
               AT END
                   SET WS-INCD-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ
           IF NOT IR-EVENT-CLOSED
               OR IR-EVENT-DATE IS NOT NUMERIC
               GO TO 4200-EXIT
           END-IF
           COMPUTE WS-EVENT-DAY =
               FUNCTION INTEGER-OF-DATE (IR-EVENT-DATE)
           IF WS-EVENT-DAY NOT < WS-INCIDENT-CUTOFF-DAY
               GO TO 4200-EXIT
           END-IF
           MOVE IR-INCIDENT-ID TO WS-ROLL-IN-ID
           PERFORM 4250-FIND-ROLL-ID
           IF WS-ROLL-FOUND
               GO TO 4200-EXIT
           END-IF
           IF WS-ROLL-USED < WS-ROLL-MAX
               ADD 1 TO WS-ROLL-USED
               MOVE WS-ROLL-IN-ID TO WS-ROLL-ID (WS-ROLL-USED)
           ELSE
               MOVE "Y" TO WS-ROLL-FULL-SW
           END-IF
           .

       4200-EXIT.
           EXIT.

       4250-FIND-ROLL-ID.
           MOVE "N" TO WS-ROLL-FOUND-SW
           MOVE 1 TO WS-ROLL-IX
           PERFORM 4260-MATCH-ONE-ROLL-ID
               UNTIL WS-ROLL-FOUND OR WS-ROLL-IX > WS-ROLL-USED
           .

       4260-MATCH-ONE-ROLL-ID.
           IF WS-ROLL-ID (WS-ROLL-IX) = WS-ROLL-IN-ID
               MOVE "Y" TO WS-ROLL-FOUND-SW
           ELSE
               ADD 1 TO WS-ROLL-IX
           END-IF
           .

       4300-SPLIT-ONE-EVENT.
           READ INCIDENT-FILE
               AT END
                   SET WS-INCD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INCD-READ
                   MOVE IR-INCIDENT-ID TO WS-ROLL-IN-ID
                   PERFORM 4250-FIND-ROLL-ID
                   IF WS-ROLL-FOUND
                       WRITE GENERATION-REC FROM INCIDENT-REC
                       ADD 1 TO WS-INCD-ROLLED
                   ELSE
                       WRITE INCIDENT-WORK-REC FROM INCIDENT-REC
                       ADD 1 TO WS-INCD-KEPT
                   END-IF
           END-READ
           .

       4400-COPY-ONE-EVENT-BACK.
           READ INCIDENT-WORK
               AT END
                   SET WS-INCD-EOF TO TRUE
               NOT AT END
                   MOVE INCIDENT-WORK-REC TO INCIDENT-REC
                   WRITE INCIDENT-REC
                   ADD 1 TO WS-INCD-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5000-PURGE-OLD-GENERATIONS - load the catalog, delete every *
      *                                 generation past the retention  *
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-LOAD-ONE-ENTRY
               UNTIL WS-CAT-EOF OR WS-CAT-USED NOT < 4000
           CLOSE CATALOG-FILE

      * Stopped on the table limit instead of end of file: entries
      * past the limit were never read, and rewriting the catalog
      * now would silently drop them and orphan their generations.
           IF NOT WS-CAT-EOF
               DISPLAY "  LOGARCH.CAT HOLDS MORE THAN 4000 ENTRIES"
                   " - PURGE SKIPPED THIS RUN"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
