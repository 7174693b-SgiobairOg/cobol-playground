      *          used to be able to run USRRELD too. This menu signs
      *          the operator on once against OPRMAST and offers only
      *          what their authorization level permits:
      *            inquiry     - USRHINQ, USRXINQ, USRNINQ, USRFIND,
      *                          USRRINQ, RPTINQ
      *            maintenance - plus USRMAINT, USRBMNT, PARMMNT,
      *                          USRIDREQ, CONSMNT, the REJREPAR
      *                          reject repair screen, the USRSAR
      *                          subject-access dossier, RELMNT,
      *                          ADDRMNT, SCHDMNT, the INCDMNT
      *                          incident console and the ONCMNT
      *                          on-call roster
      *            supervisor  - plus USRAPPRV, CALMNT, the REFMNT
      *                          country and territory reference
      *                          console and the SCRNMNT screening
      *                          review
      *          The chosen console is CALLed and, defense in depth,
      *          still runs its own sign-on and level gate - the menu
      *          narrows what is offered, the console enforces what
      *          is allowed. The genuinely dangerous programs
      *          (USRRELD, USRRFWD, USRPURGE, USRERASE, RUNLOCK
      *          CLEAR) are deliberately not on any menu: they refuse
      *          for themselves to start below supervisor.
      * Tectonics: cobc
      *
      * Modification History:
      *   Training region - before sign-on the operator picks the
      *   live region or the training one. Training moves the
      *   session into the TRAINING directory TRNSEED builds, so the
      *   sign-on is against the training OPRMAST and every console
      *   CALLed from here opens the training copies by their usual
      *   names; each console sees the TRNREGN marker for itself,
      *   says TRAINING in red and works the training copy of the
      *   table. No seeded region, no training session. A menu
      *   started inside the training directory is already there
      *   and is not asked.
      *   Sanctions screening - SCRNMNT, the review of possible
      *   watchlist hits, joins the supervisor items.
      *   Reservation aging - after sign-on the operator is shown the
      *   notices batch programs have left for them on OPRNOTE since
      *   they last acknowledged any (RSVAGE telling them a
      *   reservation they issued was retired) and may acknowledge
      *   them, which appends an acknowledgment line; unacknowledged
      *   notices come round again at the next sign-on.
      *   Report archive - RPTINQ, the list, search and reprint of
      *   archived report runs, joins the inquiry items; the console
      *   itself holds the reprint back for maintenance level.
      *   On-call paging - ONCMNT, the on-call contacts and roster
      *   the page notifications go out from, joins the maintenance
      *   items.
      *   Reference files - REFMNT, the country and territory
      *   reference console, joins the supervisor items beside the
      *   business-day calendar.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT OPR-NOTE-FILE ASSIGN TO "OPRNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-NOTE-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY oprmast.

       FD  OPR-NOTE-FILE
           RECORDING MODE IS F.
           COPY oprnote.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

       01  OPR-NOTE-STATUS         PIC X(02) VALUE SPACES.
           88  OPR-NOTE-OK               VALUE "00".

           COPY oprsign.

       01  WS-CHOICE               PIC X(02) VALUE SPACES.
           88  WS-DONE                   VALUE "Y".
       01  WS-REFUSED-SW           PIC X(01) VALUE "N".
           88  WS-REFUSED                VALUE "Y".
       01  WS-REGION-CHOICE        PIC X(01) VALUE SPACES.

      * The signed-on operator's notices since their last
      * acknowledgment, oldest first. Past the table they are only
      * counted.
       01  WS-NOTICE-TABLE.
           05  WS-NQ-ENTRY OCCURS 99 TIMES.
               10  WS-NQ-DATE      PIC 9(08).
               10  WS-NQ-PROGRAM   PIC X(08).
               10  WS-NQ-USER-ID   PIC 9(05).
               10  WS-NQ-TEXT      PIC X(60).
       01  WS-NQ-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-NQ-IX                PIC 9(02) COMP VALUE 0.
       01  WS-NQ-MAX               PIC 9(02) COMP VALUE 99.
       01  WS-NQ-MORE              PIC 9(05) VALUE 0.
       01  WS-NOTE-EOF-SW          PIC X(01) VALUE "N".
           88  WS-NOTE-EOF               VALUE "Y".
       01  WS-ACK-CHOICE           PIC X(01) VALUE SPACES.

           COPY region.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "OPRMENU - OPERATIONS MASTER MENU"
           PERFORM 1000-CHOOSE-REGION THRU 1000-EXIT
           PERFORM SHOW-REGION-BANNER
           PERFORM SIGN-ON-OPERATOR
           PERFORM 2000-SHOW-NOTICES THRU 2000-EXIT
           PERFORM 3000-ONE-CHOICE THRU 3000-EXIT
               UNTIL WS-DONE
           DISPLAY "OPRMENU - SESSION ENDED"
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-CHOOSE-REGION - live files or the training copies      *
      *----------------------------------------------------------------*
      * The region is the directory the session runs in. Training
      * means moving into the one TRNSEED built, and only one that
      * carries the TRNREGN marker counts - an empty or half-built
      * directory would have the consoles creating files of their
      * own in it.
       1000-CHOOSE-REGION.
           PERFORM CHECK-REGION
           IF RG-TRAINING
               GO TO 1000-EXIT
           END-IF
           DISPLAY "REGION - L LIVE OR T TRAINING [L]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-REGION-CHOICE
           ACCEPT WS-REGION-CHOICE
           IF WS-REGION-CHOICE NOT = "T"
               AND WS-REGION-CHOICE NOT = "t"
               GO TO 1000-EXIT
           END-IF

           CALL "CBL_CHANGE_DIR" USING RG-TRAINING-DIR
           IF RETURN-CODE = 0
               PERFORM CHECK-REGION
           END-IF
           MOVE 0 TO RETURN-CODE
           IF NOT RG-TRAINING
               DISPLAY "NO TRAINING REGION HAS BEEN SEEDED - A "
                   "SUPERVISOR BUILDS ONE WITH TRNSEED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-SHOW-NOTICES - what the batch left for this operator   *
      *----------------------------------------------------------------*
      * OPRNOTE is append-only: an acknowledgment line covers every
      * notice above it for the same operator, so the unread ones
      * are those after the operator's last acknowledgment.
       2000-SHOW-NOTICES.
           MOVE 0 TO WS-NQ-COUNT
           MOVE 0 TO WS-NQ-MORE
           OPEN INPUT OPR-NOTE-FILE
           IF NOT OPR-NOTE-OK
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-NOTE-EOF-SW
           PERFORM 2100-READ-ONE-NOTE
               UNTIL WS-NOTE-EOF
           CLOSE OPR-NOTE-FILE
           IF WS-NQ-COUNT = 0
               GO TO 2000-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "NOTICES FOR " OS-OPERATOR-ID ":"
           PERFORM 2200-SHOW-ONE-NOTE
               VARYING WS-NQ-IX FROM 1 BY 1
               UNTIL WS-NQ-IX > WS-NQ-COUNT
           IF WS-NQ-MORE > 0
               DISPLAY "  ... AND " WS-NQ-MORE " MORE NOT SHOWN"
           END-IF
           DISPLAY "Acknowledge these notices (Y/N) [N]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ACK-CHOICE
           ACCEPT WS-ACK-CHOICE
           IF WS-ACK-CHOICE NOT = "Y"
               AND WS-ACK-CHOICE NOT = "y"
               DISPLAY "NOT ACKNOWLEDGED - SHOWN AGAIN AT NEXT SIGN-ON"
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO OPR-NOTE-REC
           MOVE OS-OPERATOR-ID TO OPN-TO-OPERATOR
           SET OPN-ACK TO TRUE
           MOVE "OPRMENU" TO OPN-FROM-PROGRAM
           MOVE 0 TO OPN-USER-ID
           PERFORM WRITE-OPERATOR-NOTE
           IF OPR-NOTE-OK
               DISPLAY "NOTICES ACKNOWLEDGED"
           ELSE
               DISPLAY "ACKNOWLEDGMENT NOT RECORDED, STATUS="
                   OPR-NOTE-STATUS
           END-IF
           .

       2000-EXIT.
           EXIT.

       2100-READ-ONE-NOTE.
           READ OPR-NOTE-FILE
               AT END
                   SET WS-NOTE-EOF TO TRUE
               NOT AT END
                   IF OPN-TO-OPERATOR = OS-OPERATOR-ID
                       PERFORM 2110-KEEP-ONE-NOTE
                   END-IF
           END-READ
           .

       2110-KEEP-ONE-NOTE.
           IF OPN-ACK
               MOVE 0 TO WS-NQ-COUNT
               MOVE 0 TO WS-NQ-MORE
           END-IF
           IF OPN-NOTICE
               IF WS-NQ-COUNT < WS-NQ-MAX
                   ADD 1 TO WS-NQ-COUNT
                   MOVE OPN-DATE TO WS-NQ-DATE (WS-NQ-COUNT)
                   MOVE OPN-FROM-PROGRAM
                       TO WS-NQ-PROGRAM (WS-NQ-COUNT)
                   MOVE OPN-USER-ID TO WS-NQ-USER-ID (WS-NQ-COUNT)
                   MOVE OPN-TEXT TO WS-NQ-TEXT (WS-NQ-COUNT)
               ELSE
                   ADD 1 TO WS-NQ-MORE
               END-IF
           END-IF
           .

       2200-SHOW-ONE-NOTE.
           DISPLAY "  " WS-NQ-DATE (WS-NQ-IX) " "
               WS-NQ-PROGRAM (WS-NQ-IX) " USER "
               WS-NQ-USER-ID (WS-NQ-IX) " "
               WS-NQ-TEXT (WS-NQ-IX)
           .

      *----------------------------------------------------------------*
      *    3000-ONE-CHOICE - only what the level permits is offered    *
      *----------------------------------------------------------------*
       3000-ONE-CHOICE.
           DISPLAY " "
           PERFORM SHOW-REGION-BANNER
           DISPLAY "INQUIRY:"
           DISPLAY "   1 - CUSTOMER CHANGE HISTORY   (USRHINQ)"
           DISPLAY "   2 - MERGE CROSS-REFERENCE     (USRXINQ)"
           DISPLAY "   3 - CUSTOMER NOTES            (USRNINQ)"
           DISPLAY "   4 - CUSTOMER SEARCH           (USRFIND)"
           DISPLAY "  14 - CUSTOMER RELATIONSHIPS    (USRRINQ)"
           DISPLAY "  20 - REPORT ARCHIVE            (RPTINQ)"
           IF OS-LEVEL-MAINT OR OS-LEVEL-SUPER
               DISPLAY "MAINTENANCE:"
               DISPLAY "   5 - CUSTOMER MAINTENANCE      (USRMAINT)"
               DISPLAY "   8 - USER-ID ISSUANCE          (USRIDREQ)"
               DISPLAY "   9 - CONTACT PREFERENCES       (CONSMNT)"
               DISPLAY "  10 - REJECT REPAIR             (REJREPAR)"
               DISPLAY "  13 - SUBJECT-ACCESS DOSSIER    (USRSAR)"
               DISPLAY "  15 - RELATIONSHIP MAINTENANCE  (RELMNT)"
               DISPLAY "  16 - CUSTOMER ADDRESSES        (ADDRMNT)"
               DISPLAY "  17 - SCHEDULED CHANGES         (SCHDMNT)"
               DISPLAY "  18 - ERROR INCIDENTS           (INCDMNT)"
               DISPLAY "  21 - ON-CALL ROSTER            (ONCMNT)"
           END-IF
           IF OS-LEVEL-SUPER
               DISPLAY "SUPERVISOR:"
               DISPLAY "  11 - PENDING CHANGE APPROVAL   (USRAPPRV)"
               DISPLAY "  12 - BUSINESS-DAY CALENDAR     (CALMNT)"
               DISPLAY "  22 - COUNTRY/TERRITORY REFERENCE (REFMNT)"
               DISPLAY "  19 - SANCTIONS SCREENING REVIEW (SCRNMNT)"
           END-IF
           DISPLAY "Choice (Q to quit): " WITH NO ADVANCING
           MOVE SPACES TO WS-CHOICE
                       CALL "CALMNT"
                       CANCEL "CALMNT"
                   END-IF
               WHEN "22"
                   PERFORM 4100-NEED-SUPER THRU 4100-EXIT
                   IF NOT WS-REFUSED
                       CALL "REFMNT"
                       CANCEL "REFMNT"
                   END-IF
               WHEN "13"
                   PERFORM 4000-NEED-MAINT THRU 4000-EXIT
                   IF NOT WS-REFUSED
                       CALL "USRSAR"
                       CANCEL "USRSAR"
                   END-IF
               WHEN "14"
                   CALL "USRRINQ"
                   CANCEL "USRRINQ"
               WHEN "15"
                   PERFORM 4000-NEED-MAINT THRU 4000-EXIT
                   IF NOT WS-REFUSED
                       CALL "RELMNT"
                       CANCEL "RELMNT"
                   END-IF
               WHEN "16"
                   PERFORM 4000-NEED-MAINT THRU 4000-EXIT
                   IF NOT WS-REFUSED
                       CALL "ADDRMNT"
                       CANCEL "ADDRMNT"
                   END-IF
               WHEN "17"
                   PERFORM 4000-NEED-MAINT THRU 4000-EXIT
                   IF NOT WS-REFUSED
                       CALL "SCHDMNT"
                       CANCEL "SCHDMNT"
                   END-IF
               WHEN "18"
                   PERFORM 4000-NEED-MAINT THRU 4000-EXIT
                   IF NOT WS-REFUSED
                       CALL "INCDMNT"
                       CANCEL "INCDMNT"
                   END-IF
               WHEN "19"
                   PERFORM 4100-NEED-SUPER THRU 4100-EXIT
                   IF NOT WS-REFUSED
                       CALL "SCRNMNT"
                       CANCEL "SCRNMNT"
                   END-IF
               WHEN "20"
                   CALL "RPTINQ"
                   CANCEL "RPTINQ"
               WHEN "21"
                   PERFORM 4000-NEED-MAINT THRU 4000-EXIT
                   IF NOT WS-REFUSED
                       CALL "ONCMNT"
                       CANCEL "ONCMNT"
                   END-IF
               WHEN OTHER
                   DISPLAY "DID NOT FOLLOW THAT - TRY AGAIN"
           END-EVALUATE
           EXIT.

           COPY oprsign-verify.

           COPY oprnote-write.

           COPY region-check.
