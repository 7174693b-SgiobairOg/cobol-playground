       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCNOTFY.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: On-call notification sweep. A page used to be a
      *          return code and an ERRROUTE "page" a line on a
      *          screen - nobody was actually told. The scheduler
      *          runs this every few minutes, beside the watchdogs,
      *          and PAGEOUT CALLs it the moment a page is raised.
      *          Each run first has INCDOPEN open incidents for any
      *          new ERRLOG entries (those the ERRROUTE rules page
      *          come up routed P), then walks every page incident on
      *          INCDREG against the NOTIFLOG delivery log:
      *            - a page nobody has been told about goes on the
      *              NOTIFYQ queue for the mail/SMS gateway,
      *              addressed to the primary on call at this moment
      *              by the ONCALL roster (the backup when the primary
      *              is not a known contact);
      *            - a page still unacknowledged ONCPARM's escalation
      *              time after that (minutes in cols 1-3, default 15)
      *              is queued again to the backup on call now;
      *            - a page acknowledged or closed at INCDMNT or
      *              ERRWATCH after its notice went out has the
      *              acknowledgment, who and when, logged against it.
      *          Every notice queued is a delivery log line naming the
      *          contact, channel, address and roster slot. A page
      *          no roster slot or contact covers is logged once as
      *          unaddressed and retried each run until the roster is
      *          put right. Shifts follow the SHOPPARM shift-change
      *          times. Ends RC 8 while any page has nobody to tell,
      *          RC 4 when it escalated, RC 16 when the queue or log
      *          cannot be written or INCDREG is bigger than the
      *          incident table, else 0.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT ONCALL-FILE ASSIGN TO "ONCALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONCALL-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT ONC-PARM-FILE ASSIGN TO "ONCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT NOTIFY-LOG ASSIGN TO "NOTIFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-LOG-STATUS.
           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY incident.

       FD  ONCALL-FILE
           RECORDING MODE IS F.
           COPY oncall.

       FD  SHOP-PARM-FILE
           RECORDING MODE IS F.
           COPY shopparm.

       FD  ONC-PARM-FILE
           RECORDING MODE IS F.
       01  ONC-PARM-REC.
           05  OP-ESCALATE-MINUTES PIC X(03).
           05  FILLER              PIC X(77).

       FD  NOTIFY-LOG
           RECORDING MODE IS F.
           COPY ntfylog.

       FD  NOTIFY-QUEUE
           RECORDING MODE IS F.
           COPY ntfyq.

       WORKING-STORAGE SECTION.
       01  INCIDENT-STATUS         PIC X(02) VALUE SPACES.
           88  INCIDENT-OK               VALUE "00".

           COPY incident-tbl.

       01  ONCALL-STATUS           PIC X(02) VALUE SPACES.
           88  ONCALL-OK                 VALUE "00".

           COPY oncall-tbl.

       01  SHOP-PARM-STATUS        PIC X(02) VALUE SPACES.
           88  SHOP-PARM-OK              VALUE "00".
       01  SHOP-PARM-SW            PIC X(01) VALUE "N".
           88  SHOP-PARM-FOUND           VALUE "Y".

       01  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                VALUE "00".

       01  NOTIFY-LOG-STATUS       PIC X(02) VALUE SPACES.
           88  NOTIFY-LOG-OK             VALUE "00".

       01  NOTIFY-QUEUE-STATUS     PIC X(02) VALUE SPACES.
           88  NOTIFY-QUEUE-OK           VALUE "00".

       01  WS-IOP-PARM.
           05  WS-IOP-OPENED       PIC 9(05) VALUE 0.
           05  WS-IOP-OUTSTANDING  PIC 9(05) VALUE 0.
           05  WS-IOP-UNACKED      PIC 9(05) VALUE 0.
           05  WS-IOP-STATUS       PIC X(01) VALUE SPACE.
               88  WS-IOP-FAILED         VALUE "8".

       01  WS-EOF-SW               PIC X(01) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-SHIFT-IX             PIC 9(01) COMP VALUE 0.

       01  WS-ESCALATE-MINUTES     PIC 9(03) VALUE 15.

      * Where each page stands on the delivery log, one slot per
      * incident on the incident table and at the same subscript.
      * Nobody-told is the level it was logged at: P before anyone
      * was told, B when the escalation found no backup.
       01  WS-SENT-TABLE.
           05  WS-SN-ENTRY OCCURS 5000 TIMES.
               10  WS-SN-PRIMARY-SW    PIC X(01).
               10  WS-SN-SENT-DATE     PIC 9(08).
               10  WS-SN-SENT-MINUTE   PIC 9(04).
               10  WS-SN-SENT-TO       PIC X(08).
               10  WS-SN-BACKUP-SW     PIC X(01).
               10  WS-SN-ACKED-SW      PIC X(01).
               10  WS-SN-NOBODY        PIC X(01).

       01  WS-NOW-DATE             PIC 9(08) VALUE 0.
       01  WS-NOW-TIME             PIC 9(08) VALUE 0.
       01  WS-NOW-HHMM REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH           PIC 9(02).
           05  WS-NOW-MM           PIC 9(02).
           05  FILLER              PIC 9(04).
       01  WS-NOW-MINUTES          PIC 9(04) VALUE 0.
       01  WS-ELAPSED-MINUTES      PIC S9(09) VALUE 0.

      * A stamp as the logs hold it, HH MM SS CC.
       01  WS-STAMP.
           05  WS-STAMP-HH         PIC 9(02).
           05  FILLER              PIC X(01).
           05  WS-STAMP-MM         PIC 9(02).
           05  FILLER              PIC X(06).
       01  WS-STAMP-TEXT           PIC X(11) VALUE SPACES.

      * The notice about to go out - who, how, and from which slot.
       01  WS-LEVEL                PIC X(01) VALUE SPACE.
       01  WS-QUEUED-SW            PIC X(01) VALUE "N".
           88  WS-QUEUED                 VALUE "Y".
       01  WS-NOBODY-WHY           PIC X(60) VALUE SPACES.
       01  WS-MESSAGE              PIC X(120) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-PAGES-OPEN       PIC 9(05) VALUE 0.
           05  WS-TOLD-PRIMARY     PIC 9(05) VALUE 0.
           05  WS-ESCALATED        PIC 9(05) VALUE 0.
           05  WS-ACKS-LOGGED      PIC 9(05) VALUE 0.
           05  WS-UNADDRESSED      PIC 9(05) VALUE 0.
           05  WS-WRITE-FAILED     PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = 16
               GO TO 9999-EXIT
           END-IF
           PERFORM 3000-JUDGE-ONE-PAGE THRU 3000-EXIT
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX > IT-COUNT
           CLOSE NOTIFY-QUEUE
           CLOSE NOTIFY-LOG
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - incidents swept in, roster and log read,  *
      *                      queue and log opened to append            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      * CALLed again by PAGEOUT in one run, so nothing is trusted to
      * its VALUE clause.
           MOVE 0 TO RETURN-CODE
           INITIALIZE WS-COUNTERS
           MOVE 15 TO WS-ESCALATE-MINUTES
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-MINUTES = WS-NOW-HH * 60 + WS-NOW-MM

           CALL "INCDOPEN" USING WS-IOP-PARM
           IF WS-IOP-FAILED
               DISPLAY "ONCNOTFY - INCDREG FULL, NO NEW INCIDENTS "
                   "OPENED FROM ERRLOG"
           END-IF
           PERFORM LOAD-INCIDENT-TABLE
           IF IT-OVERFLOW
               DISPLAY "ONCNOTFY - INCDREG BIGGER THAN THE INCIDENT "
                   "TABLE - NOTHING PAGED FROM A PARTIAL REGISTER"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM LOAD-ONCALL-TABLE
           IF ON-OVERFLOW
               DISPLAY "ONCNOTFY - ONCALL BIGGER THAN THE TABLE - "
                   "LATER ENTRIES NOT CONSULTED"
           END-IF
           PERFORM READ-SHOP-PARAMETERS
           IF SHOP-PARM-FOUND
               PERFORM 1050-APPLY-ONE-SHIFT
                   VARYING WS-SHIFT-IX FROM 1 BY 1
                   UNTIL WS-SHIFT-IX > 3
           END-IF
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           PERFORM 1200-LOAD-DELIVERY-LOG THRU 1200-EXIT

           OPEN EXTEND NOTIFY-QUEUE
           IF NOT NOTIFY-QUEUE-OK
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF
           IF NOT NOTIFY-QUEUE-OK
               DISPLAY "ONCNOTFY - UNABLE TO OPEN NOTIFYQ, STATUS="
                   NOTIFY-QUEUE-STATUS " - NOBODY CAN BE TOLD"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND NOTIFY-LOG
           IF NOT NOTIFY-LOG-OK
               OPEN OUTPUT NOTIFY-LOG
           END-IF
           IF NOT NOTIFY-LOG-OK
               DISPLAY "ONCNOTFY - UNABLE TO OPEN NOTIFLOG, STATUS="
                   NOTIFY-LOG-STATUS " - NOTHING SENT UNLOGGED"
               CLOSE NOTIFY-QUEUE
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       1000-EXIT.
           EXIT.

       1050-APPLY-ONE-SHIFT.
           IF SP-SHIFT-CHANGE-TIME (WS-SHIFT-IX) IS NUMERIC
               MOVE SP-SHIFT-CHANGE-TIME (WS-SHIFT-IX)
                   TO ON-SHIFT-TIME (WS-SHIFT-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      *    1100-READ-PARM-CARD - optional ONCPARM escalation time      *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           OPEN INPUT ONC-PARM-FILE
           IF NOT WS-PARM-OK
               GO TO 1100-EXIT
           END-IF

           READ ONC-PARM-FILE
               AT END
                   CLOSE ONC-PARM-FILE
                   GO TO 1100-EXIT
           END-READ

           IF OP-ESCALATE-MINUTES IS NUMERIC
               AND OP-ESCALATE-MINUTES NOT = "000"
               MOVE OP-ESCALATE-MINUTES TO WS-ESCALATE-MINUTES
           END-IF
           CLOSE ONC-PARM-FILE
           .

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-LOAD-DELIVERY-LOG - how far each page has already got  *
      *----------------------------------------------------------------*
       1200-LOAD-DELIVERY-LOG.
           MOVE SPACES TO WS-SENT-TABLE
           OPEN INPUT NOTIFY-LOG
           IF NOT NOTIFY-LOG-OK
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 1210-APPLY-ONE-LINE
               UNTIL WS-EOF
           CLOSE NOTIFY-LOG
           .

       1200-EXIT.
           EXIT.

      * Lines for incidents no longer on the table (or never on it)
      * have nothing left to act on.
       1210-APPLY-ONE-LINE.
           READ NOTIFY-LOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE NL-INCIDENT-ID TO IT-IN-ID
                   PERFORM FIND-INCIDENT
                   IF IT-FOUND
                       PERFORM 1220-NOTE-ONE-LINE
                   END-IF
           END-READ
           .

       1220-NOTE-ONE-LINE.
           EVALUATE TRUE
               WHEN NL-EVENT-PRIMARY
                   MOVE "Y" TO WS-SN-PRIMARY-SW (IT-IX)
                   MOVE NL-LOG-DATE TO WS-SN-SENT-DATE (IT-IX)
                   MOVE NL-LOG-TIME TO WS-STAMP
                   IF WS-STAMP-HH IS NUMERIC
                       AND WS-STAMP-MM IS NUMERIC
                       COMPUTE WS-SN-SENT-MINUTE (IT-IX) =
                           WS-STAMP-HH * 60 + WS-STAMP-MM
                   ELSE
                       MOVE 0 TO WS-SN-SENT-MINUTE (IT-IX)
                   END-IF
                   MOVE NL-CONTACT-ID TO WS-SN-SENT-TO (IT-IX)
               WHEN NL-EVENT-BACKUP
                   MOVE "Y" TO WS-SN-BACKUP-SW (IT-IX)
               WHEN NL-EVENT-ACKED
                   MOVE "Y" TO WS-SN-ACKED-SW (IT-IX)
               WHEN NL-EVENT-NOBODY
                   IF WS-SN-PRIMARY-SW (IT-IX) = "Y"
                       MOVE "B" TO WS-SN-NOBODY (IT-IX)
                   ELSE
                       MOVE "P" TO WS-SN-NOBODY (IT-IX)
                   END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    3000-JUDGE-ONE-PAGE - tell, escalate, or log the ack        *
      *----------------------------------------------------------------*
       3000-JUDGE-ONE-PAGE.
           IF IT-ROUTE (IT-IX) NOT = "P"
               GO TO 3000-EXIT
           END-IF

           IF NOT IT-STATE-OPEN (IT-IX)
               IF (WS-SN-PRIMARY-SW (IT-IX) = "Y"
                   OR WS-SN-BACKUP-SW (IT-IX) = "Y")
                   AND WS-SN-ACKED-SW (IT-IX) NOT = "Y"
                   PERFORM 5000-LOG-ACK
               END-IF
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-PAGES-OPEN
           IF WS-SN-PRIMARY-SW (IT-IX) NOT = "Y"
               PERFORM 3100-TELL-PRIMARY THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF WS-SN-BACKUP-SW (IT-IX) = "Y"
               GO TO 3000-EXIT
           END-IF

           COMPUTE WS-ELAPSED-MINUTES = WS-NOW-MINUTES
               - WS-SN-SENT-MINUTE (IT-IX)
           IF WS-SN-SENT-DATE (IT-IX) IS NUMERIC
               AND WS-SN-SENT-DATE (IT-IX) > 16010100
               AND WS-SN-SENT-DATE (IT-IX) < WS-NOW-DATE
               COMPUTE WS-ELAPSED-MINUTES = WS-ELAPSED-MINUTES
                   + (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE
                          (WS-SN-SENT-DATE (IT-IX))) * 1440
           END-IF
           IF WS-ELAPSED-MINUTES NOT < WS-ESCALATE-MINUTES
               PERFORM 3200-ESCALATE THRU 3200-EXIT
           END-IF
           .

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-TELL-PRIMARY - first notice, to whoever is on call     *
      *----------------------------------------------------------------*
       3100-TELL-PRIMARY.
           MOVE WS-NOW-DATE TO ON-IN-DATE
           COMPUTE ON-IN-TIME = WS-NOW-HH * 100 + WS-NOW-MM
           PERFORM FIND-ON-CALL
           IF NOT ON-SLOT-FOUND
               MOVE "NO ROSTER SLOT COVERS THIS SHIFT"
                   TO WS-NOBODY-WHY
               PERFORM 4900-NOBODY-TO-TELL THRU 4900-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE ON-PRIMARY-ID TO ON-IN-CONTACT
           PERFORM FIND-ONCALL-CONTACT
           IF NOT ON-CONTACT-FOUND
               MOVE ON-BACKUP-ID TO ON-IN-CONTACT
               PERFORM FIND-ONCALL-CONTACT
           END-IF
           IF NOT ON-CONTACT-FOUND
               MOVE "NEITHER ON-CALL CONTACT IS ON FILE"
                   TO WS-NOBODY-WHY
               PERFORM 4900-NOBODY-TO-TELL THRU 4900-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE "P" TO WS-LEVEL
           MOVE SPACES TO WS-MESSAGE
           STRING "PAGE FROM " DELIMITED BY SIZE
               IT-PROGRAM-ID (IT-IX) DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               IT-MESSAGE (IT-IX) DELIMITED BY "  "
               " - ACKNOWLEDGE AT INCDMNT" DELIMITED BY SIZE
               INTO WS-MESSAGE
           END-STRING
           PERFORM 4000-QUEUE-NOTICE THRU 4000-EXIT
           IF WS-QUEUED
               MOVE "Y" TO WS-SN-PRIMARY-SW (IT-IX)
               ADD 1 TO WS-TOLD-PRIMARY
           END-IF
           .

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-ESCALATE - nobody owned up in time: the backup on call *
      *----------------------------------------------------------------*
       3200-ESCALATE.
           MOVE WS-NOW-DATE TO ON-IN-DATE
           COMPUTE ON-IN-TIME = WS-NOW-HH * 100 + WS-NOW-MM
           PERFORM FIND-ON-CALL
           IF NOT ON-SLOT-FOUND
               MOVE "NO ROSTER SLOT TO ESCALATE TO"
                   TO WS-NOBODY-WHY
               PERFORM 4900-NOBODY-TO-TELL THRU 4900-EXIT
               GO TO 3200-EXIT
           END-IF

      * A backup who is the very person already told is nobody new.
           MOVE "N" TO ON-CONTACT-FOUND-SW
           IF ON-BACKUP-ID NOT = WS-SN-SENT-TO (IT-IX)
               MOVE ON-BACKUP-ID TO ON-IN-CONTACT
               PERFORM FIND-ONCALL-CONTACT
           END-IF
           IF NOT ON-CONTACT-FOUND
               MOVE "NO BACKUP ON FILE BEYOND THE CONTACT TOLD"
                   TO WS-NOBODY-WHY
               PERFORM 4900-NOBODY-TO-TELL THRU 4900-EXIT
               GO TO 3200-EXIT
           END-IF

           MOVE "B" TO WS-LEVEL
           MOVE SPACES TO WS-MESSAGE
           STRING "ESCALATED, NOT ACKNOWLEDGED - PAGE FROM "
               DELIMITED BY SIZE
               IT-PROGRAM-ID (IT-IX) DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               IT-MESSAGE (IT-IX) DELIMITED BY "  "
               " - ACKNOWLEDGE AT INCDMNT" DELIMITED BY SIZE
               INTO WS-MESSAGE
           END-STRING
           PERFORM 4000-QUEUE-NOTICE THRU 4000-EXIT
           IF WS-QUEUED
               MOVE "Y" TO WS-SN-BACKUP-SW (IT-IX)
               ADD 1 TO WS-ESCALATED
           END-IF
           .

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-QUEUE-NOTICE - onto the gateway's queue, then the log  *
      *----------------------------------------------------------------*
       4000-QUEUE-NOTICE.
           MOVE "N" TO WS-QUEUED-SW
           MOVE SPACES TO NOTIFY-QUEUE-REC
           MOVE WS-NOW-DATE TO NQ-QUEUE-DATE
           ACCEPT NQ-QUEUE-TIME FROM TIME
           MOVE ON-CT-CHANNEL (ON-CT-IX) TO NQ-CHANNEL
           MOVE ON-CT-ADDRESS (ON-CT-IX) TO NQ-ADDRESS
           MOVE ON-CT-ID (ON-CT-IX) TO NQ-CONTACT-ID
           MOVE WS-LEVEL TO NQ-LEVEL
           MOVE IT-INCIDENT-ID (IT-IX) TO NQ-INCIDENT-ID
           MOVE WS-MESSAGE TO NQ-MESSAGE
           WRITE NOTIFY-QUEUE-REC
           IF NOT NOTIFY-QUEUE-OK
               DISPLAY "ONCNOTFY - NOTIFYQ WRITE FAILED, STATUS="
                   NOTIFY-QUEUE-STATUS
               ADD 1 TO WS-WRITE-FAILED
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO NOTIFY-LOG-REC
           MOVE WS-LEVEL TO NL-EVENT
           MOVE WS-NOW-DATE TO NL-LOG-DATE
           MOVE NQ-QUEUE-TIME TO NL-LOG-TIME
           MOVE IT-INCIDENT-ID (IT-IX) TO NL-INCIDENT-ID
           MOVE ON-CT-ID (ON-CT-IX) TO NL-CONTACT-ID
           MOVE ON-CT-CHANNEL (ON-CT-IX) TO NL-CHANNEL
           MOVE ON-CT-ADDRESS (ON-CT-IX) TO NL-ADDRESS
           MOVE ON-WANT-DATE TO NL-ROSTER-DATE
           MOVE ON-WANT-SHIFT TO NL-SHIFT
           MOVE ON-CT-NAME (ON-CT-IX) TO NL-TEXT
           WRITE NOTIFY-LOG-REC
           IF NOT NOTIFY-LOG-OK
               DISPLAY "ONCNOTFY - NOTIFLOG WRITE FAILED, STATUS="
                   NOTIFY-LOG-STATUS
               ADD 1 TO WS-WRITE-FAILED
               GO TO 4000-EXIT
           END-IF
           MOVE "Y" TO WS-QUEUED-SW
           MOVE WS-NOW-DATE TO WS-SN-SENT-DATE (IT-IX)
           MOVE WS-NOW-MINUTES TO WS-SN-SENT-MINUTE (IT-IX)
           MOVE ON-CT-ID (ON-CT-IX) TO WS-SN-SENT-TO (IT-IX)
           DISPLAY "ONCNOTFY - " IT-PROGRAM-ID (IT-IX) " PAGE "
               IT-ERR-DATE (IT-IX) " " IT-ERR-TIME (IT-IX)
               " QUEUED TO " ON-CT-ID (ON-CT-IX) " (" WS-LEVEL ")"
           .

       4000-EXIT.
           EXIT.

      * Logged once per level, counted every run it stays so.
       4900-NOBODY-TO-TELL.
           ADD 1 TO WS-UNADDRESSED
           MOVE "P" TO WS-LEVEL
           IF WS-SN-PRIMARY-SW (IT-IX) = "Y"
               MOVE "B" TO WS-LEVEL
           END-IF
           DISPLAY "*** ONCNOTFY - " IT-PROGRAM-ID (IT-IX) " PAGE "
               IT-ERR-DATE (IT-IX) " " IT-ERR-TIME (IT-IX) ": "
               WS-NOBODY-WHY
           IF WS-SN-NOBODY (IT-IX) = WS-LEVEL
               GO TO 4900-EXIT
           END-IF
           MOVE SPACES TO NOTIFY-LOG-REC
           SET NL-EVENT-NOBODY TO TRUE
           MOVE WS-NOW-DATE TO NL-LOG-DATE
           ACCEPT NL-LOG-TIME FROM TIME
           MOVE IT-INCIDENT-ID (IT-IX) TO NL-INCIDENT-ID
           MOVE 0 TO NL-ROSTER-DATE
           MOVE 0 TO NL-SHIFT
           MOVE WS-NOBODY-WHY TO NL-TEXT
           WRITE NOTIFY-LOG-REC
           IF NOTIFY-LOG-OK
               MOVE WS-LEVEL TO WS-SN-NOBODY (IT-IX)
           END-IF
           .

       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-LOG-ACK - who owned up to a page that went out, when   *
      *----------------------------------------------------------------*
       5000-LOG-ACK.
           MOVE SPACES TO NOTIFY-LOG-REC
           SET NL-EVENT-ACKED TO TRUE
           MOVE WS-NOW-DATE TO NL-LOG-DATE
           ACCEPT NL-LOG-TIME FROM TIME
           MOVE IT-INCIDENT-ID (IT-IX) TO NL-INCIDENT-ID
           MOVE 0 TO NL-ROSTER-DATE
           MOVE 0 TO NL-SHIFT
           IF IT-ACK-BY (IT-IX) NOT = SPACES
               MOVE IT-ACK-BY (IT-IX) TO NL-CONTACT-ID
               MOVE IT-ACK-TIME (IT-IX) TO WS-STAMP-TEXT
               STRING "ACKNOWLEDGED " DELIMITED BY SIZE
                   IT-ACK-DATE (IT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STAMP-TEXT DELIMITED BY SIZE
                   INTO NL-TEXT
               END-STRING
           ELSE
               MOVE IT-CLOSE-BY (IT-IX) TO NL-CONTACT-ID
               MOVE IT-CLOSE-TIME (IT-IX) TO WS-STAMP-TEXT
               STRING "CLOSED WITHOUT ACKNOWLEDGMENT "
                   DELIMITED BY SIZE
                   IT-CLOSE-DATE (IT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STAMP-TEXT DELIMITED BY SIZE
                   INTO NL-TEXT
               END-STRING
           END-IF
           WRITE NOTIFY-LOG-REC
           IF NOTIFY-LOG-OK
               MOVE "Y" TO WS-SN-ACKED-SW (IT-IX)
               ADD 1 TO WS-ACKS-LOGGED
           ELSE
               ADD 1 TO WS-WRITE-FAILED
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - the sweep's totals and return code         *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "ONCNOTFY - " WS-PAGES-OPEN " PAGES OPEN, "
               WS-TOLD-PRIMARY " QUEUED, " WS-ESCALATED
               " ESCALATED, " WS-ACKS-LOGGED " ACKNOWLEDGED, "
               WS-UNADDRESSED " WITH NOBODY TO TELL"
           EVALUATE TRUE
               WHEN WS-WRITE-FAILED > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNADDRESSED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ESCALATED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

       9999-EXIT.
           GOBACK.

           COPY incident-load.

           COPY oncall-load.

           COPY shopparm-read.
