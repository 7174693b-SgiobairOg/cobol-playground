      *          the distribution hub's position pointers live on
      *          it, and LOGARCH policy owns it.
      * Tectonics: cobc
      *
      * Modification History:
      *   Newest row image kept - each customer's latest whole-row
      *   image stays in the store whatever its age, so a customer
      *   untouched for a year still has the entry that explains
      *   the row on the table and HISTRECN can prove it. Every
      *   older image still moves to the generation as before.
      *   Scheduled changes - USRSAPP joins the row writers, so the
      *   row image a scheduled change leaves on its effective
      *   date counts as the customer's newest image.
      *   Dormancy pass - USRDORM joins the row writers, so the
      *   row image left by a move to INACTIVE for dormancy counts
      *   as the customer's newest image.
      *   Sanctions screening - USRSCRN joins the row writers, so
      *   the row image left by a screening hold or its lift counts
      *   as the customer's newest image.
      *   Reservation aging - RSVAGE joins the row writers, so the
      *   row image left by a retired reservation counts as the
      *   customer's newest image.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-ENTRIES-READ     PIC 9(07) VALUE 0.
           05  WS-ENTRIES-MOVED    PIC 9(07) VALUE 0.
           05  WS-ENTRIES-KEPT     PIC 9(07) VALUE 0.
           05  WS-ENTRIES-NEWEST   PIC 9(07) VALUE 0.

      * Each customer's newest whole-row entry, by the rest of its
      * primary key, one slot per USER-ID the way USRPURGE slots
      * them. Two IDs on one slot (a bad check digit) mark it X and
      * every entry of both is kept - never archive what cannot be
      * told apart.
       01  WS-NEWEST-TABLE.
           05  WS-NEWEST-SLOT OCCURS 10000 TIMES.
               10  WS-NW-USER-ID   PIC 9(05).
               10  WS-NW-STATE     PIC X(01).
               10  WS-NW-KEY       PIC X(22).
       01  WS-SLOT-IX              PIC 9(05) COMP VALUE 0.
       01  WS-NEWEST-SW            PIC X(01) VALUE "N".
           88  WS-NEWEST-ENTRY           VALUE "Y".

      * Programs whose journal images are whole USER rows, as
      * USRASOF and USRRFWD list them.
       01  WS-ROW-WRITER-NAMES.
           05  FILLER              PIC X(15) VALUE "HELLO-DATA".
           05  FILLER              PIC X(15) VALUE "USRMAINT".
           05  FILLER              PIC X(15) VALUE "USRBMNT".
           05  FILLER              PIC X(15) VALUE "USRIDREQ".
           05  FILLER              PIC X(15) VALUE "CRMINTAK".
           05  FILLER              PIC X(15) VALUE "USRPAPP".
           05  FILLER              PIC X(15) VALUE "USRMASS".
           05  FILLER              PIC X(15) VALUE "USRERASE".
           05  FILLER              PIC X(15) VALUE "USRSAPP".
           05  FILLER              PIC X(15) VALUE "USRDORM".
           05  FILLER              PIC X(15) VALUE "USRSCRN".
           05  FILLER              PIC X(15) VALUE "RSVAGE".
       01  WS-ROW-WRITER-TABLE REDEFINES WS-ROW-WRITER-NAMES.
           05  WS-ROW-WRITER       PIC X(15) OCCURS 12 TIMES.
       01  WS-WRITER-IX            PIC 9(02) COMP VALUE 0.
       01  WS-ROW-ENTRY-SW         PIC X(01) VALUE "N".
           88  WS-ROW-ENTRY              VALUE "Y".

       PROCEDURE DIVISION.

           DISPLAY "HISTARCH - ARCHIVING ENTRIES BEFORE "
               WS-CUTOFF-DATE " TO " WS-GEN-NAME

           PERFORM 1500-MARK-NEWEST-ROWS

      * Walk the store in stamp order, oldest first.
           MOVE 0 TO HK-A-DATE
           MOVE SPACES TO HK-A-TIME
           END-IF
           .

      *----------------------------------------------------------------*
      *    1500-MARK-NEWEST-ROWS - the store in key order, so each     *
      *                            customer's entries arrive oldest    *
      *                            first and the last row image seen   *
      *                            is the one to keep                  *
      *----------------------------------------------------------------*
       1500-MARK-NEWEST-ROWS.
           MOVE SPACES TO WS-NEWEST-TABLE
           MOVE 0 TO HK-USER-ID
           MOVE 0 TO HK-DATE
           MOVE SPACES TO HK-TIME
           MOVE 0 TO HK-SEQ
           START KEYED-HIST KEY NOT < HK-PRIMARY-KEY
           END-START
           IF NOT KEYED-HIST-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 1510-MARK-ONE-ENTRY
               UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SW
           .

       1510-MARK-ONE-ENTRY.
           READ KEYED-HIST NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 1520-TEST-ROW-ENTRY
                   IF WS-ROW-ENTRY
                       COMPUTE WS-SLOT-IX = HK-USER-ID / 10 + 1
                       EVALUATE TRUE
                           WHEN WS-NW-STATE (WS-SLOT-IX) = SPACE
                               MOVE HK-USER-ID
                                   TO WS-NW-USER-ID (WS-SLOT-IX)
                               MOVE "K" TO WS-NW-STATE (WS-SLOT-IX)
                               MOVE HK-PRIMARY-KEY(6:22)
                                   TO WS-NW-KEY (WS-SLOT-IX)
                           WHEN WS-NW-STATE (WS-SLOT-IX) = "X"
                               CONTINUE
                           WHEN WS-NW-USER-ID (WS-SLOT-IX) = HK-USER-ID
                               MOVE HK-PRIMARY-KEY(6:22)
                                   TO WS-NW-KEY (WS-SLOT-IX)
                           WHEN OTHER
                               MOVE "X" TO WS-NW-STATE (WS-SLOT-IX)
                       END-EVALUATE
                   END-IF
           END-READ
           .

      * Same judgment USRASOF and USRRFWD make: a row-writing program
      * and an image that starts with the entry's own USER-ID.
       1520-TEST-ROW-ENTRY.
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 1530-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           IF WS-ROW-ENTRY
               IF HK-AFTER-IMAGE(1:5) IS NOT NUMERIC
                   OR HK-AFTER-IMAGE(1:5) NOT = HK-USER-ID
                   MOVE "N" TO WS-ROW-ENTRY-SW
               END-IF
           END-IF
           .

       1530-TEST-ONE-WRITER.
           IF HK-PROGRAM-ID = WS-ROW-WRITER (WS-WRITER-IX)
               MOVE "Y" TO WS-ROW-ENTRY-SW
           ELSE
               ADD 1 TO WS-WRITER-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-JUDGE-ONE-ENTRY - oldest first; the first entry on or  *
      *                           past the cutoff ends the walk, since *
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF HK-A-DATE < WS-CUTOFF-DATE
                       PERFORM 3050-TEST-NEWEST
                       IF WS-NEWEST-ENTRY
                           ADD 1 TO WS-ENTRIES-NEWEST
                       ELSE
                           PERFORM 3100-MOVE-ONE-ENTRY
                       END-IF
                   ELSE
                       ADD 1 TO WS-ENTRIES-KEPT
                       SET WS-EOF TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      *    3050-TEST-NEWEST - is this the customer's newest row image  *
      *----------------------------------------------------------------*
       3050-TEST-NEWEST.
           MOVE "N" TO WS-NEWEST-SW
           COMPUTE WS-SLOT-IX = HK-USER-ID / 10 + 1
           EVALUATE TRUE
               WHEN WS-NW-STATE (WS-SLOT-IX) = "X"
                   MOVE "Y" TO WS-NEWEST-SW
               WHEN WS-NW-STATE (WS-SLOT-IX) = "K"
                   AND WS-NW-USER-ID (WS-SLOT-IX) = HK-USER-ID
                   AND WS-NW-KEY (WS-SLOT-IX) = HK-PRIMARY-KEY(6:22)
                   MOVE "Y" TO WS-NEWEST-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *    3100-MOVE-ONE-ENTRY - the entry leaves the store only after *
      *                          the generation provably has it; a     *
           CLOSE GENERATION-OUT
           DISPLAY "HISTARCH COMPLETE - " WS-ENTRIES-MOVED
               " ENTRIES TO " WS-GEN-NAME
           DISPLAY "  NEWEST ROW IMAGES KEPT PAST RETENTION: "
               WS-ENTRIES-NEWEST
           .

       9999-EXIT.
