      *          then every USRHIST entry they ever had - and only
      *          then physically deleted. A customer appearing on
      *          USRXREF on either side of a merge is never purged,
      *          so a survivor's trail is never orphaned, and
      *          neither is one still holding a USRRELS link that
      *          has not ended. The operator confirms with YES, the
      *          archived and deleted counts are proved against each
      *          other before the commit, and any disagreement rolls
      *          the whole purge back with RC 8.
      * Tectonics: cobc
      *
      * Modification History:
      *   Customer relationships - a customer still holding a
      *   USRRELS link that has not ended, on either side, is kept
      *   out of the purge like one on USRXREF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT XREF-FILE ASSIGN TO "USRXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT RELATION-FILE ASSIGN TO "USRRELS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           RECORDING MODE IS F.
           COPY usrxref.

       FD  RELATION-FILE
           RECORDING MODE IS F.
           COPY usrrels.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

           COPY usrxref-tbl.

       01  RELATION-STATUS         PIC X(02) VALUE SPACES.
           88  RELATION-OK               VALUE "00".

           COPY usrrels-tbl.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               88  WS-HIST-EOF           VALUE "Y".
           05  WS-ONXREF-SW        PIC X(01) VALUE "N".
               88  WS-ON-XREF            VALUE "Y".
           05  WS-HAS-REL-SW       PIC X(01) VALUE "N".
               88  WS-HAS-RELATION       VALUE "Y".

      * Latest journal date per customer, slotted by the 4-digit ID
      * base, walked off USRHIST once before selection.
           05  WS-DELETED-SEEN     PIC 9(07) VALUE 0.
           05  WS-CANDIDATES       PIC 9(07) VALUE 0.
           05  WS-XREF-SKIPPED     PIC 9(07) VALUE 0.
           05  WS-REL-SKIPPED      PIC 9(07) VALUE 0.
           05  WS-RECENT-SKIPPED   PIC 9(07) VALUE 0.
           05  WS-ROWS-ARCHIVED    PIC 9(07) VALUE 0.
           05  WS-JRNS-ARCHIVED    PIC 9(07) VALUE 0.

           PERFORM LOAD-XREF-TABLE

      * Only a complete picture of the relationships can clear a
      * customer for a physical delete.
           PERFORM LOAD-RELATION-TABLE
           IF RT-OVERFLOW
               DISPLAY "USRRELS LARGER THAN THE TABLE - PURGE "
                   "REFUSES TO START"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           EXEC SQL OPEN PURGE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "USRPURGE" TO EL-PROGRAM-ID
               GO TO 3090-NEXT
           END-IF

           PERFORM 3200-TEST-RELATIONS
           IF WS-HAS-RELATION
               ADD 1 TO WS-REL-SKIPPED
               GO TO 3090-NEXT
           END-IF

           ADD 1 TO WS-CANDIDATES
           MOVE "Y" TO WS-CA-IN-USE (WS-SLOT-IX)
           MOVE USER-ID TO WS-CA-ID (WS-SLOT-IX)
           END-IF
           .

      * A relationship on either side that has not ended - live
      * today or starting later - keeps a customer out of the purge.
      * Ended links do not; they are history.
       3200-TEST-RELATIONS.
           MOVE "N" TO WS-HAS-REL-SW
           MOVE 1 TO RT-IX
           PERFORM 3210-TEST-ONE-RELATION
               UNTIL WS-HAS-RELATION OR RT-IX > RT-COUNT
           .

       3210-TEST-ONE-RELATION.
           IF (USER-ID = RT-FROM-ID (RT-IX)
                   OR USER-ID = RT-TO-ID (RT-IX))
               AND (RT-END-DATE (RT-IX) = 0
                   OR RT-END-DATE (RT-IX) NOT < WS-TODAY)
               MOVE "Y" TO WS-HAS-REL-SW
           ELSE
               ADD 1 TO RT-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-CONFIRM - the operator owns a physical delete          *
      *----------------------------------------------------------------*
           DISPLAY "  DELETED ROWS SEEN    : " WS-DELETED-SEEN
           DISPLAY "  STILL RECENT, KEPT   : " WS-RECENT-SKIPPED
           DISPLAY "  ON USRXREF, KEPT     : " WS-XREF-SKIPPED
           DISPLAY "  LIVE RELATIONS, KEPT : " WS-REL-SKIPPED
           DISPLAY "  CANDIDATES           : " WS-CANDIDATES
           DISPLAY "  ROWS ARCHIVED        : " WS-ROWS-ARCHIVED
           DISPLAY "  JOURNAL ENTRIES SAVED: " WS-JRNS-ARCHIVED

           COPY usrxref-load.

           COPY usrrels-load.

           COPY oprsign-verify.
