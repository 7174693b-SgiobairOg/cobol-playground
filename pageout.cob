       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGEOUT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Page raising service. HRTBWTCH, FEEDWTCH, RECONCIL
      *          and CRMRECON used to end at RC 8 and hope a scheduler
      *          acted on it. CALLed with the PGO parameter area for
      *          the ERRLOG entry the caller has just written, this
      *          opens a page incident on the INCDREG register - an
      *          O event with route P, named by the entry's own date,
      *          time and program exactly as INCDOPEN would name it,
      *          so INCDOPEN's next sweep finds it already open and
      *          opens nothing twice. A watchdog that goes on failing
      *          raises the same alert every run; while an earlier
      *          page for the same alert - program, code and message
      *          alike - is not yet closed the new one is part of
      *          that page and opens nothing, while a second feed
      *          late, say, is a page of its own. Either way
      *          ONCNOTFY is then CALLed, so the on-call contact is
      *          queued at once rather than at the sweep's next
      *          scheduled run.
      *
      *          PGO-STATUS comes back 0 paged, 2 already paging, or
      *          8 when the register is bigger than the table and no
      *          page could be opened.
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY incident.

       WORKING-STORAGE SECTION.
       01  INCIDENT-STATUS         PIC X(02) VALUE SPACES.
           88  INCIDENT-OK               VALUE "00".

           COPY incident-tbl.

       01  WS-OPEN-PAGE-SW         PIC X(01) VALUE "N".
           88  WS-OPEN-PAGE              VALUE "Y".

       LINKAGE SECTION.
           COPY pgoparm.

       PROCEDURE DIVISION USING PGO-PARM-AREA.

       0000-MAINLINE.
           MOVE "8" TO PGO-STATUS
           PERFORM LOAD-INCIDENT-TABLE
           IF IT-OVERFLOW
               GO TO 9999-EXIT
           END-IF

      * The entry is already an incident only if a sweep got to it
      * first; an earlier open page for the same alert takes this one
      * in.
           MOVE PGO-INCIDENT-ID TO IT-IN-ID
           PERFORM FIND-INCIDENT
           MOVE "N" TO WS-OPEN-PAGE-SW
           PERFORM 2000-CHECK-ONE-PAGE
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX > IT-COUNT
           IF IT-FOUND OR WS-OPEN-PAGE
               MOVE "2" TO PGO-STATUS
           ELSE
               PERFORM 3000-OPEN-PAGE
           END-IF

           CALL "ONCNOTFY"
           CANCEL "ONCNOTFY"
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    2000-CHECK-ONE-PAGE - a page for the same alert still open  *
      *----------------------------------------------------------------*
       2000-CHECK-ONE-PAGE.
           IF IT-ROUTE (IT-IX) = "P"
               AND NOT IT-STATE-CLOSED (IT-IX)
               AND IT-PROGRAM-ID (IT-IX) = PGO-PROGRAM-ID
               AND IT-CODE (IT-IX) = PGO-CODE
               AND IT-MESSAGE (IT-IX) = PGO-MESSAGE
               MOVE "Y" TO WS-OPEN-PAGE-SW
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-OPEN-PAGE - the O event, routed to page                *
      *----------------------------------------------------------------*
       3000-OPEN-PAGE.
           MOVE SPACES TO INCIDENT-REC
           SET IR-EVENT-OPENED TO TRUE
           MOVE PGO-ERR-DATE TO IR-ERR-DATE
           MOVE PGO-ERR-TIME TO IR-ERR-TIME
           MOVE PGO-PROGRAM-ID TO IR-PROGRAM-ID
           MOVE "PAGEOUT" TO IR-OPERATOR-ID
           MOVE "S" TO IR-SEVERITY
           MOVE "P" TO IR-ROUTE
           MOVE PGO-PARAGRAPH TO IR-PARAGRAPH
           MOVE PGO-CODE TO IR-CODE
           MOVE PGO-MESSAGE TO IR-TEXT
           PERFORM WRITE-INCIDENT-EVENT
           IF INCIDENT-OK
               MOVE "0" TO PGO-STATUS
           END-IF
           .

       9999-EXIT.
           GOBACK.

           COPY incident-load.

           COPY incident-write.
