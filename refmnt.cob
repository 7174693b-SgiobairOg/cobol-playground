       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMNT.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Supervisor maintenance console for the two address
      *          reference files - CNTRYREF (country names, postcode
      *          masks and address convention) and TERRREF (the
      *          postcode ranges behind the sales territories). Both
      *          used to be hand-edited fixed-width files: one wrong
      *          CY-POSTCODE-MASK had HELLO-DATA rejecting a whole
      *          country's feed overnight, and nothing ever noticed
      *          two TR-PC-LO/TR-PC-HI ranges overlapping. The
      *          console lists, adds, changes and retires entries in
      *          either file, proves masks character by character,
      *          and refuses an inverted range or one overlapping
      *          another active range of the same country (overlaps
      *          already on file are flagged on the list). Nothing is
      *          deleted - a retired entry stays on file, so a
      *          country keeps printing on the addresses that carry
      *          it and a range number never changes. Before any
      *          change is saved the current customer table is run
      *          against the old and the new entry side by side, and
      *          the console shows how many customers would newly
      *          fail (or pass) the postcode mask, or move territory,
      *          with the first few of them by ID. Only then does it
      *          ask to save; a saved change rewrites the file at
      *          once and logs every field changed, old and new, with
      *          the verified operator ID to the REFAUDT audit file
      *          the way PARMMNT logs to PARMAUDT. A preview that
      *          cannot read the table saves nothing.
      * Tectonics: cobc
      *
      * Modification History:
      *   Dialing codes - a country entry now also carries its
      *   international dialing code, trunk prefix and national
      *   number length range for phone normalization. They are
      *   keyed and audited with the other fields, shown on the
      *   list, and the preview also counts the customers whose
      *   phone would newly fail (or pass) normalization.
      *   Training region - the console checks for the TRNREGN
      *   marker at start and, in a training region, says TRAINING in
      *   red under its title and previews against the TRAINING copy
      *   of the USER table. Everything it opens by name is then the
      *   training copy OPRMENU moved the session onto.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTRY-REF-FILE ASSIGN TO "CNTRYREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTRY-REF-STATUS.
           SELECT TERR-REF-FILE ASSIGN TO "TERRREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERR-REF-STATUS.
           SELECT REF-AUDIT-FILE ASSIGN TO "REFAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT REGION-MARKER ASSIGN TO "TRNREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RG-MARKER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTRY-REF-FILE
           RECORDING MODE IS F.
           COPY cntryref.

       FD  TERR-REF-FILE
           RECORDING MODE IS F.
           COPY terrref.

       FD  REF-AUDIT-FILE
           RECORDING MODE IS F.
       01  REF-AUDIT-REC.
           05  RA-DATE             PIC 9(08).
           05  FILLER              PIC X(01).
           05  RA-TIME             PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  RA-OPERATOR         PIC X(20).
           05  FILLER              PIC X(01).
           05  RA-FILE             PIC X(08).
           05  FILLER              PIC X(01).
           05  RA-ACTION           PIC X(09).
           05  FILLER              PIC X(01).
           05  RA-KEY              PIC X(06).
           05  FILLER              PIC X(01).
           05  RA-FIELD-NAME       PIC X(12).
           05  FILLER              PIC X(01).
           05  RA-OLD-VALUE        PIC X(20).
           05  FILLER              PIC X(01).
           05  RA-NEW-VALUE        PIC X(20).

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       FD  REGION-MARKER
           RECORDING MODE IS F.
           COPY trnregn.

       WORKING-STORAGE SECTION.
       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

           COPY oprsign.

       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  COUNTRY-REF-STATUS      PIC X(02) VALUE SPACES.
           88  COUNTRY-REF-OK            VALUE "00".

       01  TERR-REF-STATUS         PIC X(02) VALUE SPACES.
           88  TERR-REF-OK               VALUE "00".

       01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK               VALUE "00".

           COPY cntryref-tbl.

           COPY terrref-tbl.

           COPY region.

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
               DECLARE REF-CURSOR CURSOR FOR
                   SELECT USER-ID, USER-POSTCODE, USER-COUNTRY,
                          USER-PHONE, USER-STATUS
                   FROM USER
                   ORDER BY USER-ID
           END-EXEC.

       01  WS-SWITCHES.
           05  WS-DONE-SW          PIC X(01) VALUE "N".
               88  WS-DONE               VALUE "Y".
           05  WS-BACK-SW          PIC X(01) VALUE "N".
               88  WS-BACK               VALUE "Y".
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-PREVIEW-OK-SW    PIC X(01) VALUE "N".
               88  WS-PREVIEW-OK         VALUE "Y".
           05  WS-ENTRY-OK-SW      PIC X(01) VALUE "Y".
               88  WS-ENTRY-OK           VALUE "Y".
           05  WS-WRITE-OK-SW      PIC X(01) VALUE "Y".
               88  WS-WRITE-OK           VALUE "Y".
           05  WS-OLD-PASS-SW      PIC X(01) VALUE "N".
               88  WS-OLD-PASS           VALUE "Y".
           05  WS-OLD-PHONE-SW     PIC X(01) VALUE "N".
               88  WS-OLD-PHONE-OK       VALUE "Y".
           05  WS-OLD-ASSIGNED-SW  PIC X(01) VALUE "N".
               88  WS-OLD-ASSIGNED       VALUE "Y".

       01  WS-FILE-CHOICE          PIC X(01) VALUE SPACE.
           88  WS-FILE-COUNTRY           VALUE "C" "c".
           88  WS-FILE-TERRITORY         VALUE "T" "t".
           88  WS-FILE-QUIT              VALUE "Q" "q".

       01  WS-ACTION               PIC X(01) VALUE SPACE.
           88  WS-ACTION-LIST            VALUE "L" "l".
           88  WS-ACTION-ADD             VALUE "A" "a".
           88  WS-ACTION-CHANGE          VALUE "C" "c".
           88  WS-ACTION-RETIRE          VALUE "R" "r".
           88  WS-ACTION-BACK            VALUE "B" "b".

       01  WS-CONFIRM              PIC X(01) VALUE SPACE.
           88  WS-CONFIRM-YES            VALUE "Y" "y".

       01  WS-OPERATOR             PIC X(20) VALUE SPACES.
       01  WS-INPUT                PIC X(20) VALUE SPACES.
       01  WS-ENTRY-INPUT          PIC X(03) VALUE SPACES.
       01  WS-ENTRY-NO             PIC 9(03) VALUE 0.
       01  WS-CHANGES-MADE         PIC 9(03) VALUE 0.
       01  WS-SLOT                 PIC 9(03) COMP VALUE 0.
       01  WS-OTHER-IX             PIC 9(03) COMP VALUE 0.
       01  WS-CHAR-IX              PIC 9(02) COMP VALUE 0.
       01  WS-ACTIVE-RANGES        PIC 9(03) VALUE 0.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

      * The entry as it stands and as keyed, each laid out exactly as
      * one slot of the in-core table so either can be dropped into
      * the slot under review. An add is previewed against a table
      * one entry longer than the one on file.
       01  WS-OLD-CT.
           05  WS-OC-CODE          PIC X(02).
           05  WS-OC-MASK          PIC X(10).
           05  WS-OC-NAME          PIC X(20).
           05  WS-OC-PC-BEFORE     PIC X(01).
           05  WS-OC-STATUS        PIC X(01).
           05  WS-OC-DIAL-CODE     PIC X(03).
           05  WS-OC-TRUNK         PIC X(01).
           05  WS-OC-NSN-MIN       PIC 9(02).
           05  WS-OC-NSN-MAX       PIC 9(02).
       01  WS-NEW-CT.
           05  WS-NC-CODE          PIC X(02).
           05  WS-NC-MASK          PIC X(10).
           05  WS-NC-NAME          PIC X(20).
           05  WS-NC-PC-BEFORE     PIC X(01).
           05  WS-NC-STATUS        PIC X(01).
           05  WS-NC-DIAL-CODE     PIC X(03).
           05  WS-NC-TRUNK         PIC X(01).
           05  WS-NC-NSN-MIN       PIC 9(02).
           05  WS-NC-NSN-MAX       PIC 9(02).
       01  WS-OLD-CT-COUNT         PIC 9(03) COMP VALUE 0.
       01  WS-NEW-CT-COUNT         PIC 9(03) COMP VALUE 0.

       01  WS-OLD-TT.
           05  WS-OT-COUNTRY       PIC X(02).
           05  WS-OT-PC-LO         PIC X(10).
           05  WS-OT-PC-HI         PIC X(10).
           05  WS-OT-CODE          PIC X(04).
           05  WS-OT-NAME          PIC X(20).
           05  WS-OT-STATUS        PIC X(01).
       01  WS-NEW-TT.
           05  WS-NT-COUNTRY       PIC X(02).
           05  WS-NT-PC-LO         PIC X(10).
           05  WS-NT-PC-HI         PIC X(10).
           05  WS-NT-CODE          PIC X(04).
           05  WS-NT-NAME          PIC X(20).
           05  WS-NT-STATUS        PIC X(01).
       01  WS-OLD-TT-COUNT         PIC 9(03) COMP VALUE 0.
       01  WS-NEW-TT-COUNT         PIC 9(03) COMP VALUE 0.

       01  WS-PREVIEW-TOTALS.
           05  WS-PV-EXAMINED      PIC 9(07) VALUE 0.
           05  WS-PV-NEW-FAIL      PIC 9(07) VALUE 0.
           05  WS-PV-NEW-PASS      PIC 9(07) VALUE 0.
           05  WS-PV-STILL-FAIL    PIC 9(07) VALUE 0.
           05  WS-PV-PHONE-FAIL    PIC 9(07) VALUE 0.
           05  WS-PV-PHONE-PASS    PIC 9(07) VALUE 0.
           05  WS-PV-MOVED         PIC 9(07) VALUE 0.
           05  WS-PV-UNASSIGNED    PIC 9(07) VALUE 0.
           05  WS-PV-ASSIGNED      PIC 9(07) VALUE 0.
           05  WS-PV-SHOWN         PIC 9(02) VALUE 0.
       01  WS-PV-COUNTRY           PIC X(02) VALUE SPACES.
       01  WS-OLD-TERR-CODE        PIC X(04) VALUE SPACES.

       01  WS-AUDIT-FILE-TAG       PIC X(08) VALUE SPACES.
       01  WS-ACTION-TAG           PIC X(09) VALUE SPACES.
       01  WS-AUDIT-KEY            PIC X(06) VALUE SPACES.
       01  WS-FIELD-TAG            PIC X(12) VALUE SPACES.
       01  WS-OLD-VALUE            PIC X(20) VALUE SPACES.
       01  WS-NEW-VALUE            PIC X(20) VALUE SPACES.
       01  WS-LENGTH-INPUT         PIC 9(02) VALUE 0.

       01  RM-COUNTRY-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RM-CL-CODE          PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-CL-NAME          PIC X(20).
           05  FILLER              PIC X(02) VALUE " [".
           05  RM-CL-MASK          PIC X(10).
           05  FILLER              PIC X(02) VALUE "] ".
           05  RM-CL-CONVENTION    PIC X(11).
           05  FILLER              PIC X(01) VALUE "+".
           05  RM-CL-DIAL-CODE     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-CL-TRUNK         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-CL-NSN-MIN       PIC Z9.
           05  FILLER              PIC X(01) VALUE "-".
           05  RM-CL-NSN-MAX       PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-CL-STATUS        PIC X(07).

       01  RM-TERR-LINE.
           05  RM-TL-ENTRY         PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-TL-COUNTRY       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-TL-PC-LO         PIC X(10).
           05  FILLER              PIC X(03) VALUE " - ".
           05  RM-TL-PC-HI         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-TL-CODE          PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-TL-NAME          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-TL-STATUS        PIC X(07).
           05  RM-TL-NOTE          PIC X(15).

       01  RM-SAMPLE-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  RM-SL-USER-ID       PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-SL-POSTCODE      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RM-SL-OLD           PIC X(04).
           05  FILLER              PIC X(04) VALUE " -> ".
           05  RM-SL-NEW           PIC X(04).

       01  RM-OVERLAP-NOTE.
           05  FILLER              PIC X(09) VALUE "OVERLAPS ".
           05  RM-ON-ENTRY         PIC 9(03).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "REFMNT - COUNTRY AND TERRITORY REFERENCE "
               "MAINTENANCE"
           PERFORM CHECK-REGION
           PERFORM SHOW-REGION-BANNER
           IF RG-TRAINING
               EXEC SQL SET SCHEMA = 'TRAINING' END-EXEC
           END-IF
           PERFORM SIGN-ON-OPERATOR
           IF NOT OS-LEVEL-SUPER
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS NOT A"
                   " SUPERVISOR - THIS CONSOLE NEEDS ONE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM 2000-CHOOSE-FILE THRU 2000-EXIT
               UNTIL WS-DONE

           IF WS-CHANGES-MADE > 0
               DISPLAY WS-CHANGES-MADE " CHANGE(S) SAVED AND LOGGED "
                   "TO REFAUDT"
           ELSE
               DISPLAY "NO CHANGES MADE - CNTRYREF AND TERRREF LEFT "
                   "ALONE"
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - both tables into core; a file too big    *
      *                      for its table would be cut short on the  *
      *                      first rewrite, so it is refused outright *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM LOAD-COUNTRY-TABLE
           IF NOT CT-LOADED
               DISPLAY "NO CNTRYREF ON FILE - THE FIRST COUNTRY SAVED "
                   "STARTS ONE"
           END-IF
           IF CT-COUNT NOT < 300
               AND NOT CT-EOF
               DISPLAY "CNTRYREF HOLDS MORE THAN 300 ENTRIES - TOO "
                   "MANY TO MAINTAIN HERE"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           PERFORM LOAD-TERRITORY-TABLE
           IF NOT TT-LOADED
               DISPLAY "NO TERRREF ON FILE - THE FIRST RANGE SAVED "
                   "STARTS ONE"
           END-IF
           IF TT-COUNT NOT < 200
               AND NOT TT-EOF
               DISPLAY "TERRREF HOLDS MORE THAN 200 RANGES - TOO "
                   "MANY TO MAINTAIN HERE"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      * An empty table is still a table to preview against.
           MOVE "Y" TO TT-LOADED-SW
           .

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-CHOOSE-FILE - countries, territory ranges, or quit    *
      *----------------------------------------------------------------*
       2000-CHOOSE-FILE.
           DISPLAY " "
           DISPLAY "(C)ountries, (T)erritory ranges, (Q)uit: "
               WITH NO ADVANCING
           MOVE SPACE TO WS-FILE-CHOICE
           ACCEPT WS-FILE-CHOICE
           MOVE "N" TO WS-BACK-SW
           EVALUATE TRUE
               WHEN WS-FILE-COUNTRY
                   PERFORM 3000-COUNTRY-ACTION THRU 3000-EXIT
                       UNTIL WS-BACK
               WHEN WS-FILE-TERRITORY
                   PERFORM 4000-TERRITORY-ACTION THRU 4000-EXIT
                       UNTIL WS-BACK
               WHEN WS-FILE-QUIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "DID NOT FOLLOW THAT - TRY AGAIN"
           END-EVALUATE
           .

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-COUNTRY-ACTION - list, add, change, retire, back      *
      *----------------------------------------------------------------*
       3000-COUNTRY-ACTION.
           DISPLAY " "
           DISPLAY "COUNTRIES - (L)ist, (A)dd, (C)hange, "
               "(R)etire/reinstate, (B)ack: " WITH NO ADVANCING
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 3100-LIST-COUNTRIES
               WHEN WS-ACTION-ADD
                   PERFORM 3200-ADD-COUNTRY THRU 3200-EXIT
               WHEN WS-ACTION-CHANGE
                   PERFORM 3300-CHANGE-COUNTRY THRU 3300-EXIT
               WHEN WS-ACTION-RETIRE
                   PERFORM 3400-RETIRE-COUNTRY THRU 3400-EXIT
               WHEN WS-ACTION-BACK
                   SET WS-BACK TO TRUE
               WHEN OTHER
                   DISPLAY "DID NOT FOLLOW THAT - TRY AGAIN"
           END-EVALUATE
           .

       3000-EXIT.
           EXIT.

       3100-LIST-COUNTRIES.
           IF CT-COUNT = 0
               DISPLAY "NO COUNTRIES ON FILE"
           ELSE
               DISPLAY "  CC NAME                  [MASK      ] "
                   "CONVENTION DIAL T LENGTH"
               PERFORM 3110-LIST-ONE-COUNTRY
                   VARYING CT-IX FROM 1 BY 1
                   UNTIL CT-IX > CT-COUNT
           END-IF
           .

       3110-LIST-ONE-COUNTRY.
           MOVE CT-CODE (CT-IX) TO RM-CL-CODE
           MOVE CT-NAME (CT-IX) TO RM-CL-NAME
           MOVE CT-MASK (CT-IX) TO RM-CL-MASK
           IF CT-PC-BEFORE (CT-IX) = "Y"
               MOVE "PC FIRST" TO RM-CL-CONVENTION
           ELSE
               MOVE "CITY FIRST" TO RM-CL-CONVENTION
           END-IF
           MOVE CT-DIAL-CODE (CT-IX) TO RM-CL-DIAL-CODE
           MOVE CT-TRUNK (CT-IX) TO RM-CL-TRUNK
           MOVE CT-NSN-MIN (CT-IX) TO RM-CL-NSN-MIN
           MOVE CT-NSN-MAX (CT-IX) TO RM-CL-NSN-MAX
           IF CT-RETIRED (CT-IX)
               MOVE "RETIRED" TO RM-CL-STATUS
           ELSE
               MOVE SPACES TO RM-CL-STATUS
           END-IF
           DISPLAY RM-COUNTRY-LINE
           .

      *----------------------------------------------------------------*
      *    3200-ADD-COUNTRY - a new code, appended to the file        *
      *----------------------------------------------------------------*
       3200-ADD-COUNTRY.
           IF CT-COUNT NOT < 300
               DISPLAY "COUNTRY TABLE FULL AT 300 ENTRIES"
               GO TO 3200-EXIT
           END-IF
           DISPLAY "New country code (two capital letters): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT(1:2) IS NOT ALPHABETIC-UPPER
               OR WS-INPUT(1:1) = SPACE
               OR WS-INPUT(2:1) = SPACE
               OR WS-INPUT(3:18) NOT = SPACES
               DISPLAY "A COUNTRY CODE IS TWO CAPITAL LETTERS"
               GO TO 3200-EXIT
           END-IF
           MOVE WS-INPUT(1:2) TO CC-COUNTRY
           PERFORM 3900-LOCATE-COUNTRY
           IF CC-COUNTRY-FOUND
               DISPLAY CC-COUNTRY " IS ALREADY ON FILE - USE (C)HANGE"
                   " OR (R)EINSTATE"
               GO TO 3200-EXIT
           END-IF

           MOVE SPACES TO WS-OLD-CT
           MOVE SPACES TO WS-NEW-CT
           MOVE CC-COUNTRY TO WS-NC-CODE
           MOVE "N" TO WS-NC-PC-BEFORE
           MOVE 0 TO WS-OC-NSN-MIN
           MOVE 0 TO WS-OC-NSN-MAX
           MOVE 0 TO WS-NC-NSN-MIN
           MOVE 0 TO WS-NC-NSN-MAX
           PERFORM 3500-KEY-COUNTRY-FIELDS

           COMPUTE WS-SLOT = CT-COUNT + 1
           MOVE CT-COUNT TO WS-OLD-CT-COUNT
           MOVE WS-SLOT TO WS-NEW-CT-COUNT
           MOVE "ADD" TO WS-ACTION-TAG
           PERFORM 3700-PREVIEW-AND-SAVE THRU 3700-EXIT
           .

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3300-CHANGE-COUNTRY - name, mask and convention; the code  *
      *                          is the key and never changes - add   *
      *                          the new code and retire the old      *
      *----------------------------------------------------------------*
       3300-CHANGE-COUNTRY.
           PERFORM 3800-KEY-COUNTRY-CODE
           IF NOT CC-COUNTRY-FOUND
               GO TO 3300-EXIT
           END-IF
           MOVE CT-IX TO WS-SLOT
           MOVE CT-ENTRY (WS-SLOT) TO WS-OLD-CT
           MOVE CT-ENTRY (WS-SLOT) TO WS-NEW-CT
           PERFORM 3500-KEY-COUNTRY-FIELDS
           IF WS-NEW-CT = WS-OLD-CT
               DISPLAY "NOTHING CHANGED - " WS-NC-CODE " LEFT ALONE"
               GO TO 3300-EXIT
           END-IF

           MOVE CT-COUNT TO WS-OLD-CT-COUNT
           MOVE CT-COUNT TO WS-NEW-CT-COUNT
           MOVE "CHANGE" TO WS-ACTION-TAG
           PERFORM 3700-PREVIEW-AND-SAVE THRU 3700-EXIT
           .

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3400-RETIRE-COUNTRY - retire an active code, or reinstate  *
      *                          a retired one                        *
      *----------------------------------------------------------------*
       3400-RETIRE-COUNTRY.
           PERFORM 3800-KEY-COUNTRY-CODE
           IF NOT CC-COUNTRY-FOUND
               GO TO 3400-EXIT
           END-IF
           MOVE CT-IX TO WS-SLOT
           MOVE CT-ENTRY (WS-SLOT) TO WS-OLD-CT
           MOVE CT-ENTRY (WS-SLOT) TO WS-NEW-CT
           IF CT-RETIRED (WS-SLOT)
               DISPLAY WS-OC-CODE " IS RETIRED - REINSTATE IT (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF NOT WS-CONFIRM-YES
                   GO TO 3400-EXIT
               END-IF
               MOVE SPACE TO WS-NC-STATUS
               MOVE "REINSTATE" TO WS-ACTION-TAG
           ELSE
               MOVE 0 TO WS-ACTIVE-RANGES
               PERFORM 3410-COUNT-ONE-RANGE
                   VARYING TT-IX FROM 1 BY 1
                   UNTIL TT-IX > TT-COUNT
               IF WS-ACTIVE-RANGES > 0
                   DISPLAY WS-ACTIVE-RANGES " ACTIVE TERRITORY "
                       "RANGE(S) STILL NAME " WS-OC-CODE
                       " - RETIRE THEM SEPARATELY"
               END-IF
               MOVE "R" TO WS-NC-STATUS
               MOVE "RETIRE" TO WS-ACTION-TAG
           END-IF

           MOVE CT-COUNT TO WS-OLD-CT-COUNT
           MOVE CT-COUNT TO WS-NEW-CT-COUNT
           PERFORM 3700-PREVIEW-AND-SAVE THRU 3700-EXIT
           .

       3400-EXIT.
           EXIT.

       3410-COUNT-ONE-RANGE.
           IF TT-COUNTRY (TT-IX) = WS-OC-CODE
               AND NOT TT-RETIRED (TT-IX)
               ADD 1 TO WS-ACTIVE-RANGES
           END-IF
           .

      *----------------------------------------------------------------*
      *    3500-KEY-COUNTRY-FIELDS - name, mask, convention and the   *
      *                              dialing fields into WS-NEW-CT;   *
      *                              ENTER keeps each one             *
      *----------------------------------------------------------------*
       3500-KEY-COUNTRY-FIELDS.
           PERFORM 3510-KEY-COUNTRY-NAME THRU 3510-EXIT
           PERFORM 3520-KEY-POSTCODE-MASK THRU 3520-EXIT
           PERFORM 3540-KEY-CONVENTION THRU 3540-EXIT
           PERFORM 3550-KEY-DIAL-CODE THRU 3550-EXIT
           PERFORM 3560-KEY-TRUNK-PREFIX THRU 3560-EXIT
           PERFORM 3570-KEY-NSN-MIN THRU 3570-EXIT
           PERFORM 3580-KEY-NSN-MAX THRU 3580-EXIT
           .

       3510-KEY-COUNTRY-NAME.
           DISPLAY "Name [" WS-NC-NAME "], new or ENTER: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               IF WS-NC-NAME = SPACES
                   DISPLAY "A COUNTRY NEEDS A NAME - TRY AGAIN"
                   GO TO 3510-KEY-COUNTRY-NAME
               END-IF
               GO TO 3510-EXIT
           END-IF
           MOVE WS-INPUT TO WS-NC-NAME
           .

       3510-EXIT.
           EXIT.

       3520-KEY-POSTCODE-MASK.
           DISPLAY "Postcode mask - N digit, A letter, X either, "
               "space blank, * anything after"
           DISPLAY "Mask [" WS-NC-MASK "], new or ENTER: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               IF WS-NC-MASK = SPACES
                   DISPLAY "A COUNTRY NEEDS A MASK - * TAKES ANY "
                       "POSTCODE - TRY AGAIN"
                   GO TO 3520-KEY-POSTCODE-MASK
               END-IF
               GO TO 3520-EXIT
           END-IF
           IF WS-INPUT(11:10) NOT = SPACES
               DISPLAY "A MASK IS TEN CHARACTERS AT MOST - TRY AGAIN"
               GO TO 3520-KEY-POSTCODE-MASK
           END-IF
           MOVE "Y" TO WS-ENTRY-OK-SW
           PERFORM 3530-PROVE-MASK-CHAR
               VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > 10
           IF NOT WS-ENTRY-OK
               DISPLAY "MASK CHARACTERS ARE N, A, X, SPACE AND * "
                   "ONLY - TRY AGAIN"
               GO TO 3520-KEY-POSTCODE-MASK
           END-IF
           MOVE WS-INPUT(1:10) TO WS-NC-MASK
           .

       3520-EXIT.
           EXIT.

       3530-PROVE-MASK-CHAR.
           IF WS-INPUT(WS-CHAR-IX:1) NOT = "N"
               AND WS-INPUT(WS-CHAR-IX:1) NOT = "A"
               AND WS-INPUT(WS-CHAR-IX:1) NOT = "X"
               AND WS-INPUT(WS-CHAR-IX:1) NOT = SPACE
               AND WS-INPUT(WS-CHAR-IX:1) NOT = "*"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF
           .

       3540-KEY-CONVENTION.
           DISPLAY "Postcode printed before the city (Y/N) ["
               WS-NC-PC-BEFORE "], new or ENTER: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           EVALUATE TRUE
               WHEN WS-INPUT = SPACES
                   CONTINUE
               WHEN WS-INPUT = "Y" OR WS-INPUT = "y"
                   MOVE "Y" TO WS-NC-PC-BEFORE
               WHEN WS-INPUT = "N" OR WS-INPUT = "n"
                   MOVE "N" TO WS-NC-PC-BEFORE
               WHEN OTHER
                   DISPLAY "Y OR N - TRY AGAIN"
                   GO TO 3540-KEY-CONVENTION
           END-EVALUATE
           .

       3540-EXIT.
           EXIT.

      * NONE clears the dialing code or trunk prefix - a country with
      * no dialing code keeps its customers' phones as keyed.
       3550-KEY-DIAL-CODE.
           DISPLAY "Dialing code, 1-3 digits or NONE ["
               WS-NC-DIAL-CODE "], new or ENTER: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           EVALUATE TRUE
               WHEN WS-INPUT = SPACES
                   CONTINUE
               WHEN WS-INPUT = "NONE" OR WS-INPUT = "none"
                   MOVE SPACES TO WS-NC-DIAL-CODE
               WHEN WS-INPUT(4:17) = SPACES
                   AND WS-INPUT(1:1) IS NUMERIC
                   AND WS-INPUT(1:1) NOT = "0"
                   AND (WS-INPUT(2:1) IS NUMERIC
                        OR WS-INPUT(2:2) = SPACES)
                   AND (WS-INPUT(3:1) IS NUMERIC
                        OR WS-INPUT(3:1) = SPACE)
                   MOVE WS-INPUT(1:3) TO WS-NC-DIAL-CODE
               WHEN OTHER
                   DISPLAY "ONE TO THREE DIGITS, NOT STARTING WITH 0 "
                       "- TRY AGAIN"
                   GO TO 3550-KEY-DIAL-CODE
           END-EVALUATE
           .

       3550-EXIT.
           EXIT.

       3560-KEY-TRUNK-PREFIX.
           DISPLAY "Trunk prefix, one digit or NONE ["
               WS-NC-TRUNK "], new or ENTER: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           EVALUATE TRUE
               WHEN WS-INPUT = SPACES
                   CONTINUE
               WHEN WS-INPUT = "NONE" OR WS-INPUT = "none"
                   MOVE SPACE TO WS-NC-TRUNK
               WHEN WS-INPUT(1:1) IS NUMERIC
                   AND WS-INPUT(2:19) = SPACES
                   MOVE WS-INPUT(1:1) TO WS-NC-TRUNK
               WHEN OTHER
                   DISPLAY "ONE DIGIT OR NONE - TRY AGAIN"
                   GO TO 3560-KEY-TRUNK-PREFIX
           END-EVALUATE
           .

       3560-EXIT.
           EXIT.

      * Lengths are of the national number alone - no dialing code,
      * no trunk prefix. 0 and 0 leaves the length unchecked.
       3570-KEY-NSN-MIN.
           DISPLAY "National number length, shortest ["
               WS-NC-NSN-MIN "], new or ENTER: " WITH NO ADVANCING
           PERFORM 3590-ACCEPT-LENGTH
           IF NOT WS-ENTRY-OK
               GO TO 3570-KEY-NSN-MIN
           END-IF
           IF WS-INPUT NOT = SPACES
               MOVE WS-LENGTH-INPUT TO WS-NC-NSN-MIN
           END-IF
           .

       3570-EXIT.
           EXIT.

       3580-KEY-NSN-MAX.
           DISPLAY "National number length, longest  ["
               WS-NC-NSN-MAX "], new or ENTER: " WITH NO ADVANCING
           PERFORM 3590-ACCEPT-LENGTH
           IF NOT WS-ENTRY-OK
               GO TO 3580-KEY-NSN-MAX
           END-IF
           IF WS-INPUT NOT = SPACES
               MOVE WS-LENGTH-INPUT TO WS-NC-NSN-MAX
           END-IF
           IF WS-NC-NSN-MAX < WS-NC-NSN-MIN
               DISPLAY "LONGEST IS SHORTER THAN SHORTEST ("
                   WS-NC-NSN-MIN ") - TRY AGAIN"
               GO TO 3580-KEY-NSN-MAX
           END-IF
           .

       3580-EXIT.
           EXIT.

       3590-ACCEPT-LENGTH.
           MOVE "Y" TO WS-ENTRY-OK-SW
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           EVALUATE TRUE
               WHEN WS-INPUT = SPACES
                   CONTINUE
               WHEN WS-INPUT(1:1) IS NUMERIC
                   AND WS-INPUT(2:19) = SPACES
                   MOVE WS-INPUT(1:1) TO WS-LENGTH-INPUT
               WHEN WS-INPUT(1:2) IS NUMERIC
                   AND WS-INPUT(3:18) = SPACES
                   MOVE WS-INPUT(1:2) TO WS-LENGTH-INPUT
               WHEN OTHER
                   MOVE "N" TO WS-ENTRY-OK-SW
           END-EVALUATE
           IF WS-ENTRY-OK AND WS-INPUT NOT = SPACES
               AND WS-LENGTH-INPUT > 14
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF
           IF NOT WS-ENTRY-OK
               DISPLAY "A LENGTH IS 0 TO 14 DIGITS - TRY AGAIN"
           END-IF
           .

      *----------------------------------------------------------------*
      *    3700-PREVIEW-AND-SAVE - every live customer of the country *
      *                            proved against the old entry and   *
      *                            the new; the counts are shown and  *
      *                            the supervisor decides             *
      *----------------------------------------------------------------*
       3700-PREVIEW-AND-SAVE.
           MOVE WS-NC-CODE TO WS-PV-COUNTRY
           INITIALIZE WS-PREVIEW-TOTALS
           PERFORM 6000-OPEN-CUSTOMERS
           IF WS-PREVIEW-OK
               PERFORM 6100-FETCH-CUSTOMER
               PERFORM 3710-PREVIEW-ONE-CUSTOMER
                   UNTIL WS-EOF
               EXEC SQL CLOSE REF-CURSOR END-EXEC
           END-IF
           MOVE WS-OLD-CT TO CT-ENTRY (WS-SLOT)
           MOVE WS-OLD-CT-COUNT TO CT-COUNT
           IF NOT WS-PREVIEW-OK
               DISPLAY "CUSTOMER TABLE COULD NOT BE READ - NO PREVIEW,"
                   " CHANGE NOT SAVED"
               GO TO 3700-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "IMPACT ON THE " WS-PV-EXAMINED
               " CURRENT CUSTOMER(S) IN " WS-PV-COUNTRY ":"
           DISPLAY "  NEWLY FAIL THE POSTCODE CHECK : " WS-PV-NEW-FAIL
           DISPLAY "  NEWLY PASS THE POSTCODE CHECK : " WS-PV-NEW-PASS
           DISPLAY "  FAIL BEFORE AND AFTER         : "
               WS-PV-STILL-FAIL
           DISPLAY "  PHONES NEWLY FAIL NORMALIZING : "
               WS-PV-PHONE-FAIL
           DISPLAY "  PHONES NEWLY NORMALIZE        : "
               WS-PV-PHONE-PASS
           PERFORM 6500-CONFIRM-SAVE
           IF NOT WS-CONFIRM-YES
               DISPLAY "CHANGE DISCARDED - CNTRYREF LEFT ALONE"
               GO TO 3700-EXIT
           END-IF

           MOVE WS-NEW-CT TO CT-ENTRY (WS-SLOT)
           MOVE WS-NEW-CT-COUNT TO CT-COUNT
           PERFORM 7000-REWRITE-COUNTRY-FILE
           IF NOT WS-WRITE-OK
               MOVE WS-OLD-CT TO CT-ENTRY (WS-SLOT)
               MOVE WS-OLD-CT-COUNT TO CT-COUNT
               GO TO 3700-EXIT
           END-IF
           PERFORM 7600-LOG-COUNTRY-CHANGE
           ADD 1 TO WS-CHANGES-MADE
           DISPLAY "CNTRYREF REWRITTEN - " WS-NC-CODE " "
               WS-ACTION-TAG " SAVED"
           .

       3700-EXIT.
           EXIT.

       3710-PREVIEW-ONE-CUSTOMER.
           IF USER-COUNTRY = WS-PV-COUNTRY
               AND NOT USER-ST-DELETED
               ADD 1 TO WS-PV-EXAMINED
               MOVE USER-COUNTRY TO CC-COUNTRY
               MOVE USER-POSTCODE TO CC-POSTCODE
               MOVE WS-OLD-CT TO CT-ENTRY (WS-SLOT)
               MOVE WS-OLD-CT-COUNT TO CT-COUNT
               PERFORM CHECK-COUNTRY-POSTCODE
               MOVE CC-VALID-SW TO WS-OLD-PASS-SW
               MOVE USER-COUNTRY TO PN-COUNTRY
               MOVE USER-PHONE TO PN-PHONE
               PERFORM NORMALIZE-PHONE
               MOVE "N" TO WS-OLD-PHONE-SW
               IF PN-ACCEPTED
                   MOVE "Y" TO WS-OLD-PHONE-SW
               END-IF
               MOVE WS-NEW-CT TO CT-ENTRY (WS-SLOT)
               MOVE WS-NEW-CT-COUNT TO CT-COUNT
               PERFORM NORMALIZE-PHONE
               EVALUATE TRUE
                   WHEN WS-OLD-PHONE-OK AND NOT PN-ACCEPTED
                       ADD 1 TO WS-PV-PHONE-FAIL
                   WHEN NOT WS-OLD-PHONE-OK AND PN-ACCEPTED
                       ADD 1 TO WS-PV-PHONE-PASS
               END-EVALUATE
               PERFORM CHECK-COUNTRY-POSTCODE
               EVALUATE TRUE
                   WHEN WS-OLD-PASS AND NOT CC-POSTCODE-VALID
                       ADD 1 TO WS-PV-NEW-FAIL
                       MOVE "PASS" TO RM-SL-OLD
                       MOVE "FAIL" TO RM-SL-NEW
                       PERFORM 6200-SHOW-SAMPLE
                   WHEN NOT WS-OLD-PASS AND CC-POSTCODE-VALID
                       ADD 1 TO WS-PV-NEW-PASS
                       MOVE "FAIL" TO RM-SL-OLD
                       MOVE "PASS" TO RM-SL-NEW
                       PERFORM 6200-SHOW-SAMPLE
                   WHEN NOT WS-OLD-PASS
                       ADD 1 TO WS-PV-STILL-FAIL
               END-EVALUATE
           END-IF
           PERFORM 6100-FETCH-CUSTOMER
           .

      *----------------------------------------------------------------*
      *    3800-KEY-COUNTRY-CODE - an existing code to work on        *
      *----------------------------------------------------------------*
       3800-KEY-COUNTRY-CODE.
           DISPLAY "Country code: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE WS-INPUT(1:2) TO CC-COUNTRY
           PERFORM 3900-LOCATE-COUNTRY
           IF NOT CC-COUNTRY-FOUND
               DISPLAY "NO COUNTRY " CC-COUNTRY " ON FILE"
           END-IF
           .

       3900-LOCATE-COUNTRY.
           MOVE "N" TO CC-FOUND-SW
           MOVE 1 TO CT-IX
           PERFORM FIND-ONE-COUNTRY
               UNTIL CC-COUNTRY-FOUND OR CT-IX > CT-COUNT
           .

      *----------------------------------------------------------------*
      *    4000-TERRITORY-ACTION - list, add, change, retire, back    *
      *----------------------------------------------------------------*
       4000-TERRITORY-ACTION.
           DISPLAY " "
           DISPLAY "TERRITORY RANGES - (L)ist, (A)dd, (C)hange, "
               "(R)etire/reinstate, (B)ack: " WITH NO ADVANCING
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 4100-LIST-RANGES
               WHEN WS-ACTION-ADD
                   PERFORM 4200-ADD-RANGE THRU 4200-EXIT
               WHEN WS-ACTION-CHANGE
                   PERFORM 4300-CHANGE-RANGE THRU 4300-EXIT
               WHEN WS-ACTION-RETIRE
                   PERFORM 4400-RETIRE-RANGE THRU 4400-EXIT
               WHEN WS-ACTION-BACK
                   SET WS-BACK TO TRUE
               WHEN OTHER
                   DISPLAY "DID NOT FOLLOW THAT - TRY AGAIN"
           END-EVALUATE
           .

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-LIST-RANGES - every range by number, with inverted    *
      *                       and overlapping active ranges flagged   *
      *----------------------------------------------------------------*
       4100-LIST-RANGES.
           IF TT-COUNT = 0
               DISPLAY "NO TERRITORY RANGES ON FILE"
           ELSE
               DISPLAY "NO. CC LOW          HIGH      TERR NAME"
               PERFORM 4110-LIST-ONE-RANGE
                   VARYING TT-IX FROM 1 BY 1
                   UNTIL TT-IX > TT-COUNT
           END-IF
           .

       4110-LIST-ONE-RANGE.
           MOVE TT-IX TO RM-TL-ENTRY
           MOVE TT-COUNTRY (TT-IX) TO RM-TL-COUNTRY
           MOVE TT-PC-LO (TT-IX) TO RM-TL-PC-LO
           MOVE TT-PC-HI (TT-IX) TO RM-TL-PC-HI
           MOVE TT-CODE (TT-IX) TO RM-TL-CODE
           MOVE TT-NAME (TT-IX) TO RM-TL-NAME
           MOVE SPACES TO RM-TL-NOTE
           IF TT-RETIRED (TT-IX)
               MOVE "RETIRED" TO RM-TL-STATUS
           ELSE
               MOVE SPACES TO RM-TL-STATUS
               IF TT-PC-LO (TT-IX) > TT-PC-HI (TT-IX)
                   MOVE "INVERTED" TO RM-TL-NOTE
               ELSE
                   MOVE TT-ENTRY (TT-IX) TO WS-NEW-TT
                   MOVE TT-IX TO WS-SLOT
                   MOVE "Y" TO WS-ENTRY-OK-SW
                   MOVE 1 TO WS-OTHER-IX
                   PERFORM 4120-TEST-ONE-OVERLAP
                       UNTIL NOT WS-ENTRY-OK
                       OR WS-OTHER-IX > TT-COUNT
                   IF NOT WS-ENTRY-OK
                       MOVE WS-OTHER-IX TO RM-ON-ENTRY
                       MOVE RM-OVERLAP-NOTE TO RM-TL-NOTE
                   END-IF
               END-IF
           END-IF
           DISPLAY RM-TERR-LINE
           .

      * WS-NEW-TT against one other active range of its country; two
      * ranges overlap when each starts no later than the other ends.
      * Leaves WS-OTHER-IX on the range it collides with.
       4120-TEST-ONE-OVERLAP.
           IF WS-OTHER-IX NOT = WS-SLOT
               AND TT-COUNTRY (WS-OTHER-IX) = WS-NT-COUNTRY
               AND NOT TT-RETIRED (WS-OTHER-IX)
               AND WS-NT-PC-LO NOT > TT-PC-HI (WS-OTHER-IX)
               AND TT-PC-LO (WS-OTHER-IX) NOT > WS-NT-PC-HI
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               ADD 1 TO WS-OTHER-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    4200-ADD-RANGE - a new range, appended to the file         *
      *----------------------------------------------------------------*
       4200-ADD-RANGE.
           IF TT-COUNT NOT < 200
               DISPLAY "TERRITORY TABLE FULL AT 200 RANGES"
               GO TO 4200-EXIT
           END-IF
           DISPLAY "Country code: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE WS-INPUT(1:2) TO CC-COUNTRY
           IF CT-COUNT > 0
               PERFORM 3900-LOCATE-COUNTRY
               IF NOT CC-COUNTRY-FOUND
                   DISPLAY "NO COUNTRY " CC-COUNTRY " ON CNTRYREF - "
                       "ADD THE COUNTRY FIRST"
                   GO TO 4200-EXIT
               END-IF
               IF CT-RETIRED (CT-IX)
                   DISPLAY "COUNTRY " CC-COUNTRY " IS RETIRED"
                   GO TO 4200-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-OLD-TT
           MOVE SPACES TO WS-NEW-TT
           MOVE CC-COUNTRY TO WS-NT-COUNTRY
           PERFORM 4500-KEY-RANGE-FIELDS
           COMPUTE WS-SLOT = TT-COUNT + 1
           PERFORM 4600-PROVE-RANGE
           IF NOT WS-ENTRY-OK
               GO TO 4200-EXIT
           END-IF

           MOVE TT-COUNT TO WS-OLD-TT-COUNT
           MOVE WS-SLOT TO WS-NEW-TT-COUNT
           MOVE "ADD" TO WS-ACTION-TAG
           PERFORM 4700-PREVIEW-AND-SAVE THRU 4700-EXIT
           .

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-CHANGE-RANGE - ends, code and name; a range stays in  *
      *                        its country - retire it and add one    *
      *                        under the other country instead        *
      *----------------------------------------------------------------*
       4300-CHANGE-RANGE.
           PERFORM 4800-KEY-RANGE-NUMBER
           IF NOT WS-ENTRY-OK
               GO TO 4300-EXIT
           END-IF
           MOVE TT-ENTRY (WS-SLOT) TO WS-OLD-TT
           MOVE TT-ENTRY (WS-SLOT) TO WS-NEW-TT
           PERFORM 4500-KEY-RANGE-FIELDS
           IF WS-NEW-TT = WS-OLD-TT
               DISPLAY "NOTHING CHANGED - RANGE " WS-ENTRY-NO
                   " LEFT ALONE"
               GO TO 4300-EXIT
           END-IF
           IF WS-NT-STATUS NOT = "R"
               PERFORM 4600-PROVE-RANGE
               IF NOT WS-ENTRY-OK
                   GO TO 4300-EXIT
               END-IF
           END-IF

           MOVE TT-COUNT TO WS-OLD-TT-COUNT
           MOVE TT-COUNT TO WS-NEW-TT-COUNT
           MOVE "CHANGE" TO WS-ACTION-TAG
           PERFORM 4700-PREVIEW-AND-SAVE THRU 4700-EXIT
           .

       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4400-RETIRE-RANGE - retire an active range, or reinstate a *
      *                        retired one if it still fits           *
      *----------------------------------------------------------------*
       4400-RETIRE-RANGE.
           PERFORM 4800-KEY-RANGE-NUMBER
           IF NOT WS-ENTRY-OK
               GO TO 4400-EXIT
           END-IF
           MOVE TT-ENTRY (WS-SLOT) TO WS-OLD-TT
           MOVE TT-ENTRY (WS-SLOT) TO WS-NEW-TT
           IF TT-RETIRED (WS-SLOT)
               DISPLAY "RANGE " WS-ENTRY-NO " IS RETIRED - REINSTATE "
                   "IT (Y/N): " WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF NOT WS-CONFIRM-YES
                   GO TO 4400-EXIT
               END-IF
               MOVE SPACE TO WS-NT-STATUS
               PERFORM 4600-PROVE-RANGE
               IF NOT WS-ENTRY-OK
                   GO TO 4400-EXIT
               END-IF
               MOVE "REINSTATE" TO WS-ACTION-TAG
           ELSE
               MOVE "R" TO WS-NT-STATUS
               MOVE "RETIRE" TO WS-ACTION-TAG
           END-IF

           MOVE TT-COUNT TO WS-OLD-TT-COUNT
           MOVE TT-COUNT TO WS-NEW-TT-COUNT
           PERFORM 4700-PREVIEW-AND-SAVE THRU 4700-EXIT
           .

       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-KEY-RANGE-FIELDS - low and high ends, territory code  *
      *                            and name into WS-NEW-TT; ENTER     *
      *                            keeps each one                     *
      *----------------------------------------------------------------*
       4500-KEY-RANGE-FIELDS.
           PERFORM 4510-KEY-RANGE-LOW THRU 4510-EXIT
           PERFORM 4520-KEY-RANGE-HIGH THRU 4520-EXIT
           PERFORM 4530-KEY-TERR-CODE THRU 4530-EXIT
           PERFORM 4540-KEY-TERR-NAME THRU 4540-EXIT
           .

       4510-KEY-RANGE-LOW.
           DISPLAY "Low postcode [" WS-NT-PC-LO "], new or ENTER: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               IF WS-NT-PC-LO = SPACES
                   DISPLAY "A RANGE NEEDS A LOW END - TRY AGAIN"
                   GO TO 4510-KEY-RANGE-LOW
               END-IF
               GO TO 4510-EXIT
           END-IF
           IF WS-INPUT(11:10) NOT = SPACES
               DISPLAY "A POSTCODE IS TEN CHARACTERS AT MOST - TRY "
                   "AGAIN"
               GO TO 4510-KEY-RANGE-LOW
           END-IF
           MOVE WS-INPUT(1:10) TO WS-NT-PC-LO
           .

       4510-EXIT.
           EXIT.

       4520-KEY-RANGE-HIGH.
           DISPLAY "High postcode [" WS-NT-PC-HI "], new or ENTER: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               IF WS-NT-PC-HI = SPACES
                   DISPLAY "A RANGE NEEDS A HIGH END - TRY AGAIN"
                   GO TO 4520-KEY-RANGE-HIGH
               END-IF
               GO TO 4520-EXIT
           END-IF
           IF WS-INPUT(11:10) NOT = SPACES
               DISPLAY "A POSTCODE IS TEN CHARACTERS AT MOST - TRY "
                   "AGAIN"
               GO TO 4520-KEY-RANGE-HIGH
           END-IF
           MOVE WS-INPUT(1:10) TO WS-NT-PC-HI
           .

       4520-EXIT.
           EXIT.

       4530-KEY-TERR-CODE.
           DISPLAY "Territory code [" WS-NT-CODE "], new or ENTER: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               IF WS-NT-CODE = SPACES
                   DISPLAY "A RANGE NEEDS A TERRITORY CODE - TRY AGAIN"
                   GO TO 4530-KEY-TERR-CODE
               END-IF
               GO TO 4530-EXIT
           END-IF
           IF WS-INPUT(5:16) NOT = SPACES
               DISPLAY "A TERRITORY CODE IS FOUR CHARACTERS AT MOST - "
                   "TRY AGAIN"
               GO TO 4530-KEY-TERR-CODE
           END-IF
           MOVE WS-INPUT(1:4) TO WS-NT-CODE
           .

       4530-EXIT.
           EXIT.

       4540-KEY-TERR-NAME.
           DISPLAY "Territory name [" WS-NT-NAME "], new or ENTER: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF WS-INPUT = SPACES
               IF WS-NT-NAME = SPACES
                   DISPLAY "A RANGE NEEDS A TERRITORY NAME - TRY AGAIN"
                   GO TO 4540-KEY-TERR-NAME
               END-IF
               GO TO 4540-EXIT
           END-IF
           MOVE WS-INPUT TO WS-NT-NAME
           .

       4540-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4600-PROVE-RANGE - WS-NEW-TT for slot WS-SLOT: the low end *
      *                       may not sort above the high end, and no *
      *                       other active range of the country may   *
      *                       share a postcode with it                *
      *----------------------------------------------------------------*
       4600-PROVE-RANGE.
           MOVE "Y" TO WS-ENTRY-OK-SW
           IF WS-NT-PC-LO > WS-NT-PC-HI
               DISPLAY "LOW END " WS-NT-PC-LO " SORTS ABOVE HIGH END "
                   WS-NT-PC-HI " - INVERTED RANGE REFUSED"
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               MOVE 1 TO WS-OTHER-IX
               PERFORM 4120-TEST-ONE-OVERLAP
                   UNTIL NOT WS-ENTRY-OK
                   OR WS-OTHER-IX > TT-COUNT
               IF NOT WS-ENTRY-OK
                   MOVE WS-OTHER-IX TO RM-ON-ENTRY
                   DISPLAY "OVERLAPS RANGE " RM-ON-ENTRY " "
                       TT-PC-LO (WS-OTHER-IX) " - "
                       TT-PC-HI (WS-OTHER-IX) " "
                       TT-CODE (WS-OTHER-IX) " - RANGE REFUSED"
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    4700-PREVIEW-AND-SAVE - every live customer of the country *
      *                            placed by the old ranges and by    *
      *                            the new; the moves are shown and   *
      *                            the supervisor decides             *
      *----------------------------------------------------------------*
       4700-PREVIEW-AND-SAVE.
           MOVE WS-NT-COUNTRY TO WS-PV-COUNTRY
           INITIALIZE WS-PREVIEW-TOTALS
           PERFORM 6000-OPEN-CUSTOMERS
           IF WS-PREVIEW-OK
               PERFORM 6100-FETCH-CUSTOMER
               PERFORM 4710-PREVIEW-ONE-CUSTOMER
                   UNTIL WS-EOF
               EXEC SQL CLOSE REF-CURSOR END-EXEC
           END-IF
           MOVE WS-OLD-TT TO TT-ENTRY (WS-SLOT)
           MOVE WS-OLD-TT-COUNT TO TT-COUNT
           IF NOT WS-PREVIEW-OK
               DISPLAY "CUSTOMER TABLE COULD NOT BE READ - NO PREVIEW,"
                   " CHANGE NOT SAVED"
               GO TO 4700-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "IMPACT ON THE " WS-PV-EXAMINED
               " CURRENT CUSTOMER(S) IN " WS-PV-COUNTRY ":"
           DISPLAY "  MOVE TO ANOTHER TERRITORY     : " WS-PV-MOVED
           DISPLAY "  LOSE THEIR TERRITORY          : "
               WS-PV-UNASSIGNED
           DISPLAY "  GAIN A TERRITORY              : " WS-PV-ASSIGNED
           PERFORM 6500-CONFIRM-SAVE
           IF NOT WS-CONFIRM-YES
               DISPLAY "CHANGE DISCARDED - TERRREF LEFT ALONE"
               GO TO 4700-EXIT
           END-IF

           MOVE WS-NEW-TT TO TT-ENTRY (WS-SLOT)
           MOVE WS-NEW-TT-COUNT TO TT-COUNT
           PERFORM 7100-REWRITE-TERRITORY-FILE
           IF NOT WS-WRITE-OK
               MOVE WS-OLD-TT TO TT-ENTRY (WS-SLOT)
               MOVE WS-OLD-TT-COUNT TO TT-COUNT
               GO TO 4700-EXIT
           END-IF
           PERFORM 7700-LOG-RANGE-CHANGE
           ADD 1 TO WS-CHANGES-MADE
           MOVE WS-SLOT TO WS-ENTRY-NO
           DISPLAY "TERRREF REWRITTEN - RANGE " WS-ENTRY-NO " "
               WS-ACTION-TAG " SAVED"
           DISPLAY "USRTERR RESTAMPS THE ASSIGNMENTS ON ITS NEXT RUN"
           .

       4700-EXIT.
           EXIT.

       4710-PREVIEW-ONE-CUSTOMER.
           IF USER-COUNTRY = WS-PV-COUNTRY
               AND NOT USER-ST-DELETED
               ADD 1 TO WS-PV-EXAMINED
               MOVE USER-COUNTRY TO TL-IN-COUNTRY
               MOVE USER-POSTCODE TO TL-IN-POSTCODE
               MOVE WS-OLD-TT TO TT-ENTRY (WS-SLOT)
               MOVE WS-OLD-TT-COUNT TO TT-COUNT
               PERFORM FIND-TERRITORY
               MOVE TL-ASSIGNED-SW TO WS-OLD-ASSIGNED-SW
               MOVE TL-TERR-CODE TO WS-OLD-TERR-CODE
               MOVE WS-NEW-TT TO TT-ENTRY (WS-SLOT)
               MOVE WS-NEW-TT-COUNT TO TT-COUNT
               PERFORM FIND-TERRITORY
               MOVE WS-OLD-TERR-CODE TO RM-SL-OLD
               MOVE TL-TERR-CODE TO RM-SL-NEW
               EVALUATE TRUE
                   WHEN WS-OLD-ASSIGNED AND TL-ASSIGNED
                       AND WS-OLD-TERR-CODE NOT = TL-TERR-CODE
                       ADD 1 TO WS-PV-MOVED
                       PERFORM 6200-SHOW-SAMPLE
                   WHEN WS-OLD-ASSIGNED AND NOT TL-ASSIGNED
                       ADD 1 TO WS-PV-UNASSIGNED
                       MOVE "NONE" TO RM-SL-NEW
                       PERFORM 6200-SHOW-SAMPLE
                   WHEN NOT WS-OLD-ASSIGNED AND TL-ASSIGNED
                       ADD 1 TO WS-PV-ASSIGNED
                       MOVE "NONE" TO RM-SL-OLD
                       PERFORM 6200-SHOW-SAMPLE
               END-EVALUATE
           END-IF
           PERFORM 6100-FETCH-CUSTOMER
           .

      *----------------------------------------------------------------*
      *    4800-KEY-RANGE-NUMBER - an existing range, by its number   *
      *                            on the list                        *
      *----------------------------------------------------------------*
       4800-KEY-RANGE-NUMBER.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Range number (three digits, as listed): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY-INPUT
           ACCEPT WS-ENTRY-INPUT
           IF WS-ENTRY-INPUT IS NOT NUMERIC
               DISPLAY "A RANGE NUMBER IS THREE DIGITS - TRY AGAIN"
           ELSE
               MOVE WS-ENTRY-INPUT TO WS-ENTRY-NO
               IF WS-ENTRY-NO = 0
                   OR WS-ENTRY-NO > TT-COUNT
                   DISPLAY "NO RANGE " WS-ENTRY-NO " ON FILE"
               ELSE
                   MOVE WS-ENTRY-NO TO WS-SLOT
                   MOVE "Y" TO WS-ENTRY-OK-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    6000-OPEN-CUSTOMERS - the live table, fresh for each       *
      *                          preview                              *
      *----------------------------------------------------------------*
       6000-OPEN-CUSTOMERS.
           MOVE "Y" TO WS-PREVIEW-OK-SW
           MOVE "N" TO WS-EOF-SW
           EXEC SQL OPEN REF-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE "REFMNT" TO EL-PROGRAM-ID
               MOVE "6000-OPEN-CUSTOMERS" TO EL-PARAGRAPH
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               MOVE WS-SQLCODE-DISPLAY TO EL-CODE
               MOVE "UNABLE TO OPEN REF-CURSOR" TO EL-MESSAGE
               SET EL-SEV-FATAL TO TRUE
               PERFORM WRITE-ERROR-LOG
               MOVE "N" TO WS-PREVIEW-OK-SW
               SET WS-EOF TO TRUE
           END-IF
           .

       6100-FETCH-CUSTOMER.
           EXEC SQL
               FETCH REF-CURSOR
               INTO :USER-ID, :USER-POSTCODE, :USER-COUNTRY,
                    :USER-PHONE, :USER-STATUS
           END-EXEC

           IF SQLCODE = 100
               SET WS-EOF TO TRUE
           ELSE
               IF SQLCODE < 0
                   MOVE "REFMNT" TO EL-PROGRAM-ID
                   MOVE "6100-FETCH-CUSTOMER" TO EL-PARAGRAPH
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE WS-SQLCODE-DISPLAY TO EL-CODE
                   MOVE "FETCH REF-CURSOR FAILED" TO EL-MESSAGE
                   SET EL-SEV-FATAL TO TRUE
                   PERFORM WRITE-ERROR-LOG
                   MOVE "N" TO WS-PREVIEW-OK-SW
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           .

      * The first ten customers a change touches, so the supervisor
      * can look one or two of them up before deciding.
       6200-SHOW-SAMPLE.
           IF WS-PV-SHOWN < 10
               IF WS-PV-SHOWN = 0
                   DISPLAY "FIRST CUSTOMERS AFFECTED (ID, POSTCODE, "
                       "BEFORE -> AFTER):"
               END-IF
               MOVE USER-ID TO RM-SL-USER-ID
               MOVE USER-POSTCODE TO RM-SL-POSTCODE
               DISPLAY RM-SAMPLE-LINE
               ADD 1 TO WS-PV-SHOWN
           END-IF
           .

       6500-CONFIRM-SAVE.
           DISPLAY "Save this change (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           .

      *----------------------------------------------------------------*
      *    7000-REWRITE-COUNTRY-FILE - the whole table back down,     *
      *                                correctly aligned              *
      *----------------------------------------------------------------*
       7000-REWRITE-COUNTRY-FILE.
           MOVE "Y" TO WS-WRITE-OK-SW
           OPEN OUTPUT COUNTRY-REF-FILE
           IF NOT COUNTRY-REF-OK
               DISPLAY "UNABLE TO REWRITE CNTRYREF, STATUS="
                   COUNTRY-REF-STATUS
               MOVE "N" TO WS-WRITE-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7010-WRITE-ONE-COUNTRY
                   VARYING CT-IX FROM 1 BY 1
                   UNTIL CT-IX > CT-COUNT
               CLOSE COUNTRY-REF-FILE
           END-IF
           .

       7010-WRITE-ONE-COUNTRY.
           MOVE SPACES TO COUNTRY-REF-REC
           MOVE CT-CODE (CT-IX) TO CY-COUNTRY-CODE
           MOVE CT-NAME (CT-IX) TO CY-COUNTRY-NAME
           MOVE CT-MASK (CT-IX) TO CY-POSTCODE-MASK
           MOVE CT-PC-BEFORE (CT-IX) TO CY-PC-BEFORE-CITY
           MOVE CT-STATUS (CT-IX) TO CY-STATUS
           MOVE CT-DIAL-CODE (CT-IX) TO CY-DIAL-CODE
           MOVE CT-TRUNK (CT-IX) TO CY-TRUNK-PREFIX
           MOVE CT-NSN-MIN (CT-IX) TO CY-NSN-MIN
           MOVE CT-NSN-MAX (CT-IX) TO CY-NSN-MAX
           WRITE COUNTRY-REF-REC
           .

       7100-REWRITE-TERRITORY-FILE.
           MOVE "Y" TO WS-WRITE-OK-SW
           OPEN OUTPUT TERR-REF-FILE
           IF NOT TERR-REF-OK
               DISPLAY "UNABLE TO REWRITE TERRREF, STATUS="
                   TERR-REF-STATUS
               MOVE "N" TO WS-WRITE-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7110-WRITE-ONE-RANGE
                   VARYING TT-IX FROM 1 BY 1
                   UNTIL TT-IX > TT-COUNT
               CLOSE TERR-REF-FILE
           END-IF
           .

       7110-WRITE-ONE-RANGE.
           MOVE SPACES TO TERR-REF-REC
           MOVE TT-COUNTRY (TT-IX) TO TR-COUNTRY
           MOVE TT-PC-LO (TT-IX) TO TR-PC-LO
           MOVE TT-PC-HI (TT-IX) TO TR-PC-HI
           MOVE TT-CODE (TT-IX) TO TR-TERR-CODE
           MOVE TT-NAME (TT-IX) TO TR-TERR-NAME
           MOVE TT-STATUS (TT-IX) TO TR-STATUS
           WRITE TERR-REF-REC
           .

      *----------------------------------------------------------------*
      *    7500-LOG-FIELD - who changed which field of which entry,   *
      *                     from what, to what, and when              *
      *----------------------------------------------------------------*
       7500-LOG-FIELD.
           MOVE SPACES TO REF-AUDIT-REC
           ACCEPT RA-DATE FROM DATE YYYYMMDD
           ACCEPT RA-TIME FROM TIME
           MOVE WS-OPERATOR TO RA-OPERATOR
           MOVE WS-AUDIT-FILE-TAG TO RA-FILE
           MOVE WS-ACTION-TAG TO RA-ACTION
           MOVE WS-AUDIT-KEY TO RA-KEY
           MOVE WS-FIELD-TAG TO RA-FIELD-NAME
           MOVE WS-OLD-VALUE TO RA-OLD-VALUE
           MOVE WS-NEW-VALUE TO RA-NEW-VALUE
           OPEN EXTEND REF-AUDIT-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT REF-AUDIT-FILE
           END-IF
           IF WS-AUDIT-OK
               WRITE REF-AUDIT-REC
               CLOSE REF-AUDIT-FILE
           ELSE
               DISPLAY "UNABLE TO WRITE REFAUDT, STATUS="
                   WS-AUDIT-STATUS
           END-IF
           .

      * One audit record per field that differs; an add logs every
      * field it keyed against a blank old value.
       7600-LOG-COUNTRY-CHANGE.
           MOVE "CNTRYREF" TO WS-AUDIT-FILE-TAG
           MOVE WS-NC-CODE TO WS-AUDIT-KEY
           IF WS-NC-NAME NOT = WS-OC-NAME
               MOVE "NAME" TO WS-FIELD-TAG
               MOVE WS-OC-NAME TO WS-OLD-VALUE
               MOVE WS-NC-NAME TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NC-MASK NOT = WS-OC-MASK
               MOVE "MASK" TO WS-FIELD-TAG
               MOVE WS-OC-MASK TO WS-OLD-VALUE
               MOVE WS-NC-MASK TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NC-PC-BEFORE NOT = WS-OC-PC-BEFORE
               MOVE "PC-BEFORE" TO WS-FIELD-TAG
               MOVE WS-OC-PC-BEFORE TO WS-OLD-VALUE
               MOVE WS-NC-PC-BEFORE TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NC-DIAL-CODE NOT = WS-OC-DIAL-CODE
               MOVE "DIAL-CODE" TO WS-FIELD-TAG
               MOVE WS-OC-DIAL-CODE TO WS-OLD-VALUE
               MOVE WS-NC-DIAL-CODE TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NC-TRUNK NOT = WS-OC-TRUNK
               MOVE "TRUNK" TO WS-FIELD-TAG
               MOVE WS-OC-TRUNK TO WS-OLD-VALUE
               MOVE WS-NC-TRUNK TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NC-NSN-MIN NOT = WS-OC-NSN-MIN
               MOVE "NSN-MIN" TO WS-FIELD-TAG
               MOVE WS-OC-NSN-MIN TO WS-OLD-VALUE
               MOVE WS-NC-NSN-MIN TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NC-NSN-MAX NOT = WS-OC-NSN-MAX
               MOVE "NSN-MAX" TO WS-FIELD-TAG
               MOVE WS-OC-NSN-MAX TO WS-OLD-VALUE
               MOVE WS-NC-NSN-MAX TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NC-STATUS NOT = WS-OC-STATUS
               MOVE "STATUS" TO WS-FIELD-TAG
               MOVE WS-OC-STATUS TO WS-OLD-VALUE
               MOVE WS-NC-STATUS TO WS-NEW-VALUE
               PERFORM 7800-STATUS-WORDS
               PERFORM 7500-LOG-FIELD
           END-IF
           .

       7700-LOG-RANGE-CHANGE.
           MOVE "TERRREF" TO WS-AUDIT-FILE-TAG
           MOVE SPACES TO WS-AUDIT-KEY
           MOVE WS-SLOT TO WS-ENTRY-NO
           STRING WS-ENTRY-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-COUNTRY DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           END-STRING
           IF WS-NT-PC-LO NOT = WS-OT-PC-LO
               MOVE "PC-LO" TO WS-FIELD-TAG
               MOVE WS-OT-PC-LO TO WS-OLD-VALUE
               MOVE WS-NT-PC-LO TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NT-PC-HI NOT = WS-OT-PC-HI
               MOVE "PC-HI" TO WS-FIELD-TAG
               MOVE WS-OT-PC-HI TO WS-OLD-VALUE
               MOVE WS-NT-PC-HI TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NT-CODE NOT = WS-OT-CODE
               MOVE "TERR-CODE" TO WS-FIELD-TAG
               MOVE WS-OT-CODE TO WS-OLD-VALUE
               MOVE WS-NT-CODE TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NT-NAME NOT = WS-OT-NAME
               MOVE "TERR-NAME" TO WS-FIELD-TAG
               MOVE WS-OT-NAME TO WS-OLD-VALUE
               MOVE WS-NT-NAME TO WS-NEW-VALUE
               PERFORM 7500-LOG-FIELD
           END-IF
           IF WS-NT-STATUS NOT = WS-OT-STATUS
               MOVE "STATUS" TO WS-FIELD-TAG
               MOVE WS-OT-STATUS TO WS-OLD-VALUE
               MOVE WS-NT-STATUS TO WS-NEW-VALUE
               PERFORM 7800-STATUS-WORDS
               PERFORM 7500-LOG-FIELD
           END-IF
           .

       7800-STATUS-WORDS.
           IF WS-OLD-VALUE = "R"
               MOVE "RETIRED" TO WS-OLD-VALUE
           ELSE
               MOVE "ACTIVE" TO WS-OLD-VALUE
           END-IF
           IF WS-NEW-VALUE = "R"
               MOVE "RETIRED" TO WS-NEW-VALUE
           ELSE
               MOVE "ACTIVE" TO WS-NEW-VALUE
           END-IF
           .

           COPY errorlog-write.

           COPY cntryref-load.

           COPY terrref-load.

           COPY oprsign-verify.

           COPY region-check.
