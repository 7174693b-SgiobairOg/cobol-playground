       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRERASE.

      ******************************************************************
      * Author:  Jason Wilson
      * Purpose: Right-to-erasure pseudonymization of one customer.
      *          USRPURGE only retires customers who sat at DELETED
      *          for years, and even then it copies their full PII
      *          into its archive. This program takes a USER-ID and
      *          overwrites the customer's name, street, phone and
      *          email everywhere the shop keeps them:
      *            - the USER row
      *            - the before and after images on USRHIST
      *            - the before and after images on USRHISTK and its
      *              USRHISTK.Gyyyymmdd retention generations
      *            - the USRNOTES note text
      *            - the USRPEND pending-change images
      *            - the USRSCHD scheduled-change images
      *            - the customer's name as screened on the SCRNCASE
      *              screening cases (the watchlist entry it was
      *              matched to stays as the list gave it)
      *            - the USERBKP.Gyyyymmdd backup generations
      *            - the USRPURGE.Gyyyymmdd purge archives
      *            - any USRSAR dossier printed for the customer
      *            - the WEBREVW signup referrals, PHONEXCP and
      *              LOCEXCP exception lines and DORMNTC dormancy
      *              notices naming the customer, which are dropped
      *            - the archived report copies catalogued on
      *              RPTARC.CAT, where every line showing the
      *              customer's USER-ID, name or email is masked
      *          USER-ID, city, postcode and country stay, so counts,
      *          audit totals and the country roll-ups still tie.
      *          The name becomes ERASED nnnnn, the street ERASED,
      *          phone and email go blank. The USRXREF chain is
      *          followed the way USRSAR follows it, so records held
      *          under an ID merged into the customer are erased
      *          with it. Files are rewritten record for record -
      *          the journal positions USRDIST and the HISTCUT fold
      *          keep stay valid. Each erased ID is then journaled
      *          to USRHIST as an E (erase) entry, which USRDIST
      *          hands every subscriber as an explicit erase event,
      *          and is appended to the CRMERASE notice file for the
      *          CRM import job; the delta extract sends the
      *          pseudonymized row besides. Every erasure leaves an
      *          ERASEREG register entry holding IDs and counts only,
      *          never personal data. Supervisor sign-on, a YES at
      *          the console, and no batch window running are all
      *          required. A rerun for the same customer is harmless
      *          and finishes anything a failed run left undone.
      * Tectonics: cobc
      *
      * Modification History:
      *   Alternate addresses - the customer's mailing, billing and
      *   temporary addresses on the USRADDR file lose their street
      *   the way the row does, and so do the address records
      *   journaled under USRADDR on USRHIST, USRHISTK, its
      *   generations and the purge archives. City, postcode and
      *   country stay, as on the row.
      *   Scheduled changes - USRSAPP joins the row writers, and
      *   the before and after images of the items waiting or
      *   closed on the USRSCHD scheduled-change file are scrubbed
      *   the way the journal's are.
      *   Dormancy pass - USRDORM joins the row writers.
      *   Sanctions screening - USRSCRN joins the row writers.
      *   Reservation aging - RSVAGE joins the row writers.
      *   Work files and archived reports - the customer's lines are
      *   dropped from the WEBREVW signup referrals, the PHONEXCP and
      *   LOCEXCP exception files and the DORMNTC notices, and every
      *   line naming the customer in an archived report copy on
      *   RPTARC.CAT is masked in place, so the copy keeps its line
      *   and page counts. ERASEREG carries those counts, and the
      *   scheduled-image and address counts it lacked.
      *   Screening cases - the customer's name as screened on the
      *   SCRNCASE cases becomes ERASED nnnnn, the file rewritten
      *   record for record; the case, its decision and the
      *   watchlist entry stay as evidence. ERASEREG counts them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-JOURNAL ASSIGN TO "USRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-JOURNAL-STATUS.
           SELECT KEYED-HIST ASSIGN TO "USRHISTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-PRIMARY-KEY
               ALTERNATE RECORD KEY IS HK-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS KEYED-HIST-STATUS.
           SELECT NOTES-FILE ASSIGN TO "USRNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-STATUS.
           SELECT PENDING-FILE ASSIGN TO "USRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT SCHED-FILE ASSIGN TO "USRSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT SCREEN-CASE-FILE ASSIGN TO "SCRNCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-CASE-STATUS.
           SELECT XREF-FILE ASSIGN TO "USRXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
      * Backup generations, purge archives, keyed-store generations
      * and printed dossiers all take their names at run time.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT WORK-FILE ASSIGN TO "USRERASE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT BATCH-LOCK ASSIGN TO "BATLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATLOCK-STATUS.
           SELECT CRM-ERASE-FILE ASSIGN TO "CRMERASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRMERASE-STATUS.
           SELECT ERASE-REGISTER ASSIGN TO "ERASEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERASE-REGISTER-STATUS.
           SELECT ERROR-LOG ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT CUST-ADDR-FILE ASSIGN TO "USRADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-ADDR-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT WEB-REVIEW ASSIGN TO "WEBREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEB-REVIEW-STATUS.
           SELECT PHONE-EXCEPTIONS ASSIGN TO "PHONEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHONE-EXCEPTIONS-STATUS.
           SELECT LOC-EXCEPTIONS ASSIGN TO "LOCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOC-EXCEPTIONS-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "DORMNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "RPTARC.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-JOURNAL
           RECORDING MODE IS F.
           COPY usrhist.

       FD  KEYED-HIST.
           COPY usrhistk.

       FD  NOTES-FILE
           RECORDING MODE IS F.
           COPY usrnotes.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY usrpend.

       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY usrschd.

       FD  SCREEN-CASE-FILE
           RECORDING MODE IS F.
           COPY scrncase.

       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY usrxref.

      * Sized to the widest file rewritten through it - a USRHISTK
      * generation entry is 370 bytes; an archived report line is
      * 200.
       FD  GENERATION-FILE
           RECORDING MODE IS F.
       01  GENERATION-REC          PIC X(370).

      * A USRSCHD item is 398 bytes.
       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-REC                PIC X(398).

      * Layout as RUNLOCK keeps it.
       FD  BATCH-LOCK
           RECORDING MODE IS F.
       01  BATCH-LOCK-REC.
           05  BL-CLAIM-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  BL-CLAIM-TIME       PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  BL-OWNER            PIC X(20).

      * One line per erased USER-ID for the CRM import job.
       FD  CRM-ERASE-FILE
           RECORDING MODE IS F.
       01  CRM-ERASE-REC.
           05  CE-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  CE-ERASE-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  CE-SURVIVOR-ID      PIC 9(05).

       FD  ERASE-REGISTER
           RECORDING MODE IS F.
           COPY erasereg.

       FD  ERROR-LOG
           RECORDING MODE IS F.
           COPY errorlog.

       FD  OPERATOR-MASTER
           RECORDING MODE IS F.
           COPY oprmast.

       FD  CUST-ADDR-FILE
           RECORDING MODE IS F.
           COPY usraddr.

      * Layout as HELLO-DATA refers a signup for review.
       FD  WEB-REVIEW
           RECORDING MODE IS F.
       01  WEB-REVIEW-REC.
           05  WR-REVIEW-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  WR-CANDIDATE-COUNT  PIC 9(02).
           05  FILLER              PIC X(01).
           05  WR-CANDIDATE OCCURS 3 TIMES.
               10  WR-CAND-USER-ID PIC 9(05).
               10  FILLER          PIC X(01).
               10  WR-CAND-SCORE   PIC 9(03).
               10  FILLER          PIC X(01).
               10  WR-CAND-KEYS    PIC X(03).
               10  FILLER          PIC X(01).
           05  WR-RECORD           PIC X(137).

      * Layout as USRMASS lists a phone it could not normalize.
       FD  PHONE-EXCEPTIONS
           RECORDING MODE IS F.
       01  PHONE-EXCEPTION-REC.
           05  PX-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  PX-USER-NAME        PIC X(25).
           05  FILLER              PIC X(01).
           05  PX-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  PX-PHONE            PIC X(15).
           05  FILLER              PIC X(01).
           05  PX-REASON           PIC X(08).

       FD  LOC-EXCEPTIONS
           RECORDING MODE IS F.
           COPY locexcp.

      * Layout as USRDORM writes a pre-dormancy notice.
       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-FILE-REC.
           05  DN-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  DN-NAME             PIC X(25).
           05  FILLER              PIC X(01).
           05  DN-STREET           PIC X(25).
           05  FILLER              PIC X(01).
           05  DN-CITY             PIC X(15).
           05  FILLER              PIC X(01).
           05  DN-POSTCODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  DN-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  DN-EMAIL            PIC X(40).
           05  FILLER              PIC X(01).
           05  DN-LAST-ACTIVITY    PIC 9(08).
           05  FILLER              PIC X(01).
           05  DN-INACTIVE-MONTH   PIC 9(06).

       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY rptcat.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-STATUS        PIC X(02) VALUE SPACES.
           88  ERROR-LOG-OK              VALUE "00".

       01  OPERATOR-MASTER-STATUS  PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK        VALUE "00".

           COPY oprsign.

       01  HIST-JOURNAL-STATUS     PIC X(02) VALUE SPACES.
           88  HIST-JOURNAL-OK           VALUE "00".
           88  HIST-JOURNAL-NOT-FOUND    VALUE "35".

       01  KEYED-HIST-STATUS       PIC X(02) VALUE SPACES.
           88  KEYED-HIST-OK             VALUE "00".

       01  NOTES-STATUS            PIC X(02) VALUE SPACES.
           88  NOTES-OK                  VALUE "00".
           88  NOTES-NOT-FOUND           VALUE "35".

       01  PENDING-STATUS          PIC X(02) VALUE SPACES.
           88  PENDING-OK                VALUE "00".
           88  PENDING-NOT-FOUND         VALUE "35".

       01  SCHED-STATUS            PIC X(02) VALUE SPACES.
           88  SCHED-OK                  VALUE "00".
           88  SCHED-NOT-FOUND           VALUE "35".

       01  SCREEN-CASE-STATUS      PIC X(02) VALUE SPACES.
           88  SCREEN-CASE-OK            VALUE "00".
           88  SCREEN-CASE-NOT-FOUND     VALUE "35".

       01  XREF-STATUS             PIC X(02) VALUE SPACES.
           88  XREF-OK                   VALUE "00".

           COPY usrxref-tbl.

       01  WS-GEN-STATUS           PIC X(02) VALUE SPACES.
           88  WS-GEN-OK                 VALUE "00".

       01  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
           88  WS-WORK-OK                VALUE "00".

       01  WS-BATLOCK-STATUS       PIC X(02) VALUE SPACES.
           88  WS-BATLOCK-OK             VALUE "00".

       01  WS-CRMERASE-STATUS      PIC X(02) VALUE SPACES.
           88  WS-CRMERASE-OK            VALUE "00".

       01  ERASE-REGISTER-STATUS   PIC X(02) VALUE SPACES.
           88  ERASE-REGISTER-OK         VALUE "00".

           COPY sqlca.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
               COPY user.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-GEN-NAME             PIC X(30) VALUE SPACES.
       01  WS-ID-INPUT             PIC X(05) VALUE SPACES.
       01  WS-ASKED-ID             PIC 9(05) VALUE 0.
       01  WS-SURVIVOR-ID          PIC 9(05) VALUE 0.
       01  WS-CONFIRM              PIC X(03) VALUE SPACES.
       01  WS-SQLCODE-DISPLAY      PIC -(7)9.

       01  WS-TODAY                PIC 9(08) VALUE 0.
       01  WS-TODAY-DAY            PIC 9(07) VALUE 0.
       01  WS-GEN-DATE             PIC 9(08) VALUE 0.
       01  WS-GEN-DAY              PIC 9(07) VALUE 0.

      * Generations carry no catalog, so each dated name is probed
      * from today back - ten years covers every backup and purge
      * archive the shop has ever cut.
       01  WS-PROBE-DAYS           PIC 9(04) VALUE 3660.
       01  WS-PROBE-IX             PIC 9(04) COMP VALUE 0.

       01  WS-GEN-PREFIXES.
           05  FILLER              PIC X(11) VALUE "USERBKP.G".
           05  FILLER              PIC X(11) VALUE "USRPURGE.G".
           05  FILLER              PIC X(11) VALUE "USRHISTK.G".
       01  WS-GEN-PREFIX-TABLE REDEFINES WS-GEN-PREFIXES.
           05  WS-GEN-PREFIX       PIC X(11) OCCURS 3 TIMES.
       01  WS-GEN-KIND             PIC 9(01) VALUE 0.
           88  WS-KIND-BACKUP            VALUE 1.
           88  WS-KIND-PURGE             VALUE 2.
           88  WS-KIND-KEYED             VALUE 3.

      * Every USER-ID the customer's records may be held under - the
      * survivor first, then each ID the USRXREF chain folds into
      * it - with the row as it stood and as it is erased to, and
      * the name and email as they stood, which the archived report
      * copies are searched for.
       01  WS-ID-SET.
           05  WS-SET-ENTRY OCCURS 50 TIMES.
               10  WS-SET-ID       PIC 9(05).
               10  WS-SET-HAS-ROW  PIC X(01).
               10  WS-SET-ROW      PIC X(150).
               10  WS-SET-NAME     PIC X(25).
               10  WS-SET-NAME-LEN PIC 9(02).
               10  WS-SET-EMAIL    PIC X(40).
               10  WS-SET-EMAIL-LEN
                                   PIC 9(02).
       01  WS-SET-COUNT            PIC 9(02) COMP VALUE 0.
       01  WS-SET-LIMIT            PIC 9(02) COMP VALUE 50.
       01  WS-SET-IX               PIC 9(02) COMP VALUE 0.
       01  WS-PROBE-SET-IX         PIC 9(02) COMP VALUE 0.
       01  WS-XREF-IX              PIC 9(03) COMP VALUE 0.
       01  WS-MATCH-IX             PIC 9(02) COMP VALUE 0.
       01  WS-SET-COUNT-DISP       PIC 9(02) VALUE 0.

       01  WS-TEST-ID              PIC 9(05) VALUE 0.
       01  WS-TEST-ID-X REDEFINES WS-TEST-ID
                                   PIC X(05).
       01  WS-IN-SET-SW            PIC X(01) VALUE "N".
           88  WS-IN-SET                 VALUE "Y".

      * A 150-byte row image - the 138-byte USER-REC left-aligned.
      * Only the name, street, phone and email are ever touched.
       01  WS-IMAGE.
           05  WS-IM-USER-ID       PIC X(05).
           05  WS-IM-NAME          PIC X(25).
           05  WS-IM-STREET        PIC X(25).
           05  WS-IM-CITY          PIC X(15).
           05  WS-IM-POSTCODE      PIC X(10).
           05  WS-IM-COUNTRY       PIC X(02).
           05  WS-IM-PHONE         PIC X(15).
           05  WS-IM-EMAIL         PIC X(40).
           05  FILLER              PIC X(13).
      * The same image as an address record journaled under USRADDR
      * - only its street is touched.
       01  WS-ADDR-IMAGE REDEFINES WS-IMAGE.
           05  WS-AI-USER-ID       PIC X(05).
           05  FILLER              PIC X(03).
           05  WS-AI-STREET        PIC X(25).
           05  FILLER              PIC X(117).
       01  WS-SCRUBBED-SW          PIC X(01) VALUE "N".
           88  WS-SCRUBBED               VALUE "Y".

       01  WS-PSEUDONYM-NAME.
           05  FILLER              PIC X(07) VALUE "ERASED ".
           05  WS-PN-USER-ID       PIC X(05).

      * A generation record under rewrite, in each of its shapes:
      * a backup is a bare row image; a purge archive is ROW plus a
      * row image or JRN plus a whole USRHIST entry; a keyed-store
      * generation is a whole USRHISTK entry.
       01  WS-GEN-WORK             PIC X(370).
       01  WS-ARC-VIEW REDEFINES WS-GEN-WORK.
           05  WS-ARC-TYPE         PIC X(03).
           05  FILLER              PIC X(01).
           05  WS-ARC-ROW          PIC X(150).
           05  FILLER              PIC X(216).
       01  WS-ARC-JRN-VIEW REDEFINES WS-GEN-WORK.
           05  FILLER              PIC X(25).
           05  WS-AJ-PROGRAM       PIC X(15).
           05  FILLER              PIC X(09).
           05  WS-AJ-BEFORE        PIC X(150).
           05  FILLER              PIC X(01).
           05  WS-AJ-AFTER         PIC X(150).
           05  FILLER              PIC X(20).
       01  WS-KGEN-VIEW REDEFINES WS-GEN-WORK.
           05  FILLER              PIC X(46).
           05  WS-KG-PROGRAM       PIC X(15).
           05  FILLER              PIC X(01).
           05  WS-KG-BEFORE        PIC X(150).
           05  WS-KG-AFTER         PIC X(150).
           05  FILLER              PIC X(08).

      * Programs whose journal images are whole USER rows, as
      * USRASOF and USRRFWD list them. Consent records, returned-mail
      * flags and annotations also start with a USER-ID and must
      * never be overwritten as if they were rows.
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
       01  WS-WRITER-TEST          PIC X(15) VALUE SPACES.
       01  WS-ROW-ENTRY-SW         PIC X(01) VALUE "N".
           88  WS-ROW-ENTRY              VALUE "Y".

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-TRUNCATED-SW     PIC X(01) VALUE "N".
               88  WS-TRUNCATED          VALUE "Y".
           05  WS-FAILED-SW        PIC X(01) VALUE "N".
               88  WS-FAILED             VALUE "Y".

      * Per-file rewrite counts - a file is only copied back when
      * something in it changed, and the copy back must match.
       01  WS-FILE-COUNTS.
           05  WS-FILE-READ        PIC 9(09) VALUE 0.
           05  WS-FILE-SCRUBS      PIC 9(07) VALUE 0.
           05  WS-FILE-COPIED      PIC 9(09) VALUE 0.

       01  WS-ERASE-TOTALS.
           05  WS-ROWS-ERASED      PIC 9(03) VALUE 0.
           05  WS-JOURNAL-IMAGES   PIC 9(07) VALUE 0.
           05  WS-KEYED-IMAGES     PIC 9(07) VALUE 0.
           05  WS-NOTE-LINES       PIC 9(05) VALUE 0.
           05  WS-PENDING-IMAGES   PIC 9(05) VALUE 0.
           05  WS-SCHEDULED-IMAGES PIC 9(05) VALUE 0.
           05  WS-SCREEN-CASES     PIC 9(05) VALUE 0.
           05  WS-BACKUP-IMAGES    PIC 9(05) VALUE 0.
           05  WS-ARCHIVE-IMAGES   PIC 9(05) VALUE 0.
           05  WS-GENERATIONS      PIC 9(05) VALUE 0.
           05  WS-DOSSIERS         PIC 9(02) VALUE 0.
           05  WS-ADDRESS-ENTRIES  PIC 9(05) VALUE 0.
           05  WS-REFERRALS        PIC 9(05) VALUE 0.
           05  WS-PHONE-EXCEPTIONS PIC 9(05) VALUE 0.
           05  WS-LOC-EXCEPTIONS   PIC 9(05) VALUE 0.
           05  WS-DORM-NOTICES     PIC 9(05) VALUE 0.
           05  WS-REPORT-COPIES    PIC 9(05) VALUE 0.
           05  WS-REPORT-LINES     PIC 9(07) VALUE 0.
           05  WS-FILES-FAILED     PIC 9(03) VALUE 0.

       01  CUST-ADDR-STATUS        PIC X(02) VALUE SPACES.
           88  CUST-ADDR-OK              VALUE "00".

           COPY usraddr-tbl.

       01  WEB-REVIEW-STATUS       PIC X(02) VALUE SPACES.
           88  WEB-REVIEW-OK             VALUE "00".
           88  WEB-REVIEW-NOT-FOUND      VALUE "35".

       01  PHONE-EXCEPTIONS-STATUS PIC X(02) VALUE SPACES.
           88  PHONE-EXCEPTIONS-OK       VALUE "00".
           88  PHONE-EXCEPTIONS-NOT-FOUND VALUE "35".

       01  LOC-EXCEPTIONS-STATUS   PIC X(02) VALUE SPACES.
           88  LOC-EXCEPTIONS-OK         VALUE "00".
           88  LOC-EXCEPTIONS-NOT-FOUND  VALUE "35".

       01  NOTICE-FILE-STATUS      PIC X(02) VALUE SPACES.
           88  NOTICE-FILE-OK            VALUE "00".
           88  NOTICE-FILE-NOT-FOUND     VALUE "35".

       01  RPT-CATALOG-STATUS      PIC X(02) VALUE SPACES.
           88  RPT-CATALOG-OK            VALUE "00".
           88  RPT-CATALOG-NOT-FOUND     VALUE "35".

       01  WS-CAND-IX              PIC 9(01) VALUE 0.
       01  WS-CATALOG-EOF-SW       PIC X(01) VALUE "N".
           88  WS-CATALOG-EOF            VALUE "Y".

      * An archived report line under test, with a space either side
      * so a USER-ID in the first or last column is still delimited.
       01  WS-RPT-LINE             PIC X(200) VALUE SPACES.
       01  WS-RPT-PADDED           PIC X(202) VALUE SPACES.
       01  WS-RPT-HITS             PIC 9(03) VALUE 0.
       01  WS-ID-PROBE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-IP-USER-ID       PIC 9(05) VALUE 0.
           05  FILLER              PIC X(01) VALUE SPACE.
       01  WS-MASKED-LINE          PIC X(40) VALUE
           "*** LINE ERASED - RIGHT TO ERASURE ***".

      * A name shorter than this is too common a string to mask on -
      * the line is still caught by the USER-ID beside it.
       01  WS-NAME-MIN-LEN         PIC 9(02) VALUE 5.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "USRERASE - RIGHT-TO-ERASURE PSEUDONYMIZATION"
           PERFORM SIGN-ON-OPERATOR
           IF NOT OS-LEVEL-SUPER
               DISPLAY "OPERATOR " OS-OPERATOR-ID " IS NOT A"
                   " SUPERVISOR - AN ERASURE NEEDS ONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1100-PROMPT-USER-ID
           PERFORM 1500-BUILD-ID-SET
           PERFORM 2000-LOAD-ROWS
           PERFORM 2500-CONFIRM
           PERFORM 3000-ERASE-ROWS THRU 3000-EXIT
           PERFORM 4000-SCRUB-JOURNAL THRU 4000-EXIT
           PERFORM 4500-SCRUB-KEYED-STORE THRU 4500-EXIT
           PERFORM 5000-SCRUB-NOTES THRU 5000-EXIT
           PERFORM 5200-SCRUB-PENDING THRU 5200-EXIT
           PERFORM 5250-SCRUB-SCHEDULED THRU 5250-EXIT
           PERFORM 5270-SCRUB-SCREEN-CASES THRU 5270-EXIT
           PERFORM 5400-SCRUB-ADDRESSES THRU 5400-EXIT
           PERFORM 5500-SCRUB-GENERATIONS
           PERFORM 5700-DROP-REFERRALS THRU 5700-EXIT
           PERFORM 5730-DROP-PHONE-EXCEPTIONS THRU 5730-EXIT
           PERFORM 5760-DROP-LOC-EXCEPTIONS THRU 5760-EXIT
           PERFORM 5800-DROP-DORM-NOTICES THRU 5800-EXIT
           PERFORM 5850-MASK-ARCHIVED-REPORTS THRU 5850-EXIT
           PERFORM 5900-REMOVE-DOSSIERS
           PERFORM 7000-JOURNAL-ERASURES
           PERFORM 7200-NOTIFY-CRM
           PERFORM 7400-WRITE-REGISTER
           PERFORM 8000-TERMINATE
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the date, and never inside the window:   *
      *                      the rewrites would race the batch        *
      *                      programs appending to the same files     *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE (WS-TODAY)

           OPEN INPUT BATCH-LOCK
           IF WS-BATLOCK-OK
               READ BATCH-LOCK
                   NOT AT END
                       DISPLAY "BATCH WINDOW RUNNING - BATLOCK HELD BY "
                           BL-OWNER " SINCE " BL-CLAIM-DATE " "
                           BL-CLAIM-TIME
                       DISPLAY "ERASURE REFUSED - RUN IT OUTSIDE THE "
                           "WINDOW"
                       CLOSE BATCH-LOCK
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
               END-READ
               CLOSE BATCH-LOCK
           END-IF
           .

      *----------------------------------------------------------------*
      *    1100-PROMPT-USER-ID - which customer is to be erased        *
      *----------------------------------------------------------------*
       1100-PROMPT-USER-ID.
           DISPLAY "Enter USER-ID to erase: " WITH NO ADVANCING
           MOVE SPACES TO WS-ID-INPUT
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT IS NOT NUMERIC
               DISPLAY "A USER-ID IS FIVE DIGITS - TRY AGAIN"
               GO TO 1100-PROMPT-USER-ID
           END-IF
           MOVE WS-ID-INPUT TO WS-ASKED-ID
           .

      *----------------------------------------------------------------*
      *    1500-BUILD-ID-SET - the survivor at the end of the asked-   *
      *                        for ID's chain, plus every ID whose     *
      *                        chain ends at that survivor             *
      *----------------------------------------------------------------*
       1500-BUILD-ID-SET.
           PERFORM LOAD-XREF-TABLE
           MOVE WS-ASKED-ID TO XL-IN-ID
           PERFORM FOLLOW-XREF-CHAIN
           MOVE XL-OUT-ID TO WS-SURVIVOR-ID
           IF XL-REDIRECTED
               DISPLAY "USER-ID " WS-ASKED-ID " WAS MERGED INTO "
                   WS-SURVIVOR-ID " - THE SURVIVOR IS ERASED WITH IT"
           END-IF

           MOVE 1 TO WS-SET-COUNT
           MOVE WS-SURVIVOR-ID TO WS-SET-ID (1)
           PERFORM 1510-TEST-ONE-XREF
               VARYING WS-XREF-IX FROM 1 BY 1
               UNTIL WS-XREF-IX > XT-COUNT
           MOVE WS-SET-COUNT TO WS-SET-COUNT-DISP

      * A partial set would leave PII behind under the IDs that did
      * not fit - better to erase nothing and say so.
           IF WS-TRUNCATED
               DISPLAY "MORE THAN " WS-SET-LIMIT " IDS FOLD INTO "
                   WS-SURVIVOR-ID " - ERASURE REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

      * FOLLOW-XREF-CHAIN walks the table with XT-IX, so the outer
      * walk keeps its own subscript.
       1510-TEST-ONE-XREF.
           MOVE XT-OLD-ID (WS-XREF-IX) TO XL-IN-ID
           PERFORM FOLLOW-XREF-CHAIN
           IF XL-OUT-ID = WS-SURVIVOR-ID
               MOVE XT-OLD-ID (WS-XREF-IX) TO WS-TEST-ID
               PERFORM 1600-TEST-IN-SET
               IF NOT WS-IN-SET
                   IF WS-SET-COUNT NOT < WS-SET-LIMIT
                       SET WS-TRUNCATED TO TRUE
                   ELSE
                       ADD 1 TO WS-SET-COUNT
                       MOVE WS-TEST-ID TO WS-SET-ID (WS-SET-COUNT)
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    1600-TEST-IN-SET - is WS-TEST-ID one of the customer's IDs  *
      *----------------------------------------------------------------*
       1600-TEST-IN-SET.
           MOVE "N" TO WS-IN-SET-SW
           MOVE 1 TO WS-MATCH-IX
           PERFORM 1610-MATCH-ONE-SET-ID
               UNTIL WS-IN-SET OR WS-MATCH-IX > WS-SET-COUNT
           .

       1610-MATCH-ONE-SET-ID.
           IF WS-TEST-ID = WS-SET-ID (WS-MATCH-IX)
               MOVE "Y" TO WS-IN-SET-SW
           ELSE
               ADD 1 TO WS-MATCH-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    2000-LOAD-ROWS - the USER row, if any, under each ID        *
      *----------------------------------------------------------------*
       2000-LOAD-ROWS.
           PERFORM 2100-LOAD-ONE-ROW
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT
           .

       2100-LOAD-ONE-ROW.
           MOVE "N" TO WS-SET-HAS-ROW (WS-SET-IX)
           MOVE SPACES TO WS-SET-ROW (WS-SET-IX)
           MOVE SPACES TO WS-SET-NAME (WS-SET-IX)
           MOVE SPACES TO WS-SET-EMAIL (WS-SET-IX)
           MOVE 0 TO WS-SET-NAME-LEN (WS-SET-IX)
           MOVE 0 TO WS-SET-EMAIL-LEN (WS-SET-IX)
           MOVE WS-SET-ID (WS-SET-IX) TO USER-ID
           EXEC SQL
               SELECT USER-NAME, USER-STREET, USER-CITY, USER-POSTCODE,
                      USER-COUNTRY, USER-PHONE, USER-EMAIL,
                      USER-STATUS
               INTO :USER-NAME, :USER-STREET, :USER-CITY,
                    :USER-POSTCODE, :USER-COUNTRY, :USER-PHONE,
                    :USER-EMAIL, :USER-STATUS
               FROM USER
               WHERE USER-ID = :USER-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE "Y" TO WS-SET-HAS-ROW (WS-SET-IX)
                   MOVE USER-REC TO WS-SET-ROW (WS-SET-IX) (1:138)
                   PERFORM 2110-KEEP-SEARCH-KEYS
                   DISPLAY "  " USER-ID " " USER-NAME " " USER-CITY
                       " " USER-COUNTRY
               WHEN SQLCODE = 100
                   DISPLAY "  " USER-ID " NO ROW ON THE TABLE - "
                       "FILES ONLY"
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY "LOOKUP OF " USER-ID " FAILED, SQLCODE="
                       WS-SQLCODE-DISPLAY " - ERASURE STOPPED"
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-EVALUATE
           .

      * A name runs to its first double space, an email to its first
      * space; a row already erased gives nothing to search for.
       2110-KEEP-SEARCH-KEYS.
           MOVE USER-ID TO WS-PN-USER-ID
           IF USER-NAME NOT = WS-PSEUDONYM-NAME
               MOVE USER-NAME TO WS-SET-NAME (WS-SET-IX)
               INSPECT USER-NAME TALLYING WS-SET-NAME-LEN (WS-SET-IX)
                   FOR CHARACTERS BEFORE INITIAL "  "
               MOVE USER-EMAIL TO WS-SET-EMAIL (WS-SET-IX)
               INSPECT USER-EMAIL TALLYING WS-SET-EMAIL-LEN (WS-SET-IX)
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
           .

      *----------------------------------------------------------------*
      *    2500-CONFIRM - the supervisor owns an irreversible erasure  *
      *----------------------------------------------------------------*
       2500-CONFIRM.
           DISPLAY "THIS PERMANENTLY OVERWRITES NAME, STREET, PHONE AND"
               " EMAIL FOR THE " WS-SET-COUNT-DISP " ID(S) ABOVE"
           DISPLAY "IN THE TABLE, THE JOURNALS, NOTES, BACKUPS AND "
               "PURGE ARCHIVES, DROPS THEIR REFERRAL, EXCEPTION AND"
           DISPLAY "NOTICE LINES AND MASKS THEM IN ARCHIVED REPORTS - "
               "IT CANNOT BE UNDONE"
           DISPLAY "Type YES to proceed: " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "ERASURE NOT CONFIRMED - NO CHANGE MADE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           .

      *----------------------------------------------------------------*
      *    3000-ERASE-ROWS - the table first; a failure here rolls     *
      *                      back and stops before any file is touched *
      *----------------------------------------------------------------*
       3000-ERASE-ROWS.
           PERFORM 3100-ERASE-ONE-ROW
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT OR WS-FAILED
           IF WS-FAILED
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "ERASURE STOPPED - TABLE ROLLED BACK, NO FILE "
                   "TOUCHED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC
           .

       3000-EXIT.
           EXIT.

       3100-ERASE-ONE-ROW.
           IF WS-SET-HAS-ROW (WS-SET-IX) = "Y"
               MOVE WS-SET-ROW (WS-SET-IX) TO WS-IMAGE
               PERFORM 6000-SCRUB-IMAGE
               MOVE WS-IMAGE TO WS-SET-ROW (WS-SET-IX)
               MOVE WS-SET-ID (WS-SET-IX) TO USER-ID
               MOVE WS-IM-NAME TO USER-NAME
               MOVE WS-IM-STREET TO USER-STREET
               MOVE WS-IM-PHONE TO USER-PHONE
               MOVE WS-IM-EMAIL TO USER-EMAIL
               EXEC SQL
                   UPDATE USER
                   SET USER-NAME   = :USER-NAME,
                       USER-STREET = :USER-STREET,
                       USER-PHONE  = :USER-PHONE,
                       USER-EMAIL  = :USER-EMAIL
                   WHERE USER-ID = :USER-ID
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ROWS-ERASED
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE "USRERASE" TO EL-PROGRAM-ID
                   MOVE "3100-ERASE-ONE-ROW" TO EL-PARAGRAPH
                   MOVE WS-SQLCODE-DISPLAY TO EL-CODE
                   MOVE "ERASURE UPDATE FAILED" TO EL-MESSAGE
                   SET EL-SEV-SEVERE TO TRUE
                   PERFORM WRITE-ERROR-LOG
                   DISPLAY "UPDATE OF " USER-ID " FAILED, SQLCODE="
                       WS-SQLCODE-DISPLAY
                   SET WS-FAILED TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    4000-SCRUB-JOURNAL - USRHIST through the work file and      *
      *                         back, record for record, so every      *
      *                         position pointer on it still holds     *
      *----------------------------------------------------------------*
       4000-SCRUB-JOURNAL.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HIST-JOURNAL
           IF HIST-JOURNAL-NOT-FOUND
               GO TO 4000-EXIT
           END-IF
           IF NOT HIST-JOURNAL-OK
               DISPLAY "UNABLE TO OPEN USRHIST, STATUS="
                   HIST-JOURNAL-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE HIST-JOURNAL
               PERFORM 6900-FILE-FAILED
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-SCRUB-ONE-ENTRY
               UNTIL WS-EOF
           CLOSE HIST-JOURNAL
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT HIST-JOURNAL
               PERFORM 4200-COPY-ONE-ENTRY-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE HIST-JOURNAL
               MOVE "USRHIST" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-JOURNAL-IMAGES
           END-IF
           DELETE FILE WORK-FILE
           .

       4000-EXIT.
           EXIT.

       4100-SCRUB-ONE-ENTRY.
           READ HIST-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE HJ-PROGRAM-ID TO WS-WRITER-TEST
                   PERFORM 6100-TEST-ROW-WRITER
                   IF WS-ROW-ENTRY
                       MOVE HJ-BEFORE-IMAGE TO WS-IMAGE
                       PERFORM 6000-SCRUB-IMAGE
                       IF WS-SCRUBBED
                           MOVE WS-IMAGE TO HJ-BEFORE-IMAGE
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                       MOVE HJ-AFTER-IMAGE TO WS-IMAGE
                       PERFORM 6000-SCRUB-IMAGE
                       IF WS-SCRUBBED
                           MOVE WS-IMAGE TO HJ-AFTER-IMAGE
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                   END-IF
                   IF WS-WRITER-TEST = "USRADDR"
                       MOVE HJ-BEFORE-IMAGE TO WS-IMAGE
                       PERFORM 6050-SCRUB-ADDR-IMAGE
                       IF WS-SCRUBBED
                           MOVE WS-IMAGE TO HJ-BEFORE-IMAGE
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                       MOVE HJ-AFTER-IMAGE TO WS-IMAGE
                       PERFORM 6050-SCRUB-ADDR-IMAGE
                       IF WS-SCRUBBED
                           MOVE WS-IMAGE TO HJ-AFTER-IMAGE
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                   END-IF
                   WRITE WORK-REC FROM HIST-JOURNAL-REC
           END-READ
           .

       4200-COPY-ONE-ENTRY-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE HIST-JOURNAL-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    4500-SCRUB-KEYED-STORE - straight to each ID's entries in   *
      *                             USRHISTK, rewritten in place       *
      *----------------------------------------------------------------*
       4500-SCRUB-KEYED-STORE.
           OPEN I-O KEYED-HIST
           IF NOT KEYED-HIST-OK
               DISPLAY "USRHISTK NOT ON FILE, STATUS="
                   KEYED-HIST-STATUS " - NO KEYED STORE TO ERASE"
               GO TO 4500-EXIT
           END-IF
           PERFORM 4600-SCRUB-ONE-ID
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT
           CLOSE KEYED-HIST
           .

       4500-EXIT.
           EXIT.

       4600-SCRUB-ONE-ID.
           MOVE WS-SET-ID (WS-SET-IX) TO HK-USER-ID
           MOVE 0 TO HK-DATE
           MOVE SPACES TO HK-TIME
           MOVE 0 TO HK-SEQ
           MOVE "N" TO WS-EOF-SW
           START KEYED-HIST KEY NOT < HK-PRIMARY-KEY
           END-START
           IF NOT KEYED-HIST-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 4610-SCRUB-ONE-KEYED
               UNTIL WS-EOF
           .

       4610-SCRUB-ONE-KEYED.
           READ KEYED-HIST NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HK-USER-ID NOT = WS-SET-ID (WS-SET-IX)
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM 4620-SCRUB-KEYED-IMAGES
                   END-IF
           END-READ
           .

       4620-SCRUB-KEYED-IMAGES.
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE HK-PROGRAM-ID TO WS-WRITER-TEST
           PERFORM 6100-TEST-ROW-WRITER
           IF WS-ROW-ENTRY
               MOVE HK-BEFORE-IMAGE TO WS-IMAGE
               PERFORM 6000-SCRUB-IMAGE
               IF WS-SCRUBBED
                   MOVE WS-IMAGE TO HK-BEFORE-IMAGE
                   ADD 1 TO WS-FILE-SCRUBS
               END-IF
               MOVE HK-AFTER-IMAGE TO WS-IMAGE
               PERFORM 6000-SCRUB-IMAGE
               IF WS-SCRUBBED
                   MOVE WS-IMAGE TO HK-AFTER-IMAGE
                   ADD 1 TO WS-FILE-SCRUBS
               END-IF
           END-IF
           IF WS-WRITER-TEST = "USRADDR"
               MOVE HK-BEFORE-IMAGE TO WS-IMAGE
               PERFORM 6050-SCRUB-ADDR-IMAGE
               IF WS-SCRUBBED
                   MOVE WS-IMAGE TO HK-BEFORE-IMAGE
                   ADD 1 TO WS-FILE-SCRUBS
               END-IF
               MOVE HK-AFTER-IMAGE TO WS-IMAGE
               PERFORM 6050-SCRUB-ADDR-IMAGE
               IF WS-SCRUBBED
                   MOVE WS-IMAGE TO HK-AFTER-IMAGE
                   ADD 1 TO WS-FILE-SCRUBS
               END-IF
           END-IF
           IF WS-FILE-SCRUBS > 0
               REWRITE KEYED-HIST-REC
               IF KEYED-HIST-OK
                   ADD WS-FILE-SCRUBS TO WS-KEYED-IMAGES
               ELSE
                   DISPLAY "REWRITE OF USRHISTK ENTRY FOR " HK-USER-ID
                       " FAILED, STATUS=" KEYED-HIST-STATUS
                   PERFORM 6900-FILE-FAILED
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *    5000-SCRUB-NOTES - the note text goes; the date, time and   *
      *                       operator of each line stay               *
      *----------------------------------------------------------------*
       5000-SCRUB-NOTES.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT NOTES-FILE
           IF NOTES-NOT-FOUND
               GO TO 5000-EXIT
           END-IF
           IF NOT NOTES-OK
               DISPLAY "UNABLE TO OPEN USRNOTES, STATUS=" NOTES-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE NOTES-FILE
               PERFORM 6900-FILE-FAILED
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-SCRUB-ONE-NOTE
               UNTIL WS-EOF
           CLOSE NOTES-FILE
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NOTES-FILE
               PERFORM 5110-COPY-ONE-NOTE-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE NOTES-FILE
               MOVE "USRNOTES" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-NOTE-LINES
           END-IF
           DELETE FILE WORK-FILE
           .

       5000-EXIT.
           EXIT.

       5100-SCRUB-ONE-NOTE.
           READ NOTES-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE NT-USER-ID TO WS-TEST-ID
                   PERFORM 1600-TEST-IN-SET
                   IF WS-IN-SET
                       MOVE "NOTE TEXT ERASED" TO NT-TEXT
                       ADD 1 TO WS-FILE-SCRUBS
                   END-IF
                   WRITE WORK-REC FROM CUSTOMER-NOTE-REC
           END-READ
           .

       5110-COPY-ONE-NOTE-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE CUSTOMER-NOTE-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5200-SCRUB-PENDING - held changes carry whole row images,   *
      *                         in every state                         *
      *----------------------------------------------------------------*
       5200-SCRUB-PENDING.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-FILE
           IF PENDING-NOT-FOUND
               GO TO 5200-EXIT
           END-IF
           IF NOT PENDING-OK
               DISPLAY "UNABLE TO OPEN USRPEND, STATUS=" PENDING-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5200-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE PENDING-FILE
               PERFORM 6900-FILE-FAILED
               GO TO 5200-EXIT
           END-IF
           PERFORM 5300-SCRUB-ONE-PENDING
               UNTIL WS-EOF
           CLOSE PENDING-FILE
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT PENDING-FILE
               PERFORM 5310-COPY-ONE-PENDING-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE PENDING-FILE
               MOVE "USRPEND" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-PENDING-IMAGES
           END-IF
           DELETE FILE WORK-FILE
           .

       5200-EXIT.
           EXIT.

       5300-SCRUB-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE PC-BEFORE-IMAGE TO WS-IMAGE
                   PERFORM 6000-SCRUB-IMAGE
                   IF WS-SCRUBBED
                       MOVE WS-IMAGE TO PC-BEFORE-IMAGE
                       ADD 1 TO WS-FILE-SCRUBS
                   END-IF
                   MOVE PC-AFTER-IMAGE TO WS-IMAGE
                   PERFORM 6000-SCRUB-IMAGE
                   IF WS-SCRUBBED
                       MOVE WS-IMAGE TO PC-AFTER-IMAGE
                       ADD 1 TO WS-FILE-SCRUBS
                   END-IF
                   WRITE WORK-REC FROM PENDING-CHANGE-REC
           END-READ
           .

       5310-COPY-ONE-PENDING-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE PENDING-CHANGE-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5250-SCRUB-SCHEDULED - scheduled changes carry whole row    *
      *                           images too, waiting or closed        *
      *----------------------------------------------------------------*
       5250-SCRUB-SCHEDULED.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SCHED-FILE
           IF SCHED-NOT-FOUND
               GO TO 5250-EXIT
           END-IF
           IF NOT SCHED-OK
               DISPLAY "UNABLE TO OPEN USRSCHD, STATUS=" SCHED-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5250-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE SCHED-FILE
               PERFORM 6900-FILE-FAILED
               GO TO 5250-EXIT
           END-IF
           PERFORM 5350-SCRUB-ONE-SCHEDULED
               UNTIL WS-EOF
           CLOSE SCHED-FILE
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT SCHED-FILE
               PERFORM 5360-COPY-ONE-SCHEDULED-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE SCHED-FILE
               MOVE "USRSCHD" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-SCHEDULED-IMAGES
           END-IF
           DELETE FILE WORK-FILE
           .

       5250-EXIT.
           EXIT.

       5350-SCRUB-ONE-SCHEDULED.
           READ SCHED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE SC-BEFORE-IMAGE TO WS-IMAGE
                   PERFORM 6000-SCRUB-IMAGE
                   IF WS-SCRUBBED
                       MOVE WS-IMAGE TO SC-BEFORE-IMAGE
                       ADD 1 TO WS-FILE-SCRUBS
                   END-IF
                   MOVE SC-AFTER-IMAGE TO WS-IMAGE
                   PERFORM 6000-SCRUB-IMAGE
                   IF WS-SCRUBBED
                       MOVE WS-IMAGE TO SC-AFTER-IMAGE
                       ADD 1 TO WS-FILE-SCRUBS
                   END-IF
                   WRITE WORK-REC FROM SCHED-CHANGE-REC
           END-READ
           .

       5360-COPY-ONE-SCHEDULED-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE SCHED-CHANGE-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5270-SCRUB-SCREEN-CASES - the name the customer was         *
      *                              screened under; the case and its  *
      *                              decision stay                     *
      *----------------------------------------------------------------*
       5270-SCRUB-SCREEN-CASES.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SCREEN-CASE-FILE
           IF SCREEN-CASE-NOT-FOUND
               GO TO 5270-EXIT
           END-IF
           IF NOT SCREEN-CASE-OK
               DISPLAY "UNABLE TO OPEN SCRNCASE, STATUS="
                   SCREEN-CASE-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5270-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE SCREEN-CASE-FILE
               PERFORM 6900-FILE-FAILED
               GO TO 5270-EXIT
           END-IF
           PERFORM 5370-SCRUB-ONE-SCREEN-CASE
               UNTIL WS-EOF
           CLOSE SCREEN-CASE-FILE
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT SCREEN-CASE-FILE
               PERFORM 5380-COPY-ONE-SCREEN-CASE-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE SCREEN-CASE-FILE
               MOVE "SCRNCASE" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-SCREEN-CASES
           END-IF
           DELETE FILE WORK-FILE
           .

       5270-EXIT.
           EXIT.

      * Only the opening event carries the name; a name already
      * erased by an earlier run is not counted again.
       5370-SCRUB-ONE-SCREEN-CASE.
           READ SCREEN-CASE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE "N" TO WS-IN-SET-SW
                   IF SC-USER-ID OF SCREEN-CASE-REC IS NUMERIC
                       MOVE SC-USER-ID OF SCREEN-CASE-REC TO WS-TEST-ID
                       PERFORM 1600-TEST-IN-SET
                   END-IF
                   IF WS-IN-SET AND SC-CUST-NAME NOT = SPACES
                       MOVE WS-TEST-ID-X TO WS-PN-USER-ID
                       IF SC-CUST-NAME NOT = WS-PSEUDONYM-NAME
                           MOVE WS-PSEUDONYM-NAME TO SC-CUST-NAME
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                   END-IF
                   WRITE WORK-REC FROM SCREEN-CASE-REC
           END-READ
           .

       5380-COPY-ONE-SCREEN-CASE-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE SCREEN-CASE-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5400-SCRUB-ADDRESSES - the street of every USRADDR entry    *
      *                           held under an ID in the set          *
      *----------------------------------------------------------------*
       5400-SCRUB-ADDRESSES.
           PERFORM LOAD-ADDRESS-TABLE
           IF NOT UT-LOADED
               GO TO 5400-EXIT
           END-IF
           IF UT-OVERFLOW
               DISPLAY "USRADDR LARGER THAN THE TABLE - NOT REWRITTEN"
               PERFORM 6900-FILE-FAILED
               GO TO 5400-EXIT
           END-IF
           PERFORM 5410-SCRUB-ONE-ADDRESS
               VARYING UT-IX FROM 1 BY 1
               UNTIL UT-IX > UT-COUNT
           IF UT-DIRTY
               PERFORM SAVE-ADDRESS-TABLE
               IF UT-DIRTY
                   DISPLAY "UNABLE TO REWRITE USRADDR, STATUS="
                       CUST-ADDR-STATUS
                   PERFORM 6900-FILE-FAILED
               END-IF
           END-IF
           .

       5400-EXIT.
           EXIT.

       5410-SCRUB-ONE-ADDRESS.
           MOVE UT-USER-ID (UT-IX) TO WS-TEST-ID
           PERFORM 1600-TEST-IN-SET
           IF WS-IN-SET
               MOVE "ERASED" TO UT-STREET (UT-IX)
               MOVE "Y" TO UT-DIRTY-SW
               ADD 1 TO WS-ADDRESS-ENTRIES
           END-IF
           .

      *----------------------------------------------------------------*
      *    5500-SCRUB-GENERATIONS - every dated backup, purge archive  *
      *                             and keyed-store generation on disk *
      *----------------------------------------------------------------*
       5500-SCRUB-GENERATIONS.
           PERFORM 5510-PROBE-ONE-DAY
               VARYING WS-PROBE-IX FROM 0 BY 1
               UNTIL WS-PROBE-IX > WS-PROBE-DAYS
           .

       5510-PROBE-ONE-DAY.
           COMPUTE WS-GEN-DAY = WS-TODAY-DAY - WS-PROBE-IX
           COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER (WS-GEN-DAY)
           PERFORM 5600-SCRUB-ONE-GENERATION THRU 5600-EXIT
               VARYING WS-GEN-KIND FROM 1 BY 1
               UNTIL WS-GEN-KIND > 3
           .

      *----------------------------------------------------------------*
      *    5600-SCRUB-ONE-GENERATION - through the work file and back  *
      *                                when anything in it changed     *
      *----------------------------------------------------------------*
       5600-SCRUB-ONE-GENERATION.
           MOVE SPACES TO WS-GEN-NAME
           STRING WS-GEN-PREFIX (WS-GEN-KIND) DELIMITED BY SPACE
               WS-GEN-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING
           OPEN INPUT GENERATION-FILE
           IF NOT WS-GEN-OK
               GO TO 5600-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE GENERATION-FILE
               PERFORM 6900-FILE-FAILED
               GO TO 5600-EXIT
           END-IF
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           PERFORM 5610-SCRUB-ONE-GEN-REC
               UNTIL WS-EOF
           CLOSE GENERATION-FILE
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT GENERATION-FILE
               PERFORM 5690-COPY-ONE-GEN-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE GENERATION-FILE
               PERFORM 6800-PROVE-COPY-BACK
               ADD 1 TO WS-GENERATIONS
               EVALUATE TRUE
                   WHEN WS-KIND-BACKUP
                       ADD WS-FILE-SCRUBS TO WS-BACKUP-IMAGES
                   WHEN WS-KIND-PURGE
                       ADD WS-FILE-SCRUBS TO WS-ARCHIVE-IMAGES
                   WHEN WS-KIND-KEYED
                       ADD WS-FILE-SCRUBS TO WS-KEYED-IMAGES
               END-EVALUATE
               DISPLAY "  " WS-GEN-NAME " - " WS-FILE-SCRUBS
                   " IMAGE(S) ERASED"
           END-IF
           DELETE FILE WORK-FILE
           .

       5600-EXIT.
           EXIT.

       5610-SCRUB-ONE-GEN-REC.
           READ GENERATION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE GENERATION-REC TO WS-GEN-WORK
                   EVALUATE TRUE
                       WHEN WS-KIND-BACKUP
                           PERFORM 5620-SCRUB-BACKUP-ROW
                       WHEN WS-KIND-PURGE
                           PERFORM 5630-SCRUB-ARCHIVE-REC
                       WHEN WS-KIND-KEYED
                           PERFORM 5640-SCRUB-KEYED-GEN-REC
                   END-EVALUATE
                   WRITE WORK-REC FROM WS-GEN-WORK
           END-READ
           .

      * The HDR and TRL records never start with five digits, so
      * only the row images are ever candidates.
       5620-SCRUB-BACKUP-ROW.
           MOVE WS-GEN-WORK(1:150) TO WS-IMAGE
           PERFORM 6000-SCRUB-IMAGE
           IF WS-SCRUBBED
               MOVE WS-IMAGE TO WS-GEN-WORK(1:150)
               ADD 1 TO WS-FILE-SCRUBS
           END-IF
           .

       5630-SCRUB-ARCHIVE-REC.
           EVALUATE WS-ARC-TYPE
               WHEN "ROW"
                   MOVE WS-ARC-ROW TO WS-IMAGE
                   PERFORM 6000-SCRUB-IMAGE
                   IF WS-SCRUBBED
                       MOVE WS-IMAGE TO WS-ARC-ROW
                       ADD 1 TO WS-FILE-SCRUBS
                   END-IF
               WHEN "JRN"
                   MOVE WS-AJ-PROGRAM TO WS-WRITER-TEST
                   PERFORM 6100-TEST-ROW-WRITER
                   IF WS-ROW-ENTRY
                       MOVE WS-AJ-BEFORE TO WS-IMAGE
                       PERFORM 6000-SCRUB-IMAGE
                       IF WS-SCRUBBED
                           MOVE WS-IMAGE TO WS-AJ-BEFORE
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                       MOVE WS-AJ-AFTER TO WS-IMAGE
                       PERFORM 6000-SCRUB-IMAGE
                       IF WS-SCRUBBED
                           MOVE WS-IMAGE TO WS-AJ-AFTER
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                   END-IF
                   IF WS-WRITER-TEST = "USRADDR"
                       MOVE WS-AJ-BEFORE TO WS-IMAGE
                       PERFORM 6050-SCRUB-ADDR-IMAGE
                       IF WS-SCRUBBED
                           MOVE WS-IMAGE TO WS-AJ-BEFORE
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                       MOVE WS-AJ-AFTER TO WS-IMAGE
                       PERFORM 6050-SCRUB-ADDR-IMAGE
                       IF WS-SCRUBBED
                           MOVE WS-IMAGE TO WS-AJ-AFTER
                           ADD 1 TO WS-FILE-SCRUBS
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       5640-SCRUB-KEYED-GEN-REC.
           MOVE WS-KG-PROGRAM TO WS-WRITER-TEST
           PERFORM 6100-TEST-ROW-WRITER
           IF WS-ROW-ENTRY
               MOVE WS-KG-BEFORE TO WS-IMAGE
               PERFORM 6000-SCRUB-IMAGE
               IF WS-SCRUBBED
                   MOVE WS-IMAGE TO WS-KG-BEFORE
                   ADD 1 TO WS-FILE-SCRUBS
               END-IF
               MOVE WS-KG-AFTER TO WS-IMAGE
               PERFORM 6000-SCRUB-IMAGE
               IF WS-SCRUBBED
                   MOVE WS-IMAGE TO WS-KG-AFTER
                   ADD 1 TO WS-FILE-SCRUBS
               END-IF
           END-IF
           IF WS-WRITER-TEST = "USRADDR"
               MOVE WS-KG-BEFORE TO WS-IMAGE
               PERFORM 6050-SCRUB-ADDR-IMAGE
               IF WS-SCRUBBED
                   MOVE WS-IMAGE TO WS-KG-BEFORE
                   ADD 1 TO WS-FILE-SCRUBS
               END-IF
               MOVE WS-KG-AFTER TO WS-IMAGE
               PERFORM 6050-SCRUB-ADDR-IMAGE
               IF WS-SCRUBBED
                   MOVE WS-IMAGE TO WS-KG-AFTER
                   ADD 1 TO WS-FILE-SCRUBS
               END-IF
           END-IF
           .

       5690-COPY-ONE-GEN-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE GENERATION-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5700-DROP-REFERRALS - a signup referred for review against  *
      *                          the customer carries the person's     *
      *                          whole signup; the referral goes       *
      *----------------------------------------------------------------*
       5700-DROP-REFERRALS.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT WEB-REVIEW
           IF WEB-REVIEW-NOT-FOUND
               GO TO 5700-EXIT
           END-IF
           IF NOT WEB-REVIEW-OK
               DISPLAY "UNABLE TO OPEN WEBREVW, STATUS="
                   WEB-REVIEW-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5700-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE WEB-REVIEW
               PERFORM 6900-FILE-FAILED
               GO TO 5700-EXIT
           END-IF
           PERFORM 5710-DROP-ONE-REFERRAL
               UNTIL WS-EOF
           CLOSE WEB-REVIEW
           CLOSE WORK-FILE

      * The dropped lines are not copied back, so the copy must hold
      * what was read less what was dropped.
           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT WEB-REVIEW
               PERFORM 5720-COPY-ONE-REFERRAL-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE WEB-REVIEW
               SUBTRACT WS-FILE-SCRUBS FROM WS-FILE-READ
               MOVE "WEBREVW" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-REFERRALS
           END-IF
           DELETE FILE WORK-FILE
           .

       5700-EXIT.
           EXIT.

       5710-DROP-ONE-REFERRAL.
           READ WEB-REVIEW
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE "N" TO WS-IN-SET-SW
                   PERFORM 5715-TEST-ONE-CANDIDATE
                       VARYING WS-CAND-IX FROM 1 BY 1
                       UNTIL WS-IN-SET OR WS-CAND-IX > 3
                   IF WS-IN-SET
                       ADD 1 TO WS-FILE-SCRUBS
                   ELSE
                       WRITE WORK-REC FROM WEB-REVIEW-REC
                   END-IF
           END-READ
           .

       5715-TEST-ONE-CANDIDATE.
           IF WR-CAND-USER-ID (WS-CAND-IX) IS NUMERIC
               MOVE WR-CAND-USER-ID (WS-CAND-IX) TO WS-TEST-ID
               PERFORM 1600-TEST-IN-SET
           END-IF
           .

       5720-COPY-ONE-REFERRAL-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE WEB-REVIEW-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5730-DROP-PHONE-EXCEPTIONS - the customer's unfixed phones  *
      *----------------------------------------------------------------*
       5730-DROP-PHONE-EXCEPTIONS.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PHONE-EXCEPTIONS
           IF PHONE-EXCEPTIONS-NOT-FOUND
               GO TO 5730-EXIT
           END-IF
           IF NOT PHONE-EXCEPTIONS-OK
               DISPLAY "UNABLE TO OPEN PHONEXCP, STATUS="
                   PHONE-EXCEPTIONS-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5730-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE PHONE-EXCEPTIONS
               PERFORM 6900-FILE-FAILED
               GO TO 5730-EXIT
           END-IF
           PERFORM 5740-DROP-ONE-PHONE-EXCEPTION
               UNTIL WS-EOF
           CLOSE PHONE-EXCEPTIONS
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT PHONE-EXCEPTIONS
               PERFORM 5750-COPY-ONE-PHONE-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE PHONE-EXCEPTIONS
               SUBTRACT WS-FILE-SCRUBS FROM WS-FILE-READ
               MOVE "PHONEXCP" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-PHONE-EXCEPTIONS
           END-IF
           DELETE FILE WORK-FILE
           .

       5730-EXIT.
           EXIT.

       5740-DROP-ONE-PHONE-EXCEPTION.
           READ PHONE-EXCEPTIONS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE "N" TO WS-IN-SET-SW
                   IF PX-USER-ID IS NUMERIC
                       MOVE PX-USER-ID TO WS-TEST-ID
                       PERFORM 1600-TEST-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-FILE-SCRUBS
                   ELSE
                       WRITE WORK-REC FROM PHONE-EXCEPTION-REC
                   END-IF
           END-READ
           .

       5750-COPY-ONE-PHONE-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE PHONE-EXCEPTION-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5760-DROP-LOC-EXCEPTIONS - the customer's locality          *
      *                               exceptions, from every channel   *
      *----------------------------------------------------------------*
       5760-DROP-LOC-EXCEPTIONS.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LOC-EXCEPTIONS
           IF LOC-EXCEPTIONS-NOT-FOUND
               GO TO 5760-EXIT
           END-IF
           IF NOT LOC-EXCEPTIONS-OK
               DISPLAY "UNABLE TO OPEN LOCEXCP, STATUS="
                   LOC-EXCEPTIONS-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5760-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE LOC-EXCEPTIONS
               PERFORM 6900-FILE-FAILED
               GO TO 5760-EXIT
           END-IF
           PERFORM 5770-DROP-ONE-LOC-EXCEPTION
               UNTIL WS-EOF
           CLOSE LOC-EXCEPTIONS
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT LOC-EXCEPTIONS
               PERFORM 5780-COPY-ONE-LOC-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE LOC-EXCEPTIONS
               SUBTRACT WS-FILE-SCRUBS FROM WS-FILE-READ
               MOVE "LOCEXCP" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-LOC-EXCEPTIONS
           END-IF
           DELETE FILE WORK-FILE
           .

       5760-EXIT.
           EXIT.

      * A signup rejected before it had a USER-ID is listed with the
      * ID blank and never matches.
       5770-DROP-ONE-LOC-EXCEPTION.
           READ LOC-EXCEPTIONS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE "N" TO WS-IN-SET-SW
                   IF LX-USER-ID IS NUMERIC
                       MOVE LX-USER-ID TO WS-TEST-ID-X
                       PERFORM 1600-TEST-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-FILE-SCRUBS
                   ELSE
                       WRITE WORK-REC FROM LOC-EXCEPTION-REC
                   END-IF
           END-READ
           .

       5780-COPY-ONE-LOC-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE LOC-EXCEPTION-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5800-DROP-DORM-NOTICES - an erased customer is not written  *
      *                             to about dormancy                  *
      *----------------------------------------------------------------*
       5800-DROP-DORM-NOTICES.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT NOTICE-FILE
           IF NOTICE-FILE-NOT-FOUND
               GO TO 5800-EXIT
           END-IF
           IF NOT NOTICE-FILE-OK
               DISPLAY "UNABLE TO OPEN DORMNTC, STATUS="
                   NOTICE-FILE-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5800-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE NOTICE-FILE
               PERFORM 6900-FILE-FAILED
               GO TO 5800-EXIT
           END-IF
           PERFORM 5810-DROP-ONE-DORM-NOTICE
               UNTIL WS-EOF
           CLOSE NOTICE-FILE
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT NOTICE-FILE
               PERFORM 5820-COPY-ONE-NOTICE-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE NOTICE-FILE
               SUBTRACT WS-FILE-SCRUBS FROM WS-FILE-READ
               MOVE "DORMNTC" TO WS-GEN-NAME
               PERFORM 6800-PROVE-COPY-BACK
               ADD WS-FILE-SCRUBS TO WS-DORM-NOTICES
           END-IF
           DELETE FILE WORK-FILE
           .

       5800-EXIT.
           EXIT.

       5810-DROP-ONE-DORM-NOTICE.
           READ NOTICE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE "N" TO WS-IN-SET-SW
                   IF DN-USER-ID IS NUMERIC
                       MOVE DN-USER-ID TO WS-TEST-ID
                       PERFORM 1600-TEST-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-FILE-SCRUBS
                   ELSE
                       WRITE WORK-REC FROM NOTICE-FILE-REC
                   END-IF
           END-READ
           .

       5820-COPY-ONE-NOTICE-BACK.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE NOTICE-FILE-REC FROM WORK-REC
                   ADD 1 TO WS-FILE-COPIED
           END-READ
           .

      *----------------------------------------------------------------*
      *    5850-MASK-ARCHIVED-REPORTS - every archived report copy on  *
      *                                 the catalog; a line naming the *
      *                                 customer is masked, never      *
      *                                 dropped, so RPTINQ's line and  *
      *                                 page counts still hold         *
      *----------------------------------------------------------------*
       5850-MASK-ARCHIVED-REPORTS.
           OPEN INPUT CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
               GO TO 5850-EXIT
           END-IF
           IF NOT RPT-CATALOG-OK
               DISPLAY "UNABLE TO OPEN RPTARC.CAT, STATUS="
                   RPT-CATALOG-STATUS
               PERFORM 6900-FILE-FAILED
               GO TO 5850-EXIT
           END-IF
           MOVE "N" TO WS-CATALOG-EOF-SW
           PERFORM 5855-READ-ONE-CATALOG-ENTRY
               UNTIL WS-CATALOG-EOF
           CLOSE CATALOG-FILE
           .

       5850-EXIT.
           EXIT.

       5855-READ-ONE-CATALOG-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET WS-CATALOG-EOF TO TRUE
               NOT AT END
                   PERFORM 5860-MASK-ONE-REPORT-COPY THRU 5860-EXIT
           END-READ
           .

      * A copy RPTRETN has already dropped is simply not there.
       5860-MASK-ONE-REPORT-COPY.
           IF RK-ARCHIVE-NAME = SPACES
               GO TO 5860-EXIT
           END-IF
           MOVE RK-ARCHIVE-NAME TO WS-GEN-NAME
           OPEN INPUT GENERATION-FILE
           IF NOT WS-GEN-OK
               GO TO 5860-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "UNABLE TO OPEN USRERASE.WRK, STATUS="
                   WS-WORK-STATUS
               CLOSE GENERATION-FILE
               PERFORM 6900-FILE-FAILED
               GO TO 5860-EXIT
           END-IF
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-SCRUBS
           MOVE "N" TO WS-EOF-SW
           PERFORM 5870-MASK-ONE-REPORT-LINE
               UNTIL WS-EOF
           CLOSE GENERATION-FILE
           CLOSE WORK-FILE

           IF WS-FILE-SCRUBS > 0
               MOVE 0 TO WS-FILE-COPIED
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT WORK-FILE
               OPEN OUTPUT GENERATION-FILE
               PERFORM 5690-COPY-ONE-GEN-BACK
                   UNTIL WS-EOF
               CLOSE WORK-FILE
               CLOSE GENERATION-FILE
               PERFORM 6800-PROVE-COPY-BACK
               ADD 1 TO WS-REPORT-COPIES
               ADD WS-FILE-SCRUBS TO WS-REPORT-LINES
               DISPLAY "  " WS-GEN-NAME " - " WS-FILE-SCRUBS
                   " LINE(S) MASKED"
           END-IF
           DELETE FILE WORK-FILE
           .

       5860-EXIT.
           EXIT.

       5870-MASK-ONE-REPORT-LINE.
           READ GENERATION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE GENERATION-REC TO WS-RPT-LINE
                   MOVE SPACES TO WS-RPT-PADDED
                   MOVE WS-RPT-LINE TO WS-RPT-PADDED (2:200)
                   MOVE 0 TO WS-RPT-HITS
                   PERFORM 5880-PROBE-ONE-SET-ID
                       VARYING WS-PROBE-SET-IX FROM 1 BY 1
                       UNTIL WS-RPT-HITS > 0
                           OR WS-PROBE-SET-IX > WS-SET-COUNT
                   IF WS-RPT-HITS > 0
                       MOVE WS-MASKED-LINE TO WS-RPT-LINE
                       ADD 1 TO WS-FILE-SCRUBS
                   END-IF
                   WRITE WORK-REC FROM WS-RPT-LINE
           END-READ
           .

      * The USER-ID counts only standing alone, so a date or an
      * amount that happens to hold the same five digits is left.
       5880-PROBE-ONE-SET-ID.
           MOVE WS-SET-ID (WS-PROBE-SET-IX) TO WS-IP-USER-ID
           INSPECT WS-RPT-PADDED TALLYING WS-RPT-HITS
               FOR ALL WS-ID-PROBE
           IF WS-SET-NAME-LEN (WS-PROBE-SET-IX) NOT < WS-NAME-MIN-LEN
               INSPECT WS-RPT-PADDED TALLYING WS-RPT-HITS
                   FOR ALL WS-SET-NAME (WS-PROBE-SET-IX)
                       (1:WS-SET-NAME-LEN (WS-PROBE-SET-IX))
           END-IF
           IF WS-SET-EMAIL-LEN (WS-PROBE-SET-IX) > 0
               INSPECT WS-RPT-PADDED TALLYING WS-RPT-HITS
                   FOR ALL WS-SET-EMAIL (WS-PROBE-SET-IX)
                       (1:WS-SET-EMAIL-LEN (WS-PROBE-SET-IX))
           END-IF
           .

      *----------------------------------------------------------------*
      *    5900-REMOVE-DOSSIERS - a printed USRSAR dossier is all PII  *
      *----------------------------------------------------------------*
       5900-REMOVE-DOSSIERS.
           PERFORM 5910-REMOVE-ONE-DOSSIER
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT
           .

       5910-REMOVE-ONE-DOSSIER.
           MOVE SPACES TO WS-GEN-NAME
           STRING "USRSAR." DELIMITED BY SIZE
               WS-SET-ID (WS-SET-IX) DELIMITED BY SIZE
               INTO WS-GEN-NAME
           END-STRING
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-OK
               CLOSE GENERATION-FILE
               DELETE FILE GENERATION-FILE
               ADD 1 TO WS-DOSSIERS
               DISPLAY "  " WS-GEN-NAME " REMOVED"
           END-IF
           .

      *----------------------------------------------------------------*
      *    6000-SCRUB-IMAGE - overwrite one row image if it belongs to *
      *                       the customer; anything else is left as   *
      *                       it is                                    *
      *----------------------------------------------------------------*
       6000-SCRUB-IMAGE.
           MOVE "N" TO WS-SCRUBBED-SW
           IF WS-IM-USER-ID IS NUMERIC
               MOVE WS-IM-USER-ID TO WS-TEST-ID-X
               PERFORM 1600-TEST-IN-SET
               IF WS-IN-SET
                   MOVE WS-IM-USER-ID TO WS-PN-USER-ID
                   MOVE WS-PSEUDONYM-NAME TO WS-IM-NAME
                   MOVE "ERASED" TO WS-IM-STREET
                   MOVE SPACES TO WS-IM-PHONE
                   MOVE SPACES TO WS-IM-EMAIL
                   SET WS-SCRUBBED TO TRUE
               END-IF
           END-IF
           .

      * An address record journaled under USRADDR keeps the ID in its
      * first five bytes and the street from byte 9.
       6050-SCRUB-ADDR-IMAGE.
           MOVE "N" TO WS-SCRUBBED-SW
           IF WS-AI-USER-ID IS NUMERIC
               MOVE WS-AI-USER-ID TO WS-TEST-ID-X
               PERFORM 1600-TEST-IN-SET
               IF WS-IN-SET
                   MOVE "ERASED" TO WS-AI-STREET
                   SET WS-SCRUBBED TO TRUE
               END-IF
           END-IF
           .

       6100-TEST-ROW-WRITER.
           MOVE "N" TO WS-ROW-ENTRY-SW
           MOVE 1 TO WS-WRITER-IX
           PERFORM 6110-TEST-ONE-WRITER
               UNTIL WS-ROW-ENTRY OR WS-WRITER-IX > 12
           .

       6110-TEST-ONE-WRITER.
           IF WS-WRITER-TEST = WS-ROW-WRITER (WS-WRITER-IX)
               MOVE "Y" TO WS-ROW-ENTRY-SW
           ELSE
               ADD 1 TO WS-WRITER-IX
           END-IF
           .

      *----------------------------------------------------------------*
      *    6800-PROVE-COPY-BACK - the rewritten file must hold exactly *
      *                           what was read                        *
      *----------------------------------------------------------------*
       6800-PROVE-COPY-BACK.
           IF WS-FILE-COPIED NOT = WS-FILE-READ
               DISPLAY "REWRITE OF " WS-GEN-NAME " SHORT - READ "
                   WS-FILE-READ ", WROTE " WS-FILE-COPIED
               PERFORM 6900-FILE-FAILED
           END-IF
           .

       6900-FILE-FAILED.
           ADD 1 TO WS-FILES-FAILED
           MOVE "USRERASE" TO EL-PROGRAM-ID
           MOVE "6900-FILE-FAILED" TO EL-PARAGRAPH
           MOVE "ERASE" TO EL-CODE
           MOVE "ERASURE INCOMPLETE - A FILE COULD NOT BE REWRITTEN"
               TO EL-MESSAGE
           SET EL-SEV-SEVERE TO TRUE
           PERFORM WRITE-ERROR-LOG
           .

      *----------------------------------------------------------------*
      *    7000-JOURNAL-ERASURES - one E entry per ID; USRDIST hands   *
      *                            it to every subscriber as the erase *
      *                            event, and the delta extract picks  *
      *                            the ID up for CRM                   *
      *----------------------------------------------------------------*
       7000-JOURNAL-ERASURES.
           PERFORM 7100-JOURNAL-ONE-ERASURE
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT
           .

       7100-JOURNAL-ONE-ERASURE.
           MOVE SPACES TO HIST-JOURNAL-REC
           MOVE "USRERASE" TO HJ-PROGRAM-ID
           SET HJ-ACTION-ERASE TO TRUE
           MOVE WS-SET-ID (WS-SET-IX) TO HJ-USER-ID
           IF WS-SET-HAS-ROW (WS-SET-IX) = "Y"
               MOVE WS-SET-ROW (WS-SET-IX) TO HJ-BEFORE-IMAGE
               MOVE WS-SET-ROW (WS-SET-IX) TO HJ-AFTER-IMAGE
           ELSE
               MOVE "CUSTOMER ERASED - NO ROW ON THE TABLE"
                   TO HJ-BEFORE-IMAGE
               MOVE "CUSTOMER ERASED - NO ROW ON THE TABLE"
                   TO HJ-AFTER-IMAGE
           END-IF
           MOVE OS-OPERATOR-ID TO HJ-OPERATOR-ID
           PERFORM WRITE-HIST-JOURNAL
           .

      *----------------------------------------------------------------*
      *    7200-NOTIFY-CRM - the erase notice for the CRM import job   *
      *----------------------------------------------------------------*
       7200-NOTIFY-CRM.
           OPEN EXTEND CRM-ERASE-FILE
           IF NOT WS-CRMERASE-OK
               OPEN OUTPUT CRM-ERASE-FILE
           END-IF
           IF WS-CRMERASE-OK
               PERFORM 7210-NOTIFY-ONE-ID
                   VARYING WS-SET-IX FROM 1 BY 1
                   UNTIL WS-SET-IX > WS-SET-COUNT
               CLOSE CRM-ERASE-FILE
           ELSE
               DISPLAY "UNABLE TO OPEN CRMERASE, STATUS="
                   WS-CRMERASE-STATUS
               PERFORM 6900-FILE-FAILED
           END-IF
           .

       7210-NOTIFY-ONE-ID.
           MOVE SPACES TO CRM-ERASE-REC
           MOVE WS-SET-ID (WS-SET-IX) TO CE-USER-ID
           MOVE WS-TODAY TO CE-ERASE-DATE
           MOVE WS-SURVIVOR-ID TO CE-SURVIVOR-ID
           WRITE CRM-ERASE-REC
           .

      *----------------------------------------------------------------*
      *    7400-WRITE-REGISTER - IDs and counts, never personal data   *
      *----------------------------------------------------------------*
       7400-WRITE-REGISTER.
           MOVE SPACES TO ERASE-REGISTER-REC
           ACCEPT EG-DATE FROM DATE YYYYMMDD
           ACCEPT EG-TIME FROM TIME
           MOVE WS-ASKED-ID TO EG-USER-ID
           MOVE WS-SURVIVOR-ID TO EG-SURVIVOR-ID
           MOVE WS-SET-COUNT TO EG-IDS-COVERED
           MOVE OS-OPERATOR-ID TO EG-OPERATOR-ID
           MOVE WS-ROWS-ERASED TO EG-ROWS
           MOVE WS-JOURNAL-IMAGES TO EG-JOURNAL-IMAGES
           MOVE WS-KEYED-IMAGES TO EG-KEYED-IMAGES
           MOVE WS-NOTE-LINES TO EG-NOTE-LINES
           MOVE WS-PENDING-IMAGES TO EG-PENDING-IMAGES
           MOVE WS-BACKUP-IMAGES TO EG-BACKUP-IMAGES
           MOVE WS-ARCHIVE-IMAGES TO EG-ARCHIVE-IMAGES
           MOVE WS-GENERATIONS TO EG-GENERATIONS
           MOVE WS-DOSSIERS TO EG-DOSSIERS
           MOVE WS-SCHEDULED-IMAGES TO EG-SCHEDULED-IMAGES
           MOVE WS-ADDRESS-ENTRIES TO EG-ADDRESS-ENTRIES
           MOVE WS-REFERRALS TO EG-REFERRALS
           MOVE WS-PHONE-EXCEPTIONS TO EG-PHONE-EXCEPTIONS
           MOVE WS-LOC-EXCEPTIONS TO EG-LOC-EXCEPTIONS
           MOVE WS-DORM-NOTICES TO EG-DORM-NOTICES
           MOVE WS-REPORT-COPIES TO EG-REPORT-COPIES
           MOVE WS-REPORT-LINES TO EG-REPORT-LINES
           MOVE WS-SCREEN-CASES TO EG-SCREEN-CASES
           OPEN EXTEND ERASE-REGISTER
           IF NOT ERASE-REGISTER-OK
               OPEN OUTPUT ERASE-REGISTER
           END-IF
           IF ERASE-REGISTER-OK
               WRITE ERASE-REGISTER-REC
               CLOSE ERASE-REGISTER
           ELSE
               DISPLAY "UNABLE TO WRITE ERASEREG, STATUS="
                   ERASE-REGISTER-STATUS
               PERFORM 6900-FILE-FAILED
           END-IF
           .

      *----------------------------------------------------------------*
      *    8000-TERMINATE - how far the erasure reached                *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "=============================================="
           DISPLAY "USRERASE TOTALS FOR " WS-SURVIVOR-ID
           DISPLAY "  IDS COVERED          : " WS-SET-COUNT-DISP
           DISPLAY "  TABLE ROWS           : " WS-ROWS-ERASED
           DISPLAY "  USRHIST IMAGES       : " WS-JOURNAL-IMAGES
           DISPLAY "  USRHISTK IMAGES      : " WS-KEYED-IMAGES
           DISPLAY "  NOTE LINES           : " WS-NOTE-LINES
           DISPLAY "  PENDING-CHANGE IMAGES: " WS-PENDING-IMAGES
           DISPLAY "  SCHEDULED IMAGES     : " WS-SCHEDULED-IMAGES
           DISPLAY "  SCREENING CASES      : " WS-SCREEN-CASES
           DISPLAY "  ADDRESS ENTRIES      : " WS-ADDRESS-ENTRIES
           DISPLAY "  BACKUP IMAGES        : " WS-BACKUP-IMAGES
           DISPLAY "  PURGE ARCHIVE IMAGES : " WS-ARCHIVE-IMAGES
           DISPLAY "  GENERATIONS REWRITTEN: " WS-GENERATIONS
           DISPLAY "  DOSSIERS REMOVED     : " WS-DOSSIERS
           DISPLAY "  REFERRALS DROPPED    : " WS-REFERRALS
           DISPLAY "  PHONE EXCEPTIONS     : " WS-PHONE-EXCEPTIONS
           DISPLAY "  LOCALITY EXCEPTIONS  : " WS-LOC-EXCEPTIONS
           DISPLAY "  DORMANCY NOTICES     : " WS-DORM-NOTICES
           DISPLAY "  REPORT COPIES MASKED : " WS-REPORT-COPIES
           DISPLAY "  REPORT LINES MASKED  : " WS-REPORT-LINES
           IF WS-FILES-FAILED = 0
               DISPLAY "  RESULT               : ERASED"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "  RESULT               : " WS-FILES-FAILED
                   " FILE(S) NOT REWRITTEN - SEE ERRLOG, RERUN TO "
                   "FINISH"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=============================================="
           .

       9999-EXIT.
           STOP RUN.

           COPY usrhist-write.

           COPY errorlog-write.

           COPY usrxref-load.

           COPY oprsign-verify.

           COPY usraddr-load.
