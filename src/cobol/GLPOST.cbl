      *> General-ledger interface: turns the three places Finance used
      *> to key the ledger from - acquisitions (ACQ-COST on VEHICLE),
      *> the month's VEHDEPR depreciation journal (DEPJRNL) and the
      *> DISPOSAL rows VEHLOAD's sales write - plus the shop invoices
      *> RECONPST capitalizes (RECON_COST) and the book-value
      *> write-downs VEHLOAD's 'C' cards record on VEHICLE_HIST (the
      *> LCMREV lower-of-cost cards) into one double-entry
      *> posting file for the ledger system, inside the shop's H/D/T
      *> wrapper. Accounts come from GL_ACCOUNT_MAP by posting role
      *> and lot. Each source item posts as a balanced set of lines:
      *>   acquisition   DR INVENTRY  CR ACQCLEAR     at ACQ-COST
      *>                 less any reconditioning already capitalized
      *>                 onto it, which posts on its own line below
      *>   recondition   DR INVENTRY  CR RECONAP      per RECON_COST
      *>                 row, at the invoice amount
      *>   depreciation  DR DEPREXP   CR ACCUMDEP     per journal 'D'
      *>   write-down    DR IMPAIR    CR ACCUMDEP     per VEHICLE_HIST
      *>                 row, at the drop from OLD-BOOK-VALUE to
      *>                 NEW-BOOK-VALUE (a write-back posts the same
      *>                 lines with the signs turned), so ACCUMDEP
      *>                 stands at cost less book value when the unit
      *>                 is sold
      *>   disposal      DR PROCEEDS  at sale price,
      *>                 DR ACCUMDEP  cost less book value at sale,
      *>                 CR INVENTRY  at cost,
      *>                 CR GAINLOSS  for the gain (DR for a loss)
      *>   reversal      the disposal lines with every sign turned -
      *>                 a DISP-TYPE 'R' row carries its amounts
      *>                 negated already, and its cost relief is
      *>                 negated to match
      *> Every item posted is recorded on GL_POSTED, so a rerun never
      *> posts a sale, an acquisition, a shop invoice, a write-down
      *> or a month's depreciation twice.
      *> An item that cannot be mapped - no account for one of its
      *> roles, no usable VIN, no cost to relieve - is not posted and
      *> not marked: it goes to the suspense report and posts on a
      *> later run once the map or the vehicle row is fixed. The
      *> depreciation journal posts whole or not at all.
      *> The file is only released once total debits prove equal to
      *> total credits (and the journal's own trailer has verified):
      *> otherwise every mark is rolled back and the posting file is
      *> left empty, so the ledger never loads half a run.
      *> Cut-over: 'B' on the parm card marks everything currently on
      *> file as posted without writing lines - run once when the
      *> ledger's opening balances are taken over from the manual
      *> keying, so history is not posted a second time.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO DEPJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO GLSUSP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *> Run mode ('B' = cut-over, mark only; blank = normal posting
      *> run), then the usual 'F' lock-override byte.
       01  PARM-RECORD.
           05  PARM-RUN-MODE          PIC X.
           05  PARM-LOCK-OVERRIDE     PIC X.
           05  FILLER                 PIC X(78).

      *> VEHDEPR's journal, read as written: 'H' header with the run
      *> date, one 'D' per vehicle written down, 'T' trailer with the
      *> count and totals.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD             PIC X(80).

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                  PIC X(80).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-JRN-STATUS         PIC X(3) VALUE 'OK'.
           88  JRN-FILE-EOF      VALUE 'EOF'.

       01  WS-RUN-MODE           PIC X VALUE SPACE.
           88  RUN-CUTOVER       VALUE 'B'.

      *> Journal record as VEHDEPR lays it out (JRN-HEADER-REC,
      *> JRN-DETAIL-REC, JRN-TRAILER-REC), one view per record type.
       01  WS-JRN-REC.
           05  WS-JRN-TYPE           PIC X.
               88  JRN-REC-HEADER    VALUE 'H'.
               88  JRN-REC-DETAIL    VALUE 'D'.
               88  JRN-REC-TRAILER   VALUE 'T'.
           05  WS-JRN-DATA           PIC X(79).
           05  WS-JRN-HEADER REDEFINES WS-JRN-DATA.
               10  JRN-HDR-DATE      PIC X(10).
               10  FILLER            PIC X(69).
           05  WS-JRN-DETAIL REDEFINES WS-JRN-DATA.
               10  JRN-DET-VIN       PIC X(17).
               10  JRN-DET-PRIOR     PIC 9(7)V99.
               10  JRN-DET-AMOUNT    PIC 9(7)V99.
               10  JRN-DET-NEW       PIC 9(7)V99.
               10  FILLER            PIC X(35).
           05  WS-JRN-TRAILER REDEFINES WS-JRN-DATA.
               10  JRN-TRL-COUNT     PIC 9(9).
               10  JRN-TRL-PRIOR     PIC 9(11)V99.
               10  JRN-TRL-AMOUNT    PIC 9(11)V99.
               10  JRN-TRL-NEW       PIC 9(11)V99.
               10  FILLER            PIC X(31).

      *> Journal verification, the same checks VEHACK applies to the
      *> vendor's wrapper plus the amount total. A journal whose
      *> wrapper does not verify blocks the whole run.
       01  WS-JRN-CHECK-FIELDS.
           05  WS-JRN-RECORD-COUNT   PIC 9(9) COMP VALUE ZERO.
           05  WS-JRN-DETAIL-COUNT   PIC 9(9) COMP VALUE ZERO.
           05  WS-JRN-AMOUNT-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-JRN-UNMAPPED-COUNT PIC 9(9) COMP VALUE ZERO.
           05  WS-JRN-MONTH          PIC X(7)  VALUE SPACES.
           05  WS-JRN-HEADER-STATUS  PIC X VALUE 'N'.
               88  JRN-HEADER-SEEN   VALUE 'Y'.
           05  WS-JRN-TRAILER-STATUS PIC X VALUE 'N'.
               88  JRN-TRAILER-SEEN  VALUE 'Y'.
           05  WS-JRN-BAD-STATUS     PIC X VALUE 'N'.
               88  JRN-BAD           VALUE 'Y'.
           05  WS-JRN-POSTED-STATUS  PIC X VALUE 'N'.
               88  JRN-ALREADY-POSTED VALUE 'Y'.

      *> Posting file layouts, built here and moved to the FD record -
      *> 'H' header and 'T' trailer wrap the 'D' lines, the same
      *> wrapper shape as VEHDEPR's journal. One 'D' per debit or
      *> credit; the trailer carries the line count and both totals
      *> for the ledger's own load check.
       01  GL-HEADER-REC.
           05  FILLER                PIC X     VALUE 'H'.
           05  GL-HDR-DATE           PIC X(10).
           05  FILLER                PIC X(69) VALUE SPACES.

       01  GL-DETAIL-REC.
           05  FILLER                PIC X     VALUE 'D'.
           05  GL-DET-DATE           PIC X(10).
           05  GL-DET-ACCOUNT        PIC X(12).
           05  GL-DET-DRCR           PIC X.
           05  GL-DET-AMOUNT         PIC 9(9)V99.
           05  GL-DET-SOURCE         PIC X(3).
           05  GL-DET-LOC            PIC X(4).
           05  GL-DET-VIN            PIC X(17).
           05  GL-DET-ROLE           PIC X(8).
           05  FILLER                PIC X(13) VALUE SPACES.

       01  GL-TRAILER-REC.
           05  FILLER                PIC X     VALUE 'T'.
           05  GL-TRL-COUNT          PIC 9(9).
           05  GL-TRL-DEBITS         PIC 9(13)V99.
           05  GL-TRL-CREDITS        PIC 9(13)V99.
           05  FILLER                PIC X(40) VALUE SPACES.

      *> The account map, held in storage for the run: Finance keeps
      *> a handful of roles per lot, so a fixed table holds it with
      *> room to spare; overflow blocks the run rather than posting
      *> against part of the map.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-MAP-ENTRY          OCCURS 500.
               10  WS-MAP-ROLE       PIC X(8).
               10  WS-MAP-LOC        PIC X(4).
               10  WS-MAP-ACCOUNT    PIC X(12).
       01  WS-MAP-FIELDS.
           05  WS-MAP-IX             PIC 9(4) COMP.
           05  WS-MAP-FOUND-IX       PIC 9(4) COMP.
           05  WS-FIND-ROLE          PIC X(8).
           05  WS-FIND-LOC           PIC X(4).
           05  WS-MAP-ROW-ROLE       PIC X(8).
           05  WS-MAP-ROW-LOC        PIC X(4).
           05  WS-MAP-ROW-ACCOUNT    PIC X(12).

       01  WS-MAPCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  MAPCUR-EOF            VALUE 'EOF'.
       01  WS-ACQCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  ACQCUR-EOF            VALUE 'EOF'.
       01  WS-DSPCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  DSPCUR-EOF            VALUE 'EOF'.
       01  WS-RCNCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  RCNCUR-EOF            VALUE 'EOF'.
       01  WS-WDNCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  WDNCUR-EOF            VALUE 'EOF'.

      *> The source item being posted: its GL_POSTED identity, the
      *> lot its accounts map by, and whether every role it needs
      *> found an account.
       01  WS-ITEM-FIELDS.
           05  WS-ITEM-SRC           PIC X(3).
           05  WS-ITEM-KEY           PIC X(43).
           05  WS-ITEM-VIN           PIC X(17).
           05  WS-ITEM-LOC           PIC X(4).
           05  WS-ITEM-AMOUNT        PIC S9(9)V99 COMP-3.
           05  WS-ITEM-MAP-STATUS    PIC X.
               88  ITEM-MAPPED       VALUE 'Y'.
           05  WS-MISSING-ROLE       PIC X(8).
           05  WS-POSTED-COUNT       PIC S9(9) COMP.

      *> One posting line: role, signed amount (positive debits,
      *> negative credits) and the account the role mapped to.
       01  WS-LINE-FIELDS.
           05  WS-LINE-ROLE          PIC X(8).
           05  WS-LINE-AMOUNT        PIC S9(9)V99 COMP-3.
           05  WS-LINE-ACCOUNT       PIC X(12).

       01  WS-ACQ-ROW.
           05  WS-ACQ-VIN            PIC X(17).
           05  WS-ACQ-LOC            PIC X(4).
           05  WS-ACQ-COST           PIC S9(7)V99 COMP-3.

      *> A RECON_COST row; vendor and invoice number together are
      *> its GL_POSTED key.
       01  WS-RCN-ROW.
           05  WS-RCN-KEY.
               10  WS-RCN-VENDOR     PIC X(20).
               10  WS-RCN-INVOICE-NO PIC X(15).
           05  WS-RCN-VIN            PIC X(17).
           05  WS-RCN-LOC            PIC X(4).
           05  WS-RCN-AMOUNT         PIC S9(7)V99 COMP-3.

      *> A VEHICLE_HIST book-value change; VIN and timestamp
      *> together are its GL_POSTED key, and the amount is the drop
      *> in book value (negative for a write-back).
       01  WS-WDN-ROW.
           05  WS-WDN-KEY.
               10  WS-WDN-VIN        PIC X(17).
               10  WS-WDN-TS         PIC X(26).
           05  WS-WDN-AMOUNT         PIC S9(7)V99 COMP-3.

       01  WS-DSP-ROW.
           05  WS-DSP-VIN            PIC X(17).
           05  WS-DSP-TS             PIC X(26).
           05  WS-DSP-SALE-PRICE     PIC S9(7)V99 COMP-3.
           05  WS-DSP-BOOK-VALUE     PIC S9(7)V99 COMP-3.
           05  WS-DSP-GAIN-LOSS      PIC S9(7)V99 COMP-3.
           05  WS-DSP-TYPE           PIC X.
               88  DSP-REVERSAL      VALUE 'R'.
           05  WS-DSP-COST           PIC S9(7)V99 COMP-3.

      *> Vehicle readback by VIN for the lot and cost, the
      *> MAX()/VALUE() singleton shape VEHLOAD's lifecycle checks use,
      *> so duplicate VINs cannot -811 the probe.
       01  WS-PROBE-FIELDS.
           05  WS-PROBE-COUNT        PIC S9(9) COMP.
           05  WS-PROBE-LOC          PIC X(4).
           05  WS-PROBE-ACQ-COST     PIC S9(7)V99 COMP-3.

       01  WS-TOTAL-FIELDS.
           05  WS-TOT-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-LINE-COUNT         PIC 9(9) COMP VALUE ZERO.
           05  WS-SUSPENSE-COUNT     PIC 9(9) COMP VALUE ZERO.

       01  WS-RELEASE-STATUS         PIC X VALUE SPACE.
           88  RELEASE-BLOCKED       VALUE 'B'.

       01  WS-POST-DATE              PIC X(10).

      *> Active-run serialization state - see 930-REGISTER-RUN.
       01  WS-RUNLOCK-FIELDS.
           05  WS-RES-GROUP          PIC X(8)  VALUE 'VEHICLE '.
           05  WS-LOCK-COUNT         PIC S9(9) COMP.
           05  WS-LOCK-OVERRIDE      PIC X     VALUE SPACE.
               88  LOCK-OVERRIDE-ON  VALUE 'F'.
           05  WS-RUN-STATUS         PIC X     VALUE SPACE.
               88  RUN-REFUSED       VALUE 'R'.

       01  WS-JOBSTATS-FIELDS.
           05  WS-START-TS           PIC X(26) VALUE SPACES.

       77  WS-SQLCODE                PIC S9(9) COMP.
           88  SQL-OK                VALUE ZERO.
           88  END-OF-DATA           VALUE 100.

       01  WS-JOB-RETURN-CODE        PIC S9(4) COMP VALUE ZERO.

       01  WS-ERROR-FIELDS.
           05  WS-ERR-PGM            PIC X(8)  VALUE 'GLPOST'.
           05  WS-ERR-PARA           PIC X(30) VALUE SPACES.
           05  WS-ERR-SQLCODE-DISP   PIC -(9)9.
           05  WS-ERR-MSG            PIC X(80).

       01  WS-LOG-FIELDS.
           05  WS-LOG-SEVERITY       PIC X(8)  VALUE 'INFO'.

       01  WS-RPT-FIELDS.
           05  WS-RPT-DATE           PIC X(26).
           05  WS-RPT-LINE-COUNT     PIC 9(4) COMP VALUE ZERO.
           05  WS-RPT-PAGE-COUNT     PIC 9(4) COMP VALUE ZERO.
           05  WS-RPT-LINES-PER-PAGE PIC 9(4) COMP VALUE 55.
           05  WS-RPT-LINE-HOLD      PIC X(132).

       01  RPT-HEADING-1.
           05  FILLER                PIC X(44)
               VALUE 'GENERAL LEDGER POSTING SUSPENSE'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(5)  VALUE 'SRC'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(6)  VALUE 'LOC'.
           05  FILLER                PIC X(18)
               VALUE '            AMOUNT'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(82) VALUE 'REASON'.

       01  RPT-SUSP-LINE.
           05  RPT-SUS-SRC           PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUS-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUS-LOC           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUS-AMOUNT        PIC -(14)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUS-REASON        PIC X(82).

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(14)
               VALUE 'ITEMS POSTED: '.
           05  RPT-TRL-POSTED        PIC Z(8)9.
           05  FILLER                PIC X(15)
               VALUE '  IN SUSPENSE: '.
           05  RPT-TRL-SUSPENSE      PIC Z(8)9.
           05  FILLER                PIC X(10) VALUE '  DEBITS: '.
           05  RPT-TRL-DEBITS        PIC -(12)9.99.
           05  FILLER                PIC X(11) VALUE '  CREDITS: '.
           05  RPT-TRL-CREDITS       PIC -(12)9.99.
           05  FILLER                PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'GLPOST: general-ledger posting interface'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-POST
               PERFORM 920-JOBSTATS-END
               PERFORM 940-DEREGISTER-RUN
           END-IF
           PERFORM 030-EXIT
           .
       003-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   MOVE 'EOF' TO WS-PARM-STATUS
           END-READ
           IF NOT PARM-FILE-EOF
               MOVE PARM-RUN-MODE TO WS-RUN-MODE
               MOVE PARM-LOCK-OVERRIDE TO WS-LOCK-OVERRIDE
           END-IF
           CLOSE PARM-FILE
           .
       020-INIT-SQL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC
           EXEC SQL WHENEVER SQLERROR GO TO DB-ERROR END-EXEC
           .
      *> The journal is checked before anything posts: a bad wrapper
      *> blocks the run outright, so the operator fixes the journal
      *> and reruns with nothing half-marked. Then every source
      *> posts into one file, and 066-RELEASE-FILE proves it.
       040-POST.
           MOVE '040-POST-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-RPT-DATE(1:10) TO WS-POST-DATE
           OPEN OUTPUT RPT-FILE
           PERFORM 050-RPT-PAGE-HEADING
           OPEN OUTPUT GL-FILE
           MOVE WS-POST-DATE TO GL-HDR-DATE
           MOVE GL-HEADER-REC TO GL-RECORD
           WRITE GL-RECORD
           PERFORM 041-LOAD-MAP
           IF NOT RELEASE-BLOCKED
               PERFORM 043-CHECK-JOURNAL
           END-IF
           IF NOT RELEASE-BLOCKED
               PERFORM 054-POST-ACQUISITIONS
               PERFORM 073-POST-RECON
               PERFORM 046-POST-JOURNAL
               PERFORM 076-POST-WRITEDOWNS
               PERFORM 057-POST-DISPOSALS
           END-IF
           PERFORM 066-RELEASE-FILE
           MOVE WS-ROW-COUNT TO RPT-TRL-POSTED
           MOVE WS-SUSPENSE-COUNT TO RPT-TRL-SUSPENSE
           MOVE WS-TOT-DEBITS TO RPT-TRL-DEBITS
           MOVE WS-TOT-CREDITS TO RPT-TRL-CREDITS
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           .
       041-LOAD-MAP.
           MOVE '041-LOAD-MAP-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE MAPCUR CURSOR FOR
               SELECT ACCT-ROLE, VEH-LOC, GL-ACCOUNT
                 FROM GL_ACCOUNT_MAP
                ORDER BY ACCT-ROLE, VEH-LOC
           END-EXEC
           MOVE '041-LOAD-MAP-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN MAPCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 042-MAP-FETCH-LOOP UNTIL MAPCUR-EOF
           MOVE '041-LOAD-MAP-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE MAPCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           DISPLAY 'GLPOST: ' WS-MAP-COUNT ' ACCOUNT MAP ENTRIES'
           .
       042-MAP-FETCH-LOOP.
           MOVE '042-MAP-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH MAPCUR
                INTO :WS-MAP-ROW-ROLE, :WS-MAP-ROW-LOC,
                     :WS-MAP-ROW-ACCOUNT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-MAPCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               IF WS-MAP-COUNT < 500
                   ADD 1 TO WS-MAP-COUNT
                   MOVE WS-MAP-ROW-ROLE TO WS-MAP-ROLE (WS-MAP-COUNT)
                   MOVE WS-MAP-ROW-LOC TO WS-MAP-LOC (WS-MAP-COUNT)
                   MOVE WS-MAP-ROW-ACCOUNT
                       TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
               ELSE
                   DISPLAY 'GLPOST: ACCOUNT MAP EXCEEDS TABLE'
                   MOVE 'B' TO WS-RELEASE-STATUS
                   MOVE 'EOF' TO WS-MAPCUR-STATUS
               END-IF
           END-IF
           .
      *> First pass over the journal: verify the wrapper, note the
      *> month, and check every detail maps. A month already on
      *> GL_POSTED is passed over (the same journal is routinely
      *> still the current DEPJRNL when the job next runs); an empty
      *> file means depreciation has not run since the last posting.
       043-CHECK-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           PERFORM 044-JRN-CHECK-LOOP UNTIL JRN-FILE-EOF
           CLOSE JOURNAL-FILE
           IF WS-JRN-RECORD-COUNT > ZERO
               PERFORM 045-VERIFY-JOURNAL
           END-IF
           .
       044-JRN-CHECK-LOOP.
           READ JOURNAL-FILE
               AT END
                   MOVE 'EOF' TO WS-JRN-STATUS
           END-READ
           IF NOT JRN-FILE-EOF
               ADD 1 TO WS-JRN-RECORD-COUNT
               MOVE JOURNAL-RECORD TO WS-JRN-REC
               EVALUATE TRUE
                   WHEN JRN-REC-HEADER
                       MOVE 'Y' TO WS-JRN-HEADER-STATUS
                       MOVE JRN-HDR-DATE(1:7) TO WS-JRN-MONTH
                       MOVE 'DEP' TO WS-ITEM-SRC
                       MOVE WS-JRN-MONTH TO WS-ITEM-KEY
                       PERFORM 063-PROBE-POSTED
                       IF WS-POSTED-COUNT > ZERO
                           MOVE 'Y' TO WS-JRN-POSTED-STATUS
                       END-IF
                   WHEN JRN-REC-TRAILER
                       MOVE 'Y' TO WS-JRN-TRAILER-STATUS
                       IF JRN-TRL-COUNT NOT NUMERIC
                               OR JRN-TRL-AMOUNT NOT NUMERIC
                           MOVE 'Y' TO WS-JRN-BAD-STATUS
                       ELSE
                           IF JRN-TRL-COUNT NOT = WS-JRN-DETAIL-COUNT
                               OR JRN-TRL-AMOUNT
                                   NOT = WS-JRN-AMOUNT-TOTAL
                               MOVE 'Y' TO WS-JRN-BAD-STATUS
                           END-IF
                       END-IF
                   WHEN JRN-REC-DETAIL
                       ADD 1 TO WS-JRN-DETAIL-COUNT
                       IF JRN-DET-AMOUNT NOT NUMERIC
                               OR JRN-TRAILER-SEEN
                           MOVE 'Y' TO WS-JRN-BAD-STATUS
                       ELSE
                           ADD JRN-DET-AMOUNT TO WS-JRN-AMOUNT-TOTAL
                           IF NOT JRN-ALREADY-POSTED
                                   AND NOT RUN-CUTOVER
                               PERFORM 049-JRN-CHECK-DETAIL
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-JRN-BAD-STATUS
               END-EVALUATE
           END-IF
           .
       045-VERIFY-JOURNAL.
           IF NOT JRN-HEADER-SEEN OR NOT JRN-TRAILER-SEEN
               MOVE 'Y' TO WS-JRN-BAD-STATUS
           END-IF
           IF JRN-BAD
               DISPLAY 'GLPOST: DEPRECIATION JOURNAL FAILS ITS '
                   'WRAPPER CHECK - ' WS-JRN-DETAIL-COUNT
                   ' DETAILS READ'
               MOVE 'B' TO WS-RELEASE-STATUS
           ELSE
               IF JRN-ALREADY-POSTED
                   DISPLAY 'GLPOST: DEPRECIATION FOR ' WS-JRN-MONTH
                       ' ALREADY POSTED - NOT POSTED AGAIN'
               END-IF
           END-IF
           .
      *> Second pass: the month posts whole, and only when the first
      *> pass found every detail mapped - a held month stays off
      *> GL_POSTED and posts in full once the map is fixed.
       046-POST-JOURNAL.
           IF WS-JRN-RECORD-COUNT > ZERO
                   AND NOT JRN-ALREADY-POSTED
               IF WS-JRN-UNMAPPED-COUNT > ZERO
                   DISPLAY 'GLPOST: DEPRECIATION FOR ' WS-JRN-MONTH
                       ' HELD - ' WS-JRN-UNMAPPED-COUNT
                       ' DETAILS UNMAPPED'
               ELSE
                   IF NOT RUN-CUTOVER
                       MOVE 'OK' TO WS-JRN-STATUS
                       OPEN INPUT JOURNAL-FILE
                       PERFORM 047-JRN-POST-LOOP UNTIL JRN-FILE-EOF
                       CLOSE JOURNAL-FILE
                   END-IF
                   MOVE 'DEP' TO WS-ITEM-SRC
                   MOVE WS-JRN-MONTH TO WS-ITEM-KEY
                   MOVE WS-JRN-AMOUNT-TOTAL TO WS-ITEM-AMOUNT
                   PERFORM 064-MARK-POSTED
               END-IF
           END-IF
           .
       047-JRN-POST-LOOP.
           READ JOURNAL-FILE
               AT END
                   MOVE 'EOF' TO WS-JRN-STATUS
           END-READ
           IF NOT JRN-FILE-EOF
               MOVE JOURNAL-RECORD TO WS-JRN-REC
               IF JRN-REC-DETAIL
                   PERFORM 048-JRN-VEHICLE-LOC
                   MOVE 'DEP' TO WS-ITEM-SRC
                   MOVE JRN-DET-VIN TO WS-ITEM-VIN
                   MOVE 'DEPREXP' TO WS-LINE-ROLE
                   MOVE JRN-DET-AMOUNT TO WS-LINE-AMOUNT
                   PERFORM 061-POST-LINE
                   MOVE 'ACCUMDEP' TO WS-LINE-ROLE
                   COMPUTE WS-LINE-AMOUNT = ZERO - JRN-DET-AMOUNT
                   PERFORM 061-POST-LINE
               END-IF
           END-IF
           .
      *> The journal carries the VIN only; the lot comes from the
      *> vehicle row. A VIN that is blank, gone or duplicated has no
      *> one lot, so its lines take the map's '*' default accounts.
       048-JRN-VEHICLE-LOC.
           MOVE JRN-DET-VIN TO WS-ITEM-VIN
           MOVE '*' TO WS-ITEM-LOC
           IF WS-ITEM-VIN NOT = SPACES
               PERFORM 065-PROBE-VEHICLE
               IF WS-PROBE-COUNT = 1
                   MOVE WS-PROBE-LOC TO WS-ITEM-LOC
               END-IF
           END-IF
           .
       049-JRN-CHECK-DETAIL.
           PERFORM 048-JRN-VEHICLE-LOC
           MOVE 'Y' TO WS-ITEM-MAP-STATUS
           MOVE 'DEPREXP' TO WS-FIND-ROLE
           PERFORM 060-REQUIRE-ROLE
           MOVE 'ACCUMDEP' TO WS-FIND-ROLE
           PERFORM 060-REQUIRE-ROLE
           IF NOT ITEM-MAPPED
               ADD 1 TO WS-JRN-UNMAPPED-COUNT
               MOVE 'DEP' TO WS-ITEM-SRC
               MOVE JRN-DET-AMOUNT TO WS-ITEM-AMOUNT
               MOVE SPACES TO RPT-SUS-REASON
               STRING 'NO ACCOUNT FOR ' WS-MISSING-ROLE
                   ' - MONTH ' WS-JRN-MONTH ' HELD'
                   DELIMITED BY SIZE INTO RPT-SUS-REASON
               PERFORM 069-WRITE-SUSPENSE
           END-IF
           .
      *> Acquisitions: every vehicle carrying a cost that has not yet
      *> posted. The cursor's own predicate skips the posted ones;
      *> the probe in 056 catches a second row with the same VIN in
      *> the same run (the duplicate-VIN backlog). The cost posted is
      *> what was paid for the unit: ACQ-COST less the shop invoices
      *> RECONPST has added to it, which post as items of their own.
       054-POST-ACQUISITIONS.
           MOVE '054-ACQ-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE ACQCUR CURSOR FOR
               SELECT V.VEH-VIN, V.VEH-LOC,
                      V.ACQ-COST -
                      VALUE((SELECT SUM(R.AMOUNT)
                               FROM RECON_COST R
                              WHERE R.VEH-VIN = V.VEH-VIN), 0)
                 FROM VEHICLE V
                WHERE V.ACQ-COST > 0
                  AND NOT EXISTS
                      (SELECT 1
                         FROM GL_POSTED G
                        WHERE G.SRC-TYPE = 'ACQ'
                          AND G.SRC-KEY = V.VEH-VIN)
                ORDER BY V.VEH-VIN
           END-EXEC
           MOVE '054-ACQ-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN ACQCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 055-ACQ-FETCH-LOOP UNTIL ACQCUR-EOF
           MOVE '054-ACQ-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE ACQCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       055-ACQ-FETCH-LOOP.
           MOVE '055-ACQ-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH ACQCUR
                INTO :WS-ACQ-VIN, :WS-ACQ-LOC, :WS-ACQ-COST
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-ACQCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               PERFORM 056-ACQ-ITEM
           END-IF
           .
       056-ACQ-ITEM.
           MOVE 'ACQ' TO WS-ITEM-SRC
           MOVE WS-ACQ-VIN TO WS-ITEM-VIN
           MOVE WS-ACQ-VIN TO WS-ITEM-KEY
           MOVE WS-ACQ-LOC TO WS-ITEM-LOC
           MOVE WS-ACQ-COST TO WS-ITEM-AMOUNT
           IF WS-ACQ-VIN = SPACES
               MOVE 'BLANK VIN - ACQUISITION CANNOT BE MARKED POSTED'
                   TO RPT-SUS-REASON
               PERFORM 069-WRITE-SUSPENSE
           ELSE
               PERFORM 063-PROBE-POSTED
               IF WS-POSTED-COUNT > ZERO
                   MOVE 'VIN NOT UNIQUE - ACQUISITION ALREADY POSTED'
                       TO RPT-SUS-REASON
                   PERFORM 069-WRITE-SUSPENSE
               ELSE
                   IF RUN-CUTOVER
                       PERFORM 064-MARK-POSTED
                   ELSE
                       MOVE 'Y' TO WS-ITEM-MAP-STATUS
                       MOVE 'INVENTRY' TO WS-FIND-ROLE
                       PERFORM 060-REQUIRE-ROLE
                       MOVE 'ACQCLEAR' TO WS-FIND-ROLE
                       PERFORM 060-REQUIRE-ROLE
                       IF ITEM-MAPPED
                           MOVE 'INVENTRY' TO WS-LINE-ROLE
                           MOVE WS-ACQ-COST TO WS-LINE-AMOUNT
                           PERFORM 061-POST-LINE
                           MOVE 'ACQCLEAR' TO WS-LINE-ROLE
                           COMPUTE WS-LINE-AMOUNT =
                               ZERO - WS-ACQ-COST
                           PERFORM 061-POST-LINE
                           PERFORM 064-MARK-POSTED
                       ELSE
                           PERFORM 068-SUSPEND-UNMAPPED
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *> Reconditioning: every RECON_COST row not yet posted, in
      *> posting order, at the lot the vehicle stood on when the
      *> invoice was capitalized.
       073-POST-RECON.
           MOVE '073-RCN-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE RCNCUR CURSOR FOR
               SELECT R.VENDOR, R.INVOICE-NO, R.VEH-VIN, R.VEH-LOC,
                      R.AMOUNT
                 FROM RECON_COST R
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM GL_POSTED G
                        WHERE G.SRC-TYPE = 'RCN'
                          AND G.SRC-KEY = R.VENDOR CONCAT R.INVOICE-NO)
                ORDER BY R.TS
           END-EXEC
           MOVE '073-RCN-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN RCNCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 074-RCN-FETCH-LOOP UNTIL RCNCUR-EOF
           MOVE '073-RCN-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE RCNCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       074-RCN-FETCH-LOOP.
           MOVE '074-RCN-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH RCNCUR
                INTO :WS-RCN-VENDOR, :WS-RCN-INVOICE-NO,
                     :WS-RCN-VIN, :WS-RCN-LOC, :WS-RCN-AMOUNT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-RCNCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               PERFORM 075-RCN-ITEM
           END-IF
           .
       075-RCN-ITEM.
           MOVE 'RCN' TO WS-ITEM-SRC
           MOVE WS-RCN-VIN TO WS-ITEM-VIN
           MOVE WS-RCN-KEY TO WS-ITEM-KEY
           MOVE WS-RCN-LOC TO WS-ITEM-LOC
           MOVE WS-RCN-AMOUNT TO WS-ITEM-AMOUNT
           IF RUN-CUTOVER
               PERFORM 064-MARK-POSTED
           ELSE
               MOVE 'Y' TO WS-ITEM-MAP-STATUS
               MOVE 'INVENTRY' TO WS-FIND-ROLE
               PERFORM 060-REQUIRE-ROLE
               MOVE 'RECONAP' TO WS-FIND-ROLE
               PERFORM 060-REQUIRE-ROLE
               IF ITEM-MAPPED
                   MOVE 'INVENTRY' TO WS-LINE-ROLE
                   MOVE WS-RCN-AMOUNT TO WS-LINE-AMOUNT
                   PERFORM 061-POST-LINE
                   MOVE 'RECONAP' TO WS-LINE-ROLE
                   COMPUTE WS-LINE-AMOUNT = ZERO - WS-RCN-AMOUNT
                   PERFORM 061-POST-LINE
                   PERFORM 064-MARK-POSTED
               ELSE
                   PERFORM 068-SUSPEND-UNMAPPED
               END-IF
           END-IF
           .
      *> Write-downs: every VEHICLE_HIST row whose book value moved
      *> and has not yet posted, in the order the changes were made.
      *> Only a VEHLOAD 'C' card carrying a book value fills the two
      *> columns, so depreciation (posted from the journal) and
      *> reconditioning (posted from RECON_COST) never come through
      *> here. The lot is the vehicle's, as for the journal.
       076-POST-WRITEDOWNS.
           MOVE '076-WDN-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE WDNCUR CURSOR FOR
               SELECT H.VEH-VIN, CHAR(H.TS),
                      H.OLD-BOOK-VALUE - H.NEW-BOOK-VALUE
                 FROM VEHICLE_HIST H
                WHERE H.NEW-BOOK-VALUE <> H.OLD-BOOK-VALUE
                  AND NOT EXISTS
                      (SELECT 1
                         FROM GL_POSTED G
                        WHERE G.SRC-TYPE = 'WDN'
                          AND G.SRC-KEY = H.VEH-VIN CONCAT CHAR(H.TS))
                ORDER BY H.TS
           END-EXEC
           MOVE '076-WDN-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN WDNCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 077-WDN-FETCH-LOOP UNTIL WDNCUR-EOF
           MOVE '076-WDN-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE WDNCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       077-WDN-FETCH-LOOP.
           MOVE '077-WDN-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH WDNCUR
                INTO :WS-WDN-VIN, :WS-WDN-TS, :WS-WDN-AMOUNT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-WDNCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               PERFORM 078-WDN-ITEM
           END-IF
           .
      *> A VIN that is blank, gone or duplicated has no one lot, so
      *> the write-down takes the map's '*' default accounts.
       078-WDN-ITEM.
           MOVE 'WDN' TO WS-ITEM-SRC
           MOVE WS-WDN-VIN TO WS-ITEM-VIN
           MOVE WS-WDN-KEY TO WS-ITEM-KEY
           MOVE WS-WDN-AMOUNT TO WS-ITEM-AMOUNT
           MOVE '*' TO WS-ITEM-LOC
           IF WS-ITEM-VIN NOT = SPACES
               PERFORM 065-PROBE-VEHICLE
               IF WS-PROBE-COUNT = 1
                   MOVE WS-PROBE-LOC TO WS-ITEM-LOC
               END-IF
           END-IF
           IF RUN-CUTOVER
               PERFORM 064-MARK-POSTED
           ELSE
               MOVE 'Y' TO WS-ITEM-MAP-STATUS
               MOVE 'IMPAIR' TO WS-FIND-ROLE
               PERFORM 060-REQUIRE-ROLE
               MOVE 'ACCUMDEP' TO WS-FIND-ROLE
               PERFORM 060-REQUIRE-ROLE
               IF ITEM-MAPPED
                   MOVE 'IMPAIR' TO WS-LINE-ROLE
                   MOVE WS-WDN-AMOUNT TO WS-LINE-AMOUNT
                   PERFORM 061-POST-LINE
                   MOVE 'ACCUMDEP' TO WS-LINE-ROLE
                   COMPUTE WS-LINE-AMOUNT = ZERO - WS-WDN-AMOUNT
                   PERFORM 061-POST-LINE
                   PERFORM 064-MARK-POSTED
               ELSE
                   PERFORM 068-SUSPEND-UNMAPPED
               END-IF
           END-IF
           .
      *> Disposals: every DISPOSAL row not yet posted, oldest first.
      *> The vehicle row supplies the lot and the cost to relieve.
       057-POST-DISPOSALS.
           MOVE '057-DSP-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE DSPCUR CURSOR FOR
               SELECT D.VEH-VIN, CHAR(D.TS), D.SALE-PRICE,
                      D.BOOK-VALUE-AT-SALE, D.GAIN-LOSS, D.DISP-TYPE
                 FROM DISPOSAL D
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM GL_POSTED G
                        WHERE G.SRC-TYPE = 'DSP'
                          AND G.SRC-KEY = D.VEH-VIN CONCAT CHAR(D.TS))
                ORDER BY D.TS
           END-EXEC
           MOVE '057-DSP-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN DSPCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 058-DSP-FETCH-LOOP UNTIL DSPCUR-EOF
           MOVE '057-DSP-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE DSPCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       058-DSP-FETCH-LOOP.
           MOVE '058-DSP-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH DSPCUR
                INTO :WS-DSP-VIN, :WS-DSP-TS, :WS-DSP-SALE-PRICE,
                     :WS-DSP-BOOK-VALUE, :WS-DSP-GAIN-LOSS,
                     :WS-DSP-TYPE
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-DSPCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               PERFORM 059-DSP-ITEM
           END-IF
           .
      *> The four disposal lines balance by construction: proceeds
      *> plus (cost - book) less cost less (proceeds - book) is zero,
      *> given VEHLOAD's GAIN-LOSS = SALE-PRICE - BOOK-VALUE-AT-SALE.
       059-DSP-ITEM.
           MOVE 'DSP' TO WS-ITEM-SRC
           MOVE WS-DSP-VIN TO WS-ITEM-VIN
           MOVE SPACES TO WS-ITEM-KEY
           STRING WS-DSP-VIN WS-DSP-TS
               DELIMITED BY SIZE INTO WS-ITEM-KEY
           MOVE SPACES TO WS-ITEM-LOC
           MOVE WS-DSP-SALE-PRICE TO WS-ITEM-AMOUNT
           IF RUN-CUTOVER
               PERFORM 064-MARK-POSTED
           ELSE
               IF WS-DSP-VIN = SPACES
                   MOVE ZERO TO WS-PROBE-COUNT
               ELSE
                   PERFORM 065-PROBE-VEHICLE
               END-IF
               EVALUATE TRUE
                   WHEN WS-DSP-VIN = SPACES
                       MOVE 'BLANK VIN - NO VEHICLE ROW TO COST FROM'
                           TO RPT-SUS-REASON
                       PERFORM 069-WRITE-SUSPENSE
                   WHEN WS-PROBE-COUNT = ZERO
                       MOVE 'NO VEHICLE ROW FOR VIN'
                           TO RPT-SUS-REASON
                       PERFORM 069-WRITE-SUSPENSE
                   WHEN WS-PROBE-COUNT > 1
                       MOVE 'VIN NOT UNIQUE ON VEHICLE - COST AMBIGUOUS'
                           TO RPT-SUS-REASON
                       PERFORM 069-WRITE-SUSPENSE
                   WHEN WS-PROBE-ACQ-COST = ZERO
                       MOVE WS-PROBE-LOC TO WS-ITEM-LOC
                       MOVE 'NO ACQ-COST ON VEHICLE TO RELIEVE'
                           TO RPT-SUS-REASON
                       PERFORM 069-WRITE-SUSPENSE
                   WHEN OTHER
                       MOVE WS-PROBE-LOC TO WS-ITEM-LOC
                       PERFORM 062-DSP-LINES
               END-EVALUATE
           END-IF
           .
      *> A reversal row relieves cost back into inventory: the cost
      *> is turned negative along with the row's own amounts, so the
      *> reversal posts the sale's lines exactly undone.
       062-DSP-LINES.
           IF DSP-REVERSAL
               COMPUTE WS-DSP-COST = ZERO - WS-PROBE-ACQ-COST
           ELSE
               MOVE WS-PROBE-ACQ-COST TO WS-DSP-COST
           END-IF
           MOVE 'Y' TO WS-ITEM-MAP-STATUS
           MOVE 'PROCEEDS' TO WS-FIND-ROLE
           PERFORM 060-REQUIRE-ROLE
           MOVE 'ACCUMDEP' TO WS-FIND-ROLE
           PERFORM 060-REQUIRE-ROLE
           MOVE 'INVENTRY' TO WS-FIND-ROLE
           PERFORM 060-REQUIRE-ROLE
           MOVE 'GAINLOSS' TO WS-FIND-ROLE
           PERFORM 060-REQUIRE-ROLE
           IF ITEM-MAPPED
               MOVE 'PROCEEDS' TO WS-LINE-ROLE
               MOVE WS-DSP-SALE-PRICE TO WS-LINE-AMOUNT
               PERFORM 061-POST-LINE
               MOVE 'ACCUMDEP' TO WS-LINE-ROLE
               COMPUTE WS-LINE-AMOUNT =
                   WS-DSP-COST - WS-DSP-BOOK-VALUE
               PERFORM 061-POST-LINE
               MOVE 'INVENTRY' TO WS-LINE-ROLE
               COMPUTE WS-LINE-AMOUNT = ZERO - WS-DSP-COST
               PERFORM 061-POST-LINE
               MOVE 'GAINLOSS' TO WS-LINE-ROLE
               COMPUTE WS-LINE-AMOUNT = ZERO - WS-DSP-GAIN-LOSS
               PERFORM 061-POST-LINE
               PERFORM 064-MARK-POSTED
           ELSE
               PERFORM 068-SUSPEND-UNMAPPED
           END-IF
           .
      *> One role the current item needs: the first role that finds
      *> no account is remembered for the suspense line.
       060-REQUIRE-ROLE.
           PERFORM 070-FIND-ACCOUNT
           IF WS-MAP-FOUND-IX = ZERO
               IF ITEM-MAPPED
                   MOVE WS-FIND-ROLE TO WS-MISSING-ROLE
               END-IF
               MOVE 'N' TO WS-ITEM-MAP-STATUS
           END-IF
           .
      *> One posting line: positive amounts debit the role's account,
      *> negative amounts credit it, zero writes nothing.
       061-POST-LINE.
           IF WS-LINE-AMOUNT NOT = ZERO
               MOVE WS-LINE-ROLE TO WS-FIND-ROLE
               PERFORM 070-FIND-ACCOUNT
               MOVE WS-MAP-ACCOUNT (WS-MAP-FOUND-IX) TO GL-DET-ACCOUNT
               MOVE WS-POST-DATE TO GL-DET-DATE
               MOVE WS-ITEM-SRC TO GL-DET-SOURCE
               MOVE WS-ITEM-LOC TO GL-DET-LOC
               MOVE WS-ITEM-VIN TO GL-DET-VIN
               MOVE WS-LINE-ROLE TO GL-DET-ROLE
               IF WS-LINE-AMOUNT > ZERO
                   MOVE 'D' TO GL-DET-DRCR
                   MOVE WS-LINE-AMOUNT TO GL-DET-AMOUNT
                   ADD WS-LINE-AMOUNT TO WS-TOT-DEBITS
               ELSE
                   MOVE 'C' TO GL-DET-DRCR
                   COMPUTE GL-DET-AMOUNT = ZERO - WS-LINE-AMOUNT
                   SUBTRACT WS-LINE-AMOUNT FROM WS-TOT-CREDITS
               END-IF
               MOVE GL-DETAIL-REC TO GL-RECORD
               WRITE GL-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF
           .
       063-PROBE-POSTED.
           MOVE '063-PROBE-POSTED' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-POSTED-COUNT
                 FROM GL_POSTED
                WHERE SRC-TYPE = :WS-ITEM-SRC
                  AND SRC-KEY = :WS-ITEM-KEY
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       064-MARK-POSTED.
           MOVE '064-MARK-POSTED' TO WS-ERR-PARA
           EXEC SQL
               INSERT INTO GL_POSTED
                   (SRC-TYPE, SRC-KEY, POST-DATE, AMOUNT, TS)
               VALUES (:WS-ITEM-SRC, :WS-ITEM-KEY, :WS-POST-DATE,
                       :WS-ITEM-AMOUNT, CURRENT TIMESTAMP)
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           ADD 1 TO WS-ROW-COUNT
           .
       065-PROBE-VEHICLE.
           MOVE '065-PROBE-VEHICLE' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(VEH-LOC), ' '),
                      VALUE(MAX(ACQ-COST), 0)
                 INTO :WS-PROBE-COUNT, :WS-PROBE-LOC,
                      :WS-PROBE-ACQ-COST
                 FROM VEHICLE
                WHERE VEH-VIN = :WS-ITEM-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> Proof before release: the trailer goes out with both totals,
      *> and the file stands only if they agree and nothing upstream
      *> blocked the run. Otherwise the marks roll back and the file
      *> is emptied, so the ledger has nothing to load and the rerun
      *> posts everything afresh.
       066-RELEASE-FILE.
           MOVE WS-LINE-COUNT TO GL-TRL-COUNT
           MOVE WS-TOT-DEBITS TO GL-TRL-DEBITS
           MOVE WS-TOT-CREDITS TO GL-TRL-CREDITS
           MOVE GL-TRAILER-REC TO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-FILE
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
               DISPLAY 'GLPOST: DEBITS ' GL-TRL-DEBITS
                   ' DO NOT EQUAL CREDITS ' GL-TRL-CREDITS
               MOVE 'B' TO WS-RELEASE-STATUS
           END-IF
           IF RELEASE-BLOCKED
               MOVE '066-RELEASE-ROLLBACK' TO WS-ERR-PARA
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 900-SQLCODE-CHECK
               OPEN OUTPUT GL-FILE
               CLOSE GL-FILE
               DISPLAY 'GLPOST: POSTING FILE NOT RELEASED - '
                   WS-ROW-COUNT ' ITEMS ROLLED BACK'
               MOVE ZERO TO WS-ROW-COUNT
               MOVE 12 TO WS-JOB-RETURN-CODE
           ELSE
               MOVE '066-RELEASE-COMMIT' TO WS-ERR-PARA
               EXEC SQL COMMIT WORK END-EXEC
               PERFORM 900-SQLCODE-CHECK
               DISPLAY 'GLPOST: ' WS-ROW-COUNT ' ITEMS POSTED IN '
                   WS-LINE-COUNT ' LINES, '
                   WS-SUSPENSE-COUNT ' IN SUSPENSE'
               IF WS-SUSPENSE-COUNT > ZERO
                       AND WS-JOB-RETURN-CODE < 4
                   MOVE 4 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF
           .
       068-SUSPEND-UNMAPPED.
           MOVE SPACES TO RPT-SUS-REASON
           STRING 'NO ACCOUNT FOR ' WS-MISSING-ROLE
               ' AT LOT ' WS-ITEM-LOC ' OR DEFAULT'
               DELIMITED BY SIZE INTO RPT-SUS-REASON
           PERFORM 069-WRITE-SUSPENSE
           .
       069-WRITE-SUSPENSE.
           MOVE WS-ITEM-SRC TO RPT-SUS-SRC
           MOVE WS-ITEM-VIN TO RPT-SUS-VIN
           MOVE WS-ITEM-LOC TO RPT-SUS-LOC
           MOVE WS-ITEM-AMOUNT TO RPT-SUS-AMOUNT
           MOVE RPT-SUSP-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           ADD 1 TO WS-SUSPENSE-COUNT
           .
      *> Account for WS-FIND-ROLE at the item's lot, falling back to
      *> the lot-independent '*' row.
       070-FIND-ACCOUNT.
           MOVE WS-ITEM-LOC TO WS-FIND-LOC
           PERFORM 072-SEARCH-MAP
           IF WS-MAP-FOUND-IX = ZERO
               MOVE '*' TO WS-FIND-LOC
               PERFORM 072-SEARCH-MAP
           END-IF
           .
      *> Table lookup by role and lot, one entry per call of
      *> 071-FIND-STEP.
       072-SEARCH-MAP.
           MOVE ZERO TO WS-MAP-FOUND-IX
           MOVE 1 TO WS-MAP-IX
           PERFORM 071-FIND-STEP
               UNTIL WS-MAP-IX > WS-MAP-COUNT
                  OR WS-MAP-FOUND-IX > ZERO
           .
       071-FIND-STEP.
           IF WS-MAP-ROLE (WS-MAP-IX) = WS-FIND-ROLE
                   AND WS-MAP-LOC (WS-MAP-IX) = WS-FIND-LOC
               MOVE WS-MAP-IX TO WS-MAP-FOUND-IX
           END-IF
           ADD 1 TO WS-MAP-IX
           .

      *> Print-file paragraphs, same shape as SAMPDEMO's inventory
      *> listing.
       050-RPT-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-COUNT
           STRING WS-RPT-DATE(6:2) '/' WS-RPT-DATE(9:2) '/'
               WS-RPT-DATE(1:4)
               DELIMITED BY SIZE INTO RPT-H1-DATE
           MOVE WS-RPT-PAGE-COUNT TO RPT-H1-PAGE
           MOVE RPT-HEADING-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE RPT-HEADING-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-RPT-LINE-COUNT
           .
       053-RPT-WRITE.
           MOVE RPT-RECORD TO WS-RPT-LINE-HOLD
           IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
               PERFORM 050-RPT-PAGE-HEADING
           END-IF
           MOVE WS-RPT-LINE-HOLD TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .

      *> Standardized check, same shape used in SAMPDEMO and LOGARCH.
       900-SQLCODE-CHECK.
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
               WHEN SQL-OK
                   CONTINUE
               WHEN WS-SQLCODE < 0
                   PERFORM DB-ERROR
               WHEN OTHER
                   IF WS-JOB-RETURN-CODE < 4
                       MOVE 4 TO WS-JOB-RETURN-CODE
                   END-IF
           END-EVALUATE
           .
      *> Active-run serialization: one RUNLOCK row per running
      *> program, grouped by the resource the program works over, so
      *> a second instance - or another program trampling the same
      *> tables - cannot start while this one is active. A conflict
      *> refuses the run with a clean message and RC 12, no abend.
      *> The operator override ('F' on the parm card) clears stale
      *> locks left by a crashed run before registering.
       930-REGISTER-RUN.
           MOVE '930-REGISTER-RUN' TO WS-ERR-PARA
           IF LOCK-OVERRIDE-ON
               EXEC SQL
                   DELETE FROM RUNLOCK
                    WHERE RES-GROUP = :WS-RES-GROUP
               END-EXEC
               PERFORM 900-SQLCODE-CHECK
               DISPLAY WS-ERR-PGM ': STALE RUN LOCKS CLEARED FOR '
                   WS-RES-GROUP
           END-IF
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LOCK-COUNT
                 FROM RUNLOCK
                WHERE RES-GROUP = :WS-RES-GROUP
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF WS-LOCK-COUNT > ZERO
               MOVE 'R' TO WS-RUN-STATUS
               DISPLAY WS-ERR-PGM ': CONFLICTING RUN ACTIVE FOR '
                   WS-RES-GROUP ' - NOT STARTED'
               MOVE 12 TO WS-JOB-RETURN-CODE
           ELSE
               EXEC SQL
                   INSERT INTO RUNLOCK
                       (PGM-NAME, RES-GROUP, LOCKED-TS)
                   VALUES (:WS-ERR-PGM, :WS-RES-GROUP,
                           CURRENT TIMESTAMP)
               END-EXEC
               PERFORM 900-SQLCODE-CHECK
               EXEC SQL COMMIT WORK END-EXEC
               PERFORM 900-SQLCODE-CHECK
           END-IF
           .

       940-DEREGISTER-RUN.
           MOVE '940-DEREGISTER-RUN' TO WS-ERR-PARA
           EXEC SQL
               DELETE FROM RUNLOCK
                WHERE PGM-NAME = :WS-ERR-PGM
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .

      *> Run-statistics paragraphs, same shape as SAMPDEMO's: one
      *> JOBSTATS row per run, inserted and committed at start,
      *> completed at end of job (and in DB-ERROR, with RC 16).
       910-JOBSTATS-START.
           MOVE '910-JOBSTATS-START' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-START-TS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           EXEC SQL
               INSERT INTO JOBSTATS
                   (PGM-NAME, START-TS, END-TS, ROWS-PROCESSED,
                    RETURN-CODE)
               VALUES (:WS-ERR-PGM, :WS-START-TS, NULL, NULL, NULL)
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .

       920-JOBSTATS-END.
           MOVE '920-JOBSTATS-END' TO WS-ERR-PARA
           EXEC SQL
               UPDATE JOBSTATS
                  SET END-TS = CURRENT TIMESTAMP,
                      ROWS-PROCESSED = :WS-ROW-COUNT,
                      RETURN-CODE = :WS-JOB-RETURN-CODE
                WHERE PGM-NAME = :WS-ERR-PGM
                  AND START-TS = :WS-START-TS
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .

       030-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> Same shape as SAMPDEMO's DB-ERROR: roll back the failed unit
      *> of work (no marks survive without their posting file), log
      *> the diagnostic, end with RC 16.
       DB-ERROR.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           MOVE WS-SQLCODE TO WS-ERR-SQLCODE-DISP
           STRING 'DB ERROR PGM=' WS-ERR-PGM
               ' PARA=' WS-ERR-PARA
               ' SQLCODE=' WS-ERR-SQLCODE-DISP
               DELIMITED BY SIZE INTO WS-ERR-MSG
           MOVE 'ERROR' TO WS-LOG-SEVERITY
           EXEC SQL ROLLBACK WORK END-EXEC
           EXEC SQL
               INSERT INTO LOG (MSG, TS, SEVERITY, SOURCE-PGM)
               VALUES (:WS-ERR-MSG, CURRENT TIMESTAMP,
                       :WS-LOG-SEVERITY, :WS-ERR-PGM)
           END-EXEC
      *> Drop this run's lock on the way out so an abend doesn't
      *> leave the suite blocked behind a stale registration.
           EXEC SQL
               DELETE FROM RUNLOCK
                WHERE PGM-NAME = :WS-ERR-PGM
           END-EXEC
      *> Complete this run's JOBSTATS row even on the error path -
      *> matches nothing (harmlessly) if the error hit before
      *> 910-JOBSTATS-START ran.
           EXEC SQL
               UPDATE JOBSTATS
                  SET END-TS = CURRENT TIMESTAMP,
                      ROWS-PROCESSED = :WS-ROW-COUNT,
                      RETURN-CODE = 16
                WHERE PGM-NAME = :WS-ERR-PGM
                  AND START-TS = :WS-START-TS
           END-EXEC
           EXEC SQL COMMIT WORK END-EXEC
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
