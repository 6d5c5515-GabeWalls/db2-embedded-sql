      *> Reconditioning cost posting: capitalizes the service
      *> department's repair invoices - tires, detail, mechanical and
      *> body work done before a unit goes on the lot - onto the
      *> vehicle they were spent on. Each card on RCNTRAN names the
      *> vehicle by VIN and carries the vendor, the vendor's invoice
      *> number and date, the amount and a cost category. A card that
      *> passes every edit is recorded on RECON_COST, its amount is
      *> added to the vehicle's ACQ-COST and BOOK-VALUE, and a
      *> VEHICLE_HIST row records the posting, all in one unit of
      *> work, so the disposal gain or loss VEHLOAD takes against
      *> BOOK-VALUE carries the real cost of the unit. Invoices for a
      *> VIN not on VEHICLE (or on it more than once), for a sold or
      *> scrapped vehicle, or repeating an invoice number already
      *> posted from the same vendor are refused to RCNREJ with a
      *> reason code, the same way VEHLOAD refuses its cards. Every
      *> card's outcome is listed on the RCNRPT posting register.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONPST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RCN-FILE ASSIGN TO RCNTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO RCNREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO RCNRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *> One optional card: 'F' in column 1 clears stale run locks
      *> for this program's resource group before registering.
       01  PARM-RECORD.
           05  PARM-LOCK-OVERRIDE     PIC X.
           05  FILLER                 PIC X(79).

       FD  RCN-FILE
           RECORDING MODE IS F.
      *> One service-department invoice per card. Amount is zoned
      *> with assumed decimals like VEHTRAN's money fields; the
      *> invoice date is YYYY-MM-DD.
       01  RCN-RECORD.
           05  RCN-VEH-VIN          PIC X(17).
           05  RCN-VENDOR           PIC X(20).
           05  RCN-INVOICE-NO       PIC X(15).
           05  RCN-INVOICE-DATE     PIC X(10).
           05  RCN-AMOUNT-X         PIC X(9).
           05  RCN-AMOUNT          REDEFINES RCN-AMOUNT-X
                                    PIC 9(7)V99.
           05  RCN-CATEGORY         PIC X(4).
               88  RCN-CATEGORY-OK  VALUES 'MECH' 'BODY' 'TIRE'
                                           'DETL' 'GLAS' 'OTHR'.
           05  FILLER               PIC X(5).

       FD  REJECT-FILE
           RECORDING MODE IS F.
      *> The card image leads the record so a fixed invoice can be
      *> resubmitted as-is; reason code and text follow it.
       01  REJECT-RECORD.
           05  REJ-RCN-IMAGE        PIC X(80).
           05  REJ-REASON-CODE      PIC X(2).
           05  REJ-REASON-TEXT      PIC X(30).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-RCN-STATUS         PIC X(3) VALUE 'OK'.
           88  RCN-FILE-EOF      VALUE 'EOF'.

      *> Reject reason codes, one per edit the posting applies.
       01  WS-REJECT-FIELDS.
           05  WS-REJ-CODE           PIC X(2).
           05  WS-REJ-TEXT           PIC X(30).

      *> The invoice being posted, in host-variable form.
       01  WS-RCN-FIELDS.
           05  WS-RCN-VIN            PIC X(17).
           05  WS-RCN-VENDOR         PIC X(20).
           05  WS-RCN-INVOICE-NO     PIC X(15).
           05  WS-RCN-INVOICE-DATE   PIC X(10).
           05  WS-RCN-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WS-RCN-CATEGORY       PIC X(4).
           05  WS-INVOICE-COUNT      PIC S9(9) COMP.

      *> Target-vehicle readback by VIN, the MAX()/VALUE() singleton
      *> shape VEHLOAD's lifecycle checks use, so a duplicated VIN
      *> is counted and refused rather than -811 the lookup.
       01  WS-TARGET-FIELDS.
           05  WS-TARGET-COUNT       PIC S9(9) COMP.
           05  WS-CUR-STATUS         PIC X.
           05  WS-CUR-LOC            PIC X(4).
           05  WS-VEH-YR             PIC 9(4).
           05  WS-VEH-DESC           PIC X(50).

      *> Invoice-date calendar edit work areas - see
      *> 047-EDIT-INVOICE-DATE.
       01  WS-INV-DATE-FIELDS.
           05  WS-ID-YEAR            PIC 9(4).
           05  WS-ID-MONTH           PIC 9(2).
           05  WS-ID-DAY             PIC 9(2).
           05  WS-ID-MAX-DAY         PIC 9(2).
           05  WS-ID-QUOT            PIC 9(4).
           05  WS-ID-REM             PIC 9(4).
           05  WS-ID-STATUS          PIC X.
               88  INVOICE-DATE-OK   VALUE 'Y'.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-CARD-COUNT         PIC 9(9) COMP VALUE ZERO.
           05  WS-REJECT-COUNT       PIC 9(9) COMP VALUE ZERO.
           05  WS-POSTED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.

      *> Active-run serialization state - see 930-REGISTER-RUN. Same
      *> group as VEHLOAD: both move ACQ-COST and BOOK-VALUE.
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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'RECONPST'.
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
               VALUE 'RECONDITIONING COST POSTING REGISTER'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(22) VALUE 'VENDOR'.
           05  FILLER                PIC X(17) VALUE 'INVOICE'.
           05  FILLER                PIC X(12) VALUE 'INV DATE'.
           05  FILLER                PIC X(6)  VALUE 'CAT'.
           05  FILLER                PIC X(16)
               VALUE '          AMOUNT'.
           05  FILLER                PIC X(40) VALUE '  OUTCOME'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-VENDOR        PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-INVOICE-NO    PIC X(15).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-INVOICE-DATE  PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-CATEGORY      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-AMOUNT        PIC X(16).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-OUTCOME       PIC X(36).
           05  FILLER                PIC X(2)  VALUE SPACES.

       01  RPT-DET-AMOUNT-EDIT       PIC -(12)9.99.

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(7)  VALUE 'CARDS: '.
           05  RPT-TRL-CARDS         PIC Z(8)9.
           05  FILLER                PIC X(10) VALUE '  POSTED: '.
           05  RPT-TRL-POSTED        PIC Z(8)9.
           05  FILLER                PIC X(12) VALUE '  REJECTED: '.
           05  RPT-TRL-REJECTED      PIC Z(8)9.
           05  FILLER                PIC X(18)
               VALUE '  CAPITALIZED: '.
           05  RPT-TRL-AMOUNT        PIC -(12)9.99.
           05  FILLER                PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'RECONPST: reconditioning cost posting'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-POST-RECON
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
      *> The whole file posts as one unit of work, committed at end
      *> of file: a run that fails part-way rolls back in DB-ERROR
      *> and is simply rerun from the top, with nothing half-posted
      *> for the duplicate-invoice edit to trip over.
       040-POST-RECON.
           MOVE '040-POST-RECON-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           OPEN OUTPUT RPT-FILE
           PERFORM 050-RPT-PAGE-HEADING
           OPEN INPUT RCN-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 041-RCN-READ-LOOP UNTIL RCN-FILE-EOF
           CLOSE RCN-FILE
           CLOSE REJECT-FILE
           MOVE '040-POST-RECON-COMMIT' TO WS-ERR-PARA
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-CARD-COUNT TO RPT-TRL-CARDS
           MOVE WS-ROW-COUNT TO RPT-TRL-POSTED
           MOVE WS-REJECT-COUNT TO RPT-TRL-REJECTED
           MOVE WS-POSTED-AMOUNT TO RPT-TRL-AMOUNT
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           DISPLAY 'RECONPST: ' WS-CARD-COUNT ' INVOICES, '
               WS-ROW-COUNT ' POSTED, '
               WS-REJECT-COUNT ' REJECTED'
      *> Rejected invoices are the service desk's to fix - warn.
           IF WS-REJECT-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
      *> One invoice per call, performed in a loop by 040-POST-RECON
      *> until end of file. Blank cards are skipped.
       041-RCN-READ-LOOP.
           READ RCN-FILE
               AT END
                   MOVE 'EOF' TO WS-RCN-STATUS
           END-READ
           IF NOT RCN-FILE-EOF AND RCN-RECORD NOT = SPACES
               ADD 1 TO WS-CARD-COUNT
               MOVE SPACES TO WS-REJ-CODE
               MOVE SPACES TO WS-REJ-TEXT
               PERFORM 042-EDIT-INVOICE
               PERFORM 048-REGISTER-LINE
           END-IF
           .
      *> Card-level edits first, then the vehicle and the invoice
      *> against what is on file; the first failure is the reason
      *> the card is refused.
       042-EDIT-INVOICE.
           EVALUATE TRUE
               WHEN RCN-VEH-VIN = SPACES
                   MOVE '01' TO WS-REJ-CODE
                   MOVE 'MISSING VIN' TO WS-REJ-TEXT
               WHEN RCN-VENDOR = SPACES OR RCN-INVOICE-NO = SPACES
                   MOVE '02' TO WS-REJ-CODE
                   MOVE 'MISSING VENDOR OR INVOICE NO' TO WS-REJ-TEXT
               WHEN RCN-AMOUNT-X = SPACES
                       OR RCN-AMOUNT NOT NUMERIC
                       OR RCN-AMOUNT = ZERO
                   MOVE '03' TO WS-REJ-CODE
                   MOVE 'MISSING/BAD AMOUNT' TO WS-REJ-TEXT
               WHEN RCN-INVOICE-DATE(1:4) NOT NUMERIC
                       OR RCN-INVOICE-DATE(5:1) NOT = '-'
                       OR RCN-INVOICE-DATE(6:2) NOT NUMERIC
                       OR RCN-INVOICE-DATE(8:1) NOT = '-'
                       OR RCN-INVOICE-DATE(9:2) NOT NUMERIC
                   MOVE '04' TO WS-REJ-CODE
                   MOVE 'INVOICE DATE NOT YYYY-MM-DD' TO WS-REJ-TEXT
               WHEN NOT RCN-CATEGORY-OK
                   MOVE '05' TO WS-REJ-CODE
                   MOVE 'INVALID COST CATEGORY' TO WS-REJ-TEXT
               WHEN OTHER
                   PERFORM 047-EDIT-INVOICE-DATE
                   IF NOT INVOICE-DATE-OK
                       MOVE '04' TO WS-REJ-CODE
                       MOVE 'INVOICE DATE NOT A REAL DATE'
                           TO WS-REJ-TEXT
                   ELSE
                       MOVE RCN-VEH-VIN TO WS-RCN-VIN
                       MOVE RCN-VENDOR TO WS-RCN-VENDOR
                       MOVE RCN-INVOICE-NO TO WS-RCN-INVOICE-NO
                       MOVE RCN-INVOICE-DATE TO WS-RCN-INVOICE-DATE
                       MOVE RCN-AMOUNT TO WS-RCN-AMOUNT
                       MOVE RCN-CATEGORY TO WS-RCN-CATEGORY
                       PERFORM 043-EDIT-TARGET
                   END-IF
           END-EVALUATE
           IF WS-REJ-CODE NOT = SPACES
               PERFORM 060-WRITE-REJECT
           END-IF
           .
      *> The vehicle must be on file exactly once and still in stock
      *> (a sold or scrapped unit's cost is closed off in DISPOSAL),
      *> and the vendor must not have billed this invoice number
      *> before - earlier cards in this run included, since they are
      *> already in RECON_COST within the unit of work.
       043-EDIT-TARGET.
           PERFORM 044-READ-TARGET
           EVALUATE TRUE
               WHEN WS-TARGET-COUNT = ZERO
                   MOVE '06' TO WS-REJ-CODE
                   MOVE 'VIN NOT ON VEHICLE' TO WS-REJ-TEXT
               WHEN WS-TARGET-COUNT > 1
                   MOVE '07' TO WS-REJ-CODE
                   MOVE 'VIN NOT UNIQUE ON VEHICLE' TO WS-REJ-TEXT
               WHEN WS-CUR-STATUS = 'S'
                   MOVE '08' TO WS-REJ-CODE
                   MOVE 'VEHICLE SOLD' TO WS-REJ-TEXT
               WHEN WS-CUR-STATUS = 'X'
                   MOVE '09' TO WS-REJ-CODE
                   MOVE 'VEHICLE SCRAPPED' TO WS-REJ-TEXT
               WHEN OTHER
                   PERFORM 045-PROBE-INVOICE
                   IF WS-INVOICE-COUNT > ZERO
                       MOVE '10' TO WS-REJ-CODE
                       MOVE 'DUPLICATE INVOICE NUMBER'
                           TO WS-REJ-TEXT
                   ELSE
                       PERFORM 046-APPLY-COST
                   END-IF
           END-EVALUATE
           .
       044-READ-TARGET.
           MOVE '044-READ-TARGET' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(VEH-STATUS), ' '),
                      VALUE(MAX(VEH-LOC), ' '),
                      VALUE(MAX(VEH-YR), 0),
                      VALUE(MAX(VEH-DESC), ' ')
                 INTO :WS-TARGET-COUNT, :WS-CUR-STATUS,
                      :WS-CUR-LOC, :WS-VEH-YR, :WS-VEH-DESC
                 FROM VEHICLE
                WHERE VEH-VIN = :WS-RCN-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       045-PROBE-INVOICE.
           MOVE '045-PROBE-INVOICE' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-INVOICE-COUNT
                 FROM RECON_COST
                WHERE VENDOR = :WS-RCN-VENDOR
                  AND INVOICE-NO = :WS-RCN-INVOICE-NO
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> The cost line, the capitalization onto both carrying values
      *> and the audit row land together. The audit row is a costing
      *> event, not a rewrite: description unchanged, no lot move.
       046-APPLY-COST.
           MOVE '046-APPLY-COST-INSERT' TO WS-ERR-PARA
           EXEC SQL
               INSERT INTO RECON_COST
                   (VEH-VIN, VENDOR, INVOICE-NO, INVOICE-DATE,
                    AMOUNT, COST-CATEGORY, VEH-LOC, TS)
               VALUES (:WS-RCN-VIN, :WS-RCN-VENDOR,
                       :WS-RCN-INVOICE-NO, :WS-RCN-INVOICE-DATE,
                       :WS-RCN-AMOUNT, :WS-RCN-CATEGORY,
                       :WS-CUR-LOC, CURRENT TIMESTAMP)
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE '046-APPLY-COST-UPDATE' TO WS-ERR-PARA
           EXEC SQL
               UPDATE VEHICLE
                  SET ACQ-COST = ACQ-COST + :WS-RCN-AMOUNT,
                      BOOK-VALUE = BOOK-VALUE + :WS-RCN-AMOUNT
                WHERE VEH-VIN = :WS-RCN-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE '046-APPLY-COST-HIST' TO WS-ERR-PARA
           EXEC SQL
               INSERT INTO VEHICLE_HIST
                   (OLD-VEH-DESC, NEW-VEH-DESC, VEH-YR,
                    CHANGED-BY-NAME, TS, VEH-VIN,
                    OLD-VEH-LOC, NEW-VEH-LOC)
               VALUES (:WS-VEH-DESC, :WS-VEH-DESC,
                       :WS-VEH-YR, :WS-ERR-PGM, CURRENT TIMESTAMP,
                       :WS-RCN-VIN, ' ', ' ')
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           ADD 1 TO WS-ROW-COUNT
           ADD WS-RCN-AMOUNT TO WS-POSTED-AMOUNT
           .
      *> Calendar edit on a shape-clean invoice date, the same rule
      *> as VEHLOAD's 068-EDIT-SALE-DATE: plausible year, month
      *> 01-12, and the day held to the month's real length, leap
      *> years included.
       047-EDIT-INVOICE-DATE.
           MOVE 'Y' TO WS-ID-STATUS
           MOVE RCN-INVOICE-DATE(1:4) TO WS-ID-YEAR
           MOVE RCN-INVOICE-DATE(6:2) TO WS-ID-MONTH
           MOVE RCN-INVOICE-DATE(9:2) TO WS-ID-DAY
           IF WS-ID-YEAR < 1900
                   OR WS-ID-MONTH < 1 OR WS-ID-MONTH > 12
               MOVE SPACE TO WS-ID-STATUS
           ELSE
               EVALUATE WS-ID-MONTH
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-ID-MAX-DAY
                   WHEN 02
                       MOVE 28 TO WS-ID-MAX-DAY
                       DIVIDE WS-ID-YEAR BY 4
                           GIVING WS-ID-QUOT REMAINDER WS-ID-REM
                       IF WS-ID-REM = ZERO
                           DIVIDE WS-ID-YEAR BY 100
                               GIVING WS-ID-QUOT
                               REMAINDER WS-ID-REM
                           IF WS-ID-REM NOT = ZERO
                               MOVE 29 TO WS-ID-MAX-DAY
                           ELSE
                               DIVIDE WS-ID-YEAR BY 400
                                   GIVING WS-ID-QUOT
                                   REMAINDER WS-ID-REM
                               IF WS-ID-REM = ZERO
                                   MOVE 29 TO WS-ID-MAX-DAY
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-ID-MAX-DAY
               END-EVALUATE
               IF WS-ID-DAY < 1 OR WS-ID-DAY > WS-ID-MAX-DAY
                   MOVE SPACE TO WS-ID-STATUS
               END-IF
           END-IF
           .
      *> Register line for every card, posted or refused. The amount
      *> prints as keyed when it is not a clean zoned value.
       048-REGISTER-LINE.
           MOVE RCN-VEH-VIN TO RPT-DET-VIN
           MOVE RCN-VENDOR TO RPT-DET-VENDOR
           MOVE RCN-INVOICE-NO TO RPT-DET-INVOICE-NO
           MOVE RCN-INVOICE-DATE TO RPT-DET-INVOICE-DATE
           MOVE RCN-CATEGORY TO RPT-DET-CATEGORY
           IF RCN-AMOUNT NUMERIC
               MOVE RCN-AMOUNT TO RPT-DET-AMOUNT-EDIT
               MOVE RPT-DET-AMOUNT-EDIT TO RPT-DET-AMOUNT
           ELSE
               MOVE RCN-AMOUNT-X TO RPT-DET-AMOUNT
           END-IF
           IF WS-REJ-CODE = SPACES
               MOVE 'POSTED' TO RPT-DET-OUTCOME
           ELSE
               MOVE SPACES TO RPT-DET-OUTCOME
               STRING 'REJECTED ' WS-REJ-CODE ' ' WS-REJ-TEXT
                   DELIMITED BY SIZE INTO RPT-DET-OUTCOME
           END-IF
           MOVE RPT-DETAIL-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       060-WRITE-REJECT.
           MOVE RCN-RECORD TO REJ-RCN-IMAGE
           MOVE WS-REJ-CODE TO REJ-REASON-CODE
           MOVE WS-REJ-TEXT TO REJ-REASON-TEXT
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
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
       030-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

      *> Same shape as SAMPDEMO's DB-ERROR: roll back the failed unit
      *> of work, write the diagnostic row to LOG, commit it, end the
      *> run with RC 16.
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
