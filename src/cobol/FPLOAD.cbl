      *> Floor-plan maintenance: loads the floor-plan clerk's
      *> transaction file (FPTRAN) into FLOOR_PLAN. One card per
      *> event on the line:
      *>   A  advance   the lender has floored an in-stock vehicle:
      *>                lender, advance date and amount advanced
      *>   C  curtail   a principal curtailment paid against an open
      *>                unit: date and amount paid
      *>   P  payoff    the unit's balance has been sent to the
      *>                lender: date paid
      *> Payoffs fall due without a card - VEHLOAD raises one when it
      *> sells or scraps a financed unit - and the 'P' card records
      *> that the money went. Cards that cannot be applied are
      *> refused to FPREJ with a reason code, the same way VEHLOAD
      *> refuses its cards, and every card's outcome is listed on the
      *> FPRPT register.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FPT-FILE ASSIGN TO FPTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO FPREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO FPRPT
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

       FD  FPT-FILE
           RECORDING MODE IS F.
      *> Amount is zoned with assumed decimals like VEHTRAN's money
      *> fields; the date is YYYY-MM-DD. The lender is required on
      *> an advance; on a curtailment or payoff it may be left blank,
      *> and if given must be the unit's lender.
       01  FPT-RECORD.
           05  FPT-ACTION           PIC X.
               88  FPT-ADVANCE      VALUE 'A'.
               88  FPT-CURTAIL      VALUE 'C'.
               88  FPT-PAYOFF       VALUE 'P'.
           05  FPT-VEH-VIN          PIC X(17).
           05  FPT-LENDER           PIC X(8).
           05  FPT-DATE             PIC X(10).
           05  FPT-AMOUNT-X         PIC X(9).
           05  FPT-AMOUNT          REDEFINES FPT-AMOUNT-X
                                    PIC 9(7)V99.
           05  FILLER               PIC X(35).

       FD  REJECT-FILE
           RECORDING MODE IS F.
      *> The card image leads the record so a fixed card can be
      *> resubmitted as-is; reason code and text follow it.
       01  REJECT-RECORD.
           05  REJ-FPT-IMAGE        PIC X(80).
           05  REJ-REASON-CODE      PIC X(2).
           05  REJ-REASON-TEXT      PIC X(30).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-FPT-STATUS         PIC X(3) VALUE 'OK'.
           88  FPT-FILE-EOF      VALUE 'EOF'.

       01  WS-REJECT-FIELDS.
           05  WS-REJ-CODE           PIC X(2).
           05  WS-REJ-TEXT           PIC X(30).

      *> The card being applied, in host-variable form.
       01  WS-FPT-FIELDS.
           05  WS-FPT-VIN            PIC X(17).
           05  WS-FPT-LENDER         PIC X(8).
           05  WS-FPT-DATE           PIC X(10).
           05  WS-FPT-AMOUNT         PIC S9(7)V99 COMP-3.

      *> Vehicle readback by VIN, the MAX()/VALUE() singleton shape
      *> VEHLOAD's lifecycle checks use.
       01  WS-TARGET-FIELDS.
           05  WS-TARGET-COUNT       PIC S9(9) COMP.
           05  WS-CUR-STATUS         PIC X.
      *> Advances already on file for the unit on the card's date.
           05  WS-SAME-DATE-COUNT    PIC S9(9) COMP.

      *> The unit's live floor-plan row (open or payoff due), if it
      *> has one, and the lender lookup for an advance.
       01  WS-FLOOR-FIELDS.
           05  WS-FP-COUNT           PIC S9(9) COMP.
           05  WS-FP-STATUS          PIC X.
           05  WS-FP-LENDER          PIC X(8).
           05  WS-FP-BALANCE         PIC S9(7)V99 COMP-3.
           05  WS-LENDER-COUNT       PIC S9(9) COMP.

      *> Card-date calendar edit work areas - see 047-EDIT-CARD-DATE.
       01  WS-CARD-DATE-FIELDS.
           05  WS-CD-YEAR            PIC 9(4).
           05  WS-CD-MONTH           PIC 9(2).
           05  WS-CD-DAY             PIC 9(2).
           05  WS-CD-MAX-DAY         PIC 9(2).
           05  WS-CD-QUOT            PIC 9(4).
           05  WS-CD-REM             PIC 9(4).
           05  WS-CD-STATUS          PIC X.
               88  CARD-DATE-OK      VALUE 'Y'.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-CARD-COUNT         PIC 9(9) COMP VALUE ZERO.
           05  WS-REJECT-COUNT       PIC 9(9) COMP VALUE ZERO.

      *> Active-run serialization state - see 930-REGISTER-RUN. Same
      *> group as VEHLOAD, which raises payoffs on FLOOR_PLAN.
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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'FPLOAD'.
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
               VALUE 'FLOOR-PLAN TRANSACTION REGISTER'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(3)  VALUE 'A'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(10) VALUE 'LENDER'.
           05  FILLER                PIC X(12) VALUE 'DATE'.
           05  FILLER                PIC X(16)
               VALUE '          AMOUNT'.
           05  FILLER                PIC X(72) VALUE '  OUTCOME'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-ACTION        PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-LENDER        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-DATE          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-AMOUNT        PIC X(16).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-OUTCOME       PIC X(40).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  RPT-DET-AMOUNT-EDIT       PIC -(12)9.99.

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(7)  VALUE 'CARDS: '.
           05  RPT-TRL-CARDS         PIC Z(8)9.
           05  FILLER                PIC X(11) VALUE '  APPLIED: '.
           05  RPT-TRL-APPLIED       PIC Z(8)9.
           05  FILLER                PIC X(12) VALUE '  REJECTED: '.
           05  RPT-TRL-REJECTED      PIC Z(8)9.
           05  FILLER                PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'FPLOAD: floor-plan transaction load'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-LOAD
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
      *> The whole file applies as one unit of work, committed at
      *> end of file, so a failed run rolls back whole in DB-ERROR
      *> and is rerun from the top.
       040-LOAD.
           MOVE '040-LOAD-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           OPEN OUTPUT RPT-FILE
           PERFORM 050-RPT-PAGE-HEADING
           OPEN INPUT FPT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 041-FPT-READ-LOOP UNTIL FPT-FILE-EOF
           CLOSE FPT-FILE
           CLOSE REJECT-FILE
           MOVE '040-LOAD-COMMIT' TO WS-ERR-PARA
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-CARD-COUNT TO RPT-TRL-CARDS
           MOVE WS-ROW-COUNT TO RPT-TRL-APPLIED
           MOVE WS-REJECT-COUNT TO RPT-TRL-REJECTED
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           DISPLAY 'FPLOAD: ' WS-CARD-COUNT ' CARDS, '
               WS-ROW-COUNT ' APPLIED, '
               WS-REJECT-COUNT ' REJECTED'
           IF WS-REJECT-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
      *> One card per call, performed in a loop by 040-LOAD until
      *> end of file. Blank cards are skipped.
       041-FPT-READ-LOOP.
           READ FPT-FILE
               AT END
                   MOVE 'EOF' TO WS-FPT-STATUS
           END-READ
           IF NOT FPT-FILE-EOF AND FPT-RECORD NOT = SPACES
               ADD 1 TO WS-CARD-COUNT
               MOVE SPACES TO WS-REJ-CODE
               MOVE SPACES TO WS-REJ-TEXT
               PERFORM 042-EDIT-CARD
               IF WS-REJ-CODE NOT = SPACES
                   PERFORM 060-WRITE-REJECT
               END-IF
               PERFORM 048-REGISTER-LINE
           END-IF
           .
      *> Card-level edits common to every action; the first failure
      *> is the reason the card is refused. A payoff carries no
      *> amount - it clears whatever balance the unit owes.
       042-EDIT-CARD.
           EVALUATE TRUE
               WHEN NOT FPT-ADVANCE AND NOT FPT-CURTAIL
                       AND NOT FPT-PAYOFF
                   MOVE '01' TO WS-REJ-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-TEXT
               WHEN FPT-VEH-VIN = SPACES
                   MOVE '02' TO WS-REJ-CODE
                   MOVE 'MISSING VIN' TO WS-REJ-TEXT
               WHEN NOT FPT-PAYOFF
                       AND (FPT-AMOUNT-X = SPACES
                         OR FPT-AMOUNT NOT NUMERIC
                         OR FPT-AMOUNT = ZERO)
                   MOVE '03' TO WS-REJ-CODE
                   MOVE 'MISSING/BAD AMOUNT' TO WS-REJ-TEXT
               WHEN FPT-DATE(1:4) NOT NUMERIC
                       OR FPT-DATE(5:1) NOT = '-'
                       OR FPT-DATE(6:2) NOT NUMERIC
                       OR FPT-DATE(8:1) NOT = '-'
                       OR FPT-DATE(9:2) NOT NUMERIC
                   MOVE '04' TO WS-REJ-CODE
                   MOVE 'DATE NOT YYYY-MM-DD' TO WS-REJ-TEXT
               WHEN OTHER
                   PERFORM 047-EDIT-CARD-DATE
                   IF NOT CARD-DATE-OK
                       MOVE '04' TO WS-REJ-CODE
                       MOVE 'DATE NOT A REAL DATE' TO WS-REJ-TEXT
                   ELSE
                       MOVE FPT-VEH-VIN TO WS-FPT-VIN
                       MOVE FPT-LENDER TO WS-FPT-LENDER
                       MOVE FPT-DATE TO WS-FPT-DATE
                       MOVE ZERO TO WS-FPT-AMOUNT
                       IF NOT FPT-PAYOFF
                           MOVE FPT-AMOUNT TO WS-FPT-AMOUNT
                       END-IF
                       PERFORM 064-READ-FLOOR-PLAN
                       EVALUATE TRUE
                           WHEN FPT-ADVANCE
                               PERFORM 043-APPLY-ADVANCE
                           WHEN FPT-CURTAIL
                               PERFORM 044-APPLY-CURTAIL
                           WHEN OTHER
                               PERFORM 045-APPLY-PAYOFF
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           .
      *> An advance floors an in-stock vehicle that is on file once,
      *> with a lender Finance has set up, and that is not already
      *> on the line.
       043-APPLY-ADVANCE.
           PERFORM 062-READ-TARGET
           PERFORM 063-READ-LENDER
           EVALUATE TRUE
               WHEN WS-TARGET-COUNT = ZERO
                   MOVE '05' TO WS-REJ-CODE
                   MOVE 'VIN NOT ON VEHICLE' TO WS-REJ-TEXT
               WHEN WS-TARGET-COUNT > 1
                   MOVE '06' TO WS-REJ-CODE
                   MOVE 'VIN NOT UNIQUE ON VEHICLE' TO WS-REJ-TEXT
               WHEN WS-CUR-STATUS NOT = 'I'
                   MOVE '07' TO WS-REJ-CODE
                   MOVE 'VEHICLE NOT IN STOCK' TO WS-REJ-TEXT
               WHEN WS-LENDER-COUNT = ZERO
                   MOVE '08' TO WS-REJ-CODE
                   MOVE 'LENDER NOT ON FP_LENDER' TO WS-REJ-TEXT
               WHEN WS-FP-COUNT > ZERO
                   MOVE '09' TO WS-REJ-CODE
                   MOVE 'ALREADY ON FLOOR PLAN' TO WS-REJ-TEXT
      *> An earlier, paid-off advance on the same date would take
      *> the INSERT into the primary key and end the run.
               WHEN WS-SAME-DATE-COUNT > ZERO
                   MOVE '09' TO WS-REJ-CODE
                   MOVE 'ADVANCE DATE ALREADY ON FILE' TO WS-REJ-TEXT
               WHEN OTHER
                   MOVE '043-APPLY-ADVANCE' TO WS-ERR-PARA
                   EXEC SQL
                       INSERT INTO FLOOR_PLAN
                           (VEH-VIN, LENDER-CODE, ADVANCE-DATE,
                            ADVANCE-AMT, TS)
                       VALUES (:WS-FPT-VIN, :WS-FPT-LENDER,
                               :WS-FPT-DATE, :WS-FPT-AMOUNT,
                               CURRENT TIMESTAMP)
                   END-EXEC
                   PERFORM 900-SQLCODE-CHECK
                   ADD 1 TO WS-ROW-COUNT
           END-EVALUATE
           .
      *> A curtailment pays down an open unit, and cannot pay more
      *> than the unit still owes. A unit whose payoff has fallen
      *> due is paid off, not curtailed.
       044-APPLY-CURTAIL.
           EVALUATE TRUE
               WHEN WS-FP-COUNT = ZERO OR WS-FP-STATUS NOT = 'O'
                   MOVE '10' TO WS-REJ-CODE
                   MOVE 'NO OPEN FLOOR PLAN FOR VIN' TO WS-REJ-TEXT
               WHEN FPT-LENDER NOT = SPACES
                       AND FPT-LENDER NOT = WS-FP-LENDER
                   MOVE '11' TO WS-REJ-CODE
                   MOVE 'NOT THE UNIT''S LENDER' TO WS-REJ-TEXT
               WHEN WS-FPT-AMOUNT > WS-FP-BALANCE
                   MOVE '12' TO WS-REJ-CODE
                   MOVE 'CURTAILMENT EXCEEDS BALANCE' TO WS-REJ-TEXT
               WHEN OTHER
                   MOVE '044-APPLY-CURTAIL' TO WS-ERR-PARA
                   EXEC SQL
                       UPDATE FLOOR_PLAN
                          SET CURTAIL-PAID =
                                  CURTAIL-PAID + :WS-FPT-AMOUNT,
                              LAST-CURT-DATE = :WS-FPT-DATE
                        WHERE VEH-VIN = :WS-FPT-VIN
                          AND FP-STATUS = 'O'
                   END-EXEC
                   PERFORM 900-SQLCODE-CHECK
                   ADD 1 TO WS-ROW-COUNT
           END-EVALUATE
           .
      *> A payoff closes the unit's live row, whether VEHLOAD raised
      *> the payoff on a sale or scrap or the unit is being paid off
      *> while still in stock.
       045-APPLY-PAYOFF.
           EVALUATE TRUE
               WHEN WS-FP-COUNT = ZERO
                   MOVE '10' TO WS-REJ-CODE
                   MOVE 'NO OPEN FLOOR PLAN FOR VIN' TO WS-REJ-TEXT
               WHEN FPT-LENDER NOT = SPACES
                       AND FPT-LENDER NOT = WS-FP-LENDER
                   MOVE '11' TO WS-REJ-CODE
                   MOVE 'NOT THE UNIT''S LENDER' TO WS-REJ-TEXT
               WHEN OTHER
                   MOVE '045-APPLY-PAYOFF' TO WS-ERR-PARA
                   EXEC SQL
                       UPDATE FLOOR_PLAN
                          SET PAYOFF-AMT = CASE WHEN FP-STATUS = 'O'
                                  THEN ADVANCE-AMT - CURTAIL-PAID
                                  ELSE PAYOFF-AMT END,
                              FP-STATUS = 'P',
                              PAID-OFF-DATE = :WS-FPT-DATE
                        WHERE VEH-VIN = :WS-FPT-VIN
                          AND FP-STATUS IN ('O', 'D')
                   END-EXEC
                   PERFORM 900-SQLCODE-CHECK
                   ADD 1 TO WS-ROW-COUNT
           END-EVALUATE
           .
      *> Calendar edit on a shape-clean card date, the same rule as
      *> VEHLOAD's 068-EDIT-SALE-DATE: plausible year, month 01-12,
      *> and the day held to the month's real length, leap years
      *> included.
       047-EDIT-CARD-DATE.
           MOVE 'Y' TO WS-CD-STATUS
           MOVE FPT-DATE(1:4) TO WS-CD-YEAR
           MOVE FPT-DATE(6:2) TO WS-CD-MONTH
           MOVE FPT-DATE(9:2) TO WS-CD-DAY
           IF WS-CD-YEAR < 1900
                   OR WS-CD-MONTH < 1 OR WS-CD-MONTH > 12
               MOVE SPACE TO WS-CD-STATUS
           ELSE
               EVALUATE WS-CD-MONTH
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-CD-MAX-DAY
                   WHEN 02
                       MOVE 28 TO WS-CD-MAX-DAY
                       DIVIDE WS-CD-YEAR BY 4
                           GIVING WS-CD-QUOT REMAINDER WS-CD-REM
                       IF WS-CD-REM = ZERO
                           DIVIDE WS-CD-YEAR BY 100
                               GIVING WS-CD-QUOT
                               REMAINDER WS-CD-REM
                           IF WS-CD-REM NOT = ZERO
                               MOVE 29 TO WS-CD-MAX-DAY
                           ELSE
                               DIVIDE WS-CD-YEAR BY 400
                                   GIVING WS-CD-QUOT
                                   REMAINDER WS-CD-REM
                               IF WS-CD-REM = ZERO
                                   MOVE 29 TO WS-CD-MAX-DAY
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-CD-MAX-DAY
               END-EVALUATE
               IF WS-CD-DAY < 1 OR WS-CD-DAY > WS-CD-MAX-DAY
                   MOVE SPACE TO WS-CD-STATUS
               END-IF
           END-IF
           .
      *> Register line for every card, applied or refused. The amount
      *> prints as keyed when it is not a clean zoned value.
       048-REGISTER-LINE.
           MOVE FPT-ACTION TO RPT-DET-ACTION
           MOVE FPT-VEH-VIN TO RPT-DET-VIN
           MOVE FPT-LENDER TO RPT-DET-LENDER
           MOVE FPT-DATE TO RPT-DET-DATE
           IF FPT-AMOUNT NUMERIC
               MOVE FPT-AMOUNT TO RPT-DET-AMOUNT-EDIT
               MOVE RPT-DET-AMOUNT-EDIT TO RPT-DET-AMOUNT
           ELSE
               MOVE FPT-AMOUNT-X TO RPT-DET-AMOUNT
           END-IF
           IF WS-REJ-CODE = SPACES
               MOVE 'APPLIED' TO RPT-DET-OUTCOME
           ELSE
               MOVE SPACES TO RPT-DET-OUTCOME
               STRING 'REJECTED ' WS-REJ-CODE ' ' WS-REJ-TEXT
                   DELIMITED BY SIZE INTO RPT-DET-OUTCOME
           END-IF
           MOVE RPT-DETAIL-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       060-WRITE-REJECT.
           MOVE FPT-RECORD TO REJ-FPT-IMAGE
           MOVE WS-REJ-CODE TO REJ-REASON-CODE
           MOVE WS-REJ-TEXT TO REJ-REASON-TEXT
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .
       062-READ-TARGET.
           MOVE '062-READ-TARGET' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*), VALUE(MAX(VEH-STATUS), ' ')
                 INTO :WS-TARGET-COUNT, :WS-CUR-STATUS
                 FROM VEHICLE
                WHERE VEH-VIN = :WS-FPT-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SAME-DATE-COUNT
                 FROM FLOOR_PLAN
                WHERE VEH-VIN = :WS-FPT-VIN
                  AND ADVANCE-DATE = :WS-FPT-DATE
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       063-READ-LENDER.
           MOVE '063-READ-LENDER' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LENDER-COUNT
                 FROM FP_LENDER
                WHERE LENDER-CODE = :WS-FPT-LENDER
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> The unit's live row - at most one is ever open or due.
       064-READ-FLOOR-PLAN.
           MOVE '064-READ-FLOOR-PLAN' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(FP-STATUS), ' '),
                      VALUE(MAX(LENDER-CODE), ' '),
                      VALUE(MAX(ADVANCE-AMT - CURTAIL-PAID), 0)
                 INTO :WS-FP-COUNT, :WS-FP-STATUS,
                      :WS-FP-LENDER, :WS-FP-BALANCE
                 FROM FLOOR_PLAN
                WHERE VEH-VIN = :WS-FPT-VIN
                  AND FP-STATUS IN ('O', 'D')
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
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
