      *> Floor-plan reconciliation: reads one lender's statement file
      *> of the units it is carrying, matches it against this shop's
      *> FLOOR_PLAN rows for that lender, and reports both directions
      *> of mismatch the way PHYSINV does for the lot scan:
      *>   on our books as floored, missing from their statement -
      *>   the lender thinks it was paid off, or never funded it
      *>   on their statement, not floored with them on our books -
      *>   sold or scrapped here with the payoff due or already sent,
      *>   floored with another lender, in stock but never floored,
      *>   or not on our books at all
      *> A unit on both sides is also checked for balance: the
      *> lender's balance against the advance less curtailments paid.
      *> Report only - every exception needs Finance to decide which
      *> side is wrong. RC 8 when there is anything to look at.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT STMT-FILE ASSIGN TO FPSTMT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO FPRECRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *> The lender whose statement is being reconciled (required),
      *> then the usual 'F' lock-override byte.
       01  PARM-RECORD.
           05  PARM-LENDER            PIC X(8).
           05  PARM-LOCK-OVERRIDE     PIC X.
           05  FILLER                 PIC X(71).

       FD  STMT-FILE
           RECORDING MODE IS F.
      *> One unit per record as the lender reports it: their lender
      *> code, the VIN, the date they funded it and the principal
      *> they still show outstanding, zoned with assumed decimals.
      *> Blank records are skipped; records for another lender code
      *> are counted and left out.
       01  STMT-RECORD.
           05  STMT-LENDER          PIC X(8).
           05  STMT-VEH-VIN         PIC X(17).
           05  STMT-ADVANCE-DATE    PIC X(10).
           05  STMT-BALANCE-X       PIC X(9).
           05  STMT-BALANCE        REDEFINES STMT-BALANCE-X
                                    PIC 9(7)V99.
           05  FILLER               PIC X(36).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-STMT-STATUS        PIC X(3) VALUE 'OK'.
           88  STMT-FILE-EOF     VALUE 'EOF'.

       01  WS-LENDER-FIELDS.
           05  WS-LENDER             PIC X(8)  VALUE SPACES.
           05  WS-LENDER-COUNT       PIC S9(9) COMP.

      *> The statement, held in storage for the match passes, the
      *> same fixed-table treatment PHYSINV gives the lot scan:
      *> overflow fails the run loudly rather than reconciling
      *> against part of a statement.
       01  WS-STMT-TABLE.
           05  WS-STMT-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-STMT-ENTRY         OCCURS 2000.
               10  WS-STMT-VIN       PIC X(17).
               10  WS-STMT-ADV-DATE  PIC X(10).
               10  WS-STMT-BALANCE   PIC S9(7)V99 COMP-3.
               10  WS-STMT-MATCHED   PIC X.
       01  WS-STMT-FIELDS.
           05  WS-STMT-IX            PIC 9(4) COMP.
           05  WS-STMT-FOUND-IX      PIC 9(4) COMP.
           05  WS-STMT-OVERFLOW      PIC X VALUE 'N'.
               88  STMT-OVERFLOW     VALUE 'Y'.
           05  WS-OTHER-LENDER-COUNT PIC 9(9) COMP VALUE ZERO.

       01  WS-FP-ROW.
           05  WS-FP-VIN             PIC X(17).
           05  WS-FP-ADVANCE-DATE    PIC X(10).
           05  WS-FP-BALANCE         PIC S9(7)V99 COMP-3.
           05  WS-FP-STATUS          PIC X.

      *> Readbacks for an unmatched statement line, the MAX()/VALUE()
      *> singleton shape PHYSINV's probe uses.
       01  WS-PROBE-FIELDS.
           05  WS-PROBE-COUNT        PIC S9(9) COMP.
           05  WS-PROBE-LENDER       PIC X(8).
           05  WS-PROBE-DATE         PIC X(10).
           05  WS-PROBE-STATUS       PIC X.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-OURS          PIC -(7)9.99.
           05  WS-EDIT-THEIRS        PIC -(7)9.99.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT    PIC 9(9) COMP VALUE ZERO.
           05  WS-MATCH-COUNT        PIC 9(9) COMP VALUE ZERO.

       01  WS-FPCUR-STATUS           PIC X(3) VALUE 'OK'.
           88  FPCUR-EOF             VALUE 'EOF'.

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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'FPRECON'.
           05  WS-ERR-PARA           PIC X(30) VALUE SPACES.
           05  WS-ERR-SQLCODE-DISP   PIC -(9)9.
           05  WS-ERR-MSG            PIC X(80).

       01  WS-RPT-FIELDS.
           05  WS-RPT-DATE           PIC X(26).
           05  WS-RPT-LINE-COUNT     PIC 9(4) COMP VALUE ZERO.
           05  WS-RPT-PAGE-COUNT     PIC 9(4) COMP VALUE ZERO.
           05  WS-RPT-LINES-PER-PAGE PIC 9(4) COMP VALUE 55.
           05  WS-RPT-LINE-HOLD      PIC X(132).

       01  RPT-HEADING-1.
           05  FILLER                PIC X(24)
               VALUE 'FLOOR-PLAN RECON LENDER '.
           05  RPT-H1-LENDER         PIC X(20).
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(36) VALUE 'EXCEPTION'.
           05  FILLER                PIC X(77) VALUE 'DETAIL'.

       01  RPT-EXC-LINE.
           05  RPT-EXC-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-EXC-TYPE          PIC X(34).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-EXC-DETAIL        PIC X(77).

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(17)
               VALUE 'STATEMENT UNITS: '.
           05  RPT-TRL-STMT          PIC Z(8)9.
           05  FILLER                PIC X(11) VALUE '  MATCHED: '.
           05  RPT-TRL-MATCHED       PIC Z(8)9.
           05  FILLER                PIC X(17)
               VALUE '  DISCREPANCIES: '.
           05  RPT-TRL-COUNT         PIC Z(8)9.
           05  FILLER                PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'FPRECON: lender statement reconciliation'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-RECONCILE
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
               MOVE PARM-LENDER TO WS-LENDER
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
      *> A statement can only be reconciled against a lender Finance
      *> has set up; without one on the parm card there is nothing
      *> to match it to, and the run stops with RC 12.
       040-RECONCILE.
           MOVE '040-RECONCILE-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE '040-RECONCILE-LENDER' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LENDER-COUNT
                 FROM FP_LENDER
                WHERE LENDER-CODE = :WS-LENDER
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF WS-LENDER = SPACES OR WS-LENDER-COUNT = ZERO
               DISPLAY 'FPRECON: LENDER ''' WS-LENDER
                   ''' NOT ON FP_LENDER - ABORTED'
               MOVE 12 TO WS-JOB-RETURN-CODE
           ELSE
               MOVE WS-LENDER TO RPT-H1-LENDER
               OPEN OUTPUT RPT-FILE
               PERFORM 050-RPT-PAGE-HEADING
               PERFORM 041-LOAD-STATEMENT
               IF STMT-OVERFLOW
                   DISPLAY 'FPRECON: STATEMENT EXCEEDS TABLE - ABORTED'
                   MOVE 12 TO WS-JOB-RETURN-CODE
               ELSE
                   PERFORM 042-SWEEP-OUR-BOOKS
                   PERFORM 044-SWEEP-UNMATCHED-LINES
               END-IF
               MOVE WS-STMT-COUNT TO RPT-TRL-STMT
               MOVE WS-MATCH-COUNT TO RPT-TRL-MATCHED
               MOVE WS-EXCEPTION-COUNT TO RPT-TRL-COUNT
               MOVE SPACES TO RPT-RECORD
               PERFORM 053-RPT-WRITE
               MOVE RPT-TRAILER-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
               CLOSE RPT-FILE
               DISPLAY 'FPRECON: ' WS-ROW-COUNT
                   ' FLOORED ROWS CHECKED, '
                   WS-EXCEPTION-COUNT ' DISCREPANCIES'
               IF WS-EXCEPTION-COUNT > ZERO
                       AND WS-JOB-RETURN-CODE < 8
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF
           .
       041-LOAD-STATEMENT.
           OPEN INPUT STMT-FILE
           PERFORM 048-STMT-READ-LOOP UNTIL STMT-FILE-EOF
           CLOSE STMT-FILE
           DISPLAY 'FPRECON: ' WS-STMT-COUNT ' STATEMENT UNITS, '
               WS-OTHER-LENDER-COUNT ' OTHER-LENDER LINES SKIPPED'
           .
      *> One statement record per call, performed in a loop by
      *> 041-LOAD-STATEMENT until end of file. A VIN the lender lists
      *> twice is itself a discrepancy - one unit cannot carry two
      *> balances - and is reported as it loads.
       048-STMT-READ-LOOP.
           READ STMT-FILE
               AT END
                   MOVE 'EOF' TO WS-STMT-STATUS
           END-READ
           IF NOT STMT-FILE-EOF AND STMT-VEH-VIN NOT = SPACES
               IF STMT-LENDER NOT = WS-LENDER
                   ADD 1 TO WS-OTHER-LENDER-COUNT
               ELSE
                   MOVE STMT-VEH-VIN TO WS-FP-VIN
                   PERFORM 070-FIND-STMT-ENTRY
                   IF WS-STMT-FOUND-IX = ZERO
                       PERFORM 049-ADD-STMT-ENTRY
                   ELSE
                       PERFORM 060-EXC-TWICE-ON-STMT
                   END-IF
               END-IF
           END-IF
           .
      *> A balance that is not a clean zoned amount loads as zero,
      *> which the balance check then reports against ours.
       049-ADD-STMT-ENTRY.
           IF WS-STMT-COUNT < 2000
               ADD 1 TO WS-STMT-COUNT
               MOVE STMT-VEH-VIN TO WS-STMT-VIN (WS-STMT-COUNT)
               MOVE STMT-ADVANCE-DATE
                   TO WS-STMT-ADV-DATE (WS-STMT-COUNT)
               IF STMT-BALANCE IS NUMERIC
                   MOVE STMT-BALANCE
                       TO WS-STMT-BALANCE (WS-STMT-COUNT)
               ELSE
                   MOVE ZERO TO WS-STMT-BALANCE (WS-STMT-COUNT)
               END-IF
               MOVE 'N' TO WS-STMT-MATCHED (WS-STMT-COUNT)
           ELSE
               MOVE 'Y' TO WS-STMT-OVERFLOW
               MOVE 'EOF' TO WS-STMT-STATUS
           END-IF
           .
      *> Direction one: every unit floored with this lender on our
      *> books - open, or sold/scrapped with the payoff not yet
      *> sent - must be on their statement at the balance we show.
       042-SWEEP-OUR-BOOKS.
           MOVE '042-FP-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE FPCUR CURSOR FOR
               SELECT VEH-VIN, CHAR(ADVANCE-DATE, ISO),
                      ADVANCE-AMT - CURTAIL-PAID, FP-STATUS
                 FROM FLOOR_PLAN
                WHERE LENDER-CODE = :WS-LENDER
                  AND FP-STATUS IN ('O', 'D')
                ORDER BY VEH-VIN
           END-EXEC
           MOVE '042-FP-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN FPCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 043-FP-FETCH-LOOP UNTIL FPCUR-EOF
           MOVE '042-FP-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE FPCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> A unit on both sides matches; a sold or scrapped one still
      *> on their statement is the payoff they are waiting for, and
      *> is reported so it is not forgotten.
       043-FP-FETCH-LOOP.
           MOVE '043-FP-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH FPCUR
                INTO :WS-FP-VIN, :WS-FP-ADVANCE-DATE,
                     :WS-FP-BALANCE, :WS-FP-STATUS
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-FPCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
               PERFORM 070-FIND-STMT-ENTRY
               EVALUATE TRUE
                   WHEN WS-STMT-FOUND-IX = ZERO
                       PERFORM 061-EXC-NOT-ON-STMT
                   WHEN OTHER
                       MOVE 'Y' TO WS-STMT-MATCHED (WS-STMT-FOUND-IX)
                       ADD 1 TO WS-MATCH-COUNT
                       IF WS-FP-STATUS = 'D'
                           PERFORM 062-EXC-PAYOFF-DUE
                       ELSE
                           IF WS-STMT-BALANCE (WS-STMT-FOUND-IX)
                                   NOT = WS-FP-BALANCE
                               PERFORM 063-EXC-BALANCE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           .
      *> Direction two: every statement line left unmatched is a
      *> unit the lender is carrying that we do not show floored
      *> with them.
       044-SWEEP-UNMATCHED-LINES.
           MOVE 1 TO WS-STMT-IX
           PERFORM 045-ONE-UNMATCHED-LINE
               UNTIL WS-STMT-IX > WS-STMT-COUNT
           .
       045-ONE-UNMATCHED-LINE.
           IF WS-STMT-MATCHED (WS-STMT-IX) NOT = 'Y'
               MOVE WS-STMT-VIN (WS-STMT-IX) TO WS-FP-VIN
               PERFORM 046-PROBE-STMT-VIN
           END-IF
           ADD 1 TO WS-STMT-IX
           .
      *> What our books say instead, most specific first: paid off
      *> to this lender, floored with another lender, or no live
      *> floor plan at all - and then where the vehicle stands.
       046-PROBE-STMT-VIN.
           MOVE '046-PROBE-PAID-OFF' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(CHAR(PAID-OFF-DATE, ISO)), ' ')
                 INTO :WS-PROBE-COUNT, :WS-PROBE-DATE
                 FROM FLOOR_PLAN
                WHERE VEH-VIN = :WS-FP-VIN
                  AND LENDER-CODE = :WS-LENDER
                  AND FP-STATUS = 'P'
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF WS-PROBE-COUNT > ZERO
               PERFORM 064-EXC-PAID-OFF
           ELSE
               PERFORM 047-PROBE-OTHER-LENDER
           END-IF
           .
       047-PROBE-OTHER-LENDER.
           MOVE '047-PROBE-OTHER-LENDER' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*), VALUE(MAX(LENDER-CODE), ' ')
                 INTO :WS-PROBE-COUNT, :WS-PROBE-LENDER
                 FROM FLOOR_PLAN
                WHERE VEH-VIN = :WS-FP-VIN
                  AND FP-STATUS IN ('O', 'D')
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF WS-PROBE-COUNT > ZERO
               PERFORM 065-EXC-OTHER-LENDER
           ELSE
               PERFORM 057-PROBE-VEHICLE
           END-IF
           .
       057-PROBE-VEHICLE.
           MOVE '057-PROBE-VEHICLE' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*), VALUE(MAX(VEH-STATUS), ' ')
                 INTO :WS-PROBE-COUNT, :WS-PROBE-STATUS
                 FROM VEHICLE
                WHERE VEH-VIN = :WS-FP-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           EVALUATE TRUE
               WHEN WS-PROBE-COUNT = ZERO
                   PERFORM 066-EXC-NOT-ON-BOOKS
               WHEN WS-PROBE-STATUS = 'I'
                   PERFORM 067-EXC-NOT-FLOORED
               WHEN OTHER
                   PERFORM 068-EXC-GONE-NOT-FLOORED
           END-EVALUATE
           .
      *> Table lookup by VIN, one entry per call of 071-FIND-STEP.
       070-FIND-STMT-ENTRY.
           MOVE ZERO TO WS-STMT-FOUND-IX
           MOVE 1 TO WS-STMT-IX
           PERFORM 071-FIND-STEP
               UNTIL WS-STMT-IX > WS-STMT-COUNT
                  OR WS-STMT-FOUND-IX > ZERO
           .
       071-FIND-STEP.
           IF WS-STMT-VIN (WS-STMT-IX) = WS-FP-VIN
               MOVE WS-STMT-IX TO WS-STMT-FOUND-IX
           END-IF
           ADD 1 TO WS-STMT-IX
           .
       060-EXC-TWICE-ON-STMT.
           MOVE STMT-VEH-VIN TO RPT-EXC-VIN
           MOVE 'LISTED TWICE ON STATEMENT' TO RPT-EXC-TYPE
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'SECOND LINE ADVANCED ' STMT-ADVANCE-DATE
               ' BALANCE ' STMT-BALANCE-X
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       061-EXC-NOT-ON-STMT.
           MOVE WS-FP-VIN TO RPT-EXC-VIN
           MOVE WS-FP-BALANCE TO WS-EDIT-OURS
           IF WS-FP-STATUS = 'D'
               MOVE 'PAYOFF DUE, NOT ON STATEMENT' TO RPT-EXC-TYPE
           ELSE
               MOVE 'FLOORED BY US, NOT ON STATEMENT'
                   TO RPT-EXC-TYPE
           END-IF
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'ADVANCED ' WS-FP-ADVANCE-DATE
               ' OUR BALANCE ' WS-EDIT-OURS
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       062-EXC-PAYOFF-DUE.
           MOVE WS-FP-VIN TO RPT-EXC-VIN
           MOVE WS-FP-BALANCE TO WS-EDIT-OURS
           MOVE 'SOLD/SCRAPPED BY US, PAYOFF DUE' TO RPT-EXC-TYPE
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'ADVANCED ' WS-FP-ADVANCE-DATE
               ' PAYOFF ' WS-EDIT-OURS
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       063-EXC-BALANCE.
           MOVE WS-FP-VIN TO RPT-EXC-VIN
           MOVE WS-FP-BALANCE TO WS-EDIT-OURS
           MOVE WS-STMT-BALANCE (WS-STMT-FOUND-IX) TO WS-EDIT-THEIRS
           MOVE 'BALANCE DIFFERS' TO RPT-EXC-TYPE
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'OURS ' WS-EDIT-OURS
               ' THEIRS ' WS-EDIT-THEIRS
               ' ADVANCED ' WS-FP-ADVANCE-DATE
               '/' WS-STMT-ADV-DATE (WS-STMT-FOUND-IX)
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       064-EXC-PAID-OFF.
           MOVE WS-FP-VIN TO RPT-EXC-VIN
           MOVE 'ON STATEMENT, PAID OFF BY US' TO RPT-EXC-TYPE
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'PAID OFF ' WS-PROBE-DATE
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       065-EXC-OTHER-LENDER.
           MOVE WS-FP-VIN TO RPT-EXC-VIN
           MOVE 'ON STATEMENT, FLOORED ELSEWHERE' TO RPT-EXC-TYPE
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'OUR LENDER ' WS-PROBE-LENDER
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       066-EXC-NOT-ON-BOOKS.
           MOVE WS-FP-VIN TO RPT-EXC-VIN
           MOVE 'ON STATEMENT, NOT ON OUR BOOKS' TO RPT-EXC-TYPE
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'NO VEHICLE ROW'
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       067-EXC-NOT-FLOORED.
           MOVE WS-FP-VIN TO RPT-EXC-VIN
           MOVE 'ON STATEMENT, NOT FLOORED BY US' TO RPT-EXC-TYPE
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'IN STOCK, NO OPEN FLOOR PLAN'
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       068-EXC-GONE-NOT-FLOORED.
           MOVE WS-FP-VIN TO RPT-EXC-VIN
           MOVE 'ON STATEMENT, SOLD/SCRAPPED BY US' TO RPT-EXC-TYPE
           MOVE SPACES TO RPT-EXC-DETAIL
           STRING 'STATUS=' WS-PROBE-STATUS
               ' NO FLOOR PLAN ON FILE'
               DELIMITED BY SIZE INTO RPT-EXC-DETAIL
           PERFORM 069-WRITE-EXCEPTION
           .
       069-WRITE-EXCEPTION.
           MOVE RPT-EXC-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           ADD 1 TO WS-EXCEPTION-COUNT
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

      *> Same shape as LOGRPT's DB-ERROR: report-only program, so the
      *> diagnostic goes to SYSOUT.
       DB-ERROR.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           MOVE WS-SQLCODE TO WS-ERR-SQLCODE-DISP
           STRING 'DB ERROR PGM=' WS-ERR-PGM
               ' PARA=' WS-ERR-PARA
               ' SQLCODE=' WS-ERR-SQLCODE-DISP
               DELIMITED BY SIZE INTO WS-ERR-MSG
           DISPLAY WS-ERR-MSG
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
