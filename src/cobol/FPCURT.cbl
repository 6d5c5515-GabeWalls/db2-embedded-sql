      *> Floor-plan curtailment-due list off FLOOR_PLAN and the
      *> lenders' curtailment schedules on FP_LENDER. Two sections:
      *>   payoffs due      every unit VEHLOAD has sold or scrapped
      *>                    off the line whose payoff has not yet
      *>                    gone to the lender, oldest first
      *>   curtailments due every open unit that reaches one of its
      *>                    lender's day thresholds by the end of the
      *>                    coming period and has not yet paid down
      *>                    to that threshold's cumulative percentage
      *>                    of the advance; a unit already short of
      *>                    a threshold it has passed is flagged
      *>                    OVERDUE
      *> The coming period is the number of days on the parm card,
      *> 30 when blank, the same way INVAGE takes its threshold.
      *> RC 4 when anything is due, so the schedule can route the
      *> list to Finance only when there is money to send.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPCURT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO CURTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *> Days ahead to look (zero/blank = 30), then the usual 'F'
      *> lock-override byte.
       01  PARM-RECORD.
           05  PARM-PERIOD-DAYS       PIC 9(4).
           05  PARM-LOCK-OVERRIDE     PIC X.
           05  FILLER                 PIC X(75).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-REPORT-FIELDS.
           05  WS-PERIOD-DAYS        PIC S9(9) COMP VALUE 30.
           05  WS-HORIZON-DAYS       PIC S9(9) COMP.

      *> One payoff-due row.
       01  WS-PAY-ROW.
           05  WS-PAY-LENDER         PIC X(8).
           05  WS-PAY-VIN            PIC X(17).
           05  WS-PAY-REASON         PIC X.
           05  WS-PAY-DUE-DATE       PIC X(10).
           05  WS-PAY-DAYS           PIC S9(9) COMP.
           05  WS-PAY-AMT            PIC S9(7)V99 COMP-3.

      *> One open unit with its lender's schedule. The three
      *> threshold steps are fetched into named fields and walked
      *> through the table view below; a step of zero days is unused.
       01  WS-CUR-ROW.
           05  WS-CUR-LENDER         PIC X(8).
           05  WS-CUR-VIN            PIC X(17).
           05  WS-CUR-ADVANCE-DATE   PIC X(10).
           05  WS-CUR-ADVANCE-AMT    PIC S9(7)V99 COMP-3.
           05  WS-CUR-PAID           PIC S9(7)V99 COMP-3.
           05  WS-CUR-DAYS-ON        PIC S9(9) COMP.
           05  WS-CUR-STEPS.
               10  WS-CUR-DAYS-1     PIC S9(9) COMP.
               10  WS-CUR-PCT-1      PIC S9(3)V99 COMP-3.
               10  WS-CUR-DUE-1      PIC X(10).
               10  WS-CUR-DAYS-2     PIC S9(9) COMP.
               10  WS-CUR-PCT-2      PIC S9(3)V99 COMP-3.
               10  WS-CUR-DUE-2      PIC X(10).
               10  WS-CUR-DAYS-3     PIC S9(9) COMP.
               10  WS-CUR-PCT-3      PIC S9(3)V99 COMP-3.
               10  WS-CUR-DUE-3      PIC X(10).
           05  WS-CUR-STEP-TABLE REDEFINES WS-CUR-STEPS.
               10  WS-CUR-STEP       OCCURS 3.
                   15  WS-STEP-DAYS  PIC S9(9) COMP.
                   15  WS-STEP-PCT   PIC S9(3)V99 COMP-3.
                   15  WS-STEP-DUE   PIC X(10).

      *> The highest step the unit reaches inside the horizon, and
      *> what it leaves owing; and the highest step it has already
      *> passed, and what that one required paid by now.
       01  WS-STEP-FIELDS.
           05  WS-STEP-IX            PIC 9(4) COMP.
           05  WS-HIT-IX             PIC 9(4) COMP.
           05  WS-PAST-IX            PIC 9(4) COMP.
           05  WS-PAST-REQUIRED      PIC S9(9)V99 COMP-3.
           05  WS-REQUIRED           PIC S9(9)V99 COMP-3.
           05  WS-CURT-DUE           PIC S9(9)V99 COMP-3.

       01  WS-TOTAL-FIELDS.
           05  WS-TOT-PAYOFFS        PIC S9(9) COMP VALUE ZERO.
           05  WS-TOT-PAYOFF-AMT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-CURTS          PIC S9(9) COMP VALUE ZERO.
           05  WS-TOT-OVERDUE        PIC S9(9) COMP VALUE ZERO.
           05  WS-TOT-CURT-AMT       PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.

       01  WS-PAYCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  PAYCUR-EOF            VALUE 'EOF'.
       01  WS-CRTCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  CRTCUR-EOF            VALUE 'EOF'.

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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'FPCURT'.
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
           05  FILLER                PIC X(44)
               VALUE 'FLOOR-PLAN CURTAILMENTS AND PAYOFFS DUE'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

      *> Column caption of the section printing - each section puts
      *> its own here before starting its first page.
       01  RPT-HEADING-2             PIC X(132).

       01  RPT-PAY-CAPTION.
           05  FILLER                PIC X(10) VALUE 'LENDER'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(8)  VALUE 'REASON'.
           05  FILLER                PIC X(12) VALUE 'DUE SINCE'.
           05  FILLER                PIC X(7)  VALUE '   DAYS'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(16)
               VALUE '      PAYOFF DUE'.
           05  FILLER                PIC X(58) VALUE SPACES.

       01  RPT-PAY-HEADING           PIC X(132)
               VALUE 'PAYOFFS DUE - SOLD OR SCRAPPED, NOT YET PAID'.

       01  RPT-PAY-LINE.
           05  RPT-PAY-LENDER        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PAY-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PAY-REASON        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PAY-DUE-DATE      PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PAY-DAYS          PIC Z(6)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PAY-AMT           PIC -(12)9.99.
           05  FILLER                PIC X(58) VALUE SPACES.

       01  RPT-PAY-GRAND-LINE.
           05  FILLER                PIC X(9)  VALUE 'PAYOFFS: '.
           05  RPT-PYG-COUNT         PIC Z(8)9.
           05  FILLER                PIC X(9)  VALUE '  TOTAL: '.
           05  RPT-PYG-AMT           PIC -(12)9.99.
           05  FILLER                PIC X(89) VALUE SPACES.

       01  RPT-CRT-CAPTION.
           05  FILLER                PIC X(10) VALUE 'LENDER'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(12) VALUE 'ADVANCED'.
           05  FILLER                PIC X(7)  VALUE '   DAYS'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(16)
               VALUE '         ADVANCE'.
           05  FILLER                PIC X(16)
               VALUE '            PAID'.
           05  FILLER                PIC X(9)  VALUE '      PCT'.
           05  FILLER                PIC X(12) VALUE '  DUE DATE'.
           05  FILLER                PIC X(16)
               VALUE '     CURTAIL DUE'.
           05  FILLER                PIC X(13) VALUE SPACES.

       01  RPT-CRT-HEADING.
           05  FILLER                PIC X(43)
               VALUE 'CURTAILMENTS DUE - OPEN UNITS, NEXT PERIOD '.
           05  RPT-CRH-DAYS          PIC Z(4)9.
           05  FILLER                PIC X(84) VALUE ' DAYS'.

       01  RPT-CRT-LINE.
           05  RPT-CRT-LENDER        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CRT-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CRT-ADVANCE-DATE  PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CRT-DAYS          PIC Z(6)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CRT-ADVANCE-AMT   PIC -(12)9.99.
           05  RPT-CRT-PAID          PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CRT-PCT           PIC ZZ9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-CRT-DUE-DATE      PIC X(10).
           05  RPT-CRT-AMT           PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CRT-FLAG          PIC X(7).
           05  FILLER                PIC X(4)  VALUE SPACES.

       01  RPT-CRT-GRAND-LINE.
           05  FILLER                PIC X(7)  VALUE 'UNITS: '.
           05  RPT-CRG-COUNT         PIC Z(8)9.
           05  FILLER                PIC X(11) VALUE '  OVERDUE: '.
           05  RPT-CRG-OVERDUE       PIC Z(8)9.
           05  FILLER                PIC X(9)  VALUE '  TOTAL: '.
           05  RPT-CRG-AMT           PIC -(12)9.99.
           05  FILLER                PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'FPCURT: floor-plan curtailments and payoffs due'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-REPORT
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
      *> A blank, zero or non-numeric period keeps the 30-day
      *> default.
               IF PARM-PERIOD-DAYS IS NUMERIC
                       AND PARM-PERIOD-DAYS NOT = ZERO
                   MOVE PARM-PERIOD-DAYS TO WS-PERIOD-DAYS
               END-IF
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
       040-REPORT.
           MOVE '040-REPORT-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           OPEN OUTPUT RPT-FILE
           PERFORM 041-PAYOFF-SECTION
           PERFORM 043-CURTAIL-SECTION
           CLOSE RPT-FILE
           DISPLAY 'FPCURT: ' WS-TOT-PAYOFFS ' PAYOFFS DUE, '
               WS-TOT-CURTS ' CURTAILMENTS DUE, '
               WS-TOT-OVERDUE ' OVERDUE'
           IF (WS-TOT-PAYOFFS > ZERO OR WS-TOT-CURTS > ZERO)
                   AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
      *> Payoffs raised by VEHLOAD and not yet paid, by lender,
      *> oldest first.
       041-PAYOFF-SECTION.
           MOVE RPT-PAY-CAPTION TO RPT-HEADING-2
           PERFORM 050-RPT-PAGE-HEADING
           MOVE RPT-PAY-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE '041-PAY-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE PAYCUR CURSOR FOR
               SELECT LENDER-CODE, VEH-VIN, PAYOFF-REASON,
                      CHAR(PAYOFF-DUE-DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(PAYOFF-DUE-DATE),
                      PAYOFF-AMT
                 FROM FLOOR_PLAN
                WHERE FP-STATUS = 'D'
                ORDER BY LENDER-CODE, PAYOFF-DUE-DATE, VEH-VIN
           END-EXEC
           MOVE '041-PAY-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN PAYCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 042-PAY-FETCH-LOOP UNTIL PAYCUR-EOF
           MOVE '041-PAY-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE PAYCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE WS-TOT-PAYOFFS TO RPT-PYG-COUNT
           MOVE WS-TOT-PAYOFF-AMT TO RPT-PYG-AMT
           MOVE RPT-PAY-GRAND-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       042-PAY-FETCH-LOOP.
           MOVE '042-PAY-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH PAYCUR
                INTO :WS-PAY-LENDER, :WS-PAY-VIN, :WS-PAY-REASON,
                     :WS-PAY-DUE-DATE, :WS-PAY-DAYS, :WS-PAY-AMT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-PAYCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
               ADD 1 TO WS-TOT-PAYOFFS
               ADD WS-PAY-AMT TO WS-TOT-PAYOFF-AMT
               MOVE WS-PAY-LENDER TO RPT-PAY-LENDER
               MOVE WS-PAY-VIN TO RPT-PAY-VIN
               IF WS-PAY-REASON = 'X'
                   MOVE 'SCRAP' TO RPT-PAY-REASON
               ELSE
                   MOVE 'SOLD' TO RPT-PAY-REASON
               END-IF
               MOVE WS-PAY-DUE-DATE TO RPT-PAY-DUE-DATE
               MOVE WS-PAY-DAYS TO RPT-PAY-DAYS
               MOVE WS-PAY-AMT TO RPT-PAY-AMT
               MOVE RPT-PAY-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
           .
      *> Every open unit with its lender's schedule; the step it
      *> reaches and what that leaves owing are worked out per row
      *> in 045-CURT-UNIT. Step due dates come back from DB2 so the
      *> calendar arithmetic stays in one place.
       043-CURTAIL-SECTION.
           MOVE RPT-CRT-CAPTION TO RPT-HEADING-2
           PERFORM 050-RPT-PAGE-HEADING
           MOVE WS-PERIOD-DAYS TO RPT-CRH-DAYS
           MOVE RPT-CRT-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE '043-CRT-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE CRTCUR CURSOR FOR
               SELECT F.LENDER-CODE, F.VEH-VIN,
                      CHAR(F.ADVANCE-DATE, ISO),
                      F.ADVANCE-AMT, F.CURTAIL-PAID,
                      DAYS(CURRENT DATE) - DAYS(F.ADVANCE-DATE),
                      L.CURT-DAYS-1, L.CURT-PCT-1,
                      CHAR(F.ADVANCE-DATE + L.CURT-DAYS-1 DAYS, ISO),
                      L.CURT-DAYS-2, L.CURT-PCT-2,
                      CHAR(F.ADVANCE-DATE + L.CURT-DAYS-2 DAYS, ISO),
                      L.CURT-DAYS-3, L.CURT-PCT-3,
                      CHAR(F.ADVANCE-DATE + L.CURT-DAYS-3 DAYS, ISO)
                 FROM FLOOR_PLAN F, FP_LENDER L
                WHERE L.LENDER-CODE = F.LENDER-CODE
                  AND F.FP-STATUS = 'O'
                ORDER BY F.LENDER-CODE, F.ADVANCE-DATE, F.VEH-VIN
           END-EXEC
           MOVE '043-CRT-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN CRTCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 044-CRT-FETCH-LOOP UNTIL CRTCUR-EOF
           MOVE '043-CRT-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE CRTCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE WS-TOT-CURTS TO RPT-CRG-COUNT
           MOVE WS-TOT-OVERDUE TO RPT-CRG-OVERDUE
           MOVE WS-TOT-CURT-AMT TO RPT-CRG-AMT
           MOVE RPT-CRT-GRAND-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       044-CRT-FETCH-LOOP.
           MOVE '044-CRT-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH CRTCUR
                INTO :WS-CUR-LENDER, :WS-CUR-VIN,
                     :WS-CUR-ADVANCE-DATE, :WS-CUR-ADVANCE-AMT,
                     :WS-CUR-PAID, :WS-CUR-DAYS-ON,
                     :WS-CUR-DAYS-1, :WS-CUR-PCT-1, :WS-CUR-DUE-1,
                     :WS-CUR-DAYS-2, :WS-CUR-PCT-2, :WS-CUR-DUE-2,
                     :WS-CUR-DAYS-3, :WS-CUR-PCT-3, :WS-CUR-DUE-3
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-CRTCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
               PERFORM 045-CURT-UNIT
           END-IF
           .
      *> The percentages are cumulative, so the amount due comes
      *> from the highest step the unit reaches by the end of the
      *> period: what it requires paid down, less what has been
      *> paid. A unit that reaches no step, or has already paid
      *> enough, is not listed. Whether the unit is already behind
      *> is judged separately, on the highest step it has passed
      *> today - a late lower step is not hidden by a higher one
      *> still to come inside the period.
       045-CURT-UNIT.
           COMPUTE WS-HORIZON-DAYS = WS-CUR-DAYS-ON + WS-PERIOD-DAYS
           MOVE ZERO TO WS-HIT-IX
           MOVE ZERO TO WS-PAST-IX
           MOVE 1 TO WS-STEP-IX
           PERFORM 046-CURT-STEP UNTIL WS-STEP-IX > 3
           IF WS-HIT-IX NOT = ZERO
               COMPUTE WS-REQUIRED ROUNDED =
                   WS-CUR-ADVANCE-AMT * WS-STEP-PCT (WS-HIT-IX) / 100
               COMPUTE WS-CURT-DUE = WS-REQUIRED - WS-CUR-PAID
               IF WS-CURT-DUE > ZERO
                   PERFORM 047-CURT-LINE
               END-IF
           END-IF
           .
       046-CURT-STEP.
           IF WS-STEP-DAYS (WS-STEP-IX) > ZERO
                   AND WS-STEP-DAYS (WS-STEP-IX) NOT > WS-HORIZON-DAYS
               MOVE WS-STEP-IX TO WS-HIT-IX
           END-IF
           IF WS-STEP-DAYS (WS-STEP-IX) > ZERO
                   AND WS-STEP-DAYS (WS-STEP-IX) NOT > WS-CUR-DAYS-ON
               MOVE WS-STEP-IX TO WS-PAST-IX
           END-IF
           ADD 1 TO WS-STEP-IX
           .
       047-CURT-LINE.
           ADD 1 TO WS-TOT-CURTS
           ADD WS-CURT-DUE TO WS-TOT-CURT-AMT
           MOVE WS-CUR-LENDER TO RPT-CRT-LENDER
           MOVE WS-CUR-VIN TO RPT-CRT-VIN
           MOVE WS-CUR-ADVANCE-DATE TO RPT-CRT-ADVANCE-DATE
           MOVE WS-CUR-DAYS-ON TO RPT-CRT-DAYS
           MOVE WS-CUR-ADVANCE-AMT TO RPT-CRT-ADVANCE-AMT
           MOVE WS-CUR-PAID TO RPT-CRT-PAID
           MOVE WS-STEP-PCT (WS-HIT-IX) TO RPT-CRT-PCT
           MOVE WS-STEP-DUE (WS-HIT-IX) TO RPT-CRT-DUE-DATE
           MOVE WS-CURT-DUE TO RPT-CRT-AMT
           MOVE SPACES TO RPT-CRT-FLAG
           IF WS-PAST-IX NOT = ZERO
               COMPUTE WS-PAST-REQUIRED ROUNDED =
                   WS-CUR-ADVANCE-AMT * WS-STEP-PCT (WS-PAST-IX) / 100
               IF WS-PAST-REQUIRED > WS-CUR-PAID
                   MOVE 'OVERDUE' TO RPT-CRT-FLAG
                   ADD 1 TO WS-TOT-OVERDUE
               END-IF
           END-IF
           MOVE RPT-CRT-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
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
