      *> Daily reject suspense aging off REJ_SUSPENSE: every item
      *> not yet closed - open, or corrected and waiting on VEHLOAD -
      *> counted by reason code across days-open buckets (0-2, 3-7,
      *> 8-14, 15-30, over 30) with a total per reason and across all
      *> reasons, then listed item by item, oldest first within each
      *> reason, so the Inventory clerks know what to chase. Age runs
      *> from the day the card was first refused; a resubmission
      *> that is refused again does not restart the clock. Items open
      *> longer than the parm-card threshold are flagged on the list
      *> and each raises a WARN row in LOG, where LOGALERT (with WARN
      *> alerting on) and MORNRPT pick it up.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO REJAGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *> Warning threshold in days open (zero or blank = 14), then
      *> the usual 'F' lock-override byte.
       01  PARM-RECORD.
           05  PARM-WARN-DAYS         PIC 9(4).
           05  PARM-LOCK-OVERRIDE     PIC X.
           05  FILLER                 PIC X(75).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-REPORT-FIELDS.
           05  WS-WARN-DAYS          PIC S9(9) COMP VALUE 14.

      *> One reason/bucket count from AGECUR, delivered reason then
      *> bucket ascending, so a reason change is a control break.
       01  WS-AGE-ROW.
           05  WS-AGE-REJ-CODE       PIC X(2).
           05  WS-AGE-REJ-TEXT       PIC X(30).
           05  WS-AGE-BUCKET         PIC S9(4) COMP.
           05  WS-AGE-ITEMS          PIC S9(9) COMP.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-REJ-CODE      PIC X(2).
           05  WS-PREV-REJ-TEXT      PIC X(30).
           05  WS-REASON-STATUS      PIC X VALUE 'N'.
               88  REASON-OPEN       VALUE 'Y'.

      *> Bucket counts for the reason in hand, and across all
      *> reasons.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY          OCCURS 5.
               10  WS-BKT-REASON     PIC S9(9) COMP.
               10  WS-BKT-ALL        PIC S9(9) COMP.
       01  WS-BKT-FIELDS.
           05  WS-BKT-IX             PIC 9(4) COMP.
           05  WS-BKT-TOTAL          PIC S9(9) COMP.

      *> One open item from ITMCUR.
       01  WS-ITM-ROW.
           05  WS-ITM-SUSP-ID        PIC S9(9) COMP.
           05  WS-ITM-REJ-CODE       PIC X(2).
           05  WS-ITM-REJ-TEXT       PIC X(30).
           05  WS-ITM-ACTION         PIC X.
           05  WS-ITM-VIN            PIC X(17).
           05  WS-ITM-FIRST-DATE     PIC X(10).
           05  WS-ITM-DAYS           PIC S9(9) COMP.
           05  WS-ITM-RESUBMITS      PIC S9(9) COMP.
           05  WS-ITM-STATUS         PIC X.
       01  WS-ITMCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  ITMCUR-EOF            VALUE 'EOF'.

      *> LOG message for an over-threshold item.
       01  WS-WARN-FIELDS.
           05  WS-WARN-ID-DISP       PIC 9(9).
           05  WS-WARN-DAYS-DISP     PIC Z(4)9.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-OVER-COUNT         PIC 9(9) COMP VALUE ZERO.

      *> Active-run serialization state - see 930-REGISTER-RUN. Same
      *> group as VEHLOAD and REJRCYC, which write REJ_SUSPENSE.
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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'REJAGE'.
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
               VALUE 'REJECT SUSPENSE AGING BY REASON'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(36) VALUE 'REASON'.
           05  FILLER                PIC X(11) VALUE '   DAYS 0-2'.
           05  FILLER                PIC X(11) VALUE '        3-7'.
           05  FILLER                PIC X(11) VALUE '       8-14'.
           05  FILLER                PIC X(11) VALUE '      15-30'.
           05  FILLER                PIC X(11) VALUE '    OVER 30'.
           05  FILLER                PIC X(11) VALUE '      TOTAL'.
           05  FILLER                PIC X(30) VALUE SPACES.

       01  RPT-REASON-LINE.
           05  RPT-RSN-CODE          PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-RSN-TEXT          PIC X(30).
           05  RPT-RSN-BUCKET        PIC Z(10)9 OCCURS 5.
           05  RPT-RSN-TOTAL         PIC Z(10)9.
           05  FILLER                PIC X(32) VALUE SPACES.

       01  RPT-ITM-HEADING.
           05  FILLER                PIC X(46)
               VALUE 'OPEN ITEMS, OLDEST FIRST - * OPEN MORE THAN'.
           05  RPT-ITM-HDG-DAYS      PIC Z(4)9.
           05  FILLER                PIC X(81) VALUE ' DAYS'.

       01  RPT-ITM-CAPTION.
           05  FILLER                PIC X(11) VALUE '  SUSP-ID'.
           05  FILLER                PIC X(4)  VALUE 'RSN'.
           05  FILLER                PIC X(32) VALUE 'REASON'.
           05  FILLER                PIC X(3)  VALUE 'A'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(12) VALUE 'FIRST REJ'.
           05  FILLER                PIC X(7)  VALUE ' DAYS'.
           05  FILLER                PIC X(11) VALUE 'RESUBMITS'.
           05  FILLER                PIC X(33) VALUE '  STATUS'.

       01  RPT-ITM-LINE.
           05  RPT-ITM-SUSP-ID       PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITM-REJ-CODE      PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITM-REJ-TEXT      PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITM-ACTION        PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITM-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITM-FIRST-DATE    PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITM-DAYS          PIC Z(4)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITM-RESUBMITS     PIC Z(8)9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-ITM-STATUS        PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITM-FLAG          PIC X.
           05  FILLER                PIC X(8)  VALUE SPACES.

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(12) VALUE 'OPEN ITEMS: '.
           05  RPT-TRL-OPEN          PIC Z(8)9.
           05  FILLER                PIC X(28)
               VALUE '  OVER THRESHOLD (WARNED): '.
           05  RPT-TRL-OVER          PIC Z(8)9.
           05  FILLER                PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'REJAGE: reject suspense aging by reason'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-AGING
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
      *> A blank, zero or non-numeric threshold keeps the 14-day
      *> default rather than warning on every item in suspense.
               IF PARM-WARN-DAYS IS NUMERIC
                       AND PARM-WARN-DAYS NOT = ZERO
                   MOVE PARM-WARN-DAYS TO WS-WARN-DAYS
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
       040-AGING.
           MOVE '040-AGING-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           INITIALIZE WS-BUCKET-TABLE
           OPEN OUTPUT RPT-FILE
           PERFORM 050-RPT-PAGE-HEADING
      *> Bucket assigned in a nested table expression so the grouping
      *> and the ordering both run on it, the way INVAGE ages stock.
           MOVE '040-AGING-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE AGECUR CURSOR FOR
               SELECT REJ-REASON-CODE, MAX(REJ-REASON-TEXT),
                      AGE-BUCKET, COUNT(*)
                 FROM (SELECT REJ-REASON-CODE, REJ-REASON-TEXT,
                              CASE
                                WHEN DAYS(CURRENT DATE)
                                     - DAYS(FIRST-REJ-DATE) <= 2
                                  THEN 1
                                WHEN DAYS(CURRENT DATE)
                                     - DAYS(FIRST-REJ-DATE) <= 7
                                  THEN 2
                                WHEN DAYS(CURRENT DATE)
                                     - DAYS(FIRST-REJ-DATE) <= 14
                                  THEN 3
                                WHEN DAYS(CURRENT DATE)
                                     - DAYS(FIRST-REJ-DATE) <= 30
                                  THEN 4
                                ELSE 5
                              END AS AGE-BUCKET
                         FROM REJ_SUSPENSE
                        WHERE SUSP-STATUS <> 'C') AS AGED
                GROUP BY REJ-REASON-CODE, AGE-BUCKET
                ORDER BY REJ-REASON-CODE, AGE-BUCKET
           END-EXEC
           MOVE '040-AGING-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN AGECUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 045-FETCH-LOOP UNTIL END-OF-DATA
           MOVE '040-AGING-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE AGECUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
      *> Close out the last reason (skipped when suspense is empty),
      *> then the all-reasons line and the item list.
           IF REASON-OPEN
               PERFORM 061-WRITE-REASON-LINE
           END-IF
           PERFORM 070-ALL-REASONS-LINE
           PERFORM 080-ITEM-SECTION
           MOVE '040-AGING-COMMIT' TO WS-ERR-PARA
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-ROW-COUNT TO RPT-TRL-OPEN
           MOVE WS-OVER-COUNT TO RPT-TRL-OVER
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           DISPLAY 'REJAGE: ' WS-ROW-COUNT ' ITEMS OPEN, '
               WS-OVER-COUNT ' OVER THRESHOLD'
           IF WS-OVER-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
      *> One reason/bucket count per call, performed in a loop by
      *> 040-AGING until end of data, breaking on reason code.
       045-FETCH-LOOP.
           MOVE '045-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH AGECUR
                INTO :WS-AGE-REJ-CODE, :WS-AGE-REJ-TEXT,
                     :WS-AGE-BUCKET, :WS-AGE-ITEMS
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF NOT END-OF-DATA
               PERFORM 900-SQLCODE-CHECK
               IF REASON-OPEN AND WS-AGE-REJ-CODE NOT = WS-PREV-REJ-CODE
                   PERFORM 061-WRITE-REASON-LINE
               END-IF
               MOVE WS-AGE-REJ-CODE TO WS-PREV-REJ-CODE
               MOVE WS-AGE-REJ-TEXT TO WS-PREV-REJ-TEXT
               MOVE 'Y' TO WS-REASON-STATUS
               MOVE WS-AGE-BUCKET TO WS-BKT-IX
               ADD WS-AGE-ITEMS TO WS-BKT-REASON (WS-BKT-IX)
               ADD WS-AGE-ITEMS TO WS-BKT-ALL (WS-BKT-IX)
           END-IF
           .
       061-WRITE-REASON-LINE.
           MOVE WS-PREV-REJ-CODE TO RPT-RSN-CODE
           MOVE WS-PREV-REJ-TEXT TO RPT-RSN-TEXT
           MOVE ZERO TO WS-BKT-TOTAL
           MOVE 1 TO WS-BKT-IX
           PERFORM 062-MOVE-REASON-BUCKET UNTIL WS-BKT-IX > 5
           MOVE WS-BKT-TOTAL TO RPT-RSN-TOTAL
           MOVE RPT-REASON-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
      *> One bucket per call, performed by 061-WRITE-REASON-LINE;
      *> the reason's counts are cleared for the next reason as
      *> they are printed.
       062-MOVE-REASON-BUCKET.
           MOVE WS-BKT-REASON (WS-BKT-IX) TO RPT-RSN-BUCKET (WS-BKT-IX)
           ADD WS-BKT-REASON (WS-BKT-IX) TO WS-BKT-TOTAL
           MOVE ZERO TO WS-BKT-REASON (WS-BKT-IX)
           ADD 1 TO WS-BKT-IX
           .
       070-ALL-REASONS-LINE.
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RSN-CODE
           MOVE 'ALL REASONS' TO RPT-RSN-TEXT
           MOVE ZERO TO WS-BKT-TOTAL
           MOVE 1 TO WS-BKT-IX
           PERFORM 071-MOVE-ALL-BUCKET UNTIL WS-BKT-IX > 5
           MOVE WS-BKT-TOTAL TO RPT-RSN-TOTAL
           MOVE RPT-REASON-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       071-MOVE-ALL-BUCKET.
           MOVE WS-BKT-ALL (WS-BKT-IX) TO RPT-RSN-BUCKET (WS-BKT-IX)
           ADD WS-BKT-ALL (WS-BKT-IX) TO WS-BKT-TOTAL
           ADD 1 TO WS-BKT-IX
           .
      *> Every item not yet closed, by reason, longest open first.
       080-ITEM-SECTION.
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE WS-WARN-DAYS TO RPT-ITM-HDG-DAYS
           MOVE RPT-ITM-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-ITM-CAPTION TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE '080-ITM-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE ITMCUR CURSOR FOR
               SELECT SUSP-ID, REJ-REASON-CODE, REJ-REASON-TEXT,
                      TRAN-ACTION, VEH-VIN,
                      CHAR(FIRST-REJ-DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(FIRST-REJ-DATE),
                      RESUBMIT-COUNT, SUSP-STATUS
                 FROM REJ_SUSPENSE
                WHERE SUSP-STATUS <> 'C'
                ORDER BY REJ-REASON-CODE, 7 DESC, SUSP-ID
           END-EXEC
           MOVE '080-ITM-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN ITMCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 081-ITM-FETCH-LOOP UNTIL ITMCUR-EOF
           MOVE '080-ITM-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE ITMCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       081-ITM-FETCH-LOOP.
           MOVE '081-ITM-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH ITMCUR
                INTO :WS-ITM-SUSP-ID, :WS-ITM-REJ-CODE,
                     :WS-ITM-REJ-TEXT, :WS-ITM-ACTION, :WS-ITM-VIN,
                     :WS-ITM-FIRST-DATE, :WS-ITM-DAYS,
                     :WS-ITM-RESUBMITS, :WS-ITM-STATUS
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-ITMCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ITM-SUSP-ID TO RPT-ITM-SUSP-ID
               MOVE WS-ITM-REJ-CODE TO RPT-ITM-REJ-CODE
               MOVE WS-ITM-REJ-TEXT TO RPT-ITM-REJ-TEXT
               MOVE WS-ITM-ACTION TO RPT-ITM-ACTION
               MOVE WS-ITM-VIN TO RPT-ITM-VIN
               MOVE WS-ITM-FIRST-DATE TO RPT-ITM-FIRST-DATE
               MOVE WS-ITM-DAYS TO RPT-ITM-DAYS
               MOVE WS-ITM-RESUBMITS TO RPT-ITM-RESUBMITS
               IF WS-ITM-STATUS = 'R'
                   MOVE 'CORRECTED, IN RECYCLE' TO RPT-ITM-STATUS
               ELSE
                   MOVE 'OPEN' TO RPT-ITM-STATUS
               END-IF
               MOVE SPACE TO RPT-ITM-FLAG
               IF WS-ITM-DAYS > WS-WARN-DAYS
                   MOVE '*' TO RPT-ITM-FLAG
                   PERFORM 082-RAISE-WARNING
               END-IF
               MOVE RPT-ITM-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
           .
      *> One WARN row per over-threshold item, written under this
      *> program's name so LOGALERT and MORNRPT attribute it here.
       082-RAISE-WARNING.
           ADD 1 TO WS-OVER-COUNT
           MOVE WS-ITM-SUSP-ID TO WS-WARN-ID-DISP
           MOVE WS-ITM-DAYS TO WS-WARN-DAYS-DISP
           MOVE SPACES TO WS-ERR-MSG
           STRING 'REJECT SUSPENSE ITEM ' WS-WARN-ID-DISP
               ' REASON ' WS-ITM-REJ-CODE
               ' VIN ' WS-ITM-VIN
               ' OPEN' WS-WARN-DAYS-DISP ' DAYS'
               DELIMITED BY SIZE INTO WS-ERR-MSG
           MOVE 'WARN' TO WS-LOG-SEVERITY
           MOVE '082-RAISE-WARNING' TO WS-ERR-PARA
           EXEC SQL
               INSERT INTO LOG (MSG, TS, SEVERITY, SOURCE-PGM)
               VALUES (:WS-ERR-MSG, CURRENT TIMESTAMP,
                       :WS-LOG-SEVERITY, :WS-ERR-PGM)
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
