      *> One-time back-fill of VEHICLE.ACQ-DATE for rows that were on
      *> file before the column existed. A vehicle's acquisition date
      *> is taken as the date of its earliest VEHICLE_HIST entry - by
      *> VIN where the history carries one, otherwise by model year
      *> and the description chain (either side of the change), the
      *> only way pre-VIN history rows can be found. A vehicle with no
      *> history at all cannot be dated; it goes to a suspense print
      *> file for Inventory to date by hand and the row is left at the
      *> 0001-01-01 "not recorded" default. Rerunnable: only rows
      *> still at the default are considered.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO ACQSUSP
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

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-VEH-ROW.
           05  WS-VEH-DESC           PIC X(50).
           05  WS-VEH-YR             PIC 9(4).
           05  WS-VEH-VIN            PIC X(17).
           05  WS-VEH-LOC            PIC X(4).

      *> Earliest history date found for the current row, ISO
      *> YYYY-MM-DD; blank when the vehicle has no history.
       01  WS-ACQ-FIELDS.
           05  WS-ACQ-DATE           PIC X(10).
           05  WS-SUSP-REASON        PIC X(30).

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-SUSPENSE-COUNT     PIC 9(9) COMP VALUE ZERO.

       01  WS-VEHCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  VEHCUR-EOF            VALUE 'EOF'.

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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'ACQCONV'.
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
               VALUE 'ACQUISITION DATE BACK-FILL - SUSPENSE'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(6)  VALUE 'YEAR'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(6)  VALUE 'LOC'.
           05  FILLER                PIC X(52) VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(49) VALUE 'REASON'.

       01  RPT-SUSP-LINE.
           05  RPT-SUSP-YR           PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUSP-VIN          PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUSP-LOC          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUSP-DESC         PIC X(50).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUSP-REASON       PIC X(30).
           05  FILLER                PIC X(19) VALUE SPACES.

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(11) VALUE 'BACK-FILLED'.
           05  FILLER                PIC X(2)  VALUE ': '.
           05  RPT-TRL-CONV          PIC Z(8)9.
           05  FILLER                PIC X(12) VALUE '  SUSPENSE: '.
           05  RPT-TRL-SUSP          PIC Z(8)9.
           05  FILLER                PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'ACQCONV: ACQ-DATE back-fill from VEHICLE_HIST'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-BACKFILL
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
       040-BACKFILL.
           MOVE '040-BACKFILL-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           OPEN OUTPUT RPT-FILE
           PERFORM 050-RPT-PAGE-HEADING
           MOVE '040-BACKFILL-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE ACQCUR CURSOR WITH HOLD FOR
               SELECT VEH-DESC, VEH-YR, VEH-VIN, VEH-LOC
                 FROM VEHICLE
                WHERE ACQ-DATE = '0001-01-01'
                FOR UPDATE OF ACQ-DATE
           END-EXEC
           MOVE '040-BACKFILL-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN ACQCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 045-FETCH-LOOP UNTIL VEHCUR-EOF
           MOVE '040-BACKFILL-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE ACQCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE '040-BACKFILL-COMMIT' TO WS-ERR-PARA
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-ROW-COUNT TO RPT-TRL-CONV
           MOVE WS-SUSPENSE-COUNT TO RPT-TRL-SUSP
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           DISPLAY 'ACQCONV: ' WS-ROW-COUNT ' ROWS BACK-FILLED, '
               WS-SUSPENSE-COUNT ' TO SUSPENSE'
           IF WS-SUSPENSE-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
      *> One row per call, performed in a loop by 040-BACKFILL until
      *> end of data: find the earliest history, then update or
      *> suspend.
       045-FETCH-LOOP.
           MOVE '045-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH ACQCUR
                INTO :WS-VEH-DESC, :WS-VEH-YR, :WS-VEH-VIN,
                     :WS-VEH-LOC
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-VEHCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               PERFORM 060-EARLIEST-HIST
               IF WS-ACQ-DATE = SPACES
                   MOVE 'NO VEHICLE_HIST TO DATE FROM'
                       TO WS-SUSP-REASON
                   PERFORM 070-WRITE-SUSPENSE
               ELSE
                   PERFORM 065-UPDATE-ACQ-DATE
               END-IF
           END-IF
           .
      *> VIN first: rows written since VEHICLE_HIST carried the VIN
      *> identify the vehicle exactly. Failing that, the pre-VIN rows
      *> are matched the old way - same model year, and the current
      *> description on either side of a recorded change.
       060-EARLIEST-HIST.
           MOVE SPACES TO WS-ACQ-DATE
           IF WS-VEH-VIN NOT = SPACES
               MOVE '060-EARLIEST-HIST-VIN' TO WS-ERR-PARA
               EXEC SQL
                   SELECT VALUE(CHAR(DATE(MIN(TS)), ISO), ' ')
                     INTO :WS-ACQ-DATE
                     FROM VEHICLE_HIST
                    WHERE VEH-VIN = :WS-VEH-VIN
               END-EXEC
               PERFORM 900-SQLCODE-CHECK
           END-IF
           IF WS-ACQ-DATE = SPACES
               MOVE '060-EARLIEST-HIST-DESC' TO WS-ERR-PARA
               EXEC SQL
                   SELECT VALUE(CHAR(DATE(MIN(TS)), ISO), ' ')
                     INTO :WS-ACQ-DATE
                     FROM VEHICLE_HIST
                    WHERE VEH-YR = :WS-VEH-YR
                      AND (NEW-VEH-DESC = :WS-VEH-DESC
                           OR OLD-VEH-DESC = :WS-VEH-DESC)
               END-EXEC
               PERFORM 900-SQLCODE-CHECK
           END-IF
           .
       065-UPDATE-ACQ-DATE.
           MOVE '065-UPDATE-ACQ-DATE' TO WS-ERR-PARA
           EXEC SQL
               UPDATE VEHICLE
                  SET ACQ-DATE = DATE(:WS-ACQ-DATE)
                WHERE CURRENT OF ACQCUR
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           ADD 1 TO WS-ROW-COUNT
           .
       070-WRITE-SUSPENSE.
           MOVE WS-VEH-YR TO RPT-SUSP-YR
           MOVE WS-VEH-VIN TO RPT-SUSP-VIN
           MOVE WS-VEH-LOC TO RPT-SUSP-LOC
           MOVE WS-VEH-DESC TO RPT-SUSP-DESC
           MOVE WS-SUSP-REASON TO RPT-SUSP-REASON
           MOVE RPT-SUSP-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           ADD 1 TO WS-SUSPENSE-COUNT
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
