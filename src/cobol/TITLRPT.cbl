      *> Weekly missing-title report: every in-stock vehicle with no
      *> title on hand (no VEH_TITLE row for its VIN - see TITLOAD),
      *> by lot, longest-held first, aged in days from VEHICLE's
      *> ACQ-DATE - a unit that cannot be sold until its title comes
      *> in is money sitting on the lot. Each lot closes with its
      *> count of missing titles broken into days-in-stock ranges
      *> (0-30, 31-60, 61-90, over 90) and their BOOK-VALUE, and the
      *> same totals follow across all lots. Units whose acquisition
      *> date was never recorded (the 0001-01-01 default) are listed
      *> last in their lot and counted as undated rather than aged
      *> from year one.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO TITLAGE
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

      *> One in-stock unit with no title on hand, from TTLCUR. Days
      *> in stock come back as -1 when the acquisition date was
      *> never recorded, which also sorts the unit last in its lot.
       01  WS-TTL-ROW.
           05  WS-TTL-LOC            PIC X(4).
           05  WS-TTL-VIN            PIC X(17).
           05  WS-TTL-YR             PIC 9(4).
           05  WS-TTL-MAKE           PIC X(20).
           05  WS-TTL-MODEL          PIC X(20).
           05  WS-TTL-ACQ-DATE       PIC X(10).
           05  WS-TTL-DAYS           PIC S9(9) COMP.
           05  WS-TTL-BOOK           PIC S9(7)V99 COMP-3.
       01  WS-TTLCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  TTLCUR-EOF            VALUE 'EOF'.

      *> Missing titles per age range: 1 0-30 days, 2 31-60, 3 61-90,
      *> 4 over 90, 5 undated. TTLCUR delivers lot ascending, so a
      *> lot change is a control break.
       01  WS-BREAK-FIELDS.
           05  WS-PREV-LOC           PIC X(4).
           05  WS-LOC-STATUS         PIC X VALUE 'N'.
               88  LOC-OPEN          VALUE 'Y'.
           05  WS-BKT-IX             PIC 9(4) COMP.

       01  WS-LOC-TOTALS.
           05  WS-LOC-UNITS          PIC S9(9) COMP VALUE ZERO.
           05  WS-LOC-BOOK           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LOC-BKT-UNITS      PIC S9(9) COMP OCCURS 5.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-UNITS        PIC S9(9) COMP VALUE ZERO.
           05  WS-GRAND-BOOK         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-BKT-UNITS    PIC S9(9) COMP OCCURS 5.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.

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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'TITLRPT'.
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
               VALUE 'IN-STOCK UNITS MISSING TITLE BY LOCATION'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(6)  VALUE 'LOC'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(6)  VALUE 'YEAR'.
           05  FILLER                PIC X(22) VALUE 'MAKE'.
           05  FILLER                PIC X(22) VALUE 'MODEL'.
           05  FILLER                PIC X(12) VALUE 'ACQUIRED'.
           05  FILLER                PIC X(5)  VALUE ' DAYS'.
           05  FILLER                PIC X(18)
               VALUE '        BOOK VALUE'.
           05  FILLER                PIC X(22) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-LOC           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-YR            PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-MAKE          PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-MODEL         PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-ACQ-DATE      PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-DAYS          PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-BOOK          PIC -(12)9.99.
           05  FILLER                PIC X(22) VALUE SPACES.

       01  RPT-DET-DAYS-EDIT         PIC Z(4)9.

      *> Lot total and all-lots total share one line: units missing
      *> a title, the same units by days in stock, and their book
      *> value.
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL         PIC X(22).
           05  RPT-TOT-UNITS         PIC Z(8)9.
           05  FILLER                PIC X(9)  VALUE '   0-30: '.
           05  RPT-TOT-BKT-1         PIC Z(4)9.
           05  FILLER                PIC X(9)  VALUE '  31-60: '.
           05  RPT-TOT-BKT-2         PIC Z(4)9.
           05  FILLER                PIC X(9)  VALUE '  61-90: '.
           05  RPT-TOT-BKT-3         PIC Z(4)9.
           05  FILLER                PIC X(9)  VALUE ' OVER 90:'.
           05  RPT-TOT-BKT-4         PIC Z(4)9.
           05  FILLER                PIC X(9)  VALUE ' UNDATED:'.
           05  RPT-TOT-BKT-5         PIC Z(4)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-TOT-BOOK          PIC -(12)9.99.
           05  FILLER                PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'TITLRPT: in-stock units missing title'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-MISSING-TITLES
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
       040-MISSING-TITLES.
           MOVE '040-MISSING-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           INITIALIZE WS-LOC-TOTALS
           INITIALIZE WS-GRAND-TOTALS
           OPEN OUTPUT RPT-FILE
           PERFORM 050-RPT-PAGE-HEADING
      *> A unit with no VIN on file can never have a title matched
      *> to it, so it lists here with the VIN blank until VINAUDIT's
      *> follow-up gives it one.
           MOVE '040-MISSING-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE TTLCUR CURSOR FOR
               SELECT V.VEH-LOC, V.VEH-VIN, V.VEH-YR, V.VEH-MAKE,
                      V.VEH-MODEL, CHAR(V.ACQ-DATE, ISO),
                      CASE
                        WHEN V.ACQ-DATE = '0001-01-01' THEN -1
                        ELSE DAYS(CURRENT DATE) - DAYS(V.ACQ-DATE)
                      END,
                      V.BOOK-VALUE
                 FROM VEHICLE V
                WHERE V.VEH-STATUS = 'I'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM VEH_TITLE T
                        WHERE T.VEH-VIN = V.VEH-VIN)
                ORDER BY V.VEH-LOC, 7 DESC, V.VEH-VIN
           END-EXEC
           MOVE '040-MISSING-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN TTLCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 045-FETCH-LOOP UNTIL TTLCUR-EOF
           MOVE '040-MISSING-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE TTLCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
      *> Close out the last lot (skipped when every title is in),
      *> then the all-lots totals.
           IF LOC-OPEN
               PERFORM 061-WRITE-LOC-TOTAL
           END-IF
           MOVE 'ALL LOCATIONS' TO RPT-TOT-LABEL
           MOVE WS-GRAND-UNITS TO RPT-TOT-UNITS
           MOVE WS-GRAND-BKT-UNITS (1) TO RPT-TOT-BKT-1
           MOVE WS-GRAND-BKT-UNITS (2) TO RPT-TOT-BKT-2
           MOVE WS-GRAND-BKT-UNITS (3) TO RPT-TOT-BKT-3
           MOVE WS-GRAND-BKT-UNITS (4) TO RPT-TOT-BKT-4
           MOVE WS-GRAND-BKT-UNITS (5) TO RPT-TOT-BKT-5
           MOVE WS-GRAND-BOOK TO RPT-TOT-BOOK
           MOVE RPT-TOTAL-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           DISPLAY 'TITLRPT: ' WS-ROW-COUNT ' IN-STOCK UNITS MISSING '
               'TITLE'
           .
      *> One unit per call, performed in a loop by 040-MISSING-TITLES
      *> until end of data, breaking on lot.
       045-FETCH-LOOP.
           MOVE '045-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH TTLCUR
                INTO :WS-TTL-LOC, :WS-TTL-VIN, :WS-TTL-YR,
                     :WS-TTL-MAKE, :WS-TTL-MODEL, :WS-TTL-ACQ-DATE,
                     :WS-TTL-DAYS, :WS-TTL-BOOK
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-TTLCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
               IF LOC-OPEN AND WS-TTL-LOC NOT = WS-PREV-LOC
                   PERFORM 061-WRITE-LOC-TOTAL
               END-IF
               MOVE WS-TTL-LOC TO WS-PREV-LOC
               MOVE 'Y' TO WS-LOC-STATUS
               PERFORM 060-SET-BUCKET
               ADD 1 TO WS-LOC-UNITS
               ADD WS-TTL-BOOK TO WS-LOC-BOOK
               ADD 1 TO WS-LOC-BKT-UNITS (WS-BKT-IX)
               MOVE WS-TTL-LOC TO RPT-DET-LOC
               MOVE WS-TTL-VIN TO RPT-DET-VIN
               MOVE WS-TTL-YR TO RPT-DET-YR
               MOVE WS-TTL-MAKE TO RPT-DET-MAKE
               MOVE WS-TTL-MODEL TO RPT-DET-MODEL
               IF WS-BKT-IX = 5
                   MOVE 'UNKNOWN' TO RPT-DET-ACQ-DATE
                   MOVE SPACES TO RPT-DET-DAYS
               ELSE
                   MOVE WS-TTL-ACQ-DATE TO RPT-DET-ACQ-DATE
                   MOVE WS-TTL-DAYS TO RPT-DET-DAYS-EDIT
                   MOVE RPT-DET-DAYS-EDIT TO RPT-DET-DAYS
               END-IF
               MOVE WS-TTL-BOOK TO RPT-DET-BOOK
               MOVE RPT-DETAIL-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
           .
       060-SET-BUCKET.
           EVALUATE TRUE
               WHEN WS-TTL-DAYS < 0
                   MOVE 5 TO WS-BKT-IX
               WHEN WS-TTL-DAYS <= 30
                   MOVE 1 TO WS-BKT-IX
               WHEN WS-TTL-DAYS <= 60
                   MOVE 2 TO WS-BKT-IX
               WHEN WS-TTL-DAYS <= 90
                   MOVE 3 TO WS-BKT-IX
               WHEN OTHER
                   MOVE 4 TO WS-BKT-IX
           END-EVALUATE
           .
      *> Lot total after the lot's last unit, rolled into the
      *> all-lots totals and cleared for the next lot.
       061-WRITE-LOC-TOTAL.
           MOVE SPACES TO RPT-TOT-LABEL
           STRING 'LOCATION ' WS-PREV-LOC ' TOTAL'
               DELIMITED BY SIZE INTO RPT-TOT-LABEL
           MOVE WS-LOC-UNITS TO RPT-TOT-UNITS
           MOVE WS-LOC-BKT-UNITS (1) TO RPT-TOT-BKT-1
           MOVE WS-LOC-BKT-UNITS (2) TO RPT-TOT-BKT-2
           MOVE WS-LOC-BKT-UNITS (3) TO RPT-TOT-BKT-3
           MOVE WS-LOC-BKT-UNITS (4) TO RPT-TOT-BKT-4
           MOVE WS-LOC-BKT-UNITS (5) TO RPT-TOT-BKT-5
           MOVE WS-LOC-BOOK TO RPT-TOT-BOOK
           MOVE RPT-TOTAL-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           ADD WS-LOC-UNITS TO WS-GRAND-UNITS
           ADD WS-LOC-BOOK TO WS-GRAND-BOOK
           MOVE 1 TO WS-BKT-IX
           PERFORM 062-ROLL-BUCKET UNTIL WS-BKT-IX > 5
           INITIALIZE WS-LOC-TOTALS
           .
       062-ROLL-BUCKET.
           ADD WS-LOC-BKT-UNITS (WS-BKT-IX)
               TO WS-GRAND-BKT-UNITS (WS-BKT-IX)
           ADD 1 TO WS-BKT-IX
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
