      *> Weekly aged-inventory report off VEHICLE.ACQ-DATE: in-stock
      *> vehicles by lot, each lot broken into days-in-stock buckets
      *> (0-30, 31-60, 61-90, 91-120, over 120) with units, BOOK-VALUE
      *> and MARKET-VALUE per bucket and a lot total, then the same
      *> buckets across all lots with a grand total - so the used-car
      *> managers see where money is sitting and for how long. Rows
      *> whose acquisition date was never recorded (the 0001-01-01
      *> default ACQCONV could not back-fill) are counted in a bucket
      *> of their own rather than aged from year one. An over-age
      *> list follows: every in-stock unit on hand longer than the
      *> parm-card threshold, oldest first within each lot.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *> Over-age threshold in days (zero or blank = 90), then the
      *> usual 'F' lock-override byte.
       01  PARM-RECORD.
           05  PARM-OVERAGE-DAYS      PIC 9(4).
           05  PARM-LOCK-OVERRIDE     PIC X.
           05  FILLER                 PIC X(75).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-REPORT-FIELDS.
           05  WS-OVERAGE-DAYS       PIC S9(9) COMP VALUE 90.

      *> One lot/bucket total from AGECUR. Buckets 1-5 are the
      *> days-in-stock ranges; bucket 6 is "acquisition date not
      *> recorded". AGECUR delivers lot then bucket ascending, so a
      *> lot change is a control break.
       01  WS-AGE-ROW.
           05  WS-AGE-LOC            PIC X(4).
           05  WS-AGE-BUCKET         PIC S9(4) COMP.
           05  WS-AGE-UNITS          PIC S9(9) COMP.
           05  WS-AGE-BOOK           PIC S9(13)V99 COMP-3.
           05  WS-AGE-MARKET         PIC S9(13)V99 COMP-3.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-LOC           PIC X(4).
           05  WS-LOC-STATUS         PIC X VALUE 'N'.
               88  LOC-OPEN          VALUE 'Y'.
           05  WS-LOC-UNITS          PIC S9(9) COMP VALUE ZERO.
           05  WS-LOC-BOOK           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LOC-MARKET         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-UNITS        PIC S9(9) COMP VALUE ZERO.
           05  WS-GRAND-BOOK         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-MARKET       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BUCKET-NAME        PIC X(14).

      *> All-lots totals by bucket, accumulated as AGECUR is read and
      *> printed after the last lot.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY          OCCURS 6.
               10  WS-BKT-UNITS      PIC S9(9) COMP.
               10  WS-BKT-BOOK       PIC S9(13)V99 COMP-3.
               10  WS-BKT-MARKET     PIC S9(13)V99 COMP-3.
       01  WS-BKT-IX                 PIC 9(4) COMP.

      *> One over-age unit from OVRCUR.
       01  WS-OVR-ROW.
           05  WS-OVR-LOC            PIC X(4).
           05  WS-OVR-VIN            PIC X(17).
           05  WS-OVR-YR             PIC 9(4).
           05  WS-OVR-MAKE           PIC X(20).
           05  WS-OVR-MODEL          PIC X(20).
           05  WS-OVR-ACQ-DATE       PIC X(10).
           05  WS-OVR-DAYS           PIC S9(9) COMP.
           05  WS-OVR-BOOK           PIC S9(7)V99 COMP-3.
           05  WS-OVR-MARKET         PIC S9(7)V99 COMP-3.
       01  WS-OVRCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  OVRCUR-EOF            VALUE 'EOF'.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-OVERAGE-COUNT      PIC 9(9) COMP VALUE ZERO.

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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'INVAGE'.
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
               VALUE 'AGED INVENTORY BY LOCATION'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(6)  VALUE 'LOC'.
           05  FILLER                PIC X(16) VALUE 'DAYS IN STOCK'.
           05  FILLER                PIC X(11) VALUE '      UNITS'.
           05  FILLER                PIC X(18)
               VALUE '        BOOK VALUE'.
           05  FILLER                PIC X(18)
               VALUE '      MARKET VALUE'.
           05  FILLER                PIC X(63) VALUE SPACES.

      *> Money formatted the way the shop expects (the signed edited
      *> shape of SAMPDEMO's AMT-FMT), widened for totals.
       01  RPT-DETAIL-LINE.
           05  RPT-DET-LOC           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-BUCKET        PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-UNITS         PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-BOOK          PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-MARKET        PIC -(12)9.99.
           05  FILLER                PIC X(65) VALUE SPACES.

       01  RPT-LOC-TOTAL-LINE.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(16) VALUE 'LOCATION TOTAL'.
           05  RPT-LTOT-UNITS        PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-LTOT-BOOK         PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-LTOT-MARKET       PIC -(12)9.99.
           05  FILLER                PIC X(65) VALUE SPACES.

       01  RPT-BKT-HEADING.
           05  FILLER                PIC X(132)
               VALUE 'ALL LOCATIONS BY DAYS IN STOCK'.

       01  RPT-GRAND-LINE.
           05  FILLER                PIC X(22)
               VALUE 'GRAND TOTAL'.
           05  RPT-GRAND-UNITS       PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GRAND-BOOK        PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GRAND-MARKET      PIC -(12)9.99.
           05  FILLER                PIC X(65) VALUE SPACES.

       01  RPT-OVR-HEADING.
           05  FILLER                PIC X(36)
               VALUE 'OVER-AGE UNITS - IN STOCK MORE THAN'.
           05  RPT-OVR-HDG-DAYS      PIC Z(4)9.
           05  FILLER                PIC X(91) VALUE ' DAYS'.

       01  RPT-OVR-CAPTION.
           05  FILLER                PIC X(6)  VALUE 'LOC'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(6)  VALUE 'YEAR'.
           05  FILLER                PIC X(22) VALUE 'MAKE'.
           05  FILLER                PIC X(22) VALUE 'MODEL'.
           05  FILLER                PIC X(12) VALUE 'ACQUIRED'.
           05  FILLER                PIC X(5)  VALUE ' DAYS'.
           05  FILLER                PIC X(18)
               VALUE '        BOOK VALUE'.
           05  FILLER                PIC X(22)
               VALUE '      MARKET VALUE'.

       01  RPT-OVR-LINE.
           05  RPT-OVR-LOC           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OVR-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OVR-YR            PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OVR-MAKE          PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OVR-MODEL         PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OVR-ACQ-DATE      PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OVR-DAYS          PIC Z(4)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OVR-BOOK          PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OVR-MARKET        PIC -(12)9.99.
           05  FILLER                PIC X(4)  VALUE SPACES.

       01  RPT-OVR-TRAILER-LINE.
           05  FILLER                PIC X(16) VALUE 'OVER-AGE UNITS: '.
           05  RPT-OVR-COUNT         PIC Z(8)9.
           05  FILLER                PIC X(107) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'INVAGE: aged inventory by location'
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
      *> A blank, zero or non-numeric threshold keeps the 90-day
      *> default rather than listing every unit on the lot.
               IF PARM-OVERAGE-DAYS IS NUMERIC
                       AND PARM-OVERAGE-DAYS NOT = ZERO
                   MOVE PARM-OVERAGE-DAYS TO WS-OVERAGE-DAYS
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
      *> and the ordering both run on it.
           MOVE '040-AGING-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE AGECUR CURSOR FOR
               SELECT VEH-LOC, AGE-BUCKET, COUNT(*),
                      SUM(BOOK-VALUE), SUM(MARKET-VALUE)
                 FROM (SELECT VEH-LOC, BOOK-VALUE, MARKET-VALUE,
                              CASE
                                WHEN ACQ-DATE = '0001-01-01'
                                  THEN 6
                                WHEN DAYS(CURRENT DATE)
                                     - DAYS(ACQ-DATE) <= 30
                                  THEN 1
                                WHEN DAYS(CURRENT DATE)
                                     - DAYS(ACQ-DATE) <= 60
                                  THEN 2
                                WHEN DAYS(CURRENT DATE)
                                     - DAYS(ACQ-DATE) <= 90
                                  THEN 3
                                WHEN DAYS(CURRENT DATE)
                                     - DAYS(ACQ-DATE) <= 120
                                  THEN 4
                                ELSE 5
                              END AS AGE-BUCKET
                         FROM VEHICLE
                        WHERE VEH-STATUS = 'I') AS AGED
                GROUP BY VEH-LOC, AGE-BUCKET
                ORDER BY VEH-LOC, AGE-BUCKET
           END-EXEC
           MOVE '040-AGING-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN AGECUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 045-FETCH-LOOP UNTIL END-OF-DATA
           MOVE '040-AGING-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE AGECUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
      *> Close out the last lot (skipped when nothing is in stock),
      *> then the all-lots section and the over-age list.
           IF LOC-OPEN
               PERFORM 061-WRITE-LOC-TOTAL
           END-IF
           PERFORM 070-BUCKET-SECTION
           PERFORM 080-OVERAGE-SECTION
           CLOSE RPT-FILE
           DISPLAY 'INVAGE: ' WS-ROW-COUNT ' UNITS AGED, '
               WS-OVERAGE-COUNT ' OVER AGE'
           .
      *> One lot/bucket total per call, performed in a loop by
      *> 040-AGING until end of data, breaking on lot.
       045-FETCH-LOOP.
           MOVE '045-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH AGECUR
                INTO :WS-AGE-LOC, :WS-AGE-BUCKET, :WS-AGE-UNITS,
                     :WS-AGE-BOOK, :WS-AGE-MARKET
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF NOT END-OF-DATA
               PERFORM 900-SQLCODE-CHECK
               ADD WS-AGE-UNITS TO WS-ROW-COUNT
               IF LOC-OPEN AND WS-AGE-LOC NOT = WS-PREV-LOC
                   PERFORM 061-WRITE-LOC-TOTAL
               END-IF
               MOVE WS-AGE-LOC TO WS-PREV-LOC
               MOVE 'Y' TO WS-LOC-STATUS
               ADD WS-AGE-UNITS TO WS-LOC-UNITS
               ADD WS-AGE-BOOK TO WS-LOC-BOOK
               ADD WS-AGE-MARKET TO WS-LOC-MARKET
               MOVE WS-AGE-BUCKET TO WS-BKT-IX
               ADD WS-AGE-UNITS TO WS-BKT-UNITS (WS-BKT-IX)
               ADD WS-AGE-BOOK TO WS-BKT-BOOK (WS-BKT-IX)
               ADD WS-AGE-MARKET TO WS-BKT-MARKET (WS-BKT-IX)
               PERFORM 060-SET-BUCKET-NAME
               MOVE WS-AGE-LOC TO RPT-DET-LOC
               MOVE WS-BUCKET-NAME TO RPT-DET-BUCKET
               MOVE WS-AGE-UNITS TO RPT-DET-UNITS
               MOVE WS-AGE-BOOK TO RPT-DET-BOOK
               MOVE WS-AGE-MARKET TO RPT-DET-MARKET
               MOVE RPT-DETAIL-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
           .
       060-SET-BUCKET-NAME.
           EVALUATE WS-BKT-IX
               WHEN 1
                   MOVE '0-30' TO WS-BUCKET-NAME
               WHEN 2
                   MOVE '31-60' TO WS-BUCKET-NAME
               WHEN 3
                   MOVE '61-90' TO WS-BUCKET-NAME
               WHEN 4
                   MOVE '91-120' TO WS-BUCKET-NAME
               WHEN 5
                   MOVE 'OVER 120' TO WS-BUCKET-NAME
               WHEN OTHER
                   MOVE 'NOT RECORDED' TO WS-BUCKET-NAME
           END-EVALUATE
           .
       061-WRITE-LOC-TOTAL.
           MOVE WS-LOC-UNITS TO RPT-LTOT-UNITS
           MOVE WS-LOC-BOOK TO RPT-LTOT-BOOK
           MOVE WS-LOC-MARKET TO RPT-LTOT-MARKET
           MOVE RPT-LOC-TOTAL-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           ADD WS-LOC-UNITS TO WS-GRAND-UNITS
           ADD WS-LOC-BOOK TO WS-GRAND-BOOK
           ADD WS-LOC-MARKET TO WS-GRAND-MARKET
           MOVE ZERO TO WS-LOC-UNITS
           MOVE ZERO TO WS-LOC-BOOK
           MOVE ZERO TO WS-LOC-MARKET
           .
      *> The same buckets summed across every lot, then the grand
      *> total for the in-stock population.
       070-BUCKET-SECTION.
           MOVE RPT-BKT-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE 1 TO WS-BKT-IX
           PERFORM 071-WRITE-BUCKET UNTIL WS-BKT-IX > 6
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE WS-GRAND-UNITS TO RPT-GRAND-UNITS
           MOVE WS-GRAND-BOOK TO RPT-GRAND-BOOK
           MOVE WS-GRAND-MARKET TO RPT-GRAND-MARKET
           MOVE RPT-GRAND-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
      *> One bucket per call, performed by 070-BUCKET-SECTION across
      *> the table. The not-recorded bucket prints only when it has
      *> units, so a fully dated fleet shows just the five ranges.
       071-WRITE-BUCKET.
           IF WS-BKT-IX < 6 OR WS-BKT-UNITS (WS-BKT-IX) > ZERO
               PERFORM 060-SET-BUCKET-NAME
               MOVE SPACES TO RPT-DET-LOC
               MOVE WS-BUCKET-NAME TO RPT-DET-BUCKET
               MOVE WS-BKT-UNITS (WS-BKT-IX) TO RPT-DET-UNITS
               MOVE WS-BKT-BOOK (WS-BKT-IX) TO RPT-DET-BOOK
               MOVE WS-BKT-MARKET (WS-BKT-IX) TO RPT-DET-MARKET
               MOVE RPT-DETAIL-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
           ADD 1 TO WS-BKT-IX
           .
      *> Every in-stock unit on hand longer than the threshold, by
      *> lot, longest-held first. Undated rows cannot be aged and are
      *> left to the NOT RECORDED bucket above.
       080-OVERAGE-SECTION.
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE WS-OVERAGE-DAYS TO RPT-OVR-HDG-DAYS
           MOVE RPT-OVR-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-OVR-CAPTION TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE '080-OVR-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE OVRCUR CURSOR FOR
               SELECT VEH-LOC, VEH-VIN, VEH-YR, VEH-MAKE, VEH-MODEL,
                      CHAR(ACQ-DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(ACQ-DATE),
                      BOOK-VALUE, MARKET-VALUE
                 FROM VEHICLE
                WHERE VEH-STATUS = 'I'
                  AND ACQ-DATE <> '0001-01-01'
                  AND DAYS(CURRENT DATE) - DAYS(ACQ-DATE)
                      > :WS-OVERAGE-DAYS
                ORDER BY VEH-LOC, 7 DESC, VEH-VIN
           END-EXEC
           MOVE '080-OVR-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN OVRCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 081-OVR-FETCH-LOOP UNTIL OVRCUR-EOF
           MOVE '080-OVR-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE OVRCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE WS-OVERAGE-COUNT TO RPT-OVR-COUNT
           MOVE RPT-OVR-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       081-OVR-FETCH-LOOP.
           MOVE '081-OVR-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH OVRCUR
                INTO :WS-OVR-LOC, :WS-OVR-VIN, :WS-OVR-YR,
                     :WS-OVR-MAKE, :WS-OVR-MODEL, :WS-OVR-ACQ-DATE,
                     :WS-OVR-DAYS, :WS-OVR-BOOK, :WS-OVR-MARKET
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-OVRCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-OVERAGE-COUNT
               MOVE WS-OVR-LOC TO RPT-OVR-LOC
               MOVE WS-OVR-VIN TO RPT-OVR-VIN
               MOVE WS-OVR-YR TO RPT-OVR-YR
               MOVE WS-OVR-MAKE TO RPT-OVR-MAKE
               MOVE WS-OVR-MODEL TO RPT-OVR-MODEL
               MOVE WS-OVR-ACQ-DATE TO RPT-OVR-ACQ-DATE
               MOVE WS-OVR-DAYS TO RPT-OVR-DAYS
               MOVE WS-OVR-BOOK TO RPT-OVR-BOOK
               MOVE WS-OVR-MARKET TO RPT-OVR-MARKET
               MOVE RPT-OVR-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
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
