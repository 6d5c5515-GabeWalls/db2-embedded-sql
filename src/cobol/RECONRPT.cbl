      *> Reconditioning cost report off the RECON_COST lines RECONPST
      *> posts. Two sections:
      *>   cost build-up  every in-stock vehicle carrying shop cost,
      *>                  lot by lot: what was paid for the unit
      *>                  (ACQ-COST less its reconditioning), each
      *>                  invoice capitalized onto it, and the total
      *>                  cost it now carries
      *>   monthly spend  one month's invoices totalled by cost
      *>                  category and the lot the vehicle stood on,
      *>                  with category and lot totals
      *> The spend month comes from the parm card; left blank, the
      *> current month is reported, the same rule as DISPRPT. Spend
      *> is dated by the vendor's invoice date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO RCNCRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *> Spend month as YYYY and MM (zero = current month), then the
      *> usual 'F' lock-override byte.
       01  PARM-RECORD.
           05  PARM-RPT-YEAR          PIC 9(4).
           05  PARM-RPT-MONTH         PIC 9(2).
           05  PARM-LOCK-OVERRIDE     PIC X.
           05  FILLER                 PIC X(73).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-REPORT-FIELDS.
           05  WS-RPT-YEAR           PIC 9(4) VALUE ZERO.
           05  WS-RPT-MONTH          PIC 9(2) VALUE ZERO.

      *> One build-up row: the vehicle, its carried cost and the sum
      *> of its reconditioning, then one of its invoices.
       01  WS-BLD-ROW.
           05  WS-BLD-VIN            PIC X(17).
           05  WS-BLD-YR             PIC 9(4).
           05  WS-BLD-MAKE           PIC X(20).
           05  WS-BLD-MODEL          PIC X(20).
           05  WS-BLD-LOC            PIC X(4).
           05  WS-BLD-ACQ-COST       PIC S9(7)V99 COMP-3.
           05  WS-BLD-RECON-SUM      PIC S9(9)V99 COMP-3.
           05  WS-BLD-INVOICE-DATE   PIC X(10).
           05  WS-BLD-CATEGORY       PIC X(4).
           05  WS-BLD-VENDOR         PIC X(20).
           05  WS-BLD-INVOICE-NO     PIC X(15).
           05  WS-BLD-AMOUNT         PIC S9(7)V99 COMP-3.

      *> Vehicle control break: the vehicle whose lines are printing
      *> and the total cost to close it with.
       01  WS-BLD-BREAK.
           05  WS-BRK-VIN            PIC X(17) VALUE SPACES.
           05  WS-BRK-ACQ-COST       PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-SPN-ROW.
           05  WS-SPN-CATEGORY       PIC X(4).
           05  WS-SPN-LOC            PIC X(4).
           05  WS-SPN-INVOICES       PIC S9(9) COMP.
           05  WS-SPN-AMOUNT         PIC S9(13)V99 COMP-3.

      *> Category control break over the spend cursor.
       01  WS-SPN-BREAK.
           05  WS-BRK-CATEGORY       PIC X(4) VALUE SPACES.
           05  WS-CAT-INVOICES       PIC S9(9) COMP VALUE ZERO.
           05  WS-CAT-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-FIELDS.
           05  WS-TOT-VEHICLES       PIC S9(9) COMP VALUE ZERO.
           05  WS-TOT-PURCHASE       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-RECON          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-COST           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-INVOICES       PIC S9(9) COMP VALUE ZERO.
           05  WS-TOT-SPEND          PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.

       01  WS-BLDCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  BLDCUR-EOF            VALUE 'EOF'.
       01  WS-SPNCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  SPNCUR-EOF            VALUE 'EOF'.
       01  WS-LOCCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  LOCCUR-EOF            VALUE 'EOF'.

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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'RECONRPT'.
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
               VALUE 'RECONDITIONING COST REPORT'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

      *> Column caption of the section printing - each section puts
      *> its own here before starting its first page.
       01  RPT-HEADING-2             PIC X(132).

       01  RPT-BLD-CAPTION.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(6)  VALUE 'YEAR'.
           05  FILLER                PIC X(43) VALUE 'MAKE / MODEL'.
           05  FILLER                PIC X(6)  VALUE 'LOC'.
           05  FILLER                PIC X(22) VALUE 'COST LINE'.
           05  FILLER                PIC X(16)
               VALUE '          AMOUNT'.
           05  FILLER                PIC X(20) VALUE SPACES.

       01  RPT-BLD-HEADING           PIC X(132)
               VALUE 'COST BUILD-UP - IN-STOCK UNITS WITH SHOP COST'.

       01  RPT-BLD-VEH-LINE.
           05  RPT-BLV-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BLV-YR            PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BLV-MAKE          PIC X(20).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-BLV-MODEL         PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BLV-LOC           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(22) VALUE 'PURCHASE COST'.
           05  RPT-BLV-PURCHASE      PIC -(12)9.99.
           05  FILLER                PIC X(20) VALUE SPACES.

       01  RPT-BLD-RCN-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-BLR-DATE          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BLR-VENDOR        PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BLR-INVOICE-NO    PIC X(15).
           05  FILLER                PIC X(21) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'RECON '.
           05  RPT-BLR-CATEGORY      PIC X(4).
           05  FILLER                PIC X(12) VALUE SPACES.
           05  RPT-BLR-AMOUNT        PIC -(12)9.99.
           05  FILLER                PIC X(20) VALUE SPACES.

       01  RPT-BLD-TOT-LINE.
           05  FILLER                PIC X(74) VALUE SPACES.
           05  FILLER                PIC X(22) VALUE 'TOTAL COST'.
           05  RPT-BLT-COST          PIC -(12)9.99.
           05  FILLER                PIC X(20) VALUE SPACES.

       01  RPT-BLD-GRAND-LINE.
           05  FILLER                PIC X(10) VALUE 'VEHICLES: '.
           05  RPT-BLG-VEHICLES      PIC Z(8)9.
           05  FILLER                PIC X(12) VALUE '  PURCHASE: '.
           05  RPT-BLG-PURCHASE      PIC -(12)9.99.
           05  FILLER                PIC X(9)  VALUE '  RECON: '.
           05  RPT-BLG-RECON         PIC -(12)9.99.
           05  FILLER                PIC X(9)  VALUE '  TOTAL: '.
           05  RPT-BLG-COST          PIC -(12)9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       01  RPT-SPN-CAPTION.
           05  FILLER                PIC X(10) VALUE 'CATEGORY'.
           05  FILLER                PIC X(6)  VALUE 'LOC'.
           05  FILLER                PIC X(9)  VALUE ' INVOICES'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(16)
               VALUE '          AMOUNT'.
           05  FILLER                PIC X(89) VALUE SPACES.

       01  RPT-SPN-HEADING.
           05  FILLER                PIC X(31)
               VALUE 'RECONDITIONING SPEND FOR MONTH '.
           05  RPT-SPH-YEAR          PIC 9(4).
           05  FILLER                PIC X(1)  VALUE '-'.
           05  RPT-SPH-MONTH         PIC 9(2).
           05  FILLER                PIC X(94)
               VALUE ' BY COST CATEGORY AND LOT'.

       01  RPT-SPN-LINE.
           05  RPT-SPN-CATEGORY      PIC X(4).
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  RPT-SPN-LOC           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SPN-INVOICES      PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SPN-AMOUNT        PIC -(12)9.99.
           05  FILLER                PIC X(89) VALUE SPACES.

       01  RPT-SPN-GRAND-LINE.
           05  FILLER                PIC X(16) VALUE 'TOTAL'.
           05  RPT-SPG-INVOICES      PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SPG-AMOUNT        PIC -(12)9.99.
           05  FILLER                PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'RECONRPT: reconditioning cost build-up and spend'
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
      *> Year and month stand or fall together, as on DISPRPT's
      *> card: anything short of a clean YYYY/01-12 pair falls back
      *> to the current month.
               IF PARM-RPT-YEAR IS NUMERIC
                       AND PARM-RPT-YEAR NOT = ZERO
                       AND PARM-RPT-MONTH IS NUMERIC
                       AND PARM-RPT-MONTH NOT < 1
                       AND PARM-RPT-MONTH NOT > 12
                   MOVE PARM-RPT-YEAR  TO WS-RPT-YEAR
                   MOVE PARM-RPT-MONTH TO WS-RPT-MONTH
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
           IF WS-RPT-YEAR = ZERO
               MOVE WS-RPT-DATE(1:4) TO WS-RPT-YEAR
               MOVE WS-RPT-DATE(6:2) TO WS-RPT-MONTH
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM 041-BUILD-UP-SECTION
           PERFORM 045-SPEND-SECTION
           CLOSE RPT-FILE
           DISPLAY 'RECONRPT: ' WS-TOT-VEHICLES ' VEHICLES BUILT UP, '
               WS-TOT-INVOICES ' INVOICES IN THE MONTH'
           .
      *> Every invoice on every in-stock vehicle, a vehicle's lines
      *> together, in invoice-date order under it. The vehicle's
      *> reconditioning total comes with each row so its purchase
      *> cost can print ahead of its invoices.
       041-BUILD-UP-SECTION.
           MOVE RPT-BLD-CAPTION TO RPT-HEADING-2
           PERFORM 050-RPT-PAGE-HEADING
           MOVE RPT-BLD-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE '041-BLD-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE BLDCUR CURSOR FOR
               SELECT V.VEH-VIN, V.VEH-YR, V.VEH-MAKE, V.VEH-MODEL,
                      V.VEH-LOC, V.ACQ-COST,
                      (SELECT SUM(S.AMOUNT)
                         FROM RECON_COST S
                        WHERE S.VEH-VIN = V.VEH-VIN),
                      CHAR(R.INVOICE-DATE, ISO), R.COST-CATEGORY,
                      R.VENDOR, R.INVOICE-NO, R.AMOUNT
                 FROM VEHICLE V, RECON_COST R
                WHERE R.VEH-VIN = V.VEH-VIN
                  AND V.VEH-STATUS = 'I'
                ORDER BY V.VEH-LOC, V.VEH-VIN, R.INVOICE-DATE, R.TS
           END-EXEC
           MOVE '041-BLD-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN BLDCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 042-BLD-FETCH-LOOP UNTIL BLDCUR-EOF
           MOVE '041-BLD-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE BLDCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF WS-BRK-VIN NOT = SPACES
               PERFORM 044-BLD-VEHICLE-TOTAL
           END-IF
           MOVE WS-TOT-VEHICLES TO RPT-BLG-VEHICLES
           MOVE WS-TOT-PURCHASE TO RPT-BLG-PURCHASE
           MOVE WS-TOT-RECON TO RPT-BLG-RECON
           MOVE WS-TOT-COST TO RPT-BLG-COST
           MOVE RPT-BLD-GRAND-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       042-BLD-FETCH-LOOP.
           MOVE '042-BLD-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH BLDCUR
                INTO :WS-BLD-VIN, :WS-BLD-YR, :WS-BLD-MAKE,
                     :WS-BLD-MODEL, :WS-BLD-LOC, :WS-BLD-ACQ-COST,
                     :WS-BLD-RECON-SUM, :WS-BLD-INVOICE-DATE,
                     :WS-BLD-CATEGORY, :WS-BLD-VENDOR,
                     :WS-BLD-INVOICE-NO, :WS-BLD-AMOUNT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-BLDCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
               IF WS-BLD-VIN NOT = WS-BRK-VIN
                   IF WS-BRK-VIN NOT = SPACES
                       PERFORM 044-BLD-VEHICLE-TOTAL
                   END-IF
                   PERFORM 043-BLD-VEHICLE-LINE
               END-IF
               MOVE WS-BLD-INVOICE-DATE TO RPT-BLR-DATE
               MOVE WS-BLD-VENDOR TO RPT-BLR-VENDOR
               MOVE WS-BLD-INVOICE-NO TO RPT-BLR-INVOICE-NO
               MOVE WS-BLD-CATEGORY TO RPT-BLR-CATEGORY
               MOVE WS-BLD-AMOUNT TO RPT-BLR-AMOUNT
               MOVE RPT-BLD-RCN-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
               ADD WS-BLD-AMOUNT TO WS-TOT-RECON
           END-IF
           .
      *> A new vehicle opens with what was paid for the unit itself.
       043-BLD-VEHICLE-LINE.
           MOVE WS-BLD-VIN TO WS-BRK-VIN
           MOVE WS-BLD-ACQ-COST TO WS-BRK-ACQ-COST
           ADD 1 TO WS-TOT-VEHICLES
           MOVE WS-BLD-VIN TO RPT-BLV-VIN
           MOVE WS-BLD-YR TO RPT-BLV-YR
           MOVE WS-BLD-MAKE TO RPT-BLV-MAKE
           MOVE WS-BLD-MODEL TO RPT-BLV-MODEL
           MOVE WS-BLD-LOC TO RPT-BLV-LOC
           COMPUTE RPT-BLV-PURCHASE =
               WS-BLD-ACQ-COST - WS-BLD-RECON-SUM
           COMPUTE WS-TOT-PURCHASE = WS-TOT-PURCHASE
               + WS-BLD-ACQ-COST - WS-BLD-RECON-SUM
           MOVE RPT-BLD-VEH-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
      *> ...and closes with the cost it now carries.
       044-BLD-VEHICLE-TOTAL.
           MOVE WS-BRK-ACQ-COST TO RPT-BLT-COST
           ADD WS-BRK-ACQ-COST TO WS-TOT-COST
           MOVE RPT-BLD-TOT-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
      *> The month's spend by category and lot, a total after each
      *> category, then each lot across all categories.
       045-SPEND-SECTION.
           MOVE RPT-SPN-CAPTION TO RPT-HEADING-2
           PERFORM 050-RPT-PAGE-HEADING
           MOVE WS-RPT-YEAR TO RPT-SPH-YEAR
           MOVE WS-RPT-MONTH TO RPT-SPH-MONTH
           MOVE RPT-SPN-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE '045-SPN-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE SPNCUR CURSOR FOR
               SELECT COST-CATEGORY, VEH-LOC, COUNT(*), SUM(AMOUNT)
                 FROM RECON_COST
                WHERE YEAR(INVOICE-DATE) = :WS-RPT-YEAR
                  AND MONTH(INVOICE-DATE) = :WS-RPT-MONTH
                GROUP BY COST-CATEGORY, VEH-LOC
                ORDER BY COST-CATEGORY, VEH-LOC
           END-EXEC
           MOVE '045-SPN-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN SPNCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 046-SPN-FETCH-LOOP UNTIL SPNCUR-EOF
           MOVE '045-SPN-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE SPNCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF WS-BRK-CATEGORY NOT = SPACES
               PERFORM 047-SPN-CATEGORY-TOTAL
           END-IF
           MOVE '045-LOC-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE LOCCUR CURSOR FOR
               SELECT VEH-LOC, COUNT(*), SUM(AMOUNT)
                 FROM RECON_COST
                WHERE YEAR(INVOICE-DATE) = :WS-RPT-YEAR
                  AND MONTH(INVOICE-DATE) = :WS-RPT-MONTH
                GROUP BY VEH-LOC
                ORDER BY VEH-LOC
           END-EXEC
           MOVE '045-LOC-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN LOCCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 048-LOC-FETCH-LOOP UNTIL LOCCUR-EOF
           MOVE '045-LOC-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE LOCCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE WS-TOT-INVOICES TO RPT-SPG-INVOICES
           MOVE WS-TOT-SPEND TO RPT-SPG-AMOUNT
           MOVE RPT-SPN-GRAND-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       046-SPN-FETCH-LOOP.
           MOVE '046-SPN-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH SPNCUR
                INTO :WS-SPN-CATEGORY, :WS-SPN-LOC,
                     :WS-SPN-INVOICES, :WS-SPN-AMOUNT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-SPNCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               IF WS-SPN-CATEGORY NOT = WS-BRK-CATEGORY
                   IF WS-BRK-CATEGORY NOT = SPACES
                       PERFORM 047-SPN-CATEGORY-TOTAL
                   END-IF
                   MOVE WS-SPN-CATEGORY TO WS-BRK-CATEGORY
               END-IF
               ADD WS-SPN-INVOICES TO WS-CAT-INVOICES
               ADD WS-SPN-AMOUNT TO WS-CAT-AMOUNT
               ADD WS-SPN-INVOICES TO WS-TOT-INVOICES
               ADD WS-SPN-AMOUNT TO WS-TOT-SPEND
               MOVE WS-SPN-CATEGORY TO RPT-SPN-CATEGORY
               MOVE WS-SPN-LOC TO RPT-SPN-LOC
               MOVE WS-SPN-INVOICES TO RPT-SPN-INVOICES
               MOVE WS-SPN-AMOUNT TO RPT-SPN-AMOUNT
               MOVE RPT-SPN-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
           .
       047-SPN-CATEGORY-TOTAL.
           MOVE WS-BRK-CATEGORY TO RPT-SPN-CATEGORY
           MOVE 'ALL' TO RPT-SPN-LOC
           MOVE WS-CAT-INVOICES TO RPT-SPN-INVOICES
           MOVE WS-CAT-AMOUNT TO RPT-SPN-AMOUNT
           MOVE RPT-SPN-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE ZERO TO WS-CAT-INVOICES
           MOVE ZERO TO WS-CAT-AMOUNT
           .
       048-LOC-FETCH-LOOP.
           MOVE '048-LOC-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH LOCCUR
                INTO :WS-SPN-LOC, :WS-SPN-INVOICES, :WS-SPN-AMOUNT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-LOCCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               MOVE 'ALL' TO RPT-SPN-CATEGORY
               MOVE WS-SPN-LOC TO RPT-SPN-LOC
               MOVE WS-SPN-INVOICES TO RPT-SPN-INVOICES
               MOVE WS-SPN-AMOUNT TO RPT-SPN-AMOUNT
               MOVE RPT-SPN-LINE TO RPT-RECORD
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
