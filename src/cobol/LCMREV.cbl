      *> Lower-of-cost-or-market review: every in-stock vehicle whose
      *> MARKET-VALUE (the valuation vendor's mark VEHACK posts) has
      *> fallen below the BOOK-VALUE it is carried at is listed with
      *> its shortfall, and the shortfall is totalled by make and by
      *> lot for Finance's impairment entry. For each impaired unit a
      *> write-down card in VEHLOAD's VEHTRAN format is written - a
      *> 'C' on the row, description unchanged, BOOK-VALUE set to the
      *> market value - so the write-down goes through the normal
      *> edited, audited maintenance path the way PHYSINV's
      *> correction cards do, and nothing here updates VEHICLE. The
      *> cards go out between the 'H' header and 'E' trailer VEHLOAD
      *> proves every deck against. Once VEHLOAD applies a card, the
      *> old and new book value on its VEHICLE_HIST row are what
      *> GLPOST posts as the impairment entry.
      *> Vehicles the vendor has not valued yet (MARKET-VALUE zero)
      *> are listed in a section of their own and get no card: a
      *> zero mark means "no opinion", not "worthless".
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCMREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO LCMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRITEDOWN-FILE ASSIGN TO WDNTRAN
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

       FD  WRITEDOWN-FILE
           RECORDING MODE IS F.
      *> VEHLOAD's TRAN-RECORD card layout, field for field, so this
      *> file feeds straight into the next VEHLOAD run as VEHTRAN.
       01  CORR-RECORD.
           05  CORR-ACTION          PIC X.
           05  CORR-VEH-YR          PIC 9(4).
           05  CORR-VEH-DESC        PIC X(50).
           05  CORR-NEW-VEH-DESC    PIC X(50).
           05  CORR-VEH-MAKE        PIC X(20).
           05  CORR-VEH-MODEL       PIC X(20).
           05  CORR-VEH-VIN         PIC X(17).
           05  CORR-VEH-STATUS      PIC X.
           05  CORR-ACQ-COST-X      PIC X(9).
           05  CORR-BOOK-VALUE-X    PIC X(9).
           05  CORR-BOOK-VALUE     REDEFINES CORR-BOOK-VALUE-X
                                    PIC 9(7)V99.
           05  CORR-SALE-PRICE-X    PIC X(9).
           05  CORR-SALE-DATE       PIC X(10).
           05  CORR-VEH-LOC         PIC X(4).
           05  FILLER               PIC X(16).
      *> VEHLOAD's TRAN-CONTROL-RECORD: deck header and trailer.
       01  CORR-CONTROL-RECORD.
           05  CORR-CTL-ACTION      PIC X.
           05  CORR-CTL-DATE        PIC X(10).
           05  CORR-CTL-SOURCE      PIC X(8).
           05  CORR-CTL-COUNT       PIC 9(9).
           05  CORR-CTL-ACQ-HASH    PIC 9(11)V99.
           05  CORR-CTL-BOOK-HASH   PIC 9(11)V99.
           05  CORR-CTL-SALE-HASH   PIC 9(11)V99.
           05  FILLER               PIC X(153).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

      *> One impaired (or unvalued) in-stock vehicle.
       01  WS-VEH-ROW.
           05  WS-VEH-LOC            PIC X(4).
           05  WS-VEH-VIN            PIC X(17).
           05  WS-VEH-YR             PIC 9(4).
           05  WS-VEH-DESC           PIC X(50).
           05  WS-VEH-MAKE           PIC X(20).
           05  WS-VEH-MODEL          PIC X(20).
           05  WS-BOOK-VALUE         PIC S9(7)V99 COMP-3.
           05  WS-MARKET-VALUE       PIC S9(7)V99 COMP-3.
           05  WS-SHORTFALL          PIC S9(7)V99 COMP-3.

      *> One make or lot subtotal from MAKECUR/LOCCUR.
       01  WS-GRP-ROW.
           05  WS-GRP-KEY            PIC X(20).
           05  WS-GRP-UNITS          PIC S9(9) COMP.
           05  WS-GRP-BOOK           PIC S9(13)V99 COMP-3.
           05  WS-GRP-MARKET         PIC S9(13)V99 COMP-3.
           05  WS-GRP-SHORTFALL      PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-FIELDS.
           05  WS-TOTAL-SHORTFALL    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CARD-BOOK-HASH     PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-CARD-COUNT         PIC 9(9) COMP VALUE ZERO.
           05  WS-UNVALUED-COUNT     PIC 9(9) COMP VALUE ZERO.

       01  WS-CURSOR-FIELDS.
           05  WS-IMPCUR-STATUS      PIC X(3) VALUE 'OK'.
               88  IMPCUR-EOF        VALUE 'EOF'.
           05  WS-MAKECUR-STATUS     PIC X(3) VALUE 'OK'.
               88  MAKECUR-EOF       VALUE 'EOF'.
           05  WS-LOCCUR-STATUS      PIC X(3) VALUE 'OK'.
               88  LOCCUR-EOF        VALUE 'EOF'.
           05  WS-ZROCUR-STATUS      PIC X(3) VALUE 'OK'.
               88  ZROCUR-EOF        VALUE 'EOF'.

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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'LCMREV'.
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
               VALUE 'LOWER OF COST OR MARKET REVIEW'.
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
           05  FILLER                PIC X(20) VALUE 'MODEL'.
           05  FILLER                PIC X(18)
               VALUE '        BOOK VALUE'.
           05  FILLER                PIC X(18)
               VALUE '      MARKET VALUE'.
           05  FILLER                PIC X(18)
               VALUE '         SHORTFALL'.
           05  FILLER                PIC X(5)  VALUE SPACES.

      *> Money formatted the way the shop expects (the signed edited
      *> shape of SAMPDEMO's AMT-FMT), widened for totals.
       01  RPT-IMP-LINE.
           05  RPT-IMP-LOC           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-IMP-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-IMP-YR            PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-IMP-MAKE          PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-IMP-MODEL         PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-IMP-BOOK          PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-IMP-MARKET        PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-IMP-SHORTFALL     PIC -(12)9.99.
           05  FILLER                PIC X(5)  VALUE SPACES.

      *> Make and lot subtotal sections share one caption and one
      *> line shape; the caption's first column is named per section.
       01  RPT-GRP-HEADING           PIC X(132).

       01  RPT-GRP-CAPTION.
           05  RPT-GRP-CAP-KEY       PIC X(22).
           05  FILLER                PIC X(11) VALUE '      UNITS'.
           05  FILLER                PIC X(18)
               VALUE '        BOOK VALUE'.
           05  FILLER                PIC X(18)
               VALUE '      MARKET VALUE'.
           05  FILLER                PIC X(18)
               VALUE '         SHORTFALL'.
           05  FILLER                PIC X(45) VALUE SPACES.

       01  RPT-GRP-LINE.
           05  RPT-GRP-KEY           PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GRP-UNITS         PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GRP-BOOK          PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GRP-MARKET        PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GRP-SHORTFALL     PIC -(12)9.99.
           05  FILLER                PIC X(47) VALUE SPACES.

       01  RPT-ZRO-HEADING.
           05  FILLER                PIC X(132)
               VALUE 'NOT YET VALUED - MARKET VALUE ZERO, NO CARD'.

       01  RPT-ZRO-CAPTION.
           05  FILLER                PIC X(6)  VALUE 'LOC'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(6)  VALUE 'YEAR'.
           05  FILLER                PIC X(22) VALUE 'MAKE'.
           05  FILLER                PIC X(20) VALUE 'MODEL'.
           05  FILLER                PIC X(18)
               VALUE '        BOOK VALUE'.
           05  FILLER                PIC X(41) VALUE SPACES.

       01  RPT-ZRO-LINE.
           05  RPT-ZRO-LOC           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ZRO-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ZRO-YR            PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ZRO-MAKE          PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ZRO-MODEL         PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ZRO-BOOK          PIC -(12)9.99.
           05  FILLER                PIC X(41) VALUE SPACES.

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(16)
               VALUE 'IMPAIRED UNITS: '.
           05  RPT-TRL-IMPAIRED      PIC Z(8)9.
           05  FILLER                PIC X(13) VALUE '  SHORTFALL: '.
           05  RPT-TRL-SHORTFALL     PIC -(12)9.99.
           05  FILLER                PIC X(20)
               VALUE '  WRITE-DOWN CARDS: '.
           05  RPT-TRL-CARDS         PIC Z(8)9.
           05  FILLER                PIC X(14) VALUE '  NOT VALUED: '.
           05  RPT-TRL-UNVALUED      PIC Z(8)9.
           05  FILLER                PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'LCMREV: lower of cost or market review'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-REVIEW
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
       040-REVIEW.
           MOVE '040-REVIEW-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT WRITEDOWN-FILE
           PERFORM 065-WRITE-DECK-HEADER
           PERFORM 050-RPT-PAGE-HEADING
           PERFORM 041-IMPAIRED-SECTION
           PERFORM 043-MAKE-SECTION
           PERFORM 045-LOC-SECTION
           PERFORM 060-UNVALUED-SECTION
           MOVE WS-ROW-COUNT TO RPT-TRL-IMPAIRED
           MOVE WS-TOTAL-SHORTFALL TO RPT-TRL-SHORTFALL
           MOVE WS-CARD-COUNT TO RPT-TRL-CARDS
           MOVE WS-UNVALUED-COUNT TO RPT-TRL-UNVALUED
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           PERFORM 066-WRITE-DECK-TRAILER
           CLOSE WRITEDOWN-FILE
           DISPLAY 'LCMREV: ' WS-ROW-COUNT ' IMPAIRED, '
               WS-CARD-COUNT ' WRITE-DOWN CARDS, '
               WS-UNVALUED-COUNT ' NOT VALUED'
      *> Write-down cards are waiting on the next VEHLOAD run - warn
      *> so the schedule shows there is posting work outstanding.
           IF WS-CARD-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
      *> The impaired units themselves, by lot then make, each with
      *> its write-down card.
       041-IMPAIRED-SECTION.
           MOVE '041-IMP-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE IMPCUR CURSOR FOR
               SELECT VEH-LOC, VEH-VIN, VEH-YR, VEH-DESC, VEH-MAKE,
                      VEH-MODEL, BOOK-VALUE, MARKET-VALUE
                 FROM VEHICLE
                WHERE VEH-STATUS = 'I'
                  AND MARKET-VALUE > 0
                  AND MARKET-VALUE < BOOK-VALUE
                ORDER BY VEH-LOC, VEH-MAKE, VEH-VIN
           END-EXEC
           MOVE '041-IMP-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN IMPCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 042-IMP-FETCH-LOOP UNTIL IMPCUR-EOF
           MOVE '041-IMP-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE IMPCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       042-IMP-FETCH-LOOP.
           MOVE '042-IMP-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH IMPCUR
                INTO :WS-VEH-LOC, :WS-VEH-VIN, :WS-VEH-YR,
                     :WS-VEH-DESC, :WS-VEH-MAKE, :WS-VEH-MODEL,
                     :WS-BOOK-VALUE, :WS-MARKET-VALUE
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-IMPCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
               COMPUTE WS-SHORTFALL =
                   WS-BOOK-VALUE - WS-MARKET-VALUE
               ADD WS-SHORTFALL TO WS-TOTAL-SHORTFALL
               MOVE WS-VEH-LOC TO RPT-IMP-LOC
               MOVE WS-VEH-VIN TO RPT-IMP-VIN
               MOVE WS-VEH-YR TO RPT-IMP-YR
               MOVE WS-VEH-MAKE TO RPT-IMP-MAKE
               MOVE WS-VEH-MODEL TO RPT-IMP-MODEL
               MOVE WS-BOOK-VALUE TO RPT-IMP-BOOK
               MOVE WS-MARKET-VALUE TO RPT-IMP-MARKET
               MOVE WS-SHORTFALL TO RPT-IMP-SHORTFALL
               MOVE RPT-IMP-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
               PERFORM 047-WRITE-WRITEDOWN
           END-IF
           .
      *> The write-down card: a 'C' on the row, carrying its own
      *> description unchanged and BOOK-VALUE set to the market
      *> value, so VEHLOAD's edits and audit trail apply on the way
      *> in - the same shape as PHYSINV's correction cards.
       047-WRITE-WRITEDOWN.
           MOVE SPACES TO CORR-RECORD
           MOVE 'C' TO CORR-ACTION
           MOVE WS-VEH-YR TO CORR-VEH-YR
           MOVE WS-VEH-DESC TO CORR-VEH-DESC
           MOVE WS-VEH-DESC TO CORR-NEW-VEH-DESC
           MOVE WS-MARKET-VALUE TO CORR-BOOK-VALUE
           WRITE CORR-RECORD
           ADD 1 TO WS-CARD-COUNT
           ADD CORR-BOOK-VALUE TO WS-CARD-BOOK-HASH
           .
      *> Deck wrapper for VEHLOAD: the trailer carries the card count
      *> and the BOOK-VALUE hash; the cards carry no cost or price.
       065-WRITE-DECK-HEADER.
           MOVE SPACES TO CORR-CONTROL-RECORD
           MOVE 'H' TO CORR-CTL-ACTION
           MOVE WS-RPT-DATE(1:10) TO CORR-CTL-DATE
           MOVE WS-ERR-PGM TO CORR-CTL-SOURCE
           WRITE CORR-CONTROL-RECORD
           .
       066-WRITE-DECK-TRAILER.
           MOVE SPACES TO CORR-CONTROL-RECORD
           MOVE 'E' TO CORR-CTL-ACTION
           MOVE WS-RPT-DATE(1:10) TO CORR-CTL-DATE
           MOVE WS-ERR-PGM TO CORR-CTL-SOURCE
           MOVE WS-CARD-COUNT TO CORR-CTL-COUNT
           MOVE ZERO TO CORR-CTL-ACQ-HASH
           MOVE WS-CARD-BOOK-HASH TO CORR-CTL-BOOK-HASH
           MOVE ZERO TO CORR-CTL-SALE-HASH
           WRITE CORR-CONTROL-RECORD
           .
      *> Shortfall by make, over the same impaired population.
       043-MAKE-SECTION.
           MOVE 'IMPAIRMENT SHORTFALL BY MAKE' TO RPT-GRP-HEADING
           MOVE 'MAKE' TO RPT-GRP-CAP-KEY
           PERFORM 049-WRITE-GRP-HEADING
           MOVE '043-MAKE-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE MAKECUR CURSOR FOR
               SELECT VEH-MAKE, COUNT(*), SUM(BOOK-VALUE),
                      SUM(MARKET-VALUE),
                      SUM(BOOK-VALUE - MARKET-VALUE)
                 FROM VEHICLE
                WHERE VEH-STATUS = 'I'
                  AND MARKET-VALUE > 0
                  AND MARKET-VALUE < BOOK-VALUE
                GROUP BY VEH-MAKE
                ORDER BY VEH-MAKE
           END-EXEC
           MOVE '043-MAKE-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN MAKECUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 044-MAKE-FETCH-LOOP UNTIL MAKECUR-EOF
           MOVE '043-MAKE-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE MAKECUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       044-MAKE-FETCH-LOOP.
           MOVE '044-MAKE-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH MAKECUR
                INTO :WS-GRP-KEY, :WS-GRP-UNITS, :WS-GRP-BOOK,
                     :WS-GRP-MARKET, :WS-GRP-SHORTFALL
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-MAKECUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               PERFORM 058-WRITE-GRP-LINE
           END-IF
           .
      *> Shortfall by lot, over the same impaired population.
       045-LOC-SECTION.
           MOVE 'IMPAIRMENT SHORTFALL BY LOCATION' TO RPT-GRP-HEADING
           MOVE 'LOCATION' TO RPT-GRP-CAP-KEY
           PERFORM 049-WRITE-GRP-HEADING
           MOVE '045-LOC-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE LOCCUR CURSOR FOR
               SELECT VEH-LOC, COUNT(*), SUM(BOOK-VALUE),
                      SUM(MARKET-VALUE),
                      SUM(BOOK-VALUE - MARKET-VALUE)
                 FROM VEHICLE
                WHERE VEH-STATUS = 'I'
                  AND MARKET-VALUE > 0
                  AND MARKET-VALUE < BOOK-VALUE
                GROUP BY VEH-LOC
                ORDER BY VEH-LOC
           END-EXEC
           MOVE '045-LOC-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN LOCCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 046-LOC-FETCH-LOOP UNTIL LOCCUR-EOF
           MOVE '045-LOC-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE LOCCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       046-LOC-FETCH-LOOP.
           MOVE '046-LOC-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH LOCCUR
                INTO :WS-GRP-KEY, :WS-GRP-UNITS, :WS-GRP-BOOK,
                     :WS-GRP-MARKET, :WS-GRP-SHORTFALL
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-LOCCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               PERFORM 058-WRITE-GRP-LINE
           END-IF
           .
       049-WRITE-GRP-HEADING.
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-GRP-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-GRP-CAPTION TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       058-WRITE-GRP-LINE.
           MOVE WS-GRP-KEY TO RPT-GRP-KEY
           MOVE WS-GRP-UNITS TO RPT-GRP-UNITS
           MOVE WS-GRP-BOOK TO RPT-GRP-BOOK
           MOVE WS-GRP-MARKET TO RPT-GRP-MARKET
           MOVE WS-GRP-SHORTFALL TO RPT-GRP-SHORTFALL
           MOVE RPT-GRP-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
      *> In-stock vehicles the vendor has not marked yet: listed so
      *> they are chased, never written down.
       060-UNVALUED-SECTION.
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-ZRO-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-ZRO-CAPTION TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE '060-ZRO-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE ZROCUR CURSOR FOR
               SELECT VEH-LOC, VEH-VIN, VEH-YR, VEH-MAKE, VEH-MODEL,
                      BOOK-VALUE
                 FROM VEHICLE
                WHERE VEH-STATUS = 'I'
                  AND MARKET-VALUE = 0
                ORDER BY VEH-LOC, VEH-MAKE, VEH-VIN
           END-EXEC
           MOVE '060-ZRO-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN ZROCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 061-ZRO-FETCH-LOOP UNTIL ZROCUR-EOF
           MOVE '060-ZRO-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE ZROCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       061-ZRO-FETCH-LOOP.
           MOVE '061-ZRO-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH ZROCUR
                INTO :WS-VEH-LOC, :WS-VEH-VIN, :WS-VEH-YR,
                     :WS-VEH-MAKE, :WS-VEH-MODEL, :WS-BOOK-VALUE
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-ZROCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE WS-VEH-LOC TO RPT-ZRO-LOC
               MOVE WS-VEH-VIN TO RPT-ZRO-VIN
               MOVE WS-VEH-YR TO RPT-ZRO-YR
               MOVE WS-VEH-MAKE TO RPT-ZRO-MAKE
               MOVE WS-VEH-MODEL TO RPT-ZRO-MODEL
               MOVE WS-BOOK-VALUE TO RPT-ZRO-BOOK
               MOVE RPT-ZRO-LINE TO RPT-RECORD
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
