      *> maintenance path instead of ad-hoc SQL. Vehicles missing
      *> from the lot and scans with no row at all stay report-only:
      *> they need a human decision (and a sale price), not a
      *> mechanical card. The cards go out between the 'H' header and
      *> 'E' trailer VEHLOAD proves every deck against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHYSINV.
       ENVIRONMENT DIVISION.
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
           PERFORM 900-SQLCODE-CHECK
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT CORRECTION-FILE
           PERFORM 065-WRITE-DECK-HEADER
           PERFORM 050-RPT-PAGE-HEADING
           PERFORM 041-LOAD-SCAN
           IF SCAN-OVERFLOW
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           PERFORM 066-WRITE-DECK-TRAILER
           CLOSE CORRECTION-FILE
           DISPLAY 'PHYSINV: ' WS-ROW-COUNT ' IN-STOCK ROWS CHECKED, '
               WS-EXCEPTION-COUNT ' DISCREPANCIES, '
           WRITE CORR-RECORD
           ADD 1 TO WS-CORRECTION-COUNT
           .
      *> Deck wrapper for VEHLOAD. Correction cards carry no money
      *> fields, so the trailer's hash totals are always zero.
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
           MOVE WS-CORRECTION-COUNT TO CORR-CTL-COUNT
           MOVE ZERO TO CORR-CTL-ACQ-HASH
           MOVE ZERO TO CORR-CTL-BOOK-HASH
           MOVE ZERO TO CORR-CTL-SALE-HASH
           WRITE CORR-CONTROL-RECORD
           .
      *> Table lookup by VIN, one entry per call of 071-FIND-STEP.
       070-FIND-SCAN-ENTRY.
           MOVE ZERO TO WS-SCAN-FOUND-IX
