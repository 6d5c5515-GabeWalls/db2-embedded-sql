      *> one calendar month, with a grand total - so Finance reads
      *> the month's disposals off one report instead of querying the
      *> table. The month comes from the parm card; left blank, the
      *> current month is reported. A reversed sale (VEHLOAD's 'R'
      *> card) carries an offsetting DISPOSAL row with its amounts
      *> negated, so proceeds and gain/loss net on their own; the
      *> reversal row counts minus one unit so units net too.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPRPT.
       ENVIRONMENT DIVISION.
       01  RPT-DETAIL-LINE.
           05  RPT-DET-YR            PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-UNITS         PIC -(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-PROCEEDS      PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
       01  RPT-GRAND-LINE.
           05  FILLER                PIC X(6)
               VALUE 'TOTAL'.
           05  RPT-GRAND-UNITS       PIC -(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GRAND-PROCEEDS    PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           MOVE '040-REPORT-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE DSPCUR CURSOR FOR
               SELECT VEH-YR,
                      SUM(CASE WHEN DISP-TYPE = 'R' THEN -1
                               ELSE 1 END),
                      SUM(SALE-PRICE), SUM(GAIN-LOSS)
                 FROM DISPOSAL
                WHERE YEAR(SALE-DATE) = :WS-RPT-YEAR
                  AND MONTH(SALE-DATE) = :WS-RPT-MONTH
