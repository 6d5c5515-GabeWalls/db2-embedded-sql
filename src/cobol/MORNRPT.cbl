      *> night no longer means JOBSTRPT plus LOGRPT plus hand-queries
      *> of CHECKPOINT and RUNLOCK. Per program: the final return
      *> code and elapsed seconds of its last completed JOBSTATS run,
      *> how many ERROR-severity and WARN-severity LOG rows it wrote
      *> (REJAGE's over-age suspense warnings are WARN rows), whether
      *> it left a restart CHECKPOINT row behind (abended and not yet
      *> rerun - a clean run deletes its row; VEHEXTR's
      *> high-water-mark row, with no cursor-restart position in it,
      *> is its normal state and not flagged), and whether its
      *> RUNLOCK row is older than the window (a stale lock from a
      *> crash). Worst problems print first; anything needing
      *> attention raises a non-zero return code so operations
      *> notices.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNRPT.
       ENVIRONMENT DIVISION.
       01  WS-WINDOW-HOURS           PIC S9(4) COMP VALUE 24.

      *> One entry per program seen anywhere last night - a completed
      *> JOBSTATS run, an ERROR or WARN LOG row, or a stale RUNLOCK
      *> row all earn a line. Same fixed-table shape as JOBSTRPT's
      *> averages.
       01  WS-STATUS-TABLE.
           05  WS-ST-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-ST-ENTRY           OCCURS 50.
               10  WS-ST-RC          PIC S9(9) COMP.
               10  WS-ST-ELAPSED     PIC S9(9) COMP.
               10  WS-ST-ERRLOGS     PIC S9(9) COMP.
               10  WS-ST-WARNLOGS    PIC S9(9) COMP.
               10  WS-ST-CHK         PIC X.
               10  WS-ST-STALE       PIC X.
               10  WS-ST-SEVERITY    PIC S9(4) COMP.
           05  WS-STAT-ELAPSED       PIC S9(9) COMP.
           05  WS-STAT-RC            PIC S9(9) COMP.
           05  WS-STAT-ERRS          PIC S9(9) COMP.
           05  WS-STAT-WARNS         PIC S9(9) COMP.
           05  WS-PROBE-COUNT        PIC S9(9) COMP.

       01  WS-COUNT-FIELDS.
           05  FILLER                PIC X(5)  VALUE '  RC'.
           05  FILLER                PIC X(12) VALUE '  ELAPSED-S'.
           05  FILLER                PIC X(12) VALUE '  ERR-LOGS'.
           05  FILLER                PIC X(12) VALUE '  WARN-LOGS'.
           05  FILLER                PIC X(6)  VALUE ' CHKPT'.
           05  FILLER                PIC X(7)  VALUE ' STALE'.
           05  FILLER                PIC X(68) VALUE ' FLAG'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-PGM           PIC X(8).
           05  RPT-DET-ELAPSED       PIC Z(8)9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-DET-ERRS          PIC Z(8)9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-DET-WARNS         PIC Z(8)9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-DET-CHK           PIC X.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  RPT-DET-STALE         PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-FLAG          PIC X(40).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(17)
           EXEC SQL WHENEVER SQLERROR GO TO DB-ERROR END-EXEC
           .
      *> Three collection passes fill the status table (completed
      *> runs, ERROR and WARN log writers, stale locks), one probe
      *> pass adds the checkpoint and stale-lock flags and scores
      *> each entry, then the print pass empties the table
      *> worst-first.
       040-REPORT.
           MOVE '040-REPORT-DATE' TO WS-ERR-PARA
           EXEC SQL
           .
      *> ERROR-severity LOG writers inside the window earn a line
      *> even with no completed run - that combination is exactly the
      *> abend signature worth seeing first. WARN rows are counted
      *> alongside: work a program finished but flagged for a person
      *> (an over-age reject suspense item, say) rates a CHECK.
       043-COLLECT-ERRORS.
           MOVE '043-ERRS-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE ERRCUR CURSOR FOR
               SELECT SOURCE-PGM,
                      SUM(CASE WHEN SEVERITY = 'ERROR'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN SEVERITY = 'WARN'
                               THEN 1 ELSE 0 END)
                 FROM LOG
                WHERE SEVERITY IN ('ERROR', 'WARN')
                  AND TS > CURRENT TIMESTAMP
                      - :WS-WINDOW-HOURS HOURS
                GROUP BY SOURCE-PGM
       044-ERR-FETCH-LOOP.
           MOVE '044-ERR-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH ERRCUR
                INTO :WS-STAT-PGM, :WS-STAT-ERRS, :WS-STAT-WARNS
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               IF WS-TBL-FOUND-IX > ZERO
                   MOVE WS-STAT-ERRS
                       TO WS-ST-ERRLOGS (WS-TBL-FOUND-IX)
                   MOVE WS-STAT-WARNS
                       TO WS-ST-WARNLOGS (WS-TBL-FOUND-IX)
               END-IF
           END-IF
           .
           IF WS-ST-ERRLOGS (WS-TBL-IX) > ZERO
               ADD 8 TO WS-ST-SEVERITY (WS-TBL-IX)
           END-IF
           IF WS-ST-WARNLOGS (WS-TBL-IX) > ZERO
               ADD 2 TO WS-ST-SEVERITY (WS-TBL-IX)
           END-IF
           IF WS-ST-CHK (WS-TBL-IX) = 'Y'
               ADD 4 TO WS-ST-SEVERITY (WS-TBL-IX)
           END-IF
           MOVE WS-ST-RC (WS-TBL-BEST-IX) TO RPT-DET-RC
           MOVE WS-ST-ELAPSED (WS-TBL-BEST-IX) TO RPT-DET-ELAPSED
           MOVE WS-ST-ERRLOGS (WS-TBL-BEST-IX) TO RPT-DET-ERRS
           MOVE WS-ST-WARNLOGS (WS-TBL-BEST-IX) TO RPT-DET-WARNS
           MOVE WS-ST-CHK (WS-TBL-BEST-IX) TO RPT-DET-CHK
           MOVE WS-ST-STALE (WS-TBL-BEST-IX) TO RPT-DET-STALE
           EVALUATE TRUE
               MOVE ZERO TO WS-ST-RC (WS-TBL-FOUND-IX)
               MOVE ZERO TO WS-ST-ELAPSED (WS-TBL-FOUND-IX)
               MOVE ZERO TO WS-ST-ERRLOGS (WS-TBL-FOUND-IX)
               MOVE ZERO TO WS-ST-WARNLOGS (WS-TBL-FOUND-IX)
               MOVE 'N' TO WS-ST-CHK (WS-TBL-FOUND-IX)
               MOVE 'N' TO WS-ST-STALE (WS-TBL-FOUND-IX)
               MOVE ZERO TO WS-ST-SEVERITY (WS-TBL-FOUND-IX)
