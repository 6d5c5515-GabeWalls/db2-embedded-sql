      *> Reject recycle: puts corrected VEHTRAN cards back in front of
      *> VEHLOAD through the REJ_SUSPENSE table instead of by hand.
      *> The Inventory clerks key a corrected card image for each
      *> item they have fixed - the VEHREJ image with the error put
      *> right, SUSP-ID still in columns 205-213 - to RCYFIX. Each
      *> correction whose item is still open replaces the card image
      *> held in suspense and marks the item 'R' (corrected, awaiting
      *> VEHLOAD); one naming no suspense item, or an item already
      *> closed, is refused on the report. Every item at 'R' is then
      *> released to RCYTRAN as a VEHTRAN deck, wrapped in the 'H'
      *> header and 'E' trailer VEHLOAD proves decks against, for the
      *> next VEHLOAD run. VEHLOAD closes each item as its card
      *> applies, or reopens it with the new reason if it is refused
      *> again. An item stays at 'R' until VEHLOAD sees it, so a
      *> lost or refused deck is simply made again by the next run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRCYC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIX-FILE ASSIGN TO RCYFIX
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECYCLE-FILE ASSIGN TO RCYTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO RCYRPT
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

       FD  FIX-FILE
           RECORDING MODE IS F.
      *> A corrected card: VEHLOAD's TRAN-RECORD layout, carrying the
      *> SUSP-ID of the item it corrects.
       01  FIX-RECORD.
           05  FIX-ACTION           PIC X.
           05  FIX-VEH-YR           PIC X(4).
           05  FIX-VEH-DESC         PIC X(50).
           05  FIX-NEW-VEH-DESC     PIC X(50).
           05  FIX-VEH-MAKE         PIC X(20).
           05  FIX-VEH-MODEL        PIC X(20).
           05  FIX-VEH-VIN          PIC X(17).
           05  FIX-VEH-STATUS       PIC X.
           05  FIX-ACQ-COST-X       PIC X(9).
           05  FIX-BOOK-VALUE-X     PIC X(9).
           05  FIX-SALE-PRICE-X     PIC X(9).
           05  FIX-SALE-DATE        PIC X(10).
           05  FIX-VEH-LOC          PIC X(4).
           05  FIX-SUSP-ID          PIC 9(9).
           05  FILLER               PIC X(7).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
      *> VEHLOAD's TRAN-RECORD card layout, field for field, so this
      *> file feeds straight into the next VEHLOAD run as VEHTRAN.
       01  RCY-RECORD.
           05  RCY-ACTION           PIC X.
           05  RCY-VEH-YR           PIC X(4).
           05  RCY-VEH-DESC         PIC X(50).
           05  RCY-NEW-VEH-DESC     PIC X(50).
           05  RCY-VEH-MAKE         PIC X(20).
           05  RCY-VEH-MODEL        PIC X(20).
           05  RCY-VEH-VIN          PIC X(17).
           05  RCY-VEH-STATUS       PIC X.
           05  RCY-ACQ-COST-X       PIC X(9).
           05  RCY-ACQ-COST        REDEFINES RCY-ACQ-COST-X
                                    PIC 9(7)V99.
           05  RCY-BOOK-VALUE-X     PIC X(9).
           05  RCY-BOOK-VALUE      REDEFINES RCY-BOOK-VALUE-X
                                    PIC 9(7)V99.
           05  RCY-SALE-PRICE-X     PIC X(9).
           05  RCY-SALE-PRICE      REDEFINES RCY-SALE-PRICE-X
                                    PIC 9(7)V99.
           05  RCY-SALE-DATE        PIC X(10).
           05  RCY-VEH-LOC          PIC X(4).
           05  RCY-SUSP-ID          PIC 9(9).
           05  FILLER               PIC X(7).
      *> VEHLOAD's TRAN-CONTROL-RECORD: deck header and trailer.
       01  RCY-CONTROL-RECORD.
           05  RCY-CTL-ACTION       PIC X.
           05  RCY-CTL-DATE         PIC X(10).
           05  RCY-CTL-SOURCE       PIC X(8).
           05  RCY-CTL-COUNT        PIC 9(9).
           05  RCY-CTL-ACQ-HASH     PIC 9(11)V99.
           05  RCY-CTL-BOOK-HASH    PIC 9(11)V99.
           05  RCY-CTL-SALE-HASH    PIC 9(11)V99.
           05  FILLER               PIC X(153).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-FIX-STATUS         PIC X(3) VALUE 'OK'.
           88  FIX-FILE-EOF      VALUE 'EOF'.

      *> The suspense item a correction names, or one being released.
       01  WS-SUSP-ROW.
           05  WS-SUSP-ID            PIC S9(9) COMP.
           05  WS-SUSP-COUNT         PIC S9(9) COMP.
           05  WS-SUSP-STATUS        PIC X.
           05  WS-SUSP-IMAGE         PIC X(220).
           05  WS-SUSP-ACTION        PIC X.
           05  WS-SUSP-VIN           PIC X(17).
           05  WS-SUSP-REJ-CODE      PIC X(2).
           05  WS-SUSP-RESUBMITS     PIC S9(9) COMP.
           05  WS-FIX-OUTCOME        PIC X(40).

      *> Deck trailer totals over the cards released: count, and the
      *> hash of each zoned money field, blank counting as zero.
       01  WS-DECK-FIELDS.
           05  WS-DECK-ACQ-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DECK-BOOK-HASH     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DECK-SALE-HASH     PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-FIX-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-ACCEPT-COUNT       PIC 9(9) COMP VALUE ZERO.
           05  WS-REFUSE-COUNT       PIC 9(9) COMP VALUE ZERO.

       01  WS-RLSCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  RLSCUR-EOF            VALUE 'EOF'.

      *> Active-run serialization state - see 930-REGISTER-RUN. Same
      *> group as VEHLOAD: both write REJ_SUSPENSE.
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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'REJRCYC'.
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
               VALUE 'REJECT SUSPENSE RECYCLE'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(11) VALUE '  SUSP-ID'.
           05  FILLER                PIC X(3)  VALUE 'A'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(6)  VALUE 'REJ'.
           05  FILLER                PIC X(11) VALUE 'RESUBMITS'.
           05  FILLER                PIC X(82) VALUE 'OUTCOME'.

       01  RPT-FIX-HEADING           PIC X(132)
               VALUE 'CORRECTIONS RECEIVED'.
       01  RPT-RLS-HEADING           PIC X(132)
               VALUE 'CARDS RELEASED TO VEHLOAD'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-SUSP-ID       PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-ACTION        PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-REJ-CODE      PIC X(2).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-DET-RESUBMITS     PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-OUTCOME       PIC X(40).
           05  FILLER                PIC X(42) VALUE SPACES.

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(13) VALUE 'CORRECTIONS: '.
           05  RPT-TRL-FIXES         PIC Z(8)9.
           05  FILLER                PIC X(12) VALUE '  ACCEPTED: '.
           05  RPT-TRL-ACCEPTED      PIC Z(8)9.
           05  FILLER                PIC X(11) VALUE '  REFUSED: '.
           05  RPT-TRL-REFUSED       PIC Z(8)9.
           05  FILLER                PIC X(18)
               VALUE '  CARDS RELEASED: '.
           05  RPT-TRL-RELEASED      PIC Z(8)9.
           05  FILLER                PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'REJRCYC: reject suspense recycle to VEHLOAD'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-RECYCLE
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
      *> Corrections are taken into suspense and committed first, so
      *> the release pass - and any rerun of it - works only from
      *> what the table holds.
       040-RECYCLE.
           MOVE '040-RECYCLE-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           OPEN OUTPUT RPT-FILE
           PERFORM 050-RPT-PAGE-HEADING
           PERFORM 041-TAKE-CORRECTIONS
           MOVE '040-RECYCLE-COMMIT' TO WS-ERR-PARA
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 045-RELEASE-SECTION
           MOVE WS-FIX-COUNT TO RPT-TRL-FIXES
           MOVE WS-ACCEPT-COUNT TO RPT-TRL-ACCEPTED
           MOVE WS-REFUSE-COUNT TO RPT-TRL-REFUSED
           MOVE WS-ROW-COUNT TO RPT-TRL-RELEASED
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           DISPLAY 'REJRCYC: ' WS-FIX-COUNT ' CORRECTIONS, '
               WS-REFUSE-COUNT ' REFUSED, '
               WS-ROW-COUNT ' CARDS RELEASED'
      *> A refused correction is the clerk's to put right - warn.
           IF WS-REFUSE-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
       041-TAKE-CORRECTIONS.
           MOVE RPT-FIX-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           OPEN INPUT FIX-FILE
           PERFORM 042-FIX-READ-LOOP UNTIL FIX-FILE-EOF
           CLOSE FIX-FILE
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
      *> One correction per call, performed in a loop by
      *> 041-TAKE-CORRECTIONS until end of file. Blank cards and any
      *> deck wrapper cards the clerk's file carries are skipped.
       042-FIX-READ-LOOP.
           READ FIX-FILE
               AT END
                   MOVE 'EOF' TO WS-FIX-STATUS
           END-READ
           IF NOT FIX-FILE-EOF
                   AND FIX-RECORD NOT = SPACES
                   AND FIX-ACTION NOT = 'H'
                   AND FIX-ACTION NOT = 'E'
               ADD 1 TO WS-FIX-COUNT
               MOVE ZERO TO WS-SUSP-ID
               MOVE SPACES TO WS-SUSP-REJ-CODE
               MOVE ZERO TO WS-SUSP-RESUBMITS
               IF FIX-SUSP-ID NOT NUMERIC OR FIX-SUSP-ID = ZERO
                   MOVE 'REFUSED - NO SUSPENSE ID ON CARD'
                       TO WS-FIX-OUTCOME
                   ADD 1 TO WS-REFUSE-COUNT
               ELSE
                   MOVE FIX-SUSP-ID TO WS-SUSP-ID
                   PERFORM 043-PROBE-SUSPENSE
               END-IF
               MOVE WS-SUSP-ID TO RPT-DET-SUSP-ID
               MOVE FIX-ACTION TO RPT-DET-ACTION
               MOVE FIX-VEH-VIN TO RPT-DET-VIN
               MOVE WS-SUSP-REJ-CODE TO RPT-DET-REJ-CODE
               MOVE WS-SUSP-RESUBMITS TO RPT-DET-RESUBMITS
               MOVE WS-FIX-OUTCOME TO RPT-DET-OUTCOME
               MOVE RPT-DETAIL-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
           .
      *> The item the correction names, by the MAX()/VALUE()
      *> singleton shape VEHLOAD's lookups use.
       043-PROBE-SUSPENSE.
           MOVE '043-PROBE-SUSPENSE' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*), VALUE(MAX(SUSP-STATUS), ' '),
                      VALUE(MAX(REJ-REASON-CODE), ' '),
                      VALUE(MAX(RESUBMIT-COUNT), 0)
                 INTO :WS-SUSP-COUNT, :WS-SUSP-STATUS,
                      :WS-SUSP-REJ-CODE, :WS-SUSP-RESUBMITS
                 FROM REJ_SUSPENSE
                WHERE SUSP-ID = :WS-SUSP-ID
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           EVALUATE TRUE
               WHEN WS-SUSP-COUNT = ZERO
                   MOVE 'REFUSED - NOT IN SUSPENSE' TO WS-FIX-OUTCOME
                   ADD 1 TO WS-REFUSE-COUNT
               WHEN WS-SUSP-STATUS = 'C'
                   MOVE 'REFUSED - ITEM ALREADY CLOSED'
                       TO WS-FIX-OUTCOME
                   ADD 1 TO WS-REFUSE-COUNT
               WHEN OTHER
                   PERFORM 044-ACCEPT-CORRECTION
           END-EVALUATE
           .
      *> The corrected image replaces the one in suspense - a second
      *> correction of the same item before VEHLOAD runs simply
      *> supersedes the first.
       044-ACCEPT-CORRECTION.
           MOVE FIX-RECORD TO WS-SUSP-IMAGE
           MOVE FIX-ACTION TO WS-SUSP-ACTION
           MOVE FIX-VEH-VIN TO WS-SUSP-VIN
           MOVE '044-ACCEPT-CORRECTION' TO WS-ERR-PARA
           EXEC SQL
               UPDATE REJ_SUSPENSE
                  SET CARD-IMAGE = :WS-SUSP-IMAGE,
                      TRAN-ACTION = :WS-SUSP-ACTION,
                      VEH-VIN = :WS-SUSP-VIN,
                      SUSP-STATUS = 'R'
                WHERE SUSP-ID = :WS-SUSP-ID
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE 'ACCEPTED - CORRECTED CARD HELD FOR RELEASE'
               TO WS-FIX-OUTCOME
           ADD 1 TO WS-ACCEPT-COUNT
           .
      *> Every corrected item still waiting on VEHLOAD, in SUSP-ID
      *> order, written to the recycle deck between its header and
      *> trailer.
       045-RELEASE-SECTION.
           MOVE RPT-RLS-HEADING TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           OPEN OUTPUT RECYCLE-FILE
           PERFORM 048-WRITE-DECK-HEADER
           MOVE '045-RLS-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE RLSCUR CURSOR FOR
               SELECT SUSP-ID, CARD-IMAGE, REJ-REASON-CODE,
                      RESUBMIT-COUNT
                 FROM REJ_SUSPENSE
                WHERE SUSP-STATUS = 'R'
                ORDER BY SUSP-ID
           END-EXEC
           MOVE '045-RLS-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN RLSCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 046-RLS-FETCH-LOOP UNTIL RLSCUR-EOF
           MOVE '045-RLS-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE RLSCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 049-WRITE-DECK-TRAILER
           CLOSE RECYCLE-FILE
           .
       046-RLS-FETCH-LOOP.
           MOVE '046-RLS-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH RLSCUR
                INTO :WS-SUSP-ID, :WS-SUSP-IMAGE, :WS-SUSP-REJ-CODE,
                     :WS-SUSP-RESUBMITS
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-RLSCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               MOVE WS-SUSP-IMAGE TO RCY-RECORD
               MOVE WS-SUSP-ID TO RCY-SUSP-ID
               PERFORM 047-HASH-CARD
               WRITE RCY-RECORD
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-SUSP-ID TO RPT-DET-SUSP-ID
               MOVE RCY-ACTION TO RPT-DET-ACTION
               MOVE RCY-VEH-VIN TO RPT-DET-VIN
               MOVE WS-SUSP-REJ-CODE TO RPT-DET-REJ-CODE
               MOVE WS-SUSP-RESUBMITS TO RPT-DET-RESUBMITS
               MOVE 'RELEASED TO RCYTRAN' TO RPT-DET-OUTCOME
               MOVE RPT-DETAIL-LINE TO RPT-RECORD
               PERFORM 053-RPT-WRITE
           END-IF
           .
      *> Same rule as VEHLOAD's own proof of the deck: only clean
      *> zoned money fields add to the hash.
       047-HASH-CARD.
           IF RCY-ACQ-COST-X NOT = SPACES
                   AND RCY-ACQ-COST NUMERIC
               ADD RCY-ACQ-COST TO WS-DECK-ACQ-HASH
           END-IF
           IF RCY-BOOK-VALUE-X NOT = SPACES
                   AND RCY-BOOK-VALUE NUMERIC
               ADD RCY-BOOK-VALUE TO WS-DECK-BOOK-HASH
           END-IF
           IF RCY-SALE-PRICE-X NOT = SPACES
                   AND RCY-SALE-PRICE NUMERIC
               ADD RCY-SALE-PRICE TO WS-DECK-SALE-HASH
           END-IF
           .
       048-WRITE-DECK-HEADER.
           MOVE SPACES TO RCY-CONTROL-RECORD
           MOVE 'H' TO RCY-CTL-ACTION
           MOVE WS-RPT-DATE(1:10) TO RCY-CTL-DATE
           MOVE WS-ERR-PGM TO RCY-CTL-SOURCE
           WRITE RCY-CONTROL-RECORD
           .
       049-WRITE-DECK-TRAILER.
           MOVE SPACES TO RCY-CONTROL-RECORD
           MOVE 'E' TO RCY-CTL-ACTION
           MOVE WS-RPT-DATE(1:10) TO RCY-CTL-DATE
           MOVE WS-ERR-PGM TO RCY-CTL-SOURCE
           MOVE WS-ROW-COUNT TO RCY-CTL-COUNT
           MOVE WS-DECK-ACQ-HASH TO RCY-CTL-ACQ-HASH
           MOVE WS-DECK-BOOK-HASH TO RCY-CTL-BOOK-HASH
           MOVE WS-DECK-SALE-HASH TO RCY-CTL-SALE-HASH
           WRITE RCY-CONTROL-RECORD
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
