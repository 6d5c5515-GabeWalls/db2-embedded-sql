      *> Transaction-file driven maintenance for the VEHICLE table:
      *> reads fixed-format A/C/D/S/T/R records from VEHTRAN, applies
      *> them, and writes every transaction it cannot apply to VEHREJ
      *> with a reason code so the card can be fixed and resubmitted.
      *> Changes and deletes record VEHICLE_HIST rows the same way
      *> SAMPDEMO's 042-VEH-MAINT-LOOP does, so the audit trail covers
      *> all maintenance paths, not just SAMPDEMO's.
      *> The deck travels between an 'H' header card and an 'E'
      *> end-of-deck trailer carrying the card count and hash totals
      *> of the three money fields. The whole deck is proved against
      *> the trailer before any card is applied; a deck that does not
      *> prove - truncated, double-sent, or missing its wrapper - is
      *> refused whole with RC 12 and nothing posts.
      *> Every card's outcome is listed on the VEHPROOF report. With
      *> 'V' in column 2 of the parm card the run is validate-only:
      *> every edit and target lookup runs exactly as in a live run
      *> (earlier cards in the deck are seen by later ones), the
      *> proof report shows what would have been added, changed,
      *> sold, transferred or rejected, and the unit of work is then
      *> rolled back - VEHICLE, VEHICLE_HIST and DISPOSAL are left
      *> untouched and VEHREJ is not written.
      *> Every rejected card is also kept in REJ_SUSPENSE until it
      *> applies: a first rejection opens an item and stamps its
      *> SUSP-ID into the card image written to VEHREJ; a card that
      *> comes back carrying that ID (corrected through REJRCYC, or
      *> resubmitted by hand) closes the item when it applies, or
      *> refreshes it with the new reason when it is refused again.
      *> A sale or scrap of a unit that is on floor plan raises the
      *> payoff to its lender in the same unit of work: the unit's
      *> open FLOOR_PLAN row goes to payoff due with the balance
      *> still owed, dated on the sale date (or the day of the scrap).
      *> An 'R' reversal, or a 'C' card putting the unit back in
      *> stock, withdraws a payoff that has not yet been paid. The
      *> proof report counts both.
      *> An 'S' card is refused while the unit's title is not on
      *> hand - no VEH_TITLE row for its VIN, loaded by TITLOAD from
      *> the title clerk's file - since the sale cannot be delivered
      *> without it.
      *> A 'C' card that supplies a book value records the value it
      *> replaced and the one it set on the VEHICLE_HIST row, so
      *> GLPOST can post the write-down (an LCMREV lower-of-cost
      *> card, or any other book-value correction) to the ledger.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHLOAD.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO VEHREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO VEHPROOF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
      *> One optional card: 'F' in column 1 clears stale run locks
      *> for this program's resource group before registering; 'V'
      *> in column 2 makes the run validate-only.
       01  PARM-RECORD.
           05  PARM-LOCK-OVERRIDE     PIC X.
           05  PARM-RUN-MODE          PIC X.
           05  FILLER                 PIC X(78).

       FD  TRAN-FILE
           RECORDING MODE IS F.
      *> Adds also carry the structured identity columns; a change
      *> card may carry a status code to move a vehicle through its
      *> lifecycle (I in-stock, S sold, X scrapped). Blank status on
      *> an add defaults to in-stock, and the add stamps ACQ-DATE with
      *> the day it is applied - the day the unit came into stock,
      *> which the days-in-stock aging runs from. An 'S' card is a
      *> sale: it carries the price and date, records the disposal
      *> with its gain or loss against BOOK-VALUE, and flips the
      *> status - the lifecycle rules (only in-stock can be sold or
      *> scrapped, a sold vehicle cannot be sold again) are enforced
      *> here and on 'C' status changes alike. A 'T' card transfers
      *> an in-stock vehicle to the lot named in TRAN-VEH-LOC, with
      *> the move recorded on the audit trail. An 'R' card reverses
      *> the sale of the vehicle it identifies: the vehicle goes back
      *> in stock at the book value it was sold at, and an offsetting
      *> DISPOSAL row (DISP-TYPE 'R', every amount negated) is dated
      *> on the original sale date - or on TRAN-SALE-DATE if the card
      *> carries one - so the month's disposal totals net out. A 'C'
      *> card cannot sell: status 'S' is only reachable through an
      *> 'S' card, which records the disposal and its gain or loss.
       01  TRAN-RECORD.
           05  TRAN-ACTION          PIC X.
               88  TRAN-CONTROL-CARD VALUES 'H' 'E'.
           05  TRAN-VEH-YR          PIC 9(4).
           05  TRAN-VEH-DESC        PIC X(50).
           05  TRAN-NEW-VEH-DESC    PIC X(50).
      *> Lot assignment: carried on adds (blank defaults to the main
      *> lot) and on 'T' transfers as the destination lot.
           05  TRAN-VEH-LOC         PIC X(4).
      *> Blank on a new card; REJ_SUSPENSE.SUSP-ID on a card that was
      *> rejected before and is coming back.
           05  TRAN-SUSP-ID         PIC 9(9).
           05  FILLER               PIC X(7).
      *> Deck control cards, same 220-byte record: the 'H' header
      *> carries the date the deck was made and the program (or
      *> desk) that made it; the 'E' trailer carries the count of
      *> transaction cards between them and the hash totals of the
      *> zoned money fields over those cards, blank counting as zero.
       01  TRAN-CONTROL-RECORD.
           05  TRAN-CTL-ACTION      PIC X.
           05  TRAN-CTL-DATE        PIC X(10).
           05  TRAN-CTL-SOURCE      PIC X(8).
           05  TRAN-CTL-COUNT       PIC 9(9).
           05  TRAN-CTL-ACQ-HASH    PIC 9(11)V99.
           05  TRAN-CTL-BOOK-HASH   PIC 9(11)V99.
           05  TRAN-CTL-SALE-HASH   PIC 9(11)V99.
           05  FILLER               PIC X(153).

       FD  REJECT-FILE
           RECORDING MODE IS F.
           05  REJ-REASON-CODE      PIC X(2).
           05  REJ-REASON-TEXT      PIC X(30).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.
       01  WS-TRAN-STATUS        PIC X(3) VALUE 'OK'.
           88  TRAN-FILE-EOF     VALUE 'EOF'.

       01  WS-RUN-MODE           PIC X VALUE SPACE.
           88  VALIDATE-ONLY     VALUE 'V'.

      *> Deck proof, taken in a read-only pass over VEHTRAN before
      *> anything is applied: exactly one header, first; exactly one
      *> trailer, last; and the trailer's count and hash totals equal
      *> to what the cards between them actually carry. The first
      *> failure found is the reason the deck is refused.
       01  WS-DECK-FIELDS.
           05  WS-DECK-RECORDS       PIC 9(9) COMP VALUE ZERO.
           05  WS-DECK-CARDS         PIC 9(9) COMP VALUE ZERO.
           05  WS-DECK-ACQ-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DECK-BOOK-HASH     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DECK-SALE-HASH     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRL-CARDS          PIC 9(9) COMP VALUE ZERO.
           05  WS-TRL-ACQ-HASH       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRL-BOOK-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRL-SALE-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HEADER-STATUS      PIC X VALUE 'N'.
               88  HEADER-SEEN       VALUE 'Y'.
           05  WS-TRAILER-STATUS     PIC X VALUE 'N'.
               88  TRAILER-SEEN      VALUE 'Y'.
           05  WS-DECK-STATUS        PIC X VALUE ' '.
               88  DECK-BAD          VALUE 'B'.
           05  WS-DECK-REASON        PIC X(40) VALUE SPACES.
           05  WS-DECK-BAD-REASON    PIC X(40).

      *> Reject reason codes, one per edit the intake applies. Codes
      *> 05-08 carry SUBPROG's business-rule refusals through to the
      *> rejects file, one per CA-RETURN-CODE.
               88  REJ-NOT-IN-STOCK  VALUE '11'.
               88  REJ-BAD-SALE-DATA VALUE '12'.
               88  REJ-BAD-LOCATION  VALUE '13'.
               88  REJ-SELL-BY-CHANGE VALUE '14'.
               88  REJ-NOT-SOLD      VALUE '15'.
               88  REJ-NO-SALE       VALUE '16'.
               88  REJ-NO-TITLE      VALUE '17'.
           05  WS-REJ-TEXT           PIC X(30).

      *> REJ_SUSPENSE item for the card in hand.
       01  WS-SUSPENSE-FIELDS.
           05  WS-SUSP-ID            PIC S9(9) COMP.
           05  WS-SUSP-IMAGE         PIC X(220).

       01  WS-EDIT-STATUS            PIC X VALUE 'N'.
           88  EDIT-PASSED           VALUE 'Y'.

           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-REJECT-COUNT       PIC 9(9) COMP VALUE ZERO.
           05  WS-DUP-COUNT          PIC S9(9) COMP.
           05  WS-PRE-REJECT-COUNT   PIC 9(9) COMP.
           05  WS-PAYOFF-COUNT       PIC 9(9) COMP VALUE ZERO.
           05  WS-PAYOFF-CANCEL-COUNT PIC 9(9) COMP VALUE ZERO.

      *> Card outcomes for the proof report: one counter per outcome,
      *> 1 add, 2 change, 3 delete, 4 sale, 5 transfer, 6 reversal,
      *> 7 reject.
       01  WS-OUTCOME-TABLE.
           05  WS-OUTCOME-COUNT      PIC 9(9) COMP OCCURS 7.
       01  WS-OUTCOME-FIELDS.
           05  WS-OUTCOME-IX         PIC 9(4) COMP.
           05  WS-OUTCOME-NAME       PIC X(10).

       01  WS-VEH-FIELDS.
           05  WS-VEH-YR             PIC 9(4).
           05  WS-CUR-STATUS         PIC X.
           05  WS-CUR-BOOK-VALUE     PIC S9(7)V99 COMP-3.
           05  WS-CUR-LOC            PIC X(4).
      *> Titles on hand for the sale target's VIN - see
      *> 086-READ-TITLE.
           05  WS-TITLE-COUNT        PIC S9(9) COMP.

       01  WS-SALE-FIELDS.
           05  WS-SALE-PRICE         PIC S9(7)V99 COMP-3.
           05  WS-SALE-DATE          PIC X(10).
           05  WS-GAIN-LOSS          PIC S9(7)V99 COMP-3.

      *> The sale an 'R' card reverses: the vehicle's latest DISPOSAL
      *> row, read back with the same COUNT/MAX() singleton shape as
      *> the target readback, and the negated amounts of the
      *> offsetting row written against it.
       01  WS-REVERSAL-FIELDS.
           05  WS-LAST-DISP-COUNT    PIC S9(9) COMP.
           05  WS-LAST-DISP-TYPE     PIC X.
           05  WS-LAST-SALE-DATE     PIC X(10).
           05  WS-LAST-SALE-PRICE    PIC S9(7)V99 COMP-3.
           05  WS-LAST-BOOK-VALUE    PIC S9(7)V99 COMP-3.
           05  WS-LAST-GAIN-LOSS     PIC S9(7)V99 COMP-3.
           05  WS-REV-SALE-PRICE     PIC S9(7)V99 COMP-3.
           05  WS-REV-BOOK-VALUE     PIC S9(7)V99 COMP-3.
           05  WS-REV-GAIN-LOSS      PIC S9(7)V99 COMP-3.

      *> Sale-date calendar edit work areas - see 068-EDIT-SALE-DATE.
       01  WS-SALE-DATE-FIELDS.
           05  WS-SD-YEAR            PIC 9(4).
           05  WS-SD-STATUS          PIC X.
               88  SALE-DATE-OK      VALUE 'Y'.

      *> Floor-plan payoff raised against the unit a sale or scrap
      *> takes out of stock - see 084-RAISE-PAYOFF.
       01  WS-PAYOFF-FIELDS.
           05  WS-PAYOFF-REASON      PIC X.
           05  WS-PAYOFF-DATE        PIC X(10).

      *> Lot movement carried into the audit row: only the transfer
      *> path fills these, every other action writes them blank.
       01  WS-LOC-FIELDS.
           05  WS-OLD-LOC            PIC X(4).
           05  WS-NEW-LOC            PIC X(4).

      *> Book-value change carried into the audit row: only a 'C'
      *> card that supplies a book value fills these, every other
      *> action writes them zero.
       01  WS-BOOK-CHG-FIELDS.
           05  WS-OLD-BOOK           PIC S9(7)V99 COMP-3.
           05  WS-NEW-BOOK           PIC S9(7)V99 COMP-3.

      *> Active-run serialization state - see 930-REGISTER-RUN.
       01  WS-RUNLOCK-FIELDS.
           05  WS-RES-GROUP          PIC X(8)  VALUE 'VEHICLE '.
       01  WS-LOG-FIELDS.
           05  WS-LOG-SEVERITY       PIC X(8)  VALUE 'INFO'.

       01  WS-RPT-FIELDS.
           05  WS-RPT-DATE           PIC X(26).
           05  WS-RPT-LINE-COUNT     PIC 9(4) COMP VALUE ZERO.
           05  WS-RPT-PAGE-COUNT     PIC 9(4) COMP VALUE ZERO.
           05  WS-RPT-LINES-PER-PAGE PIC 9(4) COMP VALUE 55.
           05  WS-RPT-LINE-HOLD      PIC X(132).

       01  RPT-HEADING-1.
           05  RPT-H1-TITLE          PIC X(44).
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(11) VALUE '     CARD'.
           05  FILLER                PIC X(3)  VALUE 'A'.
           05  FILLER                PIC X(12) VALUE 'OUTCOME'.
           05  FILLER                PIC X(6)  VALUE 'YEAR'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(42) VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(39) VALUE 'REASON'.

       01  RPT-PROOF-LINE.
           05  RPT-PRF-SEQ           PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PRF-ACTION        PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PRF-OUTCOME       PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PRF-YR            PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PRF-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PRF-DESC          PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PRF-REJ-CODE      PIC X(2).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PRF-REJ-TEXT      PIC X(30).
           05  FILLER                PIC X(6)  VALUE SPACES.

      *> Deck control block: what the cards carried against what the
      *> trailer claimed, printed ahead of the card listing.
       01  RPT-CTL-LINE.
           05  RPT-CTL-LABEL         PIC X(12).
           05  FILLER                PIC X(9)  VALUE 'COUNTED: '.
           05  RPT-CTL-COUNTED       PIC -(12)9.99.
           05  FILLER                PIC X(11) VALUE '  TRAILER: '.
           05  RPT-CTL-TRAILER       PIC -(12)9.99.
           05  FILLER                PIC X(68) VALUE SPACES.

       01  RPT-MSG-LINE              PIC X(132).

       01  RPT-SUMMARY-LINE.
           05  RPT-SUM-OUTCOME       PIC X(12).
           05  RPT-SUM-COUNT         PIC Z(8)9.
           05  FILLER                PIC X(111) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'VEHLOAD: VEHICLE maintenance from transaction file'
           END-READ
           IF NOT PARM-FILE-EOF
               MOVE PARM-LOCK-OVERRIDE TO WS-LOCK-OVERRIDE
               MOVE PARM-RUN-MODE TO WS-RUN-MODE
           END-IF
           CLOSE PARM-FILE
           .
           EXEC SQL WHENEVER SQLERROR GO TO DB-ERROR END-EXEC
           .
       040-LOAD.
           MOVE '040-LOAD-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF VALIDATE-ONLY
               MOVE 'VEHLOAD PROOF - VALIDATE ONLY, NOT POSTED'
                   TO RPT-H1-TITLE
           ELSE
               MOVE 'VEHLOAD PROOF - POSTED' TO RPT-H1-TITLE
           END-IF
           INITIALIZE WS-OUTCOME-TABLE
           OPEN OUTPUT RPT-FILE
           PERFORM 090-RPT-PAGE-HEADING
           PERFORM 041-VERIFY-DECK
           PERFORM 049-PRINT-CONTROLS
           IF DECK-BAD
               DISPLAY 'VEHLOAD: DECK REFUSED - ' WS-DECK-REASON
               MOVE 12 TO WS-JOB-RETURN-CODE
           ELSE
               PERFORM 076-APPLY-DECK
           END-IF
           CLOSE RPT-FILE
           .
      *> The proved deck, card by card. A validate-only run takes
      *> every card through the same paths and then rolls the unit of
      *> work back instead of committing it; it leaves VEHREJ as the
      *> last live run wrote it.
       076-APPLY-DECK.
           OPEN INPUT TRAN-FILE
           IF NOT VALIDATE-ONLY
               OPEN OUTPUT REJECT-FILE
           END-IF
           PERFORM 045-TRAN-LOOP UNTIL TRAN-FILE-EOF
           CLOSE TRAN-FILE
           IF VALIDATE-ONLY
               MOVE '040-LOAD-ROLLBACK' TO WS-ERR-PARA
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 900-SQLCODE-CHECK
               DISPLAY 'VEHLOAD: VALIDATE ONLY - ' WS-TRAN-COUNT
                   ' TRANS READ, ' WS-ROW-COUNT ' WOULD APPLY, '
                   WS-REJECT-COUNT ' WOULD REJECT - NOTHING POSTED'
               MOVE ZERO TO WS-ROW-COUNT
           ELSE
               CLOSE REJECT-FILE
               MOVE '040-LOAD-COMMIT' TO WS-ERR-PARA
               EXEC SQL COMMIT WORK END-EXEC
               PERFORM 900-SQLCODE-CHECK
               DISPLAY 'VEHLOAD: ' WS-TRAN-COUNT ' TRANS READ, '
                   WS-ROW-COUNT ' APPLIED, ' WS-REJECT-COUNT
                   ' REJECTED'
               DISPLAY 'VEHLOAD: ' WS-PAYOFF-COUNT
                   ' FLOOR-PLAN PAYOFFS RAISED, '
                   WS-PAYOFF-CANCEL-COUNT ' WITHDRAWN'
           END-IF
           PERFORM 077-PROOF-SUMMARY
      *> Rejected work is recoverable (fix the card, resubmit), so it
      *> warns rather than fails the job.
           IF WS-REJECT-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
      *> Proof pass: read the whole deck once without applying
      *> anything, then hold the trailer up against what was read.
       041-VERIFY-DECK.
           OPEN INPUT TRAN-FILE
           PERFORM 042-DECK-READ-LOOP UNTIL TRAN-FILE-EOF
           CLOSE TRAN-FILE
           MOVE 'OK' TO WS-TRAN-STATUS
           PERFORM 043-CHECK-CONTROLS
           .
      *> One record per call, performed in a loop by 041-VERIFY-DECK
      *> until end of file.
       042-DECK-READ-LOOP.
           READ TRAN-FILE
               AT END
                   MOVE 'EOF' TO WS-TRAN-STATUS
           END-READ
           IF NOT TRAN-FILE-EOF
               ADD 1 TO WS-DECK-RECORDS
               EVALUATE TRUE
                   WHEN TRAN-ACTION = 'H'
                       IF HEADER-SEEN
                           MOVE 'MORE THAN ONE HEADER CARD'
                               TO WS-DECK-BAD-REASON
                           PERFORM 044-DECK-BAD
                       END-IF
                       IF WS-DECK-RECORDS NOT = 1
                           MOVE 'HEADER CARD NOT FIRST IN DECK'
                               TO WS-DECK-BAD-REASON
                           PERFORM 044-DECK-BAD
                       END-IF
                       MOVE 'Y' TO WS-HEADER-STATUS
                   WHEN TRAN-ACTION = 'E'
                       PERFORM 080-TAKE-TRAILER
                   WHEN OTHER
                       IF TRAILER-SEEN
                           MOVE 'CARDS FOLLOW THE TRAILER CARD'
                               TO WS-DECK-BAD-REASON
                           PERFORM 044-DECK-BAD
                       END-IF
                       PERFORM 048-HASH-CARD
               END-EVALUATE
           END-IF
           .
       080-TAKE-TRAILER.
           IF TRAILER-SEEN
               MOVE 'MORE THAN ONE TRAILER CARD' TO WS-DECK-BAD-REASON
               PERFORM 044-DECK-BAD
           END-IF
           MOVE 'Y' TO WS-TRAILER-STATUS
           IF TRAN-CTL-COUNT NOT NUMERIC
                   OR TRAN-CTL-ACQ-HASH NOT NUMERIC
                   OR TRAN-CTL-BOOK-HASH NOT NUMERIC
                   OR TRAN-CTL-SALE-HASH NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-DECK-BAD-REASON
               PERFORM 044-DECK-BAD
           ELSE
               MOVE TRAN-CTL-COUNT TO WS-TRL-CARDS
               MOVE TRAN-CTL-ACQ-HASH TO WS-TRL-ACQ-HASH
               MOVE TRAN-CTL-BOOK-HASH TO WS-TRL-BOOK-HASH
               MOVE TRAN-CTL-SALE-HASH TO WS-TRL-SALE-HASH
           END-IF
           .
      *> A transaction card counts toward the trailer's totals. A
      *> money field that is not clean zoned numerics adds nothing -
      *> the card itself is rejected by 046-EDIT-AMOUNTS when it is
      *> applied.
       048-HASH-CARD.
           ADD 1 TO WS-DECK-CARDS
           IF TRAN-ACQ-COST-X NOT = SPACES
                   AND TRAN-ACQ-COST NUMERIC
               ADD TRAN-ACQ-COST TO WS-DECK-ACQ-HASH
           END-IF
           IF TRAN-BOOK-VALUE-X NOT = SPACES
                   AND TRAN-BOOK-VALUE NUMERIC
               ADD TRAN-BOOK-VALUE TO WS-DECK-BOOK-HASH
           END-IF
           IF TRAN-SALE-PRICE-X NOT = SPACES
                   AND TRAN-SALE-PRICE NUMERIC
               ADD TRAN-SALE-PRICE TO WS-DECK-SALE-HASH
           END-IF
           .
       043-CHECK-CONTROLS.
           IF NOT HEADER-SEEN
               MOVE 'HEADER CARD MISSING' TO WS-DECK-BAD-REASON
               PERFORM 044-DECK-BAD
           END-IF
           IF NOT TRAILER-SEEN
               MOVE 'TRAILER CARD MISSING' TO WS-DECK-BAD-REASON
               PERFORM 044-DECK-BAD
           ELSE
               IF WS-TRL-CARDS NOT = WS-DECK-CARDS
                   MOVE 'CARD COUNT DISAGREES WITH TRAILER'
                       TO WS-DECK-BAD-REASON
                   PERFORM 044-DECK-BAD
               END-IF
               IF WS-TRL-ACQ-HASH NOT = WS-DECK-ACQ-HASH
                   MOVE 'ACQ-COST HASH DISAGREES WITH TRAILER'
                       TO WS-DECK-BAD-REASON
                   PERFORM 044-DECK-BAD
               END-IF
               IF WS-TRL-BOOK-HASH NOT = WS-DECK-BOOK-HASH
                   MOVE 'BOOK-VALUE HASH DISAGREES WITH TRAILER'
                       TO WS-DECK-BAD-REASON
                   PERFORM 044-DECK-BAD
               END-IF
               IF WS-TRL-SALE-HASH NOT = WS-DECK-SALE-HASH
                   MOVE 'SALE-PRICE HASH DISAGREES WITH TRAILER'
                       TO WS-DECK-BAD-REASON
                   PERFORM 044-DECK-BAD
               END-IF
           END-IF
           .
      *> The first failure found stands as the reason.
       044-DECK-BAD.
           IF NOT DECK-BAD
               MOVE 'B' TO WS-DECK-STATUS
               MOVE WS-DECK-BAD-REASON TO WS-DECK-REASON
           END-IF
           .
       049-PRINT-CONTROLS.
           MOVE 'CARDS' TO RPT-CTL-LABEL
           MOVE WS-DECK-CARDS TO RPT-CTL-COUNTED
           MOVE WS-TRL-CARDS TO RPT-CTL-TRAILER
           MOVE RPT-CTL-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE 'ACQ-COST' TO RPT-CTL-LABEL
           MOVE WS-DECK-ACQ-HASH TO RPT-CTL-COUNTED
           MOVE WS-TRL-ACQ-HASH TO RPT-CTL-TRAILER
           MOVE RPT-CTL-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE 'BOOK-VALUE' TO RPT-CTL-LABEL
           MOVE WS-DECK-BOOK-HASH TO RPT-CTL-COUNTED
           MOVE WS-TRL-BOOK-HASH TO RPT-CTL-TRAILER
           MOVE RPT-CTL-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE 'SALE-PRICE' TO RPT-CTL-LABEL
           MOVE WS-DECK-SALE-HASH TO RPT-CTL-COUNTED
           MOVE WS-TRL-SALE-HASH TO RPT-CTL-TRAILER
           MOVE RPT-CTL-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE SPACES TO RPT-MSG-LINE
           IF DECK-BAD
               STRING 'DECK REFUSED - ' WS-DECK-REASON
                   ' - NO CARD APPLIED'
                   DELIMITED BY SIZE INTO RPT-MSG-LINE
           ELSE
               MOVE 'DECK CONTROLS AGREE' TO RPT-MSG-LINE
           END-IF
           MOVE RPT-MSG-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           .
      *> One transaction per call, performed in a loop by 040-LOAD
      *> until end of file. Intake edits run before any SQL: a card
      *> that fails them is rejected without touching the table.
               AT END
                   MOVE 'EOF' TO WS-TRAN-STATUS
           END-READ
           IF NOT TRAN-FILE-EOF AND NOT TRAN-CONTROL-CARD
               ADD 1 TO WS-TRAN-COUNT
               MOVE WS-REJECT-COUNT TO WS-PRE-REJECT-COUNT
               IF TRAN-VEH-YR NOT NUMERIC
                   MOVE '02' TO WS-REJ-CODE
                   MOVE 'NON-NUMERIC VEHICLE YEAR' TO WS-REJ-TEXT
                           PERFORM 047-DISPATCH-ACTION
                   END-EVALUATE
               END-IF
               IF WS-REJECT-COUNT = WS-PRE-REJECT-COUNT
                       AND TRAN-SUSP-ID NUMERIC
                       AND TRAN-SUSP-ID > ZERO
                   PERFORM 083-CLOSE-SUSPENSE
               END-IF
               PERFORM 075-PROOF-LINE
           END-IF
           .
      *> The money fields ride on adds and changes; a delete card
       047-DISPATCH-ACTION.
           MOVE SPACES TO WS-OLD-LOC
           MOVE SPACES TO WS-NEW-LOC
           MOVE ZERO TO WS-OLD-BOOK
           MOVE ZERO TO WS-NEW-BOOK
           EVALUATE TRAN-ACTION
               WHEN 'A'
                   PERFORM 050-APPLY-ADD
                   PERFORM 053-APPLY-SALE
               WHEN 'T'
                   PERFORM 066-APPLY-TRANSFER
               WHEN 'R'
                   PERFORM 069-APPLY-REVERSAL
               WHEN OTHER
                   MOVE '01' TO WS-REJ-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-TEXT
                   INSERT INTO VEHICLE
                       (VEH-DESC, VEH-YR, VEH-MAKE, VEH-MODEL,
                        VEH-VIN, VEH-STATUS, ACQ-COST, BOOK-VALUE,
                        VEH-LOC, ACQ-DATE)
                   VALUES (:WS-VEH-DESC, :WS-VEH-YR, :WS-VEH-MAKE,
                           :WS-VEH-MODEL, :WS-VEH-VIN,
                           :WS-VEH-STATUS, :WS-ACQ-COST,
                           :WS-BOOK-VALUE, :WS-VEH-LOC, CURRENT DATE)
               END-EXEC
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
           END-IF
           .
      *> Lifecycle rule on 'C' status changes: moving a vehicle to
      *> scrapped demands it be in stock right now - the same rule
      *> the 'S' sale path enforces, so a change card cannot be used
      *> to dodge it. Selling is refused outright: a 'C' card would
      *> mark the vehicle sold with no DISPOSAL row and no gain or
      *> loss, so the operator is sent to the 'S' card instead.
      *> Setting a row back to 'I' (a recorded correction) stays
      *> allowed.
       064-CHANGE-LIFECYCLE.
           IF WS-VEH-STATUS = 'S'
               MOVE '14' TO WS-REJ-CODE
               MOVE 'USE S SALE CARD TO SELL' TO WS-REJ-TEXT
               PERFORM 060-WRITE-REJECT
           ELSE
               PERFORM 074-CHANGE-SCRAP-CHECK
           END-IF
           .
       074-CHANGE-SCRAP-CHECK.
           IF WS-VEH-STATUS = 'X'
               PERFORM 062-READ-TARGET-STATUS
               EVALUATE TRUE
                   WHEN WS-TARGET-COUNT = ZERO
      *> fields: a blank status or an unsupplied amount leaves the
      *> column as it stands (the CASE falls back to the column's own
      *> value), while supplied values land in the same update that
      *> rewrites the description. A supplied book value is read
      *> as it stands first, so the audit row carries both sides of
      *> the change.
       061-CHANGE-APPLY.
           IF TRAN-VEH-STATUS = SPACE
               MOVE SPACE TO WS-VEH-STATUS
           END-IF
           PERFORM 054-READ-TARGET-VIN
           IF WS-BOOK-PROVIDED = 'Y'
               PERFORM 062-READ-TARGET-STATUS
               MOVE WS-CUR-BOOK-VALUE TO WS-OLD-BOOK
               MOVE WS-BOOK-VALUE TO WS-NEW-BOOK
           END-IF
           MOVE '051-APPLY-CHANGE-UPDATE' TO WS-ERR-PARA
           EXEC SQL
               UPDATE VEHICLE
           ELSE
               PERFORM 900-SQLCODE-CHECK
               PERFORM 055-INSERT-HIST
               EVALUATE WS-VEH-STATUS
                   WHEN 'X'
                       MOVE 'X' TO WS-PAYOFF-REASON
                       MOVE WS-RPT-DATE(1:10) TO WS-PAYOFF-DATE
                       PERFORM 084-RAISE-PAYOFF
                   WHEN 'I'
                       PERFORM 085-CANCEL-PAYOFF
               END-EVALUATE
               ADD 1 TO WS-ROW-COUNT
           END-IF
           .

       065-SALE-CHECKED.
           PERFORM 062-READ-TARGET-STATUS
           PERFORM 086-READ-TITLE
           EVALUATE TRUE
               WHEN WS-TARGET-COUNT = ZERO
                   MOVE '03' TO WS-REJ-CODE
                   MOVE '11' TO WS-REJ-CODE
                   MOVE 'VEHICLE NOT IN STOCK' TO WS-REJ-TEXT
                   PERFORM 060-WRITE-REJECT
               WHEN WS-TITLE-COUNT = ZERO
                   MOVE '17' TO WS-REJ-CODE
                   MOVE 'NO TITLE ON HAND' TO WS-REJ-TEXT
                   PERFORM 060-WRITE-REJECT
               WHEN OTHER
                   PERFORM 063-SALE-APPLY
           END-EVALUATE
           EXEC SQL
               INSERT INTO DISPOSAL
                   (VEH-VIN, VEH-YR, SALE-DATE, SALE-PRICE,
                    BOOK-VALUE-AT-SALE, GAIN-LOSS, TS, DISP-TYPE)
               VALUES (:WS-HIST-VIN, :WS-VEH-YR, :WS-SALE-DATE,
                       :WS-SALE-PRICE, :WS-CUR-BOOK-VALUE,
                       :WS-GAIN-LOSS, CURRENT TIMESTAMP, 'S')
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE '063-SALE-UPDATE-STATUS' TO WS-ERR-PARA
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-VEH-DESC TO WS-NEW-VEH-DESC
           PERFORM 055-INSERT-HIST
           MOVE 'S' TO WS-PAYOFF-REASON
           MOVE WS-SALE-DATE TO WS-PAYOFF-DATE
           PERFORM 084-RAISE-PAYOFF
           ADD 1 TO WS-ROW-COUNT
           .
      *> Target-row readback shared by the sale path and the 'C'
           PERFORM 055-INSERT-HIST
           ADD 1 TO WS-ROW-COUNT
           .
      *> An 'R' card reverses a sale keyed against the wrong vehicle
      *> or a deal that fell through. The reversal date is optional:
      *> blank takes the original sale's date, so the offset lands
      *> in the month the sale was reported; a supplied date gets the
      *> same shape and calendar edits as a sale date.
       069-APPLY-REVERSAL.
           IF TRAN-SALE-DATE = SPACES
               PERFORM 070-REVERSAL-CHECKED
           ELSE
               IF TRAN-SALE-DATE(1:4) NOT NUMERIC
                       OR TRAN-SALE-DATE(5:1) NOT = '-'
                       OR TRAN-SALE-DATE(6:2) NOT NUMERIC
                       OR TRAN-SALE-DATE(8:1) NOT = '-'
                       OR TRAN-SALE-DATE(9:2) NOT NUMERIC
                   MOVE '12' TO WS-REJ-CODE
                   MOVE 'SALE DATE NOT YYYY-MM-DD' TO WS-REJ-TEXT
                   PERFORM 060-WRITE-REJECT
               ELSE
                   PERFORM 068-EDIT-SALE-DATE
                   IF NOT SALE-DATE-OK
                       MOVE '12' TO WS-REJ-CODE
                       MOVE 'SALE DATE NOT A REAL DATE'
                           TO WS-REJ-TEXT
                       PERFORM 060-WRITE-REJECT
                   ELSE
                       PERFORM 070-REVERSAL-CHECKED
                   END-IF
               END-IF
           END-IF
           .
      *> Only a sold vehicle can have its sale reversed - a scrapped
      *> one was never sold, and an in-stock one has nothing to undo.
       070-REVERSAL-CHECKED.
           PERFORM 062-READ-TARGET-STATUS
           EVALUATE TRUE
               WHEN WS-TARGET-COUNT = ZERO
                   MOVE '03' TO WS-REJ-CODE
                   MOVE 'REVERSAL TARGET NOT ON VEHICLE'
                       TO WS-REJ-TEXT
                   PERFORM 060-WRITE-REJECT
               WHEN WS-CUR-STATUS NOT = 'S'
                   MOVE '15' TO WS-REJ-CODE
                   MOVE 'VEHICLE NOT SOLD' TO WS-REJ-TEXT
                   PERFORM 060-WRITE-REJECT
               WHEN OTHER
                   PERFORM 072-REVERSAL-SALE-CHECK
           END-EVALUATE
           .
      *> The sale being reversed is the vehicle's latest DISPOSAL row,
      *> and it must be a sale, not an earlier reversal. DISPOSAL is
      *> keyed by VIN, so a vehicle sold before it carried one (or a
      *> status set to 'S' with no disposal written) has no sale on
      *> file this card can safely undo.
       072-REVERSAL-SALE-CHECK.
           PERFORM 054-READ-TARGET-VIN
           MOVE ZERO TO WS-LAST-DISP-COUNT
           MOVE SPACE TO WS-LAST-DISP-TYPE
           IF WS-HIST-VIN NOT = SPACES
               PERFORM 073-READ-LAST-DISPOSAL
           END-IF
           IF WS-LAST-DISP-COUNT = ZERO
                   OR WS-LAST-DISP-TYPE NOT = 'S'
               MOVE '16' TO WS-REJ-CODE
               MOVE 'NO SALE ON FILE TO REVERSE' TO WS-REJ-TEXT
               PERFORM 060-WRITE-REJECT
           ELSE
               PERFORM 071-REVERSAL-APPLY
           END-IF
           .
       073-READ-LAST-DISPOSAL.
           MOVE '073-READ-LAST-DISPOSAL' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(DISP-TYPE), ' '),
                      VALUE(CHAR(MAX(SALE-DATE), ISO), ' '),
                      VALUE(MAX(SALE-PRICE), 0),
                      VALUE(MAX(BOOK-VALUE-AT-SALE), 0),
                      VALUE(MAX(GAIN-LOSS), 0)
                 INTO :WS-LAST-DISP-COUNT, :WS-LAST-DISP-TYPE,
                      :WS-LAST-SALE-DATE, :WS-LAST-SALE-PRICE,
                      :WS-LAST-BOOK-VALUE, :WS-LAST-GAIN-LOSS
                 FROM DISPOSAL
                WHERE VEH-VIN = :WS-HIST-VIN
                  AND TS = (SELECT MAX(TS)
                              FROM DISPOSAL
                             WHERE VEH-VIN = :WS-HIST-VIN)
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> The offsetting DISPOSAL row, the return to stock at the book
      *> value the vehicle was sold at, and the audit row
      *> (description unchanged - a lifecycle event, not a rewrite)
      *> land in the same unit of work.
       071-REVERSAL-APPLY.
           IF TRAN-SALE-DATE = SPACES
               MOVE WS-LAST-SALE-DATE TO WS-SALE-DATE
           ELSE
               MOVE TRAN-SALE-DATE TO WS-SALE-DATE
           END-IF
           COMPUTE WS-REV-SALE-PRICE = ZERO - WS-LAST-SALE-PRICE
           COMPUTE WS-REV-BOOK-VALUE = ZERO - WS-LAST-BOOK-VALUE
           COMPUTE WS-REV-GAIN-LOSS = ZERO - WS-LAST-GAIN-LOSS
           MOVE '071-REVERSAL-INSERT-DISPOSAL' TO WS-ERR-PARA
           EXEC SQL
               INSERT INTO DISPOSAL
                   (VEH-VIN, VEH-YR, SALE-DATE, SALE-PRICE,
                    BOOK-VALUE-AT-SALE, GAIN-LOSS, TS, DISP-TYPE)
               VALUES (:WS-HIST-VIN, :WS-VEH-YR, :WS-SALE-DATE,
                       :WS-REV-SALE-PRICE, :WS-REV-BOOK-VALUE,
                       :WS-REV-GAIN-LOSS, CURRENT TIMESTAMP, 'R')
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE '071-REVERSAL-UPDATE-STATUS' TO WS-ERR-PARA
           EXEC SQL
               UPDATE VEHICLE
                  SET VEH-STATUS = 'I',
                      BOOK-VALUE = :WS-LAST-BOOK-VALUE
                WHERE VEH-YR = :WS-VEH-YR
                  AND VEH-DESC = :WS-VEH-DESC
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-VEH-DESC TO WS-NEW-VEH-DESC
           PERFORM 055-INSERT-HIST
           PERFORM 085-CANCEL-PAYOFF
           ADD 1 TO WS-ROW-COUNT
           .

      *> One call to the shop's central edit module per add/change:
      *> CA-VEH-DESC is loaded by the caller, the year comes from the
               INSERT INTO VEHICLE_HIST
                   (OLD-VEH-DESC, NEW-VEH-DESC, VEH-YR,
                    CHANGED-BY-NAME, TS, VEH-VIN,
                    OLD-VEH-LOC, NEW-VEH-LOC,
                    OLD-BOOK-VALUE, NEW-BOOK-VALUE)
               VALUES (:WS-VEH-DESC, :WS-NEW-VEH-DESC,
                       :WS-VEH-YR, :WS-ERR-PGM, CURRENT TIMESTAMP,
                       :WS-HIST-VIN, :WS-OLD-LOC, :WS-NEW-LOC,
                       :WS-OLD-BOOK, :WS-NEW-BOOK)
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       060-WRITE-REJECT.
           PERFORM 081-SUSPEND-REJECT
           IF NOT VALIDATE-ONLY
               MOVE TRAN-RECORD TO REJ-TRAN-IMAGE
               MOVE WS-REJ-CODE TO REJ-REASON-CODE
               MOVE WS-REJ-TEXT TO REJ-REASON-TEXT
               WRITE REJECT-RECORD
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           .

      *> A card already in suspense is refreshed in place with the
      *> new image and reason; one that is not (or whose item was
      *> closed meanwhile) opens a new item.
       081-SUSPEND-REJECT.
           IF TRAN-SUSP-ID NUMERIC AND TRAN-SUSP-ID > ZERO
               MOVE TRAN-SUSP-ID TO WS-SUSP-ID
               MOVE TRAN-RECORD TO WS-SUSP-IMAGE
               MOVE '081-SUSPEND-REJECT' TO WS-ERR-PARA
               EXEC SQL
                   UPDATE REJ_SUSPENSE
                      SET CARD-IMAGE = :WS-SUSP-IMAGE,
                          REJ-REASON-CODE = :WS-REJ-CODE,
                          REJ-REASON-TEXT = :WS-REJ-TEXT,
                          LAST-REJ-DATE = CURRENT DATE,
                          RESUBMIT-COUNT = RESUBMIT-COUNT + 1,
                          SUSP-STATUS = 'O'
                    WHERE SUSP-ID = :WS-SUSP-ID
                      AND SUSP-STATUS <> 'C'
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               IF END-OF-DATA
                   PERFORM 082-OPEN-SUSPENSE
               ELSE
                   PERFORM 900-SQLCODE-CHECK
               END-IF
           ELSE
               PERFORM 082-OPEN-SUSPENSE
           END-IF
           .
      *> Next SUSP-ID after the highest on file - safe because the
      *> run lock keeps every other suspense writer out.
       082-OPEN-SUSPENSE.
           MOVE '082-OPEN-SUSPENSE-ID' TO WS-ERR-PARA
           EXEC SQL
               SELECT VALUE(MAX(SUSP-ID), 0) + 1
                 INTO :WS-SUSP-ID
                 FROM REJ_SUSPENSE
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-SUSP-ID TO TRAN-SUSP-ID
           MOVE TRAN-RECORD TO WS-SUSP-IMAGE
           MOVE '082-OPEN-SUSPENSE' TO WS-ERR-PARA
           EXEC SQL
               INSERT INTO REJ_SUSPENSE
                   (SUSP-ID, CARD-IMAGE, TRAN-ACTION, VEH-VIN,
                    REJ-REASON-CODE, REJ-REASON-TEXT,
                    FIRST-REJ-DATE, LAST-REJ-DATE, RESUBMIT-COUNT,
                    SUSP-STATUS, CLOSED-DATE)
               VALUES (:WS-SUSP-ID, :WS-SUSP-IMAGE, :TRAN-ACTION,
                       :TRAN-VEH-VIN, :WS-REJ-CODE, :WS-REJ-TEXT,
                       CURRENT DATE, CURRENT DATE, 0,
                       'O', '0001-01-01')
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> A resubmitted card applied: its suspense item is done. An
      *> ID with no open item behind it (closed already, or never
      *> issued) leaves nothing to close.
       083-CLOSE-SUSPENSE.
           MOVE TRAN-SUSP-ID TO WS-SUSP-ID
           MOVE '083-CLOSE-SUSPENSE' TO WS-ERR-PARA
           EXEC SQL
               UPDATE REJ_SUSPENSE
                  SET SUSP-STATUS = 'C',
                      CLOSED-DATE = CURRENT DATE,
                      RESUBMIT-COUNT = RESUBMIT-COUNT + 1
                WHERE SUSP-ID = :WS-SUSP-ID
                  AND SUSP-STATUS <> 'C'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF NOT END-OF-DATA
               PERFORM 900-SQLCODE-CHECK
           END-IF
           .
      *> Payoff due on a financed unit leaving stock: the open
      *> FLOOR_PLAN row goes to 'D' with the balance still owed - the
      *> advance less curtailments paid. A unit that is not on floor
      *> plan has no open row, so nothing is raised (+100).
       084-RAISE-PAYOFF.
           IF WS-HIST-VIN NOT = SPACES
               MOVE '084-RAISE-PAYOFF' TO WS-ERR-PARA
               EXEC SQL
                   UPDATE FLOOR_PLAN
                      SET FP-STATUS = 'D',
                          PAYOFF-DUE-DATE = :WS-PAYOFF-DATE,
                          PAYOFF-REASON = :WS-PAYOFF-REASON,
                          PAYOFF-AMT = ADVANCE-AMT - CURTAIL-PAID
                    WHERE VEH-VIN = :WS-HIST-VIN
                      AND FP-STATUS = 'O'
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               IF NOT END-OF-DATA
                   PERFORM 900-SQLCODE-CHECK
                   ADD 1 TO WS-PAYOFF-COUNT
               END-IF
           END-IF
           .
      *> A unit back in stock owes its lender nothing yet: a payoff
      *> raised and not yet paid is withdrawn and the row reopens.
      *> One already paid stays paid - the unit is back unfinanced.
       085-CANCEL-PAYOFF.
           IF WS-HIST-VIN NOT = SPACES
               MOVE '085-CANCEL-PAYOFF' TO WS-ERR-PARA
               EXEC SQL
                   UPDATE FLOOR_PLAN
                      SET FP-STATUS = 'O',
                          PAYOFF-DUE-DATE = '0001-01-01',
                          PAYOFF-REASON = ' ',
                          PAYOFF-AMT = 0
                    WHERE VEH-VIN = :WS-HIST-VIN
                      AND FP-STATUS = 'D'
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               IF NOT END-OF-DATA
                   PERFORM 900-SQLCODE-CHECK
                   ADD 1 TO WS-PAYOFF-CANCEL-COUNT
               END-IF
           END-IF
           .
      *> Title on hand for the sale target: its VIN read back the
      *> way the audit row's is, then the VEH_TITLE row for it. A
      *> target not on file reads no VIN and no title, and is
      *> refused as not found before the title matters.
       086-READ-TITLE.
           PERFORM 054-READ-TARGET-VIN
           MOVE '086-READ-TITLE' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TITLE-COUNT
                 FROM VEH_TITLE
                WHERE VEH-VIN = :WS-HIST-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> One proof line per transaction card: what it did (or, in a
      *> validate-only run, would do) - or why it was refused.
       075-PROOF-LINE.
           IF WS-REJECT-COUNT > WS-PRE-REJECT-COUNT
               MOVE 7 TO WS-OUTCOME-IX
               MOVE WS-REJ-CODE TO RPT-PRF-REJ-CODE
               MOVE WS-REJ-TEXT TO RPT-PRF-REJ-TEXT
           ELSE
               EVALUATE TRAN-ACTION
                   WHEN 'A'
                       MOVE 1 TO WS-OUTCOME-IX
                   WHEN 'C'
                       MOVE 2 TO WS-OUTCOME-IX
                   WHEN 'D'
                       MOVE 3 TO WS-OUTCOME-IX
                   WHEN 'S'
                       MOVE 4 TO WS-OUTCOME-IX
                   WHEN 'T'
                       MOVE 5 TO WS-OUTCOME-IX
                   WHEN OTHER
                       MOVE 6 TO WS-OUTCOME-IX
               END-EVALUATE
               MOVE SPACES TO RPT-PRF-REJ-CODE
               MOVE SPACES TO RPT-PRF-REJ-TEXT
           END-IF
           ADD 1 TO WS-OUTCOME-COUNT (WS-OUTCOME-IX)
           PERFORM 078-SET-OUTCOME-NAME
           MOVE WS-TRAN-COUNT TO RPT-PRF-SEQ
           MOVE TRAN-ACTION TO RPT-PRF-ACTION
           MOVE WS-OUTCOME-NAME TO RPT-PRF-OUTCOME
           MOVE TRAN-RECORD(2:4) TO RPT-PRF-YR
           MOVE TRAN-VEH-VIN TO RPT-PRF-VIN
           MOVE TRAN-VEH-DESC TO RPT-PRF-DESC
           MOVE RPT-PROOF-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           .
      *> Outcome totals after the card listing, and how the run
      *> ended.
       077-PROOF-SUMMARY.
           MOVE SPACES TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE 1 TO WS-OUTCOME-IX
           PERFORM 079-SUMMARY-LINE UNTIL WS-OUTCOME-IX > 7
           MOVE SPACES TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE 'PAYOFF DUE' TO RPT-SUM-OUTCOME
           MOVE WS-PAYOFF-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE 'PAYOFF CANCL' TO RPT-SUM-OUTCOME
           MOVE WS-PAYOFF-CANCEL-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           MOVE SPACES TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           IF VALIDATE-ONLY
               MOVE 'VALIDATE ONLY - WORK ROLLED BACK, NOTHING POSTED'
                   TO RPT-MSG-LINE
           ELSE
               MOVE 'ALL APPLIED CARDS POSTED AND COMMITTED'
                   TO RPT-MSG-LINE
           END-IF
           MOVE RPT-MSG-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           .
       079-SUMMARY-LINE.
           PERFORM 078-SET-OUTCOME-NAME
           MOVE WS-OUTCOME-NAME TO RPT-SUM-OUTCOME
           MOVE WS-OUTCOME-COUNT (WS-OUTCOME-IX) TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO RPT-RECORD
           PERFORM 093-RPT-WRITE
           ADD 1 TO WS-OUTCOME-IX
           .
       078-SET-OUTCOME-NAME.
           EVALUATE WS-OUTCOME-IX
               WHEN 1
                   MOVE 'ADD' TO WS-OUTCOME-NAME
               WHEN 2
                   MOVE 'CHANGE' TO WS-OUTCOME-NAME
               WHEN 3
                   MOVE 'DELETE' TO WS-OUTCOME-NAME
               WHEN 4
                   MOVE 'SALE' TO WS-OUTCOME-NAME
               WHEN 5
                   MOVE 'TRANSFER' TO WS-OUTCOME-NAME
               WHEN 6
                   MOVE 'REVERSAL' TO WS-OUTCOME-NAME
               WHEN OTHER
                   MOVE 'REJECT' TO WS-OUTCOME-NAME
           END-EVALUATE
           .

      *> Print-file paragraphs, same shape as SAMPDEMO's inventory
      *> listing.
       090-RPT-PAGE-HEADING.
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
       093-RPT-WRITE.
           MOVE RPT-RECORD TO WS-RPT-LINE-HOLD
           IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
               PERFORM 090-RPT-PAGE-HEADING
           END-IF
           MOVE WS-RPT-LINE-HOLD TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .

      *> Standardized check, same shape used in SAMPDEMO and LOGARCH.
       900-SQLCODE-CHECK.
           MOVE SQLCODE TO WS-SQLCODE
