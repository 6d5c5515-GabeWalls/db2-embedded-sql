      *> Title tracking: loads the title clerk's transaction file
      *> (TITTRAN) into VEH_TITLE, one row per vehicle whose title is
      *> on hand. One card per event:
      *>   R  received  the title has come in: date received, issuing
      *>                state, title number, and the lienholder shown
      *>                on it with the state of that lien's payoff
      *>   C  change    correct a title already on file, or record
      *>                the lien payoff moving on (released, say) -
      *>                blank fields leave what is on file as it is
      *>   D  delete    a title keyed against the wrong VIN
      *> Payoff status is N (no lien), O (payoff outstanding) or P
      *> (paid off and released). Left blank on a received card it
      *> follows the lienholder: O when one is shown, N when the
      *> title came in clear. A lien status other than N needs a
      *> lienholder to go with it, and a lienholder needs one. Cards
      *> that cannot be applied are refused to TITREJ with a reason
      *> code, the same way VEHLOAD and FPLOAD refuse theirs, and
      *> every card's outcome is listed on the TITRPT register.
      *> VEHLOAD will not sell a unit with no title on file; TITLRPT
      *> ages the in-stock units still waiting on one.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT TTL-FILE ASSIGN TO TITTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO TITREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO TITRPT
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

       FD  TTL-FILE
           RECORDING MODE IS F.
      *> The received date is YYYY-MM-DD, required on an 'R' card and
      *> optional on a 'C'. A 'D' card needs only the VIN.
       01  TTL-RECORD.
           05  TTL-ACTION           PIC X.
               88  TTL-RECEIVED     VALUE 'R'.
               88  TTL-CHANGE       VALUE 'C'.
               88  TTL-DELETE       VALUE 'D'.
           05  TTL-VEH-VIN          PIC X(17).
           05  TTL-RCVD-DATE        PIC X(10).
           05  TTL-STATE            PIC X(2).
           05  TTL-NUMBER           PIC X(20).
           05  TTL-LIENHOLDER       PIC X(30).
           05  TTL-PAYOFF-STATUS    PIC X.
               88  TTL-PAYOFF-VALID VALUES ' ' 'N' 'O' 'P'.
           05  FILLER               PIC X(19).

       FD  REJECT-FILE
           RECORDING MODE IS F.
      *> The card image leads the record so a fixed card can be
      *> resubmitted as-is; reason code and text follow it.
       01  REJECT-RECORD.
           05  REJ-TTL-IMAGE        PIC X(100).
           05  REJ-REASON-CODE      PIC X(2).
           05  REJ-REASON-TEXT      PIC X(30).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC X(3) VALUE 'OK'.
           88  PARM-FILE-EOF     VALUE 'EOF'.

       01  WS-TTL-STATUS         PIC X(3) VALUE 'OK'.
           88  TTL-FILE-EOF      VALUE 'EOF'.

       01  WS-REJECT-FIELDS.
           05  WS-REJ-CODE           PIC X(2).
           05  WS-REJ-TEXT           PIC X(30).

      *> The card being applied, in host-variable form - on a change,
      *> the title as it will stand once the card's non-blank fields
      *> are laid over what is on file.
       01  WS-TTL-FIELDS.
           05  WS-TTL-VIN            PIC X(17).
           05  WS-TTL-RCVD-DATE      PIC X(10).
           05  WS-TTL-STATE          PIC X(2).
           05  WS-TTL-NUMBER         PIC X(20).
           05  WS-TTL-LIENHOLDER     PIC X(30).
           05  WS-TTL-PAYOFF-STATUS  PIC X.

      *> Vehicle readback by VIN, the MAX()/VALUE() singleton shape
      *> VEHLOAD's lifecycle checks use.
       01  WS-TARGET-FIELDS.
           05  WS-TARGET-COUNT       PIC S9(9) COMP.

      *> The title on file for the VIN, if there is one.
       01  WS-TITLE-FIELDS.
           05  WS-TITLE-COUNT        PIC S9(9) COMP.
           05  WS-CUR-RCVD-DATE      PIC X(10).
           05  WS-CUR-STATE          PIC X(2).
           05  WS-CUR-NUMBER         PIC X(20).
           05  WS-CUR-LIENHOLDER     PIC X(30).
           05  WS-CUR-PAYOFF-STATUS  PIC X.

      *> Card-date calendar edit work areas - see 047-EDIT-CARD-DATE.
       01  WS-CARD-DATE-FIELDS.
           05  WS-CD-YEAR            PIC 9(4).
           05  WS-CD-MONTH           PIC 9(2).
           05  WS-CD-DAY             PIC 9(2).
           05  WS-CD-MAX-DAY         PIC 9(2).
           05  WS-CD-QUOT            PIC 9(4).
           05  WS-CD-REM             PIC 9(4).
           05  WS-CD-STATUS          PIC X.
               88  CARD-DATE-OK      VALUE 'Y'.

       01  WS-COUNT-FIELDS.
           05  WS-ROW-COUNT          PIC 9(9) COMP VALUE ZERO.
           05  WS-CARD-COUNT         PIC 9(9) COMP VALUE ZERO.
           05  WS-REJECT-COUNT       PIC 9(9) COMP VALUE ZERO.

      *> Active-run serialization state - see 930-REGISTER-RUN. Same
      *> group as VEHLOAD, whose sales read VEH_TITLE.
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
           05  WS-ERR-PGM            PIC X(8)  VALUE 'TITLOAD'.
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
               VALUE 'TITLE TRANSACTION REGISTER'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-H1-DATE           PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'PAGE: '.
           05  RPT-H1-PAGE           PIC ZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                PIC X(3)  VALUE 'A'.
           05  FILLER                PIC X(19) VALUE 'VIN'.
           05  FILLER                PIC X(12) VALUE 'RECEIVED'.
           05  FILLER                PIC X(4)  VALUE 'ST'.
           05  FILLER                PIC X(22) VALUE 'TITLE NUMBER'.
           05  FILLER                PIC X(27) VALUE 'LIENHOLDER'.
           05  FILLER                PIC X(3)  VALUE 'P'.
           05  FILLER                PIC X(42) VALUE 'OUTCOME'.

      *> The lienholder prints cut to fit the line.
       01  RPT-DETAIL-LINE.
           05  RPT-DET-ACTION        PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-VIN           PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-DATE          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-STATE         PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-NUMBER        PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-LIENHOLDER    PIC X(25).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-PAYOFF        PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DET-OUTCOME       PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.

       01  RPT-TRAILER-LINE.
           05  FILLER                PIC X(7)  VALUE 'CARDS: '.
           05  RPT-TRL-CARDS         PIC Z(8)9.
           05  FILLER                PIC X(11) VALUE '  APPLIED: '.
           05  RPT-TRL-APPLIED       PIC Z(8)9.
           05  FILLER                PIC X(12) VALUE '  REJECTED: '.
           05  RPT-TRL-REJECTED      PIC Z(8)9.
           05  FILLER                PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           DISPLAY 'TITLOAD: title transaction load'
           PERFORM 003-READ-PARM-CARD
           PERFORM 020-INIT-SQL
           PERFORM 930-REGISTER-RUN
           IF NOT RUN-REFUSED
               PERFORM 910-JOBSTATS-START
               PERFORM 040-LOAD
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
      *> The whole file applies as one unit of work, committed at
      *> end of file, so a failed run rolls back whole in DB-ERROR
      *> and is rerun from the top.
       040-LOAD.
           MOVE '040-LOAD-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RPT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           OPEN OUTPUT RPT-FILE
           PERFORM 050-RPT-PAGE-HEADING
           OPEN INPUT TTL-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM 041-TTL-READ-LOOP UNTIL TTL-FILE-EOF
           CLOSE TTL-FILE
           CLOSE REJECT-FILE
           MOVE '040-LOAD-COMMIT' TO WS-ERR-PARA
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-CARD-COUNT TO RPT-TRL-CARDS
           MOVE WS-ROW-COUNT TO RPT-TRL-APPLIED
           MOVE WS-REJECT-COUNT TO RPT-TRL-REJECTED
           MOVE SPACES TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           MOVE RPT-TRAILER-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           CLOSE RPT-FILE
           DISPLAY 'TITLOAD: ' WS-CARD-COUNT ' CARDS, '
               WS-ROW-COUNT ' APPLIED, '
               WS-REJECT-COUNT ' REJECTED'
           IF WS-REJECT-COUNT > ZERO AND WS-JOB-RETURN-CODE < 4
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF
           .
      *> One card per call, performed in a loop by 040-LOAD until
      *> end of file. Blank cards are skipped.
       041-TTL-READ-LOOP.
           READ TTL-FILE
               AT END
                   MOVE 'EOF' TO WS-TTL-STATUS
           END-READ
           IF NOT TTL-FILE-EOF AND TTL-RECORD NOT = SPACES
               ADD 1 TO WS-CARD-COUNT
               MOVE SPACES TO WS-REJ-CODE
               MOVE SPACES TO WS-REJ-TEXT
               PERFORM 042-EDIT-CARD
               IF WS-REJ-CODE NOT = SPACES
                   PERFORM 060-WRITE-REJECT
               END-IF
               PERFORM 048-REGISTER-LINE
           END-IF
           .
      *> Card-level edits common to every action; the first failure
      *> is the reason the card is refused.
       042-EDIT-CARD.
           EVALUATE TRUE
               WHEN NOT TTL-RECEIVED AND NOT TTL-CHANGE
                       AND NOT TTL-DELETE
                   MOVE '01' TO WS-REJ-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REJ-TEXT
               WHEN TTL-VEH-VIN = SPACES
                   MOVE '02' TO WS-REJ-CODE
                   MOVE 'MISSING VIN' TO WS-REJ-TEXT
               WHEN TTL-RECEIVED AND TTL-RCVD-DATE = SPACES
                   MOVE '03' TO WS-REJ-CODE
                   MOVE 'MISSING RECEIVED DATE' TO WS-REJ-TEXT
               WHEN TTL-RCVD-DATE NOT = SPACES
                       AND (TTL-RCVD-DATE(1:4) NOT NUMERIC
                         OR TTL-RCVD-DATE(5:1) NOT = '-'
                         OR TTL-RCVD-DATE(6:2) NOT NUMERIC
                         OR TTL-RCVD-DATE(8:1) NOT = '-'
                         OR TTL-RCVD-DATE(9:2) NOT NUMERIC)
                   MOVE '03' TO WS-REJ-CODE
                   MOVE 'DATE NOT YYYY-MM-DD' TO WS-REJ-TEXT
               WHEN TTL-RECEIVED
                       AND (TTL-STATE = SPACES OR TTL-NUMBER = SPACES)
                   MOVE '04' TO WS-REJ-CODE
                   MOVE 'MISSING TITLE STATE/NUMBER' TO WS-REJ-TEXT
               WHEN NOT TTL-PAYOFF-VALID
                   MOVE '05' TO WS-REJ-CODE
                   MOVE 'PAYOFF STATUS NOT N, O OR P' TO WS-REJ-TEXT
               WHEN TTL-CHANGE AND TTL-RCVD-DATE = SPACES
                       AND TTL-STATE = SPACES AND TTL-NUMBER = SPACES
                       AND TTL-LIENHOLDER = SPACES
                       AND TTL-PAYOFF-STATUS = SPACE
                   MOVE '10' TO WS-REJ-CODE
                   MOVE 'NOTHING TO CHANGE' TO WS-REJ-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-CD-STATUS
                   IF TTL-RCVD-DATE NOT = SPACES
                       PERFORM 047-EDIT-CARD-DATE
                   END-IF
                   IF NOT CARD-DATE-OK
                       MOVE '03' TO WS-REJ-CODE
                       MOVE 'DATE NOT A REAL DATE' TO WS-REJ-TEXT
                   ELSE
                       MOVE TTL-VEH-VIN TO WS-TTL-VIN
                       PERFORM 064-READ-TITLE
                       EVALUATE TRUE
                           WHEN TTL-RECEIVED
                               PERFORM 043-APPLY-RECEIVED
                           WHEN TTL-CHANGE
                               PERFORM 044-APPLY-CHANGE
                           WHEN OTHER
                               PERFORM 045-APPLY-DELETE
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           .
      *> A received title goes against a vehicle on file once, and
      *> only one title is held per VIN.
       043-APPLY-RECEIVED.
           MOVE TTL-RCVD-DATE TO WS-TTL-RCVD-DATE
           MOVE TTL-STATE TO WS-TTL-STATE
           MOVE TTL-NUMBER TO WS-TTL-NUMBER
           MOVE TTL-LIENHOLDER TO WS-TTL-LIENHOLDER
           MOVE TTL-PAYOFF-STATUS TO WS-TTL-PAYOFF-STATUS
           IF WS-TTL-PAYOFF-STATUS = SPACE
               IF WS-TTL-LIENHOLDER = SPACES
                   MOVE 'N' TO WS-TTL-PAYOFF-STATUS
               ELSE
                   MOVE 'O' TO WS-TTL-PAYOFF-STATUS
               END-IF
           END-IF
           PERFORM 062-READ-TARGET
           EVALUATE TRUE
               WHEN WS-TARGET-COUNT = ZERO
                   MOVE '06' TO WS-REJ-CODE
                   MOVE 'VIN NOT ON VEHICLE' TO WS-REJ-TEXT
               WHEN WS-TARGET-COUNT > 1
                   MOVE '07' TO WS-REJ-CODE
                   MOVE 'VIN NOT UNIQUE ON VEHICLE' TO WS-REJ-TEXT
               WHEN WS-TITLE-COUNT > ZERO
                   MOVE '08' TO WS-REJ-CODE
                   MOVE 'TITLE ALREADY ON FILE' TO WS-REJ-TEXT
               WHEN OTHER
                   PERFORM 046-EDIT-LIEN
                   IF WS-REJ-CODE = SPACES
                       MOVE '043-APPLY-RECEIVED' TO WS-ERR-PARA
                       EXEC SQL
                           INSERT INTO VEH_TITLE
                               (VEH-VIN, TITLE-RCVD-DATE, TITLE-STATE,
                                TITLE-NUMBER, LIENHOLDER,
                                PAYOFF-STATUS, TS)
                           VALUES (:WS-TTL-VIN, :WS-TTL-RCVD-DATE,
                                   :WS-TTL-STATE, :WS-TTL-NUMBER,
                                   :WS-TTL-LIENHOLDER,
                                   :WS-TTL-PAYOFF-STATUS,
                                   CURRENT TIMESTAMP)
                       END-EXEC
                       PERFORM 900-SQLCODE-CHECK
                       ADD 1 TO WS-ROW-COUNT
                   END-IF
           END-EVALUATE
           .
      *> A change lays the card's non-blank fields over the title on
      *> file; the lien rule is held on the result.
       044-APPLY-CHANGE.
           IF WS-TITLE-COUNT = ZERO
               MOVE '09' TO WS-REJ-CODE
               MOVE 'NO TITLE ON FILE FOR VIN' TO WS-REJ-TEXT
           ELSE
               MOVE WS-CUR-RCVD-DATE TO WS-TTL-RCVD-DATE
               MOVE WS-CUR-STATE TO WS-TTL-STATE
               MOVE WS-CUR-NUMBER TO WS-TTL-NUMBER
               MOVE WS-CUR-LIENHOLDER TO WS-TTL-LIENHOLDER
               MOVE WS-CUR-PAYOFF-STATUS TO WS-TTL-PAYOFF-STATUS
               IF TTL-RCVD-DATE NOT = SPACES
                   MOVE TTL-RCVD-DATE TO WS-TTL-RCVD-DATE
               END-IF
               IF TTL-STATE NOT = SPACES
                   MOVE TTL-STATE TO WS-TTL-STATE
               END-IF
               IF TTL-NUMBER NOT = SPACES
                   MOVE TTL-NUMBER TO WS-TTL-NUMBER
               END-IF
               IF TTL-LIENHOLDER NOT = SPACES
                   MOVE TTL-LIENHOLDER TO WS-TTL-LIENHOLDER
               END-IF
               IF TTL-PAYOFF-STATUS NOT = SPACE
                   MOVE TTL-PAYOFF-STATUS TO WS-TTL-PAYOFF-STATUS
               END-IF
               PERFORM 046-EDIT-LIEN
               IF WS-REJ-CODE = SPACES
                   MOVE '044-APPLY-CHANGE' TO WS-ERR-PARA
                   EXEC SQL
                       UPDATE VEH_TITLE
                          SET TITLE-RCVD-DATE = :WS-TTL-RCVD-DATE,
                              TITLE-STATE = :WS-TTL-STATE,
                              TITLE-NUMBER = :WS-TTL-NUMBER,
                              LIENHOLDER = :WS-TTL-LIENHOLDER,
                              PAYOFF-STATUS = :WS-TTL-PAYOFF-STATUS,
                              TS = CURRENT TIMESTAMP
                        WHERE VEH-VIN = :WS-TTL-VIN
                   END-EXEC
                   PERFORM 900-SQLCODE-CHECK
                   ADD 1 TO WS-ROW-COUNT
               END-IF
           END-IF
           .
       045-APPLY-DELETE.
           IF WS-TITLE-COUNT = ZERO
               MOVE '09' TO WS-REJ-CODE
               MOVE 'NO TITLE ON FILE FOR VIN' TO WS-REJ-TEXT
           ELSE
               MOVE '045-APPLY-DELETE' TO WS-ERR-PARA
               EXEC SQL
                   DELETE FROM VEH_TITLE
                    WHERE VEH-VIN = :WS-TTL-VIN
               END-EXEC
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-ROW-COUNT
           END-IF
           .
      *> A lien still owed or paid off names the lender it was owed
      *> to; a title that came in clear names none.
       046-EDIT-LIEN.
           EVALUATE TRUE
               WHEN WS-TTL-PAYOFF-STATUS = 'N'
                       AND WS-TTL-LIENHOLDER NOT = SPACES
                   MOVE '05' TO WS-REJ-CODE
                   MOVE 'LIENHOLDER GIVEN, STATUS N' TO WS-REJ-TEXT
               WHEN WS-TTL-PAYOFF-STATUS NOT = 'N'
                       AND WS-TTL-LIENHOLDER = SPACES
                   MOVE '05' TO WS-REJ-CODE
                   MOVE 'PAYOFF STATUS NEEDS LIENHOLDER'
                       TO WS-REJ-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *> Calendar edit on a shape-clean card date, the same rule as
      *> VEHLOAD's 068-EDIT-SALE-DATE: plausible year, month 01-12,
      *> and the day held to the month's real length, leap years
      *> included.
       047-EDIT-CARD-DATE.
           MOVE 'Y' TO WS-CD-STATUS
           MOVE TTL-RCVD-DATE(1:4) TO WS-CD-YEAR
           MOVE TTL-RCVD-DATE(6:2) TO WS-CD-MONTH
           MOVE TTL-RCVD-DATE(9:2) TO WS-CD-DAY
           IF WS-CD-YEAR < 1900
                   OR WS-CD-MONTH < 1 OR WS-CD-MONTH > 12
               MOVE SPACE TO WS-CD-STATUS
           ELSE
               EVALUATE WS-CD-MONTH
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-CD-MAX-DAY
                   WHEN 02
                       MOVE 28 TO WS-CD-MAX-DAY
                       DIVIDE WS-CD-YEAR BY 4
                           GIVING WS-CD-QUOT REMAINDER WS-CD-REM
                       IF WS-CD-REM = ZERO
                           DIVIDE WS-CD-YEAR BY 100
                               GIVING WS-CD-QUOT
                               REMAINDER WS-CD-REM
                           IF WS-CD-REM NOT = ZERO
                               MOVE 29 TO WS-CD-MAX-DAY
                           ELSE
                               DIVIDE WS-CD-YEAR BY 400
                                   GIVING WS-CD-QUOT
                                   REMAINDER WS-CD-REM
                               IF WS-CD-REM = ZERO
                                   MOVE 29 TO WS-CD-MAX-DAY
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-CD-MAX-DAY
               END-EVALUATE
               IF WS-CD-DAY < 1 OR WS-CD-DAY > WS-CD-MAX-DAY
                   MOVE SPACE TO WS-CD-STATUS
               END-IF
           END-IF
           .
      *> Register line for every card, applied or refused, showing
      *> the card as keyed.
       048-REGISTER-LINE.
           MOVE TTL-ACTION TO RPT-DET-ACTION
           MOVE TTL-VEH-VIN TO RPT-DET-VIN
           MOVE TTL-RCVD-DATE TO RPT-DET-DATE
           MOVE TTL-STATE TO RPT-DET-STATE
           MOVE TTL-NUMBER TO RPT-DET-NUMBER
           MOVE TTL-LIENHOLDER TO RPT-DET-LIENHOLDER
           MOVE TTL-PAYOFF-STATUS TO RPT-DET-PAYOFF
           IF WS-REJ-CODE = SPACES
               MOVE 'APPLIED' TO RPT-DET-OUTCOME
           ELSE
               MOVE SPACES TO RPT-DET-OUTCOME
               STRING 'REJECTED ' WS-REJ-CODE ' ' WS-REJ-TEXT
                   DELIMITED BY SIZE INTO RPT-DET-OUTCOME
           END-IF
           MOVE RPT-DETAIL-LINE TO RPT-RECORD
           PERFORM 053-RPT-WRITE
           .
       060-WRITE-REJECT.
           MOVE TTL-RECORD TO REJ-TTL-IMAGE
           MOVE WS-REJ-CODE TO REJ-REASON-CODE
           MOVE WS-REJ-TEXT TO REJ-REASON-TEXT
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .
       062-READ-TARGET.
           MOVE '062-READ-TARGET' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TARGET-COUNT
                 FROM VEHICLE
                WHERE VEH-VIN = :WS-TTL-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       064-READ-TITLE.
           MOVE '064-READ-TITLE' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(CHAR(TITLE-RCVD-DATE, ISO)), ' '),
                      VALUE(MAX(TITLE-STATE), ' '),
                      VALUE(MAX(TITLE-NUMBER), ' '),
                      VALUE(MAX(LIENHOLDER), ' '),
                      VALUE(MAX(PAYOFF-STATUS), ' ')
                 INTO :WS-TITLE-COUNT, :WS-CUR-RCVD-DATE,
                      :WS-CUR-STATE, :WS-CUR-NUMBER,
                      :WS-CUR-LIENHOLDER, :WS-CUR-PAYOFF-STATUS
                 FROM VEH_TITLE
                WHERE VEH-VIN = :WS-TTL-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
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
