      *> Online vehicle inquiry and maintenance by VIN - CICS
      *> transaction VINQ, map VEHIMAP in mapset VEHIMS (symbolic map
      *> src/copy/VEHIMS.cpy). Pseudo-conversational: each screen is
      *> one task, and the VIN on display, the history page and the
      *> row as it was shown travel in the COMMAREA between tasks.
      *>   ENTER  display the vehicle keyed in the VIN field: make,
      *>          model, year, status, location, ACQ-COST, BOOK-VALUE
      *>          and MARKET-VALUE, with the first page of its
      *>          VEHICLE_HIST rows, newest first
      *>   PF7/8  previous/next page of the history
      *>   PF5    apply the description, status and location as
      *>          overkeyed on the screen
      *>   PF3    end (CLEAR likewise)
      *> Anyone signed on can look; only users on VEH_MAINT_AUTH can
      *> change. A change goes through the same rules a VEHLOAD 'C'
      *> or 'T' card does: the new description through SUBPROG's
      *> central edits, status moves held to the lifecycle (no sale
      *> without an 'S' card and its DISPOSAL row, scrapping and lot
      *> moves only from in stock), a scrapped or restocked financed
      *> unit raising or withdrawing its floor-plan payoff, and one
      *> VEHICLE_HIST row per change - stamped with the terminal
      *> user's ID instead of a program name. While any 'VEHICLE '
      *> batch run holds its RUNLOCK row no change is taken, so an
      *> online update can never land in the middle of a load or a
      *> reconciliation; inquiry carries on regardless. A row changed
      *> by someone else after it was put on the screen is shown
      *> again rather than overwritten.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHINQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Carried from one task of the conversation to the next: the
      *> vehicle on display, its history page, and the row's
      *> description, status and location as shown, so an update can
      *> tell whether someone else has changed it since.
       01  WS-COMMAREA.
           05  WS-CONV-VIN           PIC X(17).
           05  WS-CONV-PAGE          PIC 9(4) COMP.
           05  WS-CONV-MORE          PIC X.
               88  CONV-MORE-HIST    VALUE 'Y'.
           05  WS-CONV-VEH-YR        PIC 9(4).
           05  WS-CONV-VEH-DESC      PIC X(50).
           05  WS-CONV-VEH-STATUS    PIC X.
           05  WS-CONV-VEH-LOC       PIC X(4).

       01  WS-TRANID                 PIC X(4)  VALUE 'VINQ'.
       01  WS-USERID                 PIC X(8)  VALUE SPACES.
       01  WS-TODAY                  PIC X(10) VALUE SPACES.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-MSG                    PIC X(78) VALUE SPACES.
       01  WS-END-MSG                PIC X(30)
               VALUE 'VINQ - VEHICLE INQUIRY ENDED'.

       01  WS-SCREEN-SWITCHES.
           05  WS-END-SW             PIC X     VALUE 'N'.
               88  END-SESSION       VALUE 'Y'.
           05  WS-KEEP-SW            PIC X     VALUE 'N'.
               88  KEEP-INPUT        VALUE 'Y'.

      *> What came back from the terminal, low-values (fields never
      *> keyed into) turned to spaces.
       01  WS-INPUT-FIELDS.
           05  WS-IN-VIN             PIC X(17).
           05  WS-IN-DESC            PIC X(50).
           05  WS-IN-STATUS          PIC X.
               88  IN-STATUS-VALID   VALUES 'I' 'S' 'X'.
           05  WS-IN-LOC             PIC X(4).

      *> The row by VIN, the MAX()/VALUE() singleton shape VEHLOAD's
      *> readbacks use, so a duplicated VIN cannot -811 the read and
      *> shows up in the count instead.
       01  WS-VEH-FIELDS.
           05  WS-VEH-COUNT          PIC S9(9) COMP.
           05  WS-VEH-YR             PIC 9(4).
           05  WS-VEH-MAKE           PIC X(20).
           05  WS-VEH-MODEL          PIC X(20).
           05  WS-VEH-DESC           PIC X(50).
           05  WS-VEH-STATUS         PIC X.
           05  WS-VEH-LOC            PIC X(4).
           05  WS-ACQ-COST           PIC S9(7)V99 COMP-3.
           05  WS-BOOK-VALUE         PIC S9(7)V99 COMP-3.
           05  WS-MARKET-VALUE       PIC S9(7)V99 COMP-3.

      *> Which of the three maintainable fields an update changes.
       01  WS-CHANGE-FIELDS.
           05  WS-DESC-SW            PIC X.
               88  DESC-CHANGED      VALUE 'Y'.
           05  WS-STATUS-SW          PIC X.
               88  STATUS-CHANGED    VALUE 'Y'.
           05  WS-LOC-SW             PIC X.
               88  LOC-CHANGED       VALUE 'Y'.
           05  WS-OLD-LOC            PIC X(4).
           05  WS-NEW-LOC            PIC X(4).

      *> Shared CALL interface to the central vehicle-data edit
      *> module - see src/copy/COMM-AREA.cpy.
       COPY COMM-AREA.

      *> One VEHICLE_HIST row off the history cursor, and the screen
      *> line it is shown as.
       01  WS-HST-ROW.
           05  WS-HST-TS             PIC X(26).
           05  WS-HST-CHANGED-BY     PIC X(40).
           05  WS-HST-OLD-DESC       PIC X(50).
           05  WS-HST-NEW-DESC       PIC X(50).
           05  WS-HST-OLD-LOC        PIC X(4).
           05  WS-HST-NEW-LOC        PIC X(4).

       01  WS-HIST-LINE.
           05  WS-HL-TS              PIC X(16).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-HL-USER            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-HL-OLD-DESC        PIC X(20).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-HL-NEW-DESC        PIC X(20).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-HL-OLD-LOC         PIC X(4).
           05  WS-HL-ARROW           PIC X.
           05  WS-HL-NEW-LOC         PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.

      *> History paging: ten lines to a screen; rows ahead of the
      *> page are read past, and one row beyond it says there is
      *> another page.
       01  WS-HIST-FIELDS.
           05  WS-HIST-PER-PAGE      PIC 9(4) COMP VALUE 10.
           05  WS-HIST-SKIP          PIC 9(9) COMP.
           05  WS-HIST-ROW           PIC 9(9) COMP.
           05  WS-HIST-IX            PIC 9(4) COMP.
           05  WS-PAGE-EDIT          PIC ZZZ9.

       01  WS-HSTCUR-STATUS          PIC X(3) VALUE 'OK'.
           88  HSTCUR-EOF            VALUE 'EOF'.

       01  WS-MONEY-EDIT             PIC Z,ZZZ,ZZ9.99-.

      *> Batch serialization and change authority - see
      *> 070-CHECK-RUNLOCK and 071-CHECK-AUTH.
       01  WS-RUNLOCK-FIELDS.
           05  WS-RES-GROUP          PIC X(8)  VALUE 'VEHICLE '.
           05  WS-LOCK-COUNT         PIC S9(9) COMP.
           05  WS-LOCK-PGM           PIC X(8).
           05  WS-AUTH-COUNT         PIC S9(9) COMP.

       77  WS-SQLCODE                PIC S9(9) COMP.
           88  SQL-OK                VALUE ZERO.
           88  END-OF-DATA           VALUE 100.

       01  WS-ERROR-FIELDS.
           05  WS-ERR-PGM            PIC X(8)  VALUE 'VEHINQ'.
           05  WS-ERR-PARA           PIC X(30) VALUE SPACES.
           05  WS-ERR-SQLCODE-DISP   PIC -(9)9.
           05  WS-ERR-MSG            PIC X(80).

       01  WS-LOG-FIELDS.
           05  WS-LOG-SEVERITY       PIC X(8)  VALUE 'INFO'.

       COPY VEHIMS.
       COPY DFHAID.
       COPY DFHBMSCA.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(79).

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INIT-SQL
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           PERFORM 021-GET-DATE
           IF EIBCALEN = ZERO
               MOVE SPACES TO WS-CONV-VIN
               MOVE 1 TO WS-CONV-PAGE
               MOVE 'ENTER A VIN AND PRESS ENTER' TO WS-MSG
               PERFORM 060-SEND-SCREEN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                   MOVE 'Y' TO WS-END-SW
               ELSE
                   PERFORM 040-PROCESS-KEY
                   PERFORM 060-SEND-SCREEN
               END-IF
           END-IF
           PERFORM 030-RETURN
           .
       020-INIT-SQL.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC
           EXEC SQL WHENEVER SQLERROR GO TO DB-ERROR END-EXEC
           .
       021-GET-DATE.
           MOVE '021-GET-DATE' TO WS-ERR-PARA
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                 INTO :WS-TODAY
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> End of task: back to the terminal for the next key, or - on
      *> PF3/CLEAR - out of the transaction altogether.
       030-RETURN.
           IF END-SESSION
               EXEC CICS SEND TEXT FROM(WS-END-MSG)
                   LENGTH(LENGTH OF WS-END-MSG)
                   ERASE FREEKB
               END-EXEC
               EXEC CICS RETURN END-EXEC
           ELSE
               EXEC CICS RETURN TRANSID(WS-TRANID)
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF
           .
      *> Take the screen in and act on the key pressed. A screen
      *> sent back with nothing modified (MAPFAIL) reads as blank.
       040-PROCESS-KEY.
           EXEC CICS RECEIVE MAP('VEHIMAP') MAPSET('VEHIMS')
               INTO(VEHIMAPI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO VEHIMAPI
           END-IF
           MOVE VINI TO WS-IN-VIN
           MOVE VDESCI TO WS-IN-DESC
           MOVE VSTATI TO WS-IN-STATUS
           MOVE VLOCI TO WS-IN-LOC
           INSPECT WS-INPUT-FIELDS REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 042-DISPLAY-VEHICLE
               WHEN DFHPF5
                   PERFORM 044-UPDATE-VEHICLE
               WHEN DFHPF7
                   PERFORM 043-PAGE-BACK
               WHEN DFHPF8
                   PERFORM 047-PAGE-FORWARD
               WHEN OTHER
                   MOVE 'Y' TO WS-KEEP-SW
                   MOVE 'INVALID KEY - USE ENTER, PF5, PF7, PF8 OR PF3'
                       TO WS-MSG
           END-EVALUATE
           .
      *> ENTER: a new VIN (or the same one again) starts over at the
      *> first page of its history.
       042-DISPLAY-VEHICLE.
           MOVE WS-IN-VIN TO WS-CONV-VIN
           MOVE 1 TO WS-CONV-PAGE
           IF WS-IN-VIN = SPACES
               MOVE 'ENTER A VIN AND PRESS ENTER' TO WS-MSG
           END-IF
           .
       043-PAGE-BACK.
           EVALUATE TRUE
               WHEN WS-CONV-VIN = SPACES
                   MOVE 'ENTER A VIN AND PRESS ENTER' TO WS-MSG
               WHEN WS-CONV-PAGE NOT > 1
                   MOVE 'ALREADY AT THE FIRST PAGE OF HISTORY'
                       TO WS-MSG
               WHEN OTHER
                   SUBTRACT 1 FROM WS-CONV-PAGE
           END-EVALUATE
           .
       047-PAGE-FORWARD.
           EVALUATE TRUE
               WHEN WS-CONV-VIN = SPACES
                   MOVE 'ENTER A VIN AND PRESS ENTER' TO WS-MSG
               WHEN NOT CONV-MORE-HIST
                   MOVE 'NO MORE HISTORY FOR THIS VEHICLE' TO WS-MSG
               WHEN OTHER
                   ADD 1 TO WS-CONV-PAGE
           END-EVALUATE
           .
      *> PF5: only the vehicle on display can be changed, only by an
      *> authorized user, and not while a batch run holds the
      *> vehicle tables. A refused change leaves what was keyed on
      *> the screen so it can be corrected and sent again.
       044-UPDATE-VEHICLE.
           IF WS-CONV-VIN = SPACES OR WS-IN-VIN NOT = WS-CONV-VIN
               MOVE 'PRESS ENTER TO DISPLAY THE VEHICLE BEFORE CHANGING'
                   TO WS-MSG
           ELSE
               MOVE 'Y' TO WS-KEEP-SW
               PERFORM 070-CHECK-RUNLOCK
               PERFORM 071-CHECK-AUTH
               EVALUATE TRUE
                   WHEN WS-LOCK-COUNT > ZERO
                       STRING 'CHANGE REFUSED - BATCH RUN '
                           WS-LOCK-PGM
                           ' HOLDS THE VEHICLE LOCK, TRY LATER'
                           DELIMITED BY SIZE INTO WS-MSG
                   WHEN WS-AUTH-COUNT = ZERO
                       STRING 'CHANGE REFUSED - USER ' WS-USERID
                           ' IS NOT AUTHORIZED TO CHANGE VEHICLES'
                           DELIMITED BY SIZE INTO WS-MSG
                   WHEN OTHER
                       PERFORM 045-EDIT-CHANGES
               END-EVALUATE
           END-IF
           .
      *> The row is read again before anything is judged: if it no
      *> longer stands as it was shown, the user sees it as it is
      *> now and keys the change again.
       045-EDIT-CHANGES.
           PERFORM 050-READ-VEHICLE
           MOVE 'N' TO WS-DESC-SW
           MOVE 'N' TO WS-STATUS-SW
           MOVE 'N' TO WS-LOC-SW
           IF WS-IN-DESC NOT = WS-VEH-DESC
               MOVE 'Y' TO WS-DESC-SW
           END-IF
           IF WS-IN-STATUS NOT = WS-VEH-STATUS
               MOVE 'Y' TO WS-STATUS-SW
           END-IF
           IF WS-IN-LOC NOT = WS-VEH-LOC
               MOVE 'Y' TO WS-LOC-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-VEH-COUNT NOT = 1
                   MOVE 'N' TO WS-KEEP-SW
               WHEN WS-VEH-DESC NOT = WS-CONV-VEH-DESC
                       OR WS-VEH-STATUS NOT = WS-CONV-VEH-STATUS
                       OR WS-VEH-LOC NOT = WS-CONV-VEH-LOC
                   MOVE 'N' TO WS-KEEP-SW
                   MOVE 'CHANGED BY ANOTHER USER SINCE DISPLAYED - REVI
      -                 'EW AND KEY AGAIN' TO WS-MSG
               WHEN NOT DESC-CHANGED AND NOT STATUS-CHANGED
                       AND NOT LOC-CHANGED
                   MOVE 'NO CHANGES KEYED' TO WS-MSG
               WHEN OTHER
                   PERFORM 048-EDIT-FIELDS
                   IF WS-MSG = SPACES
                       PERFORM 046-APPLY-CHANGES
                   END-IF
           END-EVALUATE
           .
      *> The description that lands goes through SUBPROG, the same
      *> call VEHLOAD's 056-EDIT-VEHICLE makes; status and location
      *> moves are held to the rules VEHLOAD's 'C' and 'T' cards
      *> obey. The first failure is the one reported.
       048-EDIT-FIELDS.
           MOVE WS-IN-DESC TO CA-VEH-DESC
           MOVE WS-VEH-YR TO CA-VEH-YR
           MOVE WS-ERR-PGM TO CA-NAME
           CALL 'SUBPROG' USING COMM-AREA
           EVALUATE TRUE
               WHEN CA-EDIT-BAD-YEAR
                   MOVE 'MODEL YEAR ON FILE IS OUT OF PLAUSIBLE RANGE'
                       TO WS-MSG
               WHEN CA-EDIT-BLANK-DESC
                   MOVE 'DESCRIPTION CANNOT BE BLANK' TO WS-MSG
               WHEN CA-EDIT-BAD-CHAR
                   MOVE 'INVALID CHARACTER IN DESCRIPTION' TO WS-MSG
               WHEN NOT CA-STATUS-OK
                   MOVE 'LOW-VALUES IN DESCRIPTION' TO WS-MSG
               WHEN STATUS-CHANGED AND LOC-CHANGED
                   MOVE 'CHANGE STATUS AND LOCATION ONE AT A TIME'
                       TO WS-MSG
               WHEN STATUS-CHANGED AND NOT IN-STATUS-VALID
                   MOVE 'STATUS MUST BE I, S OR X' TO WS-MSG
               WHEN STATUS-CHANGED AND WS-IN-STATUS = 'S'
                   MOVE 'USE A VEHLOAD S SALE CARD TO SELL A VEHICLE'
                       TO WS-MSG
               WHEN STATUS-CHANGED AND WS-IN-STATUS = 'X'
                       AND WS-VEH-STATUS NOT = 'I'
                   MOVE 'VEHICLE NOT IN STOCK - CANNOT BE SCRAPPED'
                       TO WS-MSG
               WHEN LOC-CHANGED AND WS-IN-LOC = SPACES
                   MOVE 'LOCATION CANNOT BE BLANK' TO WS-MSG
               WHEN LOC-CHANGED AND WS-VEH-STATUS NOT = 'I'
                   MOVE 'VEHICLE NOT IN STOCK - CANNOT CHANGE LOCATION'
                       TO WS-MSG
           END-EVALUATE
           .
      *> The change, its audit row and any floor-plan consequence
      *> are one unit of work. The audit row carries the old and new
      *> lot only when the lot moved, as a VEHLOAD transfer's does.
       046-APPLY-CHANGES.
           MOVE '046-APPLY-UPDATE' TO WS-ERR-PARA
           EXEC SQL
               UPDATE VEHICLE
                  SET VEH-DESC = :WS-IN-DESC,
                      VEH-STATUS = :WS-IN-STATUS,
                      VEH-LOC = :WS-IN-LOC
                WHERE VEH-VIN = :WS-CONV-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF LOC-CHANGED
               MOVE WS-VEH-LOC TO WS-OLD-LOC
               MOVE WS-IN-LOC TO WS-NEW-LOC
           ELSE
               MOVE SPACES TO WS-OLD-LOC
               MOVE SPACES TO WS-NEW-LOC
           END-IF
           MOVE '046-APPLY-HIST' TO WS-ERR-PARA
           EXEC SQL
               INSERT INTO VEHICLE_HIST
                   (OLD-VEH-DESC, NEW-VEH-DESC, VEH-YR,
                    CHANGED-BY-NAME, TS, VEH-VIN,
                    OLD-VEH-LOC, NEW-VEH-LOC)
               VALUES (:WS-VEH-DESC, :WS-IN-DESC,
                       :WS-VEH-YR, :WS-USERID, CURRENT TIMESTAMP,
                       :WS-CONV-VIN, :WS-OLD-LOC, :WS-NEW-LOC)
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           IF STATUS-CHANGED
               IF WS-IN-STATUS = 'X'
                   PERFORM 056-RAISE-PAYOFF
               ELSE
                   PERFORM 057-CANCEL-PAYOFF
               END-IF
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'N' TO WS-KEEP-SW
           MOVE 1 TO WS-CONV-PAGE
           STRING 'VEHICLE ' WS-CONV-VIN ' UPDATED BY ' WS-USERID
               DELIMITED BY SIZE INTO WS-MSG
           .
       050-READ-VEHICLE.
           MOVE '050-READ-VEHICLE' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MAX(VEH-YR), 0),
                      VALUE(MAX(VEH-MAKE), ' '),
                      VALUE(MAX(VEH-MODEL), ' '),
                      VALUE(MAX(VEH-DESC), ' '),
                      VALUE(MAX(VEH-STATUS), ' '),
                      VALUE(MAX(VEH-LOC), ' '),
                      VALUE(MAX(ACQ-COST), 0),
                      VALUE(MAX(BOOK-VALUE), 0),
                      VALUE(MAX(MARKET-VALUE), 0)
                 INTO :WS-VEH-COUNT, :WS-VEH-YR, :WS-VEH-MAKE,
                      :WS-VEH-MODEL, :WS-VEH-DESC, :WS-VEH-STATUS,
                      :WS-VEH-LOC, :WS-ACQ-COST, :WS-BOOK-VALUE,
                      :WS-MARKET-VALUE
                 FROM VEHICLE
                WHERE VEH-VIN = :WS-CONV-VIN
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> One page of the vehicle's audit trail, newest first.
       051-LOAD-HISTORY-PAGE.
           COMPUTE WS-HIST-SKIP =
               (WS-CONV-PAGE - 1) * WS-HIST-PER-PAGE
           MOVE ZERO TO WS-HIST-ROW
           MOVE ZERO TO WS-HIST-IX
           MOVE 'N' TO WS-CONV-MORE
           MOVE 'OK' TO WS-HSTCUR-STATUS
           MOVE '051-HST-DECLARE' TO WS-ERR-PARA
           EXEC SQL
               DECLARE HSTCUR CURSOR FOR
               SELECT CHAR(TS), CHANGED-BY-NAME,
                      OLD-VEH-DESC, NEW-VEH-DESC,
                      OLD-VEH-LOC, NEW-VEH-LOC
                 FROM VEHICLE_HIST
                WHERE VEH-VIN = :WS-CONV-VIN
                ORDER BY TS DESC
           END-EXEC
           MOVE '051-HST-OPEN' TO WS-ERR-PARA
           EXEC SQL OPEN HSTCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           PERFORM 052-HST-FETCH-LOOP
               UNTIL HSTCUR-EOF OR CONV-MORE-HIST
           MOVE '051-HST-CLOSE' TO WS-ERR-PARA
           EXEC SQL CLOSE HSTCUR END-EXEC
           PERFORM 900-SQLCODE-CHECK
           MOVE WS-CONV-PAGE TO WS-PAGE-EDIT
           IF CONV-MORE-HIST
               STRING 'PAGE ' WS-PAGE-EDIT ' - PF8 FOR MORE'
                   DELIMITED BY SIZE INTO PAGENOO
           ELSE
               STRING 'PAGE ' WS-PAGE-EDIT
                   DELIMITED BY SIZE INTO PAGENOO
           END-IF
           .
       052-HST-FETCH-LOOP.
           MOVE '052-HST-FETCH-LOOP' TO WS-ERR-PARA
           EXEC SQL
               FETCH HSTCUR
                INTO :WS-HST-TS, :WS-HST-CHANGED-BY,
                     :WS-HST-OLD-DESC, :WS-HST-NEW-DESC,
                     :WS-HST-OLD-LOC, :WS-HST-NEW-LOC
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF END-OF-DATA
               MOVE 'EOF' TO WS-HSTCUR-STATUS
           ELSE
               PERFORM 900-SQLCODE-CHECK
               ADD 1 TO WS-HIST-ROW
               IF WS-HIST-ROW > WS-HIST-SKIP
                   IF WS-HIST-IX < WS-HIST-PER-PAGE
                       ADD 1 TO WS-HIST-IX
                       PERFORM 053-HIST-LINE
                   ELSE
                       MOVE 'Y' TO WS-CONV-MORE
                   END-IF
               END-IF
           END-IF
           .
      *> Descriptions are cut to fit the line; the lot columns show
      *> only on rows that moved the vehicle.
       053-HIST-LINE.
           MOVE WS-HST-TS(1:16) TO WS-HL-TS
           MOVE WS-HST-CHANGED-BY TO WS-HL-USER
           MOVE WS-HST-OLD-DESC TO WS-HL-OLD-DESC
           MOVE WS-HST-NEW-DESC TO WS-HL-NEW-DESC
           MOVE WS-HST-OLD-LOC TO WS-HL-OLD-LOC
           MOVE WS-HST-NEW-LOC TO WS-HL-NEW-LOC
           IF WS-HST-OLD-LOC = SPACES AND WS-HST-NEW-LOC = SPACES
               MOVE SPACE TO WS-HL-ARROW
           ELSE
               MOVE '>' TO WS-HL-ARROW
           END-IF
           MOVE WS-HIST-LINE TO HISTO (WS-HIST-IX)
           .
      *> Floor-plan payoff on a financed unit scrapped from the
      *> screen - the same update VEHLOAD's 084-RAISE-PAYOFF makes
      *> for a scrap card, dated today. No open row, nothing raised.
       056-RAISE-PAYOFF.
           MOVE '056-RAISE-PAYOFF' TO WS-ERR-PARA
           EXEC SQL
               UPDATE FLOOR_PLAN
                  SET FP-STATUS = 'D',
                      PAYOFF-DUE-DATE = CURRENT DATE,
                      PAYOFF-REASON = 'X',
                      PAYOFF-AMT = ADVANCE-AMT - CURTAIL-PAID
                WHERE VEH-VIN = :WS-CONV-VIN
                  AND FP-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF NOT END-OF-DATA
               PERFORM 900-SQLCODE-CHECK
           END-IF
           .
      *> A unit put back in stock withdraws a payoff not yet paid, as
      *> VEHLOAD's 085-CANCEL-PAYOFF does.
       057-CANCEL-PAYOFF.
           MOVE '057-CANCEL-PAYOFF' TO WS-ERR-PARA
           EXEC SQL
               UPDATE FLOOR_PLAN
                  SET FP-STATUS = 'O',
                      PAYOFF-DUE-DATE = '0001-01-01',
                      PAYOFF-REASON = ' ',
                      PAYOFF-AMT = 0
                WHERE VEH-VIN = :WS-CONV-VIN
                  AND FP-STATUS = 'D'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF NOT END-OF-DATA
               PERFORM 900-SQLCODE-CHECK
           END-IF
           .
      *> Build and send the whole screen from the row as it stands
      *> now. The row as shown is remembered for the next update's
      *> comparison; a refused change puts back what was keyed.
       060-SEND-SCREEN.
           MOVE LOW-VALUES TO VEHIMAPO
           MOVE WS-TODAY TO RUNDTO
           MOVE WS-CONV-VIN TO VINO
           MOVE -1 TO VINL
           IF WS-CONV-VIN NOT = SPACES
               PERFORM 050-READ-VEHICLE
               EVALUATE TRUE
                   WHEN WS-VEH-COUNT = ZERO
                       MOVE SPACES TO WS-CONV-VIN
                       IF WS-MSG = SPACES
                           MOVE 'VIN NOT ON VEHICLE' TO WS-MSG
                       END-IF
                   WHEN WS-VEH-COUNT > 1
                       MOVE SPACES TO WS-CONV-VIN
                       IF WS-MSG = SPACES
                           MOVE 'VIN NOT UNIQUE ON VEHICLE - CORRECT TH
      -                         'ROUGH VEHLOAD' TO WS-MSG
                       END-IF
                   WHEN OTHER
                       PERFORM 061-FILL-VEHICLE
                       PERFORM 051-LOAD-HISTORY-PAGE
                       MOVE -1 TO VDESCL
               END-EVALUATE
           END-IF
           MOVE WS-MSG TO MSGO
           EXEC CICS SEND MAP('VEHIMAP') MAPSET('VEHIMS')
               FROM(VEHIMAPO)
               ERASE CURSOR
           END-EXEC
           .
       061-FILL-VEHICLE.
           MOVE WS-VEH-YR TO WS-CONV-VEH-YR
           MOVE WS-VEH-DESC TO WS-CONV-VEH-DESC
           MOVE WS-VEH-STATUS TO WS-CONV-VEH-STATUS
           MOVE WS-VEH-LOC TO WS-CONV-VEH-LOC
           MOVE WS-VEH-YR TO VYEARO
           MOVE WS-VEH-MAKE TO MAKEO
           MOVE WS-VEH-MODEL TO MODELO
           MOVE WS-ACQ-COST TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO ACQCSTO
           MOVE WS-BOOK-VALUE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO BOOKVALO
           MOVE WS-MARKET-VALUE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO MKTVALO
           IF KEEP-INPUT
               MOVE WS-IN-DESC TO VDESCO
               MOVE WS-IN-STATUS TO VSTATO
               MOVE WS-IN-LOC TO VLOCO
           ELSE
               MOVE WS-VEH-DESC TO VDESCO
               MOVE WS-VEH-STATUS TO VSTATO
               MOVE WS-VEH-LOC TO VLOCO
           END-IF
           .
      *> Batch jobs over the vehicle tables register under the
      *> 'VEHICLE ' resource group for their whole run (see their
      *> 930-REGISTER-RUN); a change is only taken when none is
      *> registered.
       070-CHECK-RUNLOCK.
           MOVE '070-CHECK-RUNLOCK' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*), VALUE(MAX(PGM-NAME), ' ')
                 INTO :WS-LOCK-COUNT, :WS-LOCK-PGM
                 FROM RUNLOCK
                WHERE RES-GROUP = :WS-RES-GROUP
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
       071-CHECK-AUTH.
           MOVE '071-CHECK-AUTH' TO WS-ERR-PARA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-AUTH-COUNT
                 FROM VEH_MAINT_AUTH
                WHERE USER-ID = :WS-USERID
           END-EXEC
           PERFORM 900-SQLCODE-CHECK
           .
      *> Same check as the batch programs' 900-SQLCODE-CHECK; with no
      *> job return code online, anything short of an error carries
      *> on.
       900-SQLCODE-CHECK.
           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
               WHEN SQL-OK
                   CONTINUE
               WHEN WS-SQLCODE < 0
                   PERFORM DB-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *> Same shape as the updaters' DB-ERROR: back the unit of work
      *> out, leave an ERROR row on LOG, and tell the terminal user
      *> instead of abending the transaction. The conversation ends
      *> here; VINQ starts it again.
       DB-ERROR.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           MOVE WS-SQLCODE TO WS-ERR-SQLCODE-DISP
           STRING 'DB ERROR PGM=' WS-ERR-PGM
               ' PARA=' WS-ERR-PARA
               ' SQLCODE=' WS-ERR-SQLCODE-DISP
               DELIMITED BY SIZE INTO WS-ERR-MSG
           MOVE 'ERROR' TO WS-LOG-SEVERITY
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           EXEC SQL
               INSERT INTO LOG (MSG, TS, SEVERITY, SOURCE-PGM)
               VALUES (:WS-ERR-MSG, CURRENT TIMESTAMP,
                       :WS-LOG-SEVERITY, :WS-ERR-PGM)
           END-EXEC
           EXEC CICS SYNCPOINT END-EXEC
           EXEC CICS SEND TEXT FROM(WS-ERR-MSG)
               LENGTH(LENGTH OF WS-ERR-MSG)
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
