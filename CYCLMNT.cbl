000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CYCLMNT.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    INTERACTIVE BILL CYCLE MAINTENANCE PROGRAM.  THE OPERATOR
001200*    SIGNS ON THROUGH THE SHARED SIGNON MODULE AND CAN:
001300*      A  ADD A BILL CYCLE, OR CHANGE AN EXISTING CYCLE'S CUTOFF
001400*         DAY OR NAME - THE CYCLE NUMBER (01-99), CUTOFF DAY
001500*         (01-28) AND NAME ARE KEYED, ECHOED BACK AND APPENDED
001600*         TO THE BILL CYCLE FILE ONLY AFTER THE OPERATOR
001700*         CONFIRMS, THE SAME WAY PLANMNT KEEPS THE PLAN MASTER;
001800*      L  LIST THE CYCLES CURRENTLY SET UP.
001900*    THE LATEST LINE FOR A CYCLE DECIDES.  NO TWO CYCLES MAY
002000*    SHARE A CUTOFF DAY, SO A RUN KEYED FOR "TODAY'S CYCLE"
002100*    ALWAYS FINDS EXACTLY ONE.  ACCOUNTS ARE MOVED BETWEEN
002200*    CYCLES FROM THE PROJECT3 MENU, NOT HERE.
002300*
002400*    MODIFICATION HISTORY.
002500*    10/15/2026  RH   ORIGINAL PROGRAM.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CYCLE-FILE ASSIGN TO "bill-cycle-file"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS CM-CYCLE-STATUS.

003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CYCLE-FILE.
003600 01  CYCLE-LINE.
003700     COPY CYCREC.

003800 WORKING-STORAGE SECTION.
003900*----------------------------------------------------------------
004000* WORKING STORAGE.
004100*----------------------------------------------------------------
004200 01  STATS                   PIC 9.
004300 01  USER-INPUT-FLAG         PIC X.
004400 01  CONFIRM-FLAG            PIC X.
004500 01  OPERATOR-ID             PIC X(08).
004600 01  OPERATOR-AUTH-LEVEL     PIC 9(01).
004700 01  SIGNON-STATS            PIC 9.
004800 01  CM-CYCLE-STATUS         PIC XX.
004900 01  CM-CYCLE-COUNT          PIC 9(02).
005000 01  CM-CYCLE-SUB            PIC 9(03) COMP.
005100 01  CM-LISTED               PIC 9(02).
005200 01  CM-TODAY                PIC 9(08).
005300 01  CM-CYCLE                PIC 9(02).
005400 01  CM-CUTOFF-DAY           PIC 9(02).
005500 01  CM-NAME                 PIC X(20).
005600 01  CM-FIELD-OK-SWITCH      PIC X(01).
005700     88  CM-FIELD-OK             VALUE "Y".
005800     88  CM-FIELD-BAD            VALUE "N".
005900 01  CM-CHANGE-SWITCH        PIC X(01).
006000     88  CM-CHANGING-CYCLE       VALUE "Y".
006100     88  CM-NEW-CYCLE            VALUE "N".
006200 01  CM-CYCLE-REC.
006300     COPY CYCREC.

006400 PROCEDURE DIVISION.
006500*----------------------------------------------------------------
006600* 0000-MAIN-PARAGRAPH.
006700*----------------------------------------------------------------
006800 0000-MAIN-PARAGRAPH.
006900     MOVE 1 TO SIGNON-STATS.
007000     PERFORM 0050-SIGN-ON THRU 0050-EXIT
007100         UNTIL SIGNON-STATS = 0.
007200     ACCEPT CM-TODAY FROM DATE YYYYMMDD.
007300     PERFORM 0100-USER-INTERFACE THRU 0100-EXIT
007400         UNTIL USER-INPUT-FLAG = "X".
007500     STOP RUN.

007600*----------------------------------------------------------------
007700* 0050-SIGN-ON.
007800*    SIGNS THE OPERATOR ON THROUGH THE SHARED SIGNON MODULE,
007900*    RE-PROMPTING UNTIL A KNOWN ID IS KEYED.
008000*----------------------------------------------------------------
008100 0050-SIGN-ON.
008200     DISPLAY "Please enter your operator ID".
008300     ACCEPT OPERATOR-ID.
008400     CALL "SIGN-ON-OPERATOR" USING SIGNON-STATS OPERATOR-ID
008500         OPERATOR-AUTH-LEVEL.
008600     IF SIGNON-STATS NOT = 0
008700         DISPLAY "Operator ID not recognized".
008800 0050-EXIT.
008900     EXIT.

009000*----------------------------------------------------------------
009100* 0100-USER-INTERFACE.
009200*----------------------------------------------------------------
009300 0100-USER-INTERFACE.
009400     DISPLAY "Please select an action:".
009500     DISPLAY "Add or Change a Bill Cycle (A)".
009600     DISPLAY "List the Bill Cycles (L)".
009700     DISPLAY "Exit Program (X)".
009800     ACCEPT USER-INPUT-FLAG.
009900     IF USER-INPUT-FLAG = "A"
010000         PERFORM 1000-ADD-CYCLE THRU 1000-EXIT
010100     ELSE IF USER-INPUT-FLAG = "L"
010200         PERFORM 2000-LIST-CYCLES THRU 2000-EXIT.
010300 0100-EXIT.
010400     EXIT.

010500*----------------------------------------------------------------
010600* 1000-ADD-CYCLE.
010700*    KEYS ONE CYCLE - NEW, OR A CHANGE TO ONE ALREADY SET UP -
010800*    ECHOES IT BACK, AND APPENDS IT TO THE BILL CYCLE FILE ON
010900*    CONFIRMATION.
011000*----------------------------------------------------------------
011100 1000-ADD-CYCLE.
011200     CALL "LOAD-BILL-CYCLES" USING STATS CM-CYCLE-COUNT.
011300     SET CM-FIELD-BAD TO TRUE.
011400     PERFORM 1050-ACCEPT-CYCLE THRU 1050-EXIT
011500         UNTIL CM-FIELD-OK.
011600     MOVE CM-CYCLE TO CY-CYCLE OF CM-CYCLE-REC.
011700     CALL "FIND-BILL-CYCLE" USING STATS CM-CYCLE-REC.
011800     IF STATS = 0
011900         SET CM-CHANGING-CYCLE TO TRUE
012000         DISPLAY "Cycle " CM-CYCLE " now closes on day "
012100             CY-CUTOFF-DAY OF CM-CYCLE-REC " - "
012200             CY-NAME OF CM-CYCLE-REC
012300     ELSE
012400         SET CM-NEW-CYCLE TO TRUE
012500         DISPLAY "Cycle " CM-CYCLE " is a new cycle".
012600     SET CM-FIELD-BAD TO TRUE.
012700     PERFORM 1100-ACCEPT-CUTOFF-DAY THRU 1100-EXIT
012800         UNTIL CM-FIELD-OK.
012900     DISPLAY "Please enter the cycle name".
013000     ACCEPT CM-NAME.
013100     MOVE CM-CYCLE TO CY-CYCLE OF CYCLE-LINE.
013200     MOVE CM-CUTOFF-DAY TO CY-CUTOFF-DAY OF CYCLE-LINE.
013300     MOVE CM-NAME TO CY-NAME OF CYCLE-LINE.
013400     MOVE CM-TODAY TO CY-DATE OF CYCLE-LINE.
013500     MOVE OPERATOR-ID TO CY-OPERATOR OF CYCLE-LINE.
013600     DISPLAY "Cycle " CY-CYCLE OF CYCLE-LINE " "
013700         CY-NAME OF CYCLE-LINE " closes on day "
013800         CY-CUTOFF-DAY OF CYCLE-LINE " of every month".
013900     IF CM-CHANGING-CYCLE
014000         DISPLAY "Accounts in this cycle bill on the new day from"
014100             " their next billing run".
014200     DISPLAY "Add this cycle - confirm (Y/N)".
014300     ACCEPT CONFIRM-FLAG.
014400     IF CONFIRM-FLAG = "Y" OR CONFIRM-FLAG = "y"
014500         PERFORM 1400-APPEND-CYCLE THRU 1400-EXIT
014600     ELSE
014700         DISPLAY "Cycle not added".
014800 1000-EXIT.
014900     EXIT.

015000*----------------------------------------------------------------
015100* 1050-ACCEPT-CYCLE.
015200*    KEEPS ASKING UNTIL A CYCLE NUMBER 01 THROUGH 99 IS KEYED -
015300*    ZERO ON THE CUSTOMER MASTER MEANS "NO CYCLE ASSIGNED", SO
015400*    IT CANNOT NAME A CYCLE HERE.
015500*----------------------------------------------------------------
015600 1050-ACCEPT-CYCLE.
015700     DISPLAY "Please enter the cycle number (01-99)".
015800     ACCEPT CM-CYCLE.
015900     IF CM-CYCLE NUMERIC AND CM-CYCLE NOT = ZERO
016000         SET CM-FIELD-OK TO TRUE
016100     ELSE
016200         DISPLAY "Cycle must be 01 through 99 - please re-enter.".
016300 1050-EXIT.
016400     EXIT.

016500*----------------------------------------------------------------
016600* 1100-ACCEPT-CUTOFF-DAY.
016700*    KEEPS ASKING UNTIL A CUTOFF DAY 01 THROUGH 28 IS KEYED THAT
016800*    NO OTHER CYCLE ALREADY CLOSES ON.
016900*----------------------------------------------------------------
017000 1100-ACCEPT-CUTOFF-DAY.
017100     DISPLAY "Please enter the cutoff day of the month (01-28)".
017200     ACCEPT CM-CUTOFF-DAY.
017300     IF CM-CUTOFF-DAY NOT NUMERIC
017400             OR CM-CUTOFF-DAY = ZERO
017500             OR CM-CUTOFF-DAY > 28
017600         DISPLAY "Cutoff day must be 01 through 28 - please "
017700             "re-enter."
017800         GO TO 1100-EXIT.
017900     MOVE CM-CUTOFF-DAY TO CY-CUTOFF-DAY OF CM-CYCLE-REC.
018000     CALL "FIND-CYCLE-BY-DAY" USING STATS CM-CYCLE-REC.
018100     IF STATS = 0 AND CY-CYCLE OF CM-CYCLE-REC NOT = CM-CYCLE
018200         DISPLAY "Cycle " CY-CYCLE OF CM-CYCLE-REC
018300             " already closes on day " CM-CUTOFF-DAY
018400             " - please re-enter."
018500         GO TO 1100-EXIT.
018600     SET CM-FIELD-OK TO TRUE.
018700 1100-EXIT.
018800     EXIT.

018900*----------------------------------------------------------------
019000* 1400-APPEND-CYCLE.
019100*    APPENDS THE CONFIRMED CYCLE, CREATING THE BILL CYCLE FILE
019200*    THE FIRST TIME IT IS USED.
019300*----------------------------------------------------------------
019400 1400-APPEND-CYCLE.
019500     OPEN EXTEND CYCLE-FILE.
019600     IF CM-CYCLE-STATUS = "35"
019700         OPEN OUTPUT CYCLE-FILE
019800         CLOSE CYCLE-FILE
019900         OPEN EXTEND CYCLE-FILE.
020000     IF CM-CYCLE-STATUS NOT = "00"
020100         DISPLAY "Bill cycle file could not be opened"
020200     ELSE
020300         WRITE CYCLE-LINE
020400         IF CM-CYCLE-STATUS = "00"
020500             DISPLAY "Cycle added"
020600         ELSE
020700             DISPLAY "Cycle could not be written"
020800         END-IF
020900         CLOSE CYCLE-FILE.
021000 1400-EXIT.
021100     EXIT.

021200*----------------------------------------------------------------
021300* 2000-LIST-CYCLES.
021400*    SHOWS EVERY CYCLE CURRENTLY SET UP, LOWEST NUMBER FIRST,
021500*    WITH WHO LAST SET IT AND WHEN.
021600*----------------------------------------------------------------
021700 2000-LIST-CYCLES.
021800     CALL "LOAD-BILL-CYCLES" USING STATS CM-CYCLE-COUNT.
021900     IF CM-CYCLE-COUNT = ZERO
022000         DISPLAY "No bill cycles are set up - every account bills"
022100             " in one run"
022200         GO TO 2000-EXIT.
022300     DISPLAY "Cycle  Day  Name                  Set      By".
022400     MOVE ZERO TO CM-LISTED.
022500     PERFORM 2100-LIST-ONE-CYCLE THRU 2100-EXIT
022600         VARYING CM-CYCLE-SUB FROM 1 BY 1
022700         UNTIL CM-CYCLE-SUB > 99.
022800     DISPLAY CM-LISTED " cycles set up".
022900 2000-EXIT.
023000     EXIT.

023100 2100-LIST-ONE-CYCLE.
023200     MOVE CM-CYCLE-SUB TO CY-CYCLE OF CM-CYCLE-REC.
023300     CALL "FIND-BILL-CYCLE" USING STATS CM-CYCLE-REC.
023400     IF STATS = 0
023500         ADD 1 TO CM-LISTED
023600         DISPLAY "  " CY-CYCLE OF CM-CYCLE-REC "    "
023700             CY-CUTOFF-DAY OF CM-CYCLE-REC "  "
023800             CY-NAME OF CM-CYCLE-REC "  "
023900             CY-DATE OF CM-CYCLE-REC " "
024000             CY-OPERATOR OF CM-CYCLE-REC.
024100 2100-EXIT.
024200     EXIT.
