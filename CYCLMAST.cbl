000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CYCLMAST.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    BILL CYCLE ACCESS MODULE.  LOADS THE APPEND-ONLY BILL CYCLE
001200*    FILE KEPT BY CYCLMNT INTO A TABLE SUBSCRIPTED BY CYCLE
001300*    NUMBER - THE LATEST LINE FOR A CYCLE WINS - AND ANSWERS
001400*    THE QUESTIONS THE BILLING, STATEMENT, DUNNING AND CUSTOMER
001500*    MAINTENANCE PROGRAMS ALL NEED ANSWERED THE SAME WAY: WHICH
001600*    CYCLE CLOSES ON A GIVEN DAY, WHICH CYCLE A NEW ACCOUNT
001700*    GOES IN, WHICH CYCLE AN EXISTING ACCOUNT BILLS IN, AND
001800*    WHAT BILLING DATE AND STATEMENT PERIOD A CYCLE RUN COVERS.
001900*    LOAD-BILL-CYCLES MUST BE CALLED BEFORE ANY OTHER ENTRY.
002000*
002100*    MODIFICATION HISTORY.
002200*    10/15/2026  RH   ORIGINAL MODULE.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CYCLE-FILE ASSIGN TO "bill-cycle-file"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS CY-FILE-STATUS.

003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CYCLE-FILE.
003300 01  CYCLE-LINE.
003400     COPY CYCREC.

003500 WORKING-STORAGE SECTION.
003600*----------------------------------------------------------------
003700* WORKING STORAGE.
003800*----------------------------------------------------------------
003900 01  CY-FILE-STATUS              PIC XX.
004000 01  CY-CYCLE-COUNT              PIC 9(02).
004100 01  CY-SUB                      PIC 9(03) COMP.
004200 01  CY-WANTED                   PIC 9(03) COMP.
004300 01  CY-SEEN                     PIC 9(03) COMP.
004400 01  CY-QUOTIENT                 PIC 9(09).
004500 01  CY-REMAINDER                PIC 9(03).
004600 01  CY-WORK-REC.
004700     COPY CYCREC.

004800*----------------------------------------------------------------
004900* BILL CYCLE TABLE - ONE ENTRY PER CYCLE NUMBER 01 THROUGH 99,
005000* SUBSCRIPTED BY THE CYCLE NUMBER, HOLDING THE LATEST LINE FOR
005100* THE CYCLE.  A CYCLE NEVER SET UP HAS A ZERO CYCLE NUMBER.
005200*----------------------------------------------------------------
005300 01  CY-CYCLE-TABLE.
005400     05  CY-CYCLE-ENTRY OCCURS 99 TIMES.
005500         10  CY-ENTRY-REC        PIC X(40).

005600*----------------------------------------------------------------
005700* BILLING DATE WORK AREAS.
005800*----------------------------------------------------------------
005900 01  CY-RUN-DATE                 PIC 9(08).
006000 01  CY-RUN-DATE-R REDEFINES CY-RUN-DATE.
006100     05  CY-RUN-YEAR             PIC 9(04).
006200     05  CY-RUN-MONTH            PIC 9(02).
006300     05  CY-RUN-DAY              PIC 9(02).
006400 01  CY-BILL-DATE                PIC 9(08).
006500 01  CY-BILL-DATE-R REDEFINES CY-BILL-DATE.
006600     05  CY-BILL-YEAR            PIC 9(04).
006700     05  CY-BILL-MONTH           PIC 9(02).
006800     05  CY-BILL-DAY             PIC 9(02).
006900 01  CY-PRIOR-DATE               PIC 9(08).
007000 01  CY-PRIOR-DATE-R REDEFINES CY-PRIOR-DATE.
007100     05  CY-PRIOR-YEAR           PIC 9(04).
007200     05  CY-PRIOR-MONTH          PIC 9(02).
007300     05  CY-PRIOR-DAY            PIC 9(02).
007400 01  CY-PRIOR-DAYS               PIC 9(09).

007500 LINKAGE SECTION.
007600 01  LS-STATS                    PIC 9.
007700 01  LS-CYCLE-COUNT              PIC 9(02).
007800 01  LS-CYCLE-REC.
007900     COPY CYCREC.
008000 01  LS-RECORD-NUM               PIC 9(09).
008100 01  LS-CYCLE                    PIC 9(02).
008200 01  LS-ACCOUNT-CYCLE            PIC 9(02).
008300 01  LS-RUN-DATE                 PIC 9(08).
008400 01  LS-BILL-DATE                PIC 9(08).
008500 01  LS-PERIOD-START             PIC 9(08).

008600*----------------------------------------------------------------
008700* PROCEDURE DIVISION.
008800*----------------------------------------------------------------
008900 PROCEDURE DIVISION.

009000*----------------------------------------------------------------
009100* 1000-LOAD-BILL-CYCLES-ENTRY.
009200*    READS THE BILL CYCLE FILE FRONT TO BACK INTO THE TABLE AND
009300*    HANDS BACK HOW MANY CYCLES ARE SET UP.  NO FILE MEANS NO
009400*    CYCLES - LS-CYCLE-COUNT ZERO - WHICH EVERY CALLER TREATS AS
009500*    "BILL EVERYONE TOGETHER" THE WAY THE SHOP DID BEFORE BILL
009600*    CYCLES EXISTED.
009700*----------------------------------------------------------------
009800 1000-LOAD-BILL-CYCLES-ENTRY.
009900 ENTRY "LOAD-BILL-CYCLES" USING LS-STATS LS-CYCLE-COUNT.
010000     MOVE ZERO TO LS-STATS.
010100     MOVE ZERO TO CY-CYCLE-COUNT.
010200     PERFORM 1010-CLEAR-ONE-ENTRY THRU 1010-EXIT
010300         VARYING CY-SUB FROM 1 BY 1
010400         UNTIL CY-SUB > 99.
010500     OPEN INPUT CYCLE-FILE.
010600     IF CY-FILE-STATUS = "00"
010700         PERFORM 1020-READ-CYCLE-LINE THRU 1020-EXIT
010800             UNTIL CY-FILE-STATUS NOT = "00"
010900         CLOSE CYCLE-FILE.
011000     PERFORM 1030-COUNT-ONE-ENTRY THRU 1030-EXIT
011100         VARYING CY-SUB FROM 1 BY 1
011200         UNTIL CY-SUB > 99.
011300     MOVE CY-CYCLE-COUNT TO LS-CYCLE-COUNT.
011400     GOBACK.

011500 1010-CLEAR-ONE-ENTRY.
011600     MOVE ZERO TO CY-CYCLE OF CY-WORK-REC.
011700     MOVE ZERO TO CY-CUTOFF-DAY OF CY-WORK-REC.
011800     MOVE SPACES TO CY-NAME OF CY-WORK-REC.
011900     MOVE ZERO TO CY-DATE OF CY-WORK-REC.
012000     MOVE SPACES TO CY-OPERATOR OF CY-WORK-REC.
012100     MOVE CY-WORK-REC TO CY-ENTRY-REC (CY-SUB).
012200 1010-EXIT.
012300     EXIT.

012400 1020-READ-CYCLE-LINE.
012500     READ CYCLE-FILE.
012600     IF CY-FILE-STATUS = "00"
012700         IF CY-CYCLE OF CYCLE-LINE NUMERIC
012800                 AND CY-CYCLE OF CYCLE-LINE NOT = ZERO
012900             MOVE CYCLE-LINE
013000                 TO CY-ENTRY-REC (CY-CYCLE OF CYCLE-LINE)
013100         END-IF
013200     END-IF.
013300 1020-EXIT.
013400     EXIT.

013500 1030-COUNT-ONE-ENTRY.
013600     MOVE CY-ENTRY-REC (CY-SUB) TO CY-WORK-REC.
013700     IF CY-CYCLE OF CY-WORK-REC NOT = ZERO
013800         ADD 1 TO CY-CYCLE-COUNT.
013900 1030-EXIT.
014000     EXIT.

014100*----------------------------------------------------------------
014200* 1100-FIND-BILL-CYCLE-ENTRY.
014300*    HANDS BACK THE LATEST LINE FOR THE CYCLE NUMBER THE CALLER
014400*    PUT IN CY-CYCLE.  LS-STATS = 0 FOUND, 2 NOT SET UP.
014500*----------------------------------------------------------------
014600 1100-FIND-BILL-CYCLE-ENTRY.
014700 ENTRY "FIND-BILL-CYCLE" USING LS-STATS LS-CYCLE-REC.
014800     MOVE 2 TO LS-STATS.
014900     IF CY-CYCLE OF LS-CYCLE-REC NOT NUMERIC
015000             OR CY-CYCLE OF LS-CYCLE-REC = ZERO
015100         GOBACK.
015200     MOVE CY-ENTRY-REC (CY-CYCLE OF LS-CYCLE-REC) TO CY-WORK-REC.
015300     IF CY-CYCLE OF CY-WORK-REC NOT = ZERO
015400         MOVE CY-WORK-REC TO LS-CYCLE-REC
015500         MOVE ZERO TO LS-STATS.
015600     GOBACK.

015700*----------------------------------------------------------------
015800* 1200-FIND-CYCLE-BY-DAY-ENTRY.
015900*    HANDS BACK THE CYCLE WHOSE CUTOFF DAY IS THE ONE THE CALLER
016000*    PUT IN CY-CUTOFF-DAY - HOW A RUN KEYED "TODAY'S CYCLE" FINDS
016100*    ITS CYCLE, AND HOW CYCLMNT KEEPS TWO CYCLES OFF ONE DAY.
016200*    LS-STATS = 0 FOUND, 2 NO CYCLE CLOSES THAT DAY.
016300*----------------------------------------------------------------
016400 1200-FIND-CYCLE-BY-DAY-ENTRY.
016500 ENTRY "FIND-CYCLE-BY-DAY" USING LS-STATS LS-CYCLE-REC.
016600     MOVE 2 TO LS-STATS.
016700     PERFORM 1210-TEST-CYCLE-DAY THRU 1210-EXIT
016800         VARYING CY-SUB FROM 1 BY 1
016900         UNTIL CY-SUB > 99 OR LS-STATS = 0.
017000     GOBACK.

017100 1210-TEST-CYCLE-DAY.
017200     MOVE CY-ENTRY-REC (CY-SUB) TO CY-WORK-REC.
017300     IF CY-CYCLE OF CY-WORK-REC NOT = ZERO
017400             AND CY-CUTOFF-DAY OF CY-WORK-REC
017500                 = CY-CUTOFF-DAY OF LS-CYCLE-REC
017600         MOVE CY-WORK-REC TO LS-CYCLE-REC
017700         MOVE ZERO TO LS-STATS.
017800 1210-EXIT.
017900     EXIT.

018000*----------------------------------------------------------------
018100* 1300-ASSIGN-BILL-CYCLE-ENTRY.
018200*    PICKS THE CYCLE A NEW ACCOUNT GOES IN, SPREADING NEW
018300*    ACCOUNTS EVENLY ACROSS THE CYCLES SET UP BY THEIR RECORD
018400*    NUMBER.  LS-STATS = 2 AND CYCLE ZERO WHEN NO CYCLES EXIST.
018500*----------------------------------------------------------------
018600 1300-ASSIGN-BILL-CYCLE-ENTRY.
018700 ENTRY "ASSIGN-BILL-CYCLE" USING LS-STATS LS-RECORD-NUM LS-CYCLE.
018800     MOVE ZERO TO LS-CYCLE.
018900     IF CY-CYCLE-COUNT = ZERO
019000         MOVE 2 TO LS-STATS
019100         GOBACK.
019200     MOVE ZERO TO LS-STATS.
019300     DIVIDE LS-RECORD-NUM BY CY-CYCLE-COUNT
019400         GIVING CY-QUOTIENT REMAINDER CY-REMAINDER.
019500     ADD 1 CY-REMAINDER GIVING CY-WANTED.
019600     MOVE ZERO TO CY-SEEN.
019700     PERFORM 1310-COUNT-TO-WANTED THRU 1310-EXIT
019800         VARYING CY-SUB FROM 1 BY 1
019900         UNTIL CY-SUB > 99 OR LS-CYCLE NOT = ZERO.
020000     GOBACK.

020100 1310-COUNT-TO-WANTED.
020200     MOVE CY-ENTRY-REC (CY-SUB) TO CY-WORK-REC.
020300     IF CY-CYCLE OF CY-WORK-REC NOT = ZERO
020400         ADD 1 TO CY-SEEN
020500         IF CY-SEEN = CY-WANTED
020600             MOVE CY-CYCLE OF CY-WORK-REC TO LS-CYCLE
020700         END-IF
020800     END-IF.
020900 1310-EXIT.
021000     EXIT.

021100*----------------------------------------------------------------
021200* 1400-ACCOUNT-BILL-CYCLE-ENTRY.
021300*    HANDS BACK THE CYCLE AN ACCOUNT BILLS IN - ITS OWN CYCLE
021400*    WHEN THAT CYCLE IS SET UP, OTHERWISE (NO CYCLE ASSIGNED
021500*    YET) THE LOWEST-NUMBERED CYCLE ON FILE, SO NO ACCOUNT
021600*    FALLS BETWEEN CYCLES.  LS-STATS = 2 AND CYCLE ZERO WHEN NO
021700*    CYCLES EXIST.
021800*----------------------------------------------------------------
021900 1400-ACCOUNT-BILL-CYCLE-ENTRY.
022000 ENTRY "ACCOUNT-BILL-CYCLE" USING LS-STATS LS-ACCOUNT-CYCLE
022100     LS-CYCLE.
022200     MOVE ZERO TO LS-STATS.
022300     IF LS-ACCOUNT-CYCLE NUMERIC
022400             AND LS-ACCOUNT-CYCLE NOT = ZERO
022500         MOVE CY-ENTRY-REC (LS-ACCOUNT-CYCLE) TO CY-WORK-REC
022600         IF CY-CYCLE OF CY-WORK-REC NOT = ZERO
022700             MOVE LS-ACCOUNT-CYCLE TO LS-CYCLE
022800             GOBACK
022900         END-IF
023000     END-IF.
023100     MOVE ZERO TO LS-CYCLE.
023200     PERFORM 1410-TEST-LOWEST THRU 1410-EXIT
023300         VARYING CY-SUB FROM 1 BY 1
023400         UNTIL CY-SUB > 99 OR LS-CYCLE NOT = ZERO.
023500     IF LS-CYCLE = ZERO
023600         MOVE 2 TO LS-STATS.
023700     GOBACK.

023800 1410-TEST-LOWEST.
023900     MOVE CY-ENTRY-REC (CY-SUB) TO CY-WORK-REC.
024000     IF CY-CYCLE OF CY-WORK-REC NOT = ZERO
024100         MOVE CY-CYCLE OF CY-WORK-REC TO LS-CYCLE.
024200 1410-EXIT.
024300     EXIT.

024400*----------------------------------------------------------------
024500* 1500-BILL-CYCLE-DATES-ENTRY.
024600*    WORKS OUT THE DATES A RUN OF THE CALLER'S CYCLE COVERS ON
024700*    THE RUN DATE GIVEN: THE BILLING DATE IS THE CYCLE'S MOST
024800*    RECENT CUTOFF - THIS MONTH'S WHEN THE RUN IS ON OR AFTER
024900*    THE CUTOFF DAY, LAST MONTH'S WHEN IT IS EARLIER - AND THE
025000*    PERIOD STARTS THE DAY AFTER THE CUTOFF BEFORE THAT.  THE
025100*    CUTOFF DAY IS NEVER PAST THE 28TH, SO EVERY MONTH HAS IT.
025200*----------------------------------------------------------------
025300 1500-BILL-CYCLE-DATES-ENTRY.
025400 ENTRY "BILL-CYCLE-DATES" USING LS-STATS LS-CYCLE-REC
025500     LS-RUN-DATE LS-BILL-DATE LS-PERIOD-START.
025600     MOVE ZERO TO LS-STATS.
025700     MOVE LS-RUN-DATE TO CY-RUN-DATE.
025800     MOVE CY-RUN-YEAR TO CY-BILL-YEAR.
025900     MOVE CY-RUN-MONTH TO CY-BILL-MONTH.
026000     MOVE CY-CUTOFF-DAY OF LS-CYCLE-REC TO CY-BILL-DAY.
026100     IF CY-RUN-DAY < CY-CUTOFF-DAY OF LS-CYCLE-REC
026200         IF CY-BILL-MONTH = 1
026300             MOVE 12 TO CY-BILL-MONTH
026400             SUBTRACT 1 FROM CY-BILL-YEAR
026500         ELSE
026600             SUBTRACT 1 FROM CY-BILL-MONTH
026700         END-IF
026800     END-IF.
026900     MOVE CY-BILL-DATE TO CY-PRIOR-DATE.
027000     IF CY-PRIOR-MONTH = 1
027100         MOVE 12 TO CY-PRIOR-MONTH
027200         SUBTRACT 1 FROM CY-PRIOR-YEAR
027300     ELSE
027400         SUBTRACT 1 FROM CY-PRIOR-MONTH.
027500     MOVE FUNCTION INTEGER-OF-DATE (CY-PRIOR-DATE)
027600         TO CY-PRIOR-DAYS.
027700     ADD 1 TO CY-PRIOR-DAYS.
027800     MOVE FUNCTION DATE-OF-INTEGER (CY-PRIOR-DAYS)
027900         TO LS-PERIOD-START.
028000     MOVE CY-BILL-DATE TO LS-BILL-DATE.
028100     GOBACK.
