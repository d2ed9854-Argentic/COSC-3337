000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    REVTRND.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    MONTHLY REVENUE AND TRAFFIC TREND REPORT.  FOR A REPORT
001200*    MONTH THE OPERATOR KEYS, SHOWS THE BILLED MINUTES, REVENUE
001300*    AND TAX OF THAT MONTH'S CALLS BESIDE THE PRIOR MONTH AND THE
001400*    SAME MONTH A YEAR EARLIER, BROKEN DOWN BY THE CALLING
001500*    CUSTOMER'S STATE AND BY THE RATE MASTER DURATION TIER EACH
001600*    CALL FELL INTO, WITH AN ALL-STATES SECTION AT THE END.
001700*
001800*    ONLY BILLED CALLS COUNT - IBILL-RUN NOT ZERO - AND A CALL
001900*    STAMPED BY A RUN THAT BILLREV HAS SINCE REVERSED (THE RUN
002000*    HAS "R" OFFSET LINES ON THE RECEIVABLES LEDGER) IS LEFT
002100*    OUT, AS IS A CALL WHOSE STAMP ONLY MARKS AN OPEN SUSPENSE
002200*    SLOT.  CALLARCH MOVES BILLED CALLS OFF THE LIVE CALL FILE
002300*    INTO DATED "call-archive-YYYYMMDD" FILES, SO THE RUN READS
002400*    EVERY ARCHIVE FILE DATED FROM THE FIRST OF THE YEAR-AGO
002500*    MONTH THROUGH TODAY AS WELL AS THE LIVE FILE - NO CALL IN
002600*    THE THREE MONTHS CAN HAVE BEEN ARCHIVED EARLIER THAN THAT.
002700*
002800*    EACH CALL IS REPORTED UNDER THE RATE MASTER TIER OF THE
002900*    SET IN FORCE ON ITS CALL DATE.  IT IS PRICED AND TAXED THE
003000*    WAY THE BILLING RUN CHARGED IT, FROM THE "I" LINE OF THE
003100*    RUN THAT BILLED IT: A CALL OF AN INVOICE BILLED ON A
003110*    CALLING PLAN AT THAT PLAN'S TIERS IN FORCE ON THE RUN
003120*    DATE, ANY OTHER CALL AT THE RATE MASTER TIER, AND THE
003130*    CHARGE TAXED AT THE STATE TAX AND FEDERAL SURCHARGE IN
003131*    FORCE FOR THE CUSTOMER'S STATE ON THE RUN DATE.  AN "I"
003132*    LINE POSTED BEFORE THE LEDGER CARRIED THE RUN DATE AND
003133*    PLAN CODE IS TAKEN AS RUN ON ITS INVOICE DATE, ON THE
003134*    PLAN THE CUSTOMER MASTER SHOWS NOW.  THE PLAN ROW OF EACH
003140*    STATE CARRIES THE PLAN FEES OF THE "I" LINES DATED IN
003141*    EACH MONTH, LESS THE VALUE OF THE INCLUDED MINUTES THE
003150*    CALLS DREW DOWN - EACH INVOICE'S AR-INCL-MINUTES ARE
003160*    SPREAD OVER ITS CALLS IN THE ORDER THE BILLING RUN TOOK
003170*    THEM, SO A BILLED CALL DATED BEFORE THE THREE MONTHS IS
003180*    STILL READ TO USE UP ITS SHARE.  THE TOTAL ROW IS THEN
003190*    WHAT WAS INVOICED, BUT FOR THE ROUNDING OF TAX TAKEN CALL
003191*    BY CALL RATHER THAN ON EACH INVOICE'S TOTAL.  A
003300*    CALLER WITH NO CUSTOMER RECORD HAS NO STATE AND IS COUNTED
003400*    IN THE TOTALS BUT NOT REPORTED.
003500*
003600*    MODIFICATION HISTORY.
003700*    10/15/2026  RH   ORIGINAL PROGRAM.
003710*    10/15/2026  RH   PLAN CALLS PRICED AT THE PLAN'S TIERS IN
003720*                     FORCE ON THE CALL DATE, STILL REPORTED
003730*                     UNDER THE RATE MASTER TIER.  NEW PLAN ROW
003740*                     PER STATE AND MONTH FOR THE PLAN FEES LESS
003750*                     THE INCLUDED-MINUTE CREDIT, TAKEN FROM THE
003760*                     "I" LINES, SO THE TOTAL ROW MATCHES THE
003770*                     INVOICES.  REVENUE AND TAX NOW SIGNED.
003780*    10/15/2026  RH   PLAN TIERS AND TAX NOW TAKEN AS OF THE RUN
003781*                     DATE, AND THE PLAN FROM THE "I" LINE OF THE
003782*                     RUN THAT BILLED THE CALL, AS THE BILLING
003783*                     RUN CHARGED THEM - NOT AS OF THE CALL DATE
003784*                     AND FROM THE CUSTOMER'S CURRENT PLAN.  THE
003785*                     INVOICE TABLE NOW HOLDS EVERY "I" LINE.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CALL-FILE ASSIGN TO "call-file"
004300         ORGANIZATION IS RELATIVE
004400         ACCESS IS SEQUENTIAL
004500         RELATIVE KEY IS RV-CALL-KEY
004600         FILE STATUS IS RV-CALL-STATUS.

004700     SELECT ARCHIVE-FILE ASSIGN TO RV-ARCHIVE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RV-ARCH-STATUS.

005000     SELECT RECEIVABLE-FILE ASSIGN TO "receivables-file"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS RV-LEDGER-STATUS.

005300     SELECT SUSPENSE-FILE ASSIGN TO "call-suspense"
005400         ORGANIZATION IS RELATIVE
005500         ACCESS IS SEQUENTIAL
005600         RELATIVE KEY IS RV-SUS-KEY
005700         FILE STATUS IS RV-SUS-STATUS.

005800     SELECT RATE-FILE ASSIGN TO "rate-file"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS RV-RATE-FILE-STATUS.

006050     SELECT PLAN-FILE ASSIGN TO "plan-file"
006060         ORGANIZATION IS LINE SEQUENTIAL
006070         FILE STATUS IS RV-PLAN-FILE-STATUS.

006100     SELECT TAX-FILE ASSIGN TO "tax-file"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS RV-TAX-FILE-STATUS.

006400     SELECT SORT-WORK-FILE ASSIGN TO "revtrnd-sort-work".

006500     SELECT SORTED-FILE ASSIGN TO "revtrnd-sorted"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS RV-SORTED-STATUS.

006800     SELECT SUMMARY-WORK-FILE ASSIGN TO "revtrnd-sum-work".

006900     SELECT PRINT-FILE ASSIGN TO "revtrnd-report"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS RV-PRINT-STATUS.

007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CALL-FILE.
007500 01  CALL-REC.
007600     COPY CALLREC.

007700 FD  ARCHIVE-FILE.
007800 01  ARCHIVE-REC.
007900     COPY CALLREC.

008000 FD  RECEIVABLE-FILE.
008100 01  RECEIVABLE-LINE.
008200     COPY ARREC.

008300 FD  SUSPENSE-FILE.
008400 01  SUSPENSE-REC.
008500     COPY SUSREC.

008600 FD  RATE-FILE.
008700 01  RATE-LINE.
008800     COPY RATEREC.

008850 FD  PLAN-FILE.
008860 01  PLAN-LINE-REC.
008870     COPY PLANREC.

008900 FD  TAX-FILE.
009000 01  TAX-LINE-REC.
009100     COPY TAXREC.

009200*----------------------------------------------------------------
009300* CALLER SORT - ONE RECORD PER BILLED CALL IN ONE OF THE THREE
009400* MONTHS, BROUGHT TOGETHER UNDER THE PHONE KEY SO EACH CALLER'S
009500* STATE IS LOOKED UP ONCE, THEN IN RUN AND CALL DATE AND TIME
009510* ORDER AS THE BILLING RUN DREW DOWN INCLUDED MINUTES.  PERIOD
009520* ZERO IS AN EARLIER CALL READ ONLY FOR ITS DRAWDOWN.
009600*----------------------------------------------------------------
009700 SD  SORT-WORK-FILE.
009800 01  SORT-REC.
009900     05  TS-PHONE               PIC 9(10).
010000     05  TS-CC                  PIC 9(03).
010100     05  TS-EXT                 PIC 9(05).
010200     05  TS-PERIOD              PIC 9(01).
010300     05  TS-CALL-DATE           PIC X(08).
010400     05  TS-DUR                 PIC 9(05).
010410     05  TS-RUN                 PIC 9(05).
010420     05  TS-CALL-TIME           PIC X(04).

010500 FD  SORTED-FILE.
010600 01  SORTED-REC.
010700     05  ST-PHONE               PIC 9(10).
010800     05  ST-CC                  PIC 9(03).
010900     05  ST-EXT                 PIC 9(05).
011000     05  ST-PERIOD              PIC 9(01).
011100     05  ST-CALL-DATE           PIC X(08).
011200     05  ST-DUR                 PIC 9(05).
011210     05  ST-RUN                 PIC 9(05).
011220     05  ST-CALL-TIME           PIC X(04).

011300*----------------------------------------------------------------
011400* SUMMARY SORT - ONE RECORD PER PRICED CALL, IN STATE AND TIER
011500* ORDER FOR PRINTING.  TIER 5 IS THE PLAN ROW - A PLAN FEE, OR
011510* THE INCLUDED-MINUTE CREDIT OF ONE CALL AS A MINUS AMOUNT.
011600*----------------------------------------------------------------
011700 SD  SUMMARY-WORK-FILE.
011800 01  SUMMARY-REC.
011900     05  SS-STATE               PIC X(02).
012000     05  SS-TIER                PIC 9(01).
012100     05  SS-PERIOD              PIC 9(01).
012200     05  SS-MINUTES             PIC 9(05).
012300     05  SS-REVENUE             PIC S9(07)V99.
012400     05  SS-TAX                 PIC S9(07)V99.

012500 FD  PRINT-FILE.
012600 01  PRINT-LINE                 PIC X(132).

012700 WORKING-STORAGE SECTION.
012800*----------------------------------------------------------------
012900* BILLING RATE REFERENCE TABLE - THE BUILT-IN DEFAULT SET,
013000* USED ONLY WHEN NO RATE MASTER FILE EXISTS YET, AS IN THE
013100* BILLING RUN.
013200*----------------------------------------------------------------
013300 COPY RATETAB.

013400*----------------------------------------------------------------
013500* EFFECTIVE-DATED RATE SETS LOADED FROM THE RATE MASTER FILE
013600* AT START-UP.  EACH CALL IS RATED, AND PUT IN ITS TIER, UNDER
013700* THE LATEST SET WHOSE EFFECTIVE DATE IS NOT AFTER THE CALL
013800* DATE.
013900*----------------------------------------------------------------
014000 01  RV-RATE-FILE-STATUS         PIC XX.
014100 01  RV-RATE-SET-COUNT           PIC 9(02).
014200 01  RV-RATE-SET-INDEX           PIC 9(02).
014300 01  RV-TIER-INDEX               PIC 9(01).
014400 01  RV-BEST-SET                 PIC 9(02).
014500 01  RV-BEST-EFF                 PIC X(08).
014600 01  RV-LOW-SET                  PIC 9(02).
014700 01  RV-LOW-EFF                  PIC X(08).
014800 01  RV-SET-EFF-X                PIC X(08).
014900 01  RV-RATE-SET-TABLE.
015000     05  RV-RATE-SET OCCURS 24 TIMES.
015100         10  RV-SET-EFF-DATE     PIC 9(08).
015200         10  RV-SET-TIER OCCURS 4 TIMES.
015300             15  RV-SET-DUR-LOW  PIC 9(05).
015400             15  RV-SET-DUR-HIGH PIC 9(05).
015500             15  RV-SET-RATE     PIC 9V99.

015510*----------------------------------------------------------------
015520* EFFECTIVE-DATED CALLING PLANS LOADED FROM THE PLAN MASTER FILE
015530* AT START-UP, AS IN THE BILLING RUN.  A PLAN CALL IS PRICED
015540* UNDER THE LATEST LINE FOR ITS PLAN CODE WHOSE EFFECTIVE DATE
015550* IS NOT AFTER THE RUN DATE.  EACH ENTRY MIRRORS PLANREC.
015560*----------------------------------------------------------------
015570 01  RV-PLAN-FILE-STATUS         PIC XX.
015580 01  RV-PLAN-COUNT               PIC 9(03).
015590 01  RV-PLAN-INDEX               PIC 9(03).
015591 01  RV-PLAN-BEST                PIC 9(03).
015592 01  RV-PLAN-BEST-EFF            PIC 9(08).
015593 01  RV-PLAN-WANTED              PIC X(04).
015593 01  RV-MASTER-PLAN              PIC X(04).
015594 01  RV-PLAN-TABLE.
015595     05  RV-PLAN-ENTRY OCCURS 100 TIMES.
015596         10  RV-PLAN-CODE        PIC X(04).
015597         10  RV-PLAN-EFF-DATE    PIC 9(08).
015598         10  RV-PLAN-NAME        PIC X(20).
015599         10  RV-PLAN-FEE         PIC 9(05)V99.
015600         10  RV-PLAN-INCL        PIC 9(05).
015601         10  RV-PLAN-TIER OCCURS 4 TIMES.
015602             15  RV-PLAN-DUR-LOW PIC 9(05).
015603             15  RV-PLAN-DUR-HIGH
015604                                 PIC 9(05).
015605             15  RV-PLAN-RATE    PIC 9V99.

015606*----------------------------------------------------------------
015607* INVOICES - EVERY "I" LINE DATED FROM THE FIRST OF THE
015608* YEAR-AGO MONTH ON, WITH THE DATE ITS RUN RAN AND THE PLAN IT
015609* WAS BILLED ON.  THE INCLUDED MINUTES LEFT COUNT DOWN AS THE
015610* INVOICE'S CALLS ARE PRICED.  A LINE POSTED BEFORE THE LEDGER
015610* CARRIED THE RUN DATE TAKES ITS INVOICE DATE INSTEAD, AND ITS
015610* PLAN FROM THE CUSTOMER MASTER.
015611*----------------------------------------------------------------
015612 01  RV-INV-COUNT                PIC 9(05) COMP.
015613 01  RV-INV-SUB                  PIC 9(05) COMP.
015614 01  RV-INV-TABLE.
015615     05  RV-INV-ENTRY OCCURS 0 TO 20000 TIMES
015616             DEPENDING ON RV-INV-COUNT
015617             INDEXED BY RV-INV-INDEX.
015618         10  RV-INV-PHONE        PIC 9(10).
015619         10  RV-INV-CC           PIC 9(03).
015620         10  RV-INV-EXT          PIC 9(05).
015621         10  RV-INV-RUN          PIC 9(05).
015622         10  RV-INV-DATE         PIC 9(08).
015623         10  RV-INV-FEE          PIC 9(07)V99.
015624         10  RV-INV-INCL-LEFT    PIC 9(07).
015624         10  RV-INV-RUN-DATE     PIC X(08).
015624         10  RV-INV-PLAN-CODE    PIC X(04).
015624         10  RV-INV-PLAN-SOURCE  PIC X(01).
015624             88  RV-INV-PLAN-ON-LINE     VALUE "L".
015624             88  RV-INV-PLAN-FROM-MASTER VALUE "M".
015625 01  RV-INV-WANTED-PHONE         PIC 9(10).
015626 01  RV-INV-WANTED-CC            PIC 9(03).
015627 01  RV-INV-WANTED-EXT           PIC 9(05).
015628 01  RV-INV-WANTED-RUN           PIC 9(05).
015629 01  RV-INV-FOUND-SWITCH         PIC X(01).
015630     88  RV-INV-FOUND                VALUE "Y".
015631     88  RV-INV-NOT-FOUND            VALUE "N".
015632 01  RV-INV-MONTH                PIC 9(06).

015600*----------------------------------------------------------------
015700* EFFECTIVE-DATED TAX ENTRIES LOADED FROM THE TAX MASTER FILE
015800* AT START-UP.
015900*----------------------------------------------------------------
016000 01  RV-TAX-FILE-STATUS          PIC XX.
016100 01  RV-TAX-COUNT                PIC 9(03).
016200 01  RV-TAX-INDEX                PIC 9(03).
016300 01  RV-TAX-BEST                 PIC 9(03).
016400 01  RV-TAX-BEST-EFF             PIC 9(08).
016500 01  RV-TAX-TABLE.
016600     05  RV-TAX-ENTRY OCCURS 200 TIMES.
016700         10  RV-TAX-STATE        PIC XX.
016800         10  RV-TAX-EFF-DATE     PIC 9(08).
016900         10  RV-TAX-STATE-PCT    PIC 99V99.
017000         10  RV-TAX-FED-PCT      PIC 99V99.

017100*----------------------------------------------------------------
017200* BILLING RUNS BILLREV HAS REVERSED - EVERY RUN NUMBER CARRIED
017300* BY AN "R" LINE ON THE RECEIVABLES LEDGER.
017400*----------------------------------------------------------------
017500 01  RV-REV-COUNT                PIC 9(04) COMP.
017600 01  RV-REV-TABLE.
017700     05  RV-REV-ENTRY OCCURS 0 TO 2000 TIMES
017800             DEPENDING ON RV-REV-COUNT
017900             INDEXED BY RV-REV-INDEX.
018000         10  RV-REV-RUN          PIC 9(05).
018100 01  RV-REVERSED-SWITCH          PIC X(01).
018200     88  RV-RUN-REVERSED             VALUE "Y".
018300     88  RV-RUN-STANDS               VALUE "N".

018400*----------------------------------------------------------------
018500* OPEN SUSPENSE SLOTS - THE LIVE CALL RECORD NUMBERS WHOSE RUN
018600* STAMP MARKS A SUSPENSE HOLD, NOT AN INVOICE.
018700*----------------------------------------------------------------
018800 01  RV-SUS-COUNT                PIC 9(04) COMP.
018900 01  RV-SUS-TABLE.
019000     05  RV-SUS-ENTRY OCCURS 0 TO 5000 TIMES
019100             DEPENDING ON RV-SUS-COUNT
019200             INDEXED BY RV-SUS-INDEX.
019300         10  RV-SUS-RECORD-NUM   PIC 9(09).
019400 01  RV-IN-SUSPENSE-SWITCH       PIC X(01).
019500     88  RV-IN-SUSPENSE              VALUE "Y".
019600     88  RV-NOT-IN-SUSPENSE          VALUE "N".

019700*----------------------------------------------------------------
019800* THE THREE MONTHS REPORTED - 1 THE REPORT MONTH, 2 THE PRIOR
019900* MONTH, 3 THE SAME MONTH A YEAR EARLIER.
020000*----------------------------------------------------------------
020100 01  RV-REPORT-MONTH             PIC 9(06).
020200 01  RV-REPORT-PARTS REDEFINES RV-REPORT-MONTH.
020300     05  RV-REPORT-YYYY          PIC 9(04).
020400     05  RV-REPORT-MM            PIC 9(02).
020500 01  RV-PERIOD-TABLE.
020600     05  RV-PERIOD-MONTH OCCURS 3 TIMES PIC 9(06).
020700 01  RV-PERIOD-INDEX             PIC 9(01).
020800 01  RV-CALL-PERIOD              PIC 9(01).
020900 01  RV-CALL-MONTH               PIC 9(06).

021000*----------------------------------------------------------------
021100* ARCHIVE FILE SCAN - EVERY DATE FROM THE FIRST OF THE YEAR-AGO
021200* MONTH THROUGH TODAY IS TRIED AS AN ARCHIVE FILE NAME.
021300*----------------------------------------------------------------
021400 01  RV-ARCHIVE-NAME.
021500     05  FILLER                  PIC X(13) VALUE "call-archive-".
021600     05  RV-ARCHIVE-DATE.
021700         10  RV-ARCHIVE-MONTH    PIC 9(06).
021800         10  RV-ARCHIVE-DAY      PIC 9(02).
021900 01  RV-SCAN-MONTH               PIC 9(06).
022000 01  RV-SCAN-PARTS REDEFINES RV-SCAN-MONTH.
022100     05  RV-SCAN-YYYY            PIC 9(04).
022200     05  RV-SCAN-MM              PIC 9(02).
022300 01  RV-SCAN-DAY                 PIC 9(02).
022400 01  RV-TODAY                    PIC 9(08).
022500 01  RV-TODAY-PARTS REDEFINES RV-TODAY.
022600     05  RV-TODAY-MONTH          PIC 9(06).
022700     05  RV-TODAY-DD             PIC 9(02).

022800*----------------------------------------------------------------
022900* WORKING STORAGE.
023000*----------------------------------------------------------------
023100 01  RV-CALL-STATUS              PIC XX.
023200 01  RV-CALL-KEY                 PIC 9(09).
023300 01  RV-ARCH-STATUS              PIC XX.
023400 01  RV-LEDGER-STATUS            PIC XX.
023500 01  RV-SUS-STATUS               PIC XX.
023600 01  RV-SUS-KEY                  PIC 9(09).
023700 01  RV-SORTED-STATUS            PIC XX.
023800 01  RV-PRINT-STATUS             PIC XX.
023900 01  RV-STATS                    PIC 9.
024000 01  RV-CUST-NUM                 PIC 9(09).
024100 01  RV-CUST-REC.
024200     COPY CUSTREC.
024300 01  RV-CALL-REC.
024400     COPY CALLREC.
024500 01  RV-FIELD-OK-SWITCH          PIC X(01).
024600     88  RV-FIELD-OK                 VALUE "Y".
024700     88  RV-FIELD-BAD                VALUE "N".
024800 01  RV-RAW-EOF-SWITCH           PIC X(01).
024900     88  RV-NO-MORE-RAW              VALUE "Y".
025000     88  RV-MORE-RAW                 VALUE "N".
025100 01  RV-EOF-SWITCH               PIC X(01).
025200     88  RV-NO-MORE-LINES            VALUE "Y".
025300     88  RV-MORE-LINES               VALUE "N".
025400 01  RV-SUM-EOF-SWITCH           PIC X(01).
025500     88  RV-NO-MORE-SUMMARY          VALUE "Y".
025600     88  RV-MORE-SUMMARY             VALUE "N".
025700 01  RV-GROUP-SWITCH             PIC X(01).
025800     88  RV-GROUP-ACTIVE             VALUE "Y".
025900     88  RV-NO-GROUP                 VALUE "N".
026000 01  RV-MASTER-SWITCH            PIC X(01).
026100     88  RV-MASTER-FOUND             VALUE "Y".
026200     88  RV-NO-MASTER                VALUE "N".
026300 01  RV-SOURCE-SWITCH            PIC X(01).
026400     88  RV-FROM-LIVE                VALUE "L".
026500     88  RV-FROM-ARCHIVE             VALUE "A".

026600*----------------------------------------------------------------
026700* THE CALLER AND CALL BEING PRICED.
026800*----------------------------------------------------------------
026900 01  RV-PREV-PHONE               PIC 9(10).
027000 01  RV-PREV-CC                  PIC 9(03).
027100 01  RV-PREV-EXT                 PIC 9(05).
027200 01  RV-CUST-STATE               PIC XX.
027300 01  RV-RATE                     PIC 9V99.
027400 01  RV-CALL-TIER                PIC 9(01).
027410 01  RV-CALL-INCL                PIC 9(05).
027420 01  RV-PRICE-DATE               PIC X(08).
027500 01  RV-LINE-CHARGE              PIC 9(07)V99.
027600 01  RV-LINE-TAX                 PIC 9(07)V99.
027700 01  RV-TAX-WORK                 PIC 9(11)V9999.

027800*----------------------------------------------------------------
027900* FIGURES BEING ADDED UP FOR PRINTING - SET 1 IS THE STATE IN
028000* HAND, SET 2 IS ALL STATES.  ROWS 1-4 ARE THE RATE TIERS, ROW
028100* 5 THE PLAN ROW AND ROW 6 THE TOTAL; COLUMNS ARE THE THREE
028110* MONTHS.  THE PLAN ROW'S MINUTES ARE THE INCLUDED MINUTES USED,
028120* ALREADY COUNTED IN THE TIERS, SO THEY STAY OUT OF THE TOTAL.
028200*----------------------------------------------------------------
028300 01  RV-FIGURES.
028400     05  RV-FIG-SET OCCURS 2 TIMES.
028500         10  RV-FIG-ROW OCCURS 6 TIMES.
028600             15  RV-FIG-PERIOD OCCURS 3 TIMES.
028700                 20  RV-FIG-MINUTES  PIC 9(09).
028800                 20  RV-FIG-REVENUE  PIC S9(09)V99.
028900                 20  RV-FIG-TAX      PIC S9(09)V99.
029000 01  RV-SET-INDEX                PIC 9(01).
029100 01  RV-ROW-INDEX                PIC 9(01).
029200 01  RV-PRINT-STATE              PIC X(02).
029300 01  RV-CHANGE-BASE              PIC S9(09)V99.
029400 01  RV-CHANGE-PCT               PIC S9(05).
029500 01  RV-CHANGE-INDEX             PIC 9(01).

029600*----------------------------------------------------------------
029700* RUN TOTALS.
029800*----------------------------------------------------------------
029900 01  RV-LIVE-READ                PIC 9(09) COMP.
030000 01  RV-ARCHIVE-FILES            PIC 9(09) COMP.
030100 01  RV-ARCHIVE-READ             PIC 9(09) COMP.
030200 01  RV-CALLS-COUNTED            PIC 9(09) COMP.
030300 01  RV-REVERSED-SKIPPED         PIC 9(09) COMP.
030400 01  RV-SUSPENSE-SKIPPED         PIC 9(09) COMP.
030500 01  RV-NO-MASTER-SKIPPED        PIC 9(09) COMP.
030510 01  RV-PLAN-FEES-COUNTED        PIC 9(09) COMP.
030600 01  RV-COUNT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.

030700*----------------------------------------------------------------
030800* REPORT LINE LAYOUTS.
030900*----------------------------------------------------------------
031000 01  HEADING-LINE-1.
031100     05  FILLER           PIC X(36) VALUE
031200         "MONTHLY REVENUE AND TRAFFIC TREND".
031300     05  FILLER           PIC X(06) VALUE "MONTH ".
031400     05  HL-MONTH         PIC 9(06).
031500     05  FILLER           PIC X(09) VALUE "   PRIOR ".
031600     05  HL-PRIOR         PIC 9(06).
031700     05  FILLER           PIC X(12) VALUE "   YEAR AGO ".
031800     05  HL-YEAR-AGO      PIC 9(06).
031900     05  FILLER           PIC X(12) VALUE "   RUN DATE ".
032000     05  HL-RUN-DATE      PIC 9(08).

032100 01  NOTE-LINE-1.
032200     05  FILLER           PIC X(46) VALUE
032300         "BILLED CALLS ONLY, REVERSED RUNS LEFT OUT.".
032400     05  FILLER           PIC X(46) VALUE
032500         "REVENUE = CALL USAGE AT THE STANDARD RATE OR".
032600     05  FILLER           PIC X(40) VALUE
032700         "PLAN TIER THE BILLING RUN CHARGED.".

032800 01  NOTE-LINE-2.
032900     05  FILLER           PIC X(46) VALUE
033000         "TIERS ARE THE RATE MASTER DURATION TIERS,".
033100     05  FILLER           PIC X(46) VALUE
033200         "TIER 1 THE SHORTEST CALLS.".

033210 01  NOTE-LINE-3.
033220     05  FILLER           PIC X(46) VALUE
033230         "PLAN = CALLING PLAN FEES INVOICED LESS THE".
033240     05  FILLER           PIC X(46) VALUE
033250         "VALUE OF INCLUDED MINUTES USED (THOSE MINUTES".
033260     05  FILLER           PIC X(40) VALUE
033270         "ARE IN THE TIERS ABOVE).".

033300 01  STATE-LINE.
033400     05  FILLER           PIC X(06) VALUE "STATE ".
033500     05  SL-STATE         PIC X(10).

033600 01  HEADING-LINE-2.
033700     05  FILLER           PIC X(06) VALUE SPACES.
033800     05  FILLER           PIC X(24) VALUE
033900         "      BILLED MINUTES".
034000     05  FILLER           PIC X(02) VALUE SPACES.
034100     05  FILLER           PIC X(42) VALUE
034200         "                BILLED REVENUE".
034300     05  FILLER           PIC X(02) VALUE SPACES.
034400     05  FILLER           PIC X(39) VALUE
034500         "            TAX AND SURCHARGE".
034600     05  FILLER           PIC X(14) VALUE
034700         "  REVENUE CHG%".

034800 01  HEADING-LINE-3.
034900     05  FILLER           PIC X(06) VALUE "TIER".
035000     05  FILLER           PIC X(08) VALUE "   MONTH".
035100     05  FILLER           PIC X(08) VALUE "   PRIOR".
035200     05  FILLER           PIC X(08) VALUE "  YR AGO".
035300     05  FILLER           PIC X(02) VALUE SPACES.
035400     05  FILLER           PIC X(14) VALUE "         MONTH".
035500     05  FILLER           PIC X(14) VALUE "         PRIOR".
035600     05  FILLER           PIC X(14) VALUE "        YR AGO".
035700     05  FILLER           PIC X(02) VALUE SPACES.
035800     05  FILLER           PIC X(13) VALUE "        MONTH".
035900     05  FILLER           PIC X(13) VALUE "        PRIOR".
036000     05  FILLER           PIC X(13) VALUE "       YR AGO".
036100     05  FILLER           PIC X(02) VALUE SPACES.
036200     05  FILLER           PIC X(07) VALUE "  PRIOR".
036300     05  FILLER           PIC X(07) VALUE " YR AGO".

036400 01  DETAIL-LINE.
036500     05  DL-LABEL         PIC X(06).
036600     05  DL-MIN-COLUMN OCCURS 3 TIMES.
036700         10  DL-MINUTES   PIC Z(07)9.
036800     05  FILLER           PIC X(02) VALUE SPACES.
036900     05  DL-REV-COLUMN OCCURS 3 TIMES.
037100         10  DL-REVENUE   PIC -ZZ,ZZZ,ZZ9.99.
037200     05  FILLER           PIC X(02) VALUE SPACES.
037300     05  DL-TAX-COLUMN OCCURS 3 TIMES.
037500         10  DL-TAX       PIC -Z,ZZZ,ZZ9.99.
037600     05  FILLER           PIC X(02) VALUE SPACES.
037700     05  DL-CHG-COLUMN OCCURS 2 TIMES.
037800         10  FILLER       PIC X(01) VALUE SPACE.
037900         10  DL-CHG-TEXT  PIC X(06).
038000         10  DL-CHG-EDIT REDEFINES DL-CHG-TEXT.
038100             15  DL-CHG-PCT   PIC ----9.
038200             15  DL-CHG-MARK  PIC X(01).

038300 01  COUNT-LINE.
038400     05  CL-LABEL         PIC X(44).
038500     05  CL-COUNT         PIC ZZZ,ZZZ,ZZ9.

038600 01  BLANK-LINE           PIC X(01) VALUE SPACE.

038700 PROCEDURE DIVISION.
038800*----------------------------------------------------------------
038900* 0000-MAIN-PARAGRAPH.
039000*----------------------------------------------------------------
039100 0000-MAIN-PARAGRAPH.
039200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039300     SORT SORT-WORK-FILE
039400         ON ASCENDING KEY TS-PHONE
039500         ON ASCENDING KEY TS-CC
039600         ON ASCENDING KEY TS-EXT
039610         ON ASCENDING KEY TS-RUN
039620         ON ASCENDING KEY TS-CALL-DATE
039630         ON ASCENDING KEY TS-CALL-TIME
039700         INPUT PROCEDURE 1500-SELECT-CALLS THRU 1500-EXIT
039800         GIVING SORTED-FILE.
039900     SORT SUMMARY-WORK-FILE
040000         ON ASCENDING KEY SS-STATE
040100         ON ASCENDING KEY SS-TIER
040200         INPUT PROCEDURE 2000-PRICE-CALLS THRU 2000-EXIT
040300         OUTPUT PROCEDURE 4000-PRINT-REPORT THRU 4000-EXIT.
040400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
040500     STOP RUN.

040600*----------------------------------------------------------------
040700* 1000-INITIALIZE.
040800*    TAKES THE REPORT MONTH, WORKS OUT THE PRIOR AND YEAR-AGO
040900*    MONTHS, AND LOADS THE RATE, PLAN, TAX, REVERSED RUN, PLAN
041000*    INVOICE AND SUSPENSE TABLES.
041100*----------------------------------------------------------------
041200 1000-INITIALIZE.
041300     ACCEPT RV-TODAY FROM DATE YYYYMMDD.
041400     SET RV-FIELD-BAD TO TRUE.
041500     PERFORM 1100-ACCEPT-REPORT-MONTH THRU 1100-EXIT
041600         UNTIL RV-FIELD-OK.
041700     MOVE RV-REPORT-MONTH TO RV-PERIOD-MONTH (1).
041800     IF RV-REPORT-MM = 01
041900         SUBTRACT 89 FROM RV-REPORT-MONTH
042000             GIVING RV-PERIOD-MONTH (2)
042100     ELSE
042200         SUBTRACT 1 FROM RV-REPORT-MONTH
042300             GIVING RV-PERIOD-MONTH (2).
042400     SUBTRACT 100 FROM RV-REPORT-MONTH GIVING RV-PERIOD-MONTH (3).
042500     MOVE ZERO TO RV-LIVE-READ RV-ARCHIVE-FILES RV-ARCHIVE-READ
042600         RV-CALLS-COUNTED RV-REVERSED-SKIPPED RV-SUSPENSE-SKIPPED
042700         RV-NO-MASTER-SKIPPED RV-PLAN-FEES-COUNTED.
042800     PERFORM 1200-LOAD-RATE-SETS THRU 1200-EXIT.
042850     PERFORM 1350-LOAD-PLAN-TABLE THRU 1350-EXIT.
042900     PERFORM 1300-LOAD-TAX-TABLE THRU 1300-EXIT.
043000     PERFORM 1400-LOAD-REVERSED-RUNS THRU 1400-EXIT.
043100     PERFORM 1450-LOAD-SUSPENSE-TABLE THRU 1450-EXIT.
043200     CALL "OPEN-CUSTOMERS" USING RV-STATS.
043300     CALL "OPEN-CUSTOMER-PHONE" USING RV-STATS.
043400 1000-EXIT.
043500     EXIT.

043600*----------------------------------------------------------------
043700* 1100-ACCEPT-REPORT-MONTH.
043800*    KEEPS ASKING UNTIL A VALID YEAR AND MONTH NO LATER THAN THE
043900*    CURRENT MONTH IS KEYED.
044000*----------------------------------------------------------------
044100 1100-ACCEPT-REPORT-MONTH.
044200     DISPLAY "Please enter the report month (YYYYMM)".
044300     ACCEPT RV-REPORT-MONTH.
044400     IF RV-REPORT-MONTH NOT NUMERIC
044500         DISPLAY "Report month must be all digits - "
044600             "please re-enter."
044700     ELSE IF RV-REPORT-MM < 01 OR RV-REPORT-MM > 12
044800             OR RV-REPORT-YYYY < 1901
044900         DISPLAY "Report month is not a valid YYYYMM - "
045000             "please re-enter."
045100     ELSE IF RV-REPORT-MONTH > RV-TODAY-MONTH
045200         DISPLAY "Report month is after the current month - "
045300             "please re-enter."
045400     ELSE
045500         SET RV-FIELD-OK TO TRUE.
045600 1100-EXIT.
045700     EXIT.

045800*----------------------------------------------------------------
045900* 1200-LOAD-RATE-SETS.
046000*    READS EVERY EFFECTIVE-DATED RATE SET FROM THE RATE MASTER
046100*    FILE, FALLING BACK TO THE BUILT-IN RATETAB SET WHEN THERE
046200*    IS NO FILE - THE SAME RULE THE BILLING RUN FOLLOWS.
046300*----------------------------------------------------------------
046400 1200-LOAD-RATE-SETS.
046500     MOVE ZERO TO RV-RATE-SET-COUNT.
046600     OPEN INPUT RATE-FILE.
046700     IF RV-RATE-FILE-STATUS = "00"
046800         PERFORM 1210-READ-RATE-SET THRU 1210-EXIT
046900             UNTIL RV-RATE-FILE-STATUS NOT = "00"
047000         CLOSE RATE-FILE.
047100     IF RV-RATE-SET-COUNT = ZERO
047200         PERFORM 1250-LOAD-DEFAULT-SET THRU 1250-EXIT
047300         DISPLAY "No rate file on file - "
047400             "rating at the built-in default rates".
047500 1200-EXIT.
047600     EXIT.

047700 1210-READ-RATE-SET.
047800     READ RATE-FILE.
047900     IF RV-RATE-FILE-STATUS = "00"
048000         IF RV-RATE-SET-COUNT < 24
048100             ADD 1 TO RV-RATE-SET-COUNT
048200             MOVE RATE-LINE
048300                 TO RV-RATE-SET (RV-RATE-SET-COUNT)
048400         ELSE
048500             DISPLAY "Rate set table full - set effective "
048600                 RT-EFF-DATE " ignored"
048700         END-IF
048800     END-IF.
048900 1210-EXIT.
049000     EXIT.

049100 1250-LOAD-DEFAULT-SET.
049200     MOVE 1 TO RV-RATE-SET-COUNT.
049300     MOVE ZERO TO RV-SET-EFF-DATE (1).
049400     PERFORM 1260-COPY-DEFAULT-TIER THRU 1260-EXIT
049500         VARYING RV-TIER-INDEX FROM 1 BY 1
049600         UNTIL RV-TIER-INDEX > 4.
049700 1250-EXIT.
049800     EXIT.

049900 1260-COPY-DEFAULT-TIER.
050000     SET WS-RATE-INDEX TO RV-TIER-INDEX.
050100     MOVE WS-TBL-DUR-LOW (WS-RATE-INDEX)
050200         TO RV-SET-DUR-LOW (1 RV-TIER-INDEX).
050300     MOVE WS-TBL-DUR-HIGH (WS-RATE-INDEX)
050400         TO RV-SET-DUR-HIGH (1 RV-TIER-INDEX).
050500     MOVE WS-TBL-RATE (WS-RATE-INDEX)
050600         TO RV-SET-RATE (1 RV-TIER-INDEX).
050700 1260-EXIT.
050800     EXIT.

050900*----------------------------------------------------------------
051000* 1300-LOAD-TAX-TABLE.
051100*    READS EVERY EFFECTIVE-DATED TAX ENTRY FROM THE TAX MASTER
051200*    FILE.  NO FILE MEANS THE CALLS CARRY NO TAX.
051300*----------------------------------------------------------------
051400 1300-LOAD-TAX-TABLE.
051500     MOVE ZERO TO RV-TAX-COUNT.
051600     OPEN INPUT TAX-FILE.
051700     IF RV-TAX-FILE-STATUS = "00"
051800         PERFORM 1310-READ-TAX-ENTRY THRU 1310-EXIT
051900             UNTIL RV-TAX-FILE-STATUS NOT = "00"
052000         CLOSE TAX-FILE.
052100     IF RV-TAX-COUNT = ZERO
052200         DISPLAY "No tax file on file - "
052300             "reporting zero tax and surcharge".
052400 1300-EXIT.
052500     EXIT.

052600 1310-READ-TAX-ENTRY.
052700     READ TAX-FILE.
052800     IF RV-TAX-FILE-STATUS = "00"
052900         IF RV-TAX-COUNT < 200
053000             ADD 1 TO RV-TAX-COUNT
053100             MOVE TAX-LINE-REC
053200                 TO RV-TAX-ENTRY (RV-TAX-COUNT)
053300         ELSE
053400             DISPLAY "Tax table full - entry for " TX-STATE
053500                 " effective " TX-EFF-DATE " ignored"
053600         END-IF
053700     END-IF.
053800 1310-EXIT.
053900     EXIT.

053910*----------------------------------------------------------------
053920* 1350-LOAD-PLAN-TABLE.
053930*    READS EVERY EFFECTIVE-DATED PLAN LINE FROM THE PLAN MASTER
053940*    FILE.  NO FILE MEANS EVERY CALL PRICES AT THE STANDARD RATES.
053950*----------------------------------------------------------------
053960 1350-LOAD-PLAN-TABLE.
053970     MOVE ZERO TO RV-PLAN-COUNT.
053980     OPEN INPUT PLAN-FILE.
053990     IF RV-PLAN-FILE-STATUS = "00"
053991         PERFORM 1360-READ-PLAN-LINE THRU 1360-EXIT
053992             UNTIL RV-PLAN-FILE-STATUS NOT = "00"
053993         CLOSE PLAN-FILE.
053994 1350-EXIT.
053995     EXIT.

053996 1360-READ-PLAN-LINE.
053997     READ PLAN-FILE.
053998     IF RV-PLAN-FILE-STATUS = "00"
053999         IF RV-PLAN-COUNT < 100
053999             ADD 1 TO RV-PLAN-COUNT
053999             MOVE PLAN-LINE-REC
053999                 TO RV-PLAN-ENTRY (RV-PLAN-COUNT)
053999         ELSE
053999             DISPLAY "Plan table full - plan " PN-PLAN-CODE
053999                 " effective " PN-EFF-DATE " ignored"
053999         END-IF
053999     END-IF.
053999 1360-EXIT.
053999     EXIT.

054000*----------------------------------------------------------------
054100* 1400-LOAD-REVERSED-RUNS.
054200*    EVERY RUN BILLREV HAS BACKED OUT HAS "R" OFFSET LINES ON THE
054300*    LEDGER CARRYING ITS RUN NUMBER.  BILLREV CLEARS THE STAMP ON
054400*    THE LIVE FILE, BUT A CALL ALREADY ARCHIVED KEEPS IT, SO THE
054500*    RUN NUMBER IS WHAT LEAVES THE CALL OUT.  THE SAME PASS
054510*    LOADS THE INVOICES.
054600*----------------------------------------------------------------
054700 1400-LOAD-REVERSED-RUNS.
054800     MOVE ZERO TO RV-REV-COUNT.
054810     MOVE ZERO TO RV-INV-COUNT.
054900     SET RV-MORE-RAW TO TRUE.
055000     OPEN INPUT RECEIVABLE-FILE.
055100     IF RV-LEDGER-STATUS NOT = "00"
055200         GO TO 1400-EXIT.
055300     PERFORM 1410-READ-LEDGER-LINE THRU 1410-EXIT.
055400     PERFORM 1420-TAKE-LEDGER-LINE THRU 1420-EXIT
055500         UNTIL RV-NO-MORE-RAW.
055600     CLOSE RECEIVABLE-FILE.
055700 1400-EXIT.
055800     EXIT.

055900 1410-READ-LEDGER-LINE.
056000     READ RECEIVABLE-FILE
056100         AT END SET RV-NO-MORE-RAW TO TRUE.
056200 1410-EXIT.
056300     EXIT.

056400 1420-TAKE-LEDGER-LINE.
056500     IF AR-REVERSAL AND AR-RUN-NUM NOT = ZERO
056600         MOVE AR-RUN-NUM TO IBILL-RUN OF RV-CALL-REC
056700         PERFORM 1730-CHECK-REVERSED THRU 1730-EXIT
056800         IF RV-RUN-STANDS
056900             IF RV-REV-COUNT < 2000
057000                 ADD 1 TO RV-REV-COUNT
057100                 MOVE AR-RUN-NUM TO RV-REV-RUN (RV-REV-COUNT)
057200             ELSE
057300                 DISPLAY "Reversed run table full - run "
057400                     AR-RUN-NUM " not left out"
057500             END-IF
057600         END-IF
057700     END-IF.
057710     IF AR-INVOICE
057730             AND AR-DATE (1:6) >= RV-PERIOD-MONTH (3)
057740         PERFORM 1430-TAKE-INVOICE THRU 1430-EXIT.
057800     PERFORM 1410-READ-LEDGER-LINE THRU 1410-EXIT.
057900 1420-EXIT.
058000     EXIT.

058010 1430-TAKE-INVOICE.
058020     IF RV-INV-COUNT NOT < 20000
058030         DISPLAY "Invoice table full - phone " AR-PHONE
058040             " run " AR-RUN-NUM " priced by the call date and"
058041             " left out of the plan row"
058050         GO TO 1430-EXIT.
058060     ADD 1 TO RV-INV-COUNT.
058070     MOVE AR-PHONE TO RV-INV-PHONE (RV-INV-COUNT).
058080     MOVE AR-CC TO RV-INV-CC (RV-INV-COUNT).
058090     MOVE AR-EXT TO RV-INV-EXT (RV-INV-COUNT).
058091     MOVE AR-RUN-NUM TO RV-INV-RUN (RV-INV-COUNT).
058092     MOVE AR-DATE TO RV-INV-DATE (RV-INV-COUNT).
058093     MOVE AR-PLAN-FEE TO RV-INV-FEE (RV-INV-COUNT).
058094     MOVE AR-INCL-MINUTES TO RV-INV-INCL-LEFT (RV-INV-COUNT).
058094     IF AR-RUN-DATE IS NUMERIC AND AR-RUN-DATE NOT = ZERO
058094         MOVE AR-RUN-DATE TO RV-INV-RUN-DATE (RV-INV-COUNT)
058094         MOVE AR-PLAN-CODE TO RV-INV-PLAN-CODE (RV-INV-COUNT)
058094         SET RV-INV-PLAN-ON-LINE (RV-INV-COUNT) TO TRUE
058094     ELSE
058094         MOVE AR-DATE TO RV-INV-RUN-DATE (RV-INV-COUNT)
058094         MOVE SPACES TO RV-INV-PLAN-CODE (RV-INV-COUNT)
058094         SET RV-INV-PLAN-FROM-MASTER (RV-INV-COUNT) TO TRUE
058094     END-IF.
058095 1430-EXIT.
058096     EXIT.

058100*----------------------------------------------------------------
058200* 1450-LOAD-SUSPENSE-TABLE.
058300*    LOADS EVERY OPEN SUSPENSE SLOT'S CALL RECORD NUMBER - THAT
058400*    CALL CARRIES A RUN STAMP BUT WAS NEVER INVOICED.  CALLARCH
058500*    NEVER ARCHIVES SUCH A CALL, SO ONLY THE LIVE FILE NEEDS IT.
058600*----------------------------------------------------------------
058700 1450-LOAD-SUSPENSE-TABLE.
058800     MOVE ZERO TO RV-SUS-COUNT.
058900     SET RV-MORE-RAW TO TRUE.
059000     OPEN INPUT SUSPENSE-FILE.
059100     IF RV-SUS-STATUS NOT = "00"
059200         GO TO 1450-EXIT.
059300     PERFORM 1460-READ-ONE-SLOT THRU 1460-EXIT.
059400     PERFORM 1470-LOAD-ONE-SLOT THRU 1470-EXIT
059500         UNTIL RV-NO-MORE-RAW.
059600     CLOSE SUSPENSE-FILE.
059700 1450-EXIT.
059800     EXIT.

059900 1460-READ-ONE-SLOT.
060000     READ SUSPENSE-FILE
060100         AT END SET RV-NO-MORE-RAW TO TRUE.
060200 1460-EXIT.
060300     EXIT.

060400 1470-LOAD-ONE-SLOT.
060500     IF SUS-OPEN
060600         IF RV-SUS-COUNT < 5000
060700             ADD 1 TO RV-SUS-COUNT
060800             MOVE SUS-CALL-RECORD-NUM
060900                 TO RV-SUS-RECORD-NUM (RV-SUS-COUNT)
061000         ELSE
061100             DISPLAY "Suspense table full - call record "
061200                 SUS-CALL-RECORD-NUM " not left out"
061300         END-IF
061400     END-IF.
061500     PERFORM 1460-READ-ONE-SLOT THRU 1460-EXIT.
061600 1470-EXIT.
061700     EXIT.

061800*----------------------------------------------------------------
061900* 1500-SELECT-CALLS.
062000*    INPUT PROCEDURE FOR THE CALLER SORT - READS THE LIVE CALL
062100*    FILE, THEN EVERY ARCHIVE FILE DATED FROM THE FIRST OF THE
062200*    YEAR-AGO MONTH THROUGH TODAY, AND RELEASES EACH BILLED CALL
062300*    THAT FALLS IN ONE OF THE THREE MONTHS.
062400*----------------------------------------------------------------
062500 1500-SELECT-CALLS.
062600     SET RV-FROM-LIVE TO TRUE.
062700     SET RV-MORE-RAW TO TRUE.
062800     OPEN INPUT CALL-FILE.
062900     IF RV-CALL-STATUS NOT = "00"
063000         DISPLAY "Call file not on file - archives only"
063100     ELSE
063200         PERFORM 1510-READ-LIVE-CALL THRU 1510-EXIT
063300         PERFORM 1520-TAKE-LIVE-CALL THRU 1520-EXIT
063400             UNTIL RV-NO-MORE-RAW
063500         CLOSE CALL-FILE.
063600     SET RV-FROM-ARCHIVE TO TRUE.
063700     MOVE RV-PERIOD-MONTH (3) TO RV-SCAN-MONTH.
063800     PERFORM 1600-SCAN-ARCHIVE-MONTH THRU 1600-EXIT
063900         UNTIL RV-SCAN-MONTH > RV-TODAY-MONTH.
064000 1500-EXIT.
064100     EXIT.

064200 1510-READ-LIVE-CALL.
064300     READ CALL-FILE
064400         AT END SET RV-NO-MORE-RAW TO TRUE.
064500 1510-EXIT.
064600     EXIT.

064700 1520-TAKE-LIVE-CALL.
064800     ADD 1 TO RV-LIVE-READ.
064900     MOVE CALL-REC TO RV-CALL-REC.
065000     PERFORM 1700-TAKE-CALL THRU 1700-EXIT.
065100     PERFORM 1510-READ-LIVE-CALL THRU 1510-EXIT.
065200 1520-EXIT.
065300     EXIT.

065400*----------------------------------------------------------------
065500* 1600-SCAN-ARCHIVE-MONTH.
065600*    TRIES DAYS 01 THROUGH 31 OF ONE MONTH AS ARCHIVE FILE
065700*    DATES - A DATE WITH NO ARCHIVE (OR NO SUCH DAY) SIMPLY DOES
065800*    NOT OPEN - THEN STEPS TO THE NEXT MONTH.
065900*----------------------------------------------------------------
066000 1600-SCAN-ARCHIVE-MONTH.
066100     PERFORM 1610-READ-ARCHIVE-DAY THRU 1610-EXIT
066200         VARYING RV-SCAN-DAY FROM 1 BY 1
066300         UNTIL RV-SCAN-DAY > 31.
066400     IF RV-SCAN-MM = 12
066500         ADD 89 TO RV-SCAN-MONTH
066600     ELSE
066700         ADD 1 TO RV-SCAN-MONTH.
066800 1600-EXIT.
066900     EXIT.

067000 1610-READ-ARCHIVE-DAY.
067100     MOVE RV-SCAN-MONTH TO RV-ARCHIVE-MONTH.
067200     MOVE RV-SCAN-DAY TO RV-ARCHIVE-DAY.
067300     IF RV-ARCHIVE-DATE > RV-TODAY
067400         GO TO 1610-EXIT.
067500     OPEN INPUT ARCHIVE-FILE.
067600     IF RV-ARCH-STATUS NOT = "00"
067700         GO TO 1610-EXIT.
067800     ADD 1 TO RV-ARCHIVE-FILES.
067900     SET RV-MORE-RAW TO TRUE.
068000     PERFORM 1620-READ-ARCHIVED-CALL THRU 1620-EXIT.
068100     PERFORM 1630-TAKE-ARCHIVED-CALL THRU 1630-EXIT
068200         UNTIL RV-NO-MORE-RAW.
068300     CLOSE ARCHIVE-FILE.
068400 1610-EXIT.
068500     EXIT.

068600 1620-READ-ARCHIVED-CALL.
068700     READ ARCHIVE-FILE
068800         AT END SET RV-NO-MORE-RAW TO TRUE.
068900 1620-EXIT.
069000     EXIT.

069100 1630-TAKE-ARCHIVED-CALL.
069200     ADD 1 TO RV-ARCHIVE-READ.
069300     MOVE ARCHIVE-REC TO RV-CALL-REC.
069400     PERFORM 1700-TAKE-CALL THRU 1700-EXIT.
069500     PERFORM 1620-READ-ARCHIVED-CALL THRU 1620-EXIT.
069600 1630-EXIT.
069700     EXIT.

069800*----------------------------------------------------------------
069900* 1700-TAKE-CALL.
070000*    RELEASES THE CALL IN RV-CALL-REC IF IT IS BILLED, DATED IN
070100*    ONE OF THE THREE MONTHS, NOT FROM A REVERSED RUN AND NOT
070200*    HELD IN SUSPENSE.  A CALL DATED EARLIER GOES AS PERIOD ZERO
070210*    WHEN ITS INVOICE HAS INCLUDED MINUTES, SO IT STILL TAKES
070220*    ITS SHARE OF THEM BEFORE THE REPORTED CALLS DO.
070300*----------------------------------------------------------------
070400 1700-TAKE-CALL.
070500     IF IBILL-RUN OF RV-CALL-REC = ZERO
070600         GO TO 1700-EXIT.
070700     IF IDATE OF RV-CALL-REC (1:6) NOT NUMERIC
070800         GO TO 1700-EXIT.
070900     MOVE IDATE OF RV-CALL-REC (1:6) TO RV-CALL-MONTH.
071000     MOVE ZERO TO RV-CALL-PERIOD.
071100     PERFORM 1710-TEST-PERIOD THRU 1710-EXIT
071200         VARYING RV-PERIOD-INDEX FROM 1 BY 1
071300         UNTIL RV-PERIOD-INDEX > 3.
071400     IF RV-CALL-PERIOD = ZERO
071410         MOVE ICALLER OF RV-CALL-REC TO RV-INV-WANTED-PHONE
071420         MOVE ICALLER-CC OF RV-CALL-REC TO RV-INV-WANTED-CC
071430         MOVE ICALLER-EXT OF RV-CALL-REC TO RV-INV-WANTED-EXT
071440         MOVE IBILL-RUN OF RV-CALL-REC TO RV-INV-WANTED-RUN
071450         PERFORM 1750-FIND-INVOICE THRU 1750-EXIT
071460         IF RV-INV-NOT-FOUND
071470             GO TO 1700-EXIT
071480         END-IF
071490         IF RV-INV-INCL-LEFT (RV-INV-INDEX) = ZERO
071500             GO TO 1700-EXIT
071510         END-IF
071520     END-IF.
071600     PERFORM 1730-CHECK-REVERSED THRU 1730-EXIT.
071700     IF RV-RUN-REVERSED
071710         IF RV-CALL-PERIOD NOT = ZERO
071800             ADD 1 TO RV-REVERSED-SKIPPED
071810         END-IF
071900         GO TO 1700-EXIT.
072000     IF RV-FROM-LIVE
072100         PERFORM 1740-CHECK-SUSPENSE THRU 1740-EXIT
072200         IF RV-IN-SUSPENSE
072210             IF RV-CALL-PERIOD NOT = ZERO
072300                 ADD 1 TO RV-SUSPENSE-SKIPPED
072310             END-IF
072400             GO TO 1700-EXIT
072500         END-IF
072600     END-IF.
072700     MOVE ICALLER OF RV-CALL-REC TO TS-PHONE.
072800     MOVE ICALLER-CC OF RV-CALL-REC TO TS-CC.
072900     MOVE ICALLER-EXT OF RV-CALL-REC TO TS-EXT.
073000     MOVE RV-CALL-PERIOD TO TS-PERIOD.
073100     MOVE IDATE OF RV-CALL-REC TO TS-CALL-DATE.
073200     MOVE IDUR OF RV-CALL-REC TO TS-DUR.
073210     MOVE IBILL-RUN OF RV-CALL-REC TO TS-RUN.
073220     MOVE IDATE OF RV-CALL-REC (9:4) TO TS-CALL-TIME.
073300     RELEASE SORT-REC.
073400 1700-EXIT.
073500     EXIT.

073600 1710-TEST-PERIOD.
073700     IF RV-CALL-MONTH = RV-PERIOD-MONTH (RV-PERIOD-INDEX)
073800         MOVE RV-PERIOD-INDEX TO RV-CALL-PERIOD.
073900 1710-EXIT.
074000     EXIT.

074100 1730-CHECK-REVERSED.
074200     SET RV-RUN-STANDS TO TRUE.
074300     IF RV-REV-COUNT = ZERO
074400         GO TO 1730-EXIT.
074500     SET RV-REV-INDEX TO 1.
074600     SEARCH RV-REV-ENTRY
074700         WHEN RV-REV-RUN (RV-REV-INDEX) = IBILL-RUN OF RV-CALL-REC
074800             SET RV-RUN-REVERSED TO TRUE
074900     END-SEARCH.
075000 1730-EXIT.
075100     EXIT.

075200 1740-CHECK-SUSPENSE.
075300     SET RV-NOT-IN-SUSPENSE TO TRUE.
075400     IF RV-SUS-COUNT = ZERO
075500         GO TO 1740-EXIT.
075600     SET RV-SUS-INDEX TO 1.
075700     SEARCH RV-SUS-ENTRY
075800         WHEN RV-SUS-RECORD-NUM (RV-SUS-INDEX) = RV-CALL-KEY
075900             SET RV-IN-SUSPENSE TO TRUE
076000     END-SEARCH.
076100 1740-EXIT.
076200     EXIT.

076210*----------------------------------------------------------------
076220* 1750-FIND-INVOICE.
076230*    LOOKS UP THE INVOICE FOR THE WANTED PHONE KEY AND RUN,
076240*    LEAVING RV-INV-INDEX ON IT WHEN FOUND.
076250*----------------------------------------------------------------
076260 1750-FIND-INVOICE.
076270     SET RV-INV-NOT-FOUND TO TRUE.
076280     IF RV-INV-COUNT = ZERO
076290         GO TO 1750-EXIT.
076300     SET RV-INV-INDEX TO 1.
076310     SEARCH RV-INV-ENTRY
076320         WHEN RV-INV-PHONE (RV-INV-INDEX) = RV-INV-WANTED-PHONE
076330                 AND RV-INV-CC (RV-INV-INDEX) = RV-INV-WANTED-CC
076340                 AND RV-INV-EXT (RV-INV-INDEX) = RV-INV-WANTED-EXT
076350                 AND RV-INV-RUN (RV-INV-INDEX) = RV-INV-WANTED-RUN
076360             SET RV-INV-FOUND TO TRUE
076370     END-SEARCH.
076380 1750-EXIT.
076390     EXIT.

076300*----------------------------------------------------------------
076400* 2000-PRICE-CALLS.
076500*    INPUT PROCEDURE FOR THE SUMMARY SORT - WALKS THE SORTED
076600*    CALLS ONE CALLER AT A TIME, TAKES THE CALLER'S STATE FROM
076700*    THE CUSTOMER MASTER, AND RELEASES EACH CALL RATED,
076800*    TAXED AND PUT IN ITS TIER, THEN RELEASES THE PLAN FEES.
076900*----------------------------------------------------------------
077000 2000-PRICE-CALLS.
077100     SET RV-NO-GROUP TO TRUE.
077200     SET RV-MORE-LINES TO TRUE.
077300     OPEN INPUT SORTED-FILE.
077400     PERFORM 2050-READ-SORTED-LINE THRU 2050-EXIT.
077500     PERFORM 2100-TAKE-ONE-LINE THRU 2100-EXIT
077600         UNTIL RV-NO-MORE-LINES.
077700     CLOSE SORTED-FILE.
077710     PERFORM 2500-RELEASE-PLAN-FEE THRU 2500-EXIT
077720         VARYING RV-INV-SUB FROM 1 BY 1
077730         UNTIL RV-INV-SUB > RV-INV-COUNT.
077800 2000-EXIT.
077900     EXIT.

078000 2050-READ-SORTED-LINE.
078100     READ SORTED-FILE
078200         AT END SET RV-NO-MORE-LINES TO TRUE.
078300 2050-EXIT.
078400     EXIT.

078500 2100-TAKE-ONE-LINE.
078600     IF RV-NO-GROUP
078700             OR ST-PHONE NOT = RV-PREV-PHONE
078800             OR ST-CC NOT = RV-PREV-CC
078900             OR ST-EXT NOT = RV-PREV-EXT
079000         PERFORM 2200-START-CALLER THRU 2200-EXIT.
079100     IF RV-NO-MASTER
079150         IF ST-PERIOD NOT = ZERO
079200             ADD 1 TO RV-NO-MASTER-SKIPPED
079250         END-IF
079300     ELSE
079400         PERFORM 2300-PRICE-CALL THRU 2300-EXIT.
079500     PERFORM 2050-READ-SORTED-LINE THRU 2050-EXIT.
079600 2100-EXIT.
079700     EXIT.

079800*----------------------------------------------------------------
079900* 2200-START-CALLER.
080000*    FINDS THE CALLER'S CUSTOMER MASTER RECORD THROUGH THE PHONE
080100*    INDEX FOR THE STATE THE CALLS ARE REPORTED AND TAXED UNDER,
080110*    AND THE CALLING PLAN IT IS ON NOW - NONE FOR A CLOSED
080120*    ACCOUNT, AS IN THE BILLING RUN - WHICH PRICES ONLY THE
080130*    CALLS OF AN "I" LINE THAT DOES NOT CARRY ITS OWN PLAN.
080200*----------------------------------------------------------------
080300 2200-START-CALLER.
080400     SET RV-GROUP-ACTIVE TO TRUE.
080500     MOVE ST-PHONE TO RV-PREV-PHONE.
080600     MOVE ST-CC TO RV-PREV-CC.
080700     MOVE ST-EXT TO RV-PREV-EXT.
080800     MOVE SPACES TO RV-CUST-STATE.
080850     MOVE SPACES TO RV-MASTER-PLAN.
080900     SET RV-NO-MASTER TO TRUE.
081000     CALL "SEARCH-CUSTOMER-PHONE" USING RV-CUST-NUM
081100         RV-PREV-PHONE RV-PREV-CC RV-PREV-EXT.
081200     IF RV-CUST-NUM = ZERO
081300         GO TO 2200-EXIT.
081400     CALL "READ-CUSTOMERS" USING RV-STATS RV-CUST-REC RV-CUST-NUM.
081500     IF RV-STATS NOT = 0
081600         GO TO 2200-EXIT.
081700     SET RV-MASTER-FOUND TO TRUE.
081800     MOVE ISTATE OF RV-CUST-REC TO RV-CUST-STATE.
081810     IF NOT INO-PLAN OF RV-CUST-REC
081820             AND NOT IACCT-CLOSED OF RV-CUST-REC
081830         MOVE IPLAN-CODE OF RV-CUST-REC TO RV-MASTER-PLAN.
081900 2200-EXIT.
082000     EXIT.

082100*----------------------------------------------------------------
082200* 2300-PRICE-CALL.
082300*    RATES ONE CALL AT THE RATE SET IN FORCE ON ITS CALL DATE,
082310*    OR AT THE PLAN ITS INVOICE WAS BILLED ON AS IN FORCE ON THE
082320*    RUN DATE, TAXES IT AT THE ENTRY IN FORCE ON THE RUN DATE,
082400*    AND RELEASES IT UNDER ITS STATE, RATE MASTER TIER AND
082410*    MONTH.  A CALL WHOSE INVOICE IS NOT IN THE TABLE IS PRICED
082411*    AS OF ITS CALL DATE ON THE CUSTOMER'S CURRENT PLAN, AND
082412*    DRAWS DOWN NO INCLUDED MINUTES.  A PLAN CALL THAT DREW DOWN
082420*    INCLUDED MINUTES ALSO RELEASES THEIR VALUE AS A CREDIT ON
082430*    THE PLAN ROW.  A PERIOD ZERO CALL ONLY TAKES ITS INCLUDED
082440*    MINUTES.
082500*----------------------------------------------------------------
082600 2300-PRICE-CALL.
082610     MOVE ST-CALL-DATE TO RV-PRICE-DATE.
082700     PERFORM 2310-LOOK-UP-RATE THRU 2310-EXIT.
082701     MOVE RV-MASTER-PLAN TO RV-PLAN-WANTED.
082702     MOVE ST-PHONE TO RV-INV-WANTED-PHONE.
082703     MOVE ST-CC TO RV-INV-WANTED-CC.
082704     MOVE ST-EXT TO RV-INV-WANTED-EXT.
082705     MOVE ST-RUN TO RV-INV-WANTED-RUN.
082706     PERFORM 1750-FIND-INVOICE THRU 1750-EXIT.
082707     IF RV-INV-FOUND
082708         MOVE RV-INV-RUN-DATE (RV-INV-INDEX) TO RV-PRICE-DATE
082709         IF RV-INV-PLAN-ON-LINE (RV-INV-INDEX)
082709             MOVE RV-INV-PLAN-CODE (RV-INV-INDEX)
082709                 TO RV-PLAN-WANTED
082709         END-IF
082709     END-IF.
082710     MOVE ZERO TO RV-CALL-INCL.
082720     PERFORM 2330-LOOK-UP-PLAN THRU 2330-EXIT.
082730     IF RV-PLAN-BEST NOT = ZERO
082740         PERFORM 2340-RATE-PLAN-CALL THRU 2340-EXIT.
082750     IF ST-PERIOD = ZERO
082760         GO TO 2300-EXIT.
082800     MULTIPLY ST-DUR BY RV-RATE GIVING RV-LINE-CHARGE.
082900     PERFORM 2350-COMPUTE-TAX THRU 2350-EXIT.
083000     MOVE RV-CUST-STATE TO SS-STATE.
083100     MOVE RV-CALL-TIER TO SS-TIER.
083200     MOVE ST-PERIOD TO SS-PERIOD.
083300     MOVE ST-DUR TO SS-MINUTES.
083400     MOVE RV-LINE-CHARGE TO SS-REVENUE.
083500     MOVE RV-LINE-TAX TO SS-TAX.
083600     RELEASE SUMMARY-REC.
083700     ADD 1 TO RV-CALLS-COUNTED.
083710     IF RV-CALL-INCL = ZERO
083720         GO TO 2300-EXIT.
083730     MULTIPLY RV-CALL-INCL BY RV-RATE GIVING RV-LINE-CHARGE.
083740     PERFORM 2350-COMPUTE-TAX THRU 2350-EXIT.
083750     MOVE 5 TO SS-TIER.
083760     MOVE RV-CALL-INCL TO SS-MINUTES.
083770     SUBTRACT RV-LINE-CHARGE FROM ZERO GIVING SS-REVENUE.
083780     SUBTRACT RV-LINE-TAX FROM ZERO GIVING SS-TAX.
083790     RELEASE SUMMARY-REC.
083800 2300-EXIT.
083900     EXIT.

084000*----------------------------------------------------------------
084100* 2310-LOOK-UP-RATE.
084200*    PICKS THE LATEST RATE SET WHOSE EFFECTIVE DATE IS NOT AFTER
084300*    THE CALL DATE (THE EARLIEST SET FOR A CALL DATED BEFORE
084400*    THEM ALL) AND THE TIER COVERING THE CALL'S DURATION - THE
084500*    SAME RULES THE BILLING RUN RATES BY.  A CALL NO TIER COVERS
084600*    RATES, AND IS REPORTED, IN THE LOWEST TIER.
084700*----------------------------------------------------------------
084800 2310-LOOK-UP-RATE.
084900     MOVE ZERO TO RV-BEST-SET.
085000     MOVE SPACES TO RV-BEST-EFF.
085100     MOVE ZERO TO RV-LOW-SET.
085200     MOVE SPACES TO RV-LOW-EFF.
085300     PERFORM 2315-TEST-RATE-SET THRU 2315-EXIT
085400         VARYING RV-RATE-SET-INDEX FROM 1 BY 1
085500         UNTIL RV-RATE-SET-INDEX > RV-RATE-SET-COUNT.
085600     IF RV-BEST-SET = ZERO
085700         MOVE RV-LOW-SET TO RV-BEST-SET.
085800     MOVE RV-SET-RATE (RV-BEST-SET 1) TO RV-RATE.
085900     MOVE 1 TO RV-CALL-TIER.
086000     PERFORM 2320-TEST-RATE-TIER THRU 2320-EXIT
086100         VARYING RV-TIER-INDEX FROM 1 BY 1
086200         UNTIL RV-TIER-INDEX > 4.
086300 2310-EXIT.
086400     EXIT.

086500 2315-TEST-RATE-SET.
086600     MOVE RV-SET-EFF-DATE (RV-RATE-SET-INDEX) TO RV-SET-EFF-X.
086700     IF RV-SET-EFF-X <= RV-PRICE-DATE
086800             AND (RV-BEST-SET = ZERO
086900                 OR RV-SET-EFF-X >= RV-BEST-EFF)
087000         MOVE RV-RATE-SET-INDEX TO RV-BEST-SET
087100         MOVE RV-SET-EFF-X TO RV-BEST-EFF.
087200     IF RV-LOW-SET = ZERO OR RV-SET-EFF-X < RV-LOW-EFF
087300         MOVE RV-RATE-SET-INDEX TO RV-LOW-SET
087400         MOVE RV-SET-EFF-X TO RV-LOW-EFF.
087500 2315-EXIT.
087600     EXIT.

087700 2320-TEST-RATE-TIER.
087800     IF ST-DUR >= RV-SET-DUR-LOW (RV-BEST-SET RV-TIER-INDEX)
087900             AND ST-DUR <=
088000                 RV-SET-DUR-HIGH (RV-BEST-SET RV-TIER-INDEX)
088100         MOVE RV-SET-RATE (RV-BEST-SET RV-TIER-INDEX) TO RV-RATE
088200         MOVE RV-TIER-INDEX TO RV-CALL-TIER.
088300 2320-EXIT.
088400     EXIT.

088410*----------------------------------------------------------------
088420* 2330-LOOK-UP-PLAN.
088430*    PICKS THE LINE IN FORCE FOR THE WANTED PLAN - THE LATEST
088440*    LINE FOR THAT CODE WHOSE EFFECTIVE DATE IS NOT AFTER THE
088450*    PRICING DATE, AS THE BILLING RUN PICKS IT BY ITS RUN DATE.
088460*    RV-PLAN-BEST COMES BACK ZERO WHEN THERE IS NO PLAN OR NONE
088470*    IS IN FORCE, AND THE CALL PRICES AT THE STANDARD RATE.
088480*----------------------------------------------------------------
088490 2330-LOOK-UP-PLAN.
088500     MOVE ZERO TO RV-PLAN-BEST.
088510     MOVE ZERO TO RV-PLAN-BEST-EFF.
088520     IF RV-PLAN-WANTED = SPACES
088530         GO TO 2330-EXIT.
088540     PERFORM 2335-TEST-PLAN-LINE THRU 2335-EXIT
088550         VARYING RV-PLAN-INDEX FROM 1 BY 1
088560         UNTIL RV-PLAN-INDEX > RV-PLAN-COUNT.
088570 2330-EXIT.
088580     EXIT.

088590 2335-TEST-PLAN-LINE.
088600     IF RV-PLAN-CODE (RV-PLAN-INDEX) = RV-PLAN-WANTED
088610             AND RV-PLAN-EFF-DATE (RV-PLAN-INDEX) <= RV-PRICE-DATE
088620             AND (RV-PLAN-BEST = ZERO
088630                 OR RV-PLAN-EFF-DATE (RV-PLAN-INDEX)
088640                     >= RV-PLAN-BEST-EFF)
088650         MOVE RV-PLAN-INDEX TO RV-PLAN-BEST
088660         MOVE RV-PLAN-EFF-DATE (RV-PLAN-INDEX)
088670             TO RV-PLAN-BEST-EFF.
088680 2335-EXIT.
088690     EXIT.

088700*----------------------------------------------------------------
088710* 2340-RATE-PLAN-CALL.
088720*    PRICES A PLAN CALL AT THE PLAN TIER COVERING ITS DURATION
088730*    (THE LOWEST TIER'S RATE IF NONE DOES) AND DRAWS ITS MINUTES
088740*    DOWN FROM WHAT IS LEFT OF ITS INVOICE'S INCLUDED MINUTES,
088750*    FOUND BY 2300-PRICE-CALL - THE RULES THE BILLING RUN
088751*    CHARGED IT BY.
088760*----------------------------------------------------------------
088770 2340-RATE-PLAN-CALL.
088780     MOVE RV-PLAN-RATE (RV-PLAN-BEST 1) TO RV-RATE.
088790     PERFORM 2345-TEST-PLAN-TIER THRU 2345-EXIT
088800         VARYING RV-TIER-INDEX FROM 1 BY 1
088810         UNTIL RV-TIER-INDEX > 4.
088870     IF RV-INV-NOT-FOUND
088880         GO TO 2340-EXIT.
088890     IF ST-DUR > RV-INV-INCL-LEFT (RV-INV-INDEX)
088900         MOVE RV-INV-INCL-LEFT (RV-INV-INDEX) TO RV-CALL-INCL
088910     ELSE
088920         MOVE ST-DUR TO RV-CALL-INCL.
088930     SUBTRACT RV-CALL-INCL FROM RV-INV-INCL-LEFT (RV-INV-INDEX).
088940 2340-EXIT.
088950     EXIT.

088960 2345-TEST-PLAN-TIER.
088970     IF ST-DUR >= RV-PLAN-DUR-LOW (RV-PLAN-BEST RV-TIER-INDEX)
088980             AND ST-DUR <=
088990                 RV-PLAN-DUR-HIGH (RV-PLAN-BEST RV-TIER-INDEX)
089000         MOVE RV-PLAN-RATE (RV-PLAN-BEST RV-TIER-INDEX)
089010             TO RV-RATE.
089020 2345-EXIT.
089030     EXIT.

088500*----------------------------------------------------------------
088600* 2350-COMPUTE-TAX.
088700*    THE STATE TAX PLUS FEDERAL SURCHARGE ON ONE CHARGE, UNDER
088800*    THE LATEST ENTRY FOR THE CUSTOMER'S STATE WHOSE EFFECTIVE
088900*    DATE IS NOT AFTER THE PRICING DATE.  NO ENTRY MEANS NO TAX.
089000*----------------------------------------------------------------
089100 2350-COMPUTE-TAX.
089200     MOVE ZERO TO RV-LINE-TAX.
089300     MOVE ZERO TO RV-TAX-BEST.
089400     MOVE ZERO TO RV-TAX-BEST-EFF.
089500     PERFORM 2355-TEST-TAX-ENTRY THRU 2355-EXIT
089600         VARYING RV-TAX-INDEX FROM 1 BY 1
089700         UNTIL RV-TAX-INDEX > RV-TAX-COUNT.
089800     IF RV-TAX-BEST = ZERO
089900         GO TO 2350-EXIT.
090000     COMPUTE RV-TAX-WORK = RV-LINE-CHARGE
090100         * (RV-TAX-STATE-PCT (RV-TAX-BEST)
090200             + RV-TAX-FED-PCT (RV-TAX-BEST)).
090300     DIVIDE RV-TAX-WORK BY 100 GIVING RV-LINE-TAX ROUNDED.
090400 2350-EXIT.
090500     EXIT.

090600 2355-TEST-TAX-ENTRY.
090700     IF RV-TAX-STATE (RV-TAX-INDEX) = RV-CUST-STATE
090800             AND RV-TAX-EFF-DATE (RV-TAX-INDEX) <= RV-PRICE-DATE
090900             AND (RV-TAX-BEST = ZERO
091000                 OR RV-TAX-EFF-DATE (RV-TAX-INDEX)
091100                     >= RV-TAX-BEST-EFF)
091200         MOVE RV-TAX-INDEX TO RV-TAX-BEST
091300         MOVE RV-TAX-EFF-DATE (RV-TAX-INDEX) TO RV-TAX-BEST-EFF.
091400 2355-EXIT.
091500     EXIT.

091510*----------------------------------------------------------------
091520* 2500-RELEASE-PLAN-FEE.
091530*    RELEASES ONE PLAN INVOICE'S FEE ON THE PLAN ROW OF ITS
091540*    CUSTOMER'S STATE, UNDER THE MONTH OF THE INVOICE DATE AND
091550*    TAXED AT THE RATES IN FORCE ON ITS RUN DATE - UNLESS ITS
091560*    RUN HAS BEEN REVERSED OR IT FALLS OUTSIDE THE THREE MONTHS.
091570*----------------------------------------------------------------
091580 2500-RELEASE-PLAN-FEE.
091590     IF RV-INV-FEE (RV-INV-SUB) = ZERO
091600         GO TO 2500-EXIT.
091610     MOVE RV-INV-RUN (RV-INV-SUB) TO IBILL-RUN OF RV-CALL-REC.
091620     PERFORM 1730-CHECK-REVERSED THRU 1730-EXIT.
091630     IF RV-RUN-REVERSED
091640         GO TO 2500-EXIT.
091650     MOVE RV-INV-DATE (RV-INV-SUB) (1:6) TO RV-INV-MONTH.
091660     MOVE ZERO TO RV-CALL-PERIOD.
091670     PERFORM 2510-TEST-FEE-PERIOD THRU 2510-EXIT
091680         VARYING RV-PERIOD-INDEX FROM 1 BY 1
091690         UNTIL RV-PERIOD-INDEX > 3.
091700     IF RV-CALL-PERIOD = ZERO
091710         GO TO 2500-EXIT.
091720     CALL "SEARCH-CUSTOMER-PHONE" USING RV-CUST-NUM
091730         RV-INV-PHONE (RV-INV-SUB) RV-INV-CC (RV-INV-SUB)
091740         RV-INV-EXT (RV-INV-SUB).
091750     IF RV-CUST-NUM = ZERO
091760         GO TO 2500-EXIT.
091770     CALL "READ-CUSTOMERS" USING RV-STATS RV-CUST-REC RV-CUST-NUM.
091780     IF RV-STATS NOT = 0
091790         GO TO 2500-EXIT.
091800     MOVE ISTATE OF RV-CUST-REC TO RV-CUST-STATE.
091810     MOVE RV-INV-RUN-DATE (RV-INV-SUB) TO RV-PRICE-DATE.
091820     MOVE RV-INV-FEE (RV-INV-SUB) TO RV-LINE-CHARGE.
091830     PERFORM 2350-COMPUTE-TAX THRU 2350-EXIT.
091840     MOVE RV-CUST-STATE TO SS-STATE.
091850     MOVE 5 TO SS-TIER.
091860     MOVE RV-CALL-PERIOD TO SS-PERIOD.
091870     MOVE ZERO TO SS-MINUTES.
091880     MOVE RV-LINE-CHARGE TO SS-REVENUE.
091890     MOVE RV-LINE-TAX TO SS-TAX.
091900     RELEASE SUMMARY-REC.
091910     ADD 1 TO RV-PLAN-FEES-COUNTED.
091920 2500-EXIT.
091930     EXIT.

091940 2510-TEST-FEE-PERIOD.
091950     IF RV-INV-MONTH = RV-PERIOD-MONTH (RV-PERIOD-INDEX)
091960         MOVE RV-PERIOD-INDEX TO RV-CALL-PERIOD.
091970 2510-EXIT.
091980     EXIT.

091600*----------------------------------------------------------------
091700* 4000-PRINT-REPORT.
091800*    OUTPUT PROCEDURE FOR THE SUMMARY SORT - ADDS THE PRICED
091900*    CALLS UP ONE STATE AT A TIME, PRINTING EACH STATE AT ITS
092000*    BREAK, THEN THE ALL-STATES SECTION AND THE RUN TOTALS.
092100*----------------------------------------------------------------
092200 4000-PRINT-REPORT.
092300     OPEN OUTPUT PRINT-FILE.
092400     MOVE RV-PERIOD-MONTH (1) TO HL-MONTH.
092500     MOVE RV-PERIOD-MONTH (2) TO HL-PRIOR.
092600     MOVE RV-PERIOD-MONTH (3) TO HL-YEAR-AGO.
092700     MOVE RV-TODAY TO HL-RUN-DATE.
092800     WRITE PRINT-LINE FROM HEADING-LINE-1.
092900     WRITE PRINT-LINE FROM NOTE-LINE-1.
093000     WRITE PRINT-LINE FROM NOTE-LINE-2.
093050     WRITE PRINT-LINE FROM NOTE-LINE-3.
093100     MOVE ZERO TO RV-FIGURES.
093200     SET RV-NO-GROUP TO TRUE.
093300     SET RV-MORE-SUMMARY TO TRUE.
093400     PERFORM 4050-RETURN-SUMMARY THRU 4050-EXIT.
093500     PERFORM 4100-TAKE-SUMMARY THRU 4100-EXIT
093600         UNTIL RV-NO-MORE-SUMMARY.
093700     IF RV-GROUP-ACTIVE
093800         MOVE 1 TO RV-SET-INDEX
093900         PERFORM 4200-PRINT-FIGURES THRU 4200-EXIT.
094000     MOVE 2 TO RV-SET-INDEX.
094100     PERFORM 4200-PRINT-FIGURES THRU 4200-EXIT.
094200     PERFORM 4500-PRINT-TOTALS THRU 4500-EXIT.
094300     CLOSE PRINT-FILE.
094400 4000-EXIT.
094500     EXIT.

094600 4050-RETURN-SUMMARY.
094700     RETURN SUMMARY-WORK-FILE
094800         AT END SET RV-NO-MORE-SUMMARY TO TRUE.
094900 4050-EXIT.
095000     EXIT.

095100 4100-TAKE-SUMMARY.
095200     IF RV-NO-GROUP OR SS-STATE NOT = RV-PRINT-STATE
095300         IF RV-GROUP-ACTIVE
095400             MOVE 1 TO RV-SET-INDEX
095500             PERFORM 4200-PRINT-FIGURES THRU 4200-EXIT
095600         END-IF
095700         SET RV-GROUP-ACTIVE TO TRUE
095800         MOVE SS-STATE TO RV-PRINT-STATE
095900         MOVE ZERO TO RV-FIG-SET (1)
096000     END-IF.
096100     MOVE 1 TO RV-SET-INDEX.
096200     PERFORM 4150-ADD-TO-SET THRU 4150-EXIT.
096300     MOVE 2 TO RV-SET-INDEX.
096400     PERFORM 4150-ADD-TO-SET THRU 4150-EXIT.
096500     PERFORM 4050-RETURN-SUMMARY THRU 4050-EXIT.
096600 4100-EXIT.
096700     EXIT.

096800*----------------------------------------------------------------
096900* 4150-ADD-TO-SET.
097000*    ADDS THE CALL INTO ITS TIER ROW AND THE TOTAL ROW OF ONE
097100*    SET OF FIGURES.  THE PLAN ROW'S INCLUDED MINUTES ARE NOT
097110*    ADDED TO THE TOTAL MINUTES - THE TIERS ALREADY HOLD THEM.
097200*----------------------------------------------------------------
097300 4150-ADD-TO-SET.
097400     ADD SS-MINUTES
097500         TO RV-FIG-MINUTES (RV-SET-INDEX SS-TIER SS-PERIOD).
097550     IF SS-TIER < 5
097600         ADD SS-MINUTES
097650             TO RV-FIG-MINUTES (RV-SET-INDEX 6 SS-PERIOD).
097700     ADD SS-REVENUE
097800         TO RV-FIG-REVENUE (RV-SET-INDEX SS-TIER SS-PERIOD)
097900            RV-FIG-REVENUE (RV-SET-INDEX 6 SS-PERIOD).
098000     ADD SS-TAX
098100         TO RV-FIG-TAX (RV-SET-INDEX SS-TIER SS-PERIOD)
098200            RV-FIG-TAX (RV-SET-INDEX 6 SS-PERIOD).
098300 4150-EXIT.
098400     EXIT.

098500*----------------------------------------------------------------
098600* 4200-PRINT-FIGURES.
098700*    PRINTS ONE SET OF FIGURES UNDER ITS STATE HEADING - A LINE
098800*    FOR EACH TIER THAT HAD ANY BILLED MINUTES IN THE THREE
098900*    MONTHS, THE PLAN LINE IF THERE WAS ANY PLAN REVENUE, THEN
098910*    THE TOTAL LINE.
099000*----------------------------------------------------------------
099100 4200-PRINT-FIGURES.
099200     IF RV-SET-INDEX = 2
099300         MOVE "ALL STATES" TO SL-STATE
099400     ELSE
099500         MOVE RV-PRINT-STATE TO SL-STATE.
099600     WRITE PRINT-LINE FROM BLANK-LINE.
099700     WRITE PRINT-LINE FROM STATE-LINE.
099800     WRITE PRINT-LINE FROM HEADING-LINE-2.
099900     WRITE PRINT-LINE FROM HEADING-LINE-3.
100000     PERFORM 4300-PRINT-ROW THRU 4300-EXIT
100100         VARYING RV-ROW-INDEX FROM 1 BY 1
100200         UNTIL RV-ROW-INDEX > 6.
100300 4200-EXIT.
100400     EXIT.

100500 4300-PRINT-ROW.
100600     IF RV-ROW-INDEX < 5
100700             AND RV-FIG-MINUTES (RV-SET-INDEX RV-ROW-INDEX 1)
100800                 = ZERO
100900             AND RV-FIG-MINUTES (RV-SET-INDEX RV-ROW-INDEX 2)
101000                 = ZERO
101100             AND RV-FIG-MINUTES (RV-SET-INDEX RV-ROW-INDEX 3)
101200                 = ZERO
101300         GO TO 4300-EXIT.
101310     IF RV-ROW-INDEX = 5
101320             AND RV-FIG-MINUTES (RV-SET-INDEX 5 1) = ZERO
101330             AND RV-FIG-MINUTES (RV-SET-INDEX 5 2) = ZERO
101340             AND RV-FIG-MINUTES (RV-SET-INDEX 5 3) = ZERO
101350             AND RV-FIG-REVENUE (RV-SET-INDEX 5 1) = ZERO
101360             AND RV-FIG-REVENUE (RV-SET-INDEX 5 2) = ZERO
101370             AND RV-FIG-REVENUE (RV-SET-INDEX 5 3) = ZERO
101380         GO TO 4300-EXIT.
101400     IF RV-ROW-INDEX = 6
101500         MOVE "TOTAL" TO DL-LABEL
101550     ELSE IF RV-ROW-INDEX = 5
101560         MOVE "PLAN" TO DL-LABEL
101600     ELSE
101700         MOVE "TIER" TO DL-LABEL
101800         MOVE RV-ROW-INDEX TO DL-LABEL (6:1).
101900     PERFORM 4310-MOVE-PERIOD THRU 4310-EXIT
102000         VARYING RV-PERIOD-INDEX FROM 1 BY 1
102100         UNTIL RV-PERIOD-INDEX > 3.
102200     PERFORM 4320-MOVE-CHANGE THRU 4320-EXIT
102300         VARYING RV-CHANGE-INDEX FROM 1 BY 1
102400         UNTIL RV-CHANGE-INDEX > 2.
102500     WRITE PRINT-LINE FROM DETAIL-LINE.
102600 4300-EXIT.
102700     EXIT.

102800 4310-MOVE-PERIOD.
102900     MOVE RV-FIG-MINUTES
103000             (RV-SET-INDEX RV-ROW-INDEX RV-PERIOD-INDEX)
103100         TO DL-MINUTES (RV-PERIOD-INDEX).
103200     MOVE RV-FIG-REVENUE
103300             (RV-SET-INDEX RV-ROW-INDEX RV-PERIOD-INDEX)
103400         TO DL-REVENUE (RV-PERIOD-INDEX).
103500     MOVE RV-FIG-TAX
103600             (RV-SET-INDEX RV-ROW-INDEX RV-PERIOD-INDEX)
103700         TO DL-TAX (RV-PERIOD-INDEX).
103800 4310-EXIT.
103900     EXIT.

104000*----------------------------------------------------------------
104100* 4320-MOVE-CHANGE.
104200*    REVENUE CHANGE FROM THE PRIOR MONTH (1) AND FROM THE YEAR-
104300*    AGO MONTH (2) AS A WHOLE PERCENTAGE.  LEFT BLANK WHEN THERE
104400*    WAS NO REVENUE TO COMPARE AGAINST, OR A PLAN ROW CREDIT.
104500*----------------------------------------------------------------
104600 4320-MOVE-CHANGE.
104700     ADD 1 TO RV-CHANGE-INDEX GIVING RV-PERIOD-INDEX.
104800     MOVE RV-FIG-REVENUE
104900             (RV-SET-INDEX RV-ROW-INDEX RV-PERIOD-INDEX)
105000         TO RV-CHANGE-BASE.
105100     IF RV-CHANGE-BASE NOT > ZERO
105200         MOVE SPACES TO DL-CHG-TEXT (RV-CHANGE-INDEX)
105300         GO TO 4320-EXIT.
105400     COMPUTE RV-CHANGE-PCT ROUNDED =
105500         (RV-FIG-REVENUE (RV-SET-INDEX RV-ROW-INDEX 1)
105600             - RV-CHANGE-BASE) * 100 / RV-CHANGE-BASE
105700         ON SIZE ERROR MOVE 9999 TO RV-CHANGE-PCT.
105800     IF RV-CHANGE-PCT > 9999
105900         MOVE 9999 TO RV-CHANGE-PCT.
106000     MOVE RV-CHANGE-PCT TO DL-CHG-PCT (RV-CHANGE-INDEX).
106100     MOVE "%" TO DL-CHG-MARK (RV-CHANGE-INDEX).
106200 4320-EXIT.
106300     EXIT.

106400*----------------------------------------------------------------
106500* 4500-PRINT-TOTALS.
106600*----------------------------------------------------------------
106700 4500-PRINT-TOTALS.
106800     WRITE PRINT-LINE FROM BLANK-LINE.
106900     MOVE "LIVE CALL RECORDS READ" TO CL-LABEL.
107000     MOVE RV-LIVE-READ TO CL-COUNT.
107100     WRITE PRINT-LINE FROM COUNT-LINE.
107200     MOVE "ARCHIVE FILES READ" TO CL-LABEL.
107300     MOVE RV-ARCHIVE-FILES TO CL-COUNT.
107400     WRITE PRINT-LINE FROM COUNT-LINE.
107500     MOVE "ARCHIVED CALL RECORDS READ" TO CL-LABEL.
107600     MOVE RV-ARCHIVE-READ TO CL-COUNT.
107700     WRITE PRINT-LINE FROM COUNT-LINE.
107800     MOVE "BILLED CALLS REPORTED" TO CL-LABEL.
107900     MOVE RV-CALLS-COUNTED TO CL-COUNT.
108000     WRITE PRINT-LINE FROM COUNT-LINE.
108100     MOVE "CALLS OF REVERSED RUNS LEFT OUT" TO CL-LABEL.
108200     MOVE RV-REVERSED-SKIPPED TO CL-COUNT.
108300     WRITE PRINT-LINE FROM COUNT-LINE.
108400     MOVE "CALLS HELD IN SUSPENSE LEFT OUT" TO CL-LABEL.
108500     MOVE RV-SUSPENSE-SKIPPED TO CL-COUNT.
108600     WRITE PRINT-LINE FROM COUNT-LINE.
108700     MOVE "CALLS WITH NO CUSTOMER RECORD LEFT OUT" TO CL-LABEL.
108800     MOVE RV-NO-MASTER-SKIPPED TO CL-COUNT.
108900     WRITE PRINT-LINE FROM COUNT-LINE.
108910     MOVE "PLAN FEE INVOICES REPORTED" TO CL-LABEL.
108920     MOVE RV-PLAN-FEES-COUNTED TO CL-COUNT.
108930     WRITE PRINT-LINE FROM COUNT-LINE.
109000 4500-EXIT.
109100     EXIT.

109200*----------------------------------------------------------------
109300* 8000-TERMINATE.
109400*----------------------------------------------------------------
109500 8000-TERMINATE.
109600     CALL "CLOSE-CUSTOMERS".
109700     CALL "CLOSE-CUSTOMER-PHONE".
109800     MOVE RV-ARCHIVE-FILES TO RV-COUNT-DISPLAY.
109900     DISPLAY "Archive files read:          " RV-COUNT-DISPLAY.
110000     MOVE RV-CALLS-COUNTED TO RV-COUNT-DISPLAY.
110100     DISPLAY "Billed calls reported:       " RV-COUNT-DISPLAY.
110200     MOVE RV-REVERSED-SKIPPED TO RV-COUNT-DISPLAY.
110300     DISPLAY "Reversed-run calls left out: " RV-COUNT-DISPLAY.
110400 8000-EXIT.
110500     EXIT.
