000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    EXPOSRPT.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    NIGHTLY UNBILLED USAGE EXPOSURE REPORT.  BETWEEN BILLING
001200*    RUNS AN ACCOUNT CAN RUN UP CALLS NOBODY HAS INVOICED YET,
001300*    ON TOP OF WHAT IT ALREADY OWES.  THIS RUN PRICES EVERY
001400*    UNBILLED CALL ON THE CALL FILE (IBILL-RUN STILL ZERO,
001500*    INCLUDING CALLS THE FRAUD SCREEN IS HOLDING) AT THE RATE
001600*    MASTER SET IN FORCE ON THE CALL DATE, ADDS THE STATE TAX
001700*    AND FEDERAL SURCHARGE IN FORCE FOR THE CUSTOMER'S STATE ON
001800*    THE CALL DATE, AND ADDS THE ACCOUNT'S OPEN BALANCE ON THE
001900*    ACCOUNTS-RECEIVABLE LEDGER.  CALLS ARE PRICED AT THE
002000*    STANDARD PER-MINUTE TIERS WITHOUT CREDITING A CALLING
002100*    PLAN'S INCLUDED MINUTES, SO THE FIGURE ERRS ON THE HIGH
002200*    SIDE.
002300*
002400*    THE OPERATOR KEYS A WARNING LEVEL AS A PERCENTAGE OF THE
002500*    CREDIT LIMIT PROJECT3 KEEPS ON THE CUSTOMER MASTER.  EVERY
002600*    ACCOUNT WHOSE EXPOSURE IS OVER ITS LIMIT, OR OVER THE
002700*    WARNING LEVEL, IS LISTED, LARGEST EXPOSURE FIRST - LIVE
002800*    ACCOUNTS IN THE FIRST SECTION, ACCOUNTS ALREADY SUSPENDED
002900*    OR CLOSED IN A SECOND SECTION OF THEIR OWN SO COLLECTIONS
003000*    CAN WORK THE LIVE LINES FIRST.  AN ACCOUNT WITH NO LIMIT
003100*    SET, OR A CALLER WITH NO CUSTOMER RECORD, IS COUNTED IN
003200*    THE TOTALS BUT NOT LISTED.
003300*
003400*    MODIFICATION HISTORY.
003500*    10/15/2026  RH   ORIGINAL PROGRAM.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CALL-FILE ASSIGN TO "call-file"
004100         ORGANIZATION IS RELATIVE
004200         ACCESS IS SEQUENTIAL
004300         RELATIVE KEY IS XP-CALL-KEY
004400         FILE STATUS IS XP-CALL-STATUS.

004500     SELECT RECEIVABLE-FILE ASSIGN TO "receivables-file"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS XP-LEDGER-STATUS.

004800     SELECT RATE-FILE ASSIGN TO "rate-file"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS XP-RATE-FILE-STATUS.

005100     SELECT TAX-FILE ASSIGN TO "tax-file"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS XP-TAX-FILE-STATUS.

005400     SELECT SORT-WORK-FILE ASSIGN TO "exposrpt-sort-work".

005500     SELECT SORTED-FILE ASSIGN TO "exposrpt-sorted"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS XP-SORTED-STATUS.

005800     SELECT EXCEPTION-WORK-FILE ASSIGN TO "exposrpt-exc-work".

005900     SELECT PRINT-FILE ASSIGN TO "exposrpt-report"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS XP-PRINT-STATUS.

006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CALL-FILE.
006500 01  CALL-REC.
006600     COPY CALLREC.

006700 FD  RECEIVABLE-FILE.
006800 01  RECEIVABLE-LINE.
006900     COPY ARREC.

007000 FD  RATE-FILE.
007100 01  RATE-LINE.
007200     COPY RATEREC.

007300 FD  TAX-FILE.
007400 01  TAX-LINE-REC.
007500     COPY TAXREC.

007600*----------------------------------------------------------------
007700* ACCOUNT SORT - ONE RECORD PER UNBILLED CALL ("U") AND ONE PER
007800* LEDGER LINE ("L"), BROUGHT TOGETHER UNDER THE PHONE KEY.
007900*----------------------------------------------------------------
008000 SD  SORT-WORK-FILE.
008100 01  SORT-REC.
008200     05  XS-PHONE               PIC 9(10).
008300     05  XS-CC                  PIC 9(03).
008400     05  XS-EXT                 PIC 9(05).
008500     05  XS-SOURCE              PIC X(01).
008600     05  XS-CALL-DATE           PIC X(08).
008700     05  XS-DUR                 PIC 9(05).
008800     05  XS-AR-TYPE             PIC X(01).
008900     05  XS-AMOUNT              PIC 9(09)V99.

009000 FD  SORTED-FILE.
009100 01  SORTED-REC.
009200     05  ST-PHONE               PIC 9(10).
009300     05  ST-CC                  PIC 9(03).
009400     05  ST-EXT                 PIC 9(05).
009500     05  ST-SOURCE              PIC X(01).
009600         88  ST-FROM-CALL           VALUE "U".
009700         88  ST-FROM-LEDGER         VALUE "L".
009800     05  ST-CALL-DATE           PIC X(08).
009900     05  ST-DUR                 PIC 9(05).
010000     05  ST-AR-TYPE             PIC X(01).
010100         88  ST-AR-CREDIT           VALUE "P" "R" "C".
010200     05  ST-AMOUNT              PIC 9(09)V99.

010300*----------------------------------------------------------------
010400* EXCEPTION SORT - ONE RECORD PER ACCOUNT TO BE LISTED, SECTION
010500* FIRST, THEN LARGEST EXPOSURE FIRST.
010600*----------------------------------------------------------------
010700 SD  EXCEPTION-WORK-FILE.
010800 01  EXCEPTION-REC.
010900     05  XE-SECTION             PIC 9(01).
011000     05  XE-EXPOSURE            PIC 9(11)V99.
011100     05  XE-PHONE               PIC 9(10).
011200     05  XE-CC                  PIC 9(03).
011300     05  XE-EXT                 PIC 9(05).
011400     05  XE-NAME                PIC X(30).
011500     05  XE-STATUS-TEXT         PIC X(09).
011600     05  XE-CALLS               PIC 9(07).
011700     05  XE-USAGE               PIC 9(09)V99.
011800     05  XE-BALANCE             PIC S9(11)V99.
011900     05  XE-LIMIT               PIC 9(07)V99.
012000     05  XE-PCT-USED            PIC 9(05).
012100     05  XE-FLAG                PIC X(10).

012200 FD  PRINT-FILE.
012300 01  PRINT-LINE                 PIC X(132).

012400 WORKING-STORAGE SECTION.
012500*----------------------------------------------------------------
012600* BILLING RATE REFERENCE TABLE - THE BUILT-IN DEFAULT SET,
012700* USED ONLY WHEN NO RATE MASTER FILE EXISTS YET, AS IN THE
012800* BILLING RUN.
012900*----------------------------------------------------------------
013000 COPY RATETAB.

013100*----------------------------------------------------------------
013200* EFFECTIVE-DATED RATE SETS LOADED FROM THE RATE MASTER FILE
013300* AT START-UP.  EACH CALL IS PRICED UNDER THE LATEST SET WHOSE
013400* EFFECTIVE DATE IS NOT AFTER THE CALL DATE.
013500*----------------------------------------------------------------
013600 01  XP-RATE-FILE-STATUS         PIC XX.
013700 01  XP-RATE-SET-COUNT           PIC 9(02).
013800 01  XP-RATE-SET-INDEX           PIC 9(02).
013900 01  XP-TIER-INDEX               PIC 9(01).
014000 01  XP-BEST-SET                 PIC 9(02).
014100 01  XP-BEST-EFF                 PIC X(08).
014200 01  XP-LOW-SET                  PIC 9(02).
014300 01  XP-LOW-EFF                  PIC X(08).
014400 01  XP-SET-EFF-X                PIC X(08).
014500 01  XP-RATE-SET-TABLE.
014600     05  XP-RATE-SET OCCURS 24 TIMES.
014700         10  XP-SET-EFF-DATE     PIC 9(08).
014800         10  XP-SET-TIER OCCURS 4 TIMES.
014900             15  XP-SET-DUR-LOW  PIC 9(05).
015000             15  XP-SET-DUR-HIGH PIC 9(05).
015100             15  XP-SET-RATE     PIC 9V99.

015200*----------------------------------------------------------------
015300* EFFECTIVE-DATED TAX ENTRIES LOADED FROM THE TAX MASTER FILE
015400* AT START-UP.  EACH CALL IS TAXED UNDER THE LATEST ENTRY FOR
015500* THE CUSTOMER'S STATE WHOSE EFFECTIVE DATE IS NOT AFTER THE
015600* CALL DATE.
015700*----------------------------------------------------------------
015800 01  XP-TAX-FILE-STATUS          PIC XX.
015900 01  XP-TAX-COUNT                PIC 9(03).
016000 01  XP-TAX-INDEX                PIC 9(03).
016100 01  XP-TAX-BEST                 PIC 9(03).
016200 01  XP-TAX-BEST-EFF             PIC 9(08).
016300 01  XP-TAX-TABLE.
016400     05  XP-TAX-ENTRY OCCURS 200 TIMES.
016500         10  XP-TAX-STATE        PIC XX.
016600         10  XP-TAX-EFF-DATE     PIC 9(08).
016700         10  XP-TAX-STATE-PCT    PIC 99V99.
016800         10  XP-TAX-FED-PCT      PIC 99V99.

016900*----------------------------------------------------------------
017000* WORKING STORAGE.
017100*----------------------------------------------------------------
017200 01  XP-CALL-STATUS              PIC XX.
017300 01  XP-CALL-KEY                 PIC 9(09).
017400 01  XP-LEDGER-STATUS            PIC XX.
017500 01  XP-SORTED-STATUS            PIC XX.
017600 01  XP-PRINT-STATUS             PIC XX.
017700 01  XP-STATS                    PIC 9.
017800 01  XP-CUST-NUM                 PIC 9(09).
017900 01  XP-CUST-REC.
018000     COPY CUSTREC.
018100 01  XP-TODAY                    PIC 9(08).
018200 01  XP-WARN-PCT                 PIC 9(03).
018300 01  XP-FIELD-OK-SWITCH          PIC X(01).
018400     88  XP-FIELD-OK                 VALUE "Y".
018500     88  XP-FIELD-BAD                VALUE "N".
018600 01  XP-RAW-EOF-SWITCH           PIC X(01).
018700     88  XP-NO-MORE-RAW              VALUE "Y".
018800     88  XP-MORE-RAW                 VALUE "N".
018900 01  XP-EOF-SWITCH               PIC X(01).
019000     88  XP-NO-MORE-LINES            VALUE "Y".
019100     88  XP-MORE-LINES               VALUE "N".
019200 01  XP-EXC-EOF-SWITCH           PIC X(01).
019300     88  XP-NO-MORE-EXCEPTIONS       VALUE "Y".
019400     88  XP-MORE-EXCEPTIONS          VALUE "N".
019500 01  XP-GROUP-SWITCH             PIC X(01).
019600     88  XP-GROUP-ACTIVE             VALUE "Y".
019700     88  XP-NO-GROUP                 VALUE "N".
019800 01  XP-MASTER-SWITCH            PIC X(01).
019900     88  XP-MASTER-FOUND             VALUE "Y".
020000     88  XP-NO-MASTER                VALUE "N".

020100*----------------------------------------------------------------
020200* THE ACCOUNT BEING ASSESSED.
020300*----------------------------------------------------------------
020400 01  XP-PREV-PHONE               PIC 9(10).
020500 01  XP-PREV-CC                  PIC 9(03).
020600 01  XP-PREV-EXT                 PIC 9(05).
020700 01  XP-CUST-STATE               PIC XX.
020800 01  XP-RATE                     PIC 9V99.
020900 01  XP-LINE-CHARGE              PIC 9(07)V99.
021000 01  XP-LINE-TAX                 PIC 9(07)V99.
021100 01  XP-TAX-WORK                 PIC 9(11)V9999.
021200 01  XP-ACCT-CALLS               PIC 9(07).
021300 01  XP-ACCT-USAGE               PIC 9(09)V99.
021400 01  XP-ACCT-DEBITS              PIC 9(11)V99.
021500 01  XP-ACCT-CREDITS             PIC 9(11)V99.
021600 01  XP-ACCT-BALANCE             PIC S9(11)V99.
021700 01  XP-ACCT-EXPOSURE            PIC S9(11)V99.
021800 01  XP-WARN-LEVEL               PIC 9(09)V99.
021900 01  XP-PCT-WORK                 PIC 9(11).

022000*----------------------------------------------------------------
022100* RUN TOTALS.
022200*----------------------------------------------------------------
022300 01  XP-CALLS-PRICED             PIC 9(09) COMP.
022400 01  XP-LEDGER-LINES             PIC 9(09) COMP.
022500 01  XP-ACCOUNTS-ASSESSED        PIC 9(09) COMP.
022600 01  XP-OVER-LIMIT-COUNT         PIC 9(09) COMP.
022700 01  XP-WARNING-COUNT            PIC 9(09) COMP.
022800 01  XP-INACTIVE-COUNT           PIC 9(09) COMP.
022900 01  XP-NO-LIMIT-COUNT           PIC 9(09) COMP.
023000 01  XP-NO-MASTER-COUNT          PIC 9(09) COMP.
023100 01  XP-SECTION-COUNT            PIC 9(09) COMP.
023200 01  XP-TOTAL-USAGE              PIC 9(11)V99.
023300 01  XP-NO-MASTER-USAGE          PIC 9(11)V99.
023400 01  XP-PRINT-SECTION            PIC 9(01).
023500 01  XP-COUNT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.

023600*----------------------------------------------------------------
023700* REPORT LINE LAYOUTS.
023800*----------------------------------------------------------------
023900 01  HEADING-LINE-1.
024000     05  FILLER           PIC X(34) VALUE
024100         "UNBILLED USAGE EXPOSURE REPORT".
024200     05  FILLER           PIC X(09) VALUE "RUN DATE ".
024300     05  HL-RUN-DATE      PIC 9(08).
024400     05  FILLER           PIC X(15) VALUE "   WARNING AT ".
024500     05  HL-WARN-PCT      PIC ZZ9.
024600     05  FILLER           PIC X(15) VALUE "% OF LIMIT".

024700 01  SECTION-LINE.
024800     05  FILLER           PIC X(04) VALUE "*** ".
024900     05  SL-TITLE         PIC X(40).

025000 01  HEADING-LINE-2.
025100     05  FILLER           PIC X(11) VALUE "PHONE".
025200     05  FILLER           PIC X(04) VALUE "CC".
025300     05  FILLER           PIC X(07) VALUE "EXT".
025400     05  FILLER           PIC X(20) VALUE "CUSTOMER".
025500     05  FILLER           PIC X(10) VALUE "ACCOUNT".
025600     05  FILLER           PIC X(08) VALUE "  CALLS".
025700     05  FILLER           PIC X(14) VALUE "     UNBILLED".
025800     05  FILLER           PIC X(15) VALUE "   OPEN BALANCE".
025900     05  FILLER           PIC X(14) VALUE "     EXPOSURE".
026000     05  FILLER           PIC X(13) VALUE "        LIMIT".
026100     05  FILLER           PIC X(06) VALUE " %LIM".
026200     05  FILLER           PIC X(10) VALUE "FLAG".

026300 01  DETAIL-LINE.
026400     05  DL-PHONE         PIC 9(10).
026500     05  FILLER           PIC X(01) VALUE SPACES.
026600     05  DL-CC            PIC 9(03).
026700     05  FILLER           PIC X(01) VALUE SPACES.
026800     05  DL-EXT           PIC 9(05).
026900     05  FILLER           PIC X(02) VALUE SPACES.
027000     05  DL-NAME          PIC X(18).
027100     05  FILLER           PIC X(02) VALUE SPACES.
027200     05  DL-STATUS        PIC X(09).
027300     05  FILLER           PIC X(01) VALUE SPACES.
027400     05  DL-CALLS         PIC ZZZZZZ9.
027500     05  FILLER           PIC X(01) VALUE SPACES.
027600     05  DL-USAGE         PIC ZZ,ZZZ,ZZ9.99.
027700     05  FILLER           PIC X(01) VALUE SPACES.
027800     05  DL-BALANCE       PIC -ZZ,ZZZ,ZZ9.99.
027900     05  FILLER           PIC X(01) VALUE SPACES.
028000     05  DL-EXPOSURE      PIC ZZ,ZZZ,ZZ9.99.
028100     05  FILLER           PIC X(01) VALUE SPACES.
028200     05  DL-LIMIT         PIC Z,ZZZ,ZZ9.99.
028300     05  FILLER           PIC X(01) VALUE SPACES.
028400     05  DL-PCT-USED      PIC ZZZZ9.
028500     05  FILLER           PIC X(01) VALUE SPACES.
028600     05  DL-FLAG          PIC X(10).

028700 01  NOTE-LINE.
028800     05  FILLER           PIC X(46) VALUE
028900         "UNBILLED = UNBILLED CALLS PRICED ON CALL DATE".
029000     05  FILLER           PIC X(45) VALUE
029100         "PLUS TAX.  EXPOSURE = UNBILLED + OPEN BALANCE".

029200 01  NONE-LINE            PIC X(40) VALUE
029300     "    NO ACCOUNTS OVER LIMIT OR WARNING".

029400 01  COUNT-LINE.
029500     05  CL-LABEL         PIC X(40).
029600     05  CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
029700     05  FILLER           PIC X(04) VALUE SPACES.
029800     05  CL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

029900 01  BLANK-LINE           PIC X(01) VALUE SPACE.

030000 PROCEDURE DIVISION.
030100*----------------------------------------------------------------
030200* 0000-MAIN-PARAGRAPH.
030300*----------------------------------------------------------------
030400 0000-MAIN-PARAGRAPH.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     SORT SORT-WORK-FILE
030700         ON ASCENDING KEY XS-PHONE
030800         ON ASCENDING KEY XS-CC
030900         ON ASCENDING KEY XS-EXT
031000         INPUT PROCEDURE 1500-SELECT-EXPOSURE THRU 1500-EXIT
031100         GIVING SORTED-FILE.
031200     SORT EXCEPTION-WORK-FILE
031300         ON ASCENDING KEY XE-SECTION
031400         ON DESCENDING KEY XE-EXPOSURE
031500         ON ASCENDING KEY XE-PHONE
031600         ON ASCENDING KEY XE-CC
031700         ON ASCENDING KEY XE-EXT
031800         INPUT PROCEDURE 2000-ASSESS-ACCOUNTS THRU 2000-EXIT
031900         OUTPUT PROCEDURE 4000-PRINT-EXCEPTIONS THRU 4000-EXIT.
032000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
032100     STOP RUN.

032200*----------------------------------------------------------------
032300* 1000-INITIALIZE.
032400*    TAKES THE WARNING PERCENTAGE AND LOADS THE RATE AND TAX
032500*    MASTER FILES.
032600*----------------------------------------------------------------
032700 1000-INITIALIZE.
032800     ACCEPT XP-TODAY FROM DATE YYYYMMDD.
032900     SET XP-FIELD-BAD TO TRUE.
033000     PERFORM 1100-ACCEPT-WARN-PCT THRU 1100-EXIT
033100         UNTIL XP-FIELD-OK.
033200     MOVE ZERO TO XP-CALLS-PRICED XP-LEDGER-LINES
033300         XP-ACCOUNTS-ASSESSED XP-OVER-LIMIT-COUNT XP-WARNING-COUNT
033400         XP-INACTIVE-COUNT XP-NO-LIMIT-COUNT XP-NO-MASTER-COUNT.
033500     MOVE ZERO TO XP-TOTAL-USAGE XP-NO-MASTER-USAGE.
033600     PERFORM 1200-LOAD-RATE-SETS THRU 1200-EXIT.
033700     PERFORM 1300-LOAD-TAX-TABLE THRU 1300-EXIT.
033800     CALL "OPEN-CUSTOMERS" USING XP-STATS.
033900     CALL "OPEN-CUSTOMER-PHONE" USING XP-STATS.
034000 1000-EXIT.
034100     EXIT.

034200*----------------------------------------------------------------
034300* 1100-ACCEPT-WARN-PCT.
034400*    KEEPS ASKING UNTIL AN ALL-DIGIT PERCENTAGE IS KEYED.  ZERO
034500*    LISTS ONLY THE ACCOUNTS ACTUALLY OVER THEIR LIMIT.
034600*----------------------------------------------------------------
034700 1100-ACCEPT-WARN-PCT.
034800     DISPLAY "Please enter the warning level as a percentage of"
034900         " the credit limit (e.g. 80, 0 = over limit only)".
035000     ACCEPT XP-WARN-PCT.
035100     IF XP-WARN-PCT NUMERIC
035200         SET XP-FIELD-OK TO TRUE
035300     ELSE
035400         DISPLAY "Percentage must be all digits - "
035500             "please re-enter.".
035600 1100-EXIT.
035700     EXIT.

035800*----------------------------------------------------------------
035900* 1200-LOAD-RATE-SETS.
036000*    READS EVERY EFFECTIVE-DATED RATE SET FROM THE RATE MASTER
036100*    FILE, FALLING BACK TO THE BUILT-IN RATETAB SET WHEN THERE
036200*    IS NO FILE - THE SAME RULE THE BILLING RUN FOLLOWS.
036300*----------------------------------------------------------------
036400 1200-LOAD-RATE-SETS.
036500     MOVE ZERO TO XP-RATE-SET-COUNT.
036600     OPEN INPUT RATE-FILE.
036700     IF XP-RATE-FILE-STATUS = "00"
036800         PERFORM 1210-READ-RATE-SET THRU 1210-EXIT
036900             UNTIL XP-RATE-FILE-STATUS NOT = "00"
037000         CLOSE RATE-FILE.
037100     IF XP-RATE-SET-COUNT = ZERO
037200         PERFORM 1250-LOAD-DEFAULT-SET THRU 1250-EXIT
037300         DISPLAY "No rate file on file - "
037400             "pricing at the built-in default rates".
037500 1200-EXIT.
037600     EXIT.

037700 1210-READ-RATE-SET.
037800     READ RATE-FILE.
037900     IF XP-RATE-FILE-STATUS = "00"
038000         IF XP-RATE-SET-COUNT < 24
038100             ADD 1 TO XP-RATE-SET-COUNT
038200             MOVE RATE-LINE
038300                 TO XP-RATE-SET (XP-RATE-SET-COUNT)
038400         ELSE
038500             DISPLAY "Rate set table full - set effective "
038600                 RT-EFF-DATE " ignored"
038700         END-IF
038800     END-IF.
038900 1210-EXIT.
039000     EXIT.

039100 1250-LOAD-DEFAULT-SET.
039200     MOVE 1 TO XP-RATE-SET-COUNT.
039300     MOVE ZERO TO XP-SET-EFF-DATE (1).
039400     PERFORM 1260-COPY-DEFAULT-TIER THRU 1260-EXIT
039500         VARYING XP-TIER-INDEX FROM 1 BY 1
039600         UNTIL XP-TIER-INDEX > 4.
039700 1250-EXIT.
039800     EXIT.

039900 1260-COPY-DEFAULT-TIER.
040000     SET WS-RATE-INDEX TO XP-TIER-INDEX.
040100     MOVE WS-TBL-DUR-LOW (WS-RATE-INDEX)
040200         TO XP-SET-DUR-LOW (1 XP-TIER-INDEX).
040300     MOVE WS-TBL-DUR-HIGH (WS-RATE-INDEX)
040400         TO XP-SET-DUR-HIGH (1 XP-TIER-INDEX).
040500     MOVE WS-TBL-RATE (WS-RATE-INDEX)
040600         TO XP-SET-RATE (1 XP-TIER-INDEX).
040700 1260-EXIT.
040800     EXIT.

040900*----------------------------------------------------------------
041000* 1300-LOAD-TAX-TABLE.
041100*    READS EVERY EFFECTIVE-DATED TAX ENTRY FROM THE TAX MASTER
041200*    FILE.  NO FILE MEANS THE CALLS ARE PRICED WITH NO TAX.
041300*----------------------------------------------------------------
041400 1300-LOAD-TAX-TABLE.
041500     MOVE ZERO TO XP-TAX-COUNT.
041600     OPEN INPUT TAX-FILE.
041700     IF XP-TAX-FILE-STATUS = "00"
041800         PERFORM 1310-READ-TAX-ENTRY THRU 1310-EXIT
041900             UNTIL XP-TAX-FILE-STATUS NOT = "00"
042000         CLOSE TAX-FILE.
042100     IF XP-TAX-COUNT = ZERO
042200         DISPLAY "No tax file on file - "
042300             "pricing with zero tax and surcharge".
042400 1300-EXIT.
042500     EXIT.

042600 1310-READ-TAX-ENTRY.
042700     READ TAX-FILE.
042800     IF XP-TAX-FILE-STATUS = "00"
042900         IF XP-TAX-COUNT < 200
043000             ADD 1 TO XP-TAX-COUNT
043100             MOVE TAX-LINE-REC
043200                 TO XP-TAX-ENTRY (XP-TAX-COUNT)
043300         ELSE
043400             DISPLAY "Tax table full - entry for " TX-STATE
043500                 " effective " TX-EFF-DATE " ignored"
043600         END-IF
043700     END-IF.
043800 1310-EXIT.
043900     EXIT.

044000*----------------------------------------------------------------
044100* 1500-SELECT-EXPOSURE.
044200*    INPUT PROCEDURE FOR THE ACCOUNT SORT - RELEASES ONE RECORD
044300*    FOR EVERY CALL NO BILLING RUN HAS STAMPED YET AND ONE FOR
044400*    EVERY LINE ON THE ACCOUNTS-RECEIVABLE LEDGER.
044500*----------------------------------------------------------------
044600 1500-SELECT-EXPOSURE.
044700     SET XP-MORE-RAW TO TRUE.
044800     OPEN INPUT CALL-FILE.
044900     IF XP-CALL-STATUS NOT = "00"
045000         DISPLAY "Call file not on file - no unbilled calls"
045100     ELSE
045200         PERFORM 1510-READ-RAW-CALL THRU 1510-EXIT
045300         PERFORM 1520-RELEASE-IF-UNBILLED THRU 1520-EXIT
045400             UNTIL XP-NO-MORE-RAW
045500         CLOSE CALL-FILE.
045600     SET XP-MORE-RAW TO TRUE.
045700     OPEN INPUT RECEIVABLE-FILE.
045800     IF XP-LEDGER-STATUS NOT = "00"
045900         DISPLAY "Receivables file not on file - no open balances"
046000     ELSE
046100         PERFORM 1560-READ-LEDGER-LINE THRU 1560-EXIT
046200         PERFORM 1570-RELEASE-LEDGER-LINE THRU 1570-EXIT
046300             UNTIL XP-NO-MORE-RAW
046400         CLOSE RECEIVABLE-FILE.
046500 1500-EXIT.
046600     EXIT.

046700 1510-READ-RAW-CALL.
046800     READ CALL-FILE
046900         AT END SET XP-NO-MORE-RAW TO TRUE.
047000 1510-EXIT.
047100     EXIT.

047200 1520-RELEASE-IF-UNBILLED.
047300     IF IBILL-RUN OF CALL-REC = ZERO
047400         MOVE ICALLER OF CALL-REC TO XS-PHONE
047500         MOVE ICALLER-CC OF CALL-REC TO XS-CC
047600         MOVE ICALLER-EXT OF CALL-REC TO XS-EXT
047700         MOVE "U" TO XS-SOURCE
047800         MOVE IDATE OF CALL-REC TO XS-CALL-DATE
047900         MOVE IDUR OF CALL-REC TO XS-DUR
048000         MOVE SPACE TO XS-AR-TYPE
048100         MOVE ZERO TO XS-AMOUNT
048200         RELEASE SORT-REC.
048300     PERFORM 1510-READ-RAW-CALL THRU 1510-EXIT.
048400 1520-EXIT.
048500     EXIT.

048600 1560-READ-LEDGER-LINE.
048700     READ RECEIVABLE-FILE
048800         AT END SET XP-NO-MORE-RAW TO TRUE.
048900 1560-EXIT.
049000     EXIT.

049100 1570-RELEASE-LEDGER-LINE.
049200     MOVE AR-PHONE TO XS-PHONE.
049300     MOVE AR-CC TO XS-CC.
049400     MOVE AR-EXT TO XS-EXT.
049500     MOVE "L" TO XS-SOURCE.
049600     MOVE SPACES TO XS-CALL-DATE.
049700     MOVE ZERO TO XS-DUR.
049800     MOVE AR-RECORD-TYPE TO XS-AR-TYPE.
049900     MOVE AR-AMOUNT TO XS-AMOUNT.
050000     RELEASE SORT-REC.
050100     ADD 1 TO XP-LEDGER-LINES.
050200     PERFORM 1560-READ-LEDGER-LINE THRU 1560-EXIT.
050300 1570-EXIT.
050400     EXIT.

050500*----------------------------------------------------------------
050600* 2000-ASSESS-ACCOUNTS.
050700*    INPUT PROCEDURE FOR THE EXCEPTION SORT - WALKS THE SORTED
050800*    CALLS AND LEDGER LINES ONE PHONE KEY AT A TIME, PRICING
050900*    THE CALLS AND NETTING THE LEDGER, AND AT EACH KEY BREAK
051000*    RELEASES THE ACCOUNT IF IT IS OVER ITS LIMIT OR WARNING
051100*    LEVEL.
051200*----------------------------------------------------------------
051300 2000-ASSESS-ACCOUNTS.
051400     SET XP-NO-GROUP TO TRUE.
051500     SET XP-MORE-LINES TO TRUE.
051600     OPEN INPUT SORTED-FILE.
051700     PERFORM 2050-READ-SORTED-LINE THRU 2050-EXIT.
051800     PERFORM 2100-TAKE-ONE-LINE THRU 2100-EXIT
051900         UNTIL XP-NO-MORE-LINES.
052000     IF XP-GROUP-ACTIVE
052100         PERFORM 3000-FINISH-ACCOUNT THRU 3000-EXIT.
052200     CLOSE SORTED-FILE.
052300 2000-EXIT.
052400     EXIT.

052500 2050-READ-SORTED-LINE.
052600     READ SORTED-FILE
052700         AT END SET XP-NO-MORE-LINES TO TRUE.
052800 2050-EXIT.
052900     EXIT.

053000 2100-TAKE-ONE-LINE.
053100     IF XP-NO-GROUP
053200             OR ST-PHONE NOT = XP-PREV-PHONE
053300             OR ST-CC NOT = XP-PREV-CC
053400             OR ST-EXT NOT = XP-PREV-EXT
053500         IF XP-GROUP-ACTIVE
053600             PERFORM 3000-FINISH-ACCOUNT THRU 3000-EXIT
053700         END-IF
053800         PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
053900     END-IF.
054000     IF ST-FROM-CALL
054100         PERFORM 2300-PRICE-CALL THRU 2300-EXIT
054200     ELSE IF ST-AR-CREDIT
054300         ADD ST-AMOUNT TO XP-ACCT-CREDITS
054400     ELSE
054500         ADD ST-AMOUNT TO XP-ACCT-DEBITS.
054600     PERFORM 2050-READ-SORTED-LINE THRU 2050-EXIT.
054700 2100-EXIT.
054800     EXIT.

054900*----------------------------------------------------------------
055000* 2200-START-ACCOUNT.
055100*    ZEROES THE ACCOUNT'S TOTALS AND FINDS ITS CUSTOMER MASTER
055200*    RECORD THROUGH THE PHONE INDEX - THE STATE PICKS THE TAX
055300*    ENTRY EACH CALL IS TAXED UNDER.
055400*----------------------------------------------------------------
055500 2200-START-ACCOUNT.
055600     SET XP-GROUP-ACTIVE TO TRUE.
055700     MOVE ST-PHONE TO XP-PREV-PHONE.
055800     MOVE ST-CC TO XP-PREV-CC.
055900     MOVE ST-EXT TO XP-PREV-EXT.
056000     MOVE ZERO TO XP-ACCT-CALLS XP-ACCT-USAGE XP-ACCT-DEBITS
056100         XP-ACCT-CREDITS.
056200     MOVE SPACES TO XP-CUST-STATE.
056300     SET XP-NO-MASTER TO TRUE.
056400     CALL "SEARCH-CUSTOMER-PHONE" USING XP-CUST-NUM
056500         XP-PREV-PHONE XP-PREV-CC XP-PREV-EXT.
056600     IF XP-CUST-NUM = ZERO
056700         GO TO 2200-EXIT.
056800     CALL "READ-CUSTOMERS" USING XP-STATS XP-CUST-REC XP-CUST-NUM.
056900     IF XP-STATS NOT = 0
057000         GO TO 2200-EXIT.
057100     SET XP-MASTER-FOUND TO TRUE.
057200     MOVE ISTATE OF XP-CUST-REC TO XP-CUST-STATE.
057300 2200-EXIT.
057400     EXIT.

057500*----------------------------------------------------------------
057600* 2300-PRICE-CALL.
057700*    PRICES ONE UNBILLED CALL AT THE RATE SET AND THE TAX ENTRY
057800*    IN FORCE ON ITS CALL DATE AND ADDS IT TO THE ACCOUNT.
057900*----------------------------------------------------------------
058000 2300-PRICE-CALL.
058100     PERFORM 2310-LOOK-UP-RATE THRU 2310-EXIT.
058200     MULTIPLY ST-DUR BY XP-RATE GIVING XP-LINE-CHARGE.
058300     PERFORM 2350-COMPUTE-TAX THRU 2350-EXIT.
058400     ADD 1 TO XP-ACCT-CALLS.
058500     ADD XP-LINE-CHARGE XP-LINE-TAX TO XP-ACCT-USAGE.
058600     ADD 1 TO XP-CALLS-PRICED.
058700 2300-EXIT.
058800     EXIT.

058900*----------------------------------------------------------------
059000* 2310-LOOK-UP-RATE.
059100*    PICKS THE LATEST RATE SET WHOSE EFFECTIVE DATE IS NOT AFTER
059200*    THE CALL DATE (THE EARLIEST SET FOR A CALL DATED BEFORE
059300*    THEM ALL) AND THE TIER COVERING THE CALL'S DURATION - THE
059400*    SAME RULES THE BILLING RUN RATES BY.
059500*----------------------------------------------------------------
059600 2310-LOOK-UP-RATE.
059700     MOVE ZERO TO XP-BEST-SET.
059800     MOVE SPACES TO XP-BEST-EFF.
059900     MOVE ZERO TO XP-LOW-SET.
060000     MOVE SPACES TO XP-LOW-EFF.
060100     PERFORM 2315-TEST-RATE-SET THRU 2315-EXIT
060200         VARYING XP-RATE-SET-INDEX FROM 1 BY 1
060300         UNTIL XP-RATE-SET-INDEX > XP-RATE-SET-COUNT.
060400     IF XP-BEST-SET = ZERO
060500         MOVE XP-LOW-SET TO XP-BEST-SET.
060600     MOVE XP-SET-RATE (XP-BEST-SET 1) TO XP-RATE.
060700     PERFORM 2320-TEST-RATE-TIER THRU 2320-EXIT
060800         VARYING XP-TIER-INDEX FROM 1 BY 1
060900         UNTIL XP-TIER-INDEX > 4.
061000 2310-EXIT.
061100     EXIT.

061200 2315-TEST-RATE-SET.
061300     MOVE XP-SET-EFF-DATE (XP-RATE-SET-INDEX) TO XP-SET-EFF-X.
061400     IF XP-SET-EFF-X <= ST-CALL-DATE
061500             AND (XP-BEST-SET = ZERO
061600                 OR XP-SET-EFF-X >= XP-BEST-EFF)
061700         MOVE XP-RATE-SET-INDEX TO XP-BEST-SET
061800         MOVE XP-SET-EFF-X TO XP-BEST-EFF.
061900     IF XP-LOW-SET = ZERO OR XP-SET-EFF-X < XP-LOW-EFF
062000         MOVE XP-RATE-SET-INDEX TO XP-LOW-SET
062100         MOVE XP-SET-EFF-X TO XP-LOW-EFF.
062200 2315-EXIT.
062300     EXIT.

062400 2320-TEST-RATE-TIER.
062500     IF ST-DUR >= XP-SET-DUR-LOW (XP-BEST-SET XP-TIER-INDEX)
062600             AND ST-DUR <=
062700                 XP-SET-DUR-HIGH (XP-BEST-SET XP-TIER-INDEX)
062800         MOVE XP-SET-RATE (XP-BEST-SET XP-TIER-INDEX) TO XP-RATE.
062900 2320-EXIT.
063000     EXIT.

063100*----------------------------------------------------------------
063200* 2350-COMPUTE-TAX.
063300*    THE STATE TAX PLUS FEDERAL SURCHARGE ON ONE CALL, UNDER THE
063400*    LATEST ENTRY FOR THE CUSTOMER'S STATE WHOSE EFFECTIVE DATE
063500*    IS NOT AFTER THE CALL DATE.  NO ENTRY (OR NO CUSTOMER
063600*    RECORD TO TAKE A STATE FROM) MEANS NO TAX.
063700*----------------------------------------------------------------
063800 2350-COMPUTE-TAX.
063900     MOVE ZERO TO XP-LINE-TAX.
064000     MOVE ZERO TO XP-TAX-BEST.
064100     MOVE ZERO TO XP-TAX-BEST-EFF.
064200     IF XP-CUST-STATE = SPACES
064300         GO TO 2350-EXIT.
064400     PERFORM 2355-TEST-TAX-ENTRY THRU 2355-EXIT
064500         VARYING XP-TAX-INDEX FROM 1 BY 1
064600         UNTIL XP-TAX-INDEX > XP-TAX-COUNT.
064700     IF XP-TAX-BEST = ZERO
064800         GO TO 2350-EXIT.
064900     COMPUTE XP-TAX-WORK = XP-LINE-CHARGE
065000         * (XP-TAX-STATE-PCT (XP-TAX-BEST)
065100             + XP-TAX-FED-PCT (XP-TAX-BEST)).
065200     DIVIDE XP-TAX-WORK BY 100 GIVING XP-LINE-TAX ROUNDED.
065300 2350-EXIT.
065400     EXIT.

065500 2355-TEST-TAX-ENTRY.
065600     IF XP-TAX-STATE (XP-TAX-INDEX) = XP-CUST-STATE
065700             AND XP-TAX-EFF-DATE (XP-TAX-INDEX) <= ST-CALL-DATE
065800             AND (XP-TAX-BEST = ZERO
065900                 OR XP-TAX-EFF-DATE (XP-TAX-INDEX)
066000                     >= XP-TAX-BEST-EFF)
066100         MOVE XP-TAX-INDEX TO XP-TAX-BEST
066200         MOVE XP-TAX-EFF-DATE (XP-TAX-INDEX) TO XP-TAX-BEST-EFF.
066300 2355-EXIT.
066400     EXIT.

066500*----------------------------------------------------------------
066600* 3000-FINISH-ACCOUNT.
066700*    AT THE KEY BREAK - ADDS THE PRICED CALLS TO THE NET LEDGER
066800*    BALANCE AND TESTS THE TOTAL AGAINST THE CREDIT LIMIT AND
066900*    THE WARNING LEVEL.  AN ACCOUNT OVER EITHER GOES TO THE
067000*    EXCEPTION SORT, IN THE SECOND SECTION IF IT IS ALREADY
067100*    SUSPENDED OR CLOSED.
067200*----------------------------------------------------------------
067300 3000-FINISH-ACCOUNT.
067400     ADD 1 TO XP-ACCOUNTS-ASSESSED.
067500     ADD XP-ACCT-USAGE TO XP-TOTAL-USAGE.
067600     IF XP-NO-MASTER
067700         IF XP-ACCT-CALLS NOT = ZERO
067800             ADD 1 TO XP-NO-MASTER-COUNT
067900             ADD XP-ACCT-USAGE TO XP-NO-MASTER-USAGE
068000         END-IF
068100         GO TO 3000-EXIT.
068200     COMPUTE XP-ACCT-BALANCE = XP-ACCT-DEBITS - XP-ACCT-CREDITS.
068300     COMPUTE XP-ACCT-EXPOSURE = XP-ACCT-USAGE + XP-ACCT-BALANCE.
068400     IF INO-CREDIT-LIMIT OF XP-CUST-REC
068500         IF XP-ACCT-EXPOSURE > ZERO
068600             ADD 1 TO XP-NO-LIMIT-COUNT
068700         END-IF
068800         GO TO 3000-EXIT.
068900     IF XP-ACCT-EXPOSURE NOT > ZERO
069000         GO TO 3000-EXIT.
069100     COMPUTE XP-WARN-LEVEL ROUNDED =
069200         ICREDIT-LIMIT OF XP-CUST-REC * XP-WARN-PCT / 100.
069300     IF XP-ACCT-EXPOSURE > ICREDIT-LIMIT OF XP-CUST-REC
069400         MOVE "OVER LIMIT" TO XE-FLAG
069500     ELSE IF XP-WARN-PCT NOT = ZERO
069600             AND XP-ACCT-EXPOSURE > XP-WARN-LEVEL
069700         MOVE "WARNING" TO XE-FLAG
069800     ELSE
069900         GO TO 3000-EXIT.
070000     IF IACCT-SUSPENDED OF XP-CUST-REC
070100         MOVE 2 TO XE-SECTION
070200         MOVE "SUSPENDED" TO XE-STATUS-TEXT
070300         ADD 1 TO XP-INACTIVE-COUNT
070400     ELSE IF IACCT-CLOSED OF XP-CUST-REC
070500         MOVE 2 TO XE-SECTION
070600         MOVE "CLOSED" TO XE-STATUS-TEXT
070700         ADD 1 TO XP-INACTIVE-COUNT
070800     ELSE
070900         MOVE 1 TO XE-SECTION
071000         MOVE "ACTIVE" TO XE-STATUS-TEXT
071100         IF XE-FLAG = "OVER LIMIT"
071200             ADD 1 TO XP-OVER-LIMIT-COUNT
071300         ELSE
071400             ADD 1 TO XP-WARNING-COUNT
071500         END-IF
071600     END-IF.
071700     COMPUTE XP-PCT-WORK =
071800         XP-ACCT-EXPOSURE * 100 / ICREDIT-LIMIT OF XP-CUST-REC.
071900     IF XP-PCT-WORK > 99999
072000         MOVE 99999 TO XE-PCT-USED
072100     ELSE
072200         MOVE XP-PCT-WORK TO XE-PCT-USED.
072300     MOVE XP-ACCT-EXPOSURE TO XE-EXPOSURE.
072400     MOVE XP-PREV-PHONE TO XE-PHONE.
072500     MOVE XP-PREV-CC TO XE-CC.
072600     MOVE XP-PREV-EXT TO XE-EXT.
072700     MOVE INAME OF XP-CUST-REC TO XE-NAME.
072800     MOVE XP-ACCT-CALLS TO XE-CALLS.
072900     MOVE XP-ACCT-USAGE TO XE-USAGE.
073000     MOVE XP-ACCT-BALANCE TO XE-BALANCE.
073100     MOVE ICREDIT-LIMIT OF XP-CUST-REC TO XE-LIMIT.
073200     RELEASE EXCEPTION-REC.
073300 3000-EXIT.
073400     EXIT.

073500*----------------------------------------------------------------
073600* 4000-PRINT-EXCEPTIONS.
073700*    OUTPUT PROCEDURE FOR THE EXCEPTION SORT - PRINTS THE LIVE
073800*    ACCOUNTS, THEN THE SUSPENDED AND CLOSED ONES, EACH SECTION
073900*    LARGEST EXPOSURE FIRST, THEN THE RUN TOTALS.
074000*----------------------------------------------------------------
074100 4000-PRINT-EXCEPTIONS.
074200     OPEN OUTPUT PRINT-FILE.
074300     MOVE XP-TODAY TO HL-RUN-DATE.
074400     MOVE XP-WARN-PCT TO HL-WARN-PCT.
074500     WRITE PRINT-LINE FROM HEADING-LINE-1.
074600     WRITE PRINT-LINE FROM NOTE-LINE.
074700     MOVE 1 TO XP-PRINT-SECTION.
074800     PERFORM 4200-START-SECTION THRU 4200-EXIT.
074900     SET XP-MORE-EXCEPTIONS TO TRUE.
075000     PERFORM 4050-RETURN-EXCEPTION THRU 4050-EXIT.
075100     PERFORM 4100-PRINT-ONE-EXCEPTION THRU 4100-EXIT
075200         UNTIL XP-NO-MORE-EXCEPTIONS.
075300     IF XP-PRINT-SECTION = 1
075400         PERFORM 4250-END-SECTION THRU 4250-EXIT
075500         MOVE 2 TO XP-PRINT-SECTION
075600         PERFORM 4200-START-SECTION THRU 4200-EXIT.
075700     PERFORM 4250-END-SECTION THRU 4250-EXIT.
075800     PERFORM 4300-PRINT-TOTALS THRU 4300-EXIT.
075900     CLOSE PRINT-FILE.
076000 4000-EXIT.
076100     EXIT.

076200 4050-RETURN-EXCEPTION.
076300     RETURN EXCEPTION-WORK-FILE
076400         AT END SET XP-NO-MORE-EXCEPTIONS TO TRUE.
076500 4050-EXIT.
076600     EXIT.

076700 4100-PRINT-ONE-EXCEPTION.
076800     IF XE-SECTION NOT = XP-PRINT-SECTION
076900         PERFORM 4250-END-SECTION THRU 4250-EXIT
077000         MOVE XE-SECTION TO XP-PRINT-SECTION
077100         PERFORM 4200-START-SECTION THRU 4200-EXIT.
077200     MOVE XE-PHONE TO DL-PHONE.
077300     MOVE XE-CC TO DL-CC.
077400     MOVE XE-EXT TO DL-EXT.
077500     MOVE XE-NAME TO DL-NAME.
077600     MOVE XE-STATUS-TEXT TO DL-STATUS.
077700     MOVE XE-CALLS TO DL-CALLS.
077800     MOVE XE-USAGE TO DL-USAGE.
077900     MOVE XE-BALANCE TO DL-BALANCE.
078000     MOVE XE-EXPOSURE TO DL-EXPOSURE.
078100     MOVE XE-LIMIT TO DL-LIMIT.
078200     MOVE XE-PCT-USED TO DL-PCT-USED.
078300     MOVE XE-FLAG TO DL-FLAG.
078400     WRITE PRINT-LINE FROM DETAIL-LINE.
078500     ADD 1 TO XP-SECTION-COUNT.
078600     PERFORM 4050-RETURN-EXCEPTION THRU 4050-EXIT.
078700 4100-EXIT.
078800     EXIT.

078900*----------------------------------------------------------------
079000* 4200-START-SECTION / 4250-END-SECTION.
079100*    SECTION HEADING AND COLUMN HEADINGS, AND A "NONE" LINE FOR
079200*    A SECTION THAT LISTED NOTHING.
079300*----------------------------------------------------------------
079400 4200-START-SECTION.
079500     IF XP-PRINT-SECTION = 1
079600         MOVE "LIVE ACCOUNTS" TO SL-TITLE
079700     ELSE
079800         MOVE "SUSPENDED AND CLOSED ACCOUNTS" TO SL-TITLE.
079900     WRITE PRINT-LINE FROM BLANK-LINE.
080000     WRITE PRINT-LINE FROM SECTION-LINE.
080100     WRITE PRINT-LINE FROM HEADING-LINE-2.
080200     MOVE ZERO TO XP-SECTION-COUNT.
080300 4200-EXIT.
080400     EXIT.

080500 4250-END-SECTION.
080600     IF XP-SECTION-COUNT = ZERO
080700         WRITE PRINT-LINE FROM NONE-LINE.
080800 4250-EXIT.
080900     EXIT.

081000*----------------------------------------------------------------
081100* 4300-PRINT-TOTALS.
081200*----------------------------------------------------------------
081300 4300-PRINT-TOTALS.
081400     WRITE PRINT-LINE FROM BLANK-LINE.
081500     MOVE "ACCOUNTS ASSESSED" TO CL-LABEL.
081600     MOVE XP-ACCOUNTS-ASSESSED TO CL-COUNT.
081700     MOVE ZERO TO CL-AMOUNT.
081800     WRITE PRINT-LINE FROM COUNT-LINE.
081900     MOVE "UNBILLED CALLS PRICED / WITH TAX" TO CL-LABEL.
082000     MOVE XP-CALLS-PRICED TO CL-COUNT.
082100     MOVE XP-TOTAL-USAGE TO CL-AMOUNT.
082200     WRITE PRINT-LINE FROM COUNT-LINE.
082300     MOVE "LIVE ACCOUNTS OVER LIMIT" TO CL-LABEL.
082400     MOVE XP-OVER-LIMIT-COUNT TO CL-COUNT.
082500     MOVE ZERO TO CL-AMOUNT.
082600     WRITE PRINT-LINE FROM COUNT-LINE.
082700     MOVE "LIVE ACCOUNTS OVER WARNING LEVEL" TO CL-LABEL.
082800     MOVE XP-WARNING-COUNT TO CL-COUNT.
082900     WRITE PRINT-LINE FROM COUNT-LINE.
083000     MOVE "SUSPENDED/CLOSED ACCOUNTS LISTED" TO CL-LABEL.
083100     MOVE XP-INACTIVE-COUNT TO CL-COUNT.
083200     WRITE PRINT-LINE FROM COUNT-LINE.
083300     MOVE "ACCOUNTS OWING WITH NO LIMIT SET" TO CL-LABEL.
083400     MOVE XP-NO-LIMIT-COUNT TO CL-COUNT.
083500     WRITE PRINT-LINE FROM COUNT-LINE.
083600     MOVE "CALLERS WITH NO CUSTOMER RECORD" TO CL-LABEL.
083700     MOVE XP-NO-MASTER-COUNT TO CL-COUNT.
083800     MOVE XP-NO-MASTER-USAGE TO CL-AMOUNT.
083900     WRITE PRINT-LINE FROM COUNT-LINE.
084000 4300-EXIT.
084100     EXIT.

084200*----------------------------------------------------------------
084300* 8000-TERMINATE.
084400*----------------------------------------------------------------
084500 8000-TERMINATE.
084600     CALL "CLOSE-CUSTOMERS".
084700     CALL "CLOSE-CUSTOMER-PHONE".
084800     MOVE XP-CALLS-PRICED TO XP-COUNT-DISPLAY.
084900     DISPLAY "Unbilled calls priced:    " XP-COUNT-DISPLAY.
085000     MOVE XP-ACCOUNTS-ASSESSED TO XP-COUNT-DISPLAY.
085100     DISPLAY "Accounts assessed:        " XP-COUNT-DISPLAY.
085200     MOVE XP-OVER-LIMIT-COUNT TO XP-COUNT-DISPLAY.
085300     DISPLAY "Live accounts over limit: " XP-COUNT-DISPLAY.
085400     MOVE XP-WARNING-COUNT TO XP-COUNT-DISPLAY.
085500     DISPLAY "Live accounts at warning: " XP-COUNT-DISPLAY.
085600     MOVE XP-INACTIVE-COUNT TO XP-COUNT-DISPLAY.
085700     DISPLAY "Suspended/closed listed:  " XP-COUNT-DISPLAY.
085800 8000-EXIT.
085900     EXIT.
