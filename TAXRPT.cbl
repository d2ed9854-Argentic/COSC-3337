000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    TAXRPT.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    MONTHLY STATE TAX FILING REPORT.  READS THE TAX REMITTANCE
001200*    REGISTER THE BATCH BILLING RUN WRITES, KEEPS THE LINES
001300*    DATED WITHIN THE FIRST THROUGH LAST MONTH THE OPERATOR
001400*    KEYS, SORTS THEM INTO STATE AND DATE SEQUENCE, AND PRINTS
001500*    ONE LINE PER STATE PER MONTH - INVOICE COUNT, TAXABLE
001600*    AMOUNT, STATE TELECOM TAX AND FEDERAL SURCHARGE - WITH A
001700*    TOTAL FOR EACH STATE, THEN THE SAME AMOUNTS FOR EACH MONTH
001800*    ACROSS ALL STATES, AND GRAND TOTALS.  "R" LINES WRITTEN BY
001900*    THE BILLING RUN REVERSAL UTILITY ARE SUBTRACTED IN THE
002000*    MONTH THE REVERSAL WAS POSTED, SO A REVERSED RUN LEAVES NO
002100*    TAX IN THE FILING AND A MONTH CAN SHOW A NET CREDIT.
002200*
002300*    MODIFICATION HISTORY.
002400*    10/15/2026  RH   ORIGINAL PROGRAM.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT TAX-REGISTER-FILE ASSIGN TO "tax-register"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS TR-REGISTER-STATUS.

003200     SELECT SORT-WORK-FILE ASSIGN TO "taxrpt-sort-work".

003300     SELECT SORTED-REG-FILE ASSIGN TO "taxrpt-sorted"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS TR-SORTED-STATUS.

003600     SELECT PRINT-FILE ASSIGN TO "taxrpt-report"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS TR-PRINT-STATUS.

003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TAX-REGISTER-FILE.
004200 01  TAX-REGISTER-LINE.
004300     COPY TAXREG.

004400 SD  SORT-WORK-FILE.
004500 01  REG-SORT-REC.
004600     COPY TAXREG.

004700 FD  SORTED-REG-FILE.
004800 01  SORTED-REG-REC.
004900     COPY TAXREG.

005000 FD  PRINT-FILE.
005100 01  PRINT-LINE                 PIC X(120).

005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400* WORKING STORAGE.
005500*----------------------------------------------------------------
005600 01  TR-REGISTER-STATUS          PIC XX.
005700 01  TR-SORTED-STATUS            PIC XX.
005800 01  TR-PRINT-STATUS             PIC XX.
005900 01  TR-START-MONTH              PIC 9(06).
006000 01  TR-START-PARTS REDEFINES TR-START-MONTH.
006100     05  TR-START-YYYY           PIC 9(04).
006200     05  TR-START-MM             PIC 9(02).
006300 01  TR-END-MONTH                PIC 9(06).
006400 01  TR-END-PARTS REDEFINES TR-END-MONTH.
006500     05  TR-END-YYYY             PIC 9(04).
006600     05  TR-END-MM               PIC 9(02).
006700 01  TR-KEYED-MONTH              PIC X(06).
006800 01  TR-MONTH-OK-SWITCH          PIC X(01).
006900     88  TR-MONTH-OK             VALUE "Y".
007000     88  TR-MONTH-BAD            VALUE "N".
007100 01  TR-PERIOD-OK-SWITCH         PIC X(01).
007200     88  TR-PERIOD-OK            VALUE "Y".
007300     88  TR-PERIOD-BAD           VALUE "N".
007400 01  TR-LINE-MONTH               PIC 9(06).
007500 01  TR-LINE-PARTS REDEFINES TR-LINE-MONTH.
007600     05  TR-LINE-YYYY            PIC 9(04).
007700     05  TR-LINE-MM              PIC 9(02).
007710 01  TR-WORK-MONTH               PIC 9(06).
007720 01  TR-WORK-PARTS REDEFINES TR-WORK-MONTH.
007730     05  TR-WORK-YYYY            PIC 9(04).
007740     05  TR-WORK-MM              PIC 9(02).
007800 01  TR-MONTH-COUNT              PIC 9(03) COMP.
007900 01  TR-MONTH-INDEX              PIC 9(03) COMP.
008000 01  TR-PREV-STATE               PIC XX.
008100 01  TR-PREV-MONTH               PIC 9(06).
008200 01  TR-GROUP-SWITCH             PIC X(01).
008300     88  TR-GROUP-ACTIVE         VALUE "Y".
008400     88  TR-NO-GROUP             VALUE "N".
008500 01  TR-EOF-SWITCH               PIC X(01).
008600     88  TR-NO-MORE-LINES        VALUE "Y".
008700     88  TR-MORE-LINES           VALUE "N".
008800 01  TR-RAW-EOF-SWITCH           PIC X(01).
008900     88  TR-NO-MORE-RAW-LINES    VALUE "Y".
009000     88  TR-MORE-RAW-LINES       VALUE "N".
009100 01  TR-LINES-SELECTED           PIC 9(09) COMP.

009200*----------------------------------------------------------------
009300* ACCUMULATORS - ONE SET FOR THE STATE AND MONTH BEING
009400* PRINTED, ONE FOR THE STATE, ONE FOR THE WHOLE PERIOD.
009500* REVERSALS SUBTRACT, SO EVERY AMOUNT IS SIGNED.
009600*----------------------------------------------------------------
009700 01  TR-MON-INVOICES             PIC 9(07).
009800 01  TR-MON-REVERSED             PIC 9(07).
009900 01  TR-MON-TAXABLE              PIC S9(11)V99.
010000 01  TR-MON-STATE-TAX            PIC S9(09)V99.
010100 01  TR-MON-FED-SURCH            PIC S9(09)V99.
010200 01  TR-ST-INVOICES              PIC 9(07).
010300 01  TR-ST-REVERSED              PIC 9(07).
010400 01  TR-ST-TAXABLE               PIC S9(11)V99.
010500 01  TR-ST-STATE-TAX             PIC S9(09)V99.
010600 01  TR-ST-FED-SURCH             PIC S9(09)V99.
010700 01  TR-GR-INVOICES              PIC 9(07).
010800 01  TR-GR-REVERSED              PIC 9(07).
010900 01  TR-GR-TAXABLE               PIC S9(11)V99.
011000 01  TR-GR-STATE-TAX             PIC S9(09)V99.
011100 01  TR-GR-FED-SURCH             PIC S9(09)V99.

011200*----------------------------------------------------------------
011300* PER-MONTH TOTALS ACROSS ALL STATES.  ENTRY 1 IS THE FIRST
011400* MONTH OF THE PERIOD; A PERIOD IS LIMITED TO TEN YEARS.
011500*----------------------------------------------------------------
011600 01  TR-MONTH-TABLE.
011700     05  TR-MONTH-ENTRY OCCURS 120 TIMES.
011800         10  TR-MT-INVOICES      PIC 9(07).
011900         10  TR-MT-REVERSED      PIC 9(07).
012000         10  TR-MT-TAXABLE       PIC S9(11)V99.
012100         10  TR-MT-STATE-TAX     PIC S9(09)V99.
012200         10  TR-MT-FED-SURCH     PIC S9(09)V99.

012300*----------------------------------------------------------------
012400* HEADING, DETAIL AND TOTAL LINE LAYOUTS.
012500*----------------------------------------------------------------
012600 01  HEADING-LINE-1.
012700     05  FILLER           PIC X(32) VALUE
012800         "STATE TAX REMITTANCE REPORT FOR ".
012900     05  HL-START         PIC 9(06).
013000     05  FILLER           PIC X(06) VALUE " THRU ".
013100     05  HL-END           PIC 9(06).

013200 01  HEADING-LINE-2.
013300     05  FILLER           PIC X(07) VALUE "STATE".
013400     05  FILLER           PIC X(08) VALUE "MONTH".
013500     05  FILLER           PIC X(12) VALUE "    INVOICES".
013600     05  FILLER           PIC X(11) VALUE "   REVERSED".
013700     05  FILLER           PIC X(20) VALUE
013800         "      TAXABLE AMOUNT".
013900     05  FILLER           PIC X(17) VALUE "        STATE TAX".
014000     05  FILLER           PIC X(17) VALUE "    FED SURCHARGE".

014100 01  DETAIL-LINE.
014200     05  DL-STATE         PIC XX.
014300     05  FILLER           PIC X(05) VALUE SPACES.
014400     05  DL-MONTH         PIC 9(06).
014500     05  FILLER           PIC X(02) VALUE SPACES.
014600     05  DL-INVOICES      PIC ZZZ,ZZZ,ZZ9.
014700     05  FILLER           PIC X(01) VALUE SPACES.
014800     05  DL-REVERSED      PIC Z,ZZZ,ZZ9.
014900     05  FILLER           PIC X(02) VALUE SPACES.
015000     05  DL-TAXABLE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015100     05  FILLER           PIC X(02) VALUE SPACES.
015200     05  DL-STATE-TAX     PIC ZZZ,ZZZ,ZZ9.99-.
015300     05  FILLER           PIC X(02) VALUE SPACES.
015400     05  DL-FED-SURCH     PIC ZZZ,ZZZ,ZZ9.99-.

015500 01  STATE-TOTAL-LINE.
015600     05  FILLER           PIC X(06) VALUE "STATE ".
015700     05  SL-STATE         PIC XX.
015800     05  FILLER           PIC X(07) VALUE " TOTAL".
015900     05  SL-INVOICES      PIC ZZZ,ZZZ,ZZ9.
016000     05  FILLER           PIC X(01) VALUE SPACES.
016100     05  SL-REVERSED      PIC Z,ZZZ,ZZ9.
016200     05  FILLER           PIC X(02) VALUE SPACES.
016300     05  SL-TAXABLE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
016400     05  FILLER           PIC X(02) VALUE SPACES.
016500     05  SL-STATE-TAX     PIC ZZZ,ZZZ,ZZ9.99-.
016600     05  FILLER           PIC X(02) VALUE SPACES.
016700     05  SL-FED-SURCH     PIC ZZZ,ZZZ,ZZ9.99-.

016800 01  MONTH-HEADING-LINE   PIC X(40) VALUE
016900     "TOTALS BY MONTH - ALL STATES".

017000 01  GRAND-TOTAL-LINE.
017100     05  FILLER           PIC X(15) VALUE "GRAND TOTALS".
017200     05  GL-INVOICES      PIC ZZZ,ZZZ,ZZ9.
017300     05  FILLER           PIC X(01) VALUE SPACES.
017400     05  GL-REVERSED      PIC Z,ZZZ,ZZ9.
017500     05  FILLER           PIC X(02) VALUE SPACES.
017600     05  GL-TAXABLE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017700     05  FILLER           PIC X(02) VALUE SPACES.
017800     05  GL-STATE-TAX     PIC ZZZ,ZZZ,ZZ9.99-.
017900     05  FILLER           PIC X(02) VALUE SPACES.
018000     05  GL-FED-SURCH     PIC ZZZ,ZZZ,ZZ9.99-.

018100 01  NO-LINES-LINE        PIC X(50) VALUE
018200     "*** NO REGISTER LINES IN THE PERIOD ***".

018300 01  BLANK-LINE                 PIC X(01) VALUE SPACE.

018400*----------------------------------------------------------------
018500* PROCEDURE DIVISION.
018600*----------------------------------------------------------------
018700 PROCEDURE DIVISION.

018800*----------------------------------------------------------------
018900* 0000-MAIN-PARAGRAPH.
019000*----------------------------------------------------------------
019100 0000-MAIN-PARAGRAPH.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     SORT SORT-WORK-FILE
019400         ON ASCENDING KEY TG-STATE OF REG-SORT-REC
019500         ON ASCENDING KEY TG-DATE OF REG-SORT-REC
019600         INPUT PROCEDURE 2000-SELECT-PERIOD THRU 2000-EXIT
019700         GIVING SORTED-REG-FILE.
019800     PERFORM 3000-PRINT-BY-STATE THRU 3000-EXIT.
019900     PERFORM 4000-PRINT-BY-MONTH THRU 4000-EXIT.
020000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020100     STOP RUN.

020200*----------------------------------------------------------------
020300* 1000-INITIALIZE.
020400*    KEEPS ASKING FOR THE FIRST AND LAST MONTH OF THE FILING
020500*    PERIOD UNTIL THE OPERATOR KEYS A USABLE PAIR, THEN CLEARS
020600*    THE ACCUMULATORS AND PRINTS THE HEADINGS.
020700*----------------------------------------------------------------
020800 1000-INITIALIZE.
020900     OPEN OUTPUT PRINT-FILE.
021000     DISPLAY "State tax remittance report".
021100     SET TR-PERIOD-BAD TO TRUE.
021200     PERFORM 1100-ACCEPT-PERIOD THRU 1100-EXIT
021300         UNTIL TR-PERIOD-OK.
021400     MOVE ZERO TO TR-GR-INVOICES TR-GR-REVERSED TR-GR-TAXABLE
021500         TR-GR-STATE-TAX TR-GR-FED-SURCH TR-LINES-SELECTED.
021600     PERFORM 1300-CLEAR-MONTH-ENTRY THRU 1300-EXIT
021700         VARYING TR-MONTH-INDEX FROM 1 BY 1
021800         UNTIL TR-MONTH-INDEX > 120.
021900     SET TR-NO-GROUP TO TRUE.
022000     MOVE TR-START-MONTH TO HL-START.
022100     MOVE TR-END-MONTH TO HL-END.
022200     WRITE PRINT-LINE FROM HEADING-LINE-1.
022300     WRITE PRINT-LINE FROM BLANK-LINE.
022400     WRITE PRINT-LINE FROM HEADING-LINE-2.
022500 1000-EXIT.
022600     EXIT.

022700 1100-ACCEPT-PERIOD.
022800     DISPLAY "Please enter the first month of the period"
022850         " (YYYYMM)".
022900     PERFORM 1200-ACCEPT-MONTH THRU 1200-EXIT.
023000     IF TR-MONTH-BAD
023100         GO TO 1100-EXIT.
023200     MOVE TR-LINE-MONTH TO TR-START-MONTH.
023300     DISPLAY "Please enter the last month of the period"
023350         " (YYYYMM)".
023400     PERFORM 1200-ACCEPT-MONTH THRU 1200-EXIT.
023500     IF TR-MONTH-BAD
023600         GO TO 1100-EXIT.
023700     MOVE TR-LINE-MONTH TO TR-END-MONTH.
023800     IF TR-END-MONTH < TR-START-MONTH
023900         DISPLAY "Last month is before the first - "
023950             "please re-enter."
024000         GO TO 1100-EXIT.
024100     COMPUTE TR-MONTH-COUNT =
024200         (TR-END-YYYY - TR-START-YYYY) * 12
024300         + TR-END-MM - TR-START-MM + 1.
024400     IF TR-MONTH-COUNT > 120
024500         DISPLAY "Period is limited to 120 months - "
024600             "please re-enter."
024700         GO TO 1100-EXIT.
024800     SET TR-PERIOD-OK TO TRUE.
024900 1100-EXIT.
025000     EXIT.

025100 1200-ACCEPT-MONTH.
025200     SET TR-MONTH-BAD TO TRUE.
025300     MOVE SPACES TO TR-KEYED-MONTH.
025400     ACCEPT TR-KEYED-MONTH.
025500     IF TR-KEYED-MONTH NOT NUMERIC
025600         DISPLAY "Not a valid month - please re-enter."
025700         GO TO 1200-EXIT.
025800     MOVE TR-KEYED-MONTH TO TR-LINE-MONTH.
025900     IF TR-LINE-MM < 1 OR TR-LINE-MM > 12 OR TR-LINE-YYYY < 1900
026000         DISPLAY "Not a valid month - please re-enter."
026100         GO TO 1200-EXIT.
026200     SET TR-MONTH-OK TO TRUE.
026300 1200-EXIT.
026400     EXIT.

026500 1300-CLEAR-MONTH-ENTRY.
026600     MOVE ZERO TO TR-MT-INVOICES (TR-MONTH-INDEX)
026700         TR-MT-REVERSED (TR-MONTH-INDEX)
026800         TR-MT-TAXABLE (TR-MONTH-INDEX)
026900         TR-MT-STATE-TAX (TR-MONTH-INDEX)
027000         TR-MT-FED-SURCH (TR-MONTH-INDEX).
027100 1300-EXIT.
027200     EXIT.

027300*----------------------------------------------------------------
027400* 2000-SELECT-PERIOD.
027500*    INPUT PROCEDURE FOR THE STATE SORT - RELEASES ONLY THE
027600*    REGISTER LINES DATED WITHIN THE FILING PERIOD.
027700*----------------------------------------------------------------
027800 2000-SELECT-PERIOD.
027900     OPEN INPUT TAX-REGISTER-FILE.
028000     IF TR-REGISTER-STATUS NOT = "00"
028100         DISPLAY "Tax register not on file - nothing to report"
028200         GO TO 2000-EXIT.
028300     SET TR-MORE-RAW-LINES TO TRUE.
028400     PERFORM 2100-READ-REGISTER-LINE THRU 2100-EXIT.
028500     PERFORM 2200-RELEASE-IF-IN-PERIOD THRU 2200-EXIT
028600         UNTIL TR-NO-MORE-RAW-LINES.
028700     CLOSE TAX-REGISTER-FILE.
028800 2000-EXIT.
028900     EXIT.

029000 2100-READ-REGISTER-LINE.
029100     READ TAX-REGISTER-FILE
029200         AT END SET TR-NO-MORE-RAW-LINES TO TRUE.
029300 2100-EXIT.
029400     EXIT.

029500 2200-RELEASE-IF-IN-PERIOD.
029600     DIVIDE TG-DATE OF TAX-REGISTER-LINE BY 100
029700         GIVING TR-LINE-MONTH.
029800     IF TR-LINE-MONTH >= TR-START-MONTH
029900             AND TR-LINE-MONTH <= TR-END-MONTH
030000         MOVE TAX-REGISTER-LINE TO REG-SORT-REC
030100         RELEASE REG-SORT-REC
030200         ADD 1 TO TR-LINES-SELECTED.
030300     PERFORM 2100-READ-REGISTER-LINE THRU 2100-EXIT.
030400 2200-EXIT.
030500     EXIT.

030600*----------------------------------------------------------------
030700* 3000-PRINT-BY-STATE.
030800*    WALKS THE SORTED REGISTER WITH A CONTROL BREAK ON STATE
030900*    AND, WITHIN A STATE, ON MONTH - ONE LINE PER STATE PER
031000*    MONTH AND A TOTAL LINE PER STATE.
031100*----------------------------------------------------------------
031200 3000-PRINT-BY-STATE.
031300     IF TR-LINES-SELECTED = ZERO
031400         WRITE PRINT-LINE FROM NO-LINES-LINE
031500         GO TO 3000-EXIT.
031600     OPEN INPUT SORTED-REG-FILE.
031700     SET TR-MORE-LINES TO TRUE.
031800     PERFORM 3100-READ-SORTED-LINE THRU 3100-EXIT.
031900     PERFORM 3200-ACCUMULATE-ONE-LINE THRU 3200-EXIT
032000         UNTIL TR-NO-MORE-LINES.
032100     IF TR-GROUP-ACTIVE
032200         PERFORM 3400-CLOSE-OUT-MONTH THRU 3400-EXIT
032300         PERFORM 3500-CLOSE-OUT-STATE THRU 3500-EXIT.
032400     CLOSE SORTED-REG-FILE.
032500 3000-EXIT.
032600     EXIT.

032700 3100-READ-SORTED-LINE.
032800     READ SORTED-REG-FILE
032900         AT END SET TR-NO-MORE-LINES TO TRUE.
033000 3100-EXIT.
033100     EXIT.

033200 3200-ACCUMULATE-ONE-LINE.
033300     DIVIDE TG-DATE OF SORTED-REG-REC BY 100
033400         GIVING TR-LINE-MONTH.
033500     IF TR-NO-GROUP
033600             OR TG-STATE OF SORTED-REG-REC NOT = TR-PREV-STATE
033700         IF TR-GROUP-ACTIVE
033800             PERFORM 3400-CLOSE-OUT-MONTH THRU 3400-EXIT
033900             PERFORM 3500-CLOSE-OUT-STATE THRU 3500-EXIT
034000         END-IF
034100         SET TR-GROUP-ACTIVE TO TRUE
034200         MOVE TG-STATE OF SORTED-REG-REC TO TR-PREV-STATE
034300         MOVE TR-LINE-MONTH TO TR-PREV-MONTH
034400         MOVE ZERO TO TR-ST-INVOICES TR-ST-REVERSED
034500             TR-ST-TAXABLE TR-ST-STATE-TAX TR-ST-FED-SURCH
034600         PERFORM 3300-START-MONTH THRU 3300-EXIT
034700     ELSE IF TR-LINE-MONTH NOT = TR-PREV-MONTH
034800         PERFORM 3400-CLOSE-OUT-MONTH THRU 3400-EXIT
034900         MOVE TR-LINE-MONTH TO TR-PREV-MONTH
035000         PERFORM 3300-START-MONTH THRU 3300-EXIT.
035100     IF TG-REVERSAL OF SORTED-REG-REC
035200         ADD 1 TO TR-MON-REVERSED
035300         SUBTRACT TG-TAXABLE OF SORTED-REG-REC FROM TR-MON-TAXABLE
035400         SUBTRACT TG-STATE-TAX OF SORTED-REG-REC
035500             FROM TR-MON-STATE-TAX
035600         SUBTRACT TG-FED-SURCHARGE OF SORTED-REG-REC
035700             FROM TR-MON-FED-SURCH
035800     ELSE
035900         ADD 1 TO TR-MON-INVOICES
036000         ADD TG-TAXABLE OF SORTED-REG-REC TO TR-MON-TAXABLE
036100         ADD TG-STATE-TAX OF SORTED-REG-REC TO TR-MON-STATE-TAX
036200         ADD TG-FED-SURCHARGE OF SORTED-REG-REC
036300             TO TR-MON-FED-SURCH.
036400     PERFORM 3100-READ-SORTED-LINE THRU 3100-EXIT.
036500 3200-EXIT.
036600     EXIT.

036700 3300-START-MONTH.
036800     MOVE ZERO TO TR-MON-INVOICES TR-MON-REVERSED TR-MON-TAXABLE
036900         TR-MON-STATE-TAX TR-MON-FED-SURCH.
037000 3300-EXIT.
037100     EXIT.

037200*----------------------------------------------------------------
037300* 3400-CLOSE-OUT-MONTH.
037400*    PRINTS THE STATE'S LINE FOR THE MONTH JUST FINISHED AND
037500*    ROLLS IT INTO THE STATE TOTAL AND THE MONTH'S ENTRY IN THE
037600*    ALL-STATES TABLE.
037700*----------------------------------------------------------------
037800 3400-CLOSE-OUT-MONTH.
037900     MOVE TR-PREV-STATE TO DL-STATE.
038000     MOVE TR-PREV-MONTH TO DL-MONTH.
038100     MOVE TR-MON-INVOICES TO DL-INVOICES.
038200     MOVE TR-MON-REVERSED TO DL-REVERSED.
038300     MOVE TR-MON-TAXABLE TO DL-TAXABLE.
038400     MOVE TR-MON-STATE-TAX TO DL-STATE-TAX.
038500     MOVE TR-MON-FED-SURCH TO DL-FED-SURCH.
038600     WRITE PRINT-LINE FROM DETAIL-LINE.
038700     ADD TR-MON-INVOICES TO TR-ST-INVOICES.
038800     ADD TR-MON-REVERSED TO TR-ST-REVERSED.
038900     ADD TR-MON-TAXABLE TO TR-ST-TAXABLE.
039000     ADD TR-MON-STATE-TAX TO TR-ST-STATE-TAX.
039100     ADD TR-MON-FED-SURCH TO TR-ST-FED-SURCH.
039200     MOVE TR-PREV-MONTH TO TR-WORK-MONTH.
039300     COMPUTE TR-MONTH-INDEX =
039400         (TR-WORK-YYYY - TR-START-YYYY) * 12
039500         + TR-WORK-MM - TR-START-MM + 1.
039600     ADD TR-MON-INVOICES TO TR-MT-INVOICES (TR-MONTH-INDEX).
039700     ADD TR-MON-REVERSED TO TR-MT-REVERSED (TR-MONTH-INDEX).
039800     ADD TR-MON-TAXABLE TO TR-MT-TAXABLE (TR-MONTH-INDEX).
039900     ADD TR-MON-STATE-TAX TO TR-MT-STATE-TAX (TR-MONTH-INDEX).
040000     ADD TR-MON-FED-SURCH TO TR-MT-FED-SURCH (TR-MONTH-INDEX).
040100 3400-EXIT.
040200     EXIT.

040300*----------------------------------------------------------------
040400* 3500-CLOSE-OUT-STATE.
040500*    PRINTS THE STATE'S TOTAL FOR THE PERIOD AND ROLLS IT INTO
040600*    THE GRAND TOTALS.
040700*----------------------------------------------------------------
040800 3500-CLOSE-OUT-STATE.
040900     MOVE TR-PREV-STATE TO SL-STATE.
041000     MOVE TR-ST-INVOICES TO SL-INVOICES.
041100     MOVE TR-ST-REVERSED TO SL-REVERSED.
041200     MOVE TR-ST-TAXABLE TO SL-TAXABLE.
041300     MOVE TR-ST-STATE-TAX TO SL-STATE-TAX.
041400     MOVE TR-ST-FED-SURCH TO SL-FED-SURCH.
041500     WRITE PRINT-LINE FROM STATE-TOTAL-LINE.
041600     WRITE PRINT-LINE FROM BLANK-LINE.
041700     ADD TR-ST-INVOICES TO TR-GR-INVOICES.
041800     ADD TR-ST-REVERSED TO TR-GR-REVERSED.
041900     ADD TR-ST-TAXABLE TO TR-GR-TAXABLE.
042000     ADD TR-ST-STATE-TAX TO TR-GR-STATE-TAX.
042100     ADD TR-ST-FED-SURCH TO TR-GR-FED-SURCH.
042200 3500-EXIT.
042300     EXIT.

042400*----------------------------------------------------------------
042500* 4000-PRINT-BY-MONTH.
042600*    PRINTS EVERY MONTH OF THE PERIOD ACROSS ALL STATES, THEN
042700*    THE GRAND TOTALS.
042800*----------------------------------------------------------------
042900 4000-PRINT-BY-MONTH.
043000     WRITE PRINT-LINE FROM BLANK-LINE.
043100     WRITE PRINT-LINE FROM MONTH-HEADING-LINE.
043200     WRITE PRINT-LINE FROM HEADING-LINE-2.
043300     MOVE TR-START-MONTH TO TR-WORK-MONTH.
043400     PERFORM 4100-PRINT-ONE-MONTH THRU 4100-EXIT
043500         VARYING TR-MONTH-INDEX FROM 1 BY 1
043600         UNTIL TR-MONTH-INDEX > TR-MONTH-COUNT.
043700     WRITE PRINT-LINE FROM BLANK-LINE.
043800     MOVE TR-GR-INVOICES TO GL-INVOICES.
043900     MOVE TR-GR-REVERSED TO GL-REVERSED.
044000     MOVE TR-GR-TAXABLE TO GL-TAXABLE.
044100     MOVE TR-GR-STATE-TAX TO GL-STATE-TAX.
044200     MOVE TR-GR-FED-SURCH TO GL-FED-SURCH.
044300     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
044400 4000-EXIT.
044500     EXIT.

044600 4100-PRINT-ONE-MONTH.
044700     MOVE "**" TO DL-STATE.
044800     MOVE TR-WORK-MONTH TO DL-MONTH.
044900     MOVE TR-MT-INVOICES (TR-MONTH-INDEX) TO DL-INVOICES.
045000     MOVE TR-MT-REVERSED (TR-MONTH-INDEX) TO DL-REVERSED.
045100     MOVE TR-MT-TAXABLE (TR-MONTH-INDEX) TO DL-TAXABLE.
045200     MOVE TR-MT-STATE-TAX (TR-MONTH-INDEX) TO DL-STATE-TAX.
045300     MOVE TR-MT-FED-SURCH (TR-MONTH-INDEX) TO DL-FED-SURCH.
045400     WRITE PRINT-LINE FROM DETAIL-LINE.
045500     IF TR-WORK-MM = 12
045600         ADD 1 TO TR-WORK-YYYY
045700         MOVE 1 TO TR-WORK-MM
045800     ELSE
045900         ADD 1 TO TR-WORK-MM.
046000 4100-EXIT.
046100     EXIT.

046200*----------------------------------------------------------------
046300* 8000-TERMINATE.
046400*----------------------------------------------------------------
046500 8000-TERMINATE.
046600     CLOSE PRINT-FILE.
046700     DISPLAY "Register lines in the period: " TR-LINES-SELECTED.
046800 8000-EXIT.
046900     EXIT.
