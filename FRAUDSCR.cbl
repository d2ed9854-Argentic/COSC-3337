000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    FRAUDSCR.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    BATCH SUSPICIOUS-TRAFFIC SCREEN, RUN AFTER THE NIGHTLY CALL
001200*    LOAD.  THE OPERATOR SUPPLIES THE TRAFFIC DATE TO SCREEN
001300*    (ZERO MEANS YESTERDAY).  THE CALL FILE IS SORTED INTO
001400*    CALLER SEQUENCE OVER THAT DAY AND THE 30 DAYS BEFORE IT,
001500*    AND EACH CALLER WITH TRAFFIC ON THE DAY IS TESTED THREE
001600*    WAYS:
001700*      V  THE DAY'S CALLS OR MINUTES RUN MORE THAN THREE TIMES
001800*         THE CALLER'S OWN TRAILING DAILY AVERAGE (ALSO PAST A
001900*         FLOOR OF 20 CALLS OR 120 MINUTES, SO A QUIET LINE
002000*         MAKING A HANDFUL OF CALLS IS NOT FLAGGED);
002100*      I  CALLS TO A CALLEE COUNTRY CODE ON THE HIGH-RISK LIST
002200*         KEPT BY FRAUDMNT;
002300*      S/C  THE CALLER'S ACCOUNT IS SUSPENDED OR CLOSED ON THE
002400*         CUSTOMER MASTER.
002500*    EVERY CALLER FLAGGED ANY WAY IS SCORED AND THE EXCEPTION
002600*    REPORT LISTS THEM HIGHEST SEVERITY FIRST.  THE SCORE IS
002700*    10 POINTS PER WHOLE MULTIPLE OF THE TRAILING AVERAGE WHEN
002800*    THE VOLUME TEST FAILS, 10 POINTS PER HIGH-RISK CALL PLUS 1
002900*    PER HIGH-RISK MINUTE, AND 100 FOR A SUSPENDED OR 200 FOR A
003000*    CLOSED ACCOUNT.
003100*
003200*    WHEN THE OPERATOR ASKS FOR HOLDS, EVERY FLAGGED CALL STILL
003300*    UNBILLED IS GIVEN A SLOT ON THE FRAUD-HOLDS FILE AND THE
003400*    BILLING RUN LEAVES IT ALONE UNTIL AN ANALYST CLEARS IT IN
003500*    FRAUDMNT.  A VOLUME OR ACCOUNT-STATUS FLAG HOLDS ALL OF THE
003600*    CALLER'S CALLS FOR THE DAY; A HIGH-RISK FLAG ALONE HOLDS
003700*    ONLY THE HIGH-RISK CALLS.  A CALL THAT ALREADY HAS A SLOT,
003800*    HELD OR CLEARED, IS NOT HELD AGAIN, SO A RERUN CANNOT
003900*    UNDO AN ANALYST'S DECISION.
004000*
004100*    MODIFICATION HISTORY.
004200*    10/15/2026  RH   ORIGINAL PROGRAM.
004210*    10/15/2026  RH   AN EXISTING SLOT IS MATCHED ON THE CALLER'S
004220*                     PHONE KEY AND THE CALL'S DATE AND TIME,
004230*                     CALLEE AND DURATION - NOT THE CALL RECORD
004240*                     NUMBER, WHICH THE ARCHIVE JOB MOVES UNDER A
004250*                     CLEARED SLOT - AND ONLY SLOTS FOR CALLS ON
004260*                     THE DATE BEING SCREENED ARE LOADED, SO THE
004270*                     TABLE LIMIT IS ONE DAY'S HOLDS.
004300*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CALL-FILE ASSIGN TO "call-file"
004800         ORGANIZATION IS RELATIVE
004900         ACCESS IS SEQUENTIAL
005000         RELATIVE KEY IS FS-CALL-KEY
005100         FILE STATUS IS FS-CALL-STATUS.

005200     SELECT RISK-FILE ASSIGN TO "risk-country-file"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-RISK-STATUS.

005500     SELECT HOLD-FILE ASSIGN TO "fraud-holds"
005600         ORGANIZATION IS RELATIVE
005700         ACCESS IS SEQUENTIAL
005800         RELATIVE KEY IS FS-HOLD-KEY
005900         FILE STATUS IS FS-HOLD-STATUS.

006000     SELECT SORT-WORK-FILE ASSIGN TO "fraudscr-sort-work".

006100     SELECT SORTED-CALL-FILE ASSIGN TO "fraudscr-sorted"
006200         ORGANIZATION IS RELATIVE
006300         ACCESS IS SEQUENTIAL
006400         FILE STATUS IS FS-SORTED-STATUS.

006500     SELECT EXCEPTION-WORK-FILE ASSIGN TO "fraudscr-exc-work".

006600     SELECT PRINT-FILE ASSIGN TO "fraudscr-report"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS FS-PRINT-STATUS.

006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CALL-FILE.
007200 01  CALL-REC.
007300     COPY CALLREC.

007400 FD  RISK-FILE.
007500 01  RISK-LINE.
007600     COPY RISKCC.

007700 FD  HOLD-FILE.
007800 01  HOLD-REC.
007900     COPY FRDHOLD.

008000 SD  SORT-WORK-FILE.
008100 01  SORT-REC.
008200     03  SR-CALL-DATA.
008300     COPY CALLREC.
008400     03  SR-RECORD-NUM          PIC 9(09).

008500 FD  SORTED-CALL-FILE.
008600 01  SORTED-REC.
008700     03  ST-CALL-DATA.
008800     COPY CALLREC.
008900     03  ST-RECORD-NUM          PIC 9(09).

009000 SD  EXCEPTION-WORK-FILE.
009100 01  EXCEPTION-REC.
009200     05  EX-SEVERITY            PIC 9(05).
009300     05  EX-PHONE               PIC 9(10).
009400     05  EX-CC                  PIC 9(03).
009500     05  EX-EXT                 PIC 9(05).
009600     05  EX-NAME                PIC X(30).
009700     05  EX-STATUS-TEXT         PIC X(09).
009800     05  EX-DAY-CALLS           PIC 9(05).
009900     05  EX-DAY-MINUTES         PIC 9(07).
010000     05  EX-AVG-CALLS           PIC 9(05)V99.
010100     05  EX-AVG-MINUTES         PIC 9(07)V99.
010200     05  EX-RISK-CALLS          PIC 9(05).
010300     05  EX-RISK-MINUTES        PIC 9(07).
010400     05  EX-REASONS             PIC X(03).
010500     05  EX-HELD-CALLS          PIC 9(05).

010600 FD  PRINT-FILE.
010700 01  PRINT-LINE                 PIC X(132).

010800 WORKING-STORAGE SECTION.
010900*----------------------------------------------------------------
011000* SCREENING LIMITS.
011100*----------------------------------------------------------------
011200 01  FS-TRAIL-DAYS               PIC 9(03) VALUE 30.
011300 01  FS-VOLUME-FACTOR            PIC 9(02) VALUE 3.
011400 01  FS-MIN-CALLS                PIC 9(05) VALUE 20.
011500 01  FS-MIN-MINUTES              PIC 9(05) VALUE 120.

011600*----------------------------------------------------------------
011700* WORKING STORAGE.
011800*----------------------------------------------------------------
011900 01  FS-CALL-STATUS              PIC XX.
012000 01  FS-CALL-KEY                 PIC 9(09).
012100 01  FS-RISK-STATUS              PIC XX.
012200 01  FS-HOLD-STATUS              PIC XX.
012300 01  FS-HOLD-KEY                 PIC 9(09).
012400 01  FS-SORTED-STATUS            PIC XX.
012500 01  FS-PRINT-STATUS             PIC XX.
012600 01  FS-STATS                    PIC 9.
012700 01  FS-CUST-NUM                 PIC 9(09).
012800 01  FS-CUST-REC.
012900     COPY CUSTREC.
013000 01  FS-TODAY                    PIC 9(08).
013100 01  FS-SCREEN-DATE              PIC 9(08).
013200 01  FS-SCREEN-DAYS              PIC 9(09).
013300 01  FS-SCREEN-DATE-X            PIC X(08).
013400 01  FS-WINDOW-START             PIC 9(08).
013500 01  FS-WINDOW-START-X           PIC X(08).
013600 01  FS-CALL-DATE-X              PIC X(08).
013700 01  FS-HOLD-FLAG                PIC X(01).
013800     88  FS-HOLD-REQUESTED           VALUE "Y" "y".
013900 01  FS-RAW-EOF-SWITCH           PIC X(01).
014000     88  FS-NO-MORE-RAW-CALLS        VALUE "Y".
014100     88  FS-MORE-RAW-CALLS           VALUE "N".
014200 01  FS-EOF-SWITCH               PIC X(01).
014300     88  FS-NO-MORE-CALLS            VALUE "Y".
014400     88  FS-MORE-CALLS               VALUE "N".
014500 01  FS-EXC-EOF-SWITCH           PIC X(01).
014600     88  FS-NO-MORE-EXCEPTIONS       VALUE "Y".
014700     88  FS-MORE-EXCEPTIONS          VALUE "N".
014800 01  FS-LIST-EOF-SWITCH          PIC X(01).
014900     88  FS-LIST-EOF                 VALUE "Y".
015000     88  FS-LIST-NOT-EOF             VALUE "N".
015100 01  FS-HOLD-OPEN-SWITCH         PIC X(01).
015200     88  FS-HOLD-FILE-OPEN           VALUE "Y".
015300     88  FS-HOLD-FILE-CLOSED         VALUE "N".

015400*----------------------------------------------------------------
015500* HIGH-RISK COUNTRY TABLE - ONE BYTE PER CALLEE COUNTRY CODE
015600* 000 THROUGH 999, SUBSCRIPTED BY THE CODE PLUS ONE, SET FROM
015700* THE LATEST LINE FOR EACH CODE ON THE RISK COUNTRY LIST.
015800*----------------------------------------------------------------
015900 01  FS-RISK-SUB                 PIC 9(04) COMP.
016000 01  FS-RISK-LISTED-COUNT        PIC 9(04) COMP.
016100 01  FS-RISK-TABLE.
016200     05  FS-RISK-FLAG            PIC X(01) OCCURS 1000 TIMES.
016300         88  FS-HIGH-RISK            VALUE "Y".

016400*----------------------------------------------------------------
016500* EXISTING HOLD SLOT TABLE - THE CALLER'S PHONE KEY AND THE
016600* CALL'S DATE AND TIME, CALLEE AND DURATION OF EVERY SLOT ON
016700* THE FRAUD-HOLDS FILE, HELD OR CLEARED, FOR A CALL ON THE
016800* DATE BEING SCREENED, SO A CALL IS NEVER GIVEN A SECOND SLOT.
016900* THE RECORD NUMBER IS NOT USED - ONLY HELD SLOTS FOLLOW THEIR
017000* CALLS WHEN THE ARCHIVE JOB COMPACTS THE CALL FILE.
017100*----------------------------------------------------------------
017200 01  FS-SLOT-COUNT               PIC 9(04) COMP.
017300 01  FS-SLOT-OVERFLOW-SWITCH     PIC X(01).
017400     88  FS-SLOT-OVERFLOW            VALUE "Y".
017500     88  FS-SLOT-FITS                VALUE "N".
017600 01  FS-ALREADY-SWITCH           PIC X(01).
017700     88  FS-ALREADY-HELD             VALUE "Y".
017800     88  FS-NOT-YET-HELD             VALUE "N".
017900 01  FS-SLOT-TABLE.
018000     05  FS-SLOT-ENTRY OCCURS 0 TO 5000 TIMES
018100             DEPENDING ON FS-SLOT-COUNT
018200             INDEXED BY FS-SLOT-INDEX.
018300         10  FS-SLOT-PHONE       PIC 9(10).
018310         10  FS-SLOT-CC          PIC 9(03).
018320         10  FS-SLOT-EXT         PIC 9(05).
018400         10  FS-SLOT-CALL-DATE   PIC X(12).
018500         10  FS-SLOT-CALLEE      PIC 9(10).
018550         10  FS-SLOT-CALLEE-CC   PIC 9(03).
018600         10  FS-SLOT-DUR         PIC 9(05).

018700*----------------------------------------------------------------
018800* THE CALLER BEING SCREENED - ITS TRAILING AND SCREENED-DAY
018900* TOTALS, AND THE SCREENED DAY'S CALLS HELD UNTIL THE CALLER
019000* BREAK SO THE FLAGGED ONES CAN BE HELD.
019100*----------------------------------------------------------------
019200 01  FS-PREV-CALLER              PIC 9(10).
019300 01  FS-PREV-CALLER-CC           PIC 9(03).
019400 01  FS-PREV-CALLER-EXT          PIC 9(05).
019500 01  FS-HIST-CALLS               PIC 9(07).
019600 01  FS-HIST-MINUTES             PIC 9(09).
019700 01  FS-DAY-CALLS                PIC 9(05).
019800 01  FS-DAY-MINUTES              PIC 9(07).
019900 01  FS-RISK-CALLS               PIC 9(05).
020000 01  FS-RISK-MINUTES             PIC 9(07).
020100 01  FS-AVG-CALLS                PIC 9(05)V99.
020200 01  FS-AVG-MINUTES              PIC 9(07)V99.
020300 01  FS-LIMIT-WORK               PIC 9(09)V99.
020400 01  FS-MULTIPLE                 PIC 9(07).
020500 01  FS-CALL-MULTIPLE            PIC 9(07).
020600 01  FS-SCORE-WORK               PIC 9(09).
020700 01  FS-SEVERITY                 PIC 9(05).
020800 01  FS-REASONS                  PIC X(03).
020900 01  FS-HELD-CALLS               PIC 9(05).
021000 01  FS-DAY-COUNT                PIC 9(04) COMP.
021100 01  FS-DAY-INDEX                PIC 9(04) COMP.
021200 01  FS-DAY-OVERFLOW             PIC 9(05).
021300 01  FS-DAY-TABLE.
021400     05  FS-DAY-ENTRY OCCURS 2000 TIMES.
021500         10  FS-DAY-RECORD-NUM   PIC 9(09).
021600         10  FS-DAY-DATE         PIC X(12).
021700         10  FS-DAY-CALLEE       PIC 9(10).
021800         10  FS-DAY-CALLEE-CC    PIC 9(03).
021900         10  FS-DAY-DUR          PIC 9(05).
022000         10  FS-DAY-RISK         PIC X(01).
022100         10  FS-DAY-UNBILLED     PIC X(01).

022200*----------------------------------------------------------------
022300* RUN TOTALS.
022400*----------------------------------------------------------------
022500 01  FS-CALLERS-SCREENED         PIC 9(09) COMP.
022600 01  FS-EXCEPTION-COUNT          PIC 9(09) COMP.
022700 01  FS-TOTAL-HELD               PIC 9(09) COMP.
022800 01  FS-COUNT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.

022900*----------------------------------------------------------------
023000* REPORT LINE LAYOUTS.
023100*----------------------------------------------------------------
023200 01  HEADING-LINE-1.
023300     05  FILLER           PIC X(40) VALUE
023400         "SUSPICIOUS TRAFFIC EXCEPTION REPORT".
023500     05  FILLER           PIC X(14) VALUE "TRAFFIC DATE ".
023600     05  HL-SCREEN-DATE   PIC 9(08).
023700     05  FILLER           PIC X(19) VALUE "   AVERAGED FROM ".
023800     05  HL-WINDOW-START  PIC 9(08).
023900     05  FILLER           PIC X(10) VALUE "   HOLDS: ".
024000     05  HL-HOLD-MODE     PIC X(03).

024100 01  HEADING-LINE-2.
024200     05  FILLER           PIC X(07) VALUE "  SEV".
024300     05  FILLER           PIC X(11) VALUE "PHONE".
024400     05  FILLER           PIC X(04) VALUE "CC".
024500     05  FILLER           PIC X(07) VALUE "EXT".
024600     05  FILLER           PIC X(26) VALUE "CUSTOMER".
024700     05  FILLER           PIC X(10) VALUE "ACCOUNT".
024800     05  FILLER           PIC X(07) VALUE "CALLS".
024900     05  FILLER           PIC X(10) VALUE "AVG CALLS".
025000     05  FILLER           PIC X(09) VALUE "MINUTES".
025100     05  FILLER           PIC X(12) VALUE "AVG MINUTES".
025200     05  FILLER           PIC X(07) VALUE "RISK C".
025300     05  FILLER           PIC X(09) VALUE "RISK MIN".
025400     05  FILLER           PIC X(05) VALUE "WHY".
025500     05  FILLER           PIC X(05) VALUE "HELD".

025600 01  DETAIL-LINE.
025700     05  DL-SEVERITY      PIC ZZZZ9.
025800     05  FILLER           PIC X(02) VALUE SPACES.
025900     05  DL-PHONE         PIC 9(10).
026000     05  FILLER           PIC X(01) VALUE SPACES.
026100     05  DL-CC            PIC 9(03).
026200     05  FILLER           PIC X(01) VALUE SPACES.
026300     05  DL-EXT           PIC 9(05).
026400     05  FILLER           PIC X(02) VALUE SPACES.
026500     05  DL-NAME          PIC X(24).
026600     05  FILLER           PIC X(02) VALUE SPACES.
026700     05  DL-STATUS        PIC X(09).
026800     05  FILLER           PIC X(01) VALUE SPACES.
026900     05  DL-DAY-CALLS     PIC ZZZZ9.
027000     05  FILLER           PIC X(02) VALUE SPACES.
027100     05  DL-AVG-CALLS     PIC ZZZZ9.99.
027200     05  FILLER           PIC X(02) VALUE SPACES.
027300     05  DL-DAY-MINUTES   PIC ZZZZZZ9.
027400     05  FILLER           PIC X(02) VALUE SPACES.
027500     05  DL-AVG-MINUTES   PIC ZZZZZZ9.99.
027600     05  FILLER           PIC X(02) VALUE SPACES.
027700     05  DL-RISK-CALLS    PIC ZZZZ9.
027800     05  FILLER           PIC X(02) VALUE SPACES.
027900     05  DL-RISK-MINUTES  PIC ZZZZZZ9.
028000     05  FILLER           PIC X(02) VALUE SPACES.
028100     05  DL-REASONS       PIC X(03).
028200     05  FILLER           PIC X(02) VALUE SPACES.
028300     05  DL-HELD          PIC ZZZZ9.

028400 01  LEGEND-LINE.
028500     05  FILLER           PIC X(40) VALUE
028600         "WHY: V = VOLUME OVER TRAILING AVERAGE".
028700     05  FILLER           PIC X(23) VALUE "I = HIGH-RISK COUNTRY".
028800     05  FILLER           PIC X(25) VALUE "S = SUSPENDED ACCOUNT".
028900     05  FILLER           PIC X(18) VALUE "C = CLOSED ACCOUNT".

029000 01  NONE-LINE            PIC X(40) VALUE
029100     "NO EXCEPTIONS FOR THIS TRAFFIC DATE".

029200 01  COUNT-LINE.
029300     05  CL-LABEL         PIC X(30).
029400     05  CL-COUNT         PIC ZZZ,ZZZ,ZZ9.

029500 01  BLANK-LINE           PIC X(01) VALUE SPACE.

029600 PROCEDURE DIVISION.
029700*----------------------------------------------------------------
029800* 0000-MAIN-PARAGRAPH.
029900*----------------------------------------------------------------
030000 0000-MAIN-PARAGRAPH.
030100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030200     SORT SORT-WORK-FILE
030300         ON ASCENDING KEY ICALLER OF SORT-REC
030400         ON ASCENDING KEY ICALLER-CC OF SORT-REC
030500         ON ASCENDING KEY ICALLER-EXT OF SORT-REC
030600         ON ASCENDING KEY IDATE OF SORT-REC
030700         INPUT PROCEDURE 1500-SELECT-WINDOW THRU 1500-EXIT
030800         GIVING SORTED-CALL-FILE.
030900     SORT EXCEPTION-WORK-FILE
031000         ON DESCENDING KEY EX-SEVERITY
031100         ON ASCENDING KEY EX-PHONE
031200         ON ASCENDING KEY EX-CC
031300         ON ASCENDING KEY EX-EXT
031400         INPUT PROCEDURE 2000-SCREEN-CALLERS THRU 2000-EXIT
031500         OUTPUT PROCEDURE 4000-PRINT-EXCEPTIONS THRU 4000-EXIT.
031600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
031700     STOP RUN.

031800*----------------------------------------------------------------
031900* 1000-INITIALIZE.
032000*    TAKES THE TRAFFIC DATE AND THE HOLD CHOICE, WORKS OUT THE
032100*    START OF THE TRAILING WINDOW, AND LOADS THE HIGH-RISK
032200*    COUNTRY LIST AND, FOR A HOLDING RUN, THE SLOTS ALREADY ON
032300*    THE FRAUD-HOLDS FILE.
032400*----------------------------------------------------------------
032500 1000-INITIALIZE.
032600     ACCEPT FS-TODAY FROM DATE YYYYMMDD.
032700     MOVE ZERO TO FS-SCREEN-DAYS.
032800     PERFORM 1100-ACCEPT-SCREEN-DATE THRU 1100-EXIT
032900         UNTIL FS-SCREEN-DAYS NOT = ZERO.
033000     COMPUTE FS-WINDOW-START = FUNCTION DATE-OF-INTEGER
033100         (FS-SCREEN-DAYS - FS-TRAIL-DAYS).
033200     MOVE FS-SCREEN-DATE TO FS-SCREEN-DATE-X.
033300     MOVE FS-WINDOW-START TO FS-WINDOW-START-X.
033400     DISPLAY "Hold flagged unbilled calls out of billing (Y/N)?".
033500     ACCEPT FS-HOLD-FLAG.
033600     MOVE ZERO TO FS-CALLERS-SCREENED FS-EXCEPTION-COUNT
033700         FS-TOTAL-HELD.
033800     MOVE ZERO TO FS-PREV-CALLER FS-PREV-CALLER-CC
033900         FS-PREV-CALLER-EXT.
034000     PERFORM 1200-LOAD-RISK-TABLE THRU 1200-EXIT.
034100     SET FS-HOLD-FILE-CLOSED TO TRUE.
034200     IF FS-HOLD-REQUESTED
034300         PERFORM 1300-LOAD-SLOT-TABLE THRU 1300-EXIT
034400         IF FS-SLOT-OVERFLOW
034500             DISPLAY "Too many fraud hold slots on this date -"
034600                 " screening without holds"
034700             MOVE "N" TO FS-HOLD-FLAG
034800         ELSE
034900             PERFORM 1400-OPEN-HOLD-FILE THRU 1400-EXIT
035000         END-IF
035100     END-IF.
035200     CALL "OPEN-CUSTOMERS" USING FS-STATS.
035300     CALL "OPEN-CUSTOMER-PHONE" USING FS-STATS.
035400 1000-EXIT.
035500     EXIT.

035600*----------------------------------------------------------------
035700* 1100-ACCEPT-SCREEN-DATE.
035800*    KEEPS ASKING UNTIL A REAL CALENDAR DATE IS KEYED, OR ZERO
035900*    FOR YESTERDAY - THE DAY THE NIGHTLY LOAD NORMALLY CARRIES.
036000*----------------------------------------------------------------
036100 1100-ACCEPT-SCREEN-DATE.
036200     DISPLAY "Please enter the traffic date to screen"
036300         " (YYYYMMDD, 0 = yesterday)".
036400     ACCEPT FS-SCREEN-DATE.
036500     IF FS-SCREEN-DATE NOT NUMERIC
036600         MOVE ZERO TO FS-SCREEN-DAYS
036700     ELSE IF FS-SCREEN-DATE = ZERO
036800         COMPUTE FS-SCREEN-DAYS =
036900             FUNCTION INTEGER-OF-DATE (FS-TODAY) - 1
037000         MOVE FUNCTION DATE-OF-INTEGER (FS-SCREEN-DAYS)
037100             TO FS-SCREEN-DATE
037200     ELSE
037300         MOVE FUNCTION INTEGER-OF-DATE (FS-SCREEN-DATE)
037400             TO FS-SCREEN-DAYS.
037500     IF FS-SCREEN-DAYS = ZERO
037600         DISPLAY "Not a valid date - please re-enter.".
037700 1100-EXIT.
037800     EXIT.

037900*----------------------------------------------------------------
038000* 1200-LOAD-RISK-TABLE.
038100*    READS THE HIGH-RISK COUNTRY LIST FRONT TO BACK SO THE
038200*    LATEST LINE FOR EACH CODE DECIDES WHETHER IT IS LISTED.
038300*    NO LIST ON FILE MEANS NO CODE IS HIGH-RISK.
038400*----------------------------------------------------------------
038500 1200-LOAD-RISK-TABLE.
038600     MOVE ALL "N" TO FS-RISK-TABLE.
038700     MOVE ZERO TO FS-RISK-LISTED-COUNT.
038800     OPEN INPUT RISK-FILE.
038900     IF FS-RISK-STATUS NOT = "00"
039000         DISPLAY "No high-risk country list on file - "
039100             "country screening skipped"
039200         GO TO 1200-EXIT.
039300     SET FS-LIST-NOT-EOF TO TRUE.
039400     PERFORM 1210-READ-RISK-LINE THRU 1210-EXIT
039500         UNTIL FS-LIST-EOF.
039600     CLOSE RISK-FILE.
039700     PERFORM 1220-COUNT-LISTED THRU 1220-EXIT
039800         VARYING FS-RISK-SUB FROM 1 BY 1
039900         UNTIL FS-RISK-SUB > 1000.
040000 1200-EXIT.
040100     EXIT.

040200 1210-READ-RISK-LINE.
040300     READ RISK-FILE
040400         AT END SET FS-LIST-EOF TO TRUE.
040500     IF FS-LIST-NOT-EOF AND RK-COUNTRY-CODE NUMERIC
040600         ADD RK-COUNTRY-CODE 1 GIVING FS-RISK-SUB
040700         IF RK-LISTED
040800             MOVE "Y" TO FS-RISK-FLAG (FS-RISK-SUB)
040900         ELSE IF RK-DELISTED
041000             MOVE "N" TO FS-RISK-FLAG (FS-RISK-SUB)
041100         END-IF
041200     END-IF.
041300 1210-EXIT.
041400     EXIT.

041500 1220-COUNT-LISTED.
041600     IF FS-HIGH-RISK (FS-RISK-SUB)
041700         ADD 1 TO FS-RISK-LISTED-COUNT.
041800 1220-EXIT.
041900     EXIT.

042000*----------------------------------------------------------------
042100* 1300-LOAD-SLOT-TABLE.
042200*    LOADS EVERY SLOT ALREADY ON THE FRAUD-HOLDS FILE FOR A CALL
042300*    ON THE DATE BEING SCREENED, SO A CALL HELD OR CLEARED BEFORE
042400*    IS NOT GIVEN ANOTHER SLOT.  SLOTS FOR OTHER DAYS' CALLS CAN
042410*    NEVER MATCH AND ARE PASSED OVER.
042500*----------------------------------------------------------------
042600 1300-LOAD-SLOT-TABLE.
042700     MOVE ZERO TO FS-SLOT-COUNT.
042800     SET FS-SLOT-FITS TO TRUE.
042900     OPEN INPUT HOLD-FILE.
043000     IF FS-HOLD-STATUS NOT = "00"
043100         GO TO 1300-EXIT.
043200     SET FS-LIST-NOT-EOF TO TRUE.
043300     PERFORM 1310-READ-HOLD-SLOT THRU 1310-EXIT.
043400     PERFORM 1320-LOAD-ONE-SLOT THRU 1320-EXIT
043500         UNTIL FS-LIST-EOF.
043600     CLOSE HOLD-FILE.
043700 1300-EXIT.
043800     EXIT.

043900 1310-READ-HOLD-SLOT.
044000     READ HOLD-FILE
044100         AT END SET FS-LIST-EOF TO TRUE.
044200 1310-EXIT.
044300     EXIT.

044400 1320-LOAD-ONE-SLOT.
044450     IF FH-CALL-DATE (1:8) = FS-SCREEN-DATE-X
044500         IF FS-SLOT-COUNT >= 5000
044600             SET FS-SLOT-OVERFLOW TO TRUE
044700         ELSE
044800             ADD 1 TO FS-SLOT-COUNT
044900             PERFORM 1330-TABLE-SLOT THRU 1330-EXIT
044910         END-IF
044920     END-IF.
045000     PERFORM 1310-READ-HOLD-SLOT THRU 1310-EXIT.
045100 1320-EXIT.
045200     EXIT.

045300 1330-TABLE-SLOT.
045400     MOVE FH-PHONE TO FS-SLOT-PHONE (FS-SLOT-COUNT).
045500     MOVE FH-CC TO FS-SLOT-CC (FS-SLOT-COUNT).
045550     MOVE FH-EXT TO FS-SLOT-EXT (FS-SLOT-COUNT).
045600     MOVE FH-CALL-DATE TO FS-SLOT-CALL-DATE (FS-SLOT-COUNT).
045700     MOVE FH-CALLEE TO FS-SLOT-CALLEE (FS-SLOT-COUNT).
045750     MOVE FH-CALLEE-CC TO FS-SLOT-CALLEE-CC (FS-SLOT-COUNT).
045800     MOVE FH-DUR TO FS-SLOT-DUR (FS-SLOT-COUNT).
045900 1330-EXIT.
046000     EXIT.

046100*----------------------------------------------------------------
046200* 1400-OPEN-HOLD-FILE.
046300*    OPENS THE FRAUD-HOLDS FILE TO ADD SLOTS, CREATING IT THE
046400*    FIRST TIME IT IS USED.
046500*----------------------------------------------------------------
046600 1400-OPEN-HOLD-FILE.
046700     OPEN EXTEND HOLD-FILE.
046800     IF FS-HOLD-STATUS = "35"
046900         OPEN OUTPUT HOLD-FILE
047000         CLOSE HOLD-FILE
047100         OPEN EXTEND HOLD-FILE.
047200     IF FS-HOLD-STATUS = "00"
047300         SET FS-HOLD-FILE-OPEN TO TRUE
047400     ELSE
047500         DISPLAY "Fraud hold file could not be opened -"
047600             " screening without holds"
047700         MOVE "N" TO FS-HOLD-FLAG.
047800 1400-EXIT.
047900     EXIT.

048000*----------------------------------------------------------------
048100* 1500-SELECT-WINDOW.
048200*    INPUT PROCEDURE FOR THE CALLER SORT - RELEASES ONLY THE
048300*    CALLS DATED INSIDE THE TRAILING WINDOW OR ON THE TRAFFIC
048400*    DATE ITSELF, CARRYING EACH CALL'S RECORD NUMBER ALONG SO A
048500*    FLAGGED CALL CAN BE HELD.
048600*----------------------------------------------------------------
048700 1500-SELECT-WINDOW.
048800     SET FS-MORE-RAW-CALLS TO TRUE.
048900     OPEN INPUT CALL-FILE.
049000     IF FS-CALL-STATUS NOT = "00"
049100         DISPLAY "Call file not on file - no calls to screen"
049200     ELSE
049300         PERFORM 1510-READ-RAW-CALL THRU 1510-EXIT
049400         PERFORM 1520-RELEASE-IF-IN-WINDOW THRU 1520-EXIT
049500             UNTIL FS-NO-MORE-RAW-CALLS
049600         CLOSE CALL-FILE.
049700 1500-EXIT.
049800     EXIT.

049900 1510-READ-RAW-CALL.
050000     READ CALL-FILE
050100         AT END SET FS-NO-MORE-RAW-CALLS TO TRUE.
050200 1510-EXIT.
050300     EXIT.

050400 1520-RELEASE-IF-IN-WINDOW.
050500     MOVE IDATE OF CALL-REC TO FS-CALL-DATE-X.
050600     IF FS-CALL-DATE-X NOT < FS-WINDOW-START-X
050700             AND FS-CALL-DATE-X NOT > FS-SCREEN-DATE-X
050800         MOVE CALL-REC TO SR-CALL-DATA
050900         MOVE FS-CALL-KEY TO SR-RECORD-NUM
051000         RELEASE SORT-REC.
051100     PERFORM 1510-READ-RAW-CALL THRU 1510-EXIT.
051200 1520-EXIT.
051300     EXIT.

051400*----------------------------------------------------------------
051500* 2000-SCREEN-CALLERS.
051600*    INPUT PROCEDURE FOR THE SEVERITY SORT - WALKS THE CALLS IN
051700*    CALLER SEQUENCE, TOTALS EACH CALLER'S TRAILING WINDOW AND
051800*    TRAFFIC DATE, AND AT EACH CALLER BREAK RELEASES ONE
051900*    EXCEPTION RECORD FOR A CALLER THAT FAILS ANY TEST.
052000*----------------------------------------------------------------
052100 2000-SCREEN-CALLERS.
052200     SET FS-MORE-CALLS TO TRUE.
052300     OPEN INPUT SORTED-CALL-FILE.
052400     PERFORM 2050-READ-SORTED-CALL THRU 2050-EXIT.
052500     PERFORM 2100-SCREEN-ONE-CALL THRU 2100-EXIT
052600         UNTIL FS-NO-MORE-CALLS.
052700     IF FS-PREV-CALLER NOT = ZERO
052800         PERFORM 3000-FINISH-CALLER THRU 3000-EXIT.
052900     CLOSE SORTED-CALL-FILE.
053000 2000-EXIT.
053100     EXIT.

053200 2050-READ-SORTED-CALL.
053300     READ SORTED-CALL-FILE
053400         AT END SET FS-NO-MORE-CALLS TO TRUE.
053500 2050-EXIT.
053600     EXIT.

053700 2100-SCREEN-ONE-CALL.
053800     IF ICALLER OF SORTED-REC NOT = FS-PREV-CALLER
053900             OR ICALLER-CC OF SORTED-REC NOT = FS-PREV-CALLER-CC
054000             OR ICALLER-EXT OF SORTED-REC NOT = FS-PREV-CALLER-EXT
054100         IF FS-PREV-CALLER NOT = ZERO
054200             PERFORM 3000-FINISH-CALLER THRU 3000-EXIT
054300         END-IF
054400         PERFORM 2200-START-CALLER THRU 2200-EXIT
054500     END-IF.
054600     MOVE IDATE OF SORTED-REC TO FS-CALL-DATE-X.
054700     IF FS-CALL-DATE-X < FS-SCREEN-DATE-X
054800         ADD 1 TO FS-HIST-CALLS
054900         ADD IDUR OF SORTED-REC TO FS-HIST-MINUTES
055000     ELSE
055100         PERFORM 2300-TAKE-DAY-CALL THRU 2300-EXIT.
055200     PERFORM 2050-READ-SORTED-CALL THRU 2050-EXIT.
055300 2100-EXIT.
055400     EXIT.

055500 2200-START-CALLER.
055600     MOVE ICALLER OF SORTED-REC TO FS-PREV-CALLER.
055700     MOVE ICALLER-CC OF SORTED-REC TO FS-PREV-CALLER-CC.
055800     MOVE ICALLER-EXT OF SORTED-REC TO FS-PREV-CALLER-EXT.
055900     MOVE ZERO TO FS-HIST-CALLS FS-HIST-MINUTES FS-DAY-CALLS
056000         FS-DAY-MINUTES FS-RISK-CALLS FS-RISK-MINUTES
056100         FS-DAY-COUNT FS-DAY-OVERFLOW.
056200 2200-EXIT.
056300     EXIT.

056400*----------------------------------------------------------------
056500* 2300-TAKE-DAY-CALL.
056600*    COUNTS ONE CALL MADE ON THE TRAFFIC DATE, TESTS ITS CALLEE
056700*    COUNTRY AGAINST THE HIGH-RISK LIST, AND KEEPS IT IN THE
056800*    DAY TABLE UNTIL THE CALLER BREAK DECIDES WHAT TO HOLD.
056900*----------------------------------------------------------------
057000 2300-TAKE-DAY-CALL.
057100     ADD 1 TO FS-DAY-CALLS.
057200     ADD IDUR OF SORTED-REC TO FS-DAY-MINUTES.
057300     ADD ICALLEE-CC OF SORTED-REC 1 GIVING FS-RISK-SUB.
057400     IF FS-HIGH-RISK (FS-RISK-SUB)
057500         ADD 1 TO FS-RISK-CALLS
057600         ADD IDUR OF SORTED-REC TO FS-RISK-MINUTES.
057700     IF FS-DAY-COUNT >= 2000
057800         ADD 1 TO FS-DAY-OVERFLOW
057900         GO TO 2300-EXIT.
058000     ADD 1 TO FS-DAY-COUNT.
058100     MOVE ST-RECORD-NUM TO FS-DAY-RECORD-NUM (FS-DAY-COUNT).
058200     MOVE IDATE OF SORTED-REC TO FS-DAY-DATE (FS-DAY-COUNT).
058300     MOVE ICALLEE OF SORTED-REC TO FS-DAY-CALLEE (FS-DAY-COUNT).
058400     MOVE ICALLEE-CC OF SORTED-REC
058500         TO FS-DAY-CALLEE-CC (FS-DAY-COUNT).
058600     MOVE IDUR OF SORTED-REC TO FS-DAY-DUR (FS-DAY-COUNT).
058700     IF FS-HIGH-RISK (FS-RISK-SUB)
058800         MOVE "Y" TO FS-DAY-RISK (FS-DAY-COUNT)
058900     ELSE
059000         MOVE "N" TO FS-DAY-RISK (FS-DAY-COUNT).
059100     IF IBILL-RUN OF SORTED-REC = ZERO
059200         MOVE "Y" TO FS-DAY-UNBILLED (FS-DAY-COUNT)
059300     ELSE
059400         MOVE "N" TO FS-DAY-UNBILLED (FS-DAY-COUNT).
059500 2300-EXIT.
059600     EXIT.

059700*----------------------------------------------------------------
059800* 3000-FINISH-CALLER.
059900*    AT THE CALLER BREAK - A CALLER WITH NO TRAFFIC ON THE DAY
060000*    IS PASSED OVER.  OTHERWISE THE THREE TESTS ARE RUN, AND A
060100*    CALLER FAILING ANY OF THEM IS SCORED, HAS ITS FLAGGED
060200*    CALLS HELD IF ASKED, AND GOES TO THE SEVERITY SORT.
060300*----------------------------------------------------------------
060400 3000-FINISH-CALLER.
060500     IF FS-DAY-CALLS = ZERO
060600         GO TO 3000-EXIT.
060700     ADD 1 TO FS-CALLERS-SCREENED.
060800     MOVE SPACES TO FS-REASONS.
060900     DIVIDE FS-HIST-CALLS BY FS-TRAIL-DAYS GIVING FS-AVG-CALLS.
061000     DIVIDE FS-HIST-MINUTES BY FS-TRAIL-DAYS
061100         GIVING FS-AVG-MINUTES.
061200     PERFORM 3050-TEST-VOLUME THRU 3050-EXIT.
061300     IF FS-RISK-CALLS NOT = ZERO
061400         MOVE "I" TO FS-REASONS (2:1).
061500     PERFORM 3100-LOOK-UP-ACCOUNT THRU 3100-EXIT.
061600     IF FS-REASONS = SPACES
061700         GO TO 3000-EXIT.
061800     PERFORM 3200-SCORE-SEVERITY THRU 3200-EXIT.
061900     MOVE ZERO TO FS-HELD-CALLS.
062000     IF FS-HOLD-REQUESTED
062100         PERFORM 3300-HOLD-ONE-CALL THRU 3300-EXIT
062200             VARYING FS-DAY-INDEX FROM 1 BY 1
062300             UNTIL FS-DAY-INDEX > FS-DAY-COUNT
062400         IF FS-DAY-OVERFLOW NOT = ZERO
062500             DISPLAY "Caller " FS-PREV-CALLER " made more than"
062600                 " 2000 calls on the day - " FS-DAY-OVERFLOW
062700                 " could not be held"
062800         END-IF
062900     END-IF.
063000     MOVE FS-SEVERITY TO EX-SEVERITY.
063100     MOVE FS-PREV-CALLER TO EX-PHONE.
063200     MOVE FS-PREV-CALLER-CC TO EX-CC.
063300     MOVE FS-PREV-CALLER-EXT TO EX-EXT.
063400     MOVE FS-DAY-CALLS TO EX-DAY-CALLS.
063500     MOVE FS-DAY-MINUTES TO EX-DAY-MINUTES.
063600     MOVE FS-AVG-CALLS TO EX-AVG-CALLS.
063700     MOVE FS-AVG-MINUTES TO EX-AVG-MINUTES.
063800     MOVE FS-RISK-CALLS TO EX-RISK-CALLS.
063900     MOVE FS-RISK-MINUTES TO EX-RISK-MINUTES.
064000     MOVE FS-REASONS TO EX-REASONS.
064100     MOVE FS-HELD-CALLS TO EX-HELD-CALLS.
064200     RELEASE EXCEPTION-REC.
064300     ADD 1 TO FS-EXCEPTION-COUNT.
064400 3000-EXIT.
064500     EXIT.

064600*----------------------------------------------------------------
064700* 3050-TEST-VOLUME.
064800*    THE VOLUME TEST FAILS WHEN THE DAY'S CALLS, OR THE DAY'S
064900*    MINUTES, ARE PAST THEIR FLOOR AND MORE THAN THE VOLUME
065000*    FACTOR TIMES THE TRAILING DAILY AVERAGE.  A CALLER WITH NO
065100*    TRAILING TRAFFIC AT ALL FAILS AS SOON AS IT PASSES A FLOOR.
065200*----------------------------------------------------------------
065300 3050-TEST-VOLUME.
065400     MULTIPLY FS-AVG-CALLS BY FS-VOLUME-FACTOR
065500         GIVING FS-LIMIT-WORK.
065600     IF FS-DAY-CALLS NOT < FS-MIN-CALLS
065700             AND FS-DAY-CALLS > FS-LIMIT-WORK
065800         MOVE "V" TO FS-REASONS (1:1).
065900     MULTIPLY FS-AVG-MINUTES BY FS-VOLUME-FACTOR
066000         GIVING FS-LIMIT-WORK.
066100     IF FS-DAY-MINUTES NOT < FS-MIN-MINUTES
066200             AND FS-DAY-MINUTES > FS-LIMIT-WORK
066300         MOVE "V" TO FS-REASONS (1:1).
066400 3050-EXIT.
066500     EXIT.

066600*----------------------------------------------------------------
066700* 3100-LOOK-UP-ACCOUNT.
066800*    FINDS THE CALLER'S CUSTOMER MASTER RECORD THROUGH THE
066900*    PHONE INDEX FOR THE REPORT NAME AND STATUS, AND FLAGS A
067000*    SUSPENDED OR CLOSED ACCOUNT STILL MAKING CALLS.
067100*----------------------------------------------------------------
067200 3100-LOOK-UP-ACCOUNT.
067300     MOVE "NO CUSTOMER RECORD" TO EX-NAME.
067400     MOVE "NONE" TO EX-STATUS-TEXT.
067500     CALL "SEARCH-CUSTOMER-PHONE" USING FS-CUST-NUM
067600         FS-PREV-CALLER FS-PREV-CALLER-CC FS-PREV-CALLER-EXT.
067700     IF FS-CUST-NUM = ZERO
067800         GO TO 3100-EXIT.
067900     CALL "READ-CUSTOMERS" USING FS-STATS FS-CUST-REC FS-CUST-NUM.
068000     IF FS-STATS NOT = 0
068100         GO TO 3100-EXIT.
068200     MOVE INAME OF FS-CUST-REC TO EX-NAME.
068300     IF IACCT-CLOSED OF FS-CUST-REC
068400         MOVE "CLOSED" TO EX-STATUS-TEXT
068500         MOVE "C" TO FS-REASONS (3:1)
068600     ELSE IF IACCT-SUSPENDED OF FS-CUST-REC
068700         MOVE "SUSPENDED" TO EX-STATUS-TEXT
068800         MOVE "S" TO FS-REASONS (3:1)
068900     ELSE
069000         MOVE "ACTIVE" TO EX-STATUS-TEXT.
069100 3100-EXIT.
069200     EXIT.

069300*----------------------------------------------------------------
069400* 3200-SCORE-SEVERITY.
069500*    10 POINTS PER WHOLE MULTIPLE OF THE TRAILING AVERAGE (THE
069600*    LARGER OF THE CALL AND MINUTE MULTIPLES, AGAINST THE FLOOR
069700*    WHEN THERE IS NO AVERAGE) IF THE VOLUME TEST FAILED, 10
069800*    PER HIGH-RISK CALL PLUS 1 PER HIGH-RISK MINUTE, AND 100
069900*    FOR A SUSPENDED OR 200 FOR A CLOSED ACCOUNT.
070000*----------------------------------------------------------------
070100 3200-SCORE-SEVERITY.
070200     MOVE ZERO TO FS-SCORE-WORK.
070300     IF FS-REASONS (1:1) = "V"
070400         IF FS-AVG-CALLS = ZERO
070500             DIVIDE FS-DAY-CALLS BY FS-MIN-CALLS
070600                 GIVING FS-CALL-MULTIPLE
070700         ELSE
070800             DIVIDE FS-DAY-CALLS BY FS-AVG-CALLS
070900                 GIVING FS-CALL-MULTIPLE
071000         END-IF
071100         IF FS-AVG-MINUTES = ZERO
071200             DIVIDE FS-DAY-MINUTES BY FS-MIN-MINUTES
071300                 GIVING FS-MULTIPLE
071400         ELSE
071500             DIVIDE FS-DAY-MINUTES BY FS-AVG-MINUTES
071600                 GIVING FS-MULTIPLE
071700         END-IF
071800         IF FS-CALL-MULTIPLE > FS-MULTIPLE
071900             MOVE FS-CALL-MULTIPLE TO FS-MULTIPLE
072000         END-IF
072100         COMPUTE FS-SCORE-WORK = FS-MULTIPLE * 10
072200     END-IF.
072300     COMPUTE FS-SCORE-WORK = FS-SCORE-WORK
072400         + FS-RISK-CALLS * 10 + FS-RISK-MINUTES.
072500     IF FS-REASONS (3:1) = "S"
072600         ADD 100 TO FS-SCORE-WORK
072700     ELSE IF FS-REASONS (3:1) = "C"
072800         ADD 200 TO FS-SCORE-WORK.
072900     IF FS-SCORE-WORK > 99999
073000         MOVE 99999 TO FS-SEVERITY
073100     ELSE
073200         MOVE FS-SCORE-WORK TO FS-SEVERITY.
073300 3200-EXIT.
073400     EXIT.

073500*----------------------------------------------------------------
073600* 3300-HOLD-ONE-CALL.
073700*    GIVES ONE OF THE DAY'S CALLS A HELD SLOT IF IT IS FLAGGED,
073800*    STILL UNBILLED AND NOT ALREADY ON THE FRAUD-HOLDS FILE.
073900*    EVERY CALL IS FLAGGED WHEN THE VOLUME OR ACCOUNT TEST
074000*    FAILED; OTHERWISE ONLY THE HIGH-RISK CALLS ARE.
074100*----------------------------------------------------------------
074200 3300-HOLD-ONE-CALL.
074300     IF FS-DAY-UNBILLED (FS-DAY-INDEX) NOT = "Y"
074400         GO TO 3300-EXIT.
074500     IF FS-REASONS (1:1) = SPACE AND FS-REASONS (3:1) = SPACE
074600             AND FS-DAY-RISK (FS-DAY-INDEX) NOT = "Y"
074700         GO TO 3300-EXIT.
074800     SET FS-NOT-YET-HELD TO TRUE.
074900     IF FS-SLOT-COUNT NOT = ZERO
075000         SET FS-SLOT-INDEX TO 1
075100         SEARCH FS-SLOT-ENTRY
075200             WHEN FS-SLOT-PHONE (FS-SLOT-INDEX) = FS-PREV-CALLER
075300                 AND FS-SLOT-CC (FS-SLOT-INDEX)
075310                     = FS-PREV-CALLER-CC
075320                 AND FS-SLOT-EXT (FS-SLOT-INDEX)
075330                     = FS-PREV-CALLER-EXT
075400                 AND FS-SLOT-CALL-DATE (FS-SLOT-INDEX)
075500                     = FS-DAY-DATE (FS-DAY-INDEX)
075600                 AND FS-SLOT-CALLEE (FS-SLOT-INDEX)
075700                     = FS-DAY-CALLEE (FS-DAY-INDEX)
075710                 AND FS-SLOT-CALLEE-CC (FS-SLOT-INDEX)
075720                     = FS-DAY-CALLEE-CC (FS-DAY-INDEX)
075800                 AND FS-SLOT-DUR (FS-SLOT-INDEX)
075900                     = FS-DAY-DUR (FS-DAY-INDEX)
076000                 SET FS-ALREADY-HELD TO TRUE
076100         END-SEARCH
076200     END-IF.
076300     IF FS-ALREADY-HELD
076400         GO TO 3300-EXIT.
076500     IF FS-SLOT-COUNT >= 5000
076600         DISPLAY "Fraud hold slot table full - call record "
076700             FS-DAY-RECORD-NUM (FS-DAY-INDEX) " not held"
076800         GO TO 3300-EXIT.
076900     MOVE "H" TO FH-STATUS.
077000     MOVE FS-PREV-CALLER TO FH-PHONE.
077100     MOVE FS-PREV-CALLER-CC TO FH-CC.
077200     MOVE FS-PREV-CALLER-EXT TO FH-EXT.
077300     MOVE FS-DAY-RECORD-NUM (FS-DAY-INDEX) TO FH-CALL-RECORD-NUM.
077400     MOVE FS-DAY-DATE (FS-DAY-INDEX) TO FH-CALL-DATE.
077500     MOVE FS-DAY-CALLEE (FS-DAY-INDEX) TO FH-CALLEE.
077600     MOVE FS-DAY-CALLEE-CC (FS-DAY-INDEX) TO FH-CALLEE-CC.
077700     MOVE FS-DAY-DUR (FS-DAY-INDEX) TO FH-DUR.
077800     MOVE FS-SEVERITY TO FH-SEVERITY.
077900     MOVE FS-REASONS TO FH-REASONS.
078000     MOVE FS-TODAY TO FH-DATE-HELD.
078100     MOVE SPACES TO FH-CLEARED-BY.
078200     MOVE ZERO TO FH-DATE-CLEARED.
078300     WRITE HOLD-REC.
078400     IF FS-HOLD-STATUS NOT = "00"
078500         DISPLAY "Fraud hold slot could not be written for call"
078600             " record " FH-CALL-RECORD-NUM
078700         GO TO 3300-EXIT.
078800     ADD 1 TO FS-SLOT-COUNT.
078900     PERFORM 1330-TABLE-SLOT THRU 1330-EXIT.
079000     ADD 1 TO FS-HELD-CALLS.
079100     ADD 1 TO FS-TOTAL-HELD.
079200 3300-EXIT.
079300     EXIT.

079400*----------------------------------------------------------------
079500* 4000-PRINT-EXCEPTIONS.
079600*    OUTPUT PROCEDURE FOR THE SEVERITY SORT - PRINTS THE
079700*    EXCEPTIONS HIGHEST SEVERITY FIRST, THEN THE RUN TOTALS.
079800*----------------------------------------------------------------
079900 4000-PRINT-EXCEPTIONS.
080000     OPEN OUTPUT PRINT-FILE.
080100     MOVE FS-SCREEN-DATE TO HL-SCREEN-DATE.
080200     MOVE FS-WINDOW-START TO HL-WINDOW-START.
080300     IF FS-HOLD-REQUESTED
080400         MOVE "YES" TO HL-HOLD-MODE
080500     ELSE
080600         MOVE "NO" TO HL-HOLD-MODE.
080700     WRITE PRINT-LINE FROM HEADING-LINE-1.
080800     WRITE PRINT-LINE FROM LEGEND-LINE.
080900     WRITE PRINT-LINE FROM BLANK-LINE.
081000     WRITE PRINT-LINE FROM HEADING-LINE-2.
081100     SET FS-MORE-EXCEPTIONS TO TRUE.
081200     PERFORM 4050-RETURN-EXCEPTION THRU 4050-EXIT.
081300     IF FS-NO-MORE-EXCEPTIONS
081400         WRITE PRINT-LINE FROM NONE-LINE.
081500     PERFORM 4100-PRINT-ONE-EXCEPTION THRU 4100-EXIT
081600         UNTIL FS-NO-MORE-EXCEPTIONS.
081700     WRITE PRINT-LINE FROM BLANK-LINE.
081800     MOVE "CALLERS WITH TRAFFIC ON DAY:" TO CL-LABEL.
081900     MOVE FS-CALLERS-SCREENED TO CL-COUNT.
082000     WRITE PRINT-LINE FROM COUNT-LINE.
082100     MOVE "CALLERS FLAGGED:" TO CL-LABEL.
082200     MOVE FS-EXCEPTION-COUNT TO CL-COUNT.
082300     WRITE PRINT-LINE FROM COUNT-LINE.
082400     MOVE "CALLS HELD FROM BILLING:" TO CL-LABEL.
082500     MOVE FS-TOTAL-HELD TO CL-COUNT.
082600     WRITE PRINT-LINE FROM COUNT-LINE.
082700     MOVE "HIGH-RISK COUNTRY CODES:" TO CL-LABEL.
082800     MOVE FS-RISK-LISTED-COUNT TO CL-COUNT.
082900     WRITE PRINT-LINE FROM COUNT-LINE.
083000     CLOSE PRINT-FILE.
083100 4000-EXIT.
083200     EXIT.

083300 4050-RETURN-EXCEPTION.
083400     RETURN EXCEPTION-WORK-FILE
083500         AT END SET FS-NO-MORE-EXCEPTIONS TO TRUE.
083600 4050-EXIT.
083700     EXIT.

083800 4100-PRINT-ONE-EXCEPTION.
083900     MOVE EX-SEVERITY TO DL-SEVERITY.
084000     MOVE EX-PHONE TO DL-PHONE.
084100     MOVE EX-CC TO DL-CC.
084200     MOVE EX-EXT TO DL-EXT.
084300     MOVE EX-NAME TO DL-NAME.
084400     MOVE EX-STATUS-TEXT TO DL-STATUS.
084500     MOVE EX-DAY-CALLS TO DL-DAY-CALLS.
084600     MOVE EX-AVG-CALLS TO DL-AVG-CALLS.
084700     MOVE EX-DAY-MINUTES TO DL-DAY-MINUTES.
084800     MOVE EX-AVG-MINUTES TO DL-AVG-MINUTES.
084900     MOVE EX-RISK-CALLS TO DL-RISK-CALLS.
085000     MOVE EX-RISK-MINUTES TO DL-RISK-MINUTES.
085100     MOVE EX-REASONS TO DL-REASONS.
085200     MOVE EX-HELD-CALLS TO DL-HELD.
085300     WRITE PRINT-LINE FROM DETAIL-LINE.
085400     PERFORM 4050-RETURN-EXCEPTION THRU 4050-EXIT.
085500 4100-EXIT.
085600     EXIT.

085700*----------------------------------------------------------------
085800* 8000-TERMINATE.
085900*----------------------------------------------------------------
086000 8000-TERMINATE.
086100     IF FS-HOLD-FILE-OPEN
086200         CLOSE HOLD-FILE.
086300     CALL "CLOSE-CUSTOMERS".
086400     CALL "CLOSE-CUSTOMER-PHONE".
086500     MOVE FS-CALLERS-SCREENED TO FS-COUNT-DISPLAY.
086600     DISPLAY "Callers with traffic on " FS-SCREEN-DATE ": "
086700         FS-COUNT-DISPLAY.
086800     MOVE FS-EXCEPTION-COUNT TO FS-COUNT-DISPLAY.
086900     DISPLAY "Callers flagged:           " FS-COUNT-DISPLAY.
087000     MOVE FS-TOTAL-HELD TO FS-COUNT-DISPLAY.
087100     DISPLAY "Calls held from billing:   " FS-COUNT-DISPLAY.
087200 8000-EXIT.
087300     EXIT.
