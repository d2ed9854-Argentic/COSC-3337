001899*                     ACCOUNT EXISTS, SO THE MONEY BECOMES A
001899*                     REAL INVOICE INSTEAD OF A CUSTOMER-ZERO
001899*                     WRITE-OFF.
001899*    10/15/2026  RH   CUSTOMERS ON A CALLING PLAN (THE PLAN CODE
001899*                     PROJECT3 NOW KEEPS ON THE CUSTOMER MASTER)
001899*                     ARE BILLED UNDER THE EFFECTIVE-DATED PLAN
001899*                     MASTER FILE KEPT BY PLANMNT - THE PLAN'S
001899*                     MONTHLY FEE IS CHARGED ONCE PER RUN, EACH
001899*                     CALL DRAWS DOWN THE PLAN'S INCLUDED
001899*                     MINUTES IN DATE ORDER, AND ONLY THE
001899*                     MINUTES PAST THE ALLOWANCE ARE CHARGED, AT
001899*                     THE PLAN'S OWN DURATION TIERS.  A PLAN
001899*                     CUSTOMER WITH NO CALLS STILL GETS AN
001899*                     INVOICE FOR THE FEE - THE SORT INPUT
001899*                     PROCEDURE WALKS THE CUSTOMER MASTER AND
001899*                     RELEASES ONE FEE-ONLY RECORD (RECORD
001899*                     NUMBER ZERO) PER PLAN CUSTOMER.  A CLOSED
001899*                     ACCOUNT IS NOT CHARGED THE FEE AND ITS
001899*                     CALLS RATE AT THE STANDARD TARIFF.  THE
001899*                     INVOICE, THE "I" LEDGER LINE AND THE
001899*                     VENDOR EXTRACT HEADER CARRY THE PLAN FEE,
001899*                     INCLUDED MINUTES USED AND OVERAGE AS
001899*                     SEPARATE AMOUNTS.  THE EXTRACT RECORD IS
001899*                     WIDENED TO 200 BYTES - THE 150-BYTE RECORD
001899*                     WAS ALREADY CUTTING OFF THE FEDERAL
001899*                     SURCHARGE AT THE END OF THE HEADER.
001899*    10/15/2026  RH   EVERY INVOICE CLOSED OUT NOW ALSO WRITES
001899*                     ONE "I" LINE TO THE TAX REMITTANCE
001899*                     REGISTER - STATE, RUN, TAXABLE TOTAL,
001899*                     STATE TAX, SURCHARGE AND THE TAX MASTER
001899*                     ENTRY APPLIED - SO THE MONTHLY TAX FILING
001899*                     REPORT HAS SOMETHING TO FILE FROM.
001899*    10/15/2026  RH   THE "I" LEDGER LINE NOW CARRIES THE STATE
001899*                     TAX PLUS SURCHARGE IT INCLUDES, SO THE
001899*                     GENERAL LEDGER JOURNAL CAN SPLIT IT OUT.
001899*    10/15/2026  RH   AN UNBILLED CALL THE FRAUD SCREEN HAS HELD
001899*                     (A HELD SLOT ON THE FRAUD-HOLDS FILE) IS
001899*                     LEFT OUT OF THE RUN AND STAYS UNBILLED
001899*                     UNTIL AN ANALYST CLEARS IT IN FRAUDMNT.
001899*                     THE HELD CALLS ARE COUNTED ON THE CONSOLE.
001899*    10/15/2026  RH   RUNS AS A STEP OF THE NIGHTLY JOB STREAM -
001899*                     ENDS WITH GOBACK INSTEAD OF STOP RUN, SETS
001899*                     RETURN-CODE 8 WHEN THE RUN IS REFUSED, AND
001899*                     POSTS ITS INVOICE AND CALL COUNTS THROUGH
001899*                     THE SHARED STEPCNT MODULE.
001899*    10/15/2026  RH   BILLS ONE BILL CYCLE PER RUN.  THE
001899*                     OPERATOR KEYS THE CYCLE (00 = THE CYCLE
001899*                     WHOSE CUTOFF DAY IS TODAY, SO THE NIGHTLY
001899*                     STREAM BILLS EACH CYCLE ON ITS OWN DAY);
001899*                     ONLY CUSTOMERS IN THAT CYCLE (THE CYCLE ON
001899*                     THEIR MASTER, OR THE LOWEST CYCLE WHEN
001899*                     NONE IS SET) ARE INVOICED, ONLY CALLS
001899*                     DATED UP TO THE CYCLE'S CUTOFF ARE
001899*                     PICKED UP, AND THE INVOICE, LEDGER LINE
001899*                     AND TAX REGISTER LINE ARE DATED ON THE
001899*                     CUTOFF.  EVERYONE ELSE'S CALLS STAY
001899*                     UNBILLED FOR THEIR OWN CYCLE'S RUN.  WITH
001899*                     NO BILL CYCLE FILE THE RUN BILLS EVERY
001899*                     CUSTOMER AS BEFORE.
001899*    10/15/2026  RH   A PLAN'S MONTHLY FEE AND INCLUDED MINUTES
001899*                     ARE GIVEN ONCE PER BILLING PERIOD - THE
001899*                     CYCLE'S PERIOD, OR THE CALENDAR MONTH WHEN
001899*                     NO CYCLES ARE ON FILE.  AN ACCOUNT WHOSE
001899*                     "I" LEDGER LINE FOR THE PERIOD ALREADY
001899*                     CARRIES A PLAN FEE (FROM A RUN NOT SINCE
001899*                     REVERSED) GETS NO FEE-ONLY INVOICE AND
001899*                     BILLS ANY FURTHER CALLS AS OVERAGE, SO A
001899*                     RERUN, A RESTARTED STEP OR A NIGHTLY RUN
001899*                     DOES NOT CHARGE THE FEE TWICE.
001899*    10/15/2026  RH   EACH "I" LEDGER LINE NOW ALSO CARRIES THE
001899*                     RUN DATE AND THE CODE OF THE PLAN THE
001899*                     INVOICE WAS BILLED ON (SPACES WHEN OFF
001899*                     PLAN) - THE DATE THE PLAN TIERS AND TAX
001899*                     RATES WERE CHOSEN BY.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002658         ORGANIZATION IS LINE SEQUENTIAL
002659         FILE STATUS IS CB-TAX-FILE-STATUS.

002659     SELECT TAX-REGISTER-FILE ASSIGN TO "tax-register"
002659         ORGANIZATION IS LINE SEQUENTIAL
002659         FILE STATUS IS CB-TAX-REG-STATUS.

002659     SELECT PLAN-FILE ASSIGN TO "plan-file"
002659         ORGANIZATION IS LINE SEQUENTIAL
002659         FILE STATUS IS CB-PLAN-FILE-STATUS.

002659     SELECT CUST-SEQ-FILE ASSIGN TO "customer-file"
002659         ORGANIZATION IS RELATIVE
002659         ACCESS IS SEQUENTIAL
002659         RELATIVE KEY IS CB-CUST-KEY
002659         FILE STATUS IS CB-CUST-SEQ-STATUS.

002659     SELECT HOLD-FILE ASSIGN TO "fraud-holds"
002659         ORGANIZATION IS RELATIVE
002659         ACCESS IS SEQUENTIAL
002659         RELATIVE KEY IS CB-HOLD-KEY
002659         FILE STATUS IS CB-HOLD-STATUS.

002660     SELECT RUN-COUNTER-FILE ASSIGN TO "billing-run-seq"
002670         ORGANIZATION IS RELATIVE
002680         ACCESS IS RANDOM
002690         RELATIVE KEY IS CB-RUN-SEQ-KEY
002695         FILE STATUS IS CB-RUN-SEQ-STATUS.

002696     SELECT FEE-LEDGER-FILE ASSIGN TO "receivables-file"
002697         ORGANIZATION IS LINE SEQUENTIAL
002698         FILE STATUS IS CB-FEE-LEDGER-STATUS.

002700     SELECT SORT-WORK-FILE ASSIGN TO "callbill-sort-work".

002800     SELECT SORTED-CALL-FILE ASSIGN TO "callbill-sorted"
003938 01  TAX-LINE-REC.
003939     COPY TAXREC.

003939 FD  TAX-REGISTER-FILE.
003939 01  TAX-REGISTER-REC.
003939     COPY TAXREG.

003939 FD  PLAN-FILE.
003939 01  PLAN-LINE-REC.
003939     COPY PLANREC.

003939 FD  CUST-SEQ-FILE.
003939 01  CUST-SEQ-REC.
003939     COPY CUSTREC.

003939 FD  HOLD-FILE.
003939 01  HOLD-REC.
003939     COPY FRDHOLD.

003939 FD  FEE-LEDGER-FILE.
003939 01  FEE-LEDGER-REC.
003939     COPY ARREC.

003940 FD  RUN-COUNTER-FILE.
003950 01  RUN-SEQ-REC.
003960     05  RUN-HIGH-WATER-MARK    PIC 9(05).
004700 01  PRINT-LINE                 PIC X(100).

004710 FD  EXTRACT-FILE.
004720 01  EXTRACT-LINE               PIC X(200).

004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------------
005299 01  CB-TAX-INDEX                PIC 9(03).
005299 01  CB-TAX-BEST                 PIC 9(03).
005299 01  CB-TAX-BEST-EFF             PIC 9(08).
005299 01  CB-TAX-REG-STATUS           PIC XX.
005299 01  CB-TAX-TABLE.
005299     05  CB-TAX-ENTRY OCCURS 200 TIMES.
005299         10  CB-TAX-STATE        PIC XX.
005299         10  CB-TAX-STATE-PCT    PIC 99V99.
005299         10  CB-TAX-FED-PCT      PIC 99V99.

005299*----------------------------------------------------------------
005299* EFFECTIVE-DATED CALLING PLANS LOADED FROM THE PLAN MASTER
005299* FILE AT START-UP.  A PLAN CUSTOMER IS BILLED UNDER THE
005299* LATEST LINE FOR ITS PLAN CODE WHOSE EFFECTIVE DATE IS NOT
005299* AFTER THE RUN DATE.  EACH ENTRY MIRRORS PLANREC.
005299*----------------------------------------------------------------
005299 01  CB-PLAN-FILE-STATUS         PIC XX.
005299 01  CB-PLAN-COUNT               PIC 9(03).
005299 01  CB-PLAN-INDEX               PIC 9(03).
005299 01  CB-PLAN-BEST                PIC 9(03).
005299 01  CB-PLAN-BEST-EFF            PIC 9(08).
005299 01  CB-PLAN-WANTED              PIC X(04).
005299 01  CB-PLAN-TABLE.
005299     05  CB-PLAN-ENTRY OCCURS 100 TIMES.
005299         10  CB-PLAN-CODE        PIC X(04).
005299         10  CB-PLAN-EFF-DATE    PIC 9(08).
005299         10  CB-PLAN-NAME        PIC X(20).
005299         10  CB-PLAN-FEE         PIC 9(05)V99.
005299         10  CB-PLAN-INCL        PIC 9(05).
005299         10  CB-PLAN-TIER OCCURS 4 TIMES.
005299             15  CB-PLAN-DUR-LOW PIC 9(05).
005299             15  CB-PLAN-DUR-HIGH
005299                                 PIC 9(05).
005299             15  CB-PLAN-RATE    PIC 9V99.

005299*----------------------------------------------------------------
005299* THE PLAN IN FORCE ON THE INVOICE BEING BUILT, AND ITS
005299* INCLUDED-MINUTE DRAWDOWN.
005299*----------------------------------------------------------------
005299 01  CB-ON-PLAN-SWITCH           PIC X(01).
005299     88  CB-ON-PLAN              VALUE "Y".
005299     88  CB-OFF-PLAN             VALUE "N".
005299 01  CB-INV-PLAN                 PIC 9(03).
005299 01  CB-PLAN-FEE-DUE             PIC 9(07)V99.
005299 01  CB-INCL-ALLOWED             PIC 9(07).
005299 01  CB-INCL-USED                PIC 9(07).
005299 01  CB-INCL-LEFT                PIC 9(07).
005299 01  CB-CALL-INCL                PIC 9(05).
005299 01  CB-CALL-OVER                PIC 9(05).
005299 01  CB-OVERAGE-TOTAL            PIC 9(09)V99.
005299 01  CB-CUST-SEQ-STATUS          PIC XX.
005299 01  CB-CUST-KEY                 PIC 9(09).
005299 01  CB-CUST-EOF-SWITCH          PIC X(01).
005299     88  CB-NO-MORE-CUSTOMERS    VALUE "Y".
005299     88  CB-MORE-CUSTOMERS       VALUE "N".
005299 01  CB-FEE-ONLY-COUNT           PIC 9(09).

005299*----------------------------------------------------------------
005299* CALLS HELD OUT OF BILLING BY THE FRAUD SCREEN - THE CALL
005299* RECORD NUMBER OF EVERY SLOT STILL HELD ON THE FRAUD-HOLDS
005299* FILE, LOADED AT START-UP.
005299*----------------------------------------------------------------
005299 01  CB-HOLD-STATUS              PIC XX.
005299 01  CB-HOLD-KEY                 PIC 9(09).
005299 01  CB-HELD-CALLS               PIC 9(09).
005299 01  CB-HOLD-EOF-SWITCH          PIC X(01).
005299     88  CB-NO-MORE-HOLDS        VALUE "Y".
005299     88  CB-MORE-HOLDS           VALUE "N".
005299 01  CB-HOLD-OVERFLOW-SWITCH     PIC X(01).
005299     88  CB-HOLD-OVERFLOW        VALUE "Y".
005299     88  CB-HOLD-FITS            VALUE "N".
005299 01  CB-FRAUD-HOLD-SWITCH        PIC X(01).
005299     88  CB-FRAUD-HELD           VALUE "Y".
005299     88  CB-NOT-FRAUD-HELD       VALUE "N".
005299 01  CB-HOLD-COUNT               PIC 9(04) COMP.
005299 01  CB-HOLD-TABLE.
005299     05  CB-HOLD-ENTRY OCCURS 0 TO 5000 TIMES
005299             DEPENDING ON CB-HOLD-COUNT
005299             INDEXED BY CB-HOLD-INDEX.
005299         10  CB-HOLD-RECORD-NUM  PIC 9(09).

005299*----------------------------------------------------------------
005299* THE BILL CYCLE THIS RUN INVOICES.  CB-CUTOFF-DATE IS THE
005299* LAST CALL DATE PICKED UP AND CB-INVOICE-DATE THE DATE THE
005299* INVOICES ARE POSTED UNDER - BOTH THE CYCLE'S CUTOFF, OR
005299* 99999999 AND THE RUN DATE WHEN NO CYCLES ARE ON FILE.
005299*----------------------------------------------------------------
005299 01  CB-CYCLE-COUNT              PIC 9(02).
005299 01  CB-CYCLE-KEYED              PIC X(02).
005299 01  CB-CYCLE-KEYED-NUM REDEFINES CB-CYCLE-KEYED
005299                                 PIC 9(02).
005299 01  CB-CYCLE-REC.
005299     COPY CYCREC.
005299 01  CB-CYCLE-SWITCH             PIC X(01).
005299     88  CB-CYCLE-NOT-CHOSEN     VALUE SPACE.
005299     88  CB-ALL-CYCLES           VALUE "A".
005299     88  CB-ONE-CYCLE            VALUE "C".
005299     88  CB-NO-CYCLE-TODAY       VALUE "N".
005299 01  CB-CYCLE-MATCH-SWITCH       PIC X(01).
005299     88  CB-CYCLE-MATCH          VALUE "Y".
005299     88  CB-CYCLE-NO-MATCH       VALUE "N".
005299 01  CB-CUTOFF-DATE              PIC 9(08).
005299 01  CB-CUTOFF-DATE-X REDEFINES CB-CUTOFF-DATE
005299                                 PIC X(08).
005299 01  CB-PERIOD-START             PIC 9(08).
005299 01  CB-INVOICE-DATE             PIC 9(08).
005299 01  CB-ACCOUNT-CYCLE            PIC 9(02).
005299 01  CB-EFFECTIVE-CYCLE          PIC 9(02).
005299 01  CB-LATER-CALLS              PIC 9(09).
005299 01  CB-OTHER-CYCLE-CALLS        PIC 9(09).
005299 01  CB-OTHER-CYCLE-CALLERS      PIC 9(09).

005299*----------------------------------------------------------------
005299* PLAN FEES ALREADY CHARGED THIS BILLING PERIOD - THE PHONE KEY
005299* AND RUN OF EVERY "I" LEDGER LINE DATED IN THE PERIOD THAT
005299* CARRIES A PLAN FEE, AND A FLAG FOR EVERY RUN NUMBER THE
005299* REVERSAL UTILITY HAS OFFSET, LOADED AT START-UP.  A FEE
005299* POSTED BY A REVERSED RUN DOES NOT COUNT.
005299*----------------------------------------------------------------
005299 01  CB-FEE-LEDGER-STATUS        PIC XX.
005299 01  CB-FEE-LEDGER-EOF-SWITCH    PIC X(01).
005299     88  CB-NO-MORE-FEE-LINES    VALUE "Y".
005299     88  CB-MORE-FEE-LINES       VALUE "N".
005299 01  CB-FEE-OVERFLOW-SWITCH      PIC X(01).
005299     88  CB-FEE-OVERFLOW         VALUE "Y".
005299     88  CB-FEE-FITS             VALUE "N".
005299 01  CB-FEE-CHARGED-SWITCH       PIC X(01).
005299     88  CB-FEE-CHARGED          VALUE "Y".
005299     88  CB-FEE-NOT-CHARGED      VALUE "N".
005299 01  CB-FEE-WANTED-PHONE         PIC 9(10).
005299 01  CB-FEE-WANTED-CC            PIC 9(03).
005299 01  CB-FEE-WANTED-EXT           PIC 9(05).
005299 01  CB-FEES-SKIPPED             PIC 9(09).
005299 01  CB-FEE-COUNT                PIC 9(05) COMP.
005299 01  CB-FEE-TABLE.
005299     05  CB-FEE-ENTRY OCCURS 0 TO 10000 TIMES
005299             DEPENDING ON CB-FEE-COUNT
005299             INDEXED BY CB-FEE-INDEX.
005299         10  CB-FEE-PHONE        PIC 9(10).
005299         10  CB-FEE-CC           PIC 9(03).
005299         10  CB-FEE-EXT          PIC 9(05).
005299         10  CB-FEE-RUN          PIC 9(05).
005299 01  CB-REVERSED-RUNS.
005299     05  CB-RUN-REVERSED         PIC X(01) OCCURS 99999 TIMES.

005300*----------------------------------------------------------------
005400* WORKING STORAGE.
005500*----------------------------------------------------------------
006466 01  CB-SUSPENSE-SWITCH          PIC X(01).
006468     88  CB-IN-SUSPENSE          VALUE "Y".
006470     88  CB-NOT-SUSPENSE         VALUE "N".
006470     88  CB-OUT-OF-CYCLE         VALUE "X".
006472 01  CB-SUSPENSE-CALLS           PIC 9(09).
006474 01  CB-SUSPENSE-CALLERS         PIC 9(09).
006500 01  CB-CUST-REC.
006979     05  EH-INVOICE-TOTAL        PIC 9(09)V99.
006979     05  EH-STATE-TAX            PIC 9(07)V99.
006979     05  EH-FED-SURCHARGE        PIC 9(07)V99.
006979     05  EH-PLAN-CODE            PIC X(04).
006979     05  EH-PLAN-FEE             PIC 9(07)V99.
006979     05  EH-INCL-MINUTES         PIC 9(07).
006979     05  EH-OVERAGE              PIC 9(09)V99.
006980 01  EXT-DETAIL-REC.
006981     05  ED-RECORD-TYPE          PIC X(01) VALUE "D".
006982     05  ED-DATE                 PIC X(12).
006996     05  CB-EXT-DETAIL-ENTRY OCCURS 2000 TIMES
006997                                 PIC X(45).
006998 01  CB-INVOICE-COUNT            PIC 9(09).
006998 01  CB-BILLED-CALLS             PIC 9(09).
006998 01  CB-STEP-COUNTS.
006998     COPY STEPREC.
006999 01  CB-GRAND-TOTAL              PIC 9(11)V99.

007000*----------------------------------------------------------------
007702     05  FILLER                 PIC X(06) VALUE "  RUN ".
007704     05  HL-RUN-NUM             PIC 9(05).

007706 01  CYCLE-HEADING-LINE.
007706     05  FILLER                 PIC X(11) VALUE "BILL CYCLE ".
007706     05  CH-CYCLE               PIC 9(02).
007706     05  FILLER                 PIC X(02) VALUE SPACES.
007706     05  CH-NAME                PIC X(20).
007706     05  FILLER                 PIC X(15)
007706             VALUE "  CALLS THROUGH".
007706     05  FILLER                 PIC X(01) VALUE SPACE.
007706     05  CH-CUTOFF              PIC 9(08).
007706     05  FILLER                 PIC X(15)
007706             VALUE "  INVOICE DATE ".
007706     05  CH-INVOICE-DATE        PIC 9(08).

007710 01  HEADING-LINE-1B.
007720     05  FILLER                 PIC X(10) VALUE "ADDRESS:  ".
007730     05  HL-ADDRESS             PIC X(40).
009000     05  DL-DUR                 PIC ZZZZ9.
009100     05  FILLER                 PIC X(03) VALUE SPACES.
009200     05  DL-CHARGE              PIC Z,ZZZ,ZZZ.99.
009210     05  FILLER                 PIC X(02) VALUE SPACES.
009220     05  DL-NOTE                PIC X(12).

009300 01  TOTAL-LINE.
009400     05  FILLER           PIC X(20) VALUE "     INVOICE TOTAL ".
009580     05  FILLER           PIC X(20) VALUE "     TOTAL DUE     ".
009590     05  TDL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.

009580 01  PLAN-NAME-LINE.
009580     05  FILLER           PIC X(20) VALUE "     CALLING PLAN  ".
009580     05  PNL-CODE         PIC X(04).
009580     05  FILLER           PIC X(02) VALUE SPACES.
009580     05  PNL-NAME         PIC X(20).

009580 01  PLAN-FEE-LINE.
009580     05  FILLER           PIC X(20) VALUE "     PLAN FEE      ".
009580     05  PFL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.

009580 01  FEE-CHARGED-LINE.
009580     05  FILLER           PIC X(30)
009580                          VALUE "     FEE AND INCLUDED MINUTES ".
009580     05  FILLER           PIC X(27)
009580                          VALUE "ALREADY BILLED THIS PERIOD".

009580 01  PLAN-MINUTES-LINE.
009580     05  FILLER           PIC X(28)
009580                          VALUE "     INCLUDED MINUTES USED ".
009580     05  PML-USED         PIC Z,ZZZ,ZZ9.
009580     05  FILLER           PIC X(04) VALUE " OF ".
009580     05  PML-ALLOWED      PIC Z,ZZZ,ZZ9.

009580 01  OVERAGE-LINE.
009580     05  FILLER           PIC X(20) VALUE "     OVERAGE       ".
009580     05  OVL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.

009591 01  SUSPENDED-FLAG-LINE      PIC X(50) VALUE
009592     "*** ACCOUNT SUSPENDED - REVIEW BEFORE MAILING ***".

010200* 0000-MAIN-PARAGRAPH.
010300*----------------------------------------------------------------
010400 0000-MAIN-PARAGRAPH.
010450     PERFORM 1700-LOAD-FRAUD-HOLDS THRU 1700-EXIT.
010460     IF CB-HOLD-OVERFLOW
010470         DISPLAY "Too many fraud holds to track - work the"
010480             " hold list down in FRAUDMNT first"
010490         DISPLAY "Billing run refused - nothing billed"
010491         MOVE ZERO TO CB-INVOICE-COUNT CB-BILLED-CALLS
010492             CB-SUSPENSE-CALLS CB-HELD-CALLS
010493         PERFORM 8500-POST-STEP-COUNTS THRU 8500-EXIT
010494         MOVE 8 TO RETURN-CODE
010495         GOBACK.
010496     PERFORM 1800-SELECT-BILL-CYCLE THRU 1800-EXIT.
010497     IF CB-NO-CYCLE-TODAY
010497         DISPLAY "No bill cycle closes today - nothing billed"
010497         MOVE ZERO TO CB-INVOICE-COUNT CB-BILLED-CALLS
010497             CB-SUSPENSE-CALLS CB-HELD-CALLS
010497         PERFORM 8500-POST-STEP-COUNTS THRU 8500-EXIT
010497         MOVE ZERO TO RETURN-CODE
010497         GOBACK.
010498     PERFORM 1900-LOAD-FEES-CHARGED THRU 1900-EXIT.
010499     IF CB-FEE-OVERFLOW
010499         DISPLAY "Too many plan fees charged this period to"
010499             " track - billing run refused - nothing billed"
010499         MOVE ZERO TO CB-INVOICE-COUNT CB-BILLED-CALLS
010499             CB-SUSPENSE-CALLS CB-HELD-CALLS
010499         PERFORM 8500-POST-STEP-COUNTS THRU 8500-EXIT
010499         MOVE 8 TO RETURN-CODE
010499         GOBACK.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 3000-PROCESS-ONE-CALL THRU 3000-EXIT
010700         UNTIL CB-NO-MORE-CALLS.
010800     IF CB-PREV-CALLER NOT = ZERO AND CB-NOT-SUSPENSE
010900         PERFORM 3900-FINISH-INVOICE THRU 3900-EXIT.
011000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011050     PERFORM 8500-POST-STEP-COUNTS THRU 8500-EXIT.
011060     MOVE ZERO TO RETURN-CODE.
011100     GOBACK.

011200*----------------------------------------------------------------
011300* 1000-INITIALIZE.
011800     OPEN OUTPUT PRINT-FILE.
011810     OPEN OUTPUT EXTRACT-FILE.
011815     MOVE ZERO TO CB-INVOICE-COUNT CB-GRAND-TOTAL.
011816     MOVE ZERO TO CB-BILLED-CALLS.
011817     MOVE ZERO TO CB-FLAGGED-COUNT.
011818     MOVE ZERO TO CB-SUSPENSE-CALLS CB-SUSPENSE-CALLERS.
011818     MOVE ZERO TO CB-FEE-ONLY-COUNT CB-FEES-SKIPPED.
011818     MOVE ZERO TO CB-HELD-CALLS.
011818     MOVE ZERO TO CB-LATER-CALLS.
011818     MOVE ZERO TO CB-OTHER-CYCLE-CALLS CB-OTHER-CYCLE-CALLERS.
011819     SET CB-NOT-SUSPENSE TO TRUE.
011819     PERFORM 1400-OPEN-SUSPENSE-FILE THRU 1400-EXIT.
011819     PERFORM 1450-OPEN-TAX-REGISTER THRU 1450-EXIT.
011850     PERFORM 1100-ASSIGN-RUN-NUMBER THRU 1100-EXIT.
011860     PERFORM 1200-LOAD-RATE-SETS THRU 1200-EXIT.
011870     PERFORM 1300-LOAD-TAX-TABLE THRU 1300-EXIT.
011880     PERFORM 1600-LOAD-PLAN-TABLE THRU 1600-EXIT.
011890     IF CB-ONE-CYCLE
011890         MOVE CY-CYCLE OF CB-CYCLE-REC TO CH-CYCLE
011890         MOVE CY-NAME OF CB-CYCLE-REC TO CH-NAME
011890         MOVE CB-CUTOFF-DATE TO CH-CUTOFF
011890         MOVE CB-INVOICE-DATE TO CH-INVOICE-DATE
011890         WRITE PRINT-LINE FROM CYCLE-HEADING-LINE.
011900     MOVE ZERO TO CB-PREV-CALLER.
012000     SET CB-MORE-CALLS TO TRUE.
012100     SORT SORT-WORK-FILE
013059 1400-EXIT.
013059     EXIT.

013059*----------------------------------------------------------------
013059* 1450-OPEN-TAX-REGISTER.
013059*    OPENS THE TAX REMITTANCE REGISTER FOR APPEND, CREATING IT
013059*    THE FIRST TIME IT IS EVER USED.
013059*----------------------------------------------------------------
013059 1450-OPEN-TAX-REGISTER.
013059     OPEN EXTEND TAX-REGISTER-FILE.
013059     IF CB-TAX-REG-STATUS = "35"
013059         OPEN OUTPUT TAX-REGISTER-FILE
013059         CLOSE TAX-REGISTER-FILE
013059         OPEN EXTEND TAX-REGISTER-FILE.
013059     IF CB-TAX-REG-STATUS NOT = "00"
013059         DISPLAY "Tax register could not be opened".
013059 1450-EXIT.
013059     EXIT.

013060*----------------------------------------------------------------
013060* 1300-LOAD-TAX-TABLE.
013060*    READS EVERY EFFECTIVE-DATED TAX ENTRY FROM THE TAX MASTER
013062*----------------------------------------------------------------
013064* 1500-SELECT-UNBILLED.
013066*    INPUT PROCEDURE FOR THE CALLER SORT - RELEASES ONLY THE
013068*    CALLS NO EARLIER RUN HAS BILLED (IBILL-RUN STILL ZERO)
013069*    AND THE FRAUD SCREEN IS NOT HOLDING,
013070*    CARRYING EACH CALL'S RECORD NUMBER ALONG SO THE CALL CAN
013072*    BE STAMPED IN PLACE ONCE IT HAS BEEN INVOICED.  THEN
013073*    RELEASES ONE FEE-ONLY RECORD PER PLAN CUSTOMER SO THE
013073*    MONTHLY FEE IS INVOICED EVEN WHEN THE CUSTOMER MADE NO
013073*    CALLS.
013074*----------------------------------------------------------------
013076 1500-SELECT-UNBILLED.
013078     SET CB-MORE-RAW-CALLS TO TRUE.
013080     OPEN INPUT CALL-FILE.
013082     IF CB-CALL-STATUS NOT = "00"
013084         DISPLAY "Call file not on file - no calls to bill"
013086     ELSE
013088         PERFORM 1510-READ-RAW-CALL THRU 1510-EXIT
013090         PERFORM 1520-RELEASE-IF-UNBILLED THRU 1520-EXIT
013092             UNTIL CB-NO-MORE-RAW-CALLS
013094         CLOSE CALL-FILE.
013095     PERFORM 1530-RELEASE-PLAN-FEES THRU 1530-EXIT.
013096 1500-EXIT.
013098     EXIT.


013110 1520-RELEASE-IF-UNBILLED.
013112     IF IBILL-RUN OF CALL-REC = ZERO
013113         PERFORM 1525-CHECK-FRAUD-HOLD THRU 1525-EXIT
013113         IF CB-FRAUD-HELD
013113             ADD 1 TO CB-HELD-CALLS
013113         ELSE
013113             IF IDATE OF CALL-REC (1:8) > CB-CUTOFF-DATE-X
013113                 ADD 1 TO CB-LATER-CALLS
013113             ELSE
013114                 MOVE CALL-REC TO SR-CALL-DATA
013116                 MOVE CB-CALL-KEY TO SR-RECORD-NUM
013118                 RELEASE SORT-REC
013119             END-IF
013119         END-IF
013119     END-IF.
013120     PERFORM 1510-READ-RAW-CALL THRU 1510-EXIT.
013122 1520-EXIT.
013124     EXIT.

013124*----------------------------------------------------------------
013124* 1525-CHECK-FRAUD-HOLD.
013124*    LOOKS THE UNBILLED CALL'S RECORD NUMBER UP IN THE TABLE
013124*    OF CALLS THE FRAUD SCREEN STILL HOLDS.
013124*----------------------------------------------------------------
013124 1525-CHECK-FRAUD-HOLD.
013124     SET CB-NOT-FRAUD-HELD TO TRUE.
013124     IF CB-HOLD-COUNT = ZERO
013124         GO TO 1525-EXIT.
013124     SET CB-HOLD-INDEX TO 1.
013124     SEARCH CB-HOLD-ENTRY
013124         WHEN CB-HOLD-RECORD-NUM (CB-HOLD-INDEX) = CB-CALL-KEY
013124             SET CB-FRAUD-HELD TO TRUE
013124     END-SEARCH.
013124 1525-EXIT.
013124     EXIT.

013125*----------------------------------------------------------------
013125* 1530-RELEASE-PLAN-FEES.
013125*    WALKS THE CUSTOMER MASTER AND RELEASES ONE FEE-ONLY SORT
013125*    RECORD - THE CUSTOMER'S PHONE KEY, A ZERO DATE AND
013125*    DURATION, AND RECORD NUMBER ZERO - FOR EVERY ACCOUNT NOT
013125*    CLOSED WHOSE PLAN IS ON THE PLAN FILE.  THE ZERO DATE
013125*    SORTS IT AHEAD OF THE CUSTOMER'S OWN CALLS, SO IT OPENS
013125*    THE SAME INVOICE THEY LAND ON.  AN ACCOUNT ALREADY
013125*    CHARGED ITS FEE THIS PERIOD GETS NO FEE-ONLY RECORD.
013125*----------------------------------------------------------------
013125 1530-RELEASE-PLAN-FEES.
013125     IF CB-PLAN-COUNT = ZERO
013125         GO TO 1530-EXIT.
013125     OPEN INPUT CUST-SEQ-FILE.
013125     IF CB-CUST-SEQ-STATUS NOT = "00"
013125         DISPLAY "Customer file not on file - "
013125             "no plan fees to bill"
013125         GO TO 1530-EXIT.
013125     SET CB-MORE-CUSTOMERS TO TRUE.
013125     PERFORM 1540-READ-CUST-MASTER THRU 1540-EXIT.
013125     PERFORM 1550-RELEASE-IF-PLAN THRU 1550-EXIT
013125         UNTIL CB-NO-MORE-CUSTOMERS.
013125     CLOSE CUST-SEQ-FILE.
013125 1530-EXIT.
013125     EXIT.

013125 1540-READ-CUST-MASTER.
013125     READ CUST-SEQ-FILE
013125         AT END SET CB-NO-MORE-CUSTOMERS TO TRUE.
013125 1540-EXIT.
013125     EXIT.

013125 1550-RELEASE-IF-PLAN.
013125     MOVE IBILL-CYCLE OF CUST-SEQ-REC TO CB-ACCOUNT-CYCLE.
013125     PERFORM 1830-TEST-ACCOUNT-CYCLE THRU 1830-EXIT.
013125     IF NOT INO-PLAN OF CUST-SEQ-REC
013125             AND NOT IACCT-CLOSED OF CUST-SEQ-REC
013125             AND CB-CYCLE-MATCH
013125         MOVE IPLAN-CODE OF CUST-SEQ-REC TO CB-PLAN-WANTED
013125         PERFORM 1620-FIND-PLAN THRU 1620-EXIT
013125         MOVE IPHONE OF CUST-SEQ-REC TO CB-FEE-WANTED-PHONE
013125         MOVE IPHONE-CC OF CUST-SEQ-REC TO CB-FEE-WANTED-CC
013125         MOVE IPHONE-EXT OF CUST-SEQ-REC TO CB-FEE-WANTED-EXT
013125         PERFORM 1920-CHECK-FEE-CHARGED THRU 1920-EXIT
013125         IF CB-PLAN-BEST NOT = ZERO AND CB-FEE-CHARGED
013125             ADD 1 TO CB-FEES-SKIPPED
013125         END-IF
013125         IF CB-PLAN-BEST NOT = ZERO AND CB-FEE-NOT-CHARGED
013125             MOVE ZERO TO SR-CALL-DATA
013125             MOVE IPHONE OF CUST-SEQ-REC TO ICALLER OF SORT-REC
013125             MOVE IPHONE-CC OF CUST-SEQ-REC
013125                 TO ICALLER-CC OF SORT-REC
013125             MOVE IPHONE-EXT OF CUST-SEQ-REC
013125                 TO ICALLER-EXT OF SORT-REC
013125             MOVE ZERO TO SR-RECORD-NUM
013125             RELEASE SORT-REC
013125             ADD 1 TO CB-FEE-ONLY-COUNT
013125         END-IF
013125     END-IF.
013125     PERFORM 1540-READ-CUST-MASTER THRU 1540-EXIT.
013125 1550-EXIT.
013125     EXIT.

013126*----------------------------------------------------------------
013126* 1600-LOAD-PLAN-TABLE.
013126*    READS EVERY EFFECTIVE-DATED PLAN LINE FROM THE PLAN
013126*    MASTER FILE INTO THE IN-STORAGE TABLE.  WHEN THE FILE DOES
013126*    NOT EXIST YET EVERY CUSTOMER BILLS AT THE STANDARD RATES.
013126*----------------------------------------------------------------
013126 1600-LOAD-PLAN-TABLE.
013126     MOVE ZERO TO CB-PLAN-COUNT.
013126     OPEN INPUT PLAN-FILE.
013126     IF CB-PLAN-FILE-STATUS = "00"
013126         PERFORM 1610-READ-PLAN-LINE THRU 1610-EXIT
013126             UNTIL CB-PLAN-FILE-STATUS NOT = "00"
013126         CLOSE PLAN-FILE.
013126 1600-EXIT.
013126     EXIT.

013126 1610-READ-PLAN-LINE.
013126     READ PLAN-FILE.
013126     IF CB-PLAN-FILE-STATUS = "00"
013126         IF CB-PLAN-COUNT < 100
013126             ADD 1 TO CB-PLAN-COUNT
013126             MOVE PLAN-LINE-REC
013126                 TO CB-PLAN-ENTRY (CB-PLAN-COUNT)
013126         ELSE
013126             DISPLAY "Plan table full - plan " PN-PLAN-CODE
013126                 " effective " PN-EFF-DATE " ignored"
013126         END-IF
013126     END-IF.
013126 1610-EXIT.
013126     EXIT.

013126*----------------------------------------------------------------
013126* 1620-FIND-PLAN.
013126*    PICKS THE LINE IN FORCE FOR CB-PLAN-WANTED - THE LATEST
013126*    LINE FOR THAT CODE WHOSE EFFECTIVE DATE IS NOT AFTER THE
013126*    RUN DATE.  CB-PLAN-BEST COMES BACK ZERO WHEN THERE IS NONE.
013126*----------------------------------------------------------------
013126 1620-FIND-PLAN.
013126     MOVE ZERO TO CB-PLAN-BEST.
013126     MOVE ZERO TO CB-PLAN-BEST-EFF.
013126     PERFORM 1625-TEST-PLAN-LINE THRU 1625-EXIT
013126         VARYING CB-PLAN-INDEX FROM 1 BY 1
013126         UNTIL CB-PLAN-INDEX > CB-PLAN-COUNT.
013126 1620-EXIT.
013126     EXIT.

013126 1625-TEST-PLAN-LINE.
013126     IF CB-PLAN-CODE (CB-PLAN-INDEX) = CB-PLAN-WANTED
013126             AND CB-PLAN-EFF-DATE (CB-PLAN-INDEX) <= CB-RUN-DATE
013126             AND (CB-PLAN-BEST = ZERO
013126                 OR CB-PLAN-EFF-DATE (CB-PLAN-INDEX)
013126                     >= CB-PLAN-BEST-EFF)
013126         MOVE CB-PLAN-INDEX TO CB-PLAN-BEST
013126         MOVE CB-PLAN-EFF-DATE (CB-PLAN-INDEX)
013126             TO CB-PLAN-BEST-EFF.
013126 1625-EXIT.
013126     EXIT.

013130*----------------------------------------------------------------
013140* 2000-READ-SORTED-CALL.
013150*----------------------------------------------------------------
013900* 3000-PROCESS-ONE-CALL.
014000*    ON A CALLER BREAK, CLOSES OUT THE PRIOR INVOICE (IF ANY)
014100*    AND STARTS A NEW ONE, THEN PRINTS THE CALL DETAIL LINE.
014110*    A FEE-ONLY RECORD (RECORD NUMBER ZERO) ONLY OPENS THE
014120*    INVOICE - IT HAS NO CALL TO PRINT, STAMP OR SUSPEND.
014200*----------------------------------------------------------------
014300 3000-PROCESS-ONE-CALL.
014350     IF ICALLER OF SORTED-REC NOT = CB-PREV-CALLER
014700         END-IF
014800         PERFORM 3100-START-INVOICE THRU 3100-EXIT
014900     END-IF.
014940     IF ST-RECORD-NUM NOT = ZERO
014950         IF CB-IN-SUSPENSE
014960             PERFORM 3400-SUSPEND-CALL THRU 3400-EXIT
014970         ELSE
014980             IF CB-OUT-OF-CYCLE
014990                 ADD 1 TO CB-OTHER-CYCLE-CALLS
014995             ELSE
015000                 PERFORM 3200-PRINT-CALL-DETAIL THRU 3200-EXIT
015005             END-IF
015010         END-IF
015020     END-IF.
015100     PERFORM 2000-READ-SORTED-CALL THRU 2000-EXIT.
015200 3000-EXIT.
015300     EXIT.
015600*    LOOKS UP THE CUSTOMER FOR THE NEW CALLER AND PRINTS THE
015700*    INVOICE HEADING.  A CALLER WITH NO CUSTOMER MASTER RECORD
015710*    GETS NO INVOICE AT ALL - THE CALLER GOES TO SUSPENSE AND
015720*    EVERY ONE OF ITS CALLS IS HELD THERE INSTEAD.  A CUSTOMER
015730*    IN ANOTHER BILL CYCLE GETS NO INVOICE EITHER - ITS CALLS
015740*    ARE PASSED OVER, UNSTAMPED, FOR ITS OWN CYCLE'S RUN.
015800*----------------------------------------------------------------
015900 3100-START-INVOICE.
016000     MOVE ICALLER OF SORTED-REC TO CB-PREV-CALLER.
016050     MOVE ICALLER-CC OF SORTED-REC TO CB-PREV-CALLER-CC.
016070     MOVE ICALLER-EXT OF SORTED-REC TO CB-PREV-CALLER-EXT.
016100     MOVE ZERO TO CB-INVOICE-TOTAL.
016110     SET CB-OFF-PLAN TO TRUE.
016200     CALL "SEARCH-CUSTOMER-PHONE" USING CB-POSITION
016250         CB-PREV-CALLER CB-PREV-CALLER-CC CB-PREV-CALLER-EXT.
016300     IF CB-POSITION = ZERO
016340     SET CB-NOT-SUSPENSE TO TRUE.
016500     CALL "READ-CUSTOMERS" USING CB-STATS CB-CUST-REC
016600         CB-POSITION.
016610     MOVE IBILL-CYCLE OF CB-CUST-REC TO CB-ACCOUNT-CYCLE.
016620     PERFORM 1830-TEST-ACCOUNT-CYCLE THRU 1830-EXIT.
016630     IF CB-CYCLE-NO-MATCH
016640         SET CB-OUT-OF-CYCLE TO TRUE
016650         ADD 1 TO CB-OTHER-CYCLE-CALLERS
016660         GO TO 3100-EXIT.
016700     MOVE INAME OF CB-CUST-REC TO HL-NAME.
016710     MOVE IADDRESS OF CB-CUST-REC TO HL-ADDRESS.
016720     MOVE ICITY OF CB-CUST-REC TO HL-CITY.
017260     ELSE IF IACCT-CLOSED OF CB-CUST-REC
017270         WRITE PRINT-LINE FROM CLOSED-FLAG-LINE
017280         ADD 1 TO CB-FLAGGED-COUNT.
017290     PERFORM 3150-START-PLAN THRU 3150-EXIT.
017300     WRITE PRINT-LINE FROM HEADING-LINE-2.
017400 3100-EXIT.
017500     EXIT.

017510*----------------------------------------------------------------
017520* 3150-START-PLAN.
017530*    PUTS THE NEW INVOICE ON THE CUSTOMER'S CALLING PLAN, IF
017540*    IT HAS ONE AND THE ACCOUNT IS NOT CLOSED - LOADS THE FEE
017550*    AND A FULL BUCKET OF INCLUDED MINUTES.  A PLAN CODE WITH
017560*    NO LINE IN FORCE ON THE PLAN FILE IS REPORTED AND THE
017570*    INVOICE BILLS AT THE STANDARD RATES.  WHEN THE FEE WAS
017571*    ALREADY CHARGED THIS PERIOD THE INVOICE STAYS ON THE PLAN
017572*    BUT CARRIES NO FEE AND AN EMPTY BUCKET - EVERY MINUTE IS
017573*    OVERAGE AT THE PLAN'S TIERS.
017580*----------------------------------------------------------------
017590 3150-START-PLAN.
017591     MOVE ZERO TO CB-PLAN-FEE-DUE CB-INCL-ALLOWED CB-INCL-USED.
017592     MOVE ZERO TO CB-INCL-LEFT CB-INV-PLAN.
017593     IF INO-PLAN OF CB-CUST-REC OR IACCT-CLOSED OF CB-CUST-REC
017594         GO TO 3150-EXIT.
017595     MOVE IPLAN-CODE OF CB-CUST-REC TO CB-PLAN-WANTED.
017596     PERFORM 1620-FIND-PLAN THRU 1620-EXIT.
017597     IF CB-PLAN-BEST = ZERO
017598         DISPLAY "Plan " CB-PLAN-WANTED " not on the plan file"
017599             " - phone " CB-PREV-CALLER
017599             " billed at standard rates"
017599         GO TO 3150-EXIT.
017599     SET CB-ON-PLAN TO TRUE.
017599     MOVE CB-PLAN-BEST TO CB-INV-PLAN.
017599     MOVE CB-PREV-CALLER TO CB-FEE-WANTED-PHONE.
017599     MOVE CB-PREV-CALLER-CC TO CB-FEE-WANTED-CC.
017599     MOVE CB-PREV-CALLER-EXT TO CB-FEE-WANTED-EXT.
017599     PERFORM 1920-CHECK-FEE-CHARGED THRU 1920-EXIT.
017599     IF CB-FEE-CHARGED
017599         GO TO 3150-EXIT.
017599     MOVE CB-PLAN-FEE (CB-INV-PLAN) TO CB-PLAN-FEE-DUE.
017599     MOVE CB-PLAN-INCL (CB-INV-PLAN) TO CB-INCL-ALLOWED.
017599     MOVE CB-INCL-ALLOWED TO CB-INCL-LEFT.
017599 3150-EXIT.
017599     EXIT.

017600*----------------------------------------------------------------
017700* 3200-PRINT-CALL-DETAIL.
017800*    RATES THE CALL AND PRINTS ONE DETAIL LINE.  ON A PLAN
017810*    INVOICE ONLY THE MINUTES PAST THE INCLUDED ALLOWANCE ARE
017820*    CHARGED, AND THE LINE IS MARKED WHEN THE ALLOWANCE
017830*    COVERED ALL OR PART OF THE CALL.
017900*----------------------------------------------------------------
018000 3200-PRINT-CALL-DETAIL.
018010     MOVE SPACES TO DL-NOTE.
018020     IF CB-ON-PLAN
018030         PERFORM 3350-RATE-PLAN-CALL THRU 3350-EXIT
018040     ELSE
018100         PERFORM 3300-LOOK-UP-RATE THRU 3300-EXIT
018200         MULTIPLY IDUR OF SORTED-REC BY CB-RATE
018300             GIVING CB-LINE-CHARGE.
018400     ADD CB-LINE-CHARGE TO CB-INVOICE-TOTAL.
018500     MOVE IDATE OF SORTED-REC TO DL-DATE.
018600     MOVE ICALLEE OF SORTED-REC TO DL-CALLEE.
018900     WRITE PRINT-LINE FROM DETAIL-LINE.
018905     PERFORM 3270-HOLD-EXTRACT-DETAIL THRU 3270-EXIT.
018910     PERFORM 3250-STAMP-CALL-BILLED THRU 3250-EXIT.
018920     ADD 1 TO CB-BILLED-CALLS.
019000 3200-EXIT.
019100     EXIT.

021000 3310-EXIT.
021100     EXIT.

021101*----------------------------------------------------------------
021102* 3350-RATE-PLAN-CALL.
021103*    DRAWS THE CALL'S MINUTES DOWN FROM WHAT IS LEFT OF THE
021104*    PLAN'S INCLUDED MINUTES AND CHARGES THE REST AT THE PLAN
021105*    TIER WHOSE RANGE COVERS THE CALL'S DURATION - THE LOWEST
021106*    TIER'S RATE STAYS IN PLACE IF NO TIER MATCHES, THE SAME
021107*    RULE AS THE STANDARD TARIFF.
021108*----------------------------------------------------------------
021109 3350-RATE-PLAN-CALL.
021110     IF IDUR OF SORTED-REC > CB-INCL-LEFT
021111         MOVE CB-INCL-LEFT TO CB-CALL-INCL
021112     ELSE
021113         MOVE IDUR OF SORTED-REC TO CB-CALL-INCL.
021114     SUBTRACT CB-CALL-INCL FROM IDUR OF SORTED-REC
021115         GIVING CB-CALL-OVER.
021116     SUBTRACT CB-CALL-INCL FROM CB-INCL-LEFT.
021117     ADD CB-CALL-INCL TO CB-INCL-USED.
021118     MOVE CB-PLAN-RATE (CB-INV-PLAN 1) TO CB-RATE.
021119     PERFORM 3360-TEST-PLAN-TIER THRU 3360-EXIT
021120         VARYING CB-TIER-INDEX FROM 1 BY 1
021121         UNTIL CB-TIER-INDEX > 4.
021122     MULTIPLY CB-CALL-OVER BY CB-RATE GIVING CB-LINE-CHARGE.
021123     IF CB-CALL-INCL NOT = ZERO
021124         IF CB-CALL-OVER = ZERO
021125             MOVE "INCLUDED" TO DL-NOTE
021126         ELSE
021127             MOVE "PART INCL" TO DL-NOTE
021128         END-IF
021129     END-IF.
021130 3350-EXIT.
021131     EXIT.

021132 3360-TEST-PLAN-TIER.
021133     IF IDUR OF SORTED-REC
021134             >= CB-PLAN-DUR-LOW (CB-INV-PLAN CB-TIER-INDEX)
021135         AND IDUR OF SORTED-REC
021136             <= CB-PLAN-DUR-HIGH (CB-INV-PLAN CB-TIER-INDEX)
021137         MOVE CB-PLAN-RATE (CB-INV-PLAN CB-TIER-INDEX)
021138             TO CB-RATE.
021139 3360-EXIT.
021140     EXIT.

021110*----------------------------------------------------------------
021120* 3400-SUSPEND-CALL.
021130*    HOLDS ONE CALL OF A SUSPENSE CALLER - WRITES THE SUSPENSE

021200*----------------------------------------------------------------
021300* 3900-FINISH-INVOICE.
021310*    THE CALL CHARGES ADDED UP SO FAR ARE THE OVERAGE (ALL OF
021320*    THE USAGE, OFF A PLAN).  A PLAN INVOICE PRINTS ITS PLAN,
021330*    FEE, INCLUDED MINUTES USED AND OVERAGE, AND THE FEE IS
021340*    ADDED INTO THE TAXABLE INVOICE TOTAL.
021400*----------------------------------------------------------------
021500 3900-FINISH-INVOICE.
021510     MOVE CB-INVOICE-TOTAL TO CB-OVERAGE-TOTAL.
021520     ADD CB-PLAN-FEE-DUE TO CB-INVOICE-TOTAL.
021530     IF CB-ON-PLAN
021540         MOVE IPLAN-CODE OF CB-CUST-REC TO PNL-CODE
021550         MOVE CB-PLAN-NAME (CB-INV-PLAN) TO PNL-NAME
021560         WRITE PRINT-LINE FROM PLAN-NAME-LINE
021570         MOVE CB-PLAN-FEE-DUE TO PFL-AMOUNT
021580         WRITE PRINT-LINE FROM PLAN-FEE-LINE
021581         IF CB-FEE-CHARGED
021582             WRITE PRINT-LINE FROM FEE-CHARGED-LINE
021583         END-IF
021590         MOVE CB-INCL-USED TO PML-USED
021591         MOVE CB-INCL-ALLOWED TO PML-ALLOWED
021592         WRITE PRINT-LINE FROM PLAN-MINUTES-LINE
021593         MOVE CB-OVERAGE-TOTAL TO OVL-AMOUNT
021594         WRITE PRINT-LINE FROM OVERAGE-LINE.
021600     MOVE CB-INVOICE-TOTAL TO TL-TOTAL.
021700     WRITE PRINT-LINE FROM TOTAL-LINE.
021702     PERFORM 3920-COMPUTE-TAXES THRU 3920-EXIT.
021707     MOVE CB-INVOICE-DUE TO TDL-AMOUNT.
021708     WRITE PRINT-LINE FROM TOTAL-DUE-LINE.
021710     PERFORM 3950-POST-RECEIVABLE THRU 3950-EXIT.
021715     PERFORM 3980-WRITE-TAX-REGISTER THRU 3980-EXIT.
021720     PERFORM 3960-WRITE-EXTRACT-INVOICE THRU 3960-EXIT.
021800 3900-EXIT.
021900     EXIT.
021924     MOVE CB-PREV-CALLER-CC TO AR-CC OF CB-AR-REC.
021926     MOVE CB-PREV-CALLER-EXT TO AR-EXT OF CB-AR-REC.
021928     MOVE CB-RUN-NUM TO AR-RUN-NUM OF CB-AR-REC.
021930     MOVE CB-INVOICE-DATE TO AR-DATE OF CB-AR-REC.
021932     MOVE CB-INVOICE-DUE TO AR-AMOUNT OF CB-AR-REC.
021933     MOVE SPACES TO AR-REASON-CODE OF CB-AR-REC.
021933     MOVE CB-PLAN-FEE-DUE TO AR-PLAN-FEE OF CB-AR-REC.
021933     MOVE CB-INCL-USED TO AR-INCL-MINUTES OF CB-AR-REC.
021933     MOVE CB-OVERAGE-TOTAL TO AR-OVERAGE OF CB-AR-REC.
021933     ADD CB-STATE-TAX CB-FED-SURCHARGE
021933         GIVING AR-TAX-AMOUNT OF CB-AR-REC.
021933     MOVE CB-RUN-DATE TO AR-RUN-DATE OF CB-AR-REC.
021933     IF CB-ON-PLAN
021933         MOVE CB-PLAN-CODE (CB-INV-PLAN)
021933             TO AR-PLAN-CODE OF CB-AR-REC
021933     ELSE
021933         MOVE SPACES TO AR-PLAN-CODE OF CB-AR-REC
021933     END-IF.
021934     CALL "WRITE-RECEIVABLE" USING CB-STATS CB-AR-REC.
021936     IF CB-STATS NOT = 0
021938         DISPLAY "Receivable could not be posted for phone "
021960     MOVE CB-INVOICE-DUE TO EH-INVOICE-TOTAL.
021961     MOVE CB-STATE-TAX TO EH-STATE-TAX.
021961     MOVE CB-FED-SURCHARGE TO EH-FED-SURCHARGE.
021961     IF CB-ON-PLAN
021961         MOVE IPLAN-CODE OF CB-CUST-REC TO EH-PLAN-CODE
021961     ELSE
021961         MOVE SPACES TO EH-PLAN-CODE.
021961     MOVE CB-PLAN-FEE-DUE TO EH-PLAN-FEE.
021961     MOVE CB-INCL-USED TO EH-INCL-MINUTES.
021961     MOVE CB-OVERAGE-TOTAL TO EH-OVERAGE.
021962     WRITE EXTRACT-LINE FROM EXT-HEADER-REC.
021964     PERFORM 3970-WRITE-EXTRACT-DETAIL THRU 3970-EXIT
021966         VARYING CB-EXT-INDEX FROM 1 BY 1
021992 3970-EXIT.
021994     EXIT.

021995*----------------------------------------------------------------
021995* 3980-WRITE-TAX-REGISTER.
021995*    WRITES THE INVOICE'S "I" LINE TO THE TAX REMITTANCE
021995*    REGISTER, CARRYING THE TAX MASTER ENTRY 3920 PICKED - OR
021995*    ZERO PERCENTS AND A ZERO EFFECTIVE DATE WHEN THE STATE HAD
021995*    NO ENTRY AND THE INVOICE BILLED WITH ZERO TAX.
021995*----------------------------------------------------------------
021995 3980-WRITE-TAX-REGISTER.
021995     MOVE "I" TO TG-RECORD-TYPE.
021995     MOVE CB-CUST-STATE TO TG-STATE.
021995     MOVE CB-RUN-NUM TO TG-RUN-NUM.
021995     MOVE CB-INVOICE-DATE TO TG-DATE.
021995     MOVE CB-POSITION TO TG-CUST-NUM.
021995     MOVE CB-PREV-CALLER TO TG-PHONE.
021995     MOVE CB-PREV-CALLER-CC TO TG-CC.
021995     MOVE CB-PREV-CALLER-EXT TO TG-EXT.
021995     MOVE CB-INVOICE-TOTAL TO TG-TAXABLE.
021995     MOVE CB-STATE-TAX TO TG-STATE-TAX.
021995     MOVE CB-FED-SURCHARGE TO TG-FED-SURCHARGE.
021995     IF CB-TAX-BEST = ZERO
021995         MOVE ZERO TO TG-TAX-EFF-DATE TG-STATE-PCT TG-FED-PCT
021995     ELSE
021995         MOVE CB-TAX-EFF-DATE (CB-TAX-BEST) TO TG-TAX-EFF-DATE
021995         MOVE CB-TAX-STATE-PCT (CB-TAX-BEST) TO TG-STATE-PCT
021995         MOVE CB-TAX-FED-PCT (CB-TAX-BEST) TO TG-FED-PCT.
021995     WRITE TAX-REGISTER-REC.
021995     IF CB-TAX-REG-STATUS NOT = "00"
021995         DISPLAY "Tax register line could not be written for"
021995             " phone " CB-PREV-CALLER.
021995 3980-EXIT.
021995     EXIT.

021996*----------------------------------------------------------------
021996* 1700-LOAD-FRAUD-HOLDS.
021996*    LOADS THE CALL RECORD NUMBER OF EVERY SLOT STILL HELD ON
021996*    THE FRAUD-HOLDS FILE.  NO FILE MEANS NOTHING IS HELD.
021996*----------------------------------------------------------------
021996 1700-LOAD-FRAUD-HOLDS.
021996     MOVE ZERO TO CB-HOLD-COUNT.
021996     SET CB-HOLD-FITS TO TRUE.
021996     OPEN INPUT HOLD-FILE.
021996     IF CB-HOLD-STATUS NOT = "00"
021996         GO TO 1700-EXIT.
021996     SET CB-MORE-HOLDS TO TRUE.
021996     PERFORM 1710-READ-HOLD-SLOT THRU 1710-EXIT.
021996     PERFORM 1720-LOAD-ONE-HOLD THRU 1720-EXIT
021996         UNTIL CB-NO-MORE-HOLDS.
021996     CLOSE HOLD-FILE.
021996 1700-EXIT.
021996     EXIT.

021997 1710-READ-HOLD-SLOT.
021997     READ HOLD-FILE
021997         AT END SET CB-NO-MORE-HOLDS TO TRUE.
021997 1710-EXIT.
021997     EXIT.

021998 1720-LOAD-ONE-HOLD.
021998     IF FH-HELD
021998         IF CB-HOLD-COUNT >= 5000
021998             SET CB-HOLD-OVERFLOW TO TRUE
021998         ELSE
021998             ADD 1 TO CB-HOLD-COUNT
021998             MOVE FH-CALL-RECORD-NUM
021998                 TO CB-HOLD-RECORD-NUM (CB-HOLD-COUNT)
021998         END-IF
021998     END-IF.
021998     PERFORM 1710-READ-HOLD-SLOT THRU 1710-EXIT.
021998 1720-EXIT.
021998     EXIT.

021999*----------------------------------------------------------------
021999* 1800-SELECT-BILL-CYCLE.
021999*    ASKS WHICH BILL CYCLE TO INVOICE AND SETS THE CALL CUTOFF
021999*    AND INVOICE DATE FROM IT - THE CYCLE'S MOST RECENT CUTOFF
021999*    DATE ON OR BEFORE TODAY.  00 TAKES THE CYCLE WHOSE CUTOFF
021999*    DAY IS TODAY; WHEN THERE IS NONE THE RUN BILLS NOTHING.
021999*    WITH NO BILL CYCLE FILE EVERY CUSTOMER AND EVERY UNBILLED
021999*    CALL IS BILLED, DATED TODAY, AS BEFORE CYCLES EXISTED.
021999*----------------------------------------------------------------
021999 1800-SELECT-BILL-CYCLE.
021999     ACCEPT CB-RUN-DATE FROM DATE YYYYMMDD.
021999     CALL "LOAD-BILL-CYCLES" USING CB-STATS CB-CYCLE-COUNT.
021999     IF CB-CYCLE-COUNT = ZERO
021999         SET CB-ALL-CYCLES TO TRUE
021999         MOVE 99999999 TO CB-CUTOFF-DATE
021999         MOVE CB-RUN-DATE TO CB-INVOICE-DATE
021999         DISPLAY "No bill cycles on file - billing every customer"
021999         MOVE CB-RUN-DATE TO CB-PERIOD-START
021999         MOVE "01" TO CB-PERIOD-START (7:2)
021999         GO TO 1800-EXIT.
021999     SET CB-CYCLE-NOT-CHOSEN TO TRUE.
021999     PERFORM 1810-ACCEPT-CYCLE THRU 1810-EXIT
021999         UNTIL NOT CB-CYCLE-NOT-CHOSEN.
021999     IF CB-NO-CYCLE-TODAY
021999         GO TO 1800-EXIT.
021999     CALL "BILL-CYCLE-DATES" USING CB-STATS CB-CYCLE-REC
021999         CB-RUN-DATE CB-CUTOFF-DATE CB-PERIOD-START.
021999     MOVE CB-CUTOFF-DATE TO CB-INVOICE-DATE.
021999     DISPLAY "Billing cycle " CY-CYCLE OF CB-CYCLE-REC " "
021999         CY-NAME OF CB-CYCLE-REC " - calls through "
021999         CB-CUTOFF-DATE.
021999 1800-EXIT.
021999     EXIT.

021999 1810-ACCEPT-CYCLE.
021999     DISPLAY "Please enter the bill cycle to invoice"
021999         " (01-99, 00 = cycle closing today)".
021999     ACCEPT CB-CYCLE-KEYED.
021999     IF CB-CYCLE-KEYED-NUM NOT NUMERIC
021999         DISPLAY "Not a valid cycle - please re-enter."
021999         GO TO 1810-EXIT.
021999     IF CB-CYCLE-KEYED-NUM = ZERO
021999         MOVE CB-RUN-DATE (7:2) TO CY-CUTOFF-DAY OF CB-CYCLE-REC
021999         CALL "FIND-CYCLE-BY-DAY" USING CB-STATS CB-CYCLE-REC
021999         IF CB-STATS = 0
021999             SET CB-ONE-CYCLE TO TRUE
021999         ELSE
021999             SET CB-NO-CYCLE-TODAY TO TRUE
021999         END-IF
021999         GO TO 1810-EXIT.
021999     MOVE CB-CYCLE-KEYED-NUM TO CY-CYCLE OF CB-CYCLE-REC.
021999     CALL "FIND-BILL-CYCLE" USING CB-STATS CB-CYCLE-REC.
021999     IF CB-STATS = 0
021999         SET CB-ONE-CYCLE TO TRUE
021999     ELSE
021999         DISPLAY "Bill cycle " CB-CYCLE-KEYED
021999             " is not on file - please re-enter.".
021999 1810-EXIT.
021999     EXIT.

021999*----------------------------------------------------------------
021999* 1830-TEST-ACCOUNT-CYCLE.
021999*    SETS CB-CYCLE-MATCH WHEN THE ACCOUNT WHOSE CYCLE IS IN
021999*    CB-ACCOUNT-CYCLE IS BILLED IN THIS RUN'S CYCLE.  AN ACCOUNT
021999*    WITH NO CYCLE (OR ONE SINCE DROPPED) FALLS IN THE LOWEST
021999*    CYCLE ON FILE.  EVERY ACCOUNT MATCHES WHEN NO CYCLES EXIST.
021999*----------------------------------------------------------------
021999 1830-TEST-ACCOUNT-CYCLE.
021999     SET CB-CYCLE-MATCH TO TRUE.
021999     IF CB-ALL-CYCLES
021999         GO TO 1830-EXIT.
021999     CALL "ACCOUNT-BILL-CYCLE" USING CB-STATS CB-ACCOUNT-CYCLE
021999         CB-EFFECTIVE-CYCLE.
021999     IF CB-EFFECTIVE-CYCLE NOT = CY-CYCLE OF CB-CYCLE-REC
021999         SET CB-CYCLE-NO-MATCH TO TRUE.
021999 1830-EXIT.
021999     EXIT.

021999*----------------------------------------------------------------
021999* 1900-LOAD-FEES-CHARGED.
021999*    WALKS THE RECEIVABLE LEDGER FOR "I" LINES DATED FROM THE
021999*    START OF THE BILLING PERIOD THROUGH THE INVOICE DATE THAT
021999*    CARRY A PLAN FEE, AND FLAGS EVERY RUN AN "R" LINE HAS
021999*    REVERSED.  NO LEDGER MEANS NO FEE HAS BEEN CHARGED.
021999*----------------------------------------------------------------
021999 1900-LOAD-FEES-CHARGED.
021999     MOVE ZERO TO CB-FEE-COUNT.
021999     MOVE SPACES TO CB-REVERSED-RUNS.
021999     SET CB-FEE-FITS TO TRUE.
021999     OPEN INPUT FEE-LEDGER-FILE.
021999     IF CB-FEE-LEDGER-STATUS NOT = "00"
021999         GO TO 1900-EXIT.
021999     SET CB-MORE-FEE-LINES TO TRUE.
021999     PERFORM 1910-READ-FEE-LEDGER THRU 1910-EXIT.
021999     PERFORM 1915-LOAD-ONE-FEE-LINE THRU 1915-EXIT
021999         UNTIL CB-NO-MORE-FEE-LINES.
021999     CLOSE FEE-LEDGER-FILE.
021999 1900-EXIT.
021999     EXIT.

021999 1910-READ-FEE-LEDGER.
021999     READ FEE-LEDGER-FILE
021999         AT END SET CB-NO-MORE-FEE-LINES TO TRUE.
021999 1910-EXIT.
021999     EXIT.

021999 1915-LOAD-ONE-FEE-LINE.
021999     IF AR-REVERSAL OF FEE-LEDGER-REC
021999             AND AR-RUN-NUM OF FEE-LEDGER-REC NOT = ZERO
021999         MOVE "Y"
021999             TO CB-RUN-REVERSED (AR-RUN-NUM OF FEE-LEDGER-REC)
021999     ELSE IF AR-INVOICE OF FEE-LEDGER-REC
021999             AND AR-PLAN-FEE OF FEE-LEDGER-REC > ZERO
021999             AND AR-DATE OF FEE-LEDGER-REC >= CB-PERIOD-START
021999             AND AR-DATE OF FEE-LEDGER-REC <= CB-INVOICE-DATE
021999         IF CB-FEE-COUNT >= 10000
021999             SET CB-FEE-OVERFLOW TO TRUE
021999         ELSE
021999             ADD 1 TO CB-FEE-COUNT
021999             MOVE AR-PHONE OF FEE-LEDGER-REC
021999                 TO CB-FEE-PHONE (CB-FEE-COUNT)
021999             MOVE AR-CC OF FEE-LEDGER-REC
021999                 TO CB-FEE-CC (CB-FEE-COUNT)
021999             MOVE AR-EXT OF FEE-LEDGER-REC
021999                 TO CB-FEE-EXT (CB-FEE-COUNT)
021999             MOVE AR-RUN-NUM OF FEE-LEDGER-REC
021999                 TO CB-FEE-RUN (CB-FEE-COUNT)
021999         END-IF.
021999     PERFORM 1910-READ-FEE-LEDGER THRU 1910-EXIT.
021999 1915-EXIT.
021999     EXIT.

021999*----------------------------------------------------------------
021999* 1920-CHECK-FEE-CHARGED.
021999*    SETS CB-FEE-CHARGED WHEN THE PHONE KEY IN CB-FEE-WANTED-
021999*    PHONE/CC/EXT WAS CHARGED A PLAN FEE THIS PERIOD BY A RUN
021999*    NOT SINCE REVERSED.
021999*----------------------------------------------------------------
021999 1920-CHECK-FEE-CHARGED.
021999     SET CB-FEE-NOT-CHARGED TO TRUE.
021999     PERFORM 1925-TEST-FEE-ENTRY THRU 1925-EXIT
021999         VARYING CB-FEE-INDEX FROM 1 BY 1
021999         UNTIL CB-FEE-INDEX > CB-FEE-COUNT OR CB-FEE-CHARGED.
021999 1920-EXIT.
021999     EXIT.

021999 1925-TEST-FEE-ENTRY.
021999     IF CB-FEE-PHONE (CB-FEE-INDEX) = CB-FEE-WANTED-PHONE
021999             AND CB-FEE-CC (CB-FEE-INDEX) = CB-FEE-WANTED-CC
021999             AND CB-FEE-EXT (CB-FEE-INDEX) = CB-FEE-WANTED-EXT
021999             AND CB-RUN-REVERSED (CB-FEE-RUN (CB-FEE-INDEX))
021999                 NOT = "Y"
021999         SET CB-FEE-CHARGED TO TRUE.
021999 1925-EXIT.
021999     EXIT.

022000*----------------------------------------------------------------
022100* 8000-TERMINATE.
022200*----------------------------------------------------------------
022495     CLOSE EXTRACT-FILE.
022500     CLOSE PRINT-FILE.
022502     CLOSE SUSPENSE-FILE.
022504     CLOSE TAX-REGISTER-FILE.
022510     IF CB-FLAGGED-COUNT NOT = ZERO
022520         DISPLAY "Invoices flagged to suspended/closed"
022530             " accounts: " CB-FLAGGED-COUNT.
022540     IF CB-SUSPENSE-CALLS NOT = ZERO
022550         DISPLAY "Calls held in suspense: " CB-SUSPENSE-CALLS
022560             " for " CB-SUSPENSE-CALLERS " unknown callers".
022570     IF CB-FEE-ONLY-COUNT NOT = ZERO
022580         DISPLAY "Plan customers charged a monthly fee: "
022590             CB-FEE-ONLY-COUNT.
022591     IF CB-FEES-SKIPPED NOT = ZERO
022591         DISPLAY "Plan fees already charged this period: "
022591             CB-FEES-SKIPPED.
022592     IF CB-HELD-CALLS NOT = ZERO
022594         DISPLAY "Calls held back by the fraud screen: "
022596             CB-HELD-CALLS.
022597     IF CB-LATER-CALLS NOT = ZERO
022597         DISPLAY "Calls dated after the cycle cutoff left for"
022597             " the next run: " CB-LATER-CALLS.
022598     IF CB-OTHER-CYCLE-CALLERS NOT = ZERO
022598         DISPLAY "Calls left for other bill cycles: "
022598             CB-OTHER-CYCLE-CALLS " for " CB-OTHER-CYCLE-CALLERS
022598             " customers".
022600     CALL "CLOSE-CUSTOMERS".
022700     CALL "CLOSE-CUSTOMER-PHONE".
022750     CALL "CLOSE-RECEIVABLES".
022800 8000-EXIT.
022900     EXIT.

022910*----------------------------------------------------------------
022920* 8500-POST-STEP-COUNTS.
022930*    LEAVES THIS RUN'S COUNTS FOR THE NIGHTLY JOB-STREAM
022940*    CONTROLLER'S RUN LOG AND SUMMARY.
022950*----------------------------------------------------------------
022960 8500-POST-STEP-COUNTS.
022962     MOVE SPACES TO CB-STEP-COUNTS.
022964     MOVE "CALLBILL" TO SC-PROGRAM.
022966     MOVE "INVOICES" TO SC-LABEL (1).
022968     MOVE CB-INVOICE-COUNT TO SC-COUNT (1).
022970     MOVE "CALLS BILLED" TO SC-LABEL (2).
022972     MOVE CB-BILLED-CALLS TO SC-COUNT (2).
022974     MOVE "CALLS TO SUSPENSE" TO SC-LABEL (3).
022976     MOVE CB-SUSPENSE-CALLS TO SC-COUNT (3).
022978     MOVE "CALLS HELD (FRAUD)" TO SC-LABEL (4).
022980     MOVE CB-HELD-CALLS TO SC-COUNT (4).
022982     CALL "POST-STEP-COUNTS" USING CB-STATS CB-STEP-COUNTS.
022984 8500-EXIT.
022986     EXIT.
