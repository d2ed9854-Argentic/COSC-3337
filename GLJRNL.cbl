000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GLJRNL.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    BATCH GENERAL LEDGER JOURNAL INTERFACE.  READS THE
001200*    ACCOUNTS-RECEIVABLE LEDGER FOR THE POSTING DATE RANGE THE
001300*    OPERATOR SUPPLIES AND TURNS EVERY POSTING IN THE RANGE
001400*    INTO BALANCED DEBIT AND CREDIT LINES ON THE GENERAL
001500*    LEDGER JOURNAL FILE, THROUGH THE ACCOUNT MAPPING FILE KEPT
001600*    BY GLMAPMNT:
001700*      "I" INVOICES DEBIT RECEIVABLES AND CREDIT REVENUE, WITH
001800*          THE TAX THE LINE CARRIES CREDITED TO THE LIABILITY.
001900*      "P" PAYMENTS DEBIT CASH AND CREDIT RECEIVABLES.
002000*      "C"/"D" MEMOS POST TO THE ADJUSTMENT ACCOUNTS MAPPED FOR
002100*          THEIR REASON CODE, OR THE TYPE'S DEFAULT MAPPING.
002200*      "R" REVERSALS DEBIT REVENUE AND THE TAX LIABILITY BACK
002300*          OUT AND CREDIT RECEIVABLES.
002310*      "F" REFUNDS DEBIT RECEIVABLES AND CREDIT THE REFUND
002320*          CLEARING ACCOUNT ACCOUNTS PAYABLE DRAWS THE CHECK ON.
002400*    EVERY LEDGER LINE JOURNALED IS MARKED IN THE POSTED-LINES
002500*    CONTROL FILE UNDER ITS POSITION ON THE LEDGER, WHICH IS
002600*    ONLY EVER APPENDED TO, SO A LINE ALREADY SENT IS REFUSED
002700*    WHEN A LATER RUN'S RANGE OVERLAPS IT.  A LINE WITH NO
002800*    MAPPING IS NOT JOURNALED OR MARKED; IT IS LISTED ON THE
002900*    PROOF REPORT AND GOES OUT WITH THE FIRST RUN AFTER THE
003000*    MAPPING IS ADDED.  EACH RUN DRAWS A BATCH NUMBER FROM ITS
003100*    OWN COUNTER FILE, REPLACES THE JOURNAL FILE WITH THAT
003200*    BATCH AND A TRAILER LINE, AND PRINTS A PROOF REPORT OF
003300*    DEBITS AND CREDITS BY ACCOUNT AND AMOUNTS BY POSTING TYPE.
003400*
003500*    MODIFICATION HISTORY.
003600*    10/15/2026  RH   ORIGINAL PROGRAM.
003610*    10/15/2026  RH   "F" REFUND LINES FROM THE CREDIT-BALANCE
003620*                     REFUND RUN JOURNAL TWO-SIDED LIKE A
003630*                     PAYMENT AND HAVE THEIR OWN LINE IN THE
003640*                     POSTING TYPE TOTALS.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RECEIVABLE-FILE ASSIGN TO "receivables-file"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS GL-LEDGER-STATUS.

004400     SELECT GL-MAP-FILE ASSIGN TO "gl-map-file"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS GL-MAP-STATUS.

004700     SELECT POSTED-FILE ASSIGN TO "gl-posted-lines"
004800         ORGANIZATION IS RELATIVE
004900         ACCESS IS RANDOM
005000         RELATIVE KEY IS GL-POSTED-KEY
005100         FILE STATUS IS GL-POSTED-STATUS.

005200     SELECT BATCH-COUNTER-FILE ASSIGN TO "gl-batch-seq"
005300         ORGANIZATION IS RELATIVE
005400         ACCESS IS RANDOM
005500         RELATIVE KEY IS GL-BATCH-SEQ-KEY
005600         FILE STATUS IS GL-BATCH-SEQ-STATUS.

005700     SELECT JOURNAL-FILE ASSIGN TO "gl-journal"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS GL-JOURNAL-STATUS.

006000     SELECT PRINT-FILE ASSIGN TO "gljrnl-report"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS GL-PRINT-STATUS.

006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RECEIVABLE-FILE.
006600 01  RECEIVABLE-LINE.
006700     COPY ARREC.

006800 FD  GL-MAP-FILE.
006900 01  GL-MAP-LINE.
007000     COPY GLMAP.

007100 FD  POSTED-FILE.
007200 01  POSTED-REC.
007300     05  GP-BATCH-NUM           PIC 9(05).
007400     05  GP-POSTED-DATE         PIC 9(08).

007500 FD  BATCH-COUNTER-FILE.
007600 01  BATCH-SEQ-REC.
007700     05  BATCH-HIGH-WATER-MARK  PIC 9(05).

007800 FD  JOURNAL-FILE.
007900 01  JOURNAL-LINE.
008000     COPY GLJREC.

008100 FD  PRINT-FILE.
008200 01  PRINT-LINE                 PIC X(132).

008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500* WORKING STORAGE.
008600*----------------------------------------------------------------
008700 01  GL-LEDGER-STATUS            PIC XX.
008800 01  GL-MAP-STATUS               PIC XX.
008900 01  GL-POSTED-STATUS            PIC XX.
009000 01  GL-POSTED-KEY               PIC 9(09).
009100 01  GL-BATCH-SEQ-STATUS         PIC XX.
009200 01  GL-BATCH-SEQ-KEY            PIC 9(09) VALUE 1.
009300 01  GL-JOURNAL-STATUS           PIC XX.
009400 01  GL-PRINT-STATUS             PIC XX.
009500 01  GL-FROM-DATE                PIC 9(08).
009600 01  GL-FROM-DAYS                PIC 9(09).
009700 01  GL-TO-DATE                  PIC 9(08).
009800 01  GL-TO-DAYS                  PIC 9(09).
009900 01  GL-TODAY                    PIC 9(08).
010000 01  GL-BATCH-NUM                PIC 9(05).
010100 01  GL-LINE-NUM                 PIC 9(09).
010200 01  GL-EOF-SWITCH               PIC X(01).
010300     88  GL-EOF                  VALUE "Y".
010400     88  GL-NOT-EOF              VALUE "N".
010500 01  GL-EXC-HEAD-SWITCH          PIC X(01).
010600     88  GL-EXC-HEAD-PRINTED     VALUE "Y".
010700     88  GL-EXC-HEAD-NOT-PRINTED VALUE "N".
010800 01  GL-EXCEPTION-TEXT           PIC X(30).
010900 01  GL-LINES-READ               PIC 9(09) COMP.
011000 01  GL-LINES-IN-RANGE           PIC 9(09) COMP.
011100 01  GL-ALREADY-POSTED           PIC 9(09) COMP.
011200 01  GL-NOT-JOURNALED            PIC 9(09) COMP.
011300 01  GL-LINES-POSTED             PIC 9(09) COMP.
011400 01  GL-JOURNAL-COUNT            PIC 9(09) COMP.
011500 01  GL-TOTAL-DEBITS             PIC 9(11)V99.
011600 01  GL-TOTAL-CREDITS            PIC 9(11)V99.
011700 01  GL-TAX-PART                 PIC 9(09)V99.
011800 01  GL-NET-PART                 PIC 9(09)V99.
011900 01  GL-ENTRY-ACCOUNT            PIC X(10).
012000 01  GL-ENTRY-SIDE               PIC X(01).
012100     88  GL-ENTRY-DEBIT          VALUE "D".
012200     88  GL-ENTRY-CREDIT         VALUE "C".
012300 01  GL-ENTRY-AMOUNT             PIC 9(09)V99.
012400 01  GL-COUNT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.

012500*----------------------------------------------------------------
012600* ACCOUNT MAPPING TABLE - THE LATEST LINE ON THE MAPPING FILE
012700* FOR EACH POSTING TYPE AND REASON CODE.
012800*----------------------------------------------------------------
012900 01  GL-MAP-COUNT                PIC 9(03) COMP.
013000 01  GL-MAP-INDEX                PIC 9(03) COMP.
013100 01  GL-MAP-BEST                 PIC 9(03) COMP.
013200 01  GL-WANT-TYPE                PIC X(01).
013300 01  GL-WANT-REASON              PIC X(02).
013400 01  GL-MAP-TABLE.
013500     05  GL-MAP-ENTRY OCCURS 200 TIMES.
013600         10  GL-MAP-TYPE         PIC X(01).
013700         10  GL-MAP-REASON       PIC X(02).
013800         10  GL-MAP-DEBIT        PIC X(10).
013900         10  GL-MAP-CREDIT       PIC X(10).
014000         10  GL-MAP-TAX          PIC X(10).

014100*----------------------------------------------------------------
014200* PROOF TOTALS - DEBITS AND CREDITS BY GENERAL LEDGER ACCOUNT,
014300* AND LINES AND AMOUNTS BY LEDGER POSTING TYPE.
014400*----------------------------------------------------------------
014500 01  GL-ACCT-COUNT               PIC 9(03) COMP.
014600 01  GL-ACCT-INDEX               PIC 9(03) COMP.
014700 01  GL-ACCT-FOUND               PIC 9(03) COMP.
014800 01  GL-ACCT-TABLE.
014900     05  GL-ACCT-ENTRY OCCURS 200 TIMES.
015000         10  GL-ACCT-ID          PIC X(10).
015100         10  GL-ACCT-DEBITS      PIC 9(11)V99.
015200         10  GL-ACCT-CREDITS     PIC 9(11)V99.

015300 01  GL-TYPE-INDEX               PIC 9(01).
015400 01  GL-TYPE-NAMES.
015500     05  FILLER           PIC X(16) VALUE "IINVOICES".
015600     05  FILLER           PIC X(16) VALUE "PPAYMENTS".
015700     05  FILLER           PIC X(16) VALUE "CCREDIT MEMOS".
015800     05  FILLER           PIC X(16) VALUE "DDEBIT MEMOS".
015900     05  FILLER           PIC X(16) VALUE "RREVERSALS".
015950     05  FILLER           PIC X(16) VALUE "FREFUNDS".
016000 01  GL-TYPE-NAME-TABLE REDEFINES GL-TYPE-NAMES.
016100     05  GL-TYPE-NAME-ENTRY OCCURS 6 TIMES.
016200         10  GL-TYPE-CODE        PIC X(01).
016300         10  GL-TYPE-NAME        PIC X(15).
016400 01  GL-TYPE-TOTALS.
016500     05  GL-TYPE-TOTAL-ENTRY OCCURS 6 TIMES.
016600         10  GL-TYPE-LINES       PIC 9(09) COMP.
016700         10  GL-TYPE-AMOUNT      PIC 9(11)V99.

016800*----------------------------------------------------------------
016900* HEADING, DETAIL AND TOTAL LINE LAYOUTS.
017000*----------------------------------------------------------------
017100 01  HEADING-LINE-1.
017200     05  FILLER           PIC X(37) VALUE
017300         "GENERAL LEDGER JOURNAL PROOF - BATCH ".
017400     05  HL-BATCH         PIC 9(05).
017500     05  FILLER           PIC X(18) VALUE
017600         "   POSTINGS DATED ".
017700     05  HL-FROM          PIC 9(08).
017800     05  FILLER           PIC X(04) VALUE " TO ".
017900     05  HL-TO            PIC 9(08).

018000 01  EXCEPTION-HEADING-1.
018100     05  FILLER           PIC X(40) VALUE
018200         "LEDGER LINES NOT JOURNALED".

018300 01  EXCEPTION-HEADING-2.
018400     05  FILLER           PIC X(12) VALUE "LEDGER LINE".
018500     05  FILLER           PIC X(05) VALUE "TYPE".
018600     05  FILLER           PIC X(07) VALUE "REASON".
018700     05  FILLER           PIC X(11) VALUE "CUSTOMER".
018800     05  FILLER           PIC X(10) VALUE "DATE".
018900     05  FILLER           PIC X(16) VALUE "          AMOUNT".
019000     05  FILLER           PIC X(02) VALUE SPACES.
019100     05  FILLER           PIC X(30) VALUE "PROBLEM".

019200 01  EXCEPTION-LINE.
019300     05  XL-LEDGER-LINE   PIC 9(09).
019400     05  FILLER           PIC X(04) VALUE SPACES.
019500     05  XL-TYPE          PIC X(01).
019600     05  FILLER           PIC X(04) VALUE SPACES.
019700     05  XL-REASON        PIC X(02).
019800     05  FILLER           PIC X(04) VALUE SPACES.
019900     05  XL-CUST-NUM      PIC 9(09).
020000     05  FILLER           PIC X(02) VALUE SPACES.
020100     05  XL-DATE          PIC 9(08).
020200     05  FILLER           PIC X(02) VALUE SPACES.
020300     05  XL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020400     05  FILLER           PIC X(02) VALUE SPACES.
020500     05  XL-TEXT          PIC X(30).

020600 01  ACCOUNT-HEADING.
020700     05  FILLER           PIC X(14) VALUE "GL ACCOUNT".
020800     05  FILLER           PIC X(17) VALUE
020900         "           DEBITS".
021000     05  FILLER           PIC X(02) VALUE SPACES.
021100     05  FILLER           PIC X(17) VALUE
021200         "          CREDITS".

021300 01  ACCOUNT-LINE.
021400     05  AL-ACCOUNT       PIC X(12).
021500     05  FILLER           PIC X(02) VALUE SPACES.
021600     05  AL-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021700     05  FILLER           PIC X(02) VALUE SPACES.
021800     05  AL-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

021900 01  TYPE-HEADING.
022000     05  FILLER           PIC X(21) VALUE "POSTING TYPE".
022100     05  FILLER           PIC X(11) VALUE "      LINES".
022200     05  FILLER           PIC X(02) VALUE SPACES.
022300     05  FILLER           PIC X(17) VALUE
022400         "           AMOUNT".

022500 01  TYPE-LINE.
022600     05  TL-TYPE          PIC X(01).
022700     05  FILLER           PIC X(02) VALUE SPACES.
022800     05  TL-NAME          PIC X(15).
022900     05  FILLER           PIC X(03) VALUE SPACES.
023000     05  TL-LINES         PIC ZZZ,ZZZ,ZZ9.
023100     05  FILLER           PIC X(02) VALUE SPACES.
023200     05  TL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

023300 01  COUNT-LINE.
023400     05  CL-LABEL         PIC X(40).
023500     05  CL-COUNT         PIC ZZZ,ZZZ,ZZ9.

023600 01  BALANCE-LINE.
023700     05  FILLER           PIC X(30) VALUE SPACES.
023800     05  BL-MESSAGE       PIC X(40).

023900 01  BLANK-LINE                 PIC X(01) VALUE SPACE.

024000*----------------------------------------------------------------
024100* PROCEDURE DIVISION.
024200*----------------------------------------------------------------
024300 PROCEDURE DIVISION.

024400*----------------------------------------------------------------
024500* 0000-MAIN-PARAGRAPH.
024600*----------------------------------------------------------------
024700 0000-MAIN-PARAGRAPH.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     IF GL-MAP-COUNT = ZERO
025000         DISPLAY "No account mappings on file - "
025100             "journal run stopped, nothing sent"
025200         GO TO 0000-STOP.
025300     PERFORM 1500-OPEN-BATCH THRU 1500-EXIT.
025400     PERFORM 2000-JOURNAL-LEDGER THRU 2000-EXIT.
025500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025600 0000-STOP.
025700     STOP RUN.

025800*----------------------------------------------------------------
025900* 1000-INITIALIZE.
026000*    KEEPS ASKING FOR THE POSTING DATE RANGE UNTIL THE
026100*    OPERATOR KEYS TWO REAL CALENDAR DATES IN ORDER, THEN
026200*    LOADS THE ACCOUNT MAPPING TABLE.
026300*----------------------------------------------------------------
026400 1000-INITIALIZE.
026500     ACCEPT GL-TODAY FROM DATE YYYYMMDD.
026600     MOVE ZERO TO GL-FROM-DAYS.
026700     PERFORM 1100-ACCEPT-FROM-DATE THRU 1100-EXIT
026800         UNTIL GL-FROM-DAYS NOT = ZERO.
026900     MOVE ZERO TO GL-TO-DAYS.
027000     PERFORM 1150-ACCEPT-TO-DATE THRU 1150-EXIT
027100         UNTIL GL-TO-DAYS NOT = ZERO.
027200     PERFORM 1200-LOAD-MAPPINGS THRU 1200-EXIT.
027300 1000-EXIT.
027400     EXIT.

027500 1100-ACCEPT-FROM-DATE.
027600     DISPLAY "Please enter the first posting date (YYYYMMDD)".
027700     ACCEPT GL-FROM-DATE.
027800     IF GL-FROM-DATE NUMERIC
027900         MOVE FUNCTION INTEGER-OF-DATE (GL-FROM-DATE)
028000             TO GL-FROM-DAYS
028100     ELSE
028200         MOVE ZERO TO GL-FROM-DAYS.
028300     IF GL-FROM-DAYS = ZERO
028400         DISPLAY "Not a valid date - please re-enter.".
028500 1100-EXIT.
028600     EXIT.

028700 1150-ACCEPT-TO-DATE.
028800     DISPLAY "Please enter the last posting date (YYYYMMDD)".
028900     ACCEPT GL-TO-DATE.
029000     IF GL-TO-DATE NUMERIC
029100         MOVE FUNCTION INTEGER-OF-DATE (GL-TO-DATE)
029200             TO GL-TO-DAYS
029300     ELSE
029400         MOVE ZERO TO GL-TO-DAYS.
029500     IF GL-TO-DAYS = ZERO
029600         DISPLAY "Not a valid date - please re-enter."
029700     ELSE IF GL-TO-DATE < GL-FROM-DATE
029800         DISPLAY "Last date is before the first date - "
029900             "please re-enter."
030000         MOVE ZERO TO GL-TO-DAYS.
030100 1150-EXIT.
030200     EXIT.

030300*----------------------------------------------------------------
030400* 1200-LOAD-MAPPINGS.
030500*    READS THE ACCOUNT MAPPING FILE INTO THE IN-STORAGE TABLE.
030600*    A LATER LINE FOR A TYPE AND REASON ALREADY IN THE TABLE
030700*    REPLACES THE EARLIER ONE IN ITS SLOT.
030800*----------------------------------------------------------------
030900 1200-LOAD-MAPPINGS.
031000     MOVE ZERO TO GL-MAP-COUNT.
031100     OPEN INPUT GL-MAP-FILE.
031200     IF GL-MAP-STATUS NOT = "00"
031300         GO TO 1200-EXIT.
031400     SET GL-NOT-EOF TO TRUE.
031500     PERFORM 1210-READ-ONE-MAPPING THRU 1210-EXIT.
031600     PERFORM 1220-STORE-ONE-MAPPING THRU 1220-EXIT
031700         UNTIL GL-EOF.
031800     CLOSE GL-MAP-FILE.
031900 1200-EXIT.
032000     EXIT.

032100 1210-READ-ONE-MAPPING.
032200     READ GL-MAP-FILE
032300         AT END SET GL-EOF TO TRUE.
032400 1210-EXIT.
032500     EXIT.

032600 1220-STORE-ONE-MAPPING.
032700     MOVE GM-POSTING-TYPE TO GL-WANT-TYPE.
032800     MOVE GM-REASON-CODE TO GL-WANT-REASON.
032900     PERFORM 2350-MATCH-MAPPING THRU 2350-EXIT.
033000     IF GL-MAP-BEST = ZERO
033100         IF GL-MAP-COUNT < 200
033200             ADD 1 TO GL-MAP-COUNT
033300             MOVE GL-MAP-COUNT TO GL-MAP-BEST
033400         ELSE
033500             DISPLAY "Account mapping table full - mapping "
033600                 GM-POSTING-TYPE " " GM-REASON-CODE " ignored"
033700         END-IF
033800     END-IF.
033900     IF GL-MAP-BEST NOT = ZERO
034000         MOVE GM-POSTING-TYPE TO GL-MAP-TYPE (GL-MAP-BEST)
034100         MOVE GM-REASON-CODE TO GL-MAP-REASON (GL-MAP-BEST)
034200         MOVE GM-DEBIT-ACCOUNT TO GL-MAP-DEBIT (GL-MAP-BEST)
034300         MOVE GM-CREDIT-ACCOUNT TO GL-MAP-CREDIT (GL-MAP-BEST)
034400         MOVE GM-TAX-ACCOUNT TO GL-MAP-TAX (GL-MAP-BEST).
034500     PERFORM 1210-READ-ONE-MAPPING THRU 1210-EXIT.
034600 1220-EXIT.
034700     EXIT.

034800*----------------------------------------------------------------
034900* 1500-OPEN-BATCH.
035000*    DRAWS THE NEXT JOURNAL BATCH NUMBER FROM THE PERSISTED
035100*    ONE-RECORD COUNTER FILE, PRIMING IT TO ZERO THE FIRST
035200*    TIME - THE SAME TECHNIQUE THE BILLING RUN USES FOR ITS
035300*    RUN NUMBER - THEN OPENS THE POSTED-LINES CONTROL FILE,
035400*    CREATING IT THE FIRST TIME, AND THE JOURNAL AND REPORT.
035500*----------------------------------------------------------------
035600 1500-OPEN-BATCH.
035700     OPEN I-O BATCH-COUNTER-FILE.
035800     IF GL-BATCH-SEQ-STATUS = "35"
035900         MOVE ZERO TO BATCH-HIGH-WATER-MARK
036000         OPEN OUTPUT BATCH-COUNTER-FILE
036100         WRITE BATCH-SEQ-REC
036200         CLOSE BATCH-COUNTER-FILE
036300         OPEN I-O BATCH-COUNTER-FILE.
036400     MOVE 1 TO GL-BATCH-SEQ-KEY.
036500     READ BATCH-COUNTER-FILE.
036600     ADD 1 TO BATCH-HIGH-WATER-MARK.
036700     MOVE BATCH-HIGH-WATER-MARK TO GL-BATCH-NUM.
036800     REWRITE BATCH-SEQ-REC.
036900     CLOSE BATCH-COUNTER-FILE.
037000     OPEN I-O POSTED-FILE.
037100     IF GL-POSTED-STATUS = "35"
037200         OPEN OUTPUT POSTED-FILE
037300         CLOSE POSTED-FILE
037400         OPEN I-O POSTED-FILE.
037500     OPEN OUTPUT JOURNAL-FILE.
037600     OPEN OUTPUT PRINT-FILE.
037700     MOVE ZERO TO GL-LINES-READ GL-LINES-IN-RANGE
037800         GL-ALREADY-POSTED GL-NOT-JOURNALED GL-LINES-POSTED
037900         GL-JOURNAL-COUNT GL-TOTAL-DEBITS GL-TOTAL-CREDITS
038000         GL-ACCT-COUNT.
038100     PERFORM 1510-CLEAR-TYPE-TOTAL THRU 1510-EXIT
038200         VARYING GL-TYPE-INDEX FROM 1 BY 1
038300         UNTIL GL-TYPE-INDEX > 6.
038400     SET GL-EXC-HEAD-NOT-PRINTED TO TRUE.
038500     MOVE GL-BATCH-NUM TO HL-BATCH.
038600     MOVE GL-FROM-DATE TO HL-FROM.
038700     MOVE GL-TO-DATE TO HL-TO.
038800     WRITE PRINT-LINE FROM HEADING-LINE-1.
038900     WRITE PRINT-LINE FROM BLANK-LINE.
039000 1500-EXIT.
039100     EXIT.

039200 1510-CLEAR-TYPE-TOTAL.
039300     MOVE ZERO TO GL-TYPE-LINES (GL-TYPE-INDEX)
039400         GL-TYPE-AMOUNT (GL-TYPE-INDEX).
039500 1510-EXIT.
039600     EXIT.

039700*----------------------------------------------------------------
039800* 2000-JOURNAL-LEDGER.
039900*    WALKS THE LEDGER END TO END, NUMBERING EVERY LINE BY ITS
040000*    POSITION, AND JOURNALS EACH LINE DATED INSIDE THE RANGE
040100*    THAT HAS NOT ALREADY GONE TO THE GENERAL LEDGER.
040200*----------------------------------------------------------------
040300 2000-JOURNAL-LEDGER.
040400     OPEN INPUT RECEIVABLE-FILE.
040500     IF GL-LEDGER-STATUS NOT = "00"
040600         DISPLAY "Receivables file not on file - "
040700             "nothing to journal"
040800         GO TO 2000-EXIT.
040900     MOVE ZERO TO GL-LINE-NUM.
041000     SET GL-NOT-EOF TO TRUE.
041100     PERFORM 2100-READ-ONE-LEDGER-LINE THRU 2100-EXIT.
041200     PERFORM 2200-JOURNAL-ONE-LINE THRU 2200-EXIT
041300         UNTIL GL-EOF.
041400     CLOSE RECEIVABLE-FILE.
041500 2000-EXIT.
041600     EXIT.

041700 2100-READ-ONE-LEDGER-LINE.
041800     READ RECEIVABLE-FILE
041900         AT END SET GL-EOF TO TRUE.
042000 2100-EXIT.
042100     EXIT.

042200*----------------------------------------------------------------
042300* 2200-JOURNAL-ONE-LINE.
042400*    A LINE OUTSIDE THE RANGE, OR ONE THE CONTROL FILE SHOWS
042500*    WAS ALREADY SENT, IS PASSED OVER.  A LINE WITH NO MAPPING,
042600*    OR WHOSE TAX IS MORE THAN ITS AMOUNT, IS LISTED AS AN
042700*    EXCEPTION AND LEFT UNSENT.  ANY OTHER LINE IS WRITTEN TO
042800*    THE JOURNAL AND MARKED SENT UNDER THIS BATCH.
042900*----------------------------------------------------------------
043000 2200-JOURNAL-ONE-LINE.
043100     ADD 1 TO GL-LINE-NUM.
043200     ADD 1 TO GL-LINES-READ.
043300     IF AR-DATE < GL-FROM-DATE OR AR-DATE > GL-TO-DATE
043400         GO TO 2200-READ-NEXT.
043500     ADD 1 TO GL-LINES-IN-RANGE.
043600     MOVE GL-LINE-NUM TO GL-POSTED-KEY.
043700     READ POSTED-FILE.
043800     IF GL-POSTED-STATUS = "00"
043900         ADD 1 TO GL-ALREADY-POSTED
044000         GO TO 2200-READ-NEXT.
044100     PERFORM 2300-FIND-MAPPING THRU 2300-EXIT.
044200     IF GL-MAP-BEST = ZERO
044300         MOVE "NO ACCOUNT MAPPING" TO GL-EXCEPTION-TEXT
044400         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
044500         GO TO 2200-READ-NEXT.
044600     MOVE ZERO TO GL-TAX-PART.
044700     IF (AR-INVOICE OR AR-REVERSAL) AND AR-TAX-AMOUNT NUMERIC
044800         MOVE AR-TAX-AMOUNT TO GL-TAX-PART.
044900     IF GL-TAX-PART > AR-AMOUNT
045000         MOVE "TAX EXCEEDS LINE AMOUNT" TO GL-EXCEPTION-TEXT
045100         PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
045200         GO TO 2200-READ-NEXT.
045300     SUBTRACT GL-TAX-PART FROM AR-AMOUNT GIVING GL-NET-PART.
045400     IF AR-INVOICE
045500         PERFORM 2410-JOURNAL-INVOICE THRU 2410-EXIT
045600     ELSE IF AR-REVERSAL
045700         PERFORM 2420-JOURNAL-REVERSAL THRU 2420-EXIT
045800     ELSE
045900         PERFORM 2430-JOURNAL-TWO-SIDED THRU 2430-EXIT.
046000     PERFORM 2600-MARK-LINE-POSTED THRU 2600-EXIT.
046100 2200-READ-NEXT.
046200     PERFORM 2100-READ-ONE-LEDGER-LINE THRU 2100-EXIT.
046300 2200-EXIT.
046400     EXIT.

046500*----------------------------------------------------------------
046600* 2300-FIND-MAPPING.
046700*    LOOKS UP THE MAPPING FOR THE LINE'S TYPE AND REASON CODE,
046800*    FALLING BACK TO THE TYPE'S BLANK-REASON DEFAULT.  ONLY
046900*    CREDIT AND DEBIT MEMOS ARE MAPPED BY REASON.
047000*----------------------------------------------------------------
047100 2300-FIND-MAPPING.
047200     MOVE AR-RECORD-TYPE TO GL-WANT-TYPE.
047300     MOVE SPACES TO GL-WANT-REASON.
047400     IF AR-ADJ-CREDIT OR AR-ADJ-DEBIT
047500         MOVE AR-REASON-CODE TO GL-WANT-REASON.
047600     PERFORM 2350-MATCH-MAPPING THRU 2350-EXIT.
047700     IF GL-MAP-BEST = ZERO AND GL-WANT-REASON NOT = SPACES
047800         MOVE SPACES TO GL-WANT-REASON
047900         PERFORM 2350-MATCH-MAPPING THRU 2350-EXIT.
048000 2300-EXIT.
048100     EXIT.

048200 2350-MATCH-MAPPING.
048300     MOVE ZERO TO GL-MAP-BEST.
048400     PERFORM 2360-TEST-ONE-MAPPING THRU 2360-EXIT
048500         VARYING GL-MAP-INDEX FROM 1 BY 1
048600         UNTIL GL-MAP-INDEX > GL-MAP-COUNT
048700             OR GL-MAP-BEST NOT = ZERO.
048800 2350-EXIT.
048900     EXIT.

049000 2360-TEST-ONE-MAPPING.
049100     IF GL-MAP-TYPE (GL-MAP-INDEX) = GL-WANT-TYPE
049200             AND GL-MAP-REASON (GL-MAP-INDEX) = GL-WANT-REASON
049300         MOVE GL-MAP-INDEX TO GL-MAP-BEST.
049400 2360-EXIT.
049500     EXIT.

049600*----------------------------------------------------------------
049700* 2410-JOURNAL-INVOICE.
049800*    DEBIT RECEIVABLES FOR THE FULL AMOUNT, CREDIT REVENUE FOR
049900*    THE AMOUNT LESS TAX, CREDIT THE TAX LIABILITY FOR THE TAX.
050000*----------------------------------------------------------------
050100 2410-JOURNAL-INVOICE.
050200     MOVE GL-MAP-DEBIT (GL-MAP-BEST) TO GL-ENTRY-ACCOUNT.
050300     SET GL-ENTRY-DEBIT TO TRUE.
050400     MOVE AR-AMOUNT TO GL-ENTRY-AMOUNT.
050500     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
050600     MOVE GL-MAP-CREDIT (GL-MAP-BEST) TO GL-ENTRY-ACCOUNT.
050700     SET GL-ENTRY-CREDIT TO TRUE.
050800     MOVE GL-NET-PART TO GL-ENTRY-AMOUNT.
050900     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
051000     MOVE GL-MAP-TAX (GL-MAP-BEST) TO GL-ENTRY-ACCOUNT.
051100     SET GL-ENTRY-CREDIT TO TRUE.
051200     MOVE GL-TAX-PART TO GL-ENTRY-AMOUNT.
051300     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
051400 2410-EXIT.
051500     EXIT.

051600*----------------------------------------------------------------
051700* 2420-JOURNAL-REVERSAL.
051800*    THE MIRROR OF AN INVOICE - DEBIT REVENUE FOR THE AMOUNT
051900*    LESS TAX, DEBIT THE TAX LIABILITY FOR THE TAX, CREDIT
052000*    RECEIVABLES FOR THE FULL AMOUNT.
052100*----------------------------------------------------------------
052200 2420-JOURNAL-REVERSAL.
052300     MOVE GL-MAP-DEBIT (GL-MAP-BEST) TO GL-ENTRY-ACCOUNT.
052400     SET GL-ENTRY-DEBIT TO TRUE.
052500     MOVE GL-NET-PART TO GL-ENTRY-AMOUNT.
052600     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
052700     MOVE GL-MAP-TAX (GL-MAP-BEST) TO GL-ENTRY-ACCOUNT.
052800     SET GL-ENTRY-DEBIT TO TRUE.
052900     MOVE GL-TAX-PART TO GL-ENTRY-AMOUNT.
053000     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
053100     MOVE GL-MAP-CREDIT (GL-MAP-BEST) TO GL-ENTRY-ACCOUNT.
053200     SET GL-ENTRY-CREDIT TO TRUE.
053300     MOVE AR-AMOUNT TO GL-ENTRY-AMOUNT.
053400     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
053500 2420-EXIT.
053600     EXIT.

053700*----------------------------------------------------------------
053800* 2430-JOURNAL-TWO-SIDED.
053900*    PAYMENTS, MEMOS AND REFUNDS - ONE DEBIT AND ONE CREDIT
054000*    FOR THE FULL AMOUNT TO THE MAPPED ACCOUNTS.
054100*----------------------------------------------------------------
054200 2430-JOURNAL-TWO-SIDED.
054300     MOVE GL-MAP-DEBIT (GL-MAP-BEST) TO GL-ENTRY-ACCOUNT.
054400     SET GL-ENTRY-DEBIT TO TRUE.
054500     MOVE AR-AMOUNT TO GL-ENTRY-AMOUNT.
054600     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
054700     MOVE GL-MAP-CREDIT (GL-MAP-BEST) TO GL-ENTRY-ACCOUNT.
054800     SET GL-ENTRY-CREDIT TO TRUE.
054900     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
055000 2430-EXIT.
055100     EXIT.

055200*----------------------------------------------------------------
055300* 2500-WRITE-ENTRY.
055400*    WRITES ONE JOURNAL LINE - A ZERO AMOUNT, SUCH AS THE TAX
055500*    ON AN UNTAXED INVOICE, IS NOT WRITTEN - AND ADDS IT INTO
055600*    THE BATCH TOTALS AND ITS ACCOUNT'S PROOF TOTALS.
055700*----------------------------------------------------------------
055800 2500-WRITE-ENTRY.
055900     IF GL-ENTRY-AMOUNT = ZERO
056000         GO TO 2500-EXIT.
056100     MOVE SPACES TO JOURNAL-LINE.
056200     MOVE "J" TO GJ-RECORD-TYPE.
056300     MOVE GL-BATCH-NUM TO GJ-BATCH-NUM.
056400     MOVE AR-DATE TO GJ-POST-DATE.
056500     MOVE GL-ENTRY-ACCOUNT TO GJ-ACCOUNT.
056600     MOVE GL-ENTRY-SIDE TO GJ-DR-CR.
056700     MOVE GL-ENTRY-AMOUNT TO GJ-AMOUNT.
056800     MOVE AR-RECORD-TYPE TO GJ-SOURCE-TYPE.
056900     MOVE AR-REASON-CODE TO GJ-REASON-CODE.
057000     MOVE AR-CUST-NUM TO GJ-CUST-NUM.
057100     MOVE AR-RUN-NUM TO GJ-RUN-NUM.
057200     MOVE GL-LINE-NUM TO GJ-LEDGER-LINE.
057300     WRITE JOURNAL-LINE.
057400     ADD 1 TO GL-JOURNAL-COUNT.
057500     IF GL-ENTRY-DEBIT
057600         ADD GL-ENTRY-AMOUNT TO GL-TOTAL-DEBITS
057700     ELSE
057800         ADD GL-ENTRY-AMOUNT TO GL-TOTAL-CREDITS.
057900     MOVE ZERO TO GL-ACCT-FOUND.
058000     PERFORM 2550-TEST-ONE-ACCOUNT THRU 2550-EXIT
058100         VARYING GL-ACCT-INDEX FROM 1 BY 1
058200         UNTIL GL-ACCT-INDEX > GL-ACCT-COUNT
058300             OR GL-ACCT-FOUND NOT = ZERO.
058400     IF GL-ACCT-FOUND = ZERO
058500         IF GL-ACCT-COUNT < 200
058600             ADD 1 TO GL-ACCT-COUNT
058700             MOVE GL-ACCT-COUNT TO GL-ACCT-FOUND
058800             MOVE GL-ENTRY-ACCOUNT TO GL-ACCT-ID (GL-ACCT-FOUND)
058900             MOVE ZERO TO GL-ACCT-DEBITS (GL-ACCT-FOUND)
059000                 GL-ACCT-CREDITS (GL-ACCT-FOUND)
059100         ELSE
059200             DISPLAY "Account proof table full - account "
059300                 GL-ENTRY-ACCOUNT " left off the proof report"
059400             GO TO 2500-EXIT
059500         END-IF
059600     END-IF.
059700     IF GL-ENTRY-DEBIT
059800         ADD GL-ENTRY-AMOUNT TO GL-ACCT-DEBITS (GL-ACCT-FOUND)
059900     ELSE
060000         ADD GL-ENTRY-AMOUNT TO GL-ACCT-CREDITS (GL-ACCT-FOUND).
060100 2500-EXIT.
060200     EXIT.

060300 2550-TEST-ONE-ACCOUNT.
060400     IF GL-ACCT-ID (GL-ACCT-INDEX) = GL-ENTRY-ACCOUNT
060500         MOVE GL-ACCT-INDEX TO GL-ACCT-FOUND.
060600 2550-EXIT.
060700     EXIT.

060800*----------------------------------------------------------------
060900* 2600-MARK-LINE-POSTED.
061000*    RECORDS THE LEDGER LINE IN THE CONTROL FILE UNDER ITS
061100*    POSITION, SO NO LATER RUN CAN SEND IT AGAIN, AND ADDS IT
061200*    INTO ITS POSTING TYPE'S PROOF TOTALS.
061300*----------------------------------------------------------------
061400 2600-MARK-LINE-POSTED.
061500     MOVE GL-LINE-NUM TO GL-POSTED-KEY.
061600     MOVE GL-BATCH-NUM TO GP-BATCH-NUM.
061700     MOVE GL-TODAY TO GP-POSTED-DATE.
061800     WRITE POSTED-REC.
061900     IF GL-POSTED-STATUS NOT = "00"
062000         DISPLAY "Ledger line " GL-LINE-NUM
062100             " could not be marked as sent".
062200     ADD 1 TO GL-LINES-POSTED.
062300     PERFORM 2610-ADD-TYPE-TOTAL THRU 2610-EXIT
062400         VARYING GL-TYPE-INDEX FROM 1 BY 1
062500         UNTIL GL-TYPE-INDEX > 6.
062600 2600-EXIT.
062700     EXIT.

062800 2610-ADD-TYPE-TOTAL.
062900     IF GL-TYPE-CODE (GL-TYPE-INDEX) = AR-RECORD-TYPE
063000         ADD 1 TO GL-TYPE-LINES (GL-TYPE-INDEX)
063100         ADD AR-AMOUNT TO GL-TYPE-AMOUNT (GL-TYPE-INDEX).
063200 2610-EXIT.
063300     EXIT.

063400*----------------------------------------------------------------
063500* 2900-PRINT-EXCEPTION.
063600*    LISTS ONE LEDGER LINE LEFT OUT OF THE JOURNAL, PRINTING
063700*    THE EXCEPTION HEADINGS AHEAD OF THE FIRST ONE.
063800*----------------------------------------------------------------
063900 2900-PRINT-EXCEPTION.
064000     IF GL-EXC-HEAD-NOT-PRINTED
064100         WRITE PRINT-LINE FROM EXCEPTION-HEADING-1
064200         WRITE PRINT-LINE FROM EXCEPTION-HEADING-2
064300         SET GL-EXC-HEAD-PRINTED TO TRUE.
064400     MOVE GL-LINE-NUM TO XL-LEDGER-LINE.
064500     MOVE AR-RECORD-TYPE TO XL-TYPE.
064600     MOVE AR-REASON-CODE TO XL-REASON.
064700     MOVE AR-CUST-NUM TO XL-CUST-NUM.
064800     MOVE AR-DATE TO XL-DATE.
064900     MOVE AR-AMOUNT TO XL-AMOUNT.
065000     MOVE GL-EXCEPTION-TEXT TO XL-TEXT.
065100     WRITE PRINT-LINE FROM EXCEPTION-LINE.
065200     ADD 1 TO GL-NOT-JOURNALED.
065300 2900-EXIT.
065400     EXIT.

065500*----------------------------------------------------------------
065600* 8000-TERMINATE.
065700*    CLOSES THE JOURNAL WITH ITS TRAILER LINE AND PRINTS THE
065800*    PROOF - DEBITS AND CREDITS BY ACCOUNT, THE BATCH TOTALS
065900*    AND WHETHER THEY AGREE, AMOUNTS BY POSTING TYPE, AND THE
066000*    LINE COUNTS.
066100*----------------------------------------------------------------
066200 8000-TERMINATE.
066300     MOVE SPACES TO JOURNAL-LINE.
066400     MOVE "T" TO GJ-RECORD-TYPE.
066500     MOVE GL-BATCH-NUM TO GJ-BATCH-NUM.
066600     MOVE GL-JOURNAL-COUNT TO GT-LINE-COUNT.
066700     MOVE GL-TOTAL-DEBITS TO GT-DEBIT-TOTAL.
066800     MOVE GL-TOTAL-CREDITS TO GT-CREDIT-TOTAL.
066900     MOVE GL-FROM-DATE TO GT-FROM-DATE.
067000     MOVE GL-TO-DATE TO GT-TO-DATE.
067100     WRITE JOURNAL-LINE.
067200     CLOSE JOURNAL-FILE.
067300     CLOSE POSTED-FILE.
067400     IF GL-EXC-HEAD-PRINTED
067500         WRITE PRINT-LINE FROM BLANK-LINE.
067600     WRITE PRINT-LINE FROM ACCOUNT-HEADING.
067700     PERFORM 8100-PRINT-ONE-ACCOUNT THRU 8100-EXIT
067800         VARYING GL-ACCT-INDEX FROM 1 BY 1
067900         UNTIL GL-ACCT-INDEX > GL-ACCT-COUNT.
068000     MOVE "BATCH TOTALS" TO AL-ACCOUNT.
068100     MOVE GL-TOTAL-DEBITS TO AL-DEBITS.
068200     MOVE GL-TOTAL-CREDITS TO AL-CREDITS.
068300     WRITE PRINT-LINE FROM BLANK-LINE.
068400     WRITE PRINT-LINE FROM ACCOUNT-LINE.
068500     IF GL-TOTAL-DEBITS = GL-TOTAL-CREDITS
068600         MOVE "JOURNAL IN BALANCE" TO BL-MESSAGE
068700     ELSE
068800         MOVE "*** JOURNAL OUT OF BALANCE ***" TO BL-MESSAGE.
068900     WRITE PRINT-LINE FROM BALANCE-LINE.
069000     WRITE PRINT-LINE FROM BLANK-LINE.
069100     WRITE PRINT-LINE FROM TYPE-HEADING.
069200     PERFORM 8200-PRINT-ONE-TYPE THRU 8200-EXIT
069300         VARYING GL-TYPE-INDEX FROM 1 BY 1
069400         UNTIL GL-TYPE-INDEX > 6.
069500     WRITE PRINT-LINE FROM BLANK-LINE.
069600     MOVE "LEDGER LINES READ" TO CL-LABEL.
069700     MOVE GL-LINES-READ TO CL-COUNT.
069800     WRITE PRINT-LINE FROM COUNT-LINE.
069900     MOVE "LEDGER LINES DATED IN RANGE" TO CL-LABEL.
070000     MOVE GL-LINES-IN-RANGE TO CL-COUNT.
070100     WRITE PRINT-LINE FROM COUNT-LINE.
070200     MOVE "ALREADY SENT - REFUSED" TO CL-LABEL.
070300     MOVE GL-ALREADY-POSTED TO CL-COUNT.
070400     WRITE PRINT-LINE FROM COUNT-LINE.
070500     MOVE "NOT JOURNALED - SEE EXCEPTIONS" TO CL-LABEL.
070600     MOVE GL-NOT-JOURNALED TO CL-COUNT.
070700     WRITE PRINT-LINE FROM COUNT-LINE.
070800     MOVE "LEDGER LINES JOURNALED" TO CL-LABEL.
070900     MOVE GL-LINES-POSTED TO CL-COUNT.
071000     WRITE PRINT-LINE FROM COUNT-LINE.
071100     MOVE "JOURNAL LINES WRITTEN" TO CL-LABEL.
071200     MOVE GL-JOURNAL-COUNT TO CL-COUNT.
071300     WRITE PRINT-LINE FROM COUNT-LINE.
071400     CLOSE PRINT-FILE.
071500     DISPLAY "Journal batch " GL-BATCH-NUM " written".
071600     MOVE GL-LINES-POSTED TO GL-COUNT-DISPLAY.
071700     DISPLAY "Ledger lines journaled:   " GL-COUNT-DISPLAY.
071800     MOVE GL-ALREADY-POSTED TO GL-COUNT-DISPLAY.
071900     DISPLAY "Already sent - refused:   " GL-COUNT-DISPLAY.
072000     MOVE GL-NOT-JOURNALED TO GL-COUNT-DISPLAY.
072100     DISPLAY "Not journaled:            " GL-COUNT-DISPLAY.
072200     DISPLAY BL-MESSAGE.
072300 8000-EXIT.
072400     EXIT.

072500 8100-PRINT-ONE-ACCOUNT.
072600     MOVE GL-ACCT-ID (GL-ACCT-INDEX) TO AL-ACCOUNT.
072700     MOVE GL-ACCT-DEBITS (GL-ACCT-INDEX) TO AL-DEBITS.
072800     MOVE GL-ACCT-CREDITS (GL-ACCT-INDEX) TO AL-CREDITS.
072900     WRITE PRINT-LINE FROM ACCOUNT-LINE.
073000 8100-EXIT.
073100     EXIT.

073200 8200-PRINT-ONE-TYPE.
073300     MOVE GL-TYPE-CODE (GL-TYPE-INDEX) TO TL-TYPE.
073400     MOVE GL-TYPE-NAME (GL-TYPE-INDEX) TO TL-NAME.
073500     MOVE GL-TYPE-LINES (GL-TYPE-INDEX) TO TL-LINES.
073600     MOVE GL-TYPE-AMOUNT (GL-TYPE-INDEX) TO TL-AMOUNT.
073700     WRITE PRINT-LINE FROM TYPE-LINE.
073800 8200-EXIT.
073900     EXIT.
