000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTINQ.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    INTERACTIVE CUSTOMER ACCOUNT INQUIRY FOR THE SERVICE DESK.
001200*    LOCATES AN ACCOUNT BY ITS FULL PHONE KEY THROUGH THE
001300*    SHARED CUSTPHN INDEX AND SHOWS, ON ONE SCREEN:
001400*      - THE CUSTOMER MASTER RECORD, INCLUDING THE ACCOUNT
001500*        STATUS AND THE COLLECTION HOLD;
001600*      - THE OPEN BALANCE AND AGING BUCKETS, WORKED FROM THE
001700*        ACCOUNTS-RECEIVABLE LEDGER THE SAME WAY THE AGING
001800*        REPORT DOES, AS OF TODAY;
001900*      - THE LAST FEW PAYMENTS, MEMOS AND REVERSALS POSTED;
002000*      - THE MOST RECENT CALLS FROM THE CALLIDX PHONE INDEX
002100*        WITH THE BILLING RUN THAT INVOICED EACH, OR UNBILLED;
002200*      - ANY OPEN CALL-SUSPENSE SLOTS FOR THE PHONE KEY;
002300*      - THE LAST DUNNING NOTICE ON THE DUNNING REGISTER.
002400*    NOTHING IS CHANGED - THE PROGRAM ONLY READS.  THE CLERK
002500*    SIGNS ON THROUGH THE SHARED SIGNON MODULE AND EVERY
002600*    INQUIRY, FOUND OR NOT, IS RECORDED IN THE SHARED AUDIT LOG
002700*    UNDER ACTION CODE "Q".
002800*
002900*    MODIFICATION HISTORY.
003000*    10/15/2026  RH   ORIGINAL PROGRAM.
003010*    10/15/2026  RH   "F" REFUND LINES FROM THE CREDIT-BALANCE
003020*                     REFUND RUN AGE WITH THE INVOICES, AS IN THE
003030*                     AGING REPORT, AND LIST AS REFUNDS AMONG THE
003040*                     RECENT PAYMENTS AND MEMOS.
003050*    10/15/2026  RH   SHOWS THE ACCOUNT'S CREDIT LIMIT UNDER ITS
003060*                     CALLING PLAN.
003070*    10/15/2026  RH   SHOWS THE BILL CYCLE THE ACCOUNT IS
003080*                     INVOICED IN UNDER ITS CREDIT LIMIT.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RECEIVABLE-FILE ASSIGN TO "receivables-file"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS IQ-LEDGER-STATUS.

003800     SELECT SORT-WORK-FILE ASSIGN TO "acctinq-sort-work".

003900     SELECT SORTED-AR-FILE ASSIGN TO "acctinq-sorted"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS IQ-SORTED-STATUS.

004200     SELECT SUSPENSE-FILE ASSIGN TO "call-suspense"
004300         ORGANIZATION IS RELATIVE
004400         ACCESS IS SEQUENTIAL
004500         RELATIVE KEY IS IQ-SUS-KEY
004600         FILE STATUS IS IQ-SUS-STATUS.

004700     SELECT REGISTER-FILE ASSIGN TO "ardun-register"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS IQ-REGISTER-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RECEIVABLE-FILE.
005300 01  RECEIVABLE-LINE.
005400     COPY ARREC.

005500 SD  SORT-WORK-FILE.
005600 01  AR-SORT-REC.
005700     COPY ARREC.

005800 FD  SORTED-AR-FILE.
005900 01  SORTED-AR-REC.
006000     COPY ARREC.

006100 FD  SUSPENSE-FILE.
006200 01  SUSPENSE-REC.
006300     COPY SUSREC.

006400 FD  REGISTER-FILE.
006500 01  REGISTER-LINE.
006600     COPY DUNREG.

006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------
006900* WORKING STORAGE.
007000*----------------------------------------------------------------
007100 01  CUST-REC.
007200     COPY CUSTREC.
007300 01  CALL-REC.
007400     COPY CALLREC.
007500 01  STATS                   PIC 9.
007600 01  RECORD-NUM              PIC 9(09).
007700 01  USER-INPUT-FLAG         PIC X.
007800 01  USER-INPUT-PHONE        PIC 9(10).
007900 01  USER-INPUT-PHONE-CC     PIC 9(03).
008000 01  USER-INPUT-PHONE-EXT    PIC 9(05).
008100 01  OPERATOR-ID             PIC X(08).
008200 01  OPERATOR-AUTH-LEVEL     PIC 9(01).
008300 01  SIGNON-STATS            PIC 9.
008400 01  IQ-LEDGER-STATUS        PIC XX.
008500 01  IQ-SORTED-STATUS        PIC XX.
008600 01  IQ-SUS-STATUS           PIC XX.
008700 01  IQ-SUS-KEY              PIC 9(09).
008800 01  IQ-REGISTER-STATUS      PIC XX.
008900 01  IQ-TODAY                PIC 9(08).
009000 01  IQ-TODAY-DAYS           PIC 9(09).
009100 01  IQ-INV-DAYS             PIC 9(09).
009200 01  IQ-AGE-DAYS             PIC S9(05).
009300 01  IQ-EOF-SWITCH           PIC X(01).
009400     88  IQ-EOF                  VALUE "Y".
009500     88  IQ-NOT-EOF              VALUE "N".
009600 01  IQ-STATUS-TEXT          PIC X(09).
009700 01  IQ-HOLD-TEXT            PIC X(03).
009800 01  IQ-AMOUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
009900 01  IQ-COUNT                PIC 9(05) COMP.

010000*----------------------------------------------------------------
010100* BALANCE AND AGING - THE ACCOUNT'S OPEN INVOICES AND DEBIT
010200* MEMOS IN DATE ORDER, AND THE POOL OF PAYMENTS AND CREDITS
010300* APPLIED TO THEM OLDEST FIRST.
010400*----------------------------------------------------------------
010500 01  IQ-INV-COUNT            PIC 9(03) COMP.
010600 01  IQ-INV-INDEX            PIC 9(03) COMP.
010700 01  IQ-INV-TABLE.
010800     05  IQ-INV-ENTRY OCCURS 200 TIMES.
010900         10  IQ-INV-DATE     PIC 9(08).
011000         10  IQ-INV-AMT      PIC 9(09)V99.
011100 01  IQ-PAY-POOL             PIC 9(09)V99.
011200 01  IQ-BUCKET-CURRENT       PIC 9(09)V99.
011300 01  IQ-BUCKET-OVER-30       PIC 9(09)V99.
011400 01  IQ-BUCKET-OVER-60       PIC 9(09)V99.
011500 01  IQ-BUCKET-OVER-90       PIC 9(09)V99.
011600 01  IQ-OPEN-BALANCE         PIC 9(09)V99.

011700*----------------------------------------------------------------
011800* RECENT ACTIVITY - THE LAST 5 NON-INVOICE LEDGER LINES AND THE
011900* LAST 10 CALL RECORD NUMBERS, OLDEST IN SLOT 1.
012000*----------------------------------------------------------------
012100 01  IQ-ACT-COUNT            PIC 9(03) COMP.
012200 01  IQ-ACT-INDEX            PIC 9(03) COMP.
012300 01  IQ-ACT-TABLE.
012400     05  IQ-ACT-ENTRY OCCURS 5 TIMES.
012500         10  IQ-ACT-TYPE     PIC X(01).
012600         10  IQ-ACT-DATE     PIC 9(08).
012700         10  IQ-ACT-AMOUNT   PIC 9(09)V99.
012800         10  IQ-ACT-REASON   PIC X(02).
012900 01  IQ-ACT-TEXT             PIC X(14).
013000 01  IQ-CALL-COUNT           PIC 9(03) COMP.
013100 01  IQ-CALL-INDEX           PIC 9(03) COMP.
013200 01  IQ-CALL-TABLE.
013300     05  IQ-CALL-RECORD-NUM  PIC 9(09) OCCURS 10 TIMES.
013400 01  IQ-CX-POSITION          PIC 9(09).
013500 01  IQ-CX-RECORD-NUM        PIC 9(09).
013600 01  IQ-CALL-DIRECTION       PIC X(04).
013700 01  IQ-OTHER-PHONE          PIC 9(10).
013800 01  IQ-BILLED-TEXT          PIC X(10).

013900*----------------------------------------------------------------
014000* LAST DUNNING NOTICE FOUND ON THE REGISTER.
014100*----------------------------------------------------------------
014200 01  IQ-NOTICE-SWITCH        PIC X(01).
014300     88  IQ-NOTICE-FOUND         VALUE "Y".
014400     88  IQ-NO-NOTICE            VALUE "N".
014500 01  IQ-NOTICE-LINE.
014600     COPY DUNREG.

014700 01  IQ-RULE-LINE            PIC X(60) VALUE ALL "-".

014800 PROCEDURE DIVISION.
014900*----------------------------------------------------------------
015000* 0000-MAIN-PARAGRAPH.
015100*----------------------------------------------------------------
015200 0000-MAIN-PARAGRAPH.
015300     MOVE 1 TO SIGNON-STATS.
015400     PERFORM 0050-SIGN-ON THRU 0050-EXIT
015500         UNTIL SIGNON-STATS = 0.
015600     CALL "OPEN-CUSTOMERS" USING STATS.
015700     CALL "OPEN-CUSTOMER-PHONE" USING STATS.
015800     CALL "OPEN-CALLS" USING STATS.
015900     CALL "OPEN-CALL-INDEX" USING STATS.
016000     CALL "OPEN-AUDIT-LOG" USING STATS.

016100     PERFORM 0100-USER-INTERFACE THRU 0100-EXIT
016200         UNTIL USER-INPUT-FLAG = "X".

016300     CALL "CLOSE-CUSTOMERS".
016400     CALL "CLOSE-CUSTOMER-PHONE".
016500     CALL "CLOSE-CALLS".
016600     CALL "CLOSE-CALL-INDEX".
016700     CALL "CLOSE-AUDIT-LOG".
016800     STOP RUN.

016900*----------------------------------------------------------------
017000* 0050-SIGN-ON.
017100*    SIGNS THE CLERK ON THROUGH THE SHARED SIGNON MODULE,
017200*    RE-PROMPTING UNTIL A KNOWN ID IS KEYED.
017300*----------------------------------------------------------------
017400 0050-SIGN-ON.
017500     DISPLAY "Please enter your operator ID".
017600     ACCEPT OPERATOR-ID.
017700     CALL "SIGN-ON-OPERATOR" USING SIGNON-STATS OPERATOR-ID
017800         OPERATOR-AUTH-LEVEL.
017900     IF SIGNON-STATS NOT = 0
018000         DISPLAY "Operator ID not recognized".
018100 0050-EXIT.
018200     EXIT.

018300*----------------------------------------------------------------
018400* 0100-USER-INTERFACE.
018500*----------------------------------------------------------------
018600 0100-USER-INTERFACE.
018700     DISPLAY "Please select an action:".
018800     DISPLAY "Inquire on an Account (I)".
018900     DISPLAY "Exit Program (X)".
019000     ACCEPT USER-INPUT-FLAG.
019100     IF USER-INPUT-FLAG = "I"
019200         PERFORM 1000-INQUIRE THRU 1000-EXIT
019300         PERFORM 9500-WRITE-AUDIT-ENTRY THRU 9500-EXIT.
019400 0100-EXIT.
019500     EXIT.

019600*----------------------------------------------------------------
019700* 1000-INQUIRE.
019800*    LOCATES THE ACCOUNT BY ITS FULL PHONE KEY AND SHOWS EACH
019900*    PART OF THE INQUIRY SCREEN IN TURN.
020000*----------------------------------------------------------------
020100 1000-INQUIRE.
020200     DISPLAY "Please enter customer phone".
020300     ACCEPT USER-INPUT-PHONE.
020400     DISPLAY "Please enter customer phone country code".
020500     ACCEPT USER-INPUT-PHONE-CC.
020600     DISPLAY "Please enter customer phone extension".
020700     ACCEPT USER-INPUT-PHONE-EXT.
020800     CALL "SEARCH-CUSTOMER-PHONE" USING RECORD-NUM
020900                                        USER-INPUT-PHONE
021000                                        USER-INPUT-PHONE-CC
021100                                        USER-INPUT-PHONE-EXT.
021200     IF RECORD-NUM = 0
021300         DISPLAY "Phone not found!"
021400         GO TO 1000-EXIT.
021500     CALL "READ-CUSTOMERS" USING STATS CUST-REC RECORD-NUM.
021600     IF STATS NOT = 0
021700         DISPLAY "Customer record could not be read"
021800         GO TO 1000-EXIT.
021900     ACCEPT IQ-TODAY FROM DATE YYYYMMDD.
022000     MOVE FUNCTION INTEGER-OF-DATE (IQ-TODAY) TO IQ-TODAY-DAYS.
022100     PERFORM 2000-SHOW-CUSTOMER THRU 2000-EXIT.
022200     PERFORM 3000-SHOW-BALANCE THRU 3000-EXIT.
022300     PERFORM 4000-SHOW-CALLS THRU 4000-EXIT.
022400     PERFORM 5000-SHOW-SUSPENSE THRU 5000-EXIT.
022500     PERFORM 6000-SHOW-LAST-NOTICE THRU 6000-EXIT.
022600     DISPLAY IQ-RULE-LINE.
022700 1000-EXIT.
022800     EXIT.

022900*----------------------------------------------------------------
023000* 2000-SHOW-CUSTOMER.
023100*    THE CUSTOMER MASTER RECORD, WITH THE ACCOUNT STATUS AND
023200*    COLLECTION HOLD SPELLED OUT.
023300*----------------------------------------------------------------
023400 2000-SHOW-CUSTOMER.
023500     IF IACCT-SUSPENDED
023600         MOVE "SUSPENDED" TO IQ-STATUS-TEXT
023700     ELSE IF IACCT-CLOSED
023800         MOVE "CLOSED" TO IQ-STATUS-TEXT
023900     ELSE
024000         MOVE "ACTIVE" TO IQ-STATUS-TEXT.
024100     IF ICOLL-ON-HOLD
024200         MOVE "YES" TO IQ-HOLD-TEXT
024300     ELSE
024400         MOVE "NO" TO IQ-HOLD-TEXT.
024500     DISPLAY IQ-RULE-LINE.
024600     DISPLAY "ACCOUNT  " RECORD-NUM "  " INAME.
024700     DISPLAY "PHONE    " IPHONE " CC " IPHONE-CC
024800         " EXT " IPHONE-EXT.
024900     DISPLAY "ADDRESS  " IADDRESS.
025000     DISPLAY "         " ICITY " " ISTATE " " IZIP.
025100     DISPLAY "STATUS   " IQ-STATUS-TEXT " SINCE " ISTATUS-DATE
025200         "   COLLECTION HOLD " IQ-HOLD-TEXT.
025300     IF INO-PLAN
025400         DISPLAY "PLAN     NONE - BILLED PER MINUTE"
025500     ELSE
025600         DISPLAY "PLAN     " IPLAN-CODE.
025610     IF INO-CREDIT-LIMIT
025620         DISPLAY "LIMIT    NONE SET"
025630     ELSE
025640         MOVE ICREDIT-LIMIT TO IQ-AMOUNT-DISPLAY
025650         DISPLAY "LIMIT    " IQ-AMOUNT-DISPLAY.
025660     IF INO-BILL-CYCLE
025670         DISPLAY "CYCLE    NONE ASSIGNED - LOWEST CYCLE ON FILE"
025680     ELSE
025690         DISPLAY "CYCLE    " IBILL-CYCLE.
025700 2000-EXIT.
025800     EXIT.

025900*----------------------------------------------------------------
026000* 3000-SHOW-BALANCE.
026100*    SORTS THE ACCOUNT'S LEDGER LINES INTO DATE ORDER, APPLIES
026200*    ITS PAYMENTS AND CREDITS TO ITS INVOICES OLDEST FIRST AND
026300*    AGES WHAT REMAINS AGAINST TODAY - THE SAME RULES THE
026400*    AGING REPORT USES - THEN LISTS THE LAST FEW PAYMENTS AND
026500*    MEMOS, NEWEST FIRST.
026600*----------------------------------------------------------------
026700 3000-SHOW-BALANCE.
026800     SORT SORT-WORK-FILE
026900         ON ASCENDING KEY AR-DATE OF AR-SORT-REC
027000         INPUT PROCEDURE 3100-SELECT-LEDGER THRU 3100-EXIT
027100         GIVING SORTED-AR-FILE.
027200     MOVE ZERO TO IQ-INV-COUNT IQ-PAY-POOL IQ-ACT-COUNT.
027300     OPEN INPUT SORTED-AR-FILE.
027400     SET IQ-NOT-EOF TO TRUE.
027500     PERFORM 3300-READ-SORTED-LINE THRU 3300-EXIT.
027600     PERFORM 3400-ACCUMULATE-ONE-LINE THRU 3400-EXIT
027700         UNTIL IQ-EOF.
027800     CLOSE SORTED-AR-FILE.
027900     PERFORM 3510-APPLY-PAYMENT THRU 3510-EXIT
028000         VARYING IQ-INV-INDEX FROM 1 BY 1
028100         UNTIL IQ-INV-INDEX > IQ-INV-COUNT.
028200     MOVE ZERO TO IQ-BUCKET-CURRENT IQ-BUCKET-OVER-30
028300         IQ-BUCKET-OVER-60 IQ-BUCKET-OVER-90 IQ-OPEN-BALANCE.
028400     PERFORM 3520-BUCKET-BY-AGE THRU 3520-EXIT
028500         VARYING IQ-INV-INDEX FROM 1 BY 1
028600         UNTIL IQ-INV-INDEX > IQ-INV-COUNT.
028700     DISPLAY IQ-RULE-LINE.
028800     MOVE IQ-OPEN-BALANCE TO IQ-AMOUNT-DISPLAY.
028900     DISPLAY "OPEN BALANCE      " IQ-AMOUNT-DISPLAY.
029000     MOVE IQ-BUCKET-CURRENT TO IQ-AMOUNT-DISPLAY.
029100     DISPLAY "  CURRENT         " IQ-AMOUNT-DISPLAY.
029200     MOVE IQ-BUCKET-OVER-30 TO IQ-AMOUNT-DISPLAY.
029300     DISPLAY "  OVER 30         " IQ-AMOUNT-DISPLAY.
029400     MOVE IQ-BUCKET-OVER-60 TO IQ-AMOUNT-DISPLAY.
029500     DISPLAY "  OVER 60         " IQ-AMOUNT-DISPLAY.
029600     MOVE IQ-BUCKET-OVER-90 TO IQ-AMOUNT-DISPLAY.
029700     DISPLAY "  OVER 90         " IQ-AMOUNT-DISPLAY.
029800     MOVE IQ-PAY-POOL TO IQ-AMOUNT-DISPLAY.
029900     DISPLAY "UNAPPLIED CREDIT  " IQ-AMOUNT-DISPLAY.
030000     DISPLAY "RECENT PAYMENTS, MEMOS AND REFUNDS:".
030100     IF IQ-ACT-COUNT = ZERO
030200         DISPLAY "  NONE ON FILE"
030300     ELSE
030400         PERFORM 3600-SHOW-ONE-ACTIVITY THRU 3600-EXIT
030500             VARYING IQ-ACT-INDEX FROM IQ-ACT-COUNT BY -1
030600             UNTIL IQ-ACT-INDEX < 1.
030700 3000-EXIT.
030800     EXIT.

030900*----------------------------------------------------------------
031000* 3100-SELECT-LEDGER.
031100*    INPUT PROCEDURE FOR THE DATE SORT - RELEASES ONLY THE
031200*    LEDGER LINES CARRYING THIS ACCOUNT'S FULL PHONE KEY.
031300*----------------------------------------------------------------
031400 3100-SELECT-LEDGER.
031500     OPEN INPUT RECEIVABLE-FILE.
031600     IF IQ-LEDGER-STATUS NOT = "00"
031700         GO TO 3100-EXIT.
031800     SET IQ-NOT-EOF TO TRUE.
031900     PERFORM 3200-RELEASE-ONE-LINE THRU 3200-EXIT
032000         UNTIL IQ-EOF.
032100     CLOSE RECEIVABLE-FILE.
032200 3100-EXIT.
032300     EXIT.

032400 3200-RELEASE-ONE-LINE.
032500     READ RECEIVABLE-FILE
032600         AT END SET IQ-EOF TO TRUE.
032700     IF IQ-NOT-EOF
032800             AND AR-PHONE OF RECEIVABLE-LINE = USER-INPUT-PHONE
032900             AND AR-CC OF RECEIVABLE-LINE = USER-INPUT-PHONE-CC
033000             AND AR-EXT OF RECEIVABLE-LINE = USER-INPUT-PHONE-EXT
033100         RELEASE AR-SORT-REC FROM RECEIVABLE-LINE.
033200 3200-EXIT.
033300     EXIT.

033400 3300-READ-SORTED-LINE.
033500     READ SORTED-AR-FILE
033600         AT END SET IQ-EOF TO TRUE.
033700 3300-EXIT.
033800     EXIT.

033900*----------------------------------------------------------------
034000* 3400-ACCUMULATE-ONE-LINE.
034100*    INVOICES, DEBIT MEMOS AND REFUNDS ARE HELD IN THE OPEN-
034200*    INVOICE TABLE; PAYMENTS, REVERSALS AND CREDIT MEMOS GO
034300*    INTO THE PAYMENT POOL.  EVERY LINE BUT AN INVOICE ALSO
034400*    GOES ON THE RECENT-ACTIVITY LIST.  IF MORE THAN 200 ARE
034500*    OPEN THE OVERFLOW FOLDS INTO THE LAST SLOT, AS IN THE
034550*    AGING REPORT.
034600*----------------------------------------------------------------
034700 3400-ACCUMULATE-ONE-LINE.
034800     IF AR-PAYMENT OF SORTED-AR-REC
034900             OR AR-REVERSAL OF SORTED-AR-REC
035000             OR AR-ADJ-CREDIT OF SORTED-AR-REC
035100         ADD AR-AMOUNT OF SORTED-AR-REC TO IQ-PAY-POOL
035200     ELSE IF IQ-INV-COUNT < 200
035300         ADD 1 TO IQ-INV-COUNT
035400         MOVE AR-DATE OF SORTED-AR-REC
035500             TO IQ-INV-DATE (IQ-INV-COUNT)
035600         MOVE AR-AMOUNT OF SORTED-AR-REC
035700             TO IQ-INV-AMT (IQ-INV-COUNT)
035800     ELSE
035900         ADD AR-AMOUNT OF SORTED-AR-REC
036000             TO IQ-INV-AMT (IQ-INV-COUNT).
036100     IF NOT AR-INVOICE OF SORTED-AR-REC
036200         PERFORM 3450-NOTE-ACTIVITY THRU 3450-EXIT.
036300     PERFORM 3300-READ-SORTED-LINE THRU 3300-EXIT.
036400 3400-EXIT.
036500     EXIT.

036600 3450-NOTE-ACTIVITY.
036700     IF IQ-ACT-COUNT < 5
036800         ADD 1 TO IQ-ACT-COUNT
036900     ELSE
037000         PERFORM 3460-SHIFT-ONE-ACTIVITY THRU 3460-EXIT
037100             VARYING IQ-ACT-INDEX FROM 1 BY 1
037200             UNTIL IQ-ACT-INDEX > 4.
037300     MOVE AR-RECORD-TYPE OF SORTED-AR-REC
037400         TO IQ-ACT-TYPE (IQ-ACT-COUNT).
037500     MOVE AR-DATE OF SORTED-AR-REC TO IQ-ACT-DATE (IQ-ACT-COUNT).
037600     MOVE AR-AMOUNT OF SORTED-AR-REC
037700         TO IQ-ACT-AMOUNT (IQ-ACT-COUNT).
037800     MOVE AR-REASON-CODE OF SORTED-AR-REC
037900         TO IQ-ACT-REASON (IQ-ACT-COUNT).
038000 3450-EXIT.
038100     EXIT.

038200 3460-SHIFT-ONE-ACTIVITY.
038300     MOVE IQ-ACT-ENTRY (IQ-ACT-INDEX + 1)
038400         TO IQ-ACT-ENTRY (IQ-ACT-INDEX).
038500 3460-EXIT.
038600     EXIT.

038700 3510-APPLY-PAYMENT.
038800     IF IQ-PAY-POOL >= IQ-INV-AMT (IQ-INV-INDEX)
038900         SUBTRACT IQ-INV-AMT (IQ-INV-INDEX) FROM IQ-PAY-POOL
039000         MOVE ZERO TO IQ-INV-AMT (IQ-INV-INDEX)
039100     ELSE
039200         SUBTRACT IQ-PAY-POOL FROM IQ-INV-AMT (IQ-INV-INDEX)
039300         MOVE ZERO TO IQ-PAY-POOL.
039400 3510-EXIT.
039500     EXIT.

039600 3520-BUCKET-BY-AGE.
039700     IF IQ-INV-AMT (IQ-INV-INDEX) NOT = ZERO
039800         MOVE FUNCTION INTEGER-OF-DATE
039900             (IQ-INV-DATE (IQ-INV-INDEX)) TO IQ-INV-DAYS
040000         SUBTRACT IQ-INV-DAYS FROM IQ-TODAY-DAYS
040100             GIVING IQ-AGE-DAYS
040200         ADD IQ-INV-AMT (IQ-INV-INDEX) TO IQ-OPEN-BALANCE
040300         IF IQ-AGE-DAYS > 90
040400             ADD IQ-INV-AMT (IQ-INV-INDEX) TO IQ-BUCKET-OVER-90
040500         ELSE IF IQ-AGE-DAYS > 60
040600             ADD IQ-INV-AMT (IQ-INV-INDEX) TO IQ-BUCKET-OVER-60
040700         ELSE IF IQ-AGE-DAYS > 30
040800             ADD IQ-INV-AMT (IQ-INV-INDEX) TO IQ-BUCKET-OVER-30
040900         ELSE
041000             ADD IQ-INV-AMT (IQ-INV-INDEX) TO IQ-BUCKET-CURRENT.
041100 3520-EXIT.
041200     EXIT.

041300 3600-SHOW-ONE-ACTIVITY.
041400     IF IQ-ACT-TYPE (IQ-ACT-INDEX) = "P"
041500         MOVE "PAYMENT" TO IQ-ACT-TEXT
041600     ELSE IF IQ-ACT-TYPE (IQ-ACT-INDEX) = "C"
041700         MOVE "CREDIT MEMO" TO IQ-ACT-TEXT
041800     ELSE IF IQ-ACT-TYPE (IQ-ACT-INDEX) = "D"
041900         MOVE "DEBIT MEMO" TO IQ-ACT-TEXT
042000     ELSE IF IQ-ACT-TYPE (IQ-ACT-INDEX) = "R"
042100         MOVE "RUN REVERSAL" TO IQ-ACT-TEXT
042150     ELSE IF IQ-ACT-TYPE (IQ-ACT-INDEX) = "F"
042160         MOVE "REFUND ISSUED" TO IQ-ACT-TEXT
042200     ELSE
042300         MOVE "OTHER" TO IQ-ACT-TEXT.
042400     MOVE IQ-ACT-AMOUNT (IQ-ACT-INDEX) TO IQ-AMOUNT-DISPLAY.
042500     DISPLAY "  " IQ-ACT-DATE (IQ-ACT-INDEX) "  " IQ-ACT-TEXT
042600         " " IQ-AMOUNT-DISPLAY "  " IQ-ACT-REASON (IQ-ACT-INDEX).
042700 3600-EXIT.
042800     EXIT.

042900*----------------------------------------------------------------
043000* 4000-SHOW-CALLS.
043100*    WALKS THE CALLIDX ENTRIES FOR THE PHONE KEY, KEEPING THE
043200*    LAST 10 CALL RECORD NUMBERS SEEN, THEN SHOWS THOSE CALLS
043300*    NEWEST FIRST WITH THE RUN THAT BILLED EACH.
043400*----------------------------------------------------------------
043500 4000-SHOW-CALLS.
043600     DISPLAY IQ-RULE-LINE.
043700     DISPLAY "RECENT CALLS:".
043800     MOVE ZERO TO IQ-CALL-COUNT.
043900     CALL "FIND-PHONE" USING IQ-CX-POSITION USER-INPUT-PHONE
044000         USER-INPUT-PHONE-CC USER-INPUT-PHONE-EXT
044100         IQ-CX-RECORD-NUM.
044200     PERFORM 4100-NOTE-ONE-CALL THRU 4100-EXIT
044300         UNTIL IQ-CX-POSITION = 0.
044400     IF IQ-CALL-COUNT = ZERO
044500         DISPLAY "  NONE ON FILE"
044600     ELSE
044700         PERFORM 4200-SHOW-ONE-CALL THRU 4200-EXIT
044800             VARYING IQ-CALL-INDEX FROM IQ-CALL-COUNT BY -1
044900             UNTIL IQ-CALL-INDEX < 1.
045000 4000-EXIT.
045100     EXIT.

045200 4100-NOTE-ONE-CALL.
045300     IF IQ-CALL-COUNT < 10
045400         ADD 1 TO IQ-CALL-COUNT
045500     ELSE
045600         PERFORM 4110-SHIFT-ONE-CALL THRU 4110-EXIT
045700             VARYING IQ-CALL-INDEX FROM 1 BY 1
045800             UNTIL IQ-CALL-INDEX > 9.
045900     MOVE IQ-CX-RECORD-NUM TO IQ-CALL-RECORD-NUM (IQ-CALL-COUNT).
046000     CALL "NEXT-PHONE" USING IQ-CX-POSITION USER-INPUT-PHONE
046100         USER-INPUT-PHONE-CC USER-INPUT-PHONE-EXT
046200         IQ-CX-RECORD-NUM.
046300 4100-EXIT.
046400     EXIT.

046500 4110-SHIFT-ONE-CALL.
046600     MOVE IQ-CALL-RECORD-NUM (IQ-CALL-INDEX + 1)
046700         TO IQ-CALL-RECORD-NUM (IQ-CALL-INDEX).
046800 4110-EXIT.
046900     EXIT.

047000 4200-SHOW-ONE-CALL.
047100     CALL "READ-CALLS" USING STATS CALL-REC
047200         IQ-CALL-RECORD-NUM (IQ-CALL-INDEX).
047300     IF STATS NOT = 0
047400         DISPLAY "  CALL RECORD " IQ-CALL-RECORD-NUM
047500             (IQ-CALL-INDEX) " COULD NOT BE READ"
047600         GO TO 4200-EXIT.
047700     IF ICALLER = USER-INPUT-PHONE
047800             AND ICALLER-CC = USER-INPUT-PHONE-CC
047900             AND ICALLER-EXT = USER-INPUT-PHONE-EXT
048000         MOVE "TO" TO IQ-CALL-DIRECTION
048100         MOVE ICALLEE TO IQ-OTHER-PHONE
048200     ELSE
048300         MOVE "FROM" TO IQ-CALL-DIRECTION
048400         MOVE ICALLER TO IQ-OTHER-PHONE.
048500     IF IBILL-RUN = ZERO
048600         MOVE "UNBILLED" TO IQ-BILLED-TEXT
048700     ELSE
048800         MOVE SPACES TO IQ-BILLED-TEXT
048900         STRING "RUN " IBILL-RUN DELIMITED BY SIZE
049000             INTO IQ-BILLED-TEXT.
049100     DISPLAY "  " IDATE " " IQ-CALL-DIRECTION " " IQ-OTHER-PHONE
049200         " " IDUR " MIN  " IQ-BILLED-TEXT.
049300 4200-EXIT.
049400     EXIT.

049500*----------------------------------------------------------------
049600* 5000-SHOW-SUSPENSE.
049700*    LISTS EVERY OPEN CALL-SUSPENSE SLOT FOR THE PHONE KEY.
049800*----------------------------------------------------------------
049900 5000-SHOW-SUSPENSE.
050000     DISPLAY IQ-RULE-LINE.
050100     DISPLAY "OPEN SUSPENSE SLOTS:".
050200     MOVE ZERO TO IQ-COUNT.
050300     OPEN INPUT SUSPENSE-FILE.
050400     IF IQ-SUS-STATUS = "00"
050500         SET IQ-NOT-EOF TO TRUE
050600         PERFORM 5100-CHECK-ONE-SLOT THRU 5100-EXIT
050700             UNTIL IQ-EOF
050800         CLOSE SUSPENSE-FILE.
050900     IF IQ-COUNT = ZERO
051000         DISPLAY "  NONE".
051100 5000-EXIT.
051200     EXIT.

051300 5100-CHECK-ONE-SLOT.
051400     READ SUSPENSE-FILE
051500         AT END SET IQ-EOF TO TRUE.
051600     IF IQ-NOT-EOF AND SUS-OPEN
051700             AND SUS-PHONE = USER-INPUT-PHONE
051800             AND SUS-CC = USER-INPUT-PHONE-CC
051900             AND SUS-EXT = USER-INPUT-PHONE-EXT
052000         ADD 1 TO IQ-COUNT
052100         DISPLAY "  SLOT " IQ-SUS-KEY " CALL " SUS-CALL-DATE
052200             " " SUS-DUR " MIN  RUN " SUS-RUN-NUM
052300             "  HELD SINCE " SUS-DATE-ENTERED.
052400 5100-EXIT.
052500     EXIT.

052600*----------------------------------------------------------------
052700* 6000-SHOW-LAST-NOTICE.
052800*    READS THE DUNNING REGISTER END TO END AND SHOWS THE LAST
052900*    NOTICE LISTED FOR THE PHONE KEY.  A LINE WRITTEN BEFORE
053000*    THE REGISTER CARRIED THE COUNTRY CODE AND EXTENSION IS
053100*    MATCHED ON THE PHONE NUMBER ALONE.
053200*----------------------------------------------------------------
053300 6000-SHOW-LAST-NOTICE.
053400     DISPLAY IQ-RULE-LINE.
053500     SET IQ-NO-NOTICE TO TRUE.
053600     OPEN INPUT REGISTER-FILE.
053700     IF IQ-REGISTER-STATUS = "00"
053800         SET IQ-NOT-EOF TO TRUE
053900         PERFORM 6100-CHECK-ONE-NOTICE THRU 6100-EXIT
054000             UNTIL IQ-EOF
054100         CLOSE REGISTER-FILE.
054200     IF IQ-NOTICE-FOUND
054300         DISPLAY "LAST DUNNING NOTICE  " RG-DATE OF IQ-NOTICE-LINE
054400             "  " RG-LEVEL OF IQ-NOTICE-LINE
054500             " " RG-BALANCE OF IQ-NOTICE-LINE
054600     ELSE
054700         DISPLAY "LAST DUNNING NOTICE  NONE SENT".
054800 6000-EXIT.
054900     EXIT.

055000 6100-CHECK-ONE-NOTICE.
055100     READ REGISTER-FILE
055200         AT END SET IQ-EOF TO TRUE.
055300     IF IQ-EOF
055400         GO TO 6100-EXIT.
055500     IF RG-PHONE OF REGISTER-LINE NOT = USER-INPUT-PHONE
055600         GO TO 6100-EXIT.
055700     IF RG-CC OF REGISTER-LINE NUMERIC
055800             AND RG-EXT OF REGISTER-LINE NUMERIC
055900         IF RG-CC OF REGISTER-LINE NOT = USER-INPUT-PHONE-CC
056000                 OR RG-EXT OF REGISTER-LINE
056100                     NOT = USER-INPUT-PHONE-EXT
056200             GO TO 6100-EXIT
056300         END-IF
056400     END-IF.
056500     MOVE REGISTER-LINE TO IQ-NOTICE-LINE.
056600     SET IQ-NOTICE-FOUND TO TRUE.
056700 6100-EXIT.
056800     EXIT.

056900*----------------------------------------------------------------
057000* 9500-WRITE-AUDIT-ENTRY.
057100*    RECORDS THE INQUIRY IN THE SHARED AUDIT LOG - THE RECORD
057200*    NUMBER IS ZERO WHEN THE PHONE KEY WAS NOT FOUND.
057300*----------------------------------------------------------------
057400 9500-WRITE-AUDIT-ENTRY.
057500     CALL "WRITE-AUDIT-LOG" USING STATS OPERATOR-ID
057600         "Q" RECORD-NUM USER-INPUT-PHONE.
057700 9500-EXIT.
057800     EXIT.
