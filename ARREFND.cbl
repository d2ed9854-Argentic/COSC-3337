000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ARREFND.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    CREDIT-BALANCE REFUND RUN.  CUSTOMERS WHO OVERPAY, OR WHO
001200*    ARE GIVEN A LARGE CREDIT MEMO, CARRY AN UNAPPLIED CREDIT
001300*    THE AGING REPORT SHOWS BUT NOTHING EVER CLEARS.  THE RUN
001400*    HAS TWO PASSES, CHOSEN AT THE START:
001500*      SELECT - SORTS THE ACCOUNTS-RECEIVABLE LEDGER INTO
001600*        PHONE-KEY SEQUENCE, NETS EACH ACCOUNT'S LINES, AND
001700*        PROPOSES A REFUND FOR EVERY ACCOUNT WHOSE CREDIT IS
001800*        OVER THE THRESHOLD THE OPERATOR KEYS, AND FOR EVERY
001900*        CLOSED ACCOUNT WITH ANY CREDIT AT ALL.  AN ACCOUNT ON
002000*        COLLECTION HOLD, OR A PHONE KEY WITH NO MASTER RECORD
002100*        TO MAIL A CHECK TO, IS LISTED BUT NOT PROPOSED.  THE
002200*        PROPOSALS PRINT ON A REFUND REGISTER FOR SUPERVISOR
002300*        APPROVAL AND ARE HELD ON THE PENDING REFUND FILE.
002400*      POST - GATED BY THE SHARED SIGNON MODULE AND REFUSED TO
002500*        OPERATORS BELOW SUPERVISOR LEVEL, LIKE THE BILLING RUN
002600*        REVERSAL UTILITY.  EACH PENDING REFUND IS FIRST
002610*        RE-NETTED FROM THE LEDGER AND ITS MASTER RE-READ; ONE
002620*        NOW ON HOLD, OFF THE MASTER OR NO LONGER QUALIFYING IS
002630*        SKIPPED, AND THE REST ARE CUT TO THE CREDIT STILL ON
002640*        THE LEDGER IF THAT IS LESS THAN THE AMOUNT SELECTED.
002700*        THE SUPERVISOR THEN APPROVES OR DECLINES IT.  AN
002800*        APPROVED REFUND WRITES A CHECK REQUEST FOR ACCOUNTS
002900*        PAYABLE WITH THE PAYEE'S NAME AND MAILING ADDRESS,
003000*        THEN POSTS AN "F" LINE TO THE LEDGER THROUGH THE
003010*        SHARED ARLEDGER MODULE, AND IS RECORDED IN THE SHARED
003100*        AUDIT LOG.  NOTHING IS POSTED WITHOUT A CHECK REQUEST.
003150*        THE PENDING FILE IS EMPTIED AFTERWARDS SO NO PROPOSAL CAN
003300*        BE POSTED TWICE; A DECLINED ACCOUNT IS SIMPLY PROPOSED
003400*        AGAIN BY THE NEXT SELECTION IF IT STILL QUALIFIES.
003500*
003600*    MODIFICATION HISTORY.
003700*    10/15/2026  RH   ORIGINAL PROGRAM.
003710*    10/15/2026  RH   THE POSTING PASS RE-NETS EACH PENDING
003720*                     ACCOUNT FROM THE LEDGER AND RE-READS ITS
003730*                     MASTER BEFORE THE SUPERVISOR SEES IT - AN
003740*                     ACCOUNT NOW ON COLLECTION HOLD, GONE FROM
003750*                     THE MASTER OR NO LONGER QUALIFYING IS
003760*                     SKIPPED, AND THE REFUND IS THE SMALLER OF
003770*                     THE AMOUNT SELECTED AND THE CREDIT NOW ON
003780*                     THE LEDGER, SO A PAYMENT, INVOICE OR MEMO
003790*                     POSTED SINCE THE SELECTION CANNOT BE
003791*                     OVER-REFUNDED.  THE SELECTION THRESHOLD IS
003792*                     KEPT ON THE PENDING LINE FOR THE RE-TEST.
003793*                     THE CHECK REQUEST IS NOW WRITTEN FIRST AND
003794*                     THE "F" LINE POSTED ONLY ONCE IT IS SAFELY
003795*                     ON FILE, SO A CREDIT IS NEVER CLEARED WITH
003796*                     NO CHECK REQUESTED.
003797*    10/15/2026  RH   THE "F" LINE NOW CLEARS THE RUN DATE AND
003797*                     PLAN CODE ADDED TO THE LEDGER LAYOUT.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RECEIVABLE-FILE ASSIGN TO "receivables-file"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS RF-LEDGER-STATUS.

004500     SELECT SORT-WORK-FILE ASSIGN TO "arrefnd-sort-work".

004600     SELECT SORTED-AR-FILE ASSIGN TO "arrefnd-sorted"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS RF-SORTED-STATUS.

004900     SELECT PENDING-FILE ASSIGN TO "refund-pending"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS RF-PENDING-STATUS.

005200     SELECT CHECK-REQUEST-FILE ASSIGN TO "check-requests"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS RF-CHECK-STATUS.

005500     SELECT PRINT-FILE ASSIGN TO "arrefnd-register"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS RF-PRINT-STATUS.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RECEIVABLE-FILE.
006100 01  RECEIVABLE-LINE.
006200     COPY ARREC.

006300 SD  SORT-WORK-FILE.
006400 01  AR-SORT-REC.
006500     COPY ARREC.

006600 FD  SORTED-AR-FILE.
006700 01  SORTED-AR-REC.
006800     COPY ARREC.

006900 FD  PENDING-FILE.
007000 01  PENDING-LINE.
007100     COPY CHKREQ.
007150     05  PD-THRESHOLD            PIC 9(09)V99.

007200 FD  CHECK-REQUEST-FILE.
007300 01  CHECK-REQUEST-LINE.
007400     COPY CHKREQ.

007500 FD  PRINT-FILE.
007600 01  PRINT-LINE                 PIC X(132).

007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* WORKING STORAGE.
008000*----------------------------------------------------------------
008100 01  RF-LEDGER-STATUS            PIC XX.
008200 01  RF-SORTED-STATUS            PIC XX.
008300 01  RF-PENDING-STATUS           PIC XX.
008400 01  RF-CHECK-STATUS             PIC XX.
008500 01  RF-PRINT-STATUS             PIC XX.
008600 01  RF-STATS                    PIC 9.
008700 01  RF-POSITION                 PIC 9(09).
008800 01  RF-TODAY                    PIC 9(08).
008900 01  RF-THRESHOLD-CENTS          PIC 9(09).
009000 01  RF-THRESHOLD                PIC 9(09)V99.
009100 01  RF-PREV-PHONE               PIC 9(10).
009200 01  RF-PREV-CC                  PIC 9(03).
009300 01  RF-PREV-EXT                 PIC 9(05).
009500 01  RF-GROUP-SWITCH             PIC X(01).
009600     88  RF-GROUP-ACTIVE         VALUE "Y".
009700     88  RF-NO-GROUP             VALUE "N".
009800 01  RF-EOF-SWITCH               PIC X(01).
009900     88  RF-NO-MORE-LINES        VALUE "Y".
010000     88  RF-MORE-LINES           VALUE "N".
010050 01  RF-FIELD-OK-SWITCH          PIC X(01).
010060     88  RF-FIELD-OK             VALUE "Y".
010070     88  RF-FIELD-BAD            VALUE "N".
010100 01  RF-CUST-REC.
010200     COPY CUSTREC.
010300 01  RF-AR-REC.
010400     COPY ARREC.
010500 01  RF-DEBITS                   PIC 9(11)V99.
010600 01  RF-CREDITS                  PIC 9(11)V99.
010700 01  RF-CREDIT-BALANCE           PIC 9(11)V99.
010800 01  RF-PROPOSED-COUNT           PIC 9(09) COMP.
010900 01  RF-HELD-COUNT               PIC 9(09) COMP.
011000 01  RF-NO-MASTER-COUNT          PIC 9(09) COMP.
011100 01  RF-BELOW-COUNT              PIC 9(09) COMP.
011200 01  RF-PENDING-COUNT            PIC 9(09) COMP.
011300 01  RF-APPROVED-COUNT           PIC 9(09) COMP.
011400 01  RF-DECLINED-COUNT           PIC 9(09) COMP.
011500 01  RF-FAILED-COUNT             PIC 9(09) COMP.
011510 01  RF-NOT-DUE-COUNT            PIC 9(09) COMP.
011520 01  RF-REFUND-AMOUNT            PIC 9(09)V99.
011530 01  RF-RECHECK-SWITCH           PIC X(01).
011540     88  RF-REFUND-DUE           VALUE "Y".
011550     88  RF-REFUND-NOT-DUE       VALUE "N".
011600 01  RF-PROPOSED-TOTAL           PIC 9(11)V99.
011700 01  RF-APPROVED-TOTAL           PIC 9(11)V99.
011800 01  RF-SELECT-DATE              PIC 9(08).
011900 01  RF-AMOUNT-DISPLAY           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012000 01  OPERATOR-ID                 PIC X(08).
012100 01  OPERATOR-AUTH-LEVEL         PIC 9(01).
012200 01  SIGNON-STATS                PIC 9.
012300 01  USER-INPUT-FLAG             PIC X.
012400 01  CONFIRM-FLAG                PIC X.

012500*----------------------------------------------------------------
012600* REGISTER HEADING, DETAIL AND TOTAL LINE LAYOUTS.
012700*----------------------------------------------------------------
012800 01  HEADING-LINE-1.
012900     05  FILLER           PIC X(34) VALUE
013000         "CREDIT BALANCE REFUND REGISTER".
013100     05  FILLER           PIC X(09) VALUE "RUN DATE ".
013200     05  HL-RUN-DATE      PIC 9(08).
013300     05  FILLER           PIC X(14) VALUE "   THRESHOLD ".
013400     05  HL-THRESHOLD     PIC ZZZ,ZZZ,ZZ9.99.

013500 01  HEADING-LINE-2.
013600     05  FILLER           PIC X(32) VALUE "CUSTOMER NAME".
013700     05  FILLER           PIC X(12) VALUE "PHONE".
013800     05  FILLER           PIC X(04) VALUE "CC".
013900     05  FILLER           PIC X(07) VALUE "EXT".
014000     05  FILLER           PIC X(11) VALUE "STATUS".
014100     05  FILLER           PIC X(16) VALUE "   CREDIT AMOUNT".
014200     05  FILLER           PIC X(02) VALUE SPACES.
014300     05  FILLER           PIC X(28) VALUE "ACTION".
014400     05  FILLER           PIC X(10) VALUE "APPROVED".

014500 01  DETAIL-LINE.
014600     05  DL-NAME          PIC X(30).
014700     05  FILLER           PIC X(02) VALUE SPACES.
014800     05  DL-PHONE         PIC 9(10).
014900     05  FILLER           PIC X(02) VALUE SPACES.
015000     05  DL-CC            PIC 9(03).
015100     05  FILLER           PIC X(01) VALUE SPACES.
015200     05  DL-EXT           PIC 9(05).
015300     05  FILLER           PIC X(02) VALUE SPACES.
015400     05  DL-STATUS        PIC X(09).
015500     05  FILLER           PIC X(02) VALUE SPACES.
015600     05  DL-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
015700     05  FILLER           PIC X(04) VALUE SPACES.
015800     05  DL-ACTION        PIC X(28).
015900     05  DL-APPROVED      PIC X(10).

016000 01  TOTAL-LINE.
016100     05  TL-LABEL         PIC X(40).
016200     05  TL-COUNT         PIC ZZZ,ZZZ,ZZ9.
016300     05  FILLER           PIC X(04) VALUE SPACES.
016400     05  TL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

016500 01  APPROVAL-LINE.
016600     05  FILLER           PIC X(40) VALUE
016700         "SUPERVISOR APPROVAL  ".
016800     05  FILLER           PIC X(30) VALUE ALL "_".
016900     05  FILLER           PIC X(08) VALUE "  DATE ".
017000     05  FILLER           PIC X(10) VALUE ALL "_".

017100 01  BLANK-LINE                 PIC X(01) VALUE SPACE.

017200*----------------------------------------------------------------
017300* PROCEDURE DIVISION.
017400*----------------------------------------------------------------
017500 PROCEDURE DIVISION.

017600*----------------------------------------------------------------
017700* 0000-MAIN-PARAGRAPH.
017800*----------------------------------------------------------------
017900 0000-MAIN-PARAGRAPH.
018000     MOVE 1 TO SIGNON-STATS.
018100     PERFORM 0050-SIGN-ON THRU 0050-EXIT
018200         UNTIL SIGNON-STATS = 0.
018300     ACCEPT RF-TODAY FROM DATE YYYYMMDD.
018400     MOVE SPACE TO USER-INPUT-FLAG.
018500     PERFORM 0100-ACCEPT-PASS THRU 0100-EXIT
018600         UNTIL USER-INPUT-FLAG = "S" OR USER-INPUT-FLAG = "P"
018700             OR USER-INPUT-FLAG = "X".
018800     IF USER-INPUT-FLAG = "S"
018900         PERFORM 1000-SELECT-REFUNDS THRU 1000-EXIT
019000     ELSE IF USER-INPUT-FLAG = "P"
019100         IF OPERATOR-AUTH-LEVEL NOT = 9
019200             DISPLAY "Not authorized to approve refunds"
019300         ELSE
019400             PERFORM 5000-POST-REFUNDS THRU 5000-EXIT.
019500     STOP RUN.

019600*----------------------------------------------------------------
019700* 0050-SIGN-ON.
019800*    SIGNS THE OPERATOR ON THROUGH THE SHARED SIGNON MODULE,
019900*    RE-PROMPTING UNTIL A KNOWN ID IS KEYED.
020000*----------------------------------------------------------------
020100 0050-SIGN-ON.
020200     DISPLAY "Please enter your operator ID".
020300     ACCEPT OPERATOR-ID.
020400     CALL "SIGN-ON-OPERATOR" USING SIGNON-STATS OPERATOR-ID
020500         OPERATOR-AUTH-LEVEL.
020600     IF SIGNON-STATS NOT = 0
020700         DISPLAY "Operator ID not recognized".
020800 0050-EXIT.
020900     EXIT.

021000 0100-ACCEPT-PASS.
021100     DISPLAY "Please select an action:".
021200     DISPLAY "Select Refunds and Print the Register (S)".
021300     DISPLAY "Post Approved Refunds (P)".
021400     DISPLAY "Exit Program (X)".
021500     ACCEPT USER-INPUT-FLAG.
021600 0100-EXIT.
021700     EXIT.

021800*----------------------------------------------------------------
021900* 1000-SELECT-REFUNDS.
022000*    THE SELECTION PASS - REPLACES THE PENDING FILE AND THE
022100*    REGISTER WITH THIS RUN'S PROPOSALS.
022200*----------------------------------------------------------------
022300 1000-SELECT-REFUNDS.
022400     SET RF-FIELD-BAD TO TRUE.
022600     PERFORM 1100-ACCEPT-THRESHOLD THRU 1100-EXIT
022700         UNTIL RF-FIELD-OK.
022800     DIVIDE RF-THRESHOLD-CENTS BY 100 GIVING RF-THRESHOLD.
022900     CALL "OPEN-CUSTOMERS" USING RF-STATS.
023000     CALL "OPEN-CUSTOMER-PHONE" USING RF-STATS.
023100     OPEN OUTPUT PRINT-FILE.
023200     OPEN OUTPUT PENDING-FILE.
023300     MOVE ZERO TO RF-PROPOSED-COUNT RF-HELD-COUNT
023400         RF-NO-MASTER-COUNT RF-BELOW-COUNT RF-PROPOSED-TOTAL.
023500     SET RF-NO-GROUP TO TRUE.
023600     MOVE RF-TODAY TO HL-RUN-DATE.
023700     MOVE RF-THRESHOLD TO HL-THRESHOLD.
023800     WRITE PRINT-LINE FROM HEADING-LINE-1.
023900     WRITE PRINT-LINE FROM BLANK-LINE.
024000     WRITE PRINT-LINE FROM HEADING-LINE-2.
024100     SORT SORT-WORK-FILE
024200         ON ASCENDING KEY AR-PHONE OF AR-SORT-REC
024300         ON ASCENDING KEY AR-CC OF AR-SORT-REC
024400         ON ASCENDING KEY AR-EXT OF AR-SORT-REC
024500         ON ASCENDING KEY AR-DATE OF AR-SORT-REC
024600         USING RECEIVABLE-FILE
024700         GIVING SORTED-AR-FILE.
024800     PERFORM 3000-NET-ACCOUNTS THRU 3000-EXIT.
024900     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
025000     CLOSE PRINT-FILE.
025100     CLOSE PENDING-FILE.
025200     CALL "CLOSE-CUSTOMERS".
025300     CALL "CLOSE-CUSTOMER-PHONE".
025400     MOVE RF-PROPOSED-TOTAL TO RF-AMOUNT-DISPLAY.
025500     DISPLAY "Refunds proposed:       " RF-PROPOSED-COUNT.
025600     DISPLAY "Amount proposed:        " RF-AMOUNT-DISPLAY.
025700     DISPLAY "Skipped - on hold:      " RF-HELD-COUNT.
025800     DISPLAY "Skipped - no master:    " RF-NO-MASTER-COUNT.
025900     DISPLAY "Credits below threshold:" RF-BELOW-COUNT.
026000 1000-EXIT.
026100     EXIT.

026200*----------------------------------------------------------------
026300* 1100-ACCEPT-THRESHOLD.
026400*    KEEPS ASKING UNTIL AN ALL-DIGIT THRESHOLD IS KEYED.  ZERO
026500*    IS ALLOWED AND PROPOSES A REFUND OF ANY CREDIT AT ALL.
026600*----------------------------------------------------------------
026700 1100-ACCEPT-THRESHOLD.
026800     DISPLAY "Please enter the refund threshold in whole"
026900         " cents (e.g. 2500 for 25.00)".
027000     ACCEPT RF-THRESHOLD-CENTS.
027100     IF RF-THRESHOLD-CENTS NOT NUMERIC
027200         DISPLAY "Threshold must be all digits - "
027300             "please re-enter."
027350     ELSE
027360         SET RF-FIELD-OK TO TRUE.
027400 1100-EXIT.
027500     EXIT.

027600*----------------------------------------------------------------
027700* 3000-NET-ACCOUNTS.
027800*    WALKS THE SORTED LEDGER WITH A CONTROL BREAK ON THE FULL
027900*    PHONE KEY, NETTING EACH ACCOUNT'S DEBITS ("I", "D", "F")
028000*    AGAINST ITS CREDITS ("P", "R", "C").
028100*----------------------------------------------------------------
028200 3000-NET-ACCOUNTS.
028300     OPEN INPUT SORTED-AR-FILE.
028400     SET RF-MORE-LINES TO TRUE.
028500     PERFORM 3100-READ-LEDGER-LINE THRU 3100-EXIT.
028600     PERFORM 3200-ACCUMULATE-ONE-LINE THRU 3200-EXIT
028700         UNTIL RF-NO-MORE-LINES.
028800     IF RF-GROUP-ACTIVE
028900         PERFORM 3500-CLOSE-OUT-ACCOUNT THRU 3500-EXIT.
029000     CLOSE SORTED-AR-FILE.
029100 3000-EXIT.
029200     EXIT.

029300 3100-READ-LEDGER-LINE.
029400     READ SORTED-AR-FILE
029500         AT END SET RF-NO-MORE-LINES TO TRUE.
029600 3100-EXIT.
029700     EXIT.

029800 3200-ACCUMULATE-ONE-LINE.
029900     IF RF-NO-GROUP
030000             OR AR-PHONE OF SORTED-AR-REC NOT = RF-PREV-PHONE
030100             OR AR-CC OF SORTED-AR-REC NOT = RF-PREV-CC
030200             OR AR-EXT OF SORTED-AR-REC NOT = RF-PREV-EXT
030300         IF RF-GROUP-ACTIVE
030400             PERFORM 3500-CLOSE-OUT-ACCOUNT THRU 3500-EXIT
030500         END-IF
030600         SET RF-GROUP-ACTIVE TO TRUE
030700         MOVE AR-PHONE OF SORTED-AR-REC TO RF-PREV-PHONE
030800         MOVE AR-CC OF SORTED-AR-REC TO RF-PREV-CC
030900         MOVE AR-EXT OF SORTED-AR-REC TO RF-PREV-EXT
031000         MOVE ZERO TO RF-DEBITS RF-CREDITS
031100     END-IF.
031300     IF AR-PAYMENT OF SORTED-AR-REC
031400             OR AR-REVERSAL OF SORTED-AR-REC
031500             OR AR-ADJ-CREDIT OF SORTED-AR-REC
031600         ADD AR-AMOUNT OF SORTED-AR-REC TO RF-CREDITS
031700     ELSE
031800         ADD AR-AMOUNT OF SORTED-AR-REC TO RF-DEBITS.
031900     PERFORM 3100-READ-LEDGER-LINE THRU 3100-EXIT.
032000 3200-EXIT.
032100     EXIT.

032200*----------------------------------------------------------------
032300* 3500-CLOSE-OUT-ACCOUNT.
032400*    DECIDES WHAT TO DO WITH AN ACCOUNT CARRYING A CREDIT.  A
032500*    CLOSED ACCOUNT IS REFUNDED WHATEVER THE AMOUNT; ANY OTHER
032600*    ACCOUNT ONLY WHEN ITS CREDIT IS OVER THE THRESHOLD.  AN
032700*    ACCOUNT ON COLLECTION HOLD OR WITH NO MASTER RECORD IS
032800*    LISTED BUT NEVER PROPOSED.
032900*----------------------------------------------------------------
033000 3500-CLOSE-OUT-ACCOUNT.
033100     IF RF-CREDITS NOT > RF-DEBITS
033200         GO TO 3500-EXIT.
033300     SUBTRACT RF-DEBITS FROM RF-CREDITS
033400         GIVING RF-CREDIT-BALANCE.
033500     MOVE RF-PREV-PHONE TO DL-PHONE.
033600     MOVE RF-PREV-CC TO DL-CC.
033700     MOVE RF-PREV-EXT TO DL-EXT.
033800     MOVE RF-CREDIT-BALANCE TO DL-CREDIT.
033900     MOVE SPACES TO DL-APPROVED.
034000     CALL "SEARCH-CUSTOMER-PHONE" USING RF-POSITION
034100         RF-PREV-PHONE RF-PREV-CC RF-PREV-EXT.
034200     IF RF-POSITION = ZERO
034300         MOVE "*** UNKNOWN CUSTOMER ***" TO DL-NAME
034400         MOVE SPACES TO DL-STATUS
034500         MOVE "SKIPPED - NO MASTER RECORD" TO DL-ACTION
034600         WRITE PRINT-LINE FROM DETAIL-LINE
034700         ADD 1 TO RF-NO-MASTER-COUNT
034800         GO TO 3500-EXIT.
034900     CALL "READ-CUSTOMERS" USING RF-STATS RF-CUST-REC
035000         RF-POSITION.
035100     MOVE INAME OF RF-CUST-REC TO DL-NAME.
035200     IF IACCT-CLOSED OF RF-CUST-REC
035300         MOVE "CLOSED" TO DL-STATUS
035400     ELSE IF IACCT-SUSPENDED OF RF-CUST-REC
035500         MOVE "SUSPENDED" TO DL-STATUS
035600     ELSE
035700         MOVE "ACTIVE" TO DL-STATUS.
035800     IF ICOLL-ON-HOLD OF RF-CUST-REC
035900         MOVE "SKIPPED - COLLECTION HOLD" TO DL-ACTION
036000         WRITE PRINT-LINE FROM DETAIL-LINE
036100         ADD 1 TO RF-HELD-COUNT
036200         GO TO 3500-EXIT.
036300     IF IACCT-CLOSED OF RF-CUST-REC
036400         MOVE "C" TO CK-REASON OF PENDING-LINE
036500         MOVE "REFUND - CLOSED ACCOUNT" TO DL-ACTION
036600     ELSE IF RF-CREDIT-BALANCE > RF-THRESHOLD
036700         MOVE "T" TO CK-REASON OF PENDING-LINE
036800         MOVE "REFUND - OVER THRESHOLD" TO DL-ACTION
036900     ELSE
037000         ADD 1 TO RF-BELOW-COUNT
037100         GO TO 3500-EXIT.
037200     MOVE "[  ]" TO DL-APPROVED.
037300     WRITE PRINT-LINE FROM DETAIL-LINE.
037400     PERFORM 3600-WRITE-PENDING THRU 3600-EXIT.
037500 3500-EXIT.
037600     EXIT.

037700*----------------------------------------------------------------
037800* 3600-WRITE-PENDING.
037900*    HOLDS THE PROPOSED REFUND ON THE PENDING FILE, WITH THE
038000*    PAYEE'S NAME AND MAILING ADDRESS FROM THE CUSTOMER MASTER
038100*    AND THE APPROVER LEFT BLANK.
038200*----------------------------------------------------------------
038300 3600-WRITE-PENDING.
038400     MOVE RF-TODAY TO CK-REQUEST-DATE OF PENDING-LINE.
038500     MOVE RF-POSITION TO CK-CUST-NUM OF PENDING-LINE.
038600     MOVE RF-PREV-PHONE TO CK-PHONE OF PENDING-LINE.
038700     MOVE RF-PREV-CC TO CK-CC OF PENDING-LINE.
038800     MOVE RF-PREV-EXT TO CK-EXT OF PENDING-LINE.
038900     MOVE INAME OF RF-CUST-REC TO CK-PAYEE-NAME OF PENDING-LINE.
039000     MOVE IADDRESS OF RF-CUST-REC TO CK-ADDRESS OF PENDING-LINE.
039100     MOVE ICITY OF RF-CUST-REC TO CK-CITY OF PENDING-LINE.
039200     MOVE ISTATE OF RF-CUST-REC TO CK-STATE OF PENDING-LINE.
039300     MOVE IZIP OF RF-CUST-REC TO CK-ZIP OF PENDING-LINE.
039400     MOVE RF-CREDIT-BALANCE TO CK-AMOUNT OF PENDING-LINE.
039450     MOVE RF-THRESHOLD TO PD-THRESHOLD.
039500     MOVE SPACES TO CK-APPROVED-BY OF PENDING-LINE.
039600     WRITE PENDING-LINE.
039700     IF RF-PENDING-STATUS = "00"
039800         ADD 1 TO RF-PROPOSED-COUNT
039900         ADD RF-CREDIT-BALANCE TO RF-PROPOSED-TOTAL
040000     ELSE
040100         DISPLAY "Pending refund could not be written for phone "
040200             RF-PREV-PHONE.
040300 3600-EXIT.
040400     EXIT.

040500*----------------------------------------------------------------
040600* 4000-PRINT-TOTALS.
040700*    CLOSES THE REGISTER WITH THE COUNTS AND THE SUPERVISOR'S
040800*    SIGN-OFF LINE.
040900*----------------------------------------------------------------
041000 4000-PRINT-TOTALS.
041100     WRITE PRINT-LINE FROM BLANK-LINE.
041200     MOVE "REFUNDS PROPOSED" TO TL-LABEL.
041300     MOVE RF-PROPOSED-COUNT TO TL-COUNT.
041400     MOVE RF-PROPOSED-TOTAL TO TL-AMOUNT.
041500     WRITE PRINT-LINE FROM TOTAL-LINE.
041600     MOVE ZERO TO TL-AMOUNT.
041700     MOVE "SKIPPED - ON COLLECTION HOLD" TO TL-LABEL.
041800     MOVE RF-HELD-COUNT TO TL-COUNT.
041900     WRITE PRINT-LINE FROM TOTAL-LINE.
042000     MOVE "SKIPPED - NO MASTER RECORD" TO TL-LABEL.
042100     MOVE RF-NO-MASTER-COUNT TO TL-COUNT.
042200     WRITE PRINT-LINE FROM TOTAL-LINE.
042300     MOVE "CREDITS AT OR BELOW THRESHOLD" TO TL-LABEL.
042400     MOVE RF-BELOW-COUNT TO TL-COUNT.
042500     WRITE PRINT-LINE FROM TOTAL-LINE.
042600     WRITE PRINT-LINE FROM BLANK-LINE.
042700     WRITE PRINT-LINE FROM APPROVAL-LINE.
042800 4000-EXIT.
042900     EXIT.

043000*----------------------------------------------------------------
043100* 5000-POST-REFUNDS.
043200*    THE POSTING PASS - SHOWS EACH PENDING REFUND TO THE
043300*    SUPERVISOR, POSTS AND REQUESTS A CHECK FOR EACH ONE
043400*    APPROVED, THEN EMPTIES THE PENDING FILE.  EACH ACCOUNT IS
043410*    RE-CHECKED AGAINST THE LEDGER AND MASTER AS IT COMES UP.
043500*----------------------------------------------------------------
043600 5000-POST-REFUNDS.
043700     PERFORM 5100-COUNT-PENDING THRU 5100-EXIT.
043800     IF RF-PENDING-COUNT = ZERO
043900         DISPLAY "No refunds pending - run the selection first"
044000         GO TO 5000-EXIT.
044100     DISPLAY RF-PENDING-COUNT " refunds pending from the "
044200         "selection of " RF-SELECT-DATE " - continue (Y/N)".
044300     ACCEPT CONFIRM-FLAG.
044400     IF CONFIRM-FLAG NOT = "Y" AND CONFIRM-FLAG NOT = "y"
044500         DISPLAY "Posting cancelled - refunds left pending"
044600         GO TO 5000-EXIT.
044700     OPEN EXTEND CHECK-REQUEST-FILE.
044800     IF RF-CHECK-STATUS = "35"
044900         OPEN OUTPUT CHECK-REQUEST-FILE
045000         CLOSE CHECK-REQUEST-FILE
045100         OPEN EXTEND CHECK-REQUEST-FILE.
045200     IF RF-CHECK-STATUS NOT = "00"
045300         DISPLAY "Check request file could not be opened - "
045400             "refunds left pending"
045500         GO TO 5000-EXIT.
045600     CALL "OPEN-RECEIVABLES" USING RF-STATS.
045700     CALL "OPEN-AUDIT-LOG" USING RF-STATS.
045710     CALL "OPEN-CUSTOMERS" USING RF-STATS.
045720     CALL "OPEN-CUSTOMER-PHONE" USING RF-STATS.
045800     MOVE ZERO TO RF-APPROVED-COUNT RF-DECLINED-COUNT
045900         RF-FAILED-COUNT RF-APPROVED-TOTAL RF-NOT-DUE-COUNT.
046000     OPEN INPUT PENDING-FILE.
046100     SET RF-MORE-LINES TO TRUE.
046200     PERFORM 5200-READ-PENDING THRU 5200-EXIT.
046300     PERFORM 5300-REVIEW-ONE-REFUND THRU 5300-EXIT
046400         UNTIL RF-NO-MORE-LINES.
046500     CLOSE PENDING-FILE.
046600     OPEN OUTPUT PENDING-FILE.
046700     CLOSE PENDING-FILE.
046800     CLOSE CHECK-REQUEST-FILE.
046900     CALL "CLOSE-RECEIVABLES".
047000     CALL "CLOSE-AUDIT-LOG".
047010     CALL "CLOSE-CUSTOMERS".
047020     CALL "CLOSE-CUSTOMER-PHONE".
047100     MOVE RF-APPROVED-TOTAL TO RF-AMOUNT-DISPLAY.
047200     DISPLAY "Refunds approved and posted: " RF-APPROVED-COUNT.
047300     DISPLAY "Amount refunded:             " RF-AMOUNT-DISPLAY.
047400     DISPLAY "Refunds declined:            " RF-DECLINED-COUNT.
047450     DISPLAY "Refunds no longer due:       " RF-NOT-DUE-COUNT.
047500     DISPLAY "Refunds that failed to post: " RF-FAILED-COUNT.
047600 5000-EXIT.
047700     EXIT.

047800*----------------------------------------------------------------
047900* 5100-COUNT-PENDING.
048000*    COUNTS THE PENDING REFUNDS AND NOTES THE DATE THEY WERE
048100*    SELECTED, SO THE SUPERVISOR KNOWS WHICH REGISTER THEY
048200*    BELONG TO BEFORE ANYTHING IS POSTED.
048300*----------------------------------------------------------------
048400 5100-COUNT-PENDING.
048500     MOVE ZERO TO RF-PENDING-COUNT RF-SELECT-DATE.
048600     OPEN INPUT PENDING-FILE.
048700     IF RF-PENDING-STATUS NOT = "00"
048800         GO TO 5100-EXIT.
048900     SET RF-MORE-LINES TO TRUE.
049000     PERFORM 5200-READ-PENDING THRU 5200-EXIT.
049100     PERFORM 5150-COUNT-ONE-PENDING THRU 5150-EXIT
049200         UNTIL RF-NO-MORE-LINES.
049300     CLOSE PENDING-FILE.
049400 5100-EXIT.
049500     EXIT.

049600 5150-COUNT-ONE-PENDING.
049700     ADD 1 TO RF-PENDING-COUNT.
049800     MOVE CK-REQUEST-DATE OF PENDING-LINE TO RF-SELECT-DATE.
049900     PERFORM 5200-READ-PENDING THRU 5200-EXIT.
050000 5150-EXIT.
050100     EXIT.

050200 5200-READ-PENDING.
050300     READ PENDING-FILE
050400         AT END SET RF-NO-MORE-LINES TO TRUE.
050500 5200-EXIT.
050600     EXIT.

050700*----------------------------------------------------------------
050800* 5300-REVIEW-ONE-REFUND.
050900*    RE-CHECKS ONE PENDING REFUND, THEN SHOWS IT AT THE AMOUNT
051000*    STILL DUE AND ASKS THE SUPERVISOR TO APPROVE OR DECLINE IT.
051100*----------------------------------------------------------------
051200 5300-REVIEW-ONE-REFUND.
051210     PERFORM 5500-RECHECK-REFUND THRU 5500-EXIT.
051220     IF RF-REFUND-NOT-DUE
051230         ADD 1 TO RF-NOT-DUE-COUNT
051240         GO TO 5300-READ-NEXT.
051300     MOVE RF-REFUND-AMOUNT TO RF-AMOUNT-DISPLAY.
051400     DISPLAY "Refund " RF-AMOUNT-DISPLAY " to "
051500         CK-PAYEE-NAME OF PENDING-LINE.
051510     IF RF-REFUND-AMOUNT < CK-AMOUNT OF PENDING-LINE
051520         MOVE CK-AMOUNT OF PENDING-LINE TO RF-AMOUNT-DISPLAY
051530         DISPLAY "  Reduced from " RF-AMOUNT-DISPLAY
051540             " selected - the credit has since been drawn down".
051600     DISPLAY "  Phone " CK-PHONE OF PENDING-LINE
051700         " CC " CK-CC OF PENDING-LINE
051800         " EXT " CK-EXT OF PENDING-LINE.
051900     DISPLAY "  " CK-ADDRESS OF PENDING-LINE.
052000     DISPLAY "  " CK-CITY OF PENDING-LINE " "
052100         CK-STATE OF PENDING-LINE " " CK-ZIP OF PENDING-LINE.
052200     IF CK-ACCOUNT-CLOSED OF PENDING-LINE
052300         DISPLAY "  Account is closed".
052400     DISPLAY "Approve this refund (Y/N)".
052500     ACCEPT CONFIRM-FLAG.
052600     IF CONFIRM-FLAG = "Y" OR CONFIRM-FLAG = "y"
052700         PERFORM 5400-POST-ONE-REFUND THRU 5400-EXIT
052800     ELSE
052900         ADD 1 TO RF-DECLINED-COUNT
053000         DISPLAY "Refund declined".
053050 5300-READ-NEXT.
053100     PERFORM 5200-READ-PENDING THRU 5200-EXIT.
053200 5300-EXIT.
053300     EXIT.

053400*----------------------------------------------------------------
053500* 5400-POST-ONE-REFUND.
053600*    WRITES THE CHECK REQUEST FOR ACCOUNTS PAYABLE, THEN POSTS
053700*    THE "F" LEDGER LINE AND RECORDS THE REFUND IN THE SHARED
053800*    AUDIT LOG.  NOTHING IS POSTED IF THE CHECK REQUEST CANNOT
053900*    BE WRITTEN, SO THE CREDIT STAYS FOR THE NEXT SELECTION.
054000*----------------------------------------------------------------
054100 5400-POST-ONE-REFUND.
054110     MOVE PENDING-LINE TO CHECK-REQUEST-LINE.
054120     MOVE RF-TODAY TO CK-REQUEST-DATE OF CHECK-REQUEST-LINE.
054130     MOVE RF-REFUND-AMOUNT TO CK-AMOUNT OF CHECK-REQUEST-LINE.
054140     MOVE OPERATOR-ID TO CK-APPROVED-BY OF CHECK-REQUEST-LINE.
054150     WRITE CHECK-REQUEST-LINE.
054160     IF RF-CHECK-STATUS NOT = "00"
054170         ADD 1 TO RF-FAILED-COUNT
054180         DISPLAY "Check request could not be written for phone "
054190             CK-PHONE OF PENDING-LINE " - refund not posted"
054195         GO TO 5400-EXIT.
054200     MOVE "F" TO AR-RECORD-TYPE OF RF-AR-REC.
054300     MOVE CK-CUST-NUM OF PENDING-LINE TO AR-CUST-NUM OF RF-AR-REC.
054400     MOVE CK-PHONE OF PENDING-LINE TO AR-PHONE OF RF-AR-REC.
054500     MOVE CK-CC OF PENDING-LINE TO AR-CC OF RF-AR-REC.
054600     MOVE CK-EXT OF PENDING-LINE TO AR-EXT OF RF-AR-REC.
054700     MOVE ZERO TO AR-RUN-NUM OF RF-AR-REC.
054800     MOVE RF-TODAY TO AR-DATE OF RF-AR-REC.
054900     MOVE RF-REFUND-AMOUNT TO AR-AMOUNT OF RF-AR-REC.
055000     MOVE SPACES TO AR-REASON-CODE OF RF-AR-REC.
055100     MOVE ZERO TO AR-PLAN-FEE OF RF-AR-REC
055200         AR-INCL-MINUTES OF RF-AR-REC AR-OVERAGE OF RF-AR-REC.
055300     MOVE ZERO TO AR-TAX-AMOUNT OF RF-AR-REC.
055300     MOVE ZERO TO AR-RUN-DATE OF RF-AR-REC.
055300     MOVE SPACES TO AR-PLAN-CODE OF RF-AR-REC.
055400     CALL "WRITE-RECEIVABLE" USING RF-STATS RF-AR-REC.
055500     IF RF-STATS NOT = 0
055600         ADD 1 TO RF-FAILED-COUNT
055700         DISPLAY "Check requested but the refund could not be"
055800             " posted for phone " CK-PHONE OF PENDING-LINE
055900             " - post the F line by hand"
055950         GO TO 5400-EXIT.
056700     ADD 1 TO RF-APPROVED-COUNT.
056800     ADD RF-REFUND-AMOUNT TO RF-APPROVED-TOTAL.
056900     CALL "WRITE-AUDIT-LOG" USING RF-STATS OPERATOR-ID
057000         "F" AR-CUST-NUM OF RF-AR-REC AR-PHONE OF RF-AR-REC.
057100     DISPLAY "Refund posted".
057200 5400-EXIT.
057300     EXIT.

057400*----------------------------------------------------------------
057500* 5500-RECHECK-REFUND.
057600*    RE-NETS THE PENDING ACCOUNT'S LEDGER LINES THE WAY THE
057700*    SELECTION PASS DOES AND RE-READS ITS MASTER.  THE REFUND
057800*    IS STILL DUE ONLY IF THE ACCOUNT IS ON THE MASTER, NOT ON
057900*    COLLECTION HOLD, AND ITS CREDIT STILL QUALIFIES - ANY
058000*    CREDIT ON A CLOSED ACCOUNT, OTHERWISE A CREDIT OVER THE
058100*    THRESHOLD IT WAS SELECTED AGAINST.  RF-REFUND-AMOUNT IS
058200*    THE SMALLER OF THE AMOUNT SELECTED AND THE CREDIT NOW.
058300*----------------------------------------------------------------
058400 5500-RECHECK-REFUND.
058500     SET RF-REFUND-NOT-DUE TO TRUE.
058600     MOVE ZERO TO RF-DEBITS RF-CREDITS RF-CREDIT-BALANCE.
058700     IF PD-THRESHOLD NOT NUMERIC
058800         MOVE ZERO TO PD-THRESHOLD.
058900     OPEN INPUT RECEIVABLE-FILE.
059000     IF RF-LEDGER-STATUS = "00"
059100         SET RF-MORE-LINES TO TRUE
059200         PERFORM 5510-READ-LEDGER THRU 5510-EXIT
059300         PERFORM 5520-NET-ONE-LINE THRU 5520-EXIT
059400             UNTIL RF-NO-MORE-LINES
059500         CLOSE RECEIVABLE-FILE.
059600     SET RF-MORE-LINES TO TRUE.
059700     IF RF-CREDITS > RF-DEBITS
059800         SUBTRACT RF-DEBITS FROM RF-CREDITS
059900             GIVING RF-CREDIT-BALANCE.
060000     CALL "SEARCH-CUSTOMER-PHONE" USING RF-POSITION
060100         CK-PHONE OF PENDING-LINE CK-CC OF PENDING-LINE
060200         CK-EXT OF PENDING-LINE.
060300     IF RF-POSITION = ZERO
060400         DISPLAY "Phone " CK-PHONE OF PENDING-LINE
060500             " no longer on the customer master - refund skipped"
060600         GO TO 5500-EXIT.
060700     CALL "READ-CUSTOMERS" USING RF-STATS RF-CUST-REC
060800         RF-POSITION.
060900     IF ICOLL-ON-HOLD OF RF-CUST-REC
061000         DISPLAY "Phone " CK-PHONE OF PENDING-LINE
061100             " is now on collection hold - refund skipped"
061200         GO TO 5500-EXIT.
061300     IF RF-CREDIT-BALANCE = ZERO
061400             OR (NOT IACCT-CLOSED OF RF-CUST-REC
061500                 AND RF-CREDIT-BALANCE NOT > PD-THRESHOLD)
061600         DISPLAY "Phone " CK-PHONE OF PENDING-LINE
061700             " no longer qualifies for a refund - skipped"
061800         GO TO 5500-EXIT.
061900     IF IACCT-CLOSED OF RF-CUST-REC
062000         MOVE "C" TO CK-REASON OF PENDING-LINE
062100     ELSE
062200         MOVE "T" TO CK-REASON OF PENDING-LINE.
062300     MOVE CK-AMOUNT OF PENDING-LINE TO RF-REFUND-AMOUNT.
062400     IF RF-CREDIT-BALANCE < RF-REFUND-AMOUNT
062500         MOVE RF-CREDIT-BALANCE TO RF-REFUND-AMOUNT.
062600     SET RF-REFUND-DUE TO TRUE.
062700 5500-EXIT.
062800     EXIT.

062900 5510-READ-LEDGER.
063000     READ RECEIVABLE-FILE
063100         AT END SET RF-NO-MORE-LINES TO TRUE.
063200 5510-EXIT.
063300     EXIT.

063400 5520-NET-ONE-LINE.
063500     IF AR-PHONE OF RECEIVABLE-LINE = CK-PHONE OF PENDING-LINE
063600             AND AR-CC OF RECEIVABLE-LINE = CK-CC OF PENDING-LINE
063700             AND AR-EXT OF RECEIVABLE-LINE
063710                 = CK-EXT OF PENDING-LINE
063800         IF AR-PAYMENT OF RECEIVABLE-LINE
063900                 OR AR-REVERSAL OF RECEIVABLE-LINE
064000                 OR AR-ADJ-CREDIT OF RECEIVABLE-LINE
064100             ADD AR-AMOUNT OF RECEIVABLE-LINE TO RF-CREDITS
064200         ELSE
064300             ADD AR-AMOUNT OF RECEIVABLE-LINE TO RF-DEBITS.
064400     PERFORM 5510-READ-LEDGER THRU 5510-EXIT.
064500 5520-EXIT.
064600     EXIT.
