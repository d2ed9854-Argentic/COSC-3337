001999*                     FREES THE PHONE WHILE MONEY IS STILL OWED.
001999*                     ADD AN ACCOUNT STARTS A NEW ACCOUNT AS
001999*                     ACTIVE AS OF TODAY.
001999*    10/15/2026  RH   ADDED CALLING PLAN (L) TO THE MENU - PUTS
001999*                     AN ACCOUNT ON A CALLING PLAN KEPT BY
001999*                     PLANMNT, OR TAKES IT OFF ITS PLAN WHEN A
001999*                     BLANK CODE IS KEYED.  A CODE NOT ON THE
001999*                     PLAN MASTER FILE IS REFUSED.  ADD AN
001999*                     ACCOUNT STARTS A NEW ACCOUNT WITH NO PLAN.
001999*    10/15/2026  RH   ADDED CREDIT LIMIT (C) TO THE MENU - SETS
001999*                     THE LIMIT THE NIGHTLY EXPOSURE REPORT
001999*                     TESTS THE ACCOUNT'S UNBILLED USAGE AND
001999*                     OPEN BALANCE AGAINST.  ZERO REMOVES THE
001999*                     LIMIT.  ADD AN ACCOUNT STARTS A NEW
001999*                     ACCOUNT WITH NO LIMIT SET.
001999*    10/15/2026  RH   ADDED BILL CYCLE (B) TO THE MENU - MOVES AN
001999*                     ACCOUNT TO ANOTHER BILL CYCLE KEPT BY
001999*                     CYCLMNT.  A CYCLE NOT SET UP IS REFUSED.
001999*                     ADD AN ACCOUNT NOW PUTS A NEW ACCOUNT IN A
001999*                     CYCLE THROUGH THE SHARED CYCLMAST MODULE,
001999*                     SPREADING NEW ACCOUNTS ACROSS THE CYCLES.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002110 INPUT-OUTPUT SECTION.
002120 FILE-CONTROL.
002130     SELECT PLAN-FILE ASSIGN TO "plan-file"
002140         ORGANIZATION IS LINE SEQUENTIAL
002150         FILE STATUS IS PLAN-FILE-STATUS.

002200 DATA DIVISION.
002210 FILE SECTION.
002220 FD  PLAN-FILE.
002230 01  PLAN-LINE.
002240     COPY PLANREC.

002300 WORKING-STORAGE SECTION.
002400*----------------------------------------------------------------
002500* WORKING STORAGE.
004390 01  USER-INPUT-STATUS       PIC X.
004392 01  USER-INPUT-EFF-DATE     PIC 9(08).
004394 01  EFF-DATE-DAYS           PIC 9(09).
004395 01  PLAN-FILE-STATUS        PIC XX.
004396 01  USER-INPUT-PLAN         PIC X(04).
004397 01  PLAN-FOUND-SWITCH       PIC X.
004398     88  PLAN-FOUND              VALUE "Y".
004399     88  PLAN-NOT-FOUND          VALUE "N".
004399 01  USER-INPUT-CENTS        PIC 9(09).
004399 01  CREDIT-LIMIT-DISPLAY    PIC Z,ZZZ,ZZ9.99.
004399 01  LIMIT-OK-SWITCH         PIC X.
004399     88  LIMIT-OK                VALUE "Y".
004399     88  LIMIT-BAD               VALUE "N".
004399 01  CYCLE-STATS             PIC 9.
004399 01  CYCLE-COUNT             PIC 9(02).
004399 01  USER-INPUT-CYCLE        PIC 9(02).
004399 01  CURRENT-CYCLE           PIC 9(02).
004399 01  CYCLE-OK-SWITCH         PIC X.
004399     88  CYCLE-OK                VALUE "Y".
004399     88  CYCLE-BAD               VALUE "N".
004399 01  CYCLE-REC.
004399     COPY CYCREC.

004400 PROCEDURE DIVISION.
004500*----------------------------------------------------------------
008300     DISPLAY "Delete Account (D)".
008350     DISPLAY "Collection Hold (H)".
008360     DISPLAY "Set Account Status (S)".
008370     DISPLAY "Calling Plan (L)".
008380     DISPLAY "Credit Limit (C)".
008390     DISPLAY "Bill Cycle (B)".
008400     DISPLAY "Exit Program (X)".
008500     ACCEPT USER-INPUT-FLAG.
008600     IF USER-INPUT-FLAG = "A" OR "N" OR "P" OR "U" OR "D"
008700                               OR "H" OR "S" OR "L" OR "C"
008750                               OR "B" OR "X"
008800         PERFORM 0200-CHOICE-MAKER THRU 0200-EXIT.
008900 0100-EXIT.
009000     EXIT.
010484         PERFORM 7000-SET-ACCOUNT-STATUS THRU 7000-EXIT
010486         IF STATS = 0
010488             PERFORM 9500-WRITE-AUDIT-ENTRY THRU 9500-EXIT
010490         END-IF
010491     ELSE IF USER-INPUT-FLAG = "L"
010492         PERFORM 7500-SET-CALLING-PLAN THRU 7500-EXIT
010493         IF STATS = 0
010494             PERFORM 9500-WRITE-AUDIT-ENTRY THRU 9500-EXIT
010495         END-IF
010496     ELSE IF USER-INPUT-FLAG = "C"
010497         PERFORM 7700-SET-CREDIT-LIMIT THRU 7700-EXIT
010498         IF STATS = 0
010499             PERFORM 9500-WRITE-AUDIT-ENTRY THRU 9500-EXIT
010499         END-IF
010499     ELSE IF USER-INPUT-FLAG = "B"
010499         PERFORM 7800-SET-BILL-CYCLE THRU 7800-EXIT
010499         IF STATS = 0
010499             PERFORM 9500-WRITE-AUDIT-ENTRY THRU 9500-EXIT
010499         END-IF.
010500 0200-EXIT.
010600     EXIT.

013760             MOVE "A" TO IACCT-STATUS
013770             ACCEPT TODAY-DATE FROM DATE YYYYMMDD
013780             MOVE TODAY-DATE TO ISTATUS-DATE
013790             MOVE SPACES TO IPLAN-CODE
013795             MOVE ZERO TO ICREDIT-LIMIT
013796             CALL "LOAD-BILL-CYCLES" USING CYCLE-STATS
013797                 CYCLE-COUNT
013798             CALL "ASSIGN-BILL-CYCLE" USING CYCLE-STATS
013799                 RECORD-NUM IBILL-CYCLE
013800             CALL "WRITE-CUSTOMERS" USING STATS INPUT-REC
013900                                          RECORD-NUM
014000             IF STATS = 0
014100                 DISPLAY "Account added"
014150                 IF NOT INO-BILL-CYCLE
014160                     DISPLAY "Account is in bill cycle "
014170                         IBILL-CYCLE
014180                 END-IF
014200             ELSE
014300                 DISPLAY "Addition not successful"
014310                 CALL "DELETE-CUSTOMER-NAME" USING STATS
023899 7100-EXIT.
023899     EXIT.

023899*----------------------------------------------------------------
023899* 7500-SET-CALLING-PLAN.
023899*    LOCATES THE ACCOUNT AND PUTS IT ON A CALLING PLAN, IN
023899*    PLACE ON THE MASTER RECORD.  THE CODE MUST BE ON THE PLAN
023899*    MASTER FILE KEPT BY PLANMNT; A BLANK CODE TAKES THE
023899*    ACCOUNT OFF ITS PLAN AND BACK TO PER-MINUTE BILLING.
023899*----------------------------------------------------------------
023899 7500-SET-CALLING-PLAN.
023899     PERFORM 8000-LOCATE-ACCOUNT THRU 8000-EXIT.
023899     IF ACCOUNT-NOT-FOUND
023899         MOVE 2 TO STATS
023899         DISPLAY "Account not found!"
023899         GO TO 7500-EXIT.
023899     IF INO-PLAN
023899         DISPLAY INAME " is not on a calling plan"
023899     ELSE
023899         DISPLAY INAME " is on calling plan " IPLAN-CODE.
023899     DISPLAY "Please enter the new plan code "
023899         "(blank for no plan)".
023899     MOVE SPACES TO USER-INPUT-PLAN.
023899     ACCEPT USER-INPUT-PLAN.
023899     IF USER-INPUT-PLAN NOT = SPACES
023899         PERFORM 7510-FIND-PLAN THRU 7510-EXIT
023899         IF PLAN-NOT-FOUND
023899             MOVE 2 TO STATS
023899             DISPLAY "Plan " USER-INPUT-PLAN
023899                 " is not on the plan file - no change made"
023899             GO TO 7500-EXIT
023899         END-IF
023899     END-IF.
023899     MOVE USER-INPUT-PLAN TO IPLAN-CODE.
023899     CALL "REWRITE-CUSTOMERS" USING STATS INPUT-REC
023899         RECORD-NUM.
023899     IF STATS = 0
023899         DISPLAY "Calling plan updated"
023899     ELSE
023899         DISPLAY "Update not successful".
023899 7500-EXIT.
023899     EXIT.

023899*----------------------------------------------------------------
023899* 7510-FIND-PLAN.
023899*    SCANS THE PLAN MASTER FILE FOR ANY LINE CARRYING THE
023899*    KEYED PLAN CODE.
023899*----------------------------------------------------------------
023899 7510-FIND-PLAN.
023899     SET PLAN-NOT-FOUND TO TRUE.
023899     OPEN INPUT PLAN-FILE.
023899     IF PLAN-FILE-STATUS NOT = "00"
023899         GO TO 7510-EXIT.
023899     PERFORM 7520-TEST-ONE-PLAN THRU 7520-EXIT
023899         UNTIL PLAN-FOUND OR PLAN-FILE-STATUS NOT = "00".
023899     CLOSE PLAN-FILE.
023899 7510-EXIT.
023899     EXIT.

023899 7520-TEST-ONE-PLAN.
023899     READ PLAN-FILE.
023899     IF PLAN-FILE-STATUS = "00"
023899             AND PN-PLAN-CODE = USER-INPUT-PLAN
023899         SET PLAN-FOUND TO TRUE.
023899 7520-EXIT.
023899     EXIT.

023899*----------------------------------------------------------------
023899* 7700-SET-CREDIT-LIMIT.
023899*    LOCATES THE ACCOUNT AND SETS ITS CREDIT LIMIT, IN PLACE
023899*    ON THE MASTER RECORD, AFTER THE OPERATOR CONFIRMS THE NEW
023899*    FIGURE.  A LIMIT OF ZERO MEANS NONE IS SET AND THE
023899*    EXPOSURE REPORT DOES NOT TEST THE ACCOUNT.
023899*----------------------------------------------------------------
023899 7700-SET-CREDIT-LIMIT.
023899     PERFORM 8000-LOCATE-ACCOUNT THRU 8000-EXIT.
023899     IF ACCOUNT-NOT-FOUND
023899         MOVE 2 TO STATS
023899         DISPLAY "Account not found!"
023899         GO TO 7700-EXIT.
023899     IF INO-CREDIT-LIMIT
023899         DISPLAY INAME " has no credit limit set"
023899     ELSE
023899         MOVE ICREDIT-LIMIT TO CREDIT-LIMIT-DISPLAY
023899         DISPLAY INAME " credit limit is " CREDIT-LIMIT-DISPLAY.
023899     SET LIMIT-BAD TO TRUE.
023899     PERFORM 7710-ACCEPT-LIMIT THRU 7710-EXIT
023899         UNTIL LIMIT-OK.
023899     IF USER-INPUT-CENTS = ZERO
023899         DISPLAY "Remove the credit limit - confirm (Y/N)"
023899     ELSE
023899         DIVIDE USER-INPUT-CENTS BY 100
023899             GIVING CREDIT-LIMIT-DISPLAY
023899         DISPLAY "Set the credit limit to " CREDIT-LIMIT-DISPLAY
023899             " - confirm (Y/N)".
023899     ACCEPT CONFIRM-FLAG.
023899     IF CONFIRM-FLAG NOT = "Y" AND CONFIRM-FLAG NOT = "y"
023899         MOVE 2 TO STATS
023899         DISPLAY "No change made"
023899         GO TO 7700-EXIT.
023899     DIVIDE USER-INPUT-CENTS BY 100 GIVING ICREDIT-LIMIT.
023899     CALL "REWRITE-CUSTOMERS" USING STATS INPUT-REC
023899         RECORD-NUM.
023899     IF STATS = 0
023899         DISPLAY "Credit limit updated"
023899     ELSE
023899         DISPLAY "Update not successful".
023899 7700-EXIT.
023899     EXIT.

023899 7710-ACCEPT-LIMIT.
023899     DISPLAY "Please enter the new credit limit in whole"
023899         " cents (e.g. 50000 for 500.00, 0 = no limit)".
023899     ACCEPT USER-INPUT-CENTS.
023899     IF USER-INPUT-CENTS NUMERIC
023899         SET LIMIT-OK TO TRUE
023899     ELSE
023899         DISPLAY "Limit must be all digits - please re-enter.".
023899 7710-EXIT.
023899     EXIT.

023899*----------------------------------------------------------------
023899* 7800-SET-BILL-CYCLE.
023899*    LOCATES THE ACCOUNT AND MOVES IT TO ANOTHER BILL CYCLE, IN
023899*    PLACE ON THE MASTER RECORD, AFTER THE OPERATOR CONFIRMS.
023899*    ONLY A CYCLE SET UP THROUGH CYCLMNT IS ACCEPTED.  CALLS
023899*    NOT YET BILLED GO OUT WITH THE NEW CYCLE'S NEXT RUN.
023899*----------------------------------------------------------------
023899 7800-SET-BILL-CYCLE.
023899     PERFORM 8000-LOCATE-ACCOUNT THRU 8000-EXIT.
023899     IF ACCOUNT-NOT-FOUND
023899         MOVE 2 TO STATS
023899         DISPLAY "Account not found!"
023899         GO TO 7800-EXIT.
023899     CALL "LOAD-BILL-CYCLES" USING CYCLE-STATS CYCLE-COUNT.
023899     IF CYCLE-COUNT = ZERO
023899         MOVE 2 TO STATS
023899         DISPLAY "No bill cycles are set up yet"
023899         GO TO 7800-EXIT.
023899     CALL "ACCOUNT-BILL-CYCLE" USING CYCLE-STATS IBILL-CYCLE
023899         CURRENT-CYCLE.
023899     IF INO-BILL-CYCLE
023899         DISPLAY INAME " has no bill cycle assigned - bills in"
023899             " cycle " CURRENT-CYCLE
023899     ELSE
023899         DISPLAY INAME " is in bill cycle " CURRENT-CYCLE.
023899     SET CYCLE-BAD TO TRUE.
023899     PERFORM 7810-ACCEPT-CYCLE THRU 7810-EXIT
023899         UNTIL CYCLE-OK.
023899     DISPLAY "Move to bill cycle " CY-CYCLE " "
023899         CY-NAME " closing on day " CY-CUTOFF-DAY
023899         " - confirm (Y/N)".
023899     ACCEPT CONFIRM-FLAG.
023899     IF CONFIRM-FLAG NOT = "Y" AND CONFIRM-FLAG NOT = "y"
023899         MOVE 2 TO STATS
023899         DISPLAY "No change made"
023899         GO TO 7800-EXIT.
023899     MOVE USER-INPUT-CYCLE TO IBILL-CYCLE.
023899     CALL "REWRITE-CUSTOMERS" USING STATS INPUT-REC
023899         RECORD-NUM.
023899     IF STATS = 0
023899         DISPLAY "Bill cycle updated"
023899     ELSE
023899         DISPLAY "Update not successful".
023899 7800-EXIT.
023899     EXIT.

023899 7810-ACCEPT-CYCLE.
023899     DISPLAY "Please enter the new bill cycle (01-99)".
023899     ACCEPT USER-INPUT-CYCLE.
023899     MOVE USER-INPUT-CYCLE TO CY-CYCLE.
023899     CALL "FIND-BILL-CYCLE" USING CYCLE-STATS CYCLE-REC.
023899     IF CYCLE-STATS = 0
023899         SET CYCLE-OK TO TRUE
023899     ELSE
023899         DISPLAY "Bill cycle not set up - please re-enter.".
023899 7810-EXIT.
023899     EXIT.

023900*----------------------------------------------------------------
024000* 8000-LOCATE-ACCOUNT.
024100*    COMMON HELPER FOR UPDATE/DELETE - ASKS WHICH INDEX TO
