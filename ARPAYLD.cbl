002400*
002500*    MODIFICATION HISTORY.
002600*    09/02/2026  RH   ORIGINAL PROGRAM.
002610*    10/15/2026  RH   THE PAYMENT LINE NOW ZEROES THE CALLING
002620*                     PLAN BREAKDOWN FIELDS ADDED TO THE LEDGER
002630*                     LAYOUT.
002630*    10/15/2026  RH   THE PAYMENT LINE NOW ZEROES THE TAX AMOUNT
002630*                     ADDED TO THE LEDGER LAYOUT.
002630*    10/15/2026  RH   THE PAYMENT LINE NOW CLEARS THE RUN DATE AND
002630*                     PLAN CODE ADDED TO THE LEDGER LAYOUT.
002640*    10/15/2026  RH   RUNS AS A STEP OF THE NIGHTLY JOB STREAM -
002650*                     ENDS WITH GOBACK INSTEAD OF STOP RUN, SETS
002660*                     RETURN-CODE 8 WHEN THE RUN IS REFUSED AND 4
002670*                     WHEN THERE IS NO REMITTANCE FILE (WHICH NO
002675*                     LONGER FALLS THROUGH TO THE POSTING PASS),
002680*                     AND POSTS ITS COUNTS THROUGH THE SHARED
002685*                     STEPCNT MODULE.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
007100 01  PL-REJECTED-TOTAL       PIC 9(11)V99.
007200 01  PL-DATE-DAYS            PIC 9(09).
007300 01  PL-AMOUNT-DISPLAY       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
007310 01  PL-STEP-RC              PIC 9(04).
007320 01  PL-STEP-COUNTS.
007330     COPY STEPREC.
007400
007500 PROCEDURE DIVISION.
007600*----------------------------------------------------------------
007700* 0000-MAIN-PARAGRAPH.
007800*----------------------------------------------------------------
007900 0000-MAIN-PARAGRAPH.
007910     MOVE ZERO TO PL-STEP-RC.
007920     MOVE ZERO TO PL-READ-COUNT PL-POSTED-COUNT PL-REJECT-COUNT.
008000     DISPLAY "Please enter the bank deposit total in whole"
008100         " cents (e.g. 125050 for 1,250.50)".
008200     ACCEPT PL-DEPOSIT-CENTS.
008300     IF PL-DEPOSIT-CENTS NOT NUMERIC
008400         DISPLAY "Deposit total must be all digits"
008450         MOVE 8 TO PL-STEP-RC
008500         GO TO 0000-STOP.
008600     DIVIDE PL-DEPOSIT-CENTS BY 100 GIVING PL-DEPOSIT-TOTAL.
008700     PERFORM 1000-BALANCE-THE-FILE THRU 1000-EXIT.
008710     IF PL-TRANS-STATUS NOT = "00"
008720         MOVE 4 TO PL-STEP-RC
008730         GO TO 0000-STOP.
008800     IF PL-FILE-TOTAL NOT = PL-DEPOSIT-TOTAL
008900         MOVE PL-FILE-TOTAL TO PL-AMOUNT-DISPLAY
009000         DISPLAY "Remittance file totals " PL-AMOUNT-DISPLAY
009200         DISPLAY "Bank deposit total is  " PL-AMOUNT-DISPLAY
009300         DISPLAY "*** Run OUT OF BALANCE with the deposit - "
009400             "refused, nothing posted ***"
009450         MOVE 8 TO PL-STEP-RC
009500         GO TO 0000-STOP.
009600     PERFORM 2000-POST-THE-FILE THRU 2000-EXIT.
009700     MOVE PL-POSTED-TOTAL TO PL-AMOUNT-DISPLAY.
010200     MOVE PL-REJECTED-TOTAL TO PL-AMOUNT-DISPLAY.
010300     DISPLAY "Amount on reject list:  " PL-AMOUNT-DISPLAY.
010400 0000-STOP.
010410     PERFORM 9000-POST-STEP-COUNTS THRU 9000-EXIT.
010420     MOVE PL-STEP-RC TO RETURN-CODE.
010500     GOBACK.
010600
010700*----------------------------------------------------------------
010800* 1000-BALANCE-THE-FILE.
025000     MOVE PTR-DATE TO AR-DATE.
025100     MOVE PTR-AMOUNT TO AR-AMOUNT.
025150     MOVE SPACES TO AR-REASON-CODE.
025160     MOVE ZERO TO AR-PLAN-FEE AR-INCL-MINUTES AR-OVERAGE.
025160     MOVE ZERO TO AR-TAX-AMOUNT.
025160     MOVE ZERO TO AR-RUN-DATE.
025160     MOVE SPACES TO AR-PLAN-CODE.
025200     CALL "WRITE-RECEIVABLE" USING STATS PL-AR-REC.
025300     IF STATS = 0
025400         ADD 1 TO PL-POSTED-COUNT
026100         PERFORM 2200-REJECT-PAYMENT THRU 2200-EXIT.
026200 2400-EXIT.
026300     EXIT.
026350
026400*----------------------------------------------------------------
026500* 9000-POST-STEP-COUNTS.
026600*    LEAVES THIS RUN'S COUNTS FOR THE NIGHTLY JOB-STREAM
026700*    CONTROLLER'S RUN LOG AND SUMMARY.
026800*----------------------------------------------------------------
026900 9000-POST-STEP-COUNTS.
027000     MOVE SPACES TO PL-STEP-COUNTS.
027100     MOVE "ARPAYLD" TO SC-PROGRAM.
027200     MOVE "PAYMENTS READ" TO SC-LABEL (1).
027300     MOVE PL-READ-COUNT TO SC-COUNT (1).
027400     MOVE "PAYMENTS POSTED" TO SC-LABEL (2).
027500     MOVE PL-POSTED-COUNT TO SC-COUNT (2).
027600     MOVE "REJECTED" TO SC-LABEL (3).
027700     MOVE PL-REJECT-COUNT TO SC-COUNT (3).
027800     MOVE ZERO TO SC-COUNT (4).
027900     CALL "POST-STEP-COUNTS" USING STATS PL-STEP-COUNTS.
028000 9000-EXIT.
028100     EXIT.
