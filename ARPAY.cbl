002194*                     BUT THE CLERK IS TOLD THE STANDING SO THE
002196*                     CONVERSATION AT THE COUNTER MATCHES THE
002198*                     FILE.
002199*    10/15/2026  RH   THE PAYMENT LINE NOW ZEROES THE CALLING
002199*                     PLAN BREAKDOWN FIELDS ADDED TO THE LEDGER
002199*                     LAYOUT.
002199*    10/15/2026  RH   THE PAYMENT LINE NOW ZEROES THE TAX AMOUNT
002199*                     ADDED TO THE LEDGER LAYOUT.
002199*    10/15/2026  RH   THE PAYMENT LINE NOW CLEARS THE RUN DATE AND
002199*                     PLAN CODE ADDED TO THE LEDGER LAYOUT.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.

012500     MOVE AP-TODAY TO AR-DATE.
012600     MOVE AP-AMOUNT TO AR-AMOUNT.
012650     MOVE SPACES TO AR-REASON-CODE.
012660     MOVE ZERO TO AR-PLAN-FEE AR-INCL-MINUTES AR-OVERAGE.
012660     MOVE ZERO TO AR-TAX-AMOUNT.
012660     MOVE ZERO TO AR-RUN-DATE.
012660     MOVE SPACES TO AR-PLAN-CODE.
012700     CALL "WRITE-RECEIVABLE" USING STATS AP-AR-REC.
012800 1100-EXIT.
012900     EXIT.
