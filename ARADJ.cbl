002710*    09/02/2026  RH   MEMOS LOGGED UNDER AUDIT ACTION "M" - THE
002720*                     MEMO TYPE "D" COLLIDED WITH THE DELETE
002730*                     ACTION ON THE AUDIT ACTIVITY REPORT.
002740*    10/15/2026  RH   THE MEMO LINE NOW ZEROES THE CALLING PLAN
002750*                     BREAKDOWN FIELDS ADDED TO THE LEDGER
002760*                     LAYOUT.
002760*    10/15/2026  RH   THE MEMO LINE NOW ZEROES THE TAX AMOUNT
002760*                     ADDED TO THE LEDGER LAYOUT.
002760*    10/15/2026  RH   THE MEMO LINE NOW CLEARS THE RUN DATE AND
002760*                     PLAN CODE ADDED TO THE LEDGER LAYOUT.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000
020100     MOVE AJ-TODAY TO AR-DATE.
020200     MOVE AJ-AMOUNT TO AR-AMOUNT.
020300     MOVE USER-INPUT-REASON TO AR-REASON-CODE.
020350     MOVE ZERO TO AR-PLAN-FEE AR-INCL-MINUTES AR-OVERAGE.
020350     MOVE ZERO TO AR-TAX-AMOUNT.
020350     MOVE ZERO TO AR-RUN-DATE.
020350     MOVE SPACES TO AR-PLAN-CODE.
020400     CALL "WRITE-RECEIVABLE" USING STATS AJ-AR-REC.
020500 1100-EXIT.
020600     EXIT.
