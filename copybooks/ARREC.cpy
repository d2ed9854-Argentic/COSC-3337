000560*   UTILITY TO BACK A BAD RUN'S "I" LINE BACK OUT; "C" AND "D"
000570*   LINES ARE CREDIT AND DEBIT MEMOS KEYED BY A SUPERVISOR
000580*   THROUGH THE ADJUSTMENT ENTRY PROGRAM, EACH CARRYING A
000590*   REASON CODE; AN "F" LINE IS A REFUND OF AN UNAPPLIED
000592*   CREDIT, POSTED BY THE REFUND RUN WHEN A SUPERVISOR
000594*   APPROVES THE CHECK.  A CUSTOMER'S OPEN BALANCE IS THE SUM
000596*   OF ITS "I", "D" AND "F" LINES LESS THE SUM OF ITS "P", "R"
000700*   AND "C" LINES.  SHARED BY THE BILLING RUN, THE PAYMENT AND
000800*   ADJUSTMENT ENTRY PROGRAMS, THE AGING REPORT AND THE
000900*   STATEMENT RUN SO ALL AGREE ON THE SAME LAYOUT.
001000*
001180*                    REASON CODE THEY CARRY - A WAIVED CHARGE
001190*                    IS NOW A CREDIT MEMO WITH A REASON, NOT A
001195*                    FAKE PAYMENT THAT OVERSTATES CASH.
001196*   2026-10-15  RH   ADDED THE CALLING PLAN BREAKDOWN AN "I"
001197*                    LINE CARRIES - THE PLAN'S MONTHLY FEE, THE
001198*                    INCLUDED MINUTES USED AND THE OVERAGE
001199*                    CHARGED - SO THE LEDGER SHOWS EACH AMOUNT
001199*                    SEPARATELY.  AN "R" LINE CARRIES THE SAME
001199*                    BREAKDOWN AS THE "I" LINE IT OFFSETS; EVERY
001199*                    OTHER LINE TYPE CARRIES ZEROES.
001199*   2026-10-15  RH   ADDED THE TAX AMOUNT - STATE TAX PLUS
001199*                    FEDERAL SURCHARGE - INCLUDED IN AN "I"
001199*                    LINE'S AMOUNT, SO THE GENERAL LEDGER
001199*                    JOURNAL CAN SPLIT IT OUT TO THE TAX
001199*                    LIABILITY.  AN "R" LINE CARRIES THE SAME
001199*                    TAX AS THE "I" LINE IT OFFSETS; EVERY
001199*                    OTHER LINE TYPE CARRIES ZERO.
001199*   2026-10-15  RH   ADDED THE "F" REFUND TYPE FOR THE CREDIT-
001199*                    BALANCE REFUND RUN.  IT MOVES THE BALANCE
001199*                    LIKE A DEBIT MEMO, DRAWING THE REFUNDED
001199*                    CREDIT BACK DOWN TO ZERO.
001199*   2026-10-15  RH   ADDED THE DATE THE BILLING RUN RAN AND THE
001199*                    CALLING PLAN IT BILLED THE INVOICE ON
001199*                    (SPACES WHEN OFF PLAN), SO A REPORT CAN
001199*                    RE-PRICE AN "I" LINE'S CALLS BY THE PLAN
001199*                    TIERS AND TAX RATES THE RUN ACTUALLY USED.
001199*                    AN "R" LINE CARRIES THE SAME VALUES AS THE
001199*                    "I" LINE IT OFFSETS; EVERY OTHER LINE TYPE
001199*                    CARRIES ZERO AND SPACES.  LINES POSTED
001199*                    BEFORE THIS CHANGE READ BACK AS SPACES.
001200*----------------------------------------------------------------
001300     05  AR-RECORD-TYPE          PIC X(01).
001400         88  AR-INVOICE              VALUE "I".
001550         88  AR-REVERSAL             VALUE "R".
001560         88  AR-ADJ-CREDIT           VALUE "C".
001570         88  AR-ADJ-DEBIT            VALUE "D".
001580         88  AR-REFUND               VALUE "F".
001600     05  AR-CUST-NUM             PIC 9(09).
001700     05  AR-PHONE                PIC 9(10).
001800     05  AR-CC                   PIC 9(03).
002100     05  AR-DATE                 PIC 9(08).
002200     05  AR-AMOUNT               PIC 9(09)V99.
002300     05  AR-REASON-CODE          PIC X(02).
002400     05  AR-PLAN-FEE             PIC 9(07)V99.
002500     05  AR-INCL-MINUTES         PIC 9(07).
002600     05  AR-OVERAGE              PIC 9(09)V99.
002700     05  AR-TAX-AMOUNT           PIC 9(07)V99.
002800     05  AR-RUN-DATE             PIC 9(08).
002900     05  AR-PLAN-CODE            PIC X(04).
