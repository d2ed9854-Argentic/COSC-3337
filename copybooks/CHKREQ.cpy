000100*----------------------------------------------------------------
000200* CHKREQ.
000300*   CREDIT-BALANCE REFUND CHECK REQUEST RECORD LAYOUT - ONE
000400*   LINE PER REFUND.  THE REFUND RUN'S SELECTION PASS WRITES
000500*   ONE LINE PER PROPOSED REFUND TO THE PENDING FILE WITH THE
000600*   APPROVER LEFT BLANK; ITS POSTING PASS COPIES EACH LINE THE
000700*   SUPERVISOR APPROVES TO THE ACCOUNTS PAYABLE CHECK REQUEST
000800*   FILE WITH THE APPROVER AND POSTING DATE FILLED IN.  THE
000900*   PAYEE NAME AND MAILING ADDRESS ARE TAKEN FROM THE CUSTOMER
001000*   MASTER RECORD AT SELECTION TIME.
001100*
001200*   2026-10-15  RH   ORIGINAL LAYOUT.
001300*----------------------------------------------------------------
001400     05  CK-REQUEST-DATE         PIC 9(08).
001500     05  CK-CUST-NUM             PIC 9(09).
001600     05  CK-PHONE                PIC 9(10).
001700     05  CK-CC                   PIC 9(03).
001800     05  CK-EXT                  PIC 9(05).
001900     05  CK-PAYEE-NAME           PIC X(30).
002000     05  CK-ADDRESS              PIC X(40).
002100     05  CK-CITY                 PIC X(30).
002200     05  CK-STATE                PIC XX.
002300     05  CK-ZIP                  PIC 9(05).
002400     05  CK-AMOUNT               PIC 9(09)V99.
002500     05  CK-REASON               PIC X(01).
002600         88  CK-ACCOUNT-CLOSED       VALUE "C".
002700         88  CK-OVER-THRESHOLD       VALUE "T".
002800     05  CK-APPROVED-BY          PIC X(08).
