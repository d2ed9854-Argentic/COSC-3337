000100*----------------------------------------------------------------
000200* GLJREC.
000300*   GENERAL LEDGER JOURNAL FILE RECORD LAYOUT.  A "J" LINE IS
000400*   ONE DEBIT OR CREDIT TO ONE GENERAL LEDGER ACCOUNT, CARRYING
000500*   THE POSTING DATE AND THE RECEIVABLES LEDGER LINE IT CAME
000600*   FROM.  THE SINGLE "T" LINE AT THE END OF EACH BATCH CARRIES
000700*   THE LINE COUNT, THE DEBIT AND CREDIT TOTALS AND THE POSTING
000800*   DATE RANGE, SO THE GENERAL LEDGER CAN PROVE THE BATCH
000900*   BALANCES BEFORE LOADING IT.  WRITTEN BY THE JOURNAL RUN.
001000*
001100*   2026-10-15  RH   ORIGINAL LAYOUT.
001200*----------------------------------------------------------------
001300     05  GJ-RECORD-TYPE          PIC X(01).
001400         88  GJ-JOURNAL-LINE         VALUE "J".
001500         88  GJ-TRAILER              VALUE "T".
001600     05  GJ-BATCH-NUM            PIC 9(05).
001700     05  GJ-LINE-DATA.
001800         10  GJ-POST-DATE        PIC 9(08).
001900         10  GJ-ACCOUNT          PIC X(10).
002000         10  GJ-DR-CR            PIC X(01).
002100             88  GJ-DEBIT            VALUE "D".
002200             88  GJ-CREDIT           VALUE "C".
002300         10  GJ-AMOUNT           PIC 9(09)V99.
002400         10  GJ-SOURCE-TYPE      PIC X(01).
002500         10  GJ-REASON-CODE      PIC X(02).
002600         10  GJ-CUST-NUM         PIC 9(09).
002700         10  GJ-RUN-NUM          PIC 9(05).
002800         10  GJ-LEDGER-LINE      PIC 9(09).
002900     05  GJ-TRAILER-DATA REDEFINES GJ-LINE-DATA.
003000         10  GT-LINE-COUNT       PIC 9(09).
003100         10  GT-DEBIT-TOTAL      PIC 9(11)V99.
003200         10  GT-CREDIT-TOTAL     PIC 9(11)V99.
003300         10  GT-FROM-DATE        PIC 9(08).
003400         10  GT-TO-DATE          PIC 9(08).
003500         10  FILLER              PIC X(05).
