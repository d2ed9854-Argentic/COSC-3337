000100*----------------------------------------------------------------
000200* GLMAP.
000300*   GENERAL LEDGER ACCOUNT MAPPING RECORD LAYOUT - ONE LINE PER
000400*   LEDGER POSTING TYPE, OR PER POSTING TYPE AND REASON CODE
000500*   FOR CREDIT AND DEBIT MEMOS.  EACH LINE NAMES THE ACCOUNT
000600*   DEBITED AND THE ACCOUNT CREDITED FOR A POSTING OF THAT
000700*   TYPE, AND FOR INVOICES AND REVERSALS THE TAX LIABILITY
000800*   ACCOUNT THE TAX PORTION IS SPLIT OUT TO:
000900*     "I"  DEBIT RECEIVABLES, CREDIT REVENUE, TAX CREDITED
001000*          TO THE LIABILITY.
001100*     "P"  DEBIT CASH, CREDIT RECEIVABLES.
001200*     "C"  DEBIT THE ADJUSTMENT ACCOUNT, CREDIT RECEIVABLES.
001300*     "D"  DEBIT RECEIVABLES, CREDIT THE ADJUSTMENT ACCOUNT.
001400*     "R"  DEBIT REVENUE, CREDIT RECEIVABLES, TAX DEBITED
001500*          BACK OUT OF THE LIABILITY.
001510*     "F"  DEBIT RECEIVABLES, CREDIT THE REFUND CLEARING
001520*          ACCOUNT ACCOUNTS PAYABLE PAYS THE CHECK FROM.
001600*   A MEMO LINE WITH A BLANK REASON CODE IS THE DEFAULT FOR ANY
001700*   REASON NOT MAPPED ON ITS OWN.  A LATER LINE FOR THE SAME
001800*   TYPE AND REASON SUPERSEDES THE EARLIER ONE.  SHARED BY THE
001900*   MAPPING MAINTENANCE PROGRAM AND THE JOURNAL RUN SO BOTH
002000*   AGREE ON THE SAME LAYOUT.
002100*
002200*   2026-10-15  RH   ORIGINAL LAYOUT.
002210*   2026-10-15  RH   NOTED THE "F" REFUND POSTING TYPE.
002300*----------------------------------------------------------------
002400     05  GM-POSTING-TYPE         PIC X(01).
002500     05  GM-REASON-CODE          PIC X(02).
002600     05  GM-DEBIT-ACCOUNT        PIC X(10).
002700     05  GM-CREDIT-ACCOUNT       PIC X(10).
002800     05  GM-TAX-ACCOUNT          PIC X(10).
002900     05  GM-DESCRIPTION          PIC X(20).
