000100*----------------------------------------------------------------
000200* CYCREC.
000300*   BILL CYCLE MASTER RECORD LAYOUT - ONE LINE PER CHANGE TO A
000400*   BILL CYCLE.  A CYCLE IS NUMBERED 01 THROUGH 99 AND CLOSES
000500*   ON ITS CUTOFF DAY OF EVERY MONTH (01 THROUGH 28, SO EVERY
000600*   MONTH HAS THE DAY); THE LATEST LINE FOR A CYCLE NUMBER
000700*   DECIDES ITS CUTOFF DAY AND NAME, SO THE FILE DOUBLES AS
000800*   THE HISTORY OF WHO SET WHAT AND WHEN.  SHARED BY THE BILL
000900*   CYCLE MAINTENANCE PROGRAM, WHICH ADDS THE LINES, AND THE
001000*   CYCLMAST MODULE, WHICH SERVES THEM TO THE BILLING,
001100*   STATEMENT, DUNNING AND CUSTOMER MAINTENANCE PROGRAMS.
001200*
001300*   2026-10-15  RH   ORIGINAL LAYOUT.
001400*----------------------------------------------------------------
001500     05  CY-CYCLE                PIC 9(02).
001600     05  CY-CUTOFF-DAY           PIC 9(02).
001700     05  CY-NAME                 PIC X(20).
001800     05  CY-DATE                 PIC 9(08).
001900     05  CY-OPERATOR             PIC X(08).
