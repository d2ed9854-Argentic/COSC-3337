000100*----------------------------------------------------------------
000200* TAXREG.
000300*   TAX REMITTANCE REGISTER RECORD LAYOUT - ONE LINE PER
000400*   INVOICE THE BATCH BILLING RUN CLOSES OUT.  AN "I" LINE
000500*   CARRIES THE CUSTOMER'S STATE, THE RUN, THE TAXABLE INVOICE
000600*   TOTAL, THE STATE TELECOM TAX AND FEDERAL SURCHARGE CHARGED
000700*   ON IT, AND THE TAX MASTER ENTRY (EFFECTIVE DATE AND BOTH
000800*   PERCENTS) THEY WERE COMPUTED FROM.  AN "R" LINE IS WRITTEN
000900*   BY THE BILLING RUN REVERSAL UTILITY FOR EVERY "I" LINE OF A
001000*   RUN IT BACKS OUT, SAME AMOUNTS, DATED THE DAY OF THE
001100*   REVERSAL, AND IS SUBTRACTED BY THE FILING REPORT.  SHARED
001200*   BY THE BILLING RUN, THE REVERSAL UTILITY AND THE MONTHLY
001300*   TAX FILING REPORT SO ALL AGREE ON THE SAME LAYOUT.
001400*
001500*   2026-10-15  RH   ORIGINAL LAYOUT.
001600*----------------------------------------------------------------
001700     05  TG-RECORD-TYPE          PIC X(01).
001800         88  TG-INVOICE              VALUE "I".
001900         88  TG-REVERSAL             VALUE "R".
002000     05  TG-STATE                PIC XX.
002100     05  TG-RUN-NUM              PIC 9(05).
002200     05  TG-DATE                 PIC 9(08).
002300     05  TG-CUST-NUM             PIC 9(09).
002400     05  TG-PHONE                PIC 9(10).
002500     05  TG-CC                   PIC 9(03).
002600     05  TG-EXT                  PIC 9(05).
002700     05  TG-TAXABLE              PIC 9(09)V99.
002800     05  TG-STATE-TAX            PIC 9(07)V99.
002900     05  TG-FED-SURCHARGE        PIC 9(07)V99.
003000     05  TG-TAX-EFF-DATE         PIC 9(08).
003100     05  TG-STATE-PCT            PIC 99V99.
003200     05  TG-FED-PCT              PIC 99V99.
