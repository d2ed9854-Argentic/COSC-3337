000100*----------------------------------------------------------------
000200* RISKCC.
000300*   HIGH-RISK DESTINATION COUNTRY LIST RECORD LAYOUT - ONE LINE
000400*   PER CHANGE TO THE LIST.  AN "A" LINE PUTS A CALLEE COUNTRY
000500*   CODE ON THE LIST AND A "D" LINE TAKES IT OFF AGAIN; THE
000600*   LATEST LINE FOR A CODE DECIDES WHETHER IT IS LISTED, SO THE
000700*   FILE DOUBLES AS THE HISTORY OF WHO LISTED WHAT AND WHEN.
000800*   SHARED BY THE FRAUD HOLD MAINTENANCE PROGRAM, WHICH ADDS
000900*   THE LINES, AND THE FRAUD SCREENING RUN, WHICH FLAGS CALLS
001000*   WHOSE ICALLEE-CC IS LISTED.
001100*
001200*   2026-10-15  RH   ORIGINAL LAYOUT.
001300*----------------------------------------------------------------
001400     05  RK-COUNTRY-CODE         PIC 9(03).
001500     05  RK-ACTION               PIC X(01).
001600         88  RK-LISTED               VALUE "A".
001700         88  RK-DELISTED             VALUE "D".
001800     05  RK-DATE                 PIC 9(08).
001900     05  RK-OPERATOR             PIC X(08).
002000     05  RK-DESCRIPTION          PIC X(20).
