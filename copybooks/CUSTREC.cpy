000799*                    HONORED BY THE BILLING AND LOAD PROGRAMS,
000799*                    SO A DISCONNECT NO LONGER MEANS DELETING
000799*                    THE RECORD WHILE MONEY IS STILL OWED.
000799*   2026-10-15  RH   ADDED IPLAN-CODE - THE CALLING PLAN THE
000799*                    ACCOUNT IS BILLED UNDER, SET FROM THE
000799*                    PROJECT3 MENU.  SPACES MEANS NO PLAN - THE
000799*                    ACCOUNT BILLS PER MINUTE AT THE RATE
000799*                    MASTER'S TIERS, AS BEFORE.
000799*   2026-10-15  RH   ADDED ICREDIT-LIMIT - THE MOST THE ACCOUNT
000799*                    MAY RUN UP IN UNBILLED USAGE AND OPEN
000799*                    RECEIVABLES, SET FROM THE PROJECT3 MENU AND
000799*                    TESTED BY THE NIGHTLY EXPOSURE REPORT.
000799*                    ZERO MEANS NO LIMIT HAS BEEN SET.
000799*   2026-10-15  RH   ADDED IBILL-CYCLE - THE BILL CYCLE THE
000799*                    ACCOUNT IS INVOICED, STATEMENTED AND DUNNED
000799*                    IN, ASSIGNED WHEN THE ACCOUNT IS ADDED AND
000799*                    MOVED FROM THE PROJECT3 MENU.  ZERO MEANS
000799*                    NONE ASSIGNED - THE ACCOUNT FALLS IN THE
000799*                    LOWEST-NUMBERED CYCLE ON FILE.
000800*----------------------------------------------------------------
000900     05  INAME               PIC X(30).
001000     05  IPHONE              PIC 9(10).
002000         88  IACCT-SUSPENDED     VALUE "S".
002100         88  IACCT-CLOSED        VALUE "C".
002200     05  ISTATUS-DATE        PIC 9(08).
002300     05  IPLAN-CODE          PIC X(04).
002400         88  INO-PLAN            VALUE SPACES.
002500     05  ICREDIT-LIMIT       PIC 9(07)V99.
002600         88  INO-CREDIT-LIMIT    VALUE ZERO.
002700     05  IBILL-CYCLE         PIC 9(02).
002800         88  INO-BILL-CYCLE      VALUE ZERO.
