000100*----------------------------------------------------------------
000200* PLANREC.
000300*   CALLING PLAN MASTER RECORD LAYOUT - ONE LINE PER
000400*   EFFECTIVE-DATED VERSION OF A PLAN.  A PLAN CARRIES A FLAT
000500*   MONTHLY FEE, A BUCKET OF INCLUDED MINUTES DRAWN DOWN BY
000600*   THE BILLING RUN BEFORE ANY CALL IS CHARGED, AND ITS OWN
000700*   FOUR DURATION-TIERED OVERAGE RATES, LAID OUT THE SAME WAY
000800*   AS THE RATE MASTER'S TIERS.  A LATER-DATED LINE FOR THE
000900*   SAME PLAN CODE SUPERSEDES THE EARLIER ONE FROM ITS
001000*   EFFECTIVE DATE FORWARD.  SHARED BY THE PLAN MAINTENANCE
001100*   PROGRAM, THE CUSTOMER MAINTENANCE PROGRAM AND THE BATCH
001200*   BILLING RUN SO ALL AGREE ON THE SAME LAYOUT.
001300*
001400*   2026-10-15  RH   ORIGINAL LAYOUT.
001500*----------------------------------------------------------------
001600     05  PN-PLAN-CODE            PIC X(04).
001700     05  PN-EFF-DATE             PIC 9(08).
001800     05  PN-PLAN-NAME            PIC X(20).
001900     05  PN-MONTHLY-FEE          PIC 9(05)V99.
002000     05  PN-INCL-MINUTES         PIC 9(05).
002100     05  PN-TIER OCCURS 4 TIMES.
002200         10  PN-DUR-LOW          PIC 9(05).
002300         10  PN-DUR-HIGH         PIC 9(05).
002400         10  PN-RATE             PIC 9V99.
