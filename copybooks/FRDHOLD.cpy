000100*----------------------------------------------------------------
000200* FRDHOLD.
000300*   FRAUD HOLD RECORD LAYOUT - ONE SLOT OF THE RELATIVE
000400*   FRAUD-HOLDS FILE, WRITTEN BY THE FRAUD SCREENING RUN FOR
000500*   EACH UNBILLED CALL IT FLAGS WHEN THE OPERATOR ASKS FOR
000600*   HOLDS.  THE CALL ITSELF STAYS ON THE CALL FILE UNBILLED; THE
000700*   BILLING RUN PASSES OVER ANY CALL WITH A HELD SLOT UNTIL AN
000800*   ANALYST CLEARS IT THROUGH THE FRAUD HOLD MAINTENANCE
000900*   PROGRAM.  THE SLOT REMEMBERS THE CALL'S RECORD NUMBER (KEPT
001000*   CURRENT BY THE CALL ARCHIVE JOB WHEN IT COMPACTS THE FILE),
001100*   THE SEVERITY THE SCREEN SCORED THE CALLER AT AND WHY:
001200*     FH-REASONS POSITION 1  "V"  DAY'S TRAFFIC WELL OVER THE
001300*                                 CALLER'S TRAILING AVERAGE.
001400*     FH-REASONS POSITION 2  "I"  CALL TO A HIGH-RISK COUNTRY.
001500*     FH-REASONS POSITION 3  "S"  SUSPENDED ACCOUNT, OR
001600*                            "C"  CLOSED ACCOUNT.
001700*   A SLOT IS NEVER REMOVED - CLEARING IT RECORDS THE ANALYST
001800*   AND DATE, AND A CLEARED CALL IS NOT HELD AGAIN BY A LATER
001900*   SCREEN.
002000*
002100*   2026-10-15  RH   ORIGINAL LAYOUT.
002200*----------------------------------------------------------------
002300     05  FH-STATUS               PIC X(01).
002400         88  FH-HELD                 VALUE "H".
002500         88  FH-CLEARED              VALUE "C".
002600     05  FH-PHONE                PIC 9(10).
002700     05  FH-CC                   PIC 9(03).
002800     05  FH-EXT                  PIC 9(05).
002900     05  FH-CALL-RECORD-NUM      PIC 9(09).
003000     05  FH-CALL-DATE            PIC X(12).
003100     05  FH-CALLEE               PIC 9(10).
003200     05  FH-CALLEE-CC            PIC 9(03).
003300     05  FH-DUR                  PIC 9(05).
003400     05  FH-SEVERITY             PIC 9(05).
003500     05  FH-REASONS              PIC X(03).
003600     05  FH-DATE-HELD            PIC 9(08).
003700     05  FH-CLEARED-BY           PIC X(08).
003800     05  FH-DATE-CLEARED         PIC 9(08).
