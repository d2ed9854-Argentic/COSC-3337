002499*                     CALLEE AND DURATION, CHECKED THROUGH THE
002499*                     FIND-PHONE INDEX) GOES TO THE REJECT LIST
002499*                     AS A DUPLICATE INSTEAD OF BEING WRITTEN.
002499*    10/15/2026  RH   RUNS AS A STEP OF THE NIGHTLY JOB STREAM -
002499*                     ENDS WITH GOBACK INSTEAD OF STOP RUN, SETS
002499*                     RETURN-CODE 8 WHEN THE BATCH IS REFUSED
002499*                     (SO THE BILLING RUN IS NOT STARTED ON AN
002499*                     UNBALANCED LOAD) AND 4 WHEN NO SWITCH FILE
002499*                     WAS DELIVERED, AND POSTS ITS COUNTS
002499*                     THROUGH THE SHARED STEPCNT MODULE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
006299 01  CA-LIST-EOF-SWITCH      PIC X.
006299     88  CA-LIST-EOF             VALUE "Y".
006299     88  CA-LIST-NOT-EOF         VALUE "N".
006299 01  CA-STEP-COUNTS.
006299     COPY STEPREC.

006200 PROCEDURE DIVISION.
006300*----------------------------------------------------------------
006610     PERFORM 0080-VERIFY-BATCH THRU 0080-EXIT.
006620     IF CA-BATCH-BAD
006630         DISPLAY "Batch refused - nothing loaded"
006632         MOVE ZERO TO CA-READ-COUNT CA-ADDED-COUNT
006633             CA-REJECT-COUNT CA-CLOSED-COUNT
006634         PERFORM 0095-POST-STEP-COUNTS THRU 0095-EXIT
006635         IF CA-TRANS-STATUS = "35"
006636             MOVE 4 TO RETURN-CODE
006637         ELSE
006638             MOVE 8 TO RETURN-CODE
006639         END-IF
006640         GOBACK.
006700     CALL "OPEN-CALLS" USING STATS.
006800     CALL "OPEN-CALL-INDEX" USING STATS.
006850     CALL "OPEN-CUSTOMERS" USING STATS.
008700     DISPLAY "Calls added:            " CA-ADDED-COUNT.
008800     DISPLAY "Transactions rejected:  " CA-REJECT-COUNT.
008850     DISPLAY "Calls from closed numbers: " CA-CLOSED-COUNT.
008860     PERFORM 0095-POST-STEP-COUNTS THRU 0095-EXIT.
008870     MOVE ZERO TO RETURN-CODE.
008900     GOBACK.

008860*----------------------------------------------------------------
008862* 0080-VERIFY-BATCH.
008994 0090-EXIT.
008994     EXIT.

008995*----------------------------------------------------------------
008995* 0095-POST-STEP-COUNTS.
008995*    LEAVES THIS RUN'S COUNTS FOR THE NIGHTLY JOB-STREAM
008995*    CONTROLLER'S RUN LOG AND SUMMARY.
008995*----------------------------------------------------------------
008995 0095-POST-STEP-COUNTS.
008995     MOVE SPACES TO CA-STEP-COUNTS.
008995     MOVE "CALLLOAD" TO SC-PROGRAM.
008995     MOVE "TRANSACTIONS READ" TO SC-LABEL (1).
008995     MOVE CA-READ-COUNT TO SC-COUNT (1).
008995     MOVE "CALLS ADDED" TO SC-LABEL (2).
008995     MOVE CA-ADDED-COUNT TO SC-COUNT (2).
008995     MOVE "REJECTED" TO SC-LABEL (3).
008995     MOVE CA-REJECT-COUNT TO SC-COUNT (3).
008995     MOVE "CLOSED NUMBERS" TO SC-LABEL (4).
008995     MOVE CA-CLOSED-COUNT TO SC-COUNT (4).
008995     CALL "POST-STEP-COUNTS" USING STATS CA-STEP-COUNTS.
008995 0095-EXIT.
008995     EXIT.

009000*----------------------------------------------------------------
009100* 0050-COUNT-EXISTING-RECORDS.
009200*    PROBES RECORD NUMBERS 1, 2, 3... UNTIL ONE COMES BACK NOT
