003400*
003500*    MODIFICATION HISTORY.
003600*    08/21/2026  RH   ORIGINAL PROGRAM.
003610*    10/15/2026  RH   RUNS AS A STEP OF THE NIGHTLY JOB STREAM -
003620*                     ENDS WITH GOBACK INSTEAD OF STOP RUN, SETS
003630*                     RETURN-CODE 4 WHEN THE CHECK FINDS ANY
003640*                     ORPHANED, STALE OR UNINDEXED ENTRY (THE
003650*                     CONTROLLER WILL NOT START THE BILLING RUN
003660*                     ON IT) AND 8 FOR AN UNKNOWN ACTION, AND
003670*                     POSTS ITS COUNTS THROUGH THE SHARED
003680*                     STEPCNT MODULE.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
011900 01  IC-STALE-COUNT          PIC 9(09) COMP.
012000 01  IC-MISSING-COUNT        PIC 9(09) COMP.
012100 01  IC-REBUILT-COUNT        PIC 9(09) COMP.
012110 01  IC-STEP-RC              PIC 9(04).
012120 01  IC-STEP-COUNTS.
012130     COPY STEPREC.

012200*----------------------------------------------------------------
012300* REPORT LINE LAYOUTS.
016300* 0000-MAIN-PARAGRAPH.
016400*----------------------------------------------------------------
016500 0000-MAIN-PARAGRAPH.
016510     MOVE ZERO TO IC-STEP-RC.
016520     MOVE ZERO TO IC-ORPHAN-COUNT IC-STALE-COUNT
016530         IC-MISSING-COUNT IC-REBUILT-COUNT.
016600     DISPLAY "Index utility - Check (C) or Rebuild (R)?".
016700     ACCEPT IC-MODE-FLAG.
016800     IF IC-MODE-FLAG = "C" OR IC-MODE-FLAG = "c"
016900         PERFORM 1000-CHECK-EVERYTHING THRU 1000-EXIT
016910         IF IC-ORPHAN-COUNT NOT = ZERO
016920                 OR IC-STALE-COUNT NOT = ZERO
016930                 OR IC-MISSING-COUNT NOT = ZERO
016940             MOVE 4 TO IC-STEP-RC
016950         END-IF
017000     ELSE IF IC-MODE-FLAG = "R" OR IC-MODE-FLAG = "r"
017100         PERFORM 2000-REBUILD-ONE-INDEX THRU 2000-EXIT
017200     ELSE
017210         MOVE 8 TO IC-STEP-RC
017300         DISPLAY "No such action".
017310     PERFORM 9000-POST-STEP-COUNTS THRU 9000-EXIT.
017320     MOVE IC-STEP-RC TO RETURN-CODE.
017400     GOBACK.

017500*----------------------------------------------------------------
017600* 1000-CHECK-EVERYTHING.
061700     PERFORM 1510-READ-CALL-MASTER THRU 1510-EXIT.
061800 2310-EXIT.
061900     EXIT.

062000*----------------------------------------------------------------
062100* 9000-POST-STEP-COUNTS.
062200*    LEAVES THIS RUN'S COUNTS FOR THE NIGHTLY JOB-STREAM
062300*    CONTROLLER'S RUN LOG AND SUMMARY.
062400*----------------------------------------------------------------
062500 9000-POST-STEP-COUNTS.
062600     MOVE SPACES TO IC-STEP-COUNTS.
062700     MOVE "IDXCHK" TO SC-PROGRAM.
062800     MOVE "ORPHANED ENTRIES" TO SC-LABEL (1).
062900     MOVE IC-ORPHAN-COUNT TO SC-COUNT (1).
063000     MOVE "STALE ENTRIES" TO SC-LABEL (2).
063100     MOVE IC-STALE-COUNT TO SC-COUNT (2).
063200     MOVE "UNINDEXED RECORDS" TO SC-LABEL (3).
063300     MOVE IC-MISSING-COUNT TO SC-COUNT (3).
063400     MOVE "ENTRIES REBUILT" TO SC-LABEL (4).
063500     MOVE IC-REBUILT-COUNT TO SC-COUNT (4).
063600     CALL "POST-STEP-COUNTS" USING IC-STATS IC-STEP-COUNTS.
063700 9000-EXIT.
063800     EXIT.
