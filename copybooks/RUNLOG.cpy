000100*----------------------------------------------------------------
000200* RUNLOG.
000300*   NIGHTLY RUN LOG RECORD LAYOUT - THE JOB-STREAM CONTROLLER
000400*   APPENDS ONE LINE FOR EVERY EVENT OF A RUN:
000500*     "B"  RUN BEGUN - RL-OUTCOME "NEW" OR "RESTART".
000600*     "S"  STEP STARTED.
000700*     "E"  STEP ENDED - RETURN CODE, OUTCOME AND THE STEP'S
000800*          RECORD COUNTS.  A STEP THE CONTROLLER WOULD NOT
000900*          START GETS AN "E" LINE WITH OUTCOME "REFUSED" AND
001000*          NO "S" LINE; A STEP FOUND STARTED BUT NEVER ENDED
001100*          WHEN THE RUN IS RESTARTED GETS ONE WITH "ABENDED".
001200*     "C"  RUN COMPLETED - EVERY STEP ENDED.
001300*     "H"  RUN HALTED - A STEP FAILED OR WAS REFUSED.
001400*   A RUN WITH NO "C" LINE IS UNFINISHED, AND THE NEXT START
001500*   OF THE CONTROLLER RESUMES IT UNDER THE SAME RUN NUMBER.
001600*
001700*   2026-10-15  RH   ORIGINAL LAYOUT.
001800*----------------------------------------------------------------
001900     05  RL-RUN-NUM              PIC 9(05).
002000     05  RL-EVENT                PIC X(01).
002100         88  RL-RUN-BEGUN            VALUE "B".
002200         88  RL-STEP-STARTED         VALUE "S".
002300         88  RL-STEP-ENDED           VALUE "E".
002400         88  RL-RUN-COMPLETED        VALUE "C".
002500         88  RL-RUN-HALTED           VALUE "H".
002600     05  RL-STEP-NUM             PIC 9(02).
002700     05  RL-PROGRAM              PIC X(08).
002800     05  RL-DATE                 PIC 9(08).
002900     05  RL-TIME                 PIC 9(08).
003000     05  RL-RETURN-CODE          PIC 9(04).
003100     05  RL-OUTCOME              PIC X(08).
003200         88  RL-STEP-DONE            VALUE "COMPLETE" "WARNING".
003300     05  RL-COUNT-ENTRY OCCURS 4 TIMES.
003400         10  RL-COUNT-LABEL      PIC X(20).
003500         10  RL-COUNT            PIC 9(09).
