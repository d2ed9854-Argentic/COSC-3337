000100*----------------------------------------------------------------
000200* RUNCTL.
000300*   NIGHTLY RUN-CONTROL RECORD LAYOUT - ONE LINE PER STEP OF
000400*   THE NIGHTLY JOB STREAM, IN THE ORDER THE STEPS ARE TO RUN.
000500*   RC-PROGRAM IS THE PROGRAM-ID THE CONTROLLER CALLS FOR THE
000600*   STEP.  THE STANDARD STREAM IS CALLLOAD, ARPAYLD, IDXCHK,
000700*   CALLBILL, ARAGING, ARDUN.
000800*
000900*   2026-10-15  RH   ORIGINAL LAYOUT.
001000*----------------------------------------------------------------
001100     05  RC-STEP-NUM             PIC 9(02).
001200     05  FILLER                  PIC X(01).
001300     05  RC-PROGRAM              PIC X(08).
001400     05  FILLER                  PIC X(01).
001500     05  RC-DESCRIPTION          PIC X(30).
