000100*----------------------------------------------------------------
000200* STEPREC.
000300*   STEP RECORD COUNT LAYOUT - THE ONE RECORD A NIGHTLY BATCH
000400*   STEP LEAVES ON THE STEP-COUNTS FILE, THROUGH THE SHARED
000500*   STEPCNT MODULE, AS IT FINISHES.  UP TO FOUR LABELLED
000600*   COUNTS OF THE STEP'S OWN CHOOSING (RECORDS READ, POSTED,
000700*   REJECTED AND SO ON); AN UNUSED ENTRY HAS A BLANK LABEL.
000800*   THE NIGHTLY JOB-STREAM CONTROLLER EMPTIES THE FILE BEFORE
000900*   EACH STEP AND READS THE RECORD BACK AFTERWARDS FOR THE RUN
001000*   LOG AND THE RUN SUMMARY.
001100*
001200*   2026-10-15  RH   ORIGINAL LAYOUT.
001300*----------------------------------------------------------------
001400     05  SC-PROGRAM              PIC X(08).
001500     05  SC-COUNT-ENTRY OCCURS 4 TIMES.
001600         10  SC-LABEL            PIC X(20).
001700         10  SC-COUNT            PIC 9(09).
