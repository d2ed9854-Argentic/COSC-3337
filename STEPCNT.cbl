000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    STEPCNT.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    SHARED STEP RECORD COUNT MODULE.  EACH PROGRAM IN THE
001200*    NIGHTLY JOB STREAM CALLS THIS ONE ENTRY AS IT FINISHES TO
001300*    LEAVE ITS RECORD COUNTS ON THE STEP-COUNTS FILE, WHERE THE
001400*    JOB-STREAM CONTROLLER PICKS THEM UP FOR THE RUN LOG AND
001500*    THE RUN SUMMARY.  THE FILE ONLY EVER HOLDS THE LAST STEP'S
001600*    RECORD, SO A STEP RUN BY HAND LEAVES NOTHING BEHIND TO
001700*    GROW.
001800*
001900*    MODIFICATION HISTORY.
002000*    10/15/2026  RH   ORIGINAL MODULE.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STEP-COUNT-FILE ASSIGN TO "step-counts"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS SK-FILE-STATUS.

002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  STEP-COUNT-FILE.
003100 01  STEP-COUNT-LINE.
003200     COPY STEPREC.

003300 WORKING-STORAGE SECTION.
003400*----------------------------------------------------------------
003500* WORKING STORAGE.
003600*----------------------------------------------------------------
003700 01  SK-FILE-STATUS              PIC XX.

003800 LINKAGE SECTION.
003900 01  LS-STATS                    PIC 9.
004000 01  LS-STEP-COUNTS              PIC X(124).

004100*----------------------------------------------------------------
004200* PROCEDURE DIVISION.
004300*----------------------------------------------------------------
004400 PROCEDURE DIVISION.

004500*----------------------------------------------------------------
004600* 1000-POST-STEP-COUNTS-ENTRY.
004700*    REPLACES THE STEP-COUNTS FILE WITH THE CALLER'S ONE
004800*    RECORD (STEPREC LAYOUT).
004900*----------------------------------------------------------------
005000 1000-POST-STEP-COUNTS-ENTRY.
005100 ENTRY "POST-STEP-COUNTS" USING LS-STATS LS-STEP-COUNTS.
005200     MOVE ZERO TO LS-STATS.
005300     OPEN OUTPUT STEP-COUNT-FILE.
005400     IF SK-FILE-STATUS NOT = "00"
005500         MOVE 2 TO LS-STATS
005600         GOBACK.
005700     WRITE STEP-COUNT-LINE FROM LS-STEP-COUNTS.
005800     IF SK-FILE-STATUS NOT = "00"
005900         MOVE 2 TO LS-STATS.
006000     CLOSE STEP-COUNT-FILE.
006100     GOBACK.
