000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    NIGHTRUN.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    NIGHTLY BATCH JOB-STREAM CONTROLLER.  RUNS THE STEPS LISTED
001200*    ON THE RUN-CONTROL FILE (NORMALLY CALLLOAD, ARPAYLD, IDXCHK,
001300*    CALLBILL, ARAGING AND ARDUN) ONE AFTER ANOTHER IN THE ORDER
001400*    THEY APPEAR, BY CALLING EACH STEP PROGRAM.  A STEP'S OWN
001500*    PROMPTS (DEPOSIT TOTAL, INDEX ACTION, AS-OF DATES) ARE
001600*    ANSWERED FROM THE JOB'S INPUT EXACTLY AS WHEN THE PROGRAM
001700*    IS RUN BY HAND.
001800*
001900*    EVERY STEP'S START AND END, ITS RETURN CODE, ITS OUTCOME AND
002000*    THE RECORD COUNTS IT POSTED THROUGH THE STEPCNT MODULE ARE
002100*    APPENDED TO THE RUN LOG AS THEY HAPPEN.  RETURN CODE 0 IS
002200*    COMPLETE, 4 IS A WARNING AND ANYTHING HIGHER - OR A STEP
002300*    PROGRAM THAT CANNOT BE FOUND - IS A FAILURE THAT HALTS THE
002400*    STREAM.
002500*
002600*    THE BILLING RUN IS NOT STARTED IF THE CALL LOAD FAILED (ITS
002700*    BATCH WAS REFUSED, E.G. OUT OF BALANCE WITH ITS TRAILER) OR
002800*    IF THE INDEX RECONCILIATION REPORTED MISMATCHES; THE STEP IS
002900*    LOGGED AS REFUSED AND THE STREAM HALTS.
003000*
003100*    A RUN THE LOG DOES NOT SHOW AS COMPLETED IS RESUMED UNDER
003200*    THE SAME RUN NUMBER THE NEXT TIME THIS PROGRAM STARTS - AT
003300*    THE STEP THAT FAILED, WAS REFUSED OR ABENDED (A STEP LOGGED
003400*    AS STARTED BUT NEVER ENDED IS LOGGED AS ABENDED FIRST).
003500*    STEPS THAT ALREADY ENDED ARE NOT RUN AGAIN.  A BILLING RUN
003600*    REFUSED FOR INDEX MISMATCHES RESUMES AT THE RECONCILIATION,
003700*    SO THE REPAIRED INDEXES ARE PROVED CLEAN BEFORE BILLING.
003800*
003900*    A ONE-PAGE RUN SUMMARY FOR THE SHIFT LOG IS PRINTED AT THE
004000*    END OF EVERY RUN OR RESTART.
004100*
004200*    MODIFICATION HISTORY.
004300*    10/15/2026  RH   ORIGINAL PROGRAM.
004400*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT RUN-CONTROL-FILE ASSIGN TO "run-control"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS NR-CONTROL-STATUS.

005100     SELECT RUN-LOG-FILE ASSIGN TO "run-log"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS NR-LOG-STATUS.

005400     SELECT STEP-COUNT-FILE ASSIGN TO "step-counts"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS NR-COUNT-STATUS.

005700     SELECT PRINT-FILE ASSIGN TO "nightrun-summary"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS NR-PRINT-STATUS.

006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RUN-CONTROL-FILE.
006300 01  RUN-CONTROL-LINE.
006400     COPY RUNCTL.

006500 FD  RUN-LOG-FILE.
006600 01  RUN-LOG-LINE.
006700     COPY RUNLOG.

006800 FD  STEP-COUNT-FILE.
006900 01  STEP-COUNT-LINE.
007000     COPY STEPREC.

007100 FD  PRINT-FILE.
007200 01  PRINT-LINE                 PIC X(132).

007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------
007500* THE STREAM, ONE ENTRY PER RUN-CONTROL LINE, WITH WHAT EACH
007600* STEP DID IN THIS RUN.
007700*----------------------------------------------------------------
007800 01  NR-STEP-COUNT               PIC 9(02).
007900 01  NR-STEP-INDEX               PIC 9(02).
008000 01  NR-FIND-INDEX               PIC 9(02).
008100 01  NR-RESUME-STEP              PIC 9(02).
008200 01  NR-COUNT-INDEX              PIC 9(01).
008300 01  NR-STEP-TABLE.
008400     05  NR-STEP OCCURS 20 TIMES.
008500         10  NR-STEP-NUM         PIC 9(02).
008600         10  NR-STEP-PROGRAM     PIC X(08).
008700         10  NR-STEP-DESC        PIC X(30).
008800         10  NR-STEP-OUTCOME     PIC X(08).
008900         10  NR-STEP-RC          PIC 9(04).
009000         10  NR-STEP-START-DATE  PIC 9(08).
009100         10  NR-STEP-START-TIME  PIC 9(08).
009200         10  NR-STEP-END-DATE    PIC 9(08).
009300         10  NR-STEP-END-TIME    PIC 9(08).
009400         10  NR-STEP-EARLIER     PIC X(01).
009500         10  NR-STEP-COUNT-ENTRY OCCURS 4 TIMES.
009600             15  NR-STEP-LABEL   PIC X(20).
009700             15  NR-STEP-TALLY   PIC 9(09).

009800*----------------------------------------------------------------
009900* WORKING STORAGE.
010000*----------------------------------------------------------------
010100 01  NR-CONTROL-STATUS           PIC XX.
010200 01  NR-LOG-STATUS               PIC XX.
010300 01  NR-COUNT-STATUS             PIC XX.
010400 01  NR-PRINT-STATUS             PIC XX.
010500 01  NR-RUN-NUM                  PIC 9(05).
010600 01  NR-LAST-RUN                 PIC 9(05).
010700 01  NR-CALL-NAME                PIC X(08).
010800 01  NR-NOW-DATE                 PIC 9(08).
010900 01  NR-NOW-TIME                 PIC 9(08).
011000 01  NR-HALT-REASON              PIC X(40).
011100 01  NR-LOG-EVENT                PIC X(01).
011200 01  NR-LOG-HOLD                 PIC X(160).
011300 01  NR-EOF-SWITCH               PIC X(01).
011400     88  NR-EOF                      VALUE "Y".
011500     88  NR-NOT-EOF                  VALUE "N".
011600 01  NR-LAST-RUN-SWITCH          PIC X(01).
011700     88  NR-LAST-RUN-FINISHED        VALUE "Y".
011800     88  NR-LAST-RUN-UNFINISHED      VALUE "N".
011900 01  NR-RESTART-SWITCH           PIC X(01).
012000     88  NR-RESTARTED                VALUE "Y".
012100     88  NR-NEW-RUN                  VALUE "N".
012200 01  NR-HALT-SWITCH              PIC X(01).
012300     88  NR-RUN-HALTED               VALUE "Y".
012400     88  NR-RUN-GOING                VALUE "N".
012500 01  NR-GATE-SWITCH              PIC X(01).
012600     88  NR-GATE-OPEN                VALUE "Y".
012700     88  NR-GATE-CLOSED              VALUE "N".
012800 01  NR-PROGRAM-SWITCH           PIC X(01).
012900     88  NR-PROGRAM-FOUND            VALUE "Y".
013000     88  NR-PROGRAM-MISSING          VALUE "N".
013100 01  NR-TIME-WORK                PIC 9(08).
013200 01  NR-TIME-PARTS REDEFINES NR-TIME-WORK.
013300     05  NR-TIME-HH              PIC 9(02).
013400     05  NR-TIME-MM              PIC 9(02).
013500     05  NR-TIME-SS              PIC 9(02).
013600     05  NR-TIME-HS              PIC 9(02).
013700 01  NR-TIME-EDIT.
013800     05  NR-EDIT-HH              PIC 9(02).
013900     05  FILLER                  PIC X(01) VALUE ":".
014000     05  NR-EDIT-MM              PIC 9(02).
014100     05  FILLER                  PIC X(01) VALUE ":".
014200     05  NR-EDIT-SS              PIC 9(02).

014300*----------------------------------------------------------------
014400* REPORT LINE LAYOUTS.
014500*----------------------------------------------------------------
014600 01  HEADING-LINE-1.
014700     05  FILLER           PIC X(34) VALUE
014800         "NIGHTLY JOB STREAM RUN SUMMARY".
014900     05  FILLER           PIC X(04) VALUE "RUN ".
015000     05  HL-RUN-NUM       PIC 9(05).
015100     05  FILLER           PIC X(08) VALUE "   DATE ".
015200     05  HL-DATE          PIC 9(08).
015300     05  FILLER           PIC X(03) VALUE SPACES.
015400     05  HL-RESTART       PIC X(30).

015500 01  HEADING-LINE-2.
015600     05  FILLER           PIC X(06) VALUE "STEP".
015700     05  FILLER           PIC X(10) VALUE "PROGRAM".
015800     05  FILLER           PIC X(32) VALUE "DESCRIPTION".
015900     05  FILLER           PIC X(19) VALUE "STARTED".
016000     05  FILLER           PIC X(19) VALUE "ENDED".
016100     05  FILLER           PIC X(06) VALUE "  RC".
016200     05  FILLER           PIC X(10) VALUE "OUTCOME".
016300     05  FILLER           PIC X(16) VALUE "NOTE".

016400 01  STEP-LINE.
016450     05  FILLER           PIC X(02) VALUE SPACES.
016500     05  SL-STEP-NUM      PIC Z9.
016600     05  FILLER           PIC X(02) VALUE SPACES.
016700     05  SL-PROGRAM       PIC X(08).
016800     05  FILLER           PIC X(02) VALUE SPACES.
016900     05  SL-DESC          PIC X(30).
017000     05  FILLER           PIC X(02) VALUE SPACES.
017100     05  SL-START-DATE    PIC X(08).
017200     05  FILLER           PIC X(01) VALUE SPACES.
017300     05  SL-START-TIME    PIC X(08).
017400     05  FILLER           PIC X(02) VALUE SPACES.
017500     05  SL-END-DATE      PIC X(08).
017600     05  FILLER           PIC X(01) VALUE SPACES.
017700     05  SL-END-TIME      PIC X(08).
017800     05  FILLER           PIC X(02) VALUE SPACES.
017900     05  SL-RC            PIC X(04).
018000     05  FILLER           PIC X(02) VALUE SPACES.
018100     05  SL-OUTCOME       PIC X(08).
018200     05  FILLER           PIC X(02) VALUE SPACES.
018300     05  SL-NOTE          PIC X(16).

018400 01  COUNT-LINE.
018500     05  FILLER           PIC X(06) VALUE SPACES.
018600     05  CL-ENTRY OCCURS 4 TIMES.
018700         10  CL-LABEL     PIC X(20).
018800         10  CL-COUNT     PIC Z(08)9.
018900         10  FILLER       PIC X(02).

019000 01  RESULT-LINE.
019100     05  RS-TEXT-1        PIC X(32).
019200     05  RS-TEXT-2        PIC X(48).

019300 01  BLANK-LINE           PIC X(01) VALUE SPACE.

019400 PROCEDURE DIVISION.
019500*----------------------------------------------------------------
019600* 0000-MAIN-PARAGRAPH.
019700*----------------------------------------------------------------
019800 0000-MAIN-PARAGRAPH.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     IF NR-STEP-COUNT = ZERO
020100         DISPLAY "No steps on the run-control file - nothing run"
020200         MOVE 8 TO RETURN-CODE
020300         GO TO 0000-STOP.
020400     PERFORM 1500-FIND-LAST-RUN THRU 1500-EXIT.
020500     PERFORM 1700-OPEN-RUN THRU 1700-EXIT.
020600     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
020700         VARYING NR-STEP-INDEX FROM NR-RESUME-STEP BY 1
020800         UNTIL NR-STEP-INDEX > NR-STEP-COUNT
020900            OR NR-RUN-HALTED.
021000     PERFORM 3000-CLOSE-RUN THRU 3000-EXIT.
021100     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
021200     IF NR-RUN-HALTED
021300         MOVE 8 TO RETURN-CODE
021400     ELSE
021500         MOVE ZERO TO RETURN-CODE.
021600 0000-STOP.
021700     STOP RUN.

021800*----------------------------------------------------------------
021900* 1000-INITIALIZE.
022000*    LOADS THE STREAM FROM THE RUN-CONTROL FILE, IN FILE ORDER.
022100*    A BLANK PROGRAM NAME IS PASSED OVER.
022200*----------------------------------------------------------------
022300 1000-INITIALIZE.
022400     MOVE ZERO TO NR-STEP-COUNT.
022500     SET NR-RUN-GOING TO TRUE.
022600     SET NR-NEW-RUN TO TRUE.
022700     MOVE SPACES TO NR-HALT-REASON.
022800     OPEN INPUT RUN-CONTROL-FILE.
022900     IF NR-CONTROL-STATUS NOT = "00"
023000         DISPLAY "Run-control file not on file"
023100         GO TO 1000-EXIT.
023200     SET NR-NOT-EOF TO TRUE.
023300     PERFORM 1100-READ-CONTROL-LINE THRU 1100-EXIT.
023400     PERFORM 1200-LOAD-ONE-STEP THRU 1200-EXIT
023500         UNTIL NR-EOF.
023600     CLOSE RUN-CONTROL-FILE.
023700 1000-EXIT.
023800     EXIT.

023900 1100-READ-CONTROL-LINE.
024000     READ RUN-CONTROL-FILE
024100         AT END SET NR-EOF TO TRUE.
024200 1100-EXIT.
024300     EXIT.

024400 1200-LOAD-ONE-STEP.
024500     IF RC-PROGRAM = SPACES
024600         GO TO 1200-NEXT.
024700     IF NR-STEP-COUNT NOT < 20
024800         DISPLAY "Run-control file has more than 20 steps - step "
024900             RC-PROGRAM " ignored"
025000         GO TO 1200-NEXT.
025100     ADD 1 TO NR-STEP-COUNT.
025200     MOVE RC-STEP-NUM TO NR-STEP-NUM (NR-STEP-COUNT).
025300     MOVE RC-PROGRAM TO NR-STEP-PROGRAM (NR-STEP-COUNT).
025400     MOVE RC-DESCRIPTION TO NR-STEP-DESC (NR-STEP-COUNT).
025500     MOVE NR-STEP-COUNT TO NR-STEP-INDEX.
025600     PERFORM 1600-CLEAR-STEP-RESULT THRU 1600-EXIT.
025700 1200-NEXT.
025800     PERFORM 1100-READ-CONTROL-LINE THRU 1100-EXIT.
025900 1200-EXIT.
026000     EXIT.

026100*----------------------------------------------------------------
026200* 1500-FIND-LAST-RUN.
026300*    READS THE RUN LOG FOR THE HIGHEST RUN NUMBER, WHETHER THAT
026400*    RUN COMPLETED, AND WHAT EACH OF ITS STEPS LAST DID.
026500*----------------------------------------------------------------
026600 1500-FIND-LAST-RUN.
026700     MOVE ZERO TO NR-LAST-RUN.
026800     SET NR-LAST-RUN-FINISHED TO TRUE.
026900     OPEN INPUT RUN-LOG-FILE.
027000     IF NR-LOG-STATUS NOT = "00"
027100         GO TO 1500-EXIT.
027200     SET NR-NOT-EOF TO TRUE.
027300     PERFORM 1510-READ-LOG-LINE THRU 1510-EXIT.
027400     PERFORM 1520-TAKE-LOG-LINE THRU 1520-EXIT
027500         UNTIL NR-EOF.
027600     CLOSE RUN-LOG-FILE.
027700 1500-EXIT.
027800     EXIT.

027900 1510-READ-LOG-LINE.
028000     READ RUN-LOG-FILE
028100         AT END SET NR-EOF TO TRUE.
028200 1510-EXIT.
028300     EXIT.

028400 1520-TAKE-LOG-LINE.
028500     IF RL-RUN-NUM > NR-LAST-RUN
028600         MOVE RL-RUN-NUM TO NR-LAST-RUN
028700         SET NR-LAST-RUN-UNFINISHED TO TRUE
028800         PERFORM 1600-CLEAR-STEP-RESULT THRU 1600-EXIT
028900             VARYING NR-STEP-INDEX FROM 1 BY 1
029000             UNTIL NR-STEP-INDEX > NR-STEP-COUNT.
029100     IF RL-RUN-NUM = NR-LAST-RUN
029200         IF RL-RUN-COMPLETED
029300             SET NR-LAST-RUN-FINISHED TO TRUE
029400         ELSE IF RL-STEP-STARTED OR RL-STEP-ENDED
029500             PERFORM 1530-FIND-LOGGED-STEP THRU 1530-EXIT
029600             IF NR-FIND-INDEX NOT = ZERO
029700                 PERFORM 1540-TAKE-STEP-EVENT THRU 1540-EXIT
029800             END-IF
029900         END-IF
030000     END-IF.
030100     PERFORM 1510-READ-LOG-LINE THRU 1510-EXIT.
030200 1520-EXIT.
030300     EXIT.

030400 1530-FIND-LOGGED-STEP.
030500     MOVE ZERO TO NR-FIND-INDEX.
030600     PERFORM 1535-TEST-LOGGED-STEP THRU 1535-EXIT
030700         VARYING NR-STEP-INDEX FROM 1 BY 1
030800         UNTIL NR-STEP-INDEX > NR-STEP-COUNT
030900            OR NR-FIND-INDEX NOT = ZERO.
031000 1530-EXIT.
031100     EXIT.

031200 1535-TEST-LOGGED-STEP.
031300     IF NR-STEP-NUM (NR-STEP-INDEX) = RL-STEP-NUM
031400             AND NR-STEP-PROGRAM (NR-STEP-INDEX) = RL-PROGRAM
031500         MOVE NR-STEP-INDEX TO NR-FIND-INDEX.
031600 1535-EXIT.
031700     EXIT.

031800 1540-TAKE-STEP-EVENT.
031900     IF RL-STEP-STARTED
032000         MOVE "STARTED" TO NR-STEP-OUTCOME (NR-FIND-INDEX)
032100         MOVE RL-DATE TO NR-STEP-START-DATE (NR-FIND-INDEX)
032200         MOVE RL-TIME TO NR-STEP-START-TIME (NR-FIND-INDEX)
032300         MOVE ZERO TO NR-STEP-END-DATE (NR-FIND-INDEX)
032400             NR-STEP-END-TIME (NR-FIND-INDEX)
032500         GO TO 1540-EXIT.
032600     MOVE RL-OUTCOME TO NR-STEP-OUTCOME (NR-FIND-INDEX).
032700     MOVE RL-RETURN-CODE TO NR-STEP-RC (NR-FIND-INDEX).
032800     MOVE RL-DATE TO NR-STEP-END-DATE (NR-FIND-INDEX).
032900     MOVE RL-TIME TO NR-STEP-END-TIME (NR-FIND-INDEX).
033000     PERFORM 1545-TAKE-LOGGED-COUNT THRU 1545-EXIT
033100         VARYING NR-COUNT-INDEX FROM 1 BY 1
033200         UNTIL NR-COUNT-INDEX > 4.
033300 1540-EXIT.
033400     EXIT.

033500 1545-TAKE-LOGGED-COUNT.
033600     MOVE RL-COUNT-LABEL (NR-COUNT-INDEX)
033700         TO NR-STEP-LABEL (NR-FIND-INDEX NR-COUNT-INDEX).
033800     MOVE RL-COUNT (NR-COUNT-INDEX)
033900         TO NR-STEP-TALLY (NR-FIND-INDEX NR-COUNT-INDEX).
034000 1545-EXIT.
034100     EXIT.

034200*----------------------------------------------------------------
034300* 1600-CLEAR-STEP-RESULT.
034400*    MARKS ONE STEP AS NOT YET RUN.
034500*----------------------------------------------------------------
034600 1600-CLEAR-STEP-RESULT.
034700     MOVE SPACES TO NR-STEP-OUTCOME (NR-STEP-INDEX).
034800     MOVE ZERO TO NR-STEP-RC (NR-STEP-INDEX).
034900     MOVE ZERO TO NR-STEP-START-DATE (NR-STEP-INDEX)
035000         NR-STEP-START-TIME (NR-STEP-INDEX)
035100         NR-STEP-END-DATE (NR-STEP-INDEX)
035200         NR-STEP-END-TIME (NR-STEP-INDEX).
035300     MOVE "N" TO NR-STEP-EARLIER (NR-STEP-INDEX).
035400     PERFORM 1610-CLEAR-STEP-COUNT THRU 1610-EXIT
035500         VARYING NR-COUNT-INDEX FROM 1 BY 1
035600         UNTIL NR-COUNT-INDEX > 4.
035700 1600-EXIT.
035800     EXIT.

035900 1610-CLEAR-STEP-COUNT.
036000     MOVE SPACES TO NR-STEP-LABEL (NR-STEP-INDEX NR-COUNT-INDEX).
036100     MOVE ZERO TO NR-STEP-TALLY (NR-STEP-INDEX NR-COUNT-INDEX).
036200 1610-EXIT.
036300     EXIT.

036400*----------------------------------------------------------------
036500* 1700-OPEN-RUN.
036600*    STARTS A NEW RUN WHEN THE LAST ONE COMPLETED (OR THERE HAS
036700*    NEVER BEEN ONE), OTHERWISE PICKS THE UNFINISHED RUN BACK UP
036800*    AT THE STEP WHERE IT STOPPED.
036900*----------------------------------------------------------------
037000 1700-OPEN-RUN.
037100     IF NR-LAST-RUN-FINISHED
037200         ADD 1 TO NR-LAST-RUN GIVING NR-RUN-NUM
037300         PERFORM 1600-CLEAR-STEP-RESULT THRU 1600-EXIT
037400             VARYING NR-STEP-INDEX FROM 1 BY 1
037500             UNTIL NR-STEP-INDEX > NR-STEP-COUNT
037600         MOVE 1 TO NR-RESUME-STEP
037700         MOVE SPACES TO RUN-LOG-LINE
037800         MOVE "NEW" TO RL-OUTCOME
037900         DISPLAY "Starting nightly run " NR-RUN-NUM
038000     ELSE
038100         MOVE NR-LAST-RUN TO NR-RUN-NUM
038200         SET NR-RESTARTED TO TRUE
038250         DISPLAY "Restarting nightly run " NR-RUN-NUM
038300         PERFORM 1750-RECORD-ABENDS THRU 1750-EXIT
038400             VARYING NR-STEP-INDEX FROM 1 BY 1
038500             UNTIL NR-STEP-INDEX > NR-STEP-COUNT
038600         PERFORM 1800-FIND-RESUME-STEP THRU 1800-EXIT
038700         MOVE SPACES TO RUN-LOG-LINE
038800         MOVE "RESTART" TO RL-OUTCOME.
039000     MOVE NR-RUN-NUM TO RL-RUN-NUM.
039100     MOVE "B" TO RL-EVENT.
039200     MOVE ZERO TO RL-STEP-NUM RL-RETURN-CODE.
039300     PERFORM 8000-WRITE-LOG-LINE THRU 8000-EXIT.
039400     IF NR-RESTARTED AND NR-RESUME-STEP NOT > NR-STEP-COUNT
039500         DISPLAY "Resuming at step " NR-STEP-NUM (NR-RESUME-STEP)
039600             " " NR-STEP-PROGRAM (NR-RESUME-STEP).
039700 1700-EXIT.
039800     EXIT.

039900*----------------------------------------------------------------
040000* 1750-RECORD-ABENDS.
040100*    A STEP THE LOG SHOWS AS STARTED BUT NEVER ENDED DIED WITH
040200*    THE RUN - IT IS LOGGED AS ABENDED BEFORE ANYTHING RUNS.
040300*----------------------------------------------------------------
040400 1750-RECORD-ABENDS.
040500     IF NR-STEP-OUTCOME (NR-STEP-INDEX) NOT = "STARTED"
040600         GO TO 1750-EXIT.
040700     MOVE "ABENDED" TO NR-STEP-OUTCOME (NR-STEP-INDEX).
040800     MOVE ZERO TO NR-STEP-RC (NR-STEP-INDEX).
040900     PERFORM 8500-STAMP-STEP-END THRU 8500-EXIT.
041000     DISPLAY "Step " NR-STEP-NUM (NR-STEP-INDEX) " "
041100         NR-STEP-PROGRAM (NR-STEP-INDEX)
041200         " did not finish in the last attempt"
041250         " - logged as abended".
041300     MOVE "E" TO RL-EVENT.
041400     PERFORM 8100-LOG-STEP-EVENT THRU 8100-EXIT.
041500 1750-EXIT.
041600     EXIT.

041700*----------------------------------------------------------------
041800* 1800-FIND-RESUME-STEP.
041900*    THE RUN RESUMES AT THE FIRST STEP THAT DID NOT END COMPLETE
042000*    OR WITH A WARNING.  WHEN THAT IS A BILLING RUN REFUSED FOR
042100*    INDEX MISMATCHES, IT RESUMES AT THE RECONCILIATION INSTEAD.
042200*    STEPS BEFORE THE RESUME POINT KEEP THEIR EARLIER RESULTS
042300*    FOR THE SUMMARY; THE REST ARE CLEARED TO RUN AGAIN.
042400*----------------------------------------------------------------
042500 1800-FIND-RESUME-STEP.
042600     MOVE ZERO TO NR-RESUME-STEP.
042700     PERFORM 1810-TEST-STEP-DONE THRU 1810-EXIT
042800         VARYING NR-STEP-INDEX FROM 1 BY 1
042900         UNTIL NR-STEP-INDEX > NR-STEP-COUNT
043000            OR NR-RESUME-STEP NOT = ZERO.
043100     IF NR-RESUME-STEP = ZERO
043200         ADD 1 TO NR-STEP-COUNT GIVING NR-RESUME-STEP
043300     ELSE IF NR-STEP-PROGRAM (NR-RESUME-STEP) = "CALLBILL"
043400             AND NR-STEP-OUTCOME (NR-RESUME-STEP) = "REFUSED"
043500         PERFORM 1820-FIND-MISMATCHED-CHECK THRU 1820-EXIT
043600             VARYING NR-STEP-INDEX FROM 1 BY 1
043700             UNTIL NR-STEP-INDEX NOT < NR-RESUME-STEP.
043800     PERFORM 1830-MARK-EARLIER-STEP THRU 1830-EXIT
043900         VARYING NR-STEP-INDEX FROM 1 BY 1
044000         UNTIL NR-STEP-INDEX > NR-STEP-COUNT.
044100 1800-EXIT.
044200     EXIT.

044300 1810-TEST-STEP-DONE.
044400     IF NR-STEP-OUTCOME (NR-STEP-INDEX) NOT = "COMPLETE"
044500             AND NR-STEP-OUTCOME (NR-STEP-INDEX) NOT = "WARNING"
044600         MOVE NR-STEP-INDEX TO NR-RESUME-STEP.
044700 1810-EXIT.
044800     EXIT.

044900 1820-FIND-MISMATCHED-CHECK.
045000     IF NR-STEP-PROGRAM (NR-STEP-INDEX) = "IDXCHK"
045100             AND NR-STEP-OUTCOME (NR-STEP-INDEX) = "WARNING"
045200         MOVE NR-STEP-INDEX TO NR-RESUME-STEP.
045300 1820-EXIT.
045400     EXIT.

045500 1830-MARK-EARLIER-STEP.
045600     IF NR-STEP-INDEX < NR-RESUME-STEP
045700         MOVE "Y" TO NR-STEP-EARLIER (NR-STEP-INDEX)
045800     ELSE
045900         PERFORM 1600-CLEAR-STEP-RESULT THRU 1600-EXIT.
046000 1830-EXIT.
046100     EXIT.

046200*----------------------------------------------------------------
046300* 2000-RUN-ONE-STEP.
046400*    LOGS THE START, CALLS THE STEP PROGRAM, AND LOGS THE END
046500*    WITH ITS RETURN CODE, OUTCOME AND RECORD COUNTS.  A FAILED
046600*    STEP HALTS THE STREAM.
046700*----------------------------------------------------------------
046800 2000-RUN-ONE-STEP.
046900     IF NR-STEP-PROGRAM (NR-STEP-INDEX) = "CALLBILL"
047000         PERFORM 2100-CHECK-BILLING-GATE THRU 2100-EXIT
047100         IF NR-GATE-CLOSED
047200             MOVE "REFUSED" TO NR-STEP-OUTCOME (NR-STEP-INDEX)
047300             MOVE ZERO TO NR-STEP-RC (NR-STEP-INDEX)
047400             PERFORM 8500-STAMP-STEP-END THRU 8500-EXIT
047500             MOVE "E" TO RL-EVENT
047600             PERFORM 8100-LOG-STEP-EVENT THRU 8100-EXIT
047700             SET NR-RUN-HALTED TO TRUE
047800             DISPLAY "Billing run refused - " NR-HALT-REASON
047900             GO TO 2000-EXIT
048000         END-IF
048100     END-IF.
048200     ACCEPT NR-NOW-DATE FROM DATE YYYYMMDD.
048300     ACCEPT NR-NOW-TIME FROM TIME.
048400     MOVE NR-NOW-DATE TO NR-STEP-START-DATE (NR-STEP-INDEX).
048500     MOVE NR-NOW-TIME TO NR-STEP-START-TIME (NR-STEP-INDEX).
048600     MOVE "STARTED" TO NR-STEP-OUTCOME (NR-STEP-INDEX).
048700     MOVE "S" TO RL-EVENT.
048800     PERFORM 8100-LOG-STEP-EVENT THRU 8100-EXIT.
048900     PERFORM 2200-CLEAR-STEP-COUNTS THRU 2200-EXIT.
049000     DISPLAY "Step " NR-STEP-NUM (NR-STEP-INDEX) " "
049100         NR-STEP-PROGRAM (NR-STEP-INDEX) " starting".
049200     MOVE NR-STEP-PROGRAM (NR-STEP-INDEX) TO NR-CALL-NAME.
049300     SET NR-PROGRAM-FOUND TO TRUE.
049400     MOVE ZERO TO RETURN-CODE.
049500     CALL NR-CALL-NAME
049600         ON EXCEPTION
049700             SET NR-PROGRAM-MISSING TO TRUE
049800     END-CALL.
049900     MOVE RETURN-CODE TO NR-STEP-RC (NR-STEP-INDEX).
050000     MOVE ZERO TO RETURN-CODE.
050100     IF NR-PROGRAM-MISSING
050200         DISPLAY "Step program " NR-CALL-NAME " not found"
050300         MOVE 16 TO NR-STEP-RC (NR-STEP-INDEX)
050400         MOVE "FAILED" TO NR-STEP-OUTCOME (NR-STEP-INDEX)
050500     ELSE IF NR-STEP-RC (NR-STEP-INDEX) = ZERO
050600         MOVE "COMPLETE" TO NR-STEP-OUTCOME (NR-STEP-INDEX)
050700     ELSE IF NR-STEP-RC (NR-STEP-INDEX) NOT > 4
050800         MOVE "WARNING" TO NR-STEP-OUTCOME (NR-STEP-INDEX)
050900     ELSE
051000         MOVE "FAILED" TO NR-STEP-OUTCOME (NR-STEP-INDEX).
051100     PERFORM 2300-READ-STEP-COUNTS THRU 2300-EXIT.
051200     PERFORM 8500-STAMP-STEP-END THRU 8500-EXIT.
051300     MOVE "E" TO RL-EVENT.
051400     PERFORM 8100-LOG-STEP-EVENT THRU 8100-EXIT.
051500     DISPLAY "Step " NR-STEP-NUM (NR-STEP-INDEX) " "
051600         NR-STEP-PROGRAM (NR-STEP-INDEX) " ended - "
051700         NR-STEP-OUTCOME (NR-STEP-INDEX)
051800         " return code " NR-STEP-RC (NR-STEP-INDEX).
051900     IF NR-STEP-OUTCOME (NR-STEP-INDEX) = "FAILED"
052000         SET NR-RUN-HALTED TO TRUE
052100         IF NR-PROGRAM-MISSING
052110             MOVE "STEP PROGRAM NOT FOUND" TO NR-HALT-REASON
052120         ELSE
052130             MOVE "STEP FAILED" TO NR-HALT-REASON.
052200 2000-EXIT.
052300     EXIT.

052400*----------------------------------------------------------------
052500* 2100-CHECK-BILLING-GATE.
052600*    THE BILLING RUN MAY NOT START IF, IN THIS RUN, THE CALL
052700*    LOAD FAILED ITS BATCH BALANCING OR THE INDEX RECONCILIATION
052800*    REPORTED MISMATCHES.
052900*----------------------------------------------------------------
053000 2100-CHECK-BILLING-GATE.
053100     SET NR-GATE-OPEN TO TRUE.
053200     PERFORM 2110-TEST-GATE-STEP THRU 2110-EXIT
053300         VARYING NR-FIND-INDEX FROM 1 BY 1
053400         UNTIL NR-FIND-INDEX NOT < NR-STEP-INDEX.
053500 2100-EXIT.
053600     EXIT.

053700 2110-TEST-GATE-STEP.
053800     IF NR-STEP-PROGRAM (NR-FIND-INDEX) = "CALLLOAD"
053900             AND NR-STEP-OUTCOME (NR-FIND-INDEX) NOT = "COMPLETE"
054000             AND NR-STEP-OUTCOME (NR-FIND-INDEX) NOT = "WARNING"
054100         SET NR-GATE-CLOSED TO TRUE
054200         MOVE "CALL LOAD DID NOT BALANCE" TO NR-HALT-REASON
054300     ELSE IF NR-STEP-PROGRAM (NR-FIND-INDEX) = "IDXCHK"
054400             AND NR-STEP-OUTCOME (NR-FIND-INDEX) NOT = "COMPLETE"
054500         SET NR-GATE-CLOSED TO TRUE
054600         MOVE "INDEX RECONCILIATION REPORTED MISMATCHES"
054700             TO NR-HALT-REASON.
054800 2110-EXIT.
054900     EXIT.

055000*----------------------------------------------------------------
055100* 2200-CLEAR-STEP-COUNTS / 2300-READ-STEP-COUNTS.
055200*    THE STEP-COUNTS FILE IS EMPTIED BEFORE THE STEP SO THAT
055300*    ONLY A RECORD THE STEP ITSELF POSTED IS TAKEN AFTERWARDS.
055400*----------------------------------------------------------------
055500 2200-CLEAR-STEP-COUNTS.
055600     OPEN OUTPUT STEP-COUNT-FILE.
055700     IF NR-COUNT-STATUS = "00"
055800         CLOSE STEP-COUNT-FILE.
055900 2200-EXIT.
056000     EXIT.

056100 2300-READ-STEP-COUNTS.
056200     OPEN INPUT STEP-COUNT-FILE.
056300     IF NR-COUNT-STATUS NOT = "00"
056400         GO TO 2300-EXIT.
056500     READ STEP-COUNT-FILE.
056600     IF NR-COUNT-STATUS = "00"
056700             AND SC-PROGRAM = NR-STEP-PROGRAM (NR-STEP-INDEX)
056800         PERFORM 2310-TAKE-STEP-COUNT THRU 2310-EXIT
056900             VARYING NR-COUNT-INDEX FROM 1 BY 1
057000             UNTIL NR-COUNT-INDEX > 4.
057100     CLOSE STEP-COUNT-FILE.
057200 2300-EXIT.
057300     EXIT.

057400 2310-TAKE-STEP-COUNT.
057500     MOVE SC-LABEL (NR-COUNT-INDEX)
057600         TO NR-STEP-LABEL (NR-STEP-INDEX NR-COUNT-INDEX).
057700     MOVE SC-COUNT (NR-COUNT-INDEX)
057800         TO NR-STEP-TALLY (NR-STEP-INDEX NR-COUNT-INDEX).
057900 2310-EXIT.
058000     EXIT.

058100*----------------------------------------------------------------
058200* 3000-CLOSE-RUN.
058300*    LOGS THE RUN AS COMPLETED, OR AS HALTED AT THE STEP THAT
058400*    STOPPED IT.
058500*----------------------------------------------------------------
058600 3000-CLOSE-RUN.
058700     MOVE SPACES TO RUN-LOG-LINE.
058800     MOVE NR-RUN-NUM TO RL-RUN-NUM.
058900     MOVE ZERO TO RL-STEP-NUM RL-RETURN-CODE.
059000     IF NR-RUN-HALTED
059100         MOVE "H" TO RL-EVENT
059200         SUBTRACT 1 FROM NR-STEP-INDEX
059300         MOVE NR-STEP-NUM (NR-STEP-INDEX) TO RL-STEP-NUM
059400         MOVE NR-STEP-PROGRAM (NR-STEP-INDEX) TO RL-PROGRAM
059500         MOVE NR-STEP-OUTCOME (NR-STEP-INDEX) TO RL-OUTCOME
059600     ELSE
059700         MOVE "C" TO RL-EVENT.
059800     PERFORM 8000-WRITE-LOG-LINE THRU 8000-EXIT.
059900 3000-EXIT.
060000     EXIT.

060100*----------------------------------------------------------------
060200* 4000-PRINT-SUMMARY.
060300*    ONE PAGE FOR THE SHIFT LOG - EVERY STEP OF THE STREAM WITH
060400*    ITS TIMES, RETURN CODE, OUTCOME AND RECORD COUNTS, AND HOW
060500*    THE RUN ENDED.
060600*----------------------------------------------------------------
060700 4000-PRINT-SUMMARY.
060800     OPEN OUTPUT PRINT-FILE.
060900     MOVE NR-RUN-NUM TO HL-RUN-NUM.
061000     ACCEPT HL-DATE FROM DATE YYYYMMDD.
061100     IF NR-RESTARTED
061200         MOVE "RESTARTED" TO HL-RESTART
061300     ELSE
061400         MOVE SPACES TO HL-RESTART.
061500     WRITE PRINT-LINE FROM HEADING-LINE-1.
061600     WRITE PRINT-LINE FROM BLANK-LINE.
061700     WRITE PRINT-LINE FROM HEADING-LINE-2.
061800     PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT
061900         VARYING NR-FIND-INDEX FROM 1 BY 1
062000         UNTIL NR-FIND-INDEX > NR-STEP-COUNT.
062100     WRITE PRINT-LINE FROM BLANK-LINE.
062200     IF NR-RUN-HALTED
062300         MOVE "RUN HALTED AT STEP" TO RS-TEXT-1
062400         MOVE NR-STEP-NUM (NR-STEP-INDEX) TO RS-TEXT-1 (20:2)
062450         MOVE NR-STEP-PROGRAM (NR-STEP-INDEX) TO RS-TEXT-1 (23:8)
062500         MOVE NR-HALT-REASON TO RS-TEXT-2
062600         WRITE PRINT-LINE FROM RESULT-LINE
062700         MOVE SPACES TO RS-TEXT-1
062800         MOVE "RERUN NIGHTRUN TO RESUME AT THIS STEP" TO RS-TEXT-2
062900     ELSE
063000         MOVE "RUN COMPLETE" TO RS-TEXT-1
063100         MOVE SPACES TO RS-TEXT-2.
063200     WRITE PRINT-LINE FROM RESULT-LINE.
063300     CLOSE PRINT-FILE.
063400 4000-EXIT.
063500     EXIT.

063600 4100-PRINT-ONE-STEP.
063700     MOVE NR-STEP-NUM (NR-FIND-INDEX) TO SL-STEP-NUM.
063800     MOVE NR-STEP-PROGRAM (NR-FIND-INDEX) TO SL-PROGRAM.
063900     MOVE NR-STEP-DESC (NR-FIND-INDEX) TO SL-DESC.
064000     MOVE SPACES TO SL-START-DATE SL-START-TIME SL-END-DATE
064100         SL-END-TIME SL-RC SL-NOTE.
064200     IF NR-STEP-START-DATE (NR-FIND-INDEX) NOT = ZERO
064300         MOVE NR-STEP-START-DATE (NR-FIND-INDEX) TO SL-START-DATE
064400         MOVE NR-STEP-START-TIME (NR-FIND-INDEX) TO NR-TIME-WORK
064500         PERFORM 4200-EDIT-TIME THRU 4200-EXIT
064600         MOVE NR-TIME-EDIT TO SL-START-TIME.
064700     IF NR-STEP-END-DATE (NR-FIND-INDEX) NOT = ZERO
064800         MOVE NR-STEP-END-DATE (NR-FIND-INDEX) TO SL-END-DATE
064900         MOVE NR-STEP-END-TIME (NR-FIND-INDEX) TO NR-TIME-WORK
065000         PERFORM 4200-EDIT-TIME THRU 4200-EXIT
065100         MOVE NR-TIME-EDIT TO SL-END-TIME.
065200     IF NR-STEP-OUTCOME (NR-FIND-INDEX) = SPACES
065300         MOVE "NOT RUN" TO SL-OUTCOME
065400     ELSE
065500         MOVE NR-STEP-OUTCOME (NR-FIND-INDEX) TO SL-OUTCOME
065600         MOVE NR-STEP-RC (NR-FIND-INDEX) TO SL-RC.
065700     IF NR-STEP-EARLIER (NR-FIND-INDEX) = "Y"
065800         MOVE "EARLIER ATTEMPT" TO SL-NOTE.
065900     WRITE PRINT-LINE FROM STEP-LINE.
066000     IF NR-STEP-LABEL (NR-FIND-INDEX 1) NOT = SPACES
066100         MOVE SPACES TO COUNT-LINE
066200         PERFORM 4150-MOVE-ONE-COUNT THRU 4150-EXIT
066300             VARYING NR-COUNT-INDEX FROM 1 BY 1
066400             UNTIL NR-COUNT-INDEX > 4
066500         WRITE PRINT-LINE FROM COUNT-LINE.
066600 4100-EXIT.
066700     EXIT.

066800 4150-MOVE-ONE-COUNT.
066900     IF NR-STEP-LABEL (NR-FIND-INDEX NR-COUNT-INDEX) NOT = SPACES
067000         MOVE NR-STEP-LABEL (NR-FIND-INDEX NR-COUNT-INDEX)
067100             TO CL-LABEL (NR-COUNT-INDEX)
067200         MOVE NR-STEP-TALLY (NR-FIND-INDEX NR-COUNT-INDEX)
067300             TO CL-COUNT (NR-COUNT-INDEX).
067400 4150-EXIT.
067500     EXIT.

067600 4200-EDIT-TIME.
067700     MOVE NR-TIME-HH TO NR-EDIT-HH.
067800     MOVE NR-TIME-MM TO NR-EDIT-MM.
067900     MOVE NR-TIME-SS TO NR-EDIT-SS.
068000 4200-EXIT.
068100     EXIT.

068200*----------------------------------------------------------------
068300* 8000-WRITE-LOG-LINE.
068400*    APPENDS THE LOG LINE BUILT IN THE RECORD AREA AND CLOSES
068500*    THE LOG AGAIN AT ONCE, SO EVERY EVENT IS ON FILE BEFORE THE
068600*    NEXT STEP CAN ABEND.  THE LOG IS CREATED THE FIRST TIME IT
068700*    IS USED.
068800*----------------------------------------------------------------
068900 8000-WRITE-LOG-LINE.
069000     ACCEPT NR-NOW-DATE FROM DATE YYYYMMDD.
069100     ACCEPT NR-NOW-TIME FROM TIME.
069200     IF NOT RL-STEP-STARTED AND NOT RL-STEP-ENDED
069300         MOVE NR-NOW-DATE TO RL-DATE
069400         MOVE NR-NOW-TIME TO RL-TIME.
069500     MOVE RUN-LOG-LINE TO NR-LOG-HOLD.
069600     OPEN EXTEND RUN-LOG-FILE.
069700     IF NR-LOG-STATUS = "35"
069800         OPEN OUTPUT RUN-LOG-FILE
069900         CLOSE RUN-LOG-FILE
070000         OPEN EXTEND RUN-LOG-FILE.
070100     IF NR-LOG-STATUS NOT = "00"
070200         DISPLAY "Run log could not be opened"
070300         GO TO 8000-EXIT.
070400     WRITE RUN-LOG-LINE FROM NR-LOG-HOLD.
070500     IF NR-LOG-STATUS NOT = "00"
070600         DISPLAY "Run log line could not be written".
070700     CLOSE RUN-LOG-FILE.
070800 8000-EXIT.
070900     EXIT.

071000*----------------------------------------------------------------
071100* 8100-LOG-STEP-EVENT.
071200*    BUILDS THE START ("S") OR END ("E") LOG LINE FOR THE STEP
071300*    AT NR-STEP-INDEX FROM ITS TABLE ENTRY.  RL-EVENT IS SET BY
071400*    THE CALLER.
071500*----------------------------------------------------------------
071600 8100-LOG-STEP-EVENT.
071700     MOVE RL-EVENT TO NR-LOG-EVENT.
071800     MOVE SPACES TO RUN-LOG-LINE.
071900     MOVE NR-LOG-EVENT TO RL-EVENT.
072000     MOVE NR-RUN-NUM TO RL-RUN-NUM.
072100     MOVE NR-STEP-NUM (NR-STEP-INDEX) TO RL-STEP-NUM.
072200     MOVE NR-STEP-PROGRAM (NR-STEP-INDEX) TO RL-PROGRAM.
072300     IF RL-STEP-STARTED
072400         MOVE NR-STEP-START-DATE (NR-STEP-INDEX) TO RL-DATE
072500         MOVE NR-STEP-START-TIME (NR-STEP-INDEX) TO RL-TIME
072600         MOVE ZERO TO RL-RETURN-CODE
072700         MOVE SPACES TO RL-OUTCOME
072800     ELSE
072900         MOVE NR-STEP-END-DATE (NR-STEP-INDEX) TO RL-DATE
073000         MOVE NR-STEP-END-TIME (NR-STEP-INDEX) TO RL-TIME
073100         MOVE NR-STEP-RC (NR-STEP-INDEX) TO RL-RETURN-CODE
073200         MOVE NR-STEP-OUTCOME (NR-STEP-INDEX) TO RL-OUTCOME.
073300     PERFORM 8150-PUT-LOG-COUNT THRU 8150-EXIT
073400         VARYING NR-COUNT-INDEX FROM 1 BY 1
073500         UNTIL NR-COUNT-INDEX > 4.
073600     PERFORM 8000-WRITE-LOG-LINE THRU 8000-EXIT.
073700 8100-EXIT.
073800     EXIT.

073900 8150-PUT-LOG-COUNT.
074000     MOVE NR-STEP-LABEL (NR-STEP-INDEX NR-COUNT-INDEX)
074100         TO RL-COUNT-LABEL (NR-COUNT-INDEX).
074200     MOVE NR-STEP-TALLY (NR-STEP-INDEX NR-COUNT-INDEX)
074300         TO RL-COUNT (NR-COUNT-INDEX).
074400 8150-EXIT.
074500     EXIT.

074600*----------------------------------------------------------------
074700* 8500-STAMP-STEP-END.
074800*----------------------------------------------------------------
074900 8500-STAMP-STEP-END.
075000     ACCEPT NR-NOW-DATE FROM DATE YYYYMMDD.
075100     ACCEPT NR-NOW-TIME FROM TIME.
075200     MOVE NR-NOW-DATE TO NR-STEP-END-DATE (NR-STEP-INDEX).
075300     MOVE NR-NOW-TIME TO NR-STEP-END-TIME (NR-STEP-INDEX).
075400 8500-EXIT.
075500     EXIT.
