002650*                     AT THE COMPACTED RECORD NUMBERS SO THE
002660*                     RELEASE STEP CANNOT RE-QUEUE THE WRONG
002670*                     CALL.
002680*    10/15/2026  RH   HELD SLOTS ON THE FRAUD-HOLDS FILE ARE
002685*                     REPOINTED AT THE COMPACTED RECORD NUMBERS
002690*                     THE SAME WAY, SO THE BILLING RUN KEEPS
002695*                     HOLDING THE RIGHT CALLS.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004940         ACCESS IS SEQUENTIAL
004950         RELATIVE KEY IS CR-SUS-KEY
004960         FILE STATUS IS CR-SUS-STATUS.
004970
004975     SELECT HOLD-FILE ASSIGN TO "fraud-holds"
004980         ORGANIZATION IS RELATIVE
004985         ACCESS IS SEQUENTIAL
004990         RELATIVE KEY IS CR-HOLD-KEY
004995         FILE STATUS IS CR-HOLD-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
006620 FD  SUSPENSE-FILE.
006630 01  SUSPENSE-REC.
006640     COPY SUSREC.
006650
006660 FD  HOLD-FILE.
006670 01  HOLD-REC.
006680     COPY FRDHOLD.
006700
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
009303         10  CR-SUS-OLD-NUM  PIC 9(09).
009304         10  CR-SUS-NEW-NUM  PIC 9(09).
009305 01  CONFIRM-FLAG            PIC X.
009306 01  CR-HOLD-STATUS          PIC XX.
009307 01  CR-HOLD-KEY             PIC 9(09).
009308 01  CR-HOLD-COUNT           PIC 9(04) COMP.
009309 01  CR-HOLD-REPOINTED       PIC 9(09).
009310 01  CR-HOLD-OVERFLOW-SWITCH PIC X(01).
009311     88  CR-HOLD-OVERFLOW        VALUE "Y".
009312     88  CR-HOLD-FITS            VALUE "N".
009313 01  CR-IN-HOLD-SWITCH       PIC X(01).
009314     88  CR-IN-HOLD              VALUE "Y".
009315     88  CR-NOT-IN-HOLD          VALUE "N".
009316*----------------------------------------------------------------
009317* HELD FRAUD SLOT TABLE - THE SAME OLD-NUM/NEW-NUM PAIRING AS
009318* THE SUSPENSE SLOT TABLE, FOR EVERY SLOT THE FRAUD SCREEN
009319* STILL HOLDS.  A HELD CALL IS UNBILLED, SO IT IS ALWAYS KEPT.
009320*----------------------------------------------------------------
009321 01  CR-HOLD-TABLE.
009322     05  CR-HOLD-ENTRY OCCURS 0 TO 5000 TIMES
009323             DEPENDING ON CR-HOLD-COUNT
009324             INDEXED BY CR-HOLD-INDEX.
009325         10  CR-HOLD-OLD-NUM PIC 9(09).
009326         10  CR-HOLD-NEW-NUM PIC 9(09).
009400
009500*----------------------------------------------------------------
009600* BALANCING REPORT LINE LAYOUTS.
015540             " work the suspense list down first"
015550         DISPLAY "Archive cancelled - nothing changed"
015560         GO TO 0000-STOP.
015570     PERFORM 0800-LOAD-HOLD-TABLE THRU 0800-EXIT.
015580     IF CR-HOLD-OVERFLOW
015582         DISPLAY "Too many fraud holds to track -"
015584             " work the hold list down first"
015586         DISPLAY "Archive cancelled - nothing changed"
015588         GO TO 0000-STOP.
015600     PERFORM 1000-MOVE-AND-COMPACT THRU 1000-EXIT.
015700     PERFORM 2000-TRIM-FILE-TAIL THRU 2000-EXIT.
015800     PERFORM 3000-REBUILD-PHONE-INDEX THRU 3000-EXIT.
015850     PERFORM 3500-REPOINT-SUSPENSE THRU 3500-EXIT.
015860     PERFORM 3800-REPOINT-HOLDS THRU 3800-EXIT.
015900     PERFORM 4000-PRINT-BALANCE-REPORT THRU 4000-EXIT.
016000 0000-STOP.
016100     STOP RUN.
016318     EXIT.
016319
016320*----------------------------------------------------------------
016321* 0800-LOAD-HOLD-TABLE.
016322*    LOADS EVERY HELD FRAUD SLOT'S CALL RECORD NUMBER INTO THE
016323*    HOLD TABLE BEFORE ANYTHING MOVES, SO THE SLOT CAN BE
016324*    REPOINTED AFTER ITS CALL SLIDES.
016325*----------------------------------------------------------------
016326 0800-LOAD-HOLD-TABLE.
016327     MOVE ZERO TO CR-HOLD-COUNT.
016328     SET CR-HOLD-FITS TO TRUE.
016329     OPEN INPUT HOLD-FILE.
016330     IF CR-HOLD-STATUS NOT = "00"
016331         GO TO 0800-EXIT.
016332     SET CR-NOT-EOF TO TRUE.
016333     PERFORM 0850-READ-HOLD-SLOT THRU 0850-EXIT.
016334     PERFORM 0900-LOAD-ONE-HOLD THRU 0900-EXIT
016335         UNTIL CR-EOF.
016336     CLOSE HOLD-FILE.
016337 0800-EXIT.
016338     EXIT.
016339
016340 0850-READ-HOLD-SLOT.
016341     READ HOLD-FILE
016342         AT END SET CR-EOF TO TRUE.
016343 0850-EXIT.
016344     EXIT.
016345
016346 0900-LOAD-ONE-HOLD.
016347     IF FH-HELD
016348         IF CR-HOLD-COUNT >= 5000
016349             SET CR-HOLD-OVERFLOW TO TRUE
016350         ELSE
016351             ADD 1 TO CR-HOLD-COUNT
016352             MOVE FH-CALL-RECORD-NUM
016353                 TO CR-HOLD-OLD-NUM (CR-HOLD-COUNT)
016354             MOVE FH-CALL-RECORD-NUM
016355                 TO CR-HOLD-NEW-NUM (CR-HOLD-COUNT)
016356         END-IF
016357     END-IF.
016358     PERFORM 0850-READ-HOLD-SLOT THRU 0850-EXIT.
016359 0900-EXIT.
016360     EXIT.
016361
016320*----------------------------------------------------------------
016400* 1000-MOVE-AND-COMPACT.
016500*    WALKS THE CALL FILE END TO END.  A CALL BILLED AT OR
016600*    BELOW THE CUTOFF RUN IS WRITTEN TO THE ARCHIVE - UNLESS
020870                     MOVE CR-UPD-KEY
020880                         TO CR-SUS-NEW-NUM (CR-SUS-INDEX)
020890                 END-IF
020892                 PERFORM 1260-CHECK-HOLD THRU 1260-EXIT
020894                 IF CR-IN-HOLD
020896                     MOVE CR-UPD-KEY
020898                         TO CR-HOLD-NEW-NUM (CR-HOLD-INDEX)
020899                 END-IF
020900             END-IF
021000         END-IF
021100     END-IF.
021496     END-SEARCH.
021497 1250-EXIT.
021498     EXIT.
021499
021499*----------------------------------------------------------------
021499* 1260-CHECK-HOLD.
021499*    LOOKS THE CALL JUST READ UP IN THE HELD FRAUD SLOT TABLE
021499*    AND LEAVES THE INDEX ON THE MATCHING ENTRY.
021499*----------------------------------------------------------------
021499 1260-CHECK-HOLD.
021499     SET CR-NOT-IN-HOLD TO TRUE.
021499     IF CR-HOLD-COUNT = ZERO
021499         GO TO 1260-EXIT.
021499     SET CR-HOLD-INDEX TO 1.
021499     SEARCH CR-HOLD-ENTRY
021499         WHEN CR-HOLD-OLD-NUM (CR-HOLD-INDEX) = CR-READ-KEY
021499             SET CR-IN-HOLD TO TRUE
021499     END-SEARCH.
021499 1260-EXIT.
021499     EXIT.
021500
021600*----------------------------------------------------------------
021700* 2000-TRIM-FILE-TAIL.
028629     EXIT.
028631
028632*----------------------------------------------------------------
028633* 3800-REPOINT-HOLDS.
028634*    REWRITES EVERY HELD FRAUD SLOT WHOSE CALL THE COMPACT
028635*    PASS SLID, SO THE BILLING RUN HOLDS THE SAME CALL IT DID
028636*    BEFORE THE ARCHIVE.
028637*----------------------------------------------------------------
028638 3800-REPOINT-HOLDS.
028639     IF CR-HOLD-COUNT = ZERO
028640         GO TO 3800-EXIT.
028641     MOVE ZERO TO CR-HOLD-REPOINTED.
028642     OPEN I-O HOLD-FILE.
028643     IF CR-HOLD-STATUS NOT = "00"
028644         DISPLAY "Fraud hold file could not be reopened -"
028645             " holds not repointed"
028646         GO TO 3800-EXIT.
028647     SET CR-NOT-EOF TO TRUE.
028648     PERFORM 0850-READ-HOLD-SLOT THRU 0850-EXIT.
028649     PERFORM 3900-REPOINT-ONE-HOLD THRU 3900-EXIT
028650         UNTIL CR-EOF.
028651     CLOSE HOLD-FILE.
028652     DISPLAY "Fraud holds repointed: " CR-HOLD-REPOINTED.
028653 3800-EXIT.
028654     EXIT.
028655
028656 3900-REPOINT-ONE-HOLD.
028657     IF FH-HELD
028658         SET CR-HOLD-INDEX TO 1
028659         SEARCH CR-HOLD-ENTRY
028660             WHEN CR-HOLD-OLD-NUM (CR-HOLD-INDEX)
028661                     = FH-CALL-RECORD-NUM
028662                 PERFORM 3950-REWRITE-ONE-HOLD THRU 3950-EXIT
028663         END-SEARCH
028664     END-IF.
028665     PERFORM 0850-READ-HOLD-SLOT THRU 0850-EXIT.
028666 3900-EXIT.
028667     EXIT.
028668
028669 3950-REWRITE-ONE-HOLD.
028670     IF CR-HOLD-NEW-NUM (CR-HOLD-INDEX)
028671             NOT = CR-HOLD-OLD-NUM (CR-HOLD-INDEX)
028672         MOVE CR-HOLD-NEW-NUM (CR-HOLD-INDEX)
028673             TO FH-CALL-RECORD-NUM
028674         REWRITE HOLD-REC
028675         IF CR-HOLD-STATUS = "00"
028676             ADD 1 TO CR-HOLD-REPOINTED
028677         ELSE
028678             DISPLAY "Fraud hold slot could not be repointed"
028679         END-IF
028680     END-IF.
028681 3950-EXIT.
028682     EXIT.
028683
028632*----------------------------------------------------------------
028700* 4000-PRINT-BALANCE-REPORT.
028800*    PROVES RECORDS MOVED PLUS RECORDS KEPT EQUALS RECORDS
028900*    STARTED WITH, ON PAPER AND ON THE CONSOLE.
