002740*                     INVOICES, MATCHING THE AGING REPORT, SO
002750*                     AN ADJUSTED ACCOUNT IS DUNNED ON ITS
002760*                     TRUE BALANCE.
002770*    10/15/2026  RH   THE REGISTER IS NOW KEPT CUMULATIVE - EACH
002780*                     RUN ADDS ITS NOTICES TO THE END INSTEAD OF
002790*                     REPLACING THE LAST RUN'S - AND ITS LINE
002792*                     LAYOUT MOVES TO THE SHARED DUNREG COPYBOOK
002794*                     WITH THE COUNTRY CODE AND EXTENSION ADDED,
002796*                     SO THE ACCOUNT INQUIRY PROGRAM CAN SHOW AN
002798*                     ACCOUNT'S LAST NOTICE.
002799*    10/15/2026  RH   "F" REFUND LINES POSTED BY THE CREDIT-
002799*                     BALANCE REFUND RUN ARE COLLECTED WITH THE
002799*                     INVOICES AND DEBIT MEMOS, MATCHING THE
002799*                     AGING REPORT, SO A REFUNDED CREDIT IS NOT
002799*                     LEFT IN THE POOL TO HIDE LATER ARREARS.
002799*    10/15/2026  RH   RUNS AS A STEP OF THE NIGHTLY JOB STREAM -
002799*                     ENDS WITH GOBACK INSTEAD OF STOP RUN AND
002799*                     POSTS ITS NOTICE COUNTS THROUGH THE SHARED
002799*                     STEPCNT MODULE.
002799*    10/15/2026  RH   RUNS ONE BILL CYCLE AT A TIME.  THE
002799*                     OPERATOR KEYS THE CYCLE (00 = THE CYCLE
002799*                     WHOSE CUTOFF DAY IS TODAY) AND THE
002799*                     NOTICES ARE DATED AND AGED AS OF THAT
002799*                     CYCLE'S LATEST CUTOFF, SO EACH CUSTOMER IS
002799*                     DUNNED ON ITS OWN BILLING DATE.  ACCOUNTS
002799*                     IN OTHER CYCLES ARE PASSED OVER AND
002799*                     COUNTED.  WITH NO BILL CYCLE FILE THE
002799*                     OPERATOR KEYS THE AS-OF DATE AND EVERY
002799*                     ACCOUNT IS DUNNED, AS BEFORE.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
010900 01  DN-DEMAND-COUNT             PIC 9(09) COMP.
011000 01  DN-FINAL-COUNT              PIC 9(09) COMP.
011100 01  DN-HELD-COUNT               PIC 9(09) COMP.
011101 01  DN-OTHER-CYCLE-COUNT        PIC 9(09) COMP.
011102 01  DN-RUN-DATE                 PIC 9(08).
011103 01  DN-PERIOD-START             PIC 9(08).
011104 01  DN-CYCLE-COUNT              PIC 9(02).
011105 01  DN-CYCLE-KEYED              PIC X(02).
011106 01  DN-CYCLE-KEYED-NUM REDEFINES DN-CYCLE-KEYED
011107                                 PIC 9(02).
011108 01  DN-CYCLE-REC.
011109     COPY CYCREC.
011109 01  DN-CYCLE-SWITCH             PIC X(01).
011109     88  DN-CYCLE-NOT-CHOSEN     VALUE SPACE.
011109     88  DN-ALL-CYCLES           VALUE "A".
011109     88  DN-ONE-CYCLE            VALUE "C".
011109     88  DN-NO-CYCLE-TODAY       VALUE "N".
011109 01  DN-EFFECTIVE-CYCLE          PIC 9(02).
011110 01  DN-STEP-COUNTS.
011120     COPY STEPREC.
011200
011300*----------------------------------------------------------------
011400* NOTICE AND REGISTER LINE LAYOUTS.
014900     "FINAL WARNING - PAY NOW OR SERVICE WILL BE DISCONNECTED.".
015000
015100 01  REGISTER-DETAIL-LINE.
015200     COPY DUNREG.
016100
016200 01  BLANK-LINE                 PIC X(01) VALUE SPACE.
016300
017100*----------------------------------------------------------------
017200 0000-MAIN-PARAGRAPH.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017310     IF DN-NO-CYCLE-TODAY
017320         DISPLAY "No bill cycle closes today - no notices"
017330         PERFORM 8000-TERMINATE THRU 8000-EXIT
017340         MOVE ZERO TO RETURN-CODE
017350         GOBACK.
017400     SORT SORT-WORK-FILE
017500         ON ASCENDING KEY AR-PHONE OF AR-SORT-REC
017600         ON ASCENDING KEY AR-CC OF AR-SORT-REC
018000         GIVING SORTED-AR-FILE.
018100     PERFORM 3000-BUILD-NOTICES THRU 3000-EXIT.
018200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018250     MOVE ZERO TO RETURN-CODE.
018300     GOBACK.
018400
018500*----------------------------------------------------------------
018600* 1000-INITIALIZE.
018700*    OPENS EVERYTHING AND KEEPS ASKING FOR THE AS-OF DATE UNTIL
018800*    THE OPERATOR KEYS A REAL CALENDAR DATE.  WHEN BILL CYCLES
018810*    ARE ON FILE THE OPERATOR KEYS A CYCLE INSTEAD AND THE AS-OF
018820*    DATE IS THAT CYCLE'S LATEST CUTOFF.
018900*----------------------------------------------------------------
019000 1000-INITIALIZE.
019100     CALL "OPEN-CUSTOMERS" USING DN-STATS.
019200     CALL "OPEN-CUSTOMER-PHONE" USING DN-STATS.
019300     OPEN OUTPUT NOTICE-FILE.
019400     OPEN EXTEND REGISTER-FILE.
019410     IF DN-REGISTER-STATUS = "35"
019420         OPEN OUTPUT REGISTER-FILE
019430         CLOSE REGISTER-FILE
019440         OPEN EXTEND REGISTER-FILE.
019450     MOVE ZERO TO DN-REMINDER-COUNT DN-DEMAND-COUNT
019460         DN-FINAL-COUNT DN-HELD-COUNT DN-OTHER-CYCLE-COUNT.
019470     PERFORM 1050-SELECT-BILL-CYCLE THRU 1050-EXIT.
019480     IF DN-NO-CYCLE-TODAY
019490         GO TO 1000-EXIT.
019500     IF DN-ALL-CYCLES
019510         MOVE ZERO TO DN-ASOF-DAYS
019600         PERFORM 1100-ACCEPT-ASOF-DATE THRU 1100-EXIT
019700             UNTIL DN-ASOF-DAYS NOT = ZERO
019710     ELSE
019720         MOVE FUNCTION INTEGER-OF-DATE (DN-ASOF-DATE)
019730             TO DN-ASOF-DAYS.
020000     SET DN-NO-GROUP TO TRUE.
020100     MOVE DN-ASOF-DATE TO NH-DATE.
020150     MOVE SPACES TO REGISTER-DETAIL-LINE.
020200     MOVE DN-ASOF-DATE TO RG-DATE.
020300 1000-EXIT.
020400     EXIT.
020410
020420*----------------------------------------------------------------
020430* 1050-SELECT-BILL-CYCLE.
020440*    ASKS WHICH BILL CYCLE TO DUN AND TAKES ITS LATEST CUTOFF AS
020450*    THE AS-OF DATE.  00 TAKES THE CYCLE WHOSE CUTOFF DAY IS
020460*    TODAY.  NO BILL CYCLE FILE MEANS EVERY ACCOUNT, AS BEFORE.
020470*----------------------------------------------------------------
020480 1050-SELECT-BILL-CYCLE.
020490     ACCEPT DN-RUN-DATE FROM DATE YYYYMMDD.
020491     CALL "LOAD-BILL-CYCLES" USING DN-STATS DN-CYCLE-COUNT.
020492     IF DN-CYCLE-COUNT = ZERO
020493         SET DN-ALL-CYCLES TO TRUE
020494         GO TO 1050-EXIT.
020495     SET DN-CYCLE-NOT-CHOSEN TO TRUE.
020496     PERFORM 1060-ACCEPT-CYCLE THRU 1060-EXIT
020497         UNTIL NOT DN-CYCLE-NOT-CHOSEN.
020498     IF DN-NO-CYCLE-TODAY
020499         GO TO 1050-EXIT.
020500     CALL "BILL-CYCLE-DATES" USING DN-STATS DN-CYCLE-REC
020501         DN-RUN-DATE DN-ASOF-DATE DN-PERIOD-START.
020502     DISPLAY "Notices for bill cycle " CY-CYCLE OF DN-CYCLE-REC
020503         " " CY-NAME OF DN-CYCLE-REC " - as of " DN-ASOF-DATE.
020504 1050-EXIT.
020505     EXIT.
020506
020507 1060-ACCEPT-CYCLE.
020508     DISPLAY "Please enter the bill cycle to dun"
020509         " (01-99, 00 = cycle closing today)".
020510     ACCEPT DN-CYCLE-KEYED.
020511     IF DN-CYCLE-KEYED-NUM NOT NUMERIC
020512         DISPLAY "Not a valid cycle - please re-enter."
020513         GO TO 1060-EXIT.
020514     IF DN-CYCLE-KEYED-NUM = ZERO
020515         MOVE DN-RUN-DATE (7:2) TO CY-CUTOFF-DAY OF DN-CYCLE-REC
020516         CALL "FIND-CYCLE-BY-DAY" USING DN-STATS DN-CYCLE-REC
020517         IF DN-STATS = 0
020518             SET DN-ONE-CYCLE TO TRUE
020519         ELSE
020520             SET DN-NO-CYCLE-TODAY TO TRUE
020521         END-IF
020522         GO TO 1060-EXIT.
020523     MOVE DN-CYCLE-KEYED-NUM TO CY-CYCLE OF DN-CYCLE-REC.
020524     CALL "FIND-BILL-CYCLE" USING DN-STATS DN-CYCLE-REC.
020525     IF DN-STATS = 0
020526         SET DN-ONE-CYCLE TO TRUE
020527     ELSE
020528         DISPLAY "Bill cycle " DN-CYCLE-KEYED
020529             " is not on file - please re-enter.".
020530 1060-EXIT.
020531     EXIT.
020532
020600 1100-ACCEPT-ASOF-DATE.
020700     DISPLAY "Please enter the notice as-of date (YYYYMMDD)".
020800     ACCEPT DN-ASOF-DATE.
026600
026700*----------------------------------------------------------------
026800* 3300-COLLECT-INVOICE.
026900*    HOLDS ONE INVOICE, DEBIT MEMO OR REFUND LINE IN THE
027000*    CUSTOMER'S OPEN-INVOICE TABLE, FOLDING AN OVERFLOW PAST
027100*    200 LINES INTO THE LAST SLOT THE SAME WAY THE AGING
027150*    REPORT DOES.
027200*----------------------------------------------------------------
027300 3300-COLLECT-INVOICE.
027400     IF DN-INV-COUNT < 200
031000         GO TO 3500-EXIT.
031100     CALL "READ-CUSTOMERS" USING DN-STATS DN-CUST-REC
031200         DN-POSITION.
031210     IF DN-ONE-CYCLE
031220         CALL "ACCOUNT-BILL-CYCLE" USING DN-STATS
031230             IBILL-CYCLE OF DN-CUST-REC DN-EFFECTIVE-CYCLE
031240         IF DN-EFFECTIVE-CYCLE NOT = CY-CYCLE OF DN-CYCLE-REC
031250             ADD 1 TO DN-OTHER-CYCLE-COUNT
031260             GO TO 3500-EXIT.
031300     IF ICOLL-ON-HOLD OF DN-CUST-REC
031400         ADD 1 TO DN-HELD-COUNT
031500         GO TO 3500-EXIT.
039500*----------------------------------------------------------------
039600 3700-WRITE-REGISTER-LINE.
039700     MOVE DN-PREV-PHONE TO RG-PHONE.
039710     MOVE DN-PREV-CC TO RG-CC.
039720     MOVE DN-PREV-EXT TO RG-EXT.
039800     MOVE INAME OF DN-CUST-REC TO RG-NAME.
039900     IF DN-FINAL-WARNING
040000         MOVE "FINAL WARNING " TO RG-LEVEL
041900     DISPLAY "Demands produced:         " DN-DEMAND-COUNT.
042000     DISPLAY "Final warnings produced:  " DN-FINAL-COUNT.
042100     DISPLAY "Accounts held from cycle: " DN-HELD-COUNT.
042110     IF DN-ONE-CYCLE
042120         DISPLAY "Accounts in other bill cycles: "
042130             DN-OTHER-CYCLE-COUNT.
042150     PERFORM 8500-POST-STEP-COUNTS THRU 8500-EXIT.
042200 8000-EXIT.
042300     EXIT.
042310
042320*----------------------------------------------------------------
042330* 8500-POST-STEP-COUNTS.
042340*    LEAVES THIS RUN'S COUNTS FOR THE NIGHTLY JOB-STREAM
042350*    CONTROLLER'S RUN LOG AND SUMMARY.
042360*----------------------------------------------------------------
042370 8500-POST-STEP-COUNTS.
042380     MOVE SPACES TO DN-STEP-COUNTS.
042390     MOVE "ARDUN" TO SC-PROGRAM.
042400     MOVE "REMINDERS" TO SC-LABEL (1).
042410     MOVE DN-REMINDER-COUNT TO SC-COUNT (1).
042420     MOVE "DEMANDS" TO SC-LABEL (2).
042430     MOVE DN-DEMAND-COUNT TO SC-COUNT (2).
042440     MOVE "FINAL WARNINGS" TO SC-LABEL (3).
042450     MOVE DN-FINAL-COUNT TO SC-COUNT (3).
042460     MOVE "ACCOUNTS HELD" TO SC-LABEL (4).
042470     MOVE DN-HELD-COUNT TO SC-COUNT (4).
042480     CALL "POST-STEP-COUNTS" USING DN-STATS DN-STEP-COUNTS.
042490 8500-EXIT.
042495     EXIT.
