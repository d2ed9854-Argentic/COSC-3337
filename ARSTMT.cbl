002480*                     THEIR OWN LINES, CARRYING THE REASON
002490*                     CODE, AND MOVE THE BALANCE LIKE A PAYMENT
002495*                     OR AN INVOICE RESPECTIVELY.
002496*    10/15/2026  RH   "F" REFUND LINES POSTED BY THE CREDIT-
002497*                     BALANCE REFUND RUN NOW PRINT AS THEIR OWN
002498*                     "REFUND ISSUED" LINE AND RAISE THE BALANCE
002499*                     LIKE A DEBIT MEMO, TAKING THE REFUNDED
002499*                     CREDIT BACK OFF THE STATEMENT.
002499*    10/15/2026  RH   RUNS ONE BILL CYCLE AT A TIME.  THE
002499*                     OPERATOR KEYS THE CYCLE (00 = THE CYCLE
002499*                     WHOSE CUTOFF DAY IS TODAY) AND THE
002499*                     STATEMENT PERIOD BECOMES THAT CYCLE'S
002499*                     LAST BILLING PERIOD - THE DAY AFTER THE
002499*                     PRIOR CUTOFF THROUGH THE LATEST ONE.
002499*                     ONLY CUSTOMERS IN THE CYCLE GET A
002499*                     STATEMENT, AND LINES DATED AFTER THE
002499*                     CUTOFF WAIT FOR THE NEXT ONE.  WITH NO
002499*                     BILL CYCLE FILE THE OPERATOR KEYS THE
002499*                     START DATE AND EVERY CUSTOMER PRINTS, AS
002499*                     BEFORE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
006800 01  ST-POSITION                 PIC 9(09).
006900 01  ST-START-DATE               PIC 9(08).
007000 01  ST-START-DAYS               PIC 9(09).
007010 01  ST-END-DATE                 PIC 9(08).
007020 01  ST-RUN-DATE                 PIC 9(08).
007030 01  ST-CYCLE-COUNT              PIC 9(02).
007040 01  ST-CYCLE-KEYED              PIC X(02).
007050 01  ST-CYCLE-KEYED-NUM REDEFINES ST-CYCLE-KEYED
007060                                 PIC 9(02).
007070 01  ST-CYCLE-REC.
007080     COPY CYCREC.
007090 01  ST-CYCLE-SWITCH             PIC X(01).
007091     88  ST-CYCLE-NOT-CHOSEN     VALUE SPACE.
007092     88  ST-ALL-CYCLES           VALUE "A".
007093     88  ST-ONE-CYCLE            VALUE "C".
007094     88  ST-NO-CYCLE-TODAY       VALUE "N".
007095 01  ST-ACCOUNT-CYCLE            PIC 9(02).
007096 01  ST-EFFECTIVE-CYCLE          PIC 9(02).
007097 01  ST-SKIP-SWITCH              PIC X(01).
007098     88  ST-SKIP-CUSTOMER        VALUE "Y".
007099     88  ST-PRINT-CUSTOMER       VALUE "N".
007099 01  ST-STATEMENT-COUNT          PIC 9(09).
007099 01  ST-OTHER-CYCLE-COUNT        PIC 9(09).
007100 01  ST-PREV-PHONE               PIC 9(10).
007200 01  ST-PREV-CC                  PIC 9(03).
007300 01  ST-PREV-EXT                 PIC 9(05).
010900     05  FILLER           PIC X(31) VALUE
011000         "STATEMENT OF ACCOUNT FROM ".
011100     05  HL-START         PIC 9(08).
011110     05  HL-THROUGH       PIC X(09).
011120     05  HL-END           PIC X(08).
011130     05  HL-CYCLE-TEXT    PIC X(13).
011140     05  HL-CYCLE         PIC X(02).
011200
011300 01  BROUGHT-FORWARD-LINE.
011400     05  FILLER           PIC X(05) VALUE SPACES.
014200*----------------------------------------------------------------
014300 0000-MAIN-PARAGRAPH.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014410     IF ST-NO-CYCLE-TODAY
014420         DISPLAY "No bill cycle closes today - no statements"
014430         PERFORM 8000-TERMINATE THRU 8000-EXIT
014440         STOP RUN.
014500     SORT SORT-WORK-FILE
014600         ON ASCENDING KEY AR-PHONE OF AR-SORT-REC
014700         ON ASCENDING KEY AR-CC OF AR-SORT-REC
015900*    START DATE UNTIL THE OPERATOR KEYS A REAL CALENDAR DATE.
016000*    LEDGER LINES DATED BEFORE THE START DATE FOLD INTO THE
016100*    BALANCE BROUGHT FORWARD; LINES ON OR AFTER IT PRINT.
016110*    WHEN BILL CYCLES ARE ON FILE THE OPERATOR KEYS A CYCLE
016120*    INSTEAD AND THE PERIOD IS THAT CYCLE'S LAST BILLING PERIOD.
016200*----------------------------------------------------------------
016300 1000-INITIALIZE.
016400     CALL "OPEN-CUSTOMERS" USING ST-STATS.
016500     CALL "OPEN-CUSTOMER-PHONE" USING ST-STATS.
016600     OPEN OUTPUT PRINT-FILE.
016610     MOVE ZERO TO ST-STATEMENT-COUNT ST-OTHER-CYCLE-COUNT.
016620     PERFORM 1050-SELECT-BILL-CYCLE THRU 1050-EXIT.
016630     IF ST-NO-CYCLE-TODAY
016640         GO TO 1000-EXIT.
016650     IF ST-ALL-CYCLES
016700         MOVE ZERO TO ST-START-DAYS
016800         PERFORM 1100-ACCEPT-START-DATE THRU 1100-EXIT
016900             UNTIL ST-START-DAYS NOT = ZERO
016910         MOVE 99999999 TO ST-END-DATE
016920         MOVE SPACES TO HL-THROUGH HL-END HL-CYCLE-TEXT HL-CYCLE
016930     ELSE
016940         MOVE " THROUGH " TO HL-THROUGH
016950         MOVE ST-END-DATE TO HL-END
016960         MOVE "  BILL CYCLE " TO HL-CYCLE-TEXT
016970         MOVE CY-CYCLE OF ST-CYCLE-REC TO HL-CYCLE.
017000     SET ST-NO-GROUP TO TRUE.
017100     MOVE ST-START-DATE TO HL-START.
017200 1000-EXIT.
017300     EXIT.
017310
017320*----------------------------------------------------------------
017330* 1050-SELECT-BILL-CYCLE.
017340*    ASKS WHICH BILL CYCLE TO STATEMENT AND SETS THE PERIOD
017350*    FROM IT.  00 TAKES THE CYCLE WHOSE CUTOFF DAY IS TODAY.
017360*    NO BILL CYCLE FILE MEANS EVERY CUSTOMER, AS BEFORE.
017370*----------------------------------------------------------------
017380 1050-SELECT-BILL-CYCLE.
017390     ACCEPT ST-RUN-DATE FROM DATE YYYYMMDD.
017400     CALL "LOAD-BILL-CYCLES" USING ST-STATS ST-CYCLE-COUNT.
017410     IF ST-CYCLE-COUNT = ZERO
017420         SET ST-ALL-CYCLES TO TRUE
017430         GO TO 1050-EXIT.
017440     SET ST-CYCLE-NOT-CHOSEN TO TRUE.
017450     PERFORM 1060-ACCEPT-CYCLE THRU 1060-EXIT
017460         UNTIL NOT ST-CYCLE-NOT-CHOSEN.
017470     IF ST-NO-CYCLE-TODAY
017480         GO TO 1050-EXIT.
017490     CALL "BILL-CYCLE-DATES" USING ST-STATS ST-CYCLE-REC
017500         ST-RUN-DATE ST-END-DATE ST-START-DATE.
017510     DISPLAY "Statements for bill cycle " CY-CYCLE OF ST-CYCLE-REC
017520         " " CY-NAME OF ST-CYCLE-REC " - " ST-START-DATE
017530         " through " ST-END-DATE.
017540 1050-EXIT.
017550     EXIT.
017560
017570 1060-ACCEPT-CYCLE.
017580     DISPLAY "Please enter the bill cycle to statement"
017590         " (01-99, 00 = cycle closing today)".
017600     ACCEPT ST-CYCLE-KEYED.
017610     IF ST-CYCLE-KEYED-NUM NOT NUMERIC
017620         DISPLAY "Not a valid cycle - please re-enter."
017630         GO TO 1060-EXIT.
017640     IF ST-CYCLE-KEYED-NUM = ZERO
017650         MOVE ST-RUN-DATE (7:2) TO CY-CUTOFF-DAY OF ST-CYCLE-REC
017660         CALL "FIND-CYCLE-BY-DAY" USING ST-STATS ST-CYCLE-REC
017670         IF ST-STATS = 0
017680             SET ST-ONE-CYCLE TO TRUE
017690         ELSE
017700             SET ST-NO-CYCLE-TODAY TO TRUE
017710         END-IF
017720         GO TO 1060-EXIT.
017730     MOVE ST-CYCLE-KEYED-NUM TO CY-CYCLE OF ST-CYCLE-REC.
017740     CALL "FIND-BILL-CYCLE" USING ST-STATS ST-CYCLE-REC.
017750     IF ST-STATS = 0
017760         SET ST-ONE-CYCLE TO TRUE
017770     ELSE
017780         DISPLAY "Bill cycle " ST-CYCLE-KEYED
017790             " is not on file - please re-enter.".
017800 1060-EXIT.
017810     EXIT.
017400
017500 1100-ACCEPT-START-DATE.
017600     DISPLAY "Please enter the statement period start date"
022000         END-IF
022100         PERFORM 3300-START-STATEMENT THRU 3300-EXIT
022200     END-IF.
022210     IF ST-PRINT-CUSTOMER
022220             AND AR-DATE OF SORTED-AR-REC NOT > ST-END-DATE
022300         IF AR-DATE OF SORTED-AR-REC < ST-START-DATE
022400             PERFORM 3250-FOLD-INTO-PRIOR THRU 3250-EXIT
022500         ELSE
022600             PERFORM 3400-PRINT-LEDGER-LINE THRU 3400-EXIT.
022700     PERFORM 3100-READ-LEDGER-LINE THRU 3100-EXIT.
022800 3200-EXIT.
022900     EXIT.
024700*    LOOKS UP THE CUSTOMER FOR THE NEW PHONE KEY AND PRINTS THE
024800*    STATEMENT HEADING, THE SAME WAY THE BILLING RUN HEADS ITS
024900*    INVOICES.  THE BROUGHT-FORWARD LINE IS HELD BACK UNTIL
025000*    EVERY PRIOR-PERIOD LINE HAS BEEN FOLDED IN.  A CUSTOMER
025010*    IN ANOTHER BILL CYCLE IS MARKED TO SKIP AND GETS NOTHING.
025100*----------------------------------------------------------------
025200 3300-START-STATEMENT.
025300     SET ST-GROUP-ACTIVE TO TRUE.
025700     MOVE ZERO TO ST-PRIOR-BALANCE.
025800     MOVE ZERO TO ST-RUNNING-BALANCE.
025900     SET ST-BROUGHT-PENDING TO TRUE.
025910     SET ST-PRINT-CUSTOMER TO TRUE.
026000     CALL "SEARCH-CUSTOMER-PHONE" USING ST-POSITION
026100         ST-PREV-PHONE ST-PREV-CC ST-PREV-EXT.
026110     MOVE ZERO TO ST-ACCOUNT-CYCLE.
026200     IF ST-POSITION NOT = ZERO
026300         CALL "READ-CUSTOMERS" USING ST-STATS ST-CUST-REC
026400             ST-POSITION
026410         MOVE IBILL-CYCLE OF ST-CUST-REC TO ST-ACCOUNT-CYCLE.
026420     IF ST-ONE-CYCLE
026430         CALL "ACCOUNT-BILL-CYCLE" USING ST-STATS
026440             ST-ACCOUNT-CYCLE ST-EFFECTIVE-CYCLE
026450         IF ST-EFFECTIVE-CYCLE NOT = CY-CYCLE OF ST-CYCLE-REC
026460             SET ST-SKIP-CUSTOMER TO TRUE
026470             ADD 1 TO ST-OTHER-CYCLE-COUNT
026480             GO TO 3300-EXIT.
026490     IF ST-POSITION NOT = ZERO
026500         MOVE INAME OF ST-CUST-REC TO HL-NAME
026600         MOVE IADDRESS OF ST-CUST-REC TO HL-ADDRESS
026700         MOVE ICITY OF ST-CUST-REC TO HL-CITY
029566         MOVE AR-REASON-CODE OF SORTED-AR-REC TO DL-RUN-NUM
029568         ADD AR-AMOUNT OF SORTED-AR-REC
029570             TO ST-RUNNING-BALANCE
029572     ELSE IF AR-REFUND OF SORTED-AR-REC
029574         MOVE "REFUND ISSUED     " TO DL-DESC
029576         MOVE SPACES TO DL-RUN-NUM
029578         ADD AR-AMOUNT OF SORTED-AR-REC
029580             TO ST-RUNNING-BALANCE
029600     ELSE
029700         MOVE "INVOICE - RUN     " TO DL-DESC
029800         MOVE AR-RUN-NUM OF SORTED-AR-REC TO DL-RUN-NUM
031700*    DID, THEN PRINTS THE BALANCE NOW DUE.
031800*----------------------------------------------------------------
031900 3500-CLOSE-OUT-CUSTOMER.
031950     IF ST-SKIP-CUSTOMER
031960         GO TO 3500-EXIT.
032000     IF ST-BROUGHT-PENDING
032100         PERFORM 3450-PRINT-BROUGHT-FORWARD THRU 3450-EXIT.
032200     MOVE ST-RUNNING-BALANCE TO TL-AMOUNT.
032300     WRITE PRINT-LINE FROM TOTAL-LINE.
032310     ADD 1 TO ST-STATEMENT-COUNT.
032400 3500-EXIT.
032500     EXIT.
032600
032900*----------------------------------------------------------------
033000 8000-TERMINATE.
033100     CLOSE PRINT-FILE.
033110     IF ST-ONE-CYCLE
033120         DISPLAY "Statements printed: " ST-STATEMENT-COUNT
033130             "  left for other bill cycles: "
033140             ST-OTHER-CYCLE-COUNT.
033200     CALL "CLOSE-CUSTOMERS".
033300     CALL "CLOSE-CUSTOMER-PHONE".
033400 8000-EXIT.
