002550*                     WROTE ARE MARKED RELEASED WHEN THEIR
002560*                     CALLS ARE RE-QUEUED, SO A RE-QUEUED CALL
002570*                     NO LONGER SITS ON THE SUSPENSE WORK LIST.
002580*    10/15/2026  RH   EACH "R" OFFSET NOW CARRIES THE CALLING
002590*                     PLAN BREAKDOWN (FEE, INCLUDED MINUTES,
002595*                     OVERAGE) OF THE "I" LINE IT BACKS OUT.
002596*    10/15/2026  RH   EVERY "I" LINE THE RUN WROTE TO THE TAX
002597*                     REMITTANCE REGISTER NOW GETS AN OFFSETTING
002598*                     "R" REGISTER LINE DATED TODAY, SO A
002599*                     REVERSED RUN LEAVES NO TAX IN THE FILING.
002599*    10/15/2026  RH   EACH "R" OFFSET NOW ALSO CARRIES THE TAX
002599*                     AMOUNT OF THE "I" LINE IT BACKS OUT.
002599*    10/15/2026  RH   EACH "R" OFFSET NOW ALSO CARRIES THE RUN
002599*                     DATE AND PLAN CODE OF THE "I" LINE.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003840         ACCESS IS SEQUENTIAL
003850         RELATIVE KEY IS BR-SUS-KEY
003860         FILE STATUS IS BR-SUS-STATUS.
003870
003871     SELECT TAX-REG-IN-FILE ASSIGN TO "tax-register"
003872         ORGANIZATION IS LINE SEQUENTIAL
003873         FILE STATUS IS BR-TAX-IN-STATUS.
003874
003875     SELECT TAX-REG-OUT-FILE ASSIGN TO "tax-register"
003876         ORGANIZATION IS LINE SEQUENTIAL
003877         FILE STATUS IS BR-TAX-OUT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004820 FD  SUSPENSE-FILE.
004830 01  SUSPENSE-REC.
004840     COPY SUSREC.
004850
004851 FD  TAX-REG-IN-FILE.
004852 01  TAX-REG-IN-LINE.
004853     COPY TAXREG.
004854
004855 FD  TAX-REG-OUT-FILE.
004856 01  TAX-REG-OUT-LINE.
004857     COPY TAXREG.
004900
005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------------
005600 01  BR-LEDGER-STATUS        PIC XX.
005610 01  BR-SUS-STATUS           PIC XX.
005620 01  BR-SUS-KEY              PIC 9(09).
005630 01  BR-TAX-IN-STATUS        PIC XX.
005640 01  BR-TAX-OUT-STATUS       PIC XX.
005700 01  BR-STATS                PIC 9.
005800 01  BR-RUN-NUM              PIC 9(05).
005900 01  BR-TODAY                PIC 9(08).
006300 01  BR-OFFSETS-POSTED       PIC 9(09) COMP.
006310 01  BR-PRIOR-OFFSETS        PIC 9(09) COMP.
006320 01  BR-SLOTS-CLOSED         PIC 9(09) COMP.
006330 01  BR-TAX-OFFSETS          PIC 9(09) COMP.
006400 01  BR-AMOUNT-REVERSED      PIC 9(11)V99.
006500 01  BR-AMOUNT-DISPLAY       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006600 01  BR-EOF-SWITCH           PIC X(01).
009700     CALL "OPEN-RECEIVABLES" USING BR-STATS.
009800     CALL "OPEN-AUDIT-LOG" USING BR-STATS.
009900     MOVE ZERO TO BR-CALLS-CLEARED BR-OFFSETS-POSTED
010000         BR-AMOUNT-REVERSED BR-SLOTS-CLOSED BR-TAX-OFFSETS.
010100     PERFORM 1000-CLEAR-STAMPED-CALLS THRU 1000-EXIT.
010150     PERFORM 1500-CLOSE-RUN-SUSPENSE THRU 1500-EXIT.
010200     PERFORM 2000-OFFSET-LEDGER-LINES THRU 2000-EXIT.
010250     PERFORM 2500-OFFSET-TAX-REGISTER THRU 2500-EXIT.
010300     CALL "CLOSE-RECEIVABLES".
010400     CALL "CLOSE-AUDIT-LOG".
010500     MOVE BR-AMOUNT-REVERSED TO BR-AMOUNT-DISPLAY.
010760         BR-SLOTS-CLOSED.
010800     DISPLAY "Offsetting ledger lines posted: "
010900         BR-OFFSETS-POSTED.
010950     DISPLAY "Offsetting tax register lines:  "
010960         BR-TAX-OFFSETS.
011000     DISPLAY "Amount reversed:                "
011100         BR-AMOUNT-DISPLAY.
011200 0000-STOP.
021600     MOVE AR-AMOUNT OF LEDGER-IN-LINE
021700         TO AR-AMOUNT OF BR-AR-REC.
021750     MOVE SPACES TO AR-REASON-CODE OF BR-AR-REC.
021760     MOVE AR-PLAN-FEE OF LEDGER-IN-LINE
021770         TO AR-PLAN-FEE OF BR-AR-REC.
021780     MOVE AR-INCL-MINUTES OF LEDGER-IN-LINE
021790         TO AR-INCL-MINUTES OF BR-AR-REC.
021792     MOVE AR-OVERAGE OF LEDGER-IN-LINE
021794         TO AR-OVERAGE OF BR-AR-REC.
021796     MOVE AR-TAX-AMOUNT OF LEDGER-IN-LINE
021798         TO AR-TAX-AMOUNT OF BR-AR-REC.
021798     MOVE AR-RUN-DATE OF LEDGER-IN-LINE
021798         TO AR-RUN-DATE OF BR-AR-REC.
021798     MOVE AR-PLAN-CODE OF LEDGER-IN-LINE
021798         TO AR-PLAN-CODE OF BR-AR-REC.
021800     CALL "WRITE-RECEIVABLE" USING BR-STATS BR-AR-REC.
021900     IF BR-STATS = 0
022000         ADD 1 TO BR-OFFSETS-POSTED
022800             AR-PHONE OF LEDGER-IN-LINE.
022900 2300-EXIT.
023000     EXIT.
023100
023200*----------------------------------------------------------------
023300* 2500-OFFSET-TAX-REGISTER.
023400*    WALKS THE TAX REMITTANCE REGISTER AND APPENDS ONE
023500*    OFFSETTING "R" LINE FOR EVERY "I" LINE THIS RUN WROTE -
023600*    SAME STATE, CUSTOMER, AMOUNTS AND TAX ENTRY, DATED TODAY -
023700*    SO THE FILING REPORT NETS THE RUN'S TAX BACK OUT.
023800*----------------------------------------------------------------
023900 2500-OFFSET-TAX-REGISTER.
024000     OPEN INPUT TAX-REG-IN-FILE.
024100     IF BR-TAX-IN-STATUS NOT = "00"
024200         DISPLAY "Tax register not on file - "
024300             "no register lines to offset"
024400         GO TO 2500-EXIT.
024500     OPEN EXTEND TAX-REG-OUT-FILE.
024600     IF BR-TAX-OUT-STATUS NOT = "00"
024700         DISPLAY "Tax register could not be opened for update"
024800         CLOSE TAX-REG-IN-FILE
024900         GO TO 2500-EXIT.
025000     SET BR-NOT-EOF TO TRUE.
025100     PERFORM 2600-READ-ONE-REGISTER-LINE THRU 2600-EXIT.
025200     PERFORM 2700-OFFSET-ONE-REGISTER-LINE THRU 2700-EXIT
025300         UNTIL BR-EOF.
025400     CLOSE TAX-REG-IN-FILE.
025500     CLOSE TAX-REG-OUT-FILE.
025600 2500-EXIT.
025700     EXIT.
025800
025900 2600-READ-ONE-REGISTER-LINE.
026000     READ TAX-REG-IN-FILE
026100         AT END SET BR-EOF TO TRUE.
026200 2600-EXIT.
026300     EXIT.
026400
026500 2700-OFFSET-ONE-REGISTER-LINE.
026600     IF TG-INVOICE OF TAX-REG-IN-LINE
026700             AND TG-RUN-NUM OF TAX-REG-IN-LINE = BR-RUN-NUM
026800         MOVE TAX-REG-IN-LINE TO TAX-REG-OUT-LINE
026900         MOVE "R" TO TG-RECORD-TYPE OF TAX-REG-OUT-LINE
027000         MOVE BR-TODAY TO TG-DATE OF TAX-REG-OUT-LINE
027100         WRITE TAX-REG-OUT-LINE
027200         IF BR-TAX-OUT-STATUS = "00"
027300             ADD 1 TO BR-TAX-OFFSETS
027400         ELSE
027500             DISPLAY "Tax register offset could not be written"
027600                 " for phone " TG-PHONE OF TAX-REG-IN-LINE
027700         END-IF
027800     END-IF.
027900     PERFORM 2600-READ-ONE-REGISTER-LINE THRU 2600-EXIT.
028000 2700-EXIT.
028100     EXIT.
