000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    FRAUDMNT.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    INTERACTIVE FRAUD HOLD MAINTENANCE FOR THE TRAFFIC ANALYST.
001200*    THE ANALYST SIGNS ON THROUGH THE SHARED SIGNON MODULE AND
001300*    CAN:
001400*      L  LIST EVERY CALL THE FRAUD SCREEN HAS HELD OUT OF
001500*         BILLING AND NOT YET CLEARED;
001600*      C  CLEAR ONE CALLER'S HELD CALLS ONCE THE TRAFFIC HAS
001700*         BEEN CHECKED - EACH SLOT IS MARKED CLEARED WITH THE
001800*         ANALYST AND DATE, THE CALL STAYS UNBILLED SO THE NEXT
001900*         BILLING RUN PICKS IT UP, AND EACH CLEARED CALL IS
002000*         RECORDED IN THE SHARED AUDIT LOG UNDER ACTION CODE "H";
002100*      A  PUT A CALLEE COUNTRY CODE ON THE HIGH-RISK LIST;
002200*      D  TAKE A COUNTRY CODE OFF THE HIGH-RISK LIST;
002300*      S  SHOW THE COUNTRY CODES CURRENTLY LISTED.
002400*    LIST CHANGES ARE KEYED, ECHOED BACK AND APPENDED ONLY AFTER
002500*    THE ANALYST CONFIRMS, THE SAME WAY GLMAPMNT KEEPS THE
002600*    ACCOUNT MAPPING FILE; THE LATEST LINE FOR A CODE DECIDES.
002700*
002800*    MODIFICATION HISTORY.
002900*    10/15/2026  RH   ORIGINAL PROGRAM.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HOLD-FILE ASSIGN TO "fraud-holds"
003500         ORGANIZATION IS RELATIVE
003600         ACCESS IS SEQUENTIAL
003700         RELATIVE KEY IS FM-HOLD-KEY
003800         FILE STATUS IS FM-HOLD-STATUS.

003900     SELECT RISK-FILE ASSIGN TO "risk-country-file"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FM-RISK-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  HOLD-FILE.
004500 01  HOLD-REC.
004600     COPY FRDHOLD.

004700 FD  RISK-FILE.
004800 01  RISK-LINE.
004900     COPY RISKCC.

005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------------
005200* WORKING STORAGE.
005300*----------------------------------------------------------------
005400 01  STATS                   PIC 9.
005500 01  USER-INPUT-FLAG         PIC X.
005600 01  USER-INPUT-PHONE        PIC 9(10).
005700 01  USER-INPUT-PHONE-CC     PIC 9(03).
005800 01  USER-INPUT-PHONE-EXT    PIC 9(05).
005900 01  OPERATOR-ID             PIC X(08).
006000 01  OPERATOR-AUTH-LEVEL     PIC 9(01).
006100 01  SIGNON-STATS            PIC 9.
006200 01  CONFIRM-FLAG            PIC X.
006300 01  FM-HOLD-STATUS          PIC XX.
006400 01  FM-HOLD-KEY             PIC 9(09).
006500 01  FM-RISK-STATUS          PIC XX.
006600 01  FM-TODAY                PIC 9(08).
006700 01  FM-COUNT                PIC 9(09) COMP.
006800 01  FM-MINUTES              PIC 9(09) COMP.
006900 01  FM-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
007000 01  FM-DUR-DISPLAY          PIC ZZZZ9.
007100 01  FM-SEV-DISPLAY          PIC ZZZZ9.
007200 01  FM-EOF-SWITCH           PIC X(01).
007300     88  FM-EOF                  VALUE "Y".
007400     88  FM-NOT-EOF              VALUE "N".
007500 01  FM-FIELD-OK-SWITCH      PIC X(01).
007600     88  FM-FIELD-OK             VALUE "Y".
007700     88  FM-FIELD-BAD            VALUE "N".
007800 01  FM-COUNTRY-CODE         PIC 9(03).
007900 01  FM-ACTION               PIC X(01).
008000 01  FM-DESCRIPTION          PIC X(20).

008100*----------------------------------------------------------------
008200* HIGH-RISK COUNTRY TABLE - ONE ENTRY PER CALLEE COUNTRY CODE
008300* 000 THROUGH 999, SUBSCRIPTED BY THE CODE PLUS ONE, HOLDING
008400* THE LATEST LINE FOR THE CODE.
008500*----------------------------------------------------------------
008600 01  FM-RISK-SUB             PIC 9(04) COMP.
008700 01  FM-RISK-TABLE.
008800     05  FM-RISK-ENTRY OCCURS 1000 TIMES.
008900         10  FM-RISK-FLAG        PIC X(01).
009000             88  FM-HIGH-RISK        VALUE "Y".
009100         10  FM-RISK-DATE        PIC 9(08).
009200         10  FM-RISK-OPERATOR    PIC X(08).
009300         10  FM-RISK-DESCRIPTION PIC X(20).

009400 PROCEDURE DIVISION.
009500*----------------------------------------------------------------
009600* 0000-MAIN-PARAGRAPH.
009700*----------------------------------------------------------------
009800 0000-MAIN-PARAGRAPH.
009900     MOVE 1 TO SIGNON-STATS.
010000     PERFORM 0050-SIGN-ON THRU 0050-EXIT
010100         UNTIL SIGNON-STATS = 0.
010200     CALL "OPEN-AUDIT-LOG" USING STATS.
010300     PERFORM 0100-USER-INTERFACE THRU 0100-EXIT
010400         UNTIL USER-INPUT-FLAG = "X".
010500     CALL "CLOSE-AUDIT-LOG".
010600     STOP RUN.

010700*----------------------------------------------------------------
010800* 0050-SIGN-ON.
010900*    SIGNS THE ANALYST ON THROUGH THE SHARED SIGNON MODULE,
011000*    RE-PROMPTING UNTIL A KNOWN ID IS KEYED.
011100*----------------------------------------------------------------
011200 0050-SIGN-ON.
011300     DISPLAY "Please enter your operator ID".
011400     ACCEPT OPERATOR-ID.
011500     CALL "SIGN-ON-OPERATOR" USING SIGNON-STATS OPERATOR-ID
011600         OPERATOR-AUTH-LEVEL.
011700     IF SIGNON-STATS NOT = 0
011800         DISPLAY "Operator ID not recognized".
011900 0050-EXIT.
012000     EXIT.

012100*----------------------------------------------------------------
012200* 0100-USER-INTERFACE.
012300*----------------------------------------------------------------
012400 0100-USER-INTERFACE.
012500     DISPLAY "Please select an action:".
012600     DISPLAY "List Held Calls (L)".
012700     DISPLAY "Clear a Caller's Held Calls (C)".
012800     DISPLAY "Add a High-Risk Country Code (A)".
012900     DISPLAY "Remove a High-Risk Country Code (D)".
013000     DISPLAY "Show the High-Risk Country List (S)".
013100     DISPLAY "Exit Program (X)".
013200     ACCEPT USER-INPUT-FLAG.
013300     ACCEPT FM-TODAY FROM DATE YYYYMMDD.
013400     IF USER-INPUT-FLAG = "L"
013500         PERFORM 1000-LIST-HELD-CALLS THRU 1000-EXIT
013600     ELSE IF USER-INPUT-FLAG = "C"
013700         PERFORM 2000-CLEAR-ONE-CALLER THRU 2000-EXIT
013800     ELSE IF USER-INPUT-FLAG = "A"
013900         MOVE "A" TO FM-ACTION
014000         PERFORM 3000-CHANGE-RISK-LIST THRU 3000-EXIT
014100     ELSE IF USER-INPUT-FLAG = "D"
014200         MOVE "D" TO FM-ACTION
014300         PERFORM 3000-CHANGE-RISK-LIST THRU 3000-EXIT
014400     ELSE IF USER-INPUT-FLAG = "S"
014500         PERFORM 4000-SHOW-RISK-LIST THRU 4000-EXIT.
014600 0100-EXIT.
014700     EXIT.

014800*----------------------------------------------------------------
014900* 1000-LIST-HELD-CALLS.
015000*    WALKS THE FRAUD-HOLDS FILE AND SHOWS EVERY SLOT STILL
015100*    HELD - CALLER, CALL DATE, CALLEE, MINUTES, SEVERITY AND
015200*    THE REASONS THE SCREEN FLAGGED IT - WITH TOTALS.
015300*----------------------------------------------------------------
015400 1000-LIST-HELD-CALLS.
015500     OPEN INPUT HOLD-FILE.
015600     IF FM-HOLD-STATUS NOT = "00"
015700         DISPLAY "Fraud hold file not on file - nothing held"
015800         GO TO 1000-EXIT.
015900     MOVE ZERO TO FM-COUNT FM-MINUTES.
016000     DISPLAY "CALLER     CC  EXT   CALL DATE    CALLEE     CC "
016100         " MINS   SEV WHY HELD ON".
016200     SET FM-NOT-EOF TO TRUE.
016300     PERFORM 1100-READ-HOLD-SLOT THRU 1100-EXIT.
016400     PERFORM 1200-LIST-ONE-SLOT THRU 1200-EXIT
016500         UNTIL FM-EOF.
016600     CLOSE HOLD-FILE.
016700     MOVE FM-COUNT TO FM-COUNT-DISPLAY.
016800     DISPLAY "Calls held:   " FM-COUNT-DISPLAY.
016900     MOVE FM-MINUTES TO FM-COUNT-DISPLAY.
017000     DISPLAY "Minutes held: " FM-COUNT-DISPLAY.
017100 1000-EXIT.
017200     EXIT.

017300 1100-READ-HOLD-SLOT.
017400     READ HOLD-FILE
017500         AT END SET FM-EOF TO TRUE.
017600 1100-EXIT.
017700     EXIT.

017800 1200-LIST-ONE-SLOT.
017900     IF FH-HELD
018000         MOVE FH-DUR TO FM-DUR-DISPLAY
018100         MOVE FH-SEVERITY TO FM-SEV-DISPLAY
018200         DISPLAY FH-PHONE " " FH-CC " " FH-EXT " " FH-CALL-DATE
018300             " " FH-CALLEE " " FH-CALLEE-CC " " FM-DUR-DISPLAY
018400             " " FM-SEV-DISPLAY " " FH-REASONS " " FH-DATE-HELD
018500         ADD 1 TO FM-COUNT
018600         ADD FH-DUR TO FM-MINUTES.
018700     PERFORM 1100-READ-HOLD-SLOT THRU 1100-EXIT.
018800 1200-EXIT.
018900     EXIT.

019000*----------------------------------------------------------------
019100* 2000-CLEAR-ONE-CALLER.
019200*    TAKES A CALLER'S PHONE KEY, COUNTS ITS HELD CALLS, AND ON
019300*    CONFIRMATION MARKS EVERY ONE OF THEM CLEARED SO THE NEXT
019400*    BILLING RUN PICKS THE CALLS UP.
019500*----------------------------------------------------------------
019600 2000-CLEAR-ONE-CALLER.
019700     DISPLAY "Please enter the caller phone".
019800     ACCEPT USER-INPUT-PHONE.
019900     DISPLAY "Please enter the phone country code".
020000     ACCEPT USER-INPUT-PHONE-CC.
020100     DISPLAY "Please enter the phone extension".
020200     ACCEPT USER-INPUT-PHONE-EXT.
020300     OPEN INPUT HOLD-FILE.
020400     IF FM-HOLD-STATUS NOT = "00"
020500         DISPLAY "Fraud hold file not on file - nothing held"
020600         GO TO 2000-EXIT.
020700     MOVE ZERO TO FM-COUNT FM-MINUTES.
020800     SET FM-NOT-EOF TO TRUE.
020900     PERFORM 1100-READ-HOLD-SLOT THRU 1100-EXIT.
021000     PERFORM 2100-COUNT-ONE-SLOT THRU 2100-EXIT
021100         UNTIL FM-EOF.
021200     CLOSE HOLD-FILE.
021300     IF FM-COUNT = ZERO
021400         DISPLAY "No held calls for that phone"
021500         GO TO 2000-EXIT.
021600     MOVE FM-COUNT TO FM-COUNT-DISPLAY.
021700     DISPLAY "Held calls for this phone: " FM-COUNT-DISPLAY.
021800     MOVE FM-MINUTES TO FM-COUNT-DISPLAY.
021900     DISPLAY "Minutes held:              " FM-COUNT-DISPLAY.
022000     DISPLAY "Clear these calls for billing - confirm (Y/N)".
022100     ACCEPT CONFIRM-FLAG.
022200     IF CONFIRM-FLAG NOT = "Y" AND CONFIRM-FLAG NOT = "y"
022300         DISPLAY "Nothing cleared"
022400         GO TO 2000-EXIT.
022500     OPEN I-O HOLD-FILE.
022600     IF FM-HOLD-STATUS NOT = "00"
022700         DISPLAY "Fraud hold file could not be opened"
022800         GO TO 2000-EXIT.
022900     MOVE ZERO TO FM-COUNT.
023000     SET FM-NOT-EOF TO TRUE.
023100     PERFORM 1100-READ-HOLD-SLOT THRU 1100-EXIT.
023200     PERFORM 2200-CLEAR-ONE-SLOT THRU 2200-EXIT
023300         UNTIL FM-EOF.
023400     CLOSE HOLD-FILE.
023500     MOVE FM-COUNT TO FM-COUNT-DISPLAY.
023600     DISPLAY "Calls cleared for billing: " FM-COUNT-DISPLAY.
023700 2000-EXIT.
023800     EXIT.

023900 2100-COUNT-ONE-SLOT.
024000     IF FH-HELD
024100             AND FH-PHONE = USER-INPUT-PHONE
024200             AND FH-CC = USER-INPUT-PHONE-CC
024300             AND FH-EXT = USER-INPUT-PHONE-EXT
024400         ADD 1 TO FM-COUNT
024500         ADD FH-DUR TO FM-MINUTES.
024600     PERFORM 1100-READ-HOLD-SLOT THRU 1100-EXIT.
024700 2100-EXIT.
024800     EXIT.

024900 2200-CLEAR-ONE-SLOT.
025000     IF FH-HELD
025100             AND FH-PHONE = USER-INPUT-PHONE
025200             AND FH-CC = USER-INPUT-PHONE-CC
025300             AND FH-EXT = USER-INPUT-PHONE-EXT
025400         MOVE "C" TO FH-STATUS
025500         MOVE OPERATOR-ID TO FH-CLEARED-BY
025600         MOVE FM-TODAY TO FH-DATE-CLEARED
025700         REWRITE HOLD-REC
025800         IF FM-HOLD-STATUS = "00"
025900             ADD 1 TO FM-COUNT
026000             CALL "WRITE-AUDIT-LOG" USING STATS OPERATOR-ID
026100                 "H" FH-CALL-RECORD-NUM FH-PHONE
026200         ELSE
026300             DISPLAY "Hold on call record " FH-CALL-RECORD-NUM
026400                 " could not be cleared"
026500         END-IF
026600     END-IF.
026700     PERFORM 1100-READ-HOLD-SLOT THRU 1100-EXIT.
026800 2200-EXIT.
026900     EXIT.

027000*----------------------------------------------------------------
027100* 3000-CHANGE-RISK-LIST.
027200*    KEYS A COUNTRY CODE AND A DESCRIPTION, ECHOES THE CHANGE
027300*    BACK, AND APPENDS AN "A" (LIST) OR "D" (DELIST) LINE TO
027400*    THE HIGH-RISK COUNTRY LIST ON CONFIRMATION.
027500*----------------------------------------------------------------
027600 3000-CHANGE-RISK-LIST.
027700     SET FM-FIELD-BAD TO TRUE.
027800     PERFORM 3100-ACCEPT-COUNTRY-CODE THRU 3100-EXIT
027900         UNTIL FM-FIELD-OK.
028000     PERFORM 4100-LOAD-RISK-TABLE THRU 4100-EXIT.
028100     ADD FM-COUNTRY-CODE 1 GIVING FM-RISK-SUB.
028200     IF FM-ACTION = "A" AND FM-HIGH-RISK (FM-RISK-SUB)
028300         DISPLAY "Country code " FM-COUNTRY-CODE
028400             " is already on the list"
028500         GO TO 3000-EXIT.
028600     IF FM-ACTION = "D" AND NOT FM-HIGH-RISK (FM-RISK-SUB)
028700         DISPLAY "Country code " FM-COUNTRY-CODE
028800             " is not on the list"
028900         GO TO 3000-EXIT.
029000     IF FM-ACTION = "A"
029100         DISPLAY "Please enter the country name"
029200     ELSE
029300         DISPLAY "Please enter the reason for removing it".
029400     ACCEPT FM-DESCRIPTION.
029500     MOVE FM-COUNTRY-CODE TO RK-COUNTRY-CODE.
029600     MOVE FM-ACTION TO RK-ACTION.
029700     MOVE FM-TODAY TO RK-DATE.
029800     MOVE OPERATOR-ID TO RK-OPERATOR.
029900     MOVE FM-DESCRIPTION TO RK-DESCRIPTION.
030000     IF RK-LISTED
030100         DISPLAY "Add country code " RK-COUNTRY-CODE " "
030200             RK-DESCRIPTION " to the high-risk list"
030300     ELSE
030400         DISPLAY "Remove country code " RK-COUNTRY-CODE
030500             " from the high-risk list - " RK-DESCRIPTION.
030600     DISPLAY "Confirm (Y/N)".
030700     ACCEPT CONFIRM-FLAG.
030800     IF CONFIRM-FLAG = "Y" OR CONFIRM-FLAG = "y"
030900         PERFORM 3400-APPEND-RISK-LINE THRU 3400-EXIT
031000     ELSE
031100         DISPLAY "List not changed".
031200 3000-EXIT.
031300     EXIT.

031400*----------------------------------------------------------------
031500* 3100-ACCEPT-COUNTRY-CODE.
031600*    KEEPS ASKING UNTIL A THREE-DIGIT COUNTRY CODE IS KEYED.
031700*----------------------------------------------------------------
031800 3100-ACCEPT-COUNTRY-CODE.
031900     DISPLAY "Please enter the callee country code (3 digits)".
032000     ACCEPT FM-COUNTRY-CODE.
032100     IF FM-COUNTRY-CODE NUMERIC
032200         SET FM-FIELD-OK TO TRUE
032300     ELSE
032400         DISPLAY "Country code must be all digits - "
032500             "please re-enter.".
032600 3100-EXIT.
032700     EXIT.

032800*----------------------------------------------------------------
032900* 3400-APPEND-RISK-LINE.
033000*    APPENDS THE CONFIRMED LINE, CREATING THE LIST THE FIRST
033100*    TIME IT IS USED.
033200*----------------------------------------------------------------
033300 3400-APPEND-RISK-LINE.
033400     OPEN EXTEND RISK-FILE.
033500     IF FM-RISK-STATUS = "35"
033600         OPEN OUTPUT RISK-FILE
033700         CLOSE RISK-FILE
033800         OPEN EXTEND RISK-FILE.
033900     IF FM-RISK-STATUS NOT = "00"
034000         DISPLAY "High-risk country list could not be opened"
034100     ELSE
034200         WRITE RISK-LINE
034300         IF FM-RISK-STATUS = "00"
034400             DISPLAY "High-risk country list updated"
034500         ELSE
034600             DISPLAY "List line could not be written"
034700         END-IF
034800         CLOSE RISK-FILE.
034900 3400-EXIT.
035000     EXIT.

035100*----------------------------------------------------------------
035200* 4000-SHOW-RISK-LIST.
035300*    SHOWS EVERY COUNTRY CODE WHOSE LATEST LINE LISTS IT, WITH
035400*    WHO LISTED IT AND WHEN.
035500*----------------------------------------------------------------
035600 4000-SHOW-RISK-LIST.
035700     PERFORM 4100-LOAD-RISK-TABLE THRU 4100-EXIT.
035800     MOVE ZERO TO FM-COUNT.
035900     DISPLAY "CC  COUNTRY              LISTED   BY".
036000     PERFORM 4300-SHOW-ONE-CODE THRU 4300-EXIT
036100         VARYING FM-RISK-SUB FROM 1 BY 1
036200         UNTIL FM-RISK-SUB > 1000.
036300     MOVE FM-COUNT TO FM-COUNT-DISPLAY.
036400     DISPLAY "High-risk country codes: " FM-COUNT-DISPLAY.
036500 4000-EXIT.
036600     EXIT.

036700*----------------------------------------------------------------
036800* 4100-LOAD-RISK-TABLE.
036900*    READS THE HIGH-RISK COUNTRY LIST FRONT TO BACK SO THE
037000*    LATEST LINE FOR EACH CODE IS THE ONE LEFT IN THE TABLE.
037100*----------------------------------------------------------------
037200 4100-LOAD-RISK-TABLE.
037300     MOVE SPACES TO FM-RISK-TABLE.
037400     OPEN INPUT RISK-FILE.
037500     IF FM-RISK-STATUS NOT = "00"
037600         GO TO 4100-EXIT.
037700     SET FM-NOT-EOF TO TRUE.
037800     PERFORM 4200-READ-RISK-LINE THRU 4200-EXIT
037900         UNTIL FM-EOF.
038000     CLOSE RISK-FILE.
038100 4100-EXIT.
038200     EXIT.

038300 4200-READ-RISK-LINE.
038400     READ RISK-FILE
038500         AT END SET FM-EOF TO TRUE.
038600     IF FM-NOT-EOF AND RK-COUNTRY-CODE NUMERIC
038700         ADD RK-COUNTRY-CODE 1 GIVING FM-RISK-SUB
038800         IF RK-LISTED
038900             MOVE "Y" TO FM-RISK-FLAG (FM-RISK-SUB)
039000         ELSE
039100             MOVE "N" TO FM-RISK-FLAG (FM-RISK-SUB)
039200         END-IF
039300         MOVE RK-DATE TO FM-RISK-DATE (FM-RISK-SUB)
039400         MOVE RK-OPERATOR TO FM-RISK-OPERATOR (FM-RISK-SUB)
039500         MOVE RK-DESCRIPTION TO FM-RISK-DESCRIPTION (FM-RISK-SUB)
039600     END-IF.
039700 4200-EXIT.
039800     EXIT.

039900 4300-SHOW-ONE-CODE.
040000     IF FM-HIGH-RISK (FM-RISK-SUB)
040100         SUBTRACT 1 FROM FM-RISK-SUB GIVING FM-COUNTRY-CODE
040200         DISPLAY FM-COUNTRY-CODE " "
040300             FM-RISK-DESCRIPTION (FM-RISK-SUB) " "
040400             FM-RISK-DATE (FM-RISK-SUB) " "
040500             FM-RISK-OPERATOR (FM-RISK-SUB)
040600         ADD 1 TO FM-COUNT.
040700 4300-EXIT.
040800     EXIT.
