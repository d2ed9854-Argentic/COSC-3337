000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    PLANMNT.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    INTERACTIVE CALLING PLAN MAINTENANCE PROGRAM.  ADDS ONE
001200*    EFFECTIVE-DATED VERSION OF A CALLING PLAN TO THE PLAN
001300*    MASTER FILE - THE PLAN CODE, NAME, MONTHLY FEE, INCLUDED
001400*    MINUTES AND FOUR OVERAGE TIERS ARE KEYED, ECHOED BACK,
001500*    AND APPENDED ONLY AFTER THE OPERATOR CONFIRMS, THE SAME
001600*    WAY RATEMNT KEEPS THE RATE MASTER.  A PRICE CHANGE TO AN
001700*    EXISTING PLAN IS A NEW, FUTURE-DATED LINE UNDER THE SAME
001800*    CODE; THE BILLING RUN USES THE LATEST LINE IN FORCE.
001900*
002000*    MODIFICATION HISTORY.
002100*    10/15/2026  RH   ORIGINAL PROGRAM.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT PLAN-FILE ASSIGN TO "plan-file"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS PM-PLAN-STATUS.

002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  PLAN-FILE.
003200 01  PLAN-LINE.
003300     COPY PLANREC.

003400 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------------
003600* WORKING STORAGE.
003700*----------------------------------------------------------------
003800 01  PM-PLAN-STATUS          PIC XX.
003900 01  PM-PLAN-CODE            PIC X(04).
004000 01  PM-PLAN-NAME            PIC X(20).
004100 01  PM-EFF-DATE             PIC 9(08).
004200 01  PM-EFF-DAYS             PIC 9(09).
004300 01  PM-FEE-CENTS            PIC 9(07).
004400 01  PM-MONTHLY-FEE          PIC 9(05)V99.
004500 01  PM-FEE-DISPLAY          PIC ZZ,ZZ9.99.
004600 01  PM-INCL-MINUTES         PIC 9(05).
004700 01  PM-TIER-INDEX           PIC 9(01).
004800 01  PM-DUR-LOW              PIC 9(05).
004900 01  PM-DUR-HIGH             PIC 9(05).
005000 01  PM-RATE-CENTS           PIC 9(03).
005100 01  PM-RATE                 PIC 9V99.
005200 01  PM-RATE-DISPLAY         PIC 9.99.
005300 01  PM-FIELD-OK-SWITCH      PIC X(01).
005400     88  PM-FIELD-OK             VALUE "Y".
005500     88  PM-FIELD-BAD            VALUE "N".
005600 01  USER-INPUT-FLAG         PIC X.
005700 01  CONFIRM-FLAG            PIC X.

005800 PROCEDURE DIVISION.
005900*----------------------------------------------------------------
006000* 0000-MAIN-PARAGRAPH.
006100*----------------------------------------------------------------
006200 0000-MAIN-PARAGRAPH.
006300     PERFORM 0100-USER-INTERFACE THRU 0100-EXIT
006400         UNTIL USER-INPUT-FLAG = "X".
006500     STOP RUN.

006600*----------------------------------------------------------------
006700* 0100-USER-INTERFACE.
006800*----------------------------------------------------------------
006900 0100-USER-INTERFACE.
007000     DISPLAY "Please select an action:".
007100     DISPLAY "Add a Calling Plan (A)".
007200     DISPLAY "Exit Program (X)".
007300     ACCEPT USER-INPUT-FLAG.
007400     IF USER-INPUT-FLAG = "A"
007500         PERFORM 1000-ADD-PLAN THRU 1000-EXIT.
007600 0100-EXIT.
007700     EXIT.

007800*----------------------------------------------------------------
007900* 1000-ADD-PLAN.
008000*    KEYS ONE COMPLETE PLAN VERSION, ECHOES IT BACK, AND
008100*    APPENDS IT TO THE PLAN MASTER FILE ON CONFIRMATION.
008200*----------------------------------------------------------------
008300 1000-ADD-PLAN.
008400     MOVE SPACES TO PM-PLAN-CODE.
008500     PERFORM 1050-ACCEPT-PLAN-CODE THRU 1050-EXIT
008600         UNTIL PM-PLAN-CODE NOT = SPACES.
008700     DISPLAY "Please enter the plan name".
008800     ACCEPT PM-PLAN-NAME.
008900     MOVE ZERO TO PM-EFF-DAYS.
009000     PERFORM 1100-ACCEPT-EFF-DATE THRU 1100-EXIT
009100         UNTIL PM-EFF-DAYS NOT = ZERO.
009200     SET PM-FIELD-BAD TO TRUE.
009300     PERFORM 1150-ACCEPT-FEE-AND-MINUTES THRU 1150-EXIT
009400         UNTIL PM-FIELD-OK.
009500     MOVE PM-PLAN-CODE TO PN-PLAN-CODE.
009600     MOVE PM-PLAN-NAME TO PN-PLAN-NAME.
009700     MOVE PM-EFF-DATE TO PN-EFF-DATE.
009800     MOVE PM-MONTHLY-FEE TO PN-MONTHLY-FEE.
009900     MOVE PM-INCL-MINUTES TO PN-INCL-MINUTES.
010000     PERFORM 1200-ACCEPT-ONE-TIER THRU 1200-EXIT
010100         VARYING PM-TIER-INDEX FROM 1 BY 1
010200         UNTIL PM-TIER-INDEX > 4.
010300     PERFORM 1300-ECHO-PLAN THRU 1300-EXIT.
010400     DISPLAY "Add this plan - confirm (Y/N)".
010500     ACCEPT CONFIRM-FLAG.
010600     IF CONFIRM-FLAG = "Y" OR CONFIRM-FLAG = "y"
010700         PERFORM 1400-APPEND-PLAN THRU 1400-EXIT
010800     ELSE
010900         DISPLAY "Plan not added".
011000 1000-EXIT.
011100     EXIT.

011200*----------------------------------------------------------------
011300* 1050-ACCEPT-PLAN-CODE.
011400*    KEEPS ASKING UNTIL A NON-BLANK PLAN CODE IS KEYED - A
011500*    BLANK CODE ON THE CUSTOMER MASTER MEANS "NO PLAN", SO IT
011600*    CANNOT NAME A PLAN HERE.
011700*----------------------------------------------------------------
011800 1050-ACCEPT-PLAN-CODE.
011900     DISPLAY "Please enter the plan code (up to 4 characters)".
012000     ACCEPT PM-PLAN-CODE.
012100     IF PM-PLAN-CODE = SPACES
012200         DISPLAY "Plan code may not be blank - please re-enter.".
012300 1050-EXIT.
012400     EXIT.

012500*----------------------------------------------------------------
012600* 1100-ACCEPT-EFF-DATE.
012700*    KEEPS ASKING UNTIL THE OPERATOR KEYS A REAL CALENDAR
012800*    DATE.
012900*----------------------------------------------------------------
013000 1100-ACCEPT-EFF-DATE.
013100     DISPLAY "Please enter the effective date (YYYYMMDD)".
013200     ACCEPT PM-EFF-DATE.
013300     IF PM-EFF-DATE NUMERIC
013400         MOVE FUNCTION INTEGER-OF-DATE (PM-EFF-DATE)
013500             TO PM-EFF-DAYS
013600     ELSE
013700         MOVE ZERO TO PM-EFF-DAYS.
013800     IF PM-EFF-DAYS = ZERO
013900         DISPLAY "Not a valid date - please re-enter.".
014000 1100-EXIT.
014100     EXIT.

014200*----------------------------------------------------------------
014300* 1150-ACCEPT-FEE-AND-MINUTES.
014400*    KEYS THE MONTHLY FEE IN WHOLE CENTS AND THE INCLUDED
014500*    MINUTES, RE-PROMPTING UNTIL BOTH ARE ALL DIGITS.
014600*----------------------------------------------------------------
014700 1150-ACCEPT-FEE-AND-MINUTES.
014800     DISPLAY "Please enter the monthly fee in whole cents"
014900         " (e.g. 0002999 for 29.99)".
015000     ACCEPT PM-FEE-CENTS.
015100     DISPLAY "Please enter the included minutes per month".
015200     ACCEPT PM-INCL-MINUTES.
015300     IF PM-FEE-CENTS NUMERIC AND PM-INCL-MINUTES NUMERIC
015400         DIVIDE PM-FEE-CENTS BY 100 GIVING PM-MONTHLY-FEE
015500         SET PM-FIELD-OK TO TRUE
015600     ELSE
015700         DISPLAY "Fee and minutes must be all digits - "
015800             "please re-enter.".
015900 1150-EXIT.
016000     EXIT.

016100*----------------------------------------------------------------
016200* 1200-ACCEPT-ONE-TIER.
016300*    KEYS ONE OVERAGE TIER, RE-PROMPTING UNTIL THE BOUNDS ARE
016400*    ALL DIGITS WITH LOW NOT ABOVE HIGH.
016500*----------------------------------------------------------------
016600 1200-ACCEPT-ONE-TIER.
016700     SET PM-FIELD-BAD TO TRUE.
016800     PERFORM 1210-PROMPT-ONE-TIER THRU 1210-EXIT
016900         UNTIL PM-FIELD-OK.
017000     MOVE PM-DUR-LOW TO PN-DUR-LOW (PM-TIER-INDEX).
017100     MOVE PM-DUR-HIGH TO PN-DUR-HIGH (PM-TIER-INDEX).
017200     MOVE PM-RATE TO PN-RATE (PM-TIER-INDEX).
017300 1200-EXIT.
017400     EXIT.

017500 1210-PROMPT-ONE-TIER.
017600     DISPLAY "Overage tier " PM-TIER-INDEX
017700         " - please enter the low minute bound".
017800     ACCEPT PM-DUR-LOW.
017900     DISPLAY "Overage tier " PM-TIER-INDEX
018000         " - please enter the high minute bound".
018100     ACCEPT PM-DUR-HIGH.
018200     DISPLAY "Overage tier " PM-TIER-INDEX
018300         " - please enter the rate per minute in cents"
018400         " (e.g. 008 for 0.08)".
018500     ACCEPT PM-RATE-CENTS.
018600     IF PM-DUR-LOW NUMERIC AND PM-DUR-HIGH NUMERIC
018700             AND PM-RATE-CENTS NUMERIC
018800             AND PM-DUR-LOW <= PM-DUR-HIGH
018900         DIVIDE PM-RATE-CENTS BY 100 GIVING PM-RATE
019000         SET PM-FIELD-OK TO TRUE
019100     ELSE
019200         DISPLAY "Tier not valid - bounds and rate must be all"
019300             " digits with low not above high - please re-enter.".
019400 1210-EXIT.
019500     EXIT.

019600*----------------------------------------------------------------
019700* 1300-ECHO-PLAN.
019800*    PLAYS THE KEYED PLAN BACK SO THE OPERATOR CAN CHECK IT
019900*    BEFORE IT GOES ON FILE.
020000*----------------------------------------------------------------
020100 1300-ECHO-PLAN.
020200     MOVE PN-MONTHLY-FEE TO PM-FEE-DISPLAY.
020300     DISPLAY "Plan " PN-PLAN-CODE " " PN-PLAN-NAME
020400         " effective " PN-EFF-DATE ":".
020500     DISPLAY "  Monthly fee " PM-FEE-DISPLAY
020600         " including " PN-INCL-MINUTES " minutes".
020700     PERFORM 1310-ECHO-ONE-TIER THRU 1310-EXIT
020800         VARYING PM-TIER-INDEX FROM 1 BY 1
020900         UNTIL PM-TIER-INDEX > 4.
021000 1300-EXIT.
021100     EXIT.

021200 1310-ECHO-ONE-TIER.
021300     MOVE PN-RATE (PM-TIER-INDEX) TO PM-RATE-DISPLAY.
021400     DISPLAY "  Overage " PN-DUR-LOW (PM-TIER-INDEX) " - "
021500         PN-DUR-HIGH (PM-TIER-INDEX) " minutes at "
021600         PM-RATE-DISPLAY " per minute".
021700 1310-EXIT.
021800     EXIT.

021900*----------------------------------------------------------------
022000* 1400-APPEND-PLAN.
022100*    APPENDS THE CONFIRMED PLAN, CREATING THE PLAN FILE THE
022200*    FIRST TIME IT IS USED.
022300*----------------------------------------------------------------
022400 1400-APPEND-PLAN.
022500     OPEN EXTEND PLAN-FILE.
022600     IF PM-PLAN-STATUS = "35"
022700         OPEN OUTPUT PLAN-FILE
022800         CLOSE PLAN-FILE
022900         OPEN EXTEND PLAN-FILE.
023000     IF PM-PLAN-STATUS NOT = "00"
023100         DISPLAY "Plan file could not be opened"
023200     ELSE
023300         WRITE PLAN-LINE
023400         IF PM-PLAN-STATUS = "00"
023500             DISPLAY "Plan added"
023600         ELSE
023700             DISPLAY "Plan could not be written"
023800         END-IF
023900         CLOSE PLAN-FILE.
024000 1400-EXIT.
024100     EXIT.
