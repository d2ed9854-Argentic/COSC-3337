000100*----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GLMAPMNT.
000600 AUTHOR.        R HOLLOWAY.
000700 INSTALLATION.  BILLING SYSTEMS.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*REMARKS.
001100*    INTERACTIVE GENERAL LEDGER ACCOUNT MAPPING MAINTENANCE
001200*    PROGRAM.  ADDS ONE MAPPING LINE TO THE ACCOUNT MAPPING
001300*    FILE - THE LEDGER POSTING TYPE, THE REASON CODE FOR A
001400*    CREDIT OR DEBIT MEMO, AND THE GENERAL LEDGER ACCOUNTS
001500*    DEBITED, CREDITED AND (FOR INVOICES AND REVERSALS) TAKING
001600*    THE TAX - KEYED, ECHOED BACK, AND APPENDED ONLY AFTER THE
001700*    OPERATOR CONFIRMS, THE SAME WAY RATEMNT KEEPS THE RATE
001800*    MASTER.  REMAPPING A TYPE OR REASON IS A NEW LINE UNDER
001900*    THE SAME KEY; THE JOURNAL RUN USES THE LATEST LINE.
002000*
002100*    MODIFICATION HISTORY.
002200*    10/15/2026  RH   ORIGINAL PROGRAM.
002210*    10/15/2026  RH   ADDED THE "F" REFUND POSTING TYPE WRITTEN
002220*                     BY THE CREDIT-BALANCE REFUND RUN.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT GL-MAP-FILE ASSIGN TO "gl-map-file"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS MM-MAP-STATUS.

003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  GL-MAP-FILE.
003300 01  GL-MAP-LINE.
003400     COPY GLMAP.

003500 WORKING-STORAGE SECTION.
003600*----------------------------------------------------------------
003700* WORKING STORAGE.
003800*----------------------------------------------------------------
003900 01  MM-MAP-STATUS           PIC XX.
004000 01  MM-POSTING-TYPE         PIC X(01).
004100     88  MM-TYPE-VALID           VALUE "I" "P" "C" "D" "R"
004110                                       "F".
004200     88  MM-TYPE-MEMO            VALUE "C" "D".
004300     88  MM-TYPE-TAXED           VALUE "I" "R".
004400 01  MM-REASON-CODE          PIC X(02).
004500 01  MM-DEBIT-ACCOUNT        PIC X(10).
004600 01  MM-CREDIT-ACCOUNT       PIC X(10).
004700 01  MM-TAX-ACCOUNT          PIC X(10).
004800 01  MM-DESCRIPTION          PIC X(20).
004900 01  MM-FIELD-OK-SWITCH      PIC X(01).
005000     88  MM-FIELD-OK             VALUE "Y".
005100     88  MM-FIELD-BAD            VALUE "N".
005200 01  USER-INPUT-FLAG         PIC X.
005300 01  CONFIRM-FLAG            PIC X.

005400 PROCEDURE DIVISION.
005500*----------------------------------------------------------------
005600* 0000-MAIN-PARAGRAPH.
005700*----------------------------------------------------------------
005800 0000-MAIN-PARAGRAPH.
005900     PERFORM 0100-USER-INTERFACE THRU 0100-EXIT
006000         UNTIL USER-INPUT-FLAG = "X".
006100     STOP RUN.

006200*----------------------------------------------------------------
006300* 0100-USER-INTERFACE.
006400*----------------------------------------------------------------
006500 0100-USER-INTERFACE.
006600     DISPLAY "Please select an action:".
006700     DISPLAY "Add an Account Mapping (A)".
006800     DISPLAY "Exit Program (X)".
006900     ACCEPT USER-INPUT-FLAG.
007000     IF USER-INPUT-FLAG = "A"
007100         PERFORM 1000-ADD-MAPPING THRU 1000-EXIT.
007200 0100-EXIT.
007300     EXIT.

007400*----------------------------------------------------------------
007500* 1000-ADD-MAPPING.
007600*    KEYS ONE COMPLETE MAPPING LINE, ECHOES IT BACK, AND
007700*    APPENDS IT TO THE ACCOUNT MAPPING FILE ON CONFIRMATION.
007800*----------------------------------------------------------------
007900 1000-ADD-MAPPING.
008000     MOVE SPACE TO MM-POSTING-TYPE.
008100     PERFORM 1050-ACCEPT-POSTING-TYPE THRU 1050-EXIT
008200         UNTIL MM-TYPE-VALID.
008300     MOVE SPACES TO MM-REASON-CODE.
008400     IF MM-TYPE-MEMO
008500         DISPLAY "Please enter the reason code"
008600             " (blank = default for all other reasons)"
008700         ACCEPT MM-REASON-CODE.
008800     SET MM-FIELD-BAD TO TRUE.
008900     PERFORM 1100-ACCEPT-ACCOUNTS THRU 1100-EXIT
009000         UNTIL MM-FIELD-OK.
009100     DISPLAY "Please enter a description for this mapping".
009200     ACCEPT MM-DESCRIPTION.
009300     MOVE MM-POSTING-TYPE TO GM-POSTING-TYPE.
009400     MOVE MM-REASON-CODE TO GM-REASON-CODE.
009500     MOVE MM-DEBIT-ACCOUNT TO GM-DEBIT-ACCOUNT.
009600     MOVE MM-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT.
009700     MOVE MM-TAX-ACCOUNT TO GM-TAX-ACCOUNT.
009800     MOVE MM-DESCRIPTION TO GM-DESCRIPTION.
009900     PERFORM 1300-ECHO-MAPPING THRU 1300-EXIT.
010000     DISPLAY "Add this mapping - confirm (Y/N)".
010100     ACCEPT CONFIRM-FLAG.
010200     IF CONFIRM-FLAG = "Y" OR CONFIRM-FLAG = "y"
010300         PERFORM 1400-APPEND-MAPPING THRU 1400-EXIT
010400     ELSE
010500         DISPLAY "Mapping not added".
010600 1000-EXIT.
010700     EXIT.

010800*----------------------------------------------------------------
010900* 1050-ACCEPT-POSTING-TYPE.
011000*    KEEPS ASKING UNTIL ONE OF THE LEDGER POSTING TYPES IS
011100*    KEYED.
011200*----------------------------------------------------------------
011300 1050-ACCEPT-POSTING-TYPE.
011400     DISPLAY "Please enter the ledger posting type -".
011500     DISPLAY "  I = invoice, P = payment, C = credit memo,".
011600     DISPLAY "  D = debit memo, R = billing run reversal,".
011610     DISPLAY "  F = credit balance refund".
011700     ACCEPT MM-POSTING-TYPE.
011800     IF NOT MM-TYPE-VALID
011900         DISPLAY "Posting type must be I, P, C, D, R or F - "
012000             "please re-enter.".
012100 1050-EXIT.
012200     EXIT.

012300*----------------------------------------------------------------
012400* 1100-ACCEPT-ACCOUNTS.
012500*    KEYS THE DEBIT AND CREDIT ACCOUNTS, AND THE TAX LIABILITY
012600*    ACCOUNT FOR AN INVOICE OR REVERSAL, RE-PROMPTING UNTIL
012700*    EVERY ACCOUNT THE TYPE NEEDS IS FILLED IN.
012800*----------------------------------------------------------------
012900 1100-ACCEPT-ACCOUNTS.
013000     DISPLAY "Please enter the general ledger account to debit".
013100     ACCEPT MM-DEBIT-ACCOUNT.
013200     DISPLAY "Please enter the general ledger account to credit".
013300     ACCEPT MM-CREDIT-ACCOUNT.
013400     MOVE SPACES TO MM-TAX-ACCOUNT.
013500     IF MM-TYPE-TAXED
013600         DISPLAY "Please enter the tax liability account"
013700         ACCEPT MM-TAX-ACCOUNT.
013800     IF MM-DEBIT-ACCOUNT = SPACES OR MM-CREDIT-ACCOUNT = SPACES
013900         DISPLAY "Debit and credit accounts may not be blank - "
014000             "please re-enter."
014100     ELSE IF MM-TYPE-TAXED AND MM-TAX-ACCOUNT = SPACES
014200         DISPLAY "Tax liability account may not be blank - "
014300             "please re-enter."
014400     ELSE
014500         SET MM-FIELD-OK TO TRUE.
014600 1100-EXIT.
014700     EXIT.

014800*----------------------------------------------------------------
014900* 1300-ECHO-MAPPING.
015000*    PLAYS THE KEYED MAPPING BACK SO THE OPERATOR CAN CHECK IT
015100*    BEFORE IT GOES ON FILE.
015200*----------------------------------------------------------------
015300 1300-ECHO-MAPPING.
015400     DISPLAY "Posting type " GM-POSTING-TYPE
015500         " reason " GM-REASON-CODE " " GM-DESCRIPTION ":".
015600     DISPLAY "  Debit  " GM-DEBIT-ACCOUNT.
015700     DISPLAY "  Credit " GM-CREDIT-ACCOUNT.
015800     IF MM-TYPE-TAXED
015900         DISPLAY "  Tax    " GM-TAX-ACCOUNT.
016000 1300-EXIT.
016100     EXIT.

016200*----------------------------------------------------------------
016300* 1400-APPEND-MAPPING.
016400*    APPENDS THE CONFIRMED MAPPING, CREATING THE MAPPING FILE
016500*    THE FIRST TIME IT IS USED.
016600*----------------------------------------------------------------
016700 1400-APPEND-MAPPING.
016800     OPEN EXTEND GL-MAP-FILE.
016900     IF MM-MAP-STATUS = "35"
017000         OPEN OUTPUT GL-MAP-FILE
017100         CLOSE GL-MAP-FILE
017200         OPEN EXTEND GL-MAP-FILE.
017300     IF MM-MAP-STATUS NOT = "00"
017400         DISPLAY "Account mapping file could not be opened"
017500     ELSE
017600         WRITE GL-MAP-LINE
017700         IF MM-MAP-STATUS = "00"
017800             DISPLAY "Mapping added"
017900         ELSE
018000             DISPLAY "Mapping could not be written"
018100         END-IF
018200         CLOSE GL-MAP-FILE.
018300 1400-EXIT.
018400     EXIT.
