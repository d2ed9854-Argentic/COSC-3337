002399*    09/02/2026  RH   A LOADED ACCOUNT NOW ALSO STARTS ACTIVE
002399*                     AS OF THE RUN DATE, MATCHING PROJECT3'S
002399*                     ADD AN ACCOUNT.
002399*    10/15/2026  RH   A LOADED ACCOUNT STARTS WITH NO CALLING
002399*                     PLAN, MATCHING PROJECT3'S ADD AN ACCOUNT.
002399*    10/15/2026  RH   A LOADED ACCOUNT STARTS WITH NO CREDIT
002399*                     LIMIT SET, MATCHING PROJECT3'S ADD AN
002399*                     ACCOUNT.
002399*    10/15/2026  RH   A LOADED ACCOUNT IS PUT IN A BILL CYCLE
002399*                     THROUGH THE SHARED CYCLMAST MODULE,
002399*                     MATCHING PROJECT3'S ADD AN ACCOUNT, AND
002399*                     THE END-OF-RUN TOTALS SHOW HOW MANY WENT
002399*                     INTO EACH CYCLE.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006094 01  CL-RESUME-SWITCH        PIC X.
006096     88  CL-RESUMING             VALUE "Y".
006098     88  CL-FRESH-RUN            VALUE "N".
006099 01  CL-CYCLE-STATS          PIC 9.
006099 01  CL-CYCLE-COUNT          PIC 9(02).
006099 01  CL-CYCLE-SUB            PIC 9(03) COMP.
006099 01  CL-CYCLE-SHOW           PIC 9(02).
006099 01  CL-CYCLE-ADDS.
006099     05  CL-CYCLE-ADDED OCCURS 99 TIMES
006099                                 PIC 9(09) COMP.

006100 PROCEDURE DIVISION.
006200*----------------------------------------------------------------
006400*----------------------------------------------------------------
006500 0000-MAIN-PARAGRAPH.
006550     ACCEPT CL-RUN-DATE FROM DATE YYYYMMDD.
006560     CALL "LOAD-BILL-CYCLES" USING CL-CYCLE-STATS CL-CYCLE-COUNT.
006570     PERFORM 0600-CLEAR-CYCLE-COUNT THRU 0600-EXIT
006580         VARYING CL-CYCLE-SUB FROM 1 BY 1
006590         UNTIL CL-CYCLE-SUB > 99.
006600     CALL "OPEN-CUSTOMERS" USING STATS.
006700     CALL "OPEN-CUSTOMER-PHONE" USING STATS.
006800     CALL "OPEN-CUSTOMER-NAME" USING STATS.
008500     DISPLAY "Transactions read:      " CL-READ-COUNT.
008600     DISPLAY "Accounts added:         " CL-ADDED-COUNT.
008700     DISPLAY "Transactions rejected:  " CL-REJECT-COUNT.
008710     PERFORM 0650-SHOW-CYCLE-COUNT THRU 0650-EXIT
008720         VARYING CL-CYCLE-SUB FROM 1 BY 1
008730         UNTIL CL-CYCLE-SUB > 99.
008800     STOP RUN.

008810*----------------------------------------------------------------
009094 0500-EXIT.
009096     EXIT.

009097*----------------------------------------------------------------
009098* 0600-CLEAR-CYCLE-COUNT / 0650-SHOW-CYCLE-COUNT.
009099*    THIS RUN'S ADDS PER BILL CYCLE, FOR THE END-OF-RUN TOTALS.
009099*    A RESUMED RUN COUNTS ONLY WHAT IT ADDED ITSELF.
009099*----------------------------------------------------------------
009099 0600-CLEAR-CYCLE-COUNT.
009099     MOVE ZERO TO CL-CYCLE-ADDED (CL-CYCLE-SUB).
009099 0600-EXIT.
009099     EXIT.

009099 0650-SHOW-CYCLE-COUNT.
009099     IF CL-CYCLE-ADDED (CL-CYCLE-SUB) NOT = ZERO
009099         MOVE CL-CYCLE-SUB TO CL-CYCLE-SHOW
009099         DISPLAY "  Added to bill cycle " CL-CYCLE-SHOW ":   "
009099             CL-CYCLE-ADDED (CL-CYCLE-SUB).
009099 0650-EXIT.
009099     EXIT.

010200*----------------------------------------------------------------
010300* 1000-LOAD-ONE-TRANSACTION.
010400*    VALIDATES AND ADDS ONE TRANSACTION, THEN READS THE NEXT
016350             MOVE "N" TO ICOLL-HOLD
016360             MOVE "A" TO IACCT-STATUS
016370             MOVE CL-RUN-DATE TO ISTATUS-DATE
016380             MOVE SPACES TO IPLAN-CODE
016390             MOVE ZERO TO ICREDIT-LIMIT
016395             CALL "ASSIGN-BILL-CYCLE" USING CL-CYCLE-STATS
016396                 RECORD-NUM IBILL-CYCLE
016400             CALL "WRITE-CUSTOMERS" USING STATS INPUT-REC
016500                                          RECORD-NUM
016600             IF STATS NOT = 0
017010                 CALL "WRITE-AUDIT-LOG" USING STATS CL-OPERATOR-ID
017020                     "A" RECORD-NUM TRN-PHONE
017100                 ADD 1 TO CL-ADDED-COUNT
017110                 IF NOT INO-BILL-CYCLE
017120                     ADD 1 TO CL-CYCLE-ADDED (IBILL-CYCLE)
017130                 END-IF
017150             END-IF
017160         END-IF.
017200 1200-EXIT.
