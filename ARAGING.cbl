002380*                     PAYMENT POOL, AND "D" DEBIT MEMOS AGE
002390*                     LIKE INVOICES, SO AN ADJUSTED ACCOUNT
002395*                     AGES CORRECTLY.
002396*    10/15/2026  RH   "F" REFUND LINES POSTED BY THE CREDIT-
002397*                     BALANCE REFUND RUN ARE COLLECTED WITH THE
002398*                     INVOICES AND DEBIT MEMOS, SO THE PAYMENT
002399*                     POOL THAT FUNDED THE REFUND IS DRAWN DOWN
002399*                     AND THE REFUNDED CREDIT NO LONGER SHOWS
002399*                     AS UNAPPLIED.
002399*    10/15/2026  RH   RUNS AS A STEP OF THE NIGHTLY JOB STREAM -
002399*                     ENDS WITH GOBACK INSTEAD OF STOP RUN AND
002399*                     POSTS ITS LEDGER LINE AND ACCOUNT COUNTS
002399*                     THROUGH THE SHARED STEPCNT MODULE.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
009000 01  AG-TOT-OVER-90              PIC 9(11)V99.
009100 01  AG-TOT-BALANCE              PIC 9(11)V99.
009200 01  AG-TOT-UNAPPLIED            PIC 9(11)V99.
009210 01  AG-LINE-COUNT               PIC 9(09) COMP.
009220 01  AG-ACCOUNT-COUNT            PIC 9(09) COMP.
009230 01  AG-STEP-COUNTS.
009240     COPY STEPREC.

009300*----------------------------------------------------------------
009400* HEADING, DETAIL AND TOTAL LINE LAYOUTS.
015500         GIVING SORTED-AR-FILE.
015600     PERFORM 3000-BUILD-AGING THRU 3000-EXIT.
015700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015750     MOVE ZERO TO RETURN-CODE.
015800     GOBACK.

015900*----------------------------------------------------------------
016000* 1000-INITIALIZE.
017000         UNTIL AG-ASOF-DAYS NOT = ZERO.
017100     MOVE ZERO TO AG-TOT-CURRENT AG-TOT-OVER-30 AG-TOT-OVER-60
017200         AG-TOT-OVER-90 AG-TOT-BALANCE AG-TOT-UNAPPLIED.
017250     MOVE ZERO TO AG-LINE-COUNT AG-ACCOUNT-COUNT.
017300     SET AG-NO-GROUP TO TRUE.
017400     MOVE AG-ASOF-DATE TO HL-ASOF.
017500     WRITE PRINT-LINE FROM HEADING-LINE-1.
021200     EXIT.

021300 3200-ACCUMULATE-ONE-LINE.
021350     ADD 1 TO AG-LINE-COUNT.
021400     IF AG-NO-GROUP
021500             OR AR-PHONE OF SORTED-AR-REC NOT = AG-PREV-PHONE
021600             OR AR-CC OF SORTED-AR-REC NOT = AG-PREV-CC

023500*----------------------------------------------------------------
023600* 3300-COLLECT-INVOICE.
023700*    HOLDS ONE INVOICE, DEBIT MEMO OR REFUND LINE IN THE
023800*    CUSTOMER'S OPEN-INVOICE TABLE.  A REFUND IS A DEBIT - IT
023810*    HANDS BACK MONEY THE POOL HOLDS - SO IT TAKES ITS SHARE
023820*    OF THE POOL OLDEST FIRST LIKE ANY OTHER CHARGE.  IF MORE
023830*    THAN 200 ARE OPEN THE OVERFLOW IS FOLDED INTO THE LAST
023900*    SLOT SO THE BALANCE STAYS RIGHT EVEN THOUGH ITS AGE IS
024000*    THEN ONLY AS OLD AS THAT SLOT.
024100*----------------------------------------------------------------
024200 3300-COLLECT-INVOICE.
024300     IF AG-INV-COUNT < 200
031300     MOVE AG-OPEN-BALANCE TO DL-BALANCE.
031400     MOVE AG-PAY-POOL TO DL-UNAPPLIED.
031500     WRITE PRINT-LINE FROM DETAIL-LINE.
031550     ADD 1 TO AG-ACCOUNT-COUNT.
031600     ADD AG-BUCKET-CURRENT TO AG-TOT-CURRENT.
031700     ADD AG-BUCKET-OVER-30 TO AG-TOT-OVER-30.
031800     ADD AG-BUCKET-OVER-60 TO AG-TOT-OVER-60.
033600     CLOSE PRINT-FILE.
033700     CALL "CLOSE-CUSTOMERS".
033800     CALL "CLOSE-CUSTOMER-PHONE".
033850     PERFORM 8500-POST-STEP-COUNTS THRU 8500-EXIT.
033900 8000-EXIT.
034000     EXIT.

034100*----------------------------------------------------------------
034200* 8500-POST-STEP-COUNTS.
034300*    LEAVES THIS RUN'S COUNTS FOR THE NIGHTLY JOB-STREAM
034400*    CONTROLLER'S RUN LOG AND SUMMARY.
034500*----------------------------------------------------------------
034600 8500-POST-STEP-COUNTS.
034700     MOVE SPACES TO AG-STEP-COUNTS.
034800     MOVE "ARAGING" TO SC-PROGRAM.
034900     MOVE "LEDGER LINES READ" TO SC-LABEL (1).
035000     MOVE AG-LINE-COUNT TO SC-COUNT (1).
035100     MOVE "ACCOUNTS AGED" TO SC-LABEL (2).
035200     MOVE AG-ACCOUNT-COUNT TO SC-COUNT (2).
035300     MOVE ZERO TO SC-COUNT (3) SC-COUNT (4).
035400     CALL "POST-STEP-COUNTS" USING AG-STATS AG-STEP-COUNTS.
035500 8500-EXIT.
035600     EXIT.
