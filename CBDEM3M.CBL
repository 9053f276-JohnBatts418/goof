000268*                    CARRIED THROUGH TO THE CONTROL FILE SO
000269*                    CBDEM3D CAN ACCEPT OR HOLD THE SET AS ONE
000270*                    UNIT.
000271*   10/15/2026  DLH  THE SENDER'S PROMISED CONTROL TOTALS (DEBIT,
000272*                    CREDIT AND ACCOUNT-NUMBER HASH TOTAL) ARE
000273*                    NOW CARRIED THROUGH TO THE CONTROL FILE SO
000274*                    CBDEM3D CAN RECONCILE THE FILE'S DOLLARS,
000275*                    NOT JUST ITS DIGEST.
000276*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
001676     ELSE
001677         MOVE ZERO TO CB3D-CTL-SET-TOTAL
001678     END-IF.
001679*        PROMISED CONTROL TOTALS ARE CARRIED THROUGH AS SENT. ZERO
001680*        IS A REAL PROMISE (A FILE WITH NO DEBITS), SO A NON-
001681*        NUMERIC TOTAL IS LEFT BLANK RATHER THAN ZEROED, AND
001682*        CBDEM3D SIMPLY SKIPS THAT TOTAL'S CHECK.
001683     IF CB3M-SENDER-DEBIT-TOTAL IS NUMERIC
001684         MOVE CB3M-SENDER-DEBIT-TOTAL TO CB3D-CTL-PROMISED-DEBIT
001685     END-IF.
001686     IF CB3M-SENDER-CREDIT-TOTAL IS NUMERIC
001687         MOVE CB3M-SENDER-CREDIT-TOTAL TO CB3D-CTL-PROMISED-CREDIT
001688     END-IF.
001689     IF CB3M-SENDER-ACCT-HASH IS NUMERIC
001690         MOVE CB3M-SENDER-ACCT-HASH
001691                               TO CB3D-CTL-PROMISED-ACCT-HASH
001692     END-IF.
001693     WRITE CB3D-CONTROL-RECORD.
001694     IF CB3M-CONTROL-OK
001695         ADD 1 TO CB3M-LINES-WRITTEN
001700     ELSE
001710         DISPLAY "CBDEM3M -- CONTROL FILE WRITE FAILED"
001720         MOVE 8 TO CB3M-RETURN-CODE
