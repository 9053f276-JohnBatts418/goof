000230     05  CB3M-SENDER-SET-ID          PIC X(08).
000240     05  CB3M-SENDER-SET-ROLE        PIC X(01).
000250     05  CB3M-SENDER-SET-TOTAL       PIC 9(08).
000251*        CONTROL TOTALS THE SENDER PROMISES FOR THE FILE'S DETAIL
000252*        RECORDS: DEBIT TOTAL AND CREDIT TOTAL (UNSIGNED, TWO
000253*        DECIMALS) AND THE HASH TOTAL OF THE ACCOUNT NUMBERS.
000254*        CBDEM3M CARRIES EACH ONE THAT IS NUMERIC TO CB3DREC FOR
000255*        CBDEM3D TO RECONCILE. BLANK = NO PROMISE, NOT CHECKED.
000260     05  CB3M-SENDER-DEBIT-TOTAL     PIC 9(13)V99.
000270     05  CB3M-SENDER-CREDIT-TOTAL    PIC 9(13)V99.
000280     05  CB3M-SENDER-ACCT-HASH       PIC 9(18).
