000270         88  CB3D-SET-ROLE-DETAIL            VALUE "D".
000280         88  CB3D-SET-ROLE-SUMMARY           VALUE "S".
000290     05  CB3D-CTL-SET-TOTAL          PIC 9(08).
000291*        PROMISED CONTROL TOTALS FROM THE SENDER'S MANIFEST (SEE
000292*        CB3MREC): DEBIT TOTAL, CREDIT TOTAL AND ACCOUNT-NUMBER
000293*        HASH TOTAL. CBDEM3D RECONCILES EACH ONE PRESENT AGAINST
000294*        THE TOTALS CBDEM3H ADDED UP, SO A FILE THAT HASHES CLEAN
000295*        BUT DOES NOT FOOT TO THE SENDER'S DOLLARS STILL FAILS. A
000296*        BLANK COLUMN SKIPS THAT TOTAL'S CHECK.
000300     05  CB3D-CTL-PROMISED-DEBIT     PIC 9(13)V99.
000310     05  CB3D-CTL-PROMISED-CREDIT    PIC 9(13)V99.
000320     05  CB3D-CTL-PROMISED-ACCT-HASH PIC 9(18).
