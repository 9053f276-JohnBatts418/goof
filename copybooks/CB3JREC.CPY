000010***************************************************************
000020*    CB3JREC -- RECORD EDIT REJECT RECORD.
000030*
000040*    ONE LINE PER FIELD EDIT A DETAIL RECORD FAILED, WRITTEN BY
000050*    THE RECORD EDIT PASS (CBDEM3I) TO A REJECT FILE NAMED FOR
000060*    THE INBOUND FILE (THE INBOUND FILE NAME FOLLOWED BY
000070*    ".REJECTS"). THE RECORD NUMBER IS THE SAME DETAIL-RECORD
000080*    NUMBER CBDEM3H WRITES TO THE DIGEST MANIFEST (THE TRAILER
000090*    IS NOT COUNTED), SO AN ANALYST CAN GO STRAIGHT FROM A
000100*    REJECT TO ITS MANIFEST LINE. A RECORD THAT FAILS MORE THAN
000110*    ONE EDIT HAS ONE LINE PER FAILURE.
000120*
000130*    THE RECORD IMAGE IS THE DETAIL RECORD AS RECEIVED, WITH AN
000140*    EBCDIC FEED TRANSLATED TO THE NATIVE CODE PAGE AND ANY
000150*    UNPRINTABLE BYTE (A COMP-3 AMOUNT, A STRAY CONTROL
000160*    CHARACTER) SHOWN AS A PERIOD, SO THE LINE IS SAFE TO PRINT
000170*    OR BROWSE.
000180*
000190*    COPIED BY CBDEM3I, WHICH WRITES IT. DATA CONTROL WORKS THE
000200*    REJECTS WITH THE PARTNER FROM THE PRINTED FILE.
000210***************************************************************
000220 01  CB3J-REJECT-RECORD.
000230     05  CB3J-FILENAME               PIC X(80).
000240     05  CB3J-RUN-DATE               PIC 9(08).
000250     05  CB3J-RUN-TIME               PIC 9(08).
000260     05  CB3J-RECORD-NBR             PIC 9(08).
000270     05  CB3J-REASON-CODE            PIC 9(02).
000280         88  CB3J-RSN-ACCOUNT-MISSING        VALUE 10.
000290         88  CB3J-RSN-ACCOUNT-NOT-NUMERIC    VALUE 11.
000300         88  CB3J-RSN-AMOUNT-NOT-NUMERIC     VALUE 20.
000310         88  CB3J-RSN-AMOUNT-BAD-SIGN        VALUE 21.
000320         88  CB3J-RSN-AMOUNT-BAD-DIGIT       VALUE 22.
000330         88  CB3J-RSN-DESC-UNPRINTABLE       VALUE 30.
000340     05  CB3J-REASON-TEXT            PIC X(30).
000350     05  CB3J-RECORD-IMAGE           PIC X(80).
