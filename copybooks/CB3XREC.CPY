000140*    COPIED DIRECTLY BY CBDEM3A (WHICH READS IT FOR THE "F"
000150*    OVERRIDE LOOKUP), BY CBDEM3E (WHICH WRITES IT THROUGH
000151*    CICS FILE CONTROL WHENEVER A DIGEST IS RE-KEYED OR AN
000152*    APPROVAL IS RECORDED), BY CBDEM3W (PENDING-APPROVAL
000153*    REPORT), BY CBDEM3DX (WHICH MATCHES EACH APPROVAL TO
000156*    ITS RE-KEY APPROVAL STAMP ON THE SEAL LEDGER) AND BY
000157*    CBDEM3ER (WHICH COUNTS EACH MAKER'S RE-KEYS).
000160***************************************************************
000170 01  CB3X-DIGEST-RECORD.
000180     05  CB3X-DIGEST-KEY.
