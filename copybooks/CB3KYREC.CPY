000010***************************************************************
000020*    CB3KYREC -- PARTNER TRAILER KEY MASTER RECORD.
000030*
000040*    ONE ROW PER SECRET KEY SHARED WITH A PARTNER FOR
000050*    AUTHENTICATING FILE TRAILERS, KEYED BY PARTNER ID (AS ON
000060*    THE PARTNER MASTER, CB3NREC) PLUS A KEY ID THE PARTNER AND
000070*    DATA CONTROL AGREE WHEN THE KEY IS EXCHANGED. A FILE WHOSE
000080*    PARTNER HAS A KEY IN EFFECT CARRIES A "TRA" RECORD AFTER
000090*    ITS "TRL" TRAILER:
000100*
000110*        COLS  1-3   "TRA"
000120*        COLS  4-11  KEY ID
000130*        COLS 12-75  HMAC-SHA-256, 64 HEX CHARACTERS
000140*
000150*    THE MAC IS HMAC-SHA-256 (RFC 2104) UNDER THE SHARED KEY
000160*    OVER THE 72-BYTE MESSAGE MADE OF THE FILE'S 64-CHARACTER
000170*    SHA-256 DIGEST IN UPPER-CASE HEX, AS CARRIED ON THE "TRL"
000180*    RECORD, FOLLOWED BY THE 8-BYTE KEY ID. ANYONE CAN
000190*    RECOMPUTE A PLAIN DIGEST; ONLY A HOLDER OF THE KEY CAN
000200*    PRODUCE A MAC THAT MATCHES IT.
000210*
000220*    A KEY IS IN EFFECT FROM ITS EFFECTIVE DATE THROUGH ITS
000230*    EXPIRY DATE (ZERO = NO EXPIRY SET YET). KEYS ARE ROTATED
000240*    WITHOUT A FLAG DAY BY LOADING THE NEW KEY WITH A FUTURE
000250*    EFFECTIVE DATE AND GIVING THE OLD ONE AN EXPIRY A FEW DAYS
000260*    PAST IT: DURING THE OVERLAP A TRAILER UNDER EITHER KEY
000270*    VERIFIES, AND OUTBOUND FILES ARE STAMPED UNDER THE NEWEST.
000280*
000290*    THE SECRET IS 32 BYTES HELD AS 64 HEX CHARACTERS. DATA
000300*    CONTROL KEEPS THE TEXT MASTER IN THIS SAME LAYOUT IN A
000310*    READ-PROTECTED DATA SET, LOADED INTO KEYMSTF BY CBDEM3KL; A
000320*    LINE WHOSE SECRET IS THE WORD "DELETE" DROPS THE KEY.
000330*
000340*    COPIED BY CBDEM3KY (TRAILER KEY KEEPER), THE ONLY PROGRAM
000350*    THAT READS THE MASTER AND THE ONLY ONE THAT EVER HOLDS A
000360*    SECRET -- CALLERS GET BACK A MAC OR A VERDICT, NEVER THE
000370*    KEY -- AND BY CBDEM3KL FOR THE TEXT FILE IT LOADS FROM.
000380***************************************************************
000390 01  CB3KY-KEY-RECORD.
000400     05  CB3KY-KEY.
000410         10  CB3KY-KEY-PARTNER-ID     PIC X(08).
000420         10  CB3KY-KEY-ID             PIC X(08).
000430     05  CB3KY-EFFECTIVE-DATE         PIC 9(08).
000440     05  CB3KY-EXPIRY-DATE            PIC 9(08).
000450     05  CB3KY-SECRET-HEX             PIC X(64).
