000010***************************************************************
000020*    CB3SLREC -- AUDIT TRAIL SEAL LEDGER RECORD.
000030*
000040*    THE AUDIT TRAIL (AUDITF, CB3AREC) IS KEYED BY DATE + FILE
000050*    NAME + TIME, WHICH IS NOT THE ORDER ROWS ARE WRITTEN IN,
000060*    AND SOME ROWS ARE LEGITIMATELY REWRITTEN AFTER THE RUN
000070*    (DISPOSITIONS, TICKET STAMPS, RE-KEY APPROVALS). THE SEAL
000080*    LEDGER (AUDSEALF) IS THE TRAIL'S TAMPER-EVIDENT HISTORY:
000090*    ONE ENTRY, NUMBERED IN STRICT SEQUENCE, FOR EVERY ROW
000100*    APPENDED AND EVERY AUTHORIZED CHANGE TO A ROW.
000110*
000120*    EACH ENTRY CARRIES THE SHA-256 OF THE AUDIT ROW AS IT STOOD
000130*    AFTER THE APPEND OR CHANGE (WITH THE ROW'S OWN SEAL FIELD
000140*    BLANK) AND THE SEAL OF THE ENTRY BEFORE IT. ITS OWN SEAL IS
000150*    THE SHA-256 OF EVERYTHING IN CB3SL-SEALED-PART, SO EACH
000160*    SEAL DEPENDS ON EVERY ENTRY BEFORE IT. THE SAME SEAL AND
000170*    SEQUENCE NUMBER ARE STAMPED ON THE AUDIT ROW (CB3A-SEAL-
000180*    SEQ, CB3A-SEAL), SO EACH ROW IS CHAINED TO THE ROW WRITTEN
000190*    OR CHANGED BEFORE IT. A ROW EDITED WITH A FILE UTILITY NO
000200*    LONGER HASHES TO ITS LEDGER ENTRY; RE-SEALING IT MEANS
000210*    REWRITING EVERY LATER ENTRY, WHICH THE CHAIN HEAD RECORDED
000220*    BY EACH VERIFIER RUN (CBDEM3AV) THEN EXPOSES.
000230*
000240*    ENTRY SEQUENCE ZERO IS THE CHAIN HEAD: THE LAST SEQUENCE
000250*    NUMBER ISSUED, ITS SEAL, AND THE DATE THE CHAIN STARTED
000260*    (ROWS DATED BEFORE IT WERE WRITTEN UNSEALED). WRITERS READ
000270*    AND REWRITE THE HEAD FOR EVERY ENTRY, WHICH ALSO KEEPS TWO
000280*    CONCURRENT WRITERS FROM ISSUING THE SAME NUMBER.
000290*
000300*    WRITTEN BY CBDEM3A (APPENDS, "U" DISPOSITIONS, "T" TICKET
000310*    STAMPS, "O" OUTBOUND RECEIPT STAMPS, "C" CONSUMPTION
000315*    STAMPS, "X" REFUSED ATTEMPTS) AND CBDEM3E (RE-KEY
000320*    APPROVALS AND REFUSED PF5/PF6 ATTEMPTS, THROUGH CICS FILE
000322*    CONTROL); READ BY CBDEM3AV, THE TRAIL VERIFIER, BY
000325*    CBDEM3DX FOR ITS RE-KEY APPROVAL STAMPS AND BY CBDEM3ER
000327*    FOR ENTITLEMENT USE AND REFUSALS. NEVER
000330*    ARCHIVED -- CBDEM3B MOVES ROWS BYTE-FOR-BYTE, SEALS AND
000340*    ALL, SO THE CHAIN STAYS VERIFIABLE ACROSS THE RETENTION
000350*    BOUNDARY.
000351*
000352*    A REFUSED ATTEMPT ("X") CHANGES NO ROW. IT IS SEALED INTO
000353*    THE CHAIN LIKE ANY OTHER ENTRY SO IT CANNOT BE QUIETLY
000354*    REMOVED, BUT ITS AUDIT KEY IS THE FILE NAME ACTED ON WITH
000355*    THE DATE AND TIME OF THE ATTEMPT, NOT A TRAIL ROW, AND IN
000356*    PLACE OF A ROW DIGEST IT CARRIES WHAT WAS REFUSED (SEE
000357*    CB3SL-REFUSAL-DETAIL AND THE REASON CODES IN CB3ENREC).
000358*    ITS USER IS THE REAL SUBMITTING OR SIGNED-ON USER.
000360***************************************************************
000370 01  CB3SL-SEAL-RECORD.
000380     05  CB3SL-SEALED-PART.
000390         10  CB3SL-SEAL-KEY.
000400             15  CB3SL-KEY-SEQ        PIC 9(10).
000410         10  CB3SL-ENTRY-BODY.
000420*            "A" = ROW APPENDED, "U" = DISPOSITION STAMPED,
000430*            "T" = TICKET STAMPED, "K" = RE-KEY APPROVED,
000435*            "R" = OUTBOUND RECEIPT STAMPED, "C" = CONSUMED
000437*            THROUGH THE CONSUMPTION GATE, "X" = ATTEMPT REFUSED
000438*            FOR WANT OF AN ENTITLEMENT.
000440             15  CB3SL-ENTRY-TYPE     PIC X(01).
000450                 88  CB3SL-TYPE-APPEND           VALUE "A".
000460                 88  CB3SL-TYPE-DISPOSITION      VALUE "U".
000470                 88  CB3SL-TYPE-TICKET           VALUE "T".
000480                 88  CB3SL-TYPE-REKEY-APPROVAL   VALUE "K".
000485                 88  CB3SL-TYPE-RECEIPT          VALUE "R".
000487                 88  CB3SL-TYPE-CONSUMPTION      VALUE "C".
000488                 88  CB3SL-TYPE-REFUSED          VALUE "X".
000490             15  CB3SL-AUDIT-KEY.
000500                 20  CB3SL-AUD-DATE   PIC 9(08).
000510                 20  CB3SL-AUD-FILENAME
000520                                      PIC X(80).
000530                 20  CB3SL-AUD-TIME   PIC 9(08).
000540*            WHEN THE ENTRY WAS WRITTEN, AND WHO BY: THE JOB
000550*            FOR AN APPEND, THE ANALYST FOR A DISPOSITION, THE
000560*            APPROVER FOR A RE-KEY, THE STAMPING PROGRAM FOR A
000565*            TICKET OR A RECEIPT, THE CONSUMING JOB FOR A
000567*            CONSUMPTION, THE USER REFUSED FOR A REFUSAL.
000570             15  CB3SL-ENTRY-DATE     PIC 9(08).
000580             15  CB3SL-ENTRY-TIME     PIC 9(08).
000581             15  CB3SL-ENTRY-USER     PIC X(08).
000582             15  CB3SL-ROW-DIGEST     PIC X(64).
000583*            ON A REFUSAL: THE ACTION CODE ATTEMPTED (R, J, P,
000584*            K OR A -- SEE CB3ENREC), THE PROGRAM THAT REFUSED
000585*            IT, THE FILE'S PARTNER, THE REASON CODE, AND THE
000586*            USER-ID THE CONTROL CARD CLAIMED, IF ANY (OR, ON
000587*            AN APPROVAL REFUSED FOR THE MAKER'S SAKE, THE
000588*            MAKER'S USER-ID).
000596             15  CB3SL-REFUSAL-DETAIL REDEFINES CB3SL-ROW-DIGEST.
000597                 20  CB3SL-REF-ACTION PIC X(01).
000598                 20  CB3SL-REF-PROGRAM
000599                                      PIC X(08).
000600                 20  CB3SL-REF-PARTNER
000601                                      PIC X(08).
000602                 20  CB3SL-REF-REASON PIC X(01).
000603                 20  CB3SL-REF-CLAIMED-USER
000604                                      PIC X(08).
000605                 20  FILLER           PIC X(38).
000610             15  CB3SL-PRIOR-SEAL     PIC X(64).
000620         10  CB3SL-HEAD-BODY REDEFINES CB3SL-ENTRY-BODY.
000630             15  CB3SL-HEAD-SEQ       PIC 9(10).
000640             15  CB3SL-HEAD-SEAL      PIC X(64).
000650             15  CB3SL-HEAD-START-DATE
000660                                      PIC 9(08).
000670             15  FILLER               PIC X(167).
000680     05  CB3SL-SEAL                   PIC X(64).
