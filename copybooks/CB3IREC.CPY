000120*    OVERRIDE LOOKUP. OUTBOUND STAMPING ROWS ARE NOT INDEXED;
000130*    A COPY WE SENT IS NOT A RECEIPT.
000140*
000150*    COPIED DIRECTLY BY CBDEM3A, THE ONLY PROGRAM THAT ADDS TO
000160*    THE INDEX, AND BY CBDEM3DX, WHICH CHECKS IT AGAINST THE
000163*    LIVE TRAIL AND THE ARCHIVES AND REBUILDS IT FROM THEM
000166*    AFTER A LOSS OR A RESTORE FROM AN OLD BACKUP.
000170***************************************************************
000180 01  CB3I-DIGEST-SEEN-RECORD.
000190     05  CB3I-SEEN-KEY.
