000110*    STAMPED BACK ONTO THE ORIGINATING AUDIT ROW.
000120*
000130*    COPIED DIRECTLY BY CBDEM3Q (HOLD KEEPER), THE ONLY PROGRAM
000140*    THAT WRITES THE HOLD FILE ITSELF, AND BY CBDEM3DX, WHICH
000143*    READS IT TO CHECK EACH HOLD AGAINST THE DISPOSITION ON ITS
000146*    ORIGINATING AUDIT ROW. CBDEM3, CBDEM3D AND
000150*    CBDEM3U MIRROR THE FIELDS THEY NEED IN THEIR OWN LOCAL
000160*    CB3Q-PARM-AREA, AS THEY DO FOR CBDEM3R'S CHECKPOINTS.
000170***************************************************************
