000100*    COPIED DIRECTLY BY CBDEM3R (CHECKPOINT KEEPER), THE ONLY
000110*    PROGRAM THAT WRITES THE CHECKPOINT FILE, AND BY CBDEM3J
000111*    (WINDOW PROGRESS MONITOR), WHICH READS IT READ-ONLY THE
000112*    WAY CBDEM3K READS THE AUDIT TRAIL, AS DOES CBDEM3DX WHEN
000116*    IT LISTS ORPHAN IN-FLIGHT CLAIMS. CBDEM3 AND
000120*    CBDEM3D (BATCH DRIVER) EACH MIRROR THIS LAYOUT IN THEIR OWN
000130*    LOCAL CB3R-PARM-AREA, SINCE THEY ONLY EVER PASS A FLAT
000140*    PARAMETER AREA TO CBDEM3R RATHER THAN USING THIS RECORD
