000150*    CBDEM3L LOADS INTO THE PARTNERF MASTER THROUGH CBDEM3N.
000160*
000170*    COPIED DIRECTLY BY CBDEM3N (PARTNER MASTER KEEPER), THE
000180*    ONLY BATCH PROGRAM THAT TOUCHES THE MASTER ITSELF; BY
000190*    CBDEM3L FOR THE TEXT FILE IT LOADS FROM; AND BY CBDEM3E,
000193*    WHICH READS IT THROUGH CICS FILE CONTROL TO FIND A FILE'S
000196*    PARTNER FOR ITS ENTITLEMENT CHECK. CBDEM3K AND THE
000200*    ALERT-PUSHING DRIVERS MIRROR THE FIELDS THEY NEED IN THEIR
000210*    OWN LOCAL CB3N-PARM-AREA, AS THEY DO FOR CBDEM3R'S
000220*    CHECKPOINTS.
000221*
000222*    THE REJECT LIMIT IS THE HIGHEST PERCENTAGE OF A FEED'S
000223*    DETAIL RECORDS THE RECORD EDIT PASS (CBDEM3I) MAY REJECT
000224*    BEFORE THE FILE IS HELD, AS 999V99 (00100 = 1%). BLANK
000225*    MEANS THE RUN'S DEFAULT LIMIT APPLIES, AS IT DOES FOR EVERY
000226*    ROW LOADED BEFORE THE COLUMN EXISTED.
000227*
000228*    THE ACKNOWLEDGMENT DEADLINE IS HOW MANY HOURS AFTER WE
000229*    STAMP AND SEND A FILE (CBDEM3O) THE PARTNER'S RECEIPT
000230*    SHOULD BE BACK, AS 999. BLANK MEANS THE PARTNER SENDS NO
000231*    RECEIPTS, SO NOTHING IS EVER OVERDUE FROM THEM (CBDEM3OA).
000232*
000233*    THE VOLUME BAND IS HOW FAR, AS A WHOLE PERCENT (999), A
000234*    FEED'S RECORD COUNT OR BYTE COUNT MAY STRAY FROM ITS
000235*    BASELINE (THE AVERAGE OF ITS RECENT PASSING RUNS ON THE
000236*    VOLUME BASELINE FILE, CB3BLREC) BEFORE CBDEM3D WARNS. THE
000237*    WEEKDAY SWITCH ("Y") BUILDS THE BASELINE FROM THE SAME DAY
000238*    OF THE WEEK ONLY, FOR FEEDS WHOSE MONDAYS ARE NOT THEIR
000239*    THURSDAYS. THE HOLD SWITCH ("Y") HOLDS A FILE OUTSIDE THE
000240*    BAND INSTEAD OF ONLY WARNING. A BLANK BAND WITH THE WEEKDAY
000241*    SWITCH SET USES THE SHOP STANDARD BAND; A BLANK BAND
000242*    WITHOUT IT MEANS THE FEED'S VOLUME IS NOT CHECKED.
000243***************************************************************
000244 01  CB3N-PARTNER-RECORD.
000250     05  CB3N-PARTNER-KEY.
000260         10  CB3N-KEY-FILENAME        PIC X(80).
000270     05  CB3N-PARTNER-ID              PIC X(08).
000280     05  CB3N-PARTNER-NAME            PIC X(30).
000290     05  CB3N-PARTNER-CONTACT         PIC X(40).
000300     05  CB3N-REJECT-PCT-TEXT         PIC X(05).
000310     05  CB3N-REJECT-PCT-LIMIT REDEFINES CB3N-REJECT-PCT-TEXT
000320                                      PIC 9(03)V99.
000330     05  CB3N-ACK-HOURS-TEXT          PIC X(03).
000340     05  CB3N-ACK-HOURS REDEFINES CB3N-ACK-HOURS-TEXT
000350                                      PIC 9(03).
000360     05  CB3N-VOL-PCT-TEXT            PIC X(03).
000370     05  CB3N-VOL-PCT REDEFINES CB3N-VOL-PCT-TEXT
000380                                      PIC 9(03).
000390     05  CB3N-VOL-WEEKDAY-SW          PIC X(01).
000400         88  CB3N-VOL-BY-WEEKDAY             VALUE "Y".
000410     05  CB3N-VOL-HOLD-SW             PIC X(01).
000420         88  CB3N-VOL-HOLDS-FILE             VALUE "Y".
