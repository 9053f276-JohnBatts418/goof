000010***************************************************************
000020*    CB3BLREC -- FEED VOLUME BASELINE RECORD.
000030*
000040*    ONE ROW PER INBOUND FEED FILE NAME ON THE VOLUME BASELINE
000050*    FILE (VOLBASEF), HOLDING THE RECORD AND BYTE COUNTS OF THE
000060*    FEED'S MOST RECENT PASSING RUNS, NEWEST FIRST, UP TO 35 --
000070*    FIVE WEEKS OF A DAILY FEED, SO EVEN A SAME-WEEKDAY BASELINE
000080*    HAS FIVE RUNS TO AVERAGE. A FILE CAN RECONCILE CLEAN
000090*    EVERYWHERE AND STILL BE HALF A FILE WITH A CORRECTLY
000100*    REGENERATED TRAILER AND MANIFEST; ITS SIZE AGAINST THIS
000110*    HISTORY IS WHAT GIVES IT AWAY.
000120*
000130*    A SECOND PASSING RUN OF THE SAME FEED ON THE SAME DATE (A
000140*    RESTART OR A RE-SEND) REPLACES THAT DATE'S ENTRY RATHER
000150*    THAN ADDING ONE, SO ONE MORNING NEVER COUNTS TWICE.
000160*
000170*    COPIED BY CBDEM3BL (BASELINE KEEPER), THE ONLY PROGRAM THAT
000180*    TOUCHES THE FILE. THE BAND EACH FEED IS HELD TO IS SET ON
000190*    THE PARTNER MASTER (CB3NREC), NOT HERE.
000200***************************************************************
000210 01  CB3BL-BASELINE-RECORD.
000220     05  CB3BL-BASELINE-KEY.
000230         10  CB3BL-KEY-FILENAME       PIC X(80).
000240     05  CB3BL-RUNS-KEPT              PIC 9(02).
000250     05  CB3BL-RUN-ENTRY OCCURS 35 TIMES.
000260         10  CB3BL-RUN-DATE           PIC 9(08).
000270*            DAY OF THE WEEK OF THE RUN, 1 = MONDAY TO 7 = SUNDAY.
000280         10  CB3BL-RUN-WEEKDAY        PIC 9(01).
000290         10  CB3BL-RUN-RECORDS        PIC 9(09).
000300         10  CB3BL-RUN-BYTES          PIC 9(15).
