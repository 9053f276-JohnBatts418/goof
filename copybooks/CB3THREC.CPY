000010***************************************************************
000020*    CB3THREC -- HASH THROUGHPUT HISTORY RECORD.
000030*
000040*    ONE LINE PER FILE VERIFIED, APPENDED BY CBDEM3D AS EACH
000050*    FILE FINISHES: THE RUN DATE, THE JOB-ID THE WINDOW SHARES,
000060*    THE DISPATCHED STREAM THAT HANDLED THE FILE (BLANK FOR THE
000070*    CLASSIC ONE-AFTER-ANOTHER BATCH), THE FILE, THE CLOCK TIME
000080*    IT WAS STARTED AND FINISHED, AND THE ELAPSED TIME IN
000090*    HUNDREDTHS OF A SECOND FOR PRE-FLIGHT (HOLD CHECK AND SIZE
000100*    TRIAGE), THE HASH CHAIN, AND THE FILE AS A WHOLE -- WITH THE
000110*    RECORDS AND BYTES THE FILE HELD AND ITS FINAL RETURN CODE. A
000120*    FILE THAT FAILED TRIAGE NEVER REACHED THE HASH CHAIN AND
000130*    SHOWS A ZERO HASH TIME. A FILE REFUSED ON AN OPEN HOLD DID NO
000140*    WORK AND IS NOT RECORDED.
000150*
000160*    ARRHISTF (CB3VREC) SAYS WHEN FEEDS LAND; THIS FILE SAYS HOW
000170*    LONG THEY TAKE ONCE THEY HAVE, SO THE WINDOW CAN BE SEEN
000180*    FILLING UP AS VOLUMES GROW.
000190*
000200*    COPIED BY CBDEM3D (THE WRITER) AND BY CBDEM3CP (THROUGHPUT
000210*    AND WINDOW CAPACITY REPORT, THE READER).
000220***************************************************************
000230 01  CB3TH-THROUGHPUT-RECORD.
000240     05  CB3TH-RUN-DATE              PIC 9(08).
000250     05  CB3TH-JOB-ID                PIC X(08).
000260     05  CB3TH-STREAM-ID             PIC X(04).
000270     05  CB3TH-FILENAME              PIC X(80).
000280*        CLOCK TIMES, HHMMSSHH.
000290     05  CB3TH-START-TIME            PIC 9(08).
000300     05  CB3TH-END-TIME              PIC 9(08).
000310*        ELAPSED TIMES, HUNDREDTHS OF A SECOND.
000320     05  CB3TH-PREFLIGHT-HS          PIC 9(08).
000330     05  CB3TH-HASH-HS               PIC 9(08).
000340     05  CB3TH-TOTAL-HS              PIC 9(08).
000350     05  CB3TH-RECORDS               PIC 9(09).
000360     05  CB3TH-BYTES                 PIC 9(15).
000370     05  CB3TH-RETURN-CODE           PIC 9(02).
