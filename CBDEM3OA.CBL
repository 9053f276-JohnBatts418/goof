000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3OA.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3OA -- OUTBOUND ACKNOWLEDGMENT INTAKE AND RECONCILIATION.
000090*
000100* CBDEM3O RECORDS THE DIGEST OF EVERY FILE WE STAMP AND SEND,
000110* BUT NOTHING TOLD US WHETHER THE PARTNER RECEIVED THE SAME
000120* BYTES. PARTNERS THAT SEND RECEIPTS DROP A RECEIPT FILE (SEE
000130* CB3OAREC) NAMING THE FILE, THE DIGEST THEY COMPUTED AND WHEN
000140* THEY RECEIVED IT. THIS PROGRAM MATCHES EACH RECEIPT TO THE
000150* OUTBOUND AUDIT ROW (CB3A-DIRECTION "O") FOR THAT FILE AND
000160* STAMPS THE PARTNER'S DIGEST, RECEIPT TIME AND THE MATCH
000170* VERDICT ONTO IT VIA CBDEM3A, SO A DISPUTED TRANSMISSION IS
000180* SETTLED FROM THE TRAIL.
000190*
000200* A RECEIPT MATCHES THE LATEST OUTBOUND ROW FOR ITS FILE NAME
000210* SENT AT OR BEFORE THE RECEIPT TIME -- THE LATEST ONE CARRYING
000220* THE SAME DIGEST IF THERE IS ONE (A RESEND), ELSE THE LATEST
000230* NOT YET ACKNOWLEDGED. A RECEIPT WHOSE DIGEST DIFFERS FROM THE
000240* ONE WE SENT IS STAMPED "X" AND RAISES A CRITICAL ALERT
000250* THROUGH CBDEM3C NAMING THE PARTNER CONTACT. A RECEIPT THE ROW
000260* ALREADY CARRIES IS SKIPPED; ONE THAT MATCHES NO OUTBOUND ROW
000270* IN THE WINDOW, OR IS MALFORMED, GOES TO THE EXCEPTION SECTION
000280* OF THE REPORT.
000290*
000300* THE DAILY REPORT (OACKRPT) THEN LISTS EVERY OUTBOUND ROW IN
000310* THE WINDOW THAT IS ACKNOWLEDGED AND MATCHING, ACKNOWLEDGED
000320* WITH A DIFFERENT DIGEST, OR STILL UNACKNOWLEDGED PAST ITS
000330* PARTNER'S DEADLINE (CB3N-ACK-HOURS). FILES FOR PARTNERS WITH
000340* NO DEADLINE ARE COUNTED BUT NEVER OVERDUE.
000350*
000360* THE WINDOW IS THE LAST LOOKBACK-DAYS DAYS OF THE TRAIL
000370* (CONTROL CARD, DEFAULT 7); IT MUST COVER THE LONGEST PARTNER
000380* DEADLINE PLUS THE SLOWEST RECEIPT.
000390*
000400* RETURN CODE: 0 EVERYTHING ACKNOWLEDGED AND MATCHING OR STILL
000410* WITHIN ITS DEADLINE, 4 A DIGEST DIFFERS, A FILE IS OVERDUE OR
000420* A RECEIPT WENT TO THE EXCEPTION SECTION, 8 ON A FILE ERROR.
000430*----------------------------------------------------------------
000440* MODIFICATION HISTORY.
000450*   10/15/2026  DLH  ORIGINAL VERSION.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CB3OA-AUDIT-FILE ASSIGN TO AUDITF
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CB3A-AUDIT-KEY
000570         FILE STATUS IS CB3OA-AUDIT-STATUS.
000580
000590     SELECT CB3OA-RECEIPT-FILE ASSIGN TO CB3OA-RCPTFILE-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CB3OA-RECEIPT-STATUS.
000620
000630     SELECT CB3OA-REPORT-FILE ASSIGN TO OACKRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CB3OA-REPORT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CB3OA-AUDIT-FILE.
000690 COPY CB3AREC.
000700
000710 FD  CB3OA-RECEIPT-FILE.
000720 COPY CB3OAREC.
000730
000740 FD  CB3OA-REPORT-FILE
000750     RECORD CONTAINS 132 CHARACTERS.
000760 01  CB3OA-REPORT-RECORD         PIC X(132).
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790*    01  CB3OA-SWITCHES       -- RUN SWITCHES AND RETURN CODE.
000800*----------------------------------------------------------------
000810 01  CB3OA-SWITCHES.
000820     05  CB3OA-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000830         88  CB3OA-AUDIT-OK              VALUE "00".
000840         88  CB3OA-AUDIT-EOF             VALUE "10".
000850     05  CB3OA-RECEIPT-STATUS    PIC X(02) VALUE SPACES.
000860         88  CB3OA-RECEIPT-OK            VALUE "00".
000870         88  CB3OA-RECEIPT-EOF           VALUE "10".
000880     05  CB3OA-REPORT-STATUS     PIC X(02) VALUE SPACES.
000890         88  CB3OA-REPORT-OK             VALUE "00".
000900     05  CB3OA-AUDIT-OPENED-SW   PIC X(01) VALUE "N".
000910         88  CB3OA-AUDIT-IS-OPEN         VALUE "Y".
000920     05  CB3OA-RECEIPT-OPENED-SW PIC X(01) VALUE "N".
000930         88  CB3OA-RECEIPT-IS-OPEN       VALUE "Y".
000940     05  CB3OA-REPORT-OPENED-SW  PIC X(01) VALUE "N".
000950         88  CB3OA-REPORT-IS-OPEN        VALUE "Y".
000960     05  CB3OA-LEAP-SW           PIC X(01) VALUE "N".
000970         88  CB3OA-IS-LEAP-YEAR          VALUE "Y".
000980     05  CB3OA-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
000990         88  CB3OA-RC-OK                 VALUE ZERO.
001000         88  CB3OA-RC-FILE-ERROR         VALUE 8.
001010*----------------------------------------------------------------
001020*    01  CB3OA-COUNTERS       -- INTAKE AND REPORT COUNTERS.
001030*----------------------------------------------------------------
001040 01  CB3OA-COUNTERS.
001050     05  CB3OA-RECEIPTS-READ     PIC 9(06) COMP VALUE ZERO.
001060     05  CB3OA-RECEIPTS-MATCHED  PIC 9(06) COMP VALUE ZERO.
001070     05  CB3OA-RECEIPTS-DIFFER   PIC 9(06) COMP VALUE ZERO.
001080     05  CB3OA-RECEIPTS-REPEATED PIC 9(06) COMP VALUE ZERO.
001090     05  CB3OA-RECEIPTS-REJECTED PIC 9(06) COMP VALUE ZERO.
001100     05  CB3OA-ROWS-MATCHED      PIC 9(06) COMP VALUE ZERO.
001110     05  CB3OA-ROWS-DIFFER       PIC 9(06) COMP VALUE ZERO.
001120     05  CB3OA-ROWS-OVERDUE      PIC 9(06) COMP VALUE ZERO.
001130     05  CB3OA-ROWS-AWAITING     PIC 9(06) COMP VALUE ZERO.
001140     05  CB3OA-ROWS-NOT-EXPECTED PIC 9(06) COMP VALUE ZERO.
001150*----------------------------------------------------------------
001160*    01  CB3OA-SUBSCRIPTS     -- TABLE SUBSCRIPTS AND SEARCH HITS.
001170*----------------------------------------------------------------
001180 01  CB3OA-SUBSCRIPTS.
001190     05  CB3OA-IX                PIC S9(04) COMP VALUE ZERO.
001200     05  CB3OA-DAY-IX            PIC S9(04) COMP VALUE ZERO.
001210     05  CB3OA-FOUND-IX          PIC S9(04) COMP VALUE ZERO.
001220     05  CB3OA-MATCH-IX          PIC S9(04) COMP VALUE ZERO.
001230     05  CB3OA-MATCHED-IX        PIC S9(04) COMP VALUE ZERO.
001240     05  CB3OA-OPEN-IX           PIC S9(04) COMP VALUE ZERO.
001250     05  CB3OA-REPEAT-IX         PIC S9(04) COMP VALUE ZERO.
001260     05  CB3OA-LATE-IX           PIC S9(04) COMP VALUE ZERO.
001270*----------------------------------------------------------------
001280*    01  CB3OA-CONTROL-CARD   -- SYSIN CONTROL CARD, ONE PER RUN:
001290*        JOB AND STEP FOR THE ALERT ROWS, THE RECEIPT FILE THE
001300*        PARTNERS DROPPED (BLANK = NO RECEIPTS TODAY, REPORT
001310*        ONLY) AND HOW MANY DAYS OF THE TRAIL TO RECONCILE
001320*        (BLANK OR ZERO = 7).
001330*----------------------------------------------------------------
001340 01  CB3OA-CONTROL-CARD.
001350     05  CB3OA-JOB-ID            PIC X(08).
001360     05  CB3OA-STEP-ID           PIC X(08).
001370     05  CB3OA-RCPTFILE-NAME     PIC X(80).
001380     05  CB3OA-LOOKBACK-TEXT     PIC X(03).
001390     05  CB3OA-LOOKBACK-DAYS REDEFINES CB3OA-LOOKBACK-TEXT
001400                                 PIC 9(03).
001410*----------------------------------------------------------------
001420*    01  CB3OA-RUN-TIMESTAMP  -- WHEN THIS RUN EXECUTED, AND THE
001430*        FIRST DAY OF THE RECONCILIATION WINDOW.
001440*----------------------------------------------------------------
001450 01  CB3OA-RUN-TIMESTAMP.
001460     05  CB3OA-RUN-DATE          PIC 9(08).
001470     05  CB3OA-RUN-TIME          PIC 9(08).
001480     05  CB3OA-WINDOW-DATE       PIC 9(08).
001490*----------------------------------------------------------------
001500*    01  CB3OA-DATE-WORK      -- CALENDAR WORK AREAS. THE WINDOW
001510*        START IS FOUND BY STEPPING BACK ONE DAY AT A TIME; THE
001520*        TIME SINCE A FILE WAS SENT IS MEASURED IN MINUTES FROM
001530*        A DAY NUMBER (DAYS SINCE A FIXED BASE, MARCH-BASED YEAR
001540*        SO THE LEAP DAY FALLS AT THE END).
001550*----------------------------------------------------------------
001560 01  CB3OA-DATE-WORK.
001570     05  CB3OA-CALC-DATE         PIC 9(08).
001580     05  CB3OA-CALC-DATE-PARTS REDEFINES CB3OA-CALC-DATE.
001590         10  CB3OA-CALC-YEAR     PIC 9(04).
001600         10  CB3OA-CALC-MONTH    PIC 9(02).
001610         10  CB3OA-CALC-DAY      PIC 9(02).
001620     05  CB3OA-CALC-TIME         PIC 9(08).
001630     05  CB3OA-CALC-TIME-PARTS REDEFINES CB3OA-CALC-TIME.
001640         10  CB3OA-CALC-HOUR     PIC 9(02).
001650         10  CB3OA-CALC-MINUTE   PIC 9(02).
001660         10  CB3OA-CALC-SECOND   PIC 9(04).
001670     05  CB3OA-CALC-Y            PIC 9(05) COMP.
001680     05  CB3OA-CALC-M            PIC 9(03) COMP.
001690     05  CB3OA-QUOTIENT          PIC 9(07) COMP.
001700     05  CB3OA-REMAINDER         PIC 9(05) COMP.
001710     05  CB3OA-REM-4             PIC 9(05) COMP.
001720     05  CB3OA-REM-100           PIC 9(05) COMP.
001730     05  CB3OA-REM-400           PIC 9(05) COMP.
001740     05  CB3OA-Q-4               PIC 9(05) COMP.
001750     05  CB3OA-Q-100             PIC 9(05) COMP.
001760     05  CB3OA-Q-400             PIC 9(05) COMP.
001770     05  CB3OA-Q-MONTH           PIC 9(05) COMP.
001780     05  CB3OA-DAY-NUMBER        PIC 9(09) COMP.
001790     05  CB3OA-CALC-MINUTES      PIC 9(11) COMP.
001800     05  CB3OA-NOW-MINUTES       PIC 9(11) COMP.
001810     05  CB3OA-ELAPSED-MINUTES   PIC S9(11) COMP.
001820     05  CB3OA-DEADLINE-MINUTES  PIC 9(07) COMP.
001830     05  CB3OA-ELAPSED-HOURS     PIC S9(07) COMP.
001840*        DAYS IN EACH MONTH OF A COMMON YEAR.
001850 01  CB3OA-MONTH-DAYS-VALUES     PIC X(24) VALUE
001860     "312831303130313130313031".
001870 01  CB3OA-MONTH-DAYS-TABLE REDEFINES CB3OA-MONTH-DAYS-VALUES.
001880     05  CB3OA-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
001890*----------------------------------------------------------------
001900*    01  CB3OA-RECEIPT-WORK   -- THE CURRENT RECEIPT, NORMALIZED.
001910*----------------------------------------------------------------
001920 01  CB3OA-RECEIPT-WORK.
001930     05  CB3OA-RW-DIGEST         PIC X(64).
001940     05  CB3OA-RW-REASON         PIC X(30).
001950*----------------------------------------------------------------
001960*    01  CB3OA-OUTBOUND-TABLE -- EVERY OUTBOUND AUDIT ROW IN THE
001970*        WINDOW, IN TRAIL KEY ORDER (SO FOR ONE FILE NAME A LATER
001980*        ENTRY IS A LATER SEND). LOADED BEFORE ANY RECEIPT IS
001990*        STAMPED AND KEPT IN STEP WITH EACH STAMP, SO THE REPORT
002000*        NEEDS NO SECOND PASS OF THE TRAIL. CLASS IS SET FOR THE
002010*        REPORT: "M" MATCHED, "X" DIGEST DIFFERS, "O" OVERDUE,
002020*        "W" AWAITING (WITHIN DEADLINE), "E" NO RECEIPT EXPECTED.
002030*----------------------------------------------------------------
002040 01  CB3OA-OUTBOUND-TABLE.
002050     05  CB3OA-OUT-COUNT         PIC S9(04) COMP VALUE ZERO.
002060     05  CB3OA-OUT-MAX           PIC S9(04) COMP VALUE 2000.
002070     05  CB3OA-OUT-ENTRY OCCURS 2000 TIMES.
002080         10  CB3OA-OE-DATE       PIC 9(08).
002090         10  CB3OA-OE-FILENAME   PIC X(80).
002100         10  CB3OA-OE-TIME       PIC 9(08).
002110         10  CB3OA-OE-DIGEST     PIC X(64).
002120         10  CB3OA-OE-ACK-STATUS PIC X(01).
002130             88  CB3OA-OE-ACK-MATCHED    VALUE "M".
002140             88  CB3OA-OE-ACK-DIFFERS    VALUE "X".
002150             88  CB3OA-OE-ACK-NONE       VALUE SPACE "N".
002160         10  CB3OA-OE-ACK-DIGEST PIC X(64).
002170         10  CB3OA-OE-ACK-DATE   PIC 9(08).
002180         10  CB3OA-OE-ACK-TIME   PIC 9(08).
002190         10  CB3OA-OE-PARTNER-ID PIC X(08).
002200         10  CB3OA-OE-HOURS      PIC S9(07) COMP.
002210         10  CB3OA-OE-CLASS      PIC X(01).
002220*----------------------------------------------------------------
002230*    01  CB3OA-REPORT-LINES   -- OACKRPT HEADINGS, DETAIL AND
002240*        TOTAL LINES.
002250*----------------------------------------------------------------
002260 01  CB3OA-HEADER-LINE.
002270     05  FILLER                  PIC X(52) VALUE
002280         "CBDEM3OA -- OUTBOUND ACKNOWLEDGMENT RECONCILIATION".
002290     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002300     05  CB3OA-HL-RUN-DATE       PIC 9(08).
002310     05  FILLER                  PIC X(16) VALUE
002320         "   WINDOW FROM: ".
002330     05  CB3OA-HL-WINDOW-DATE    PIC 9(08).
002340     05  FILLER                  PIC X(38) VALUE SPACES.
002350 01  CB3OA-RULE-LINE             PIC X(132) VALUE ALL "-".
002360 01  CB3OA-BLANK-LINE            PIC X(132) VALUE SPACES.
002370 01  CB3OA-SECTION-LINE          PIC X(132).
002380 01  CB3OA-COLUMN-LINE.
002390     05  FILLER                  PIC X(20) VALUE
002400         "SENT DATE TIME".
002410     05  FILLER                  PIC X(46) VALUE "FILE NAME".
002420     05  FILLER                  PIC X(10) VALUE "PARTNER".
002430     05  FILLER                  PIC X(20) VALUE
002440         "RECEIPT DATE TIME".
002450     05  FILLER                  PIC X(36) VALUE SPACES.
002460 01  CB3OA-DETAIL-LINE.
002470     05  CB3OA-DL-SENT-DATE      PIC 9(08).
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  CB3OA-DL-SENT-TIME      PIC 9(08).
002500     05  FILLER                  PIC X(03) VALUE SPACES.
002510     05  CB3OA-DL-FILENAME       PIC X(44).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  CB3OA-DL-PARTNER-ID     PIC X(08).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  CB3OA-DL-ACK-DATE       PIC X(08).
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  CB3OA-DL-ACK-TIME       PIC X(08).
002580     05  FILLER                  PIC X(03) VALUE SPACES.
002590     05  CB3OA-DL-NOTE           PIC X(36).
002600 01  CB3OA-OVERDUE-NOTE.
002610     05  FILLER                  PIC X(05) VALUE "SENT ".
002620     05  CB3OA-ON-HOURS          PIC ZZZZZZ9.
002630     05  FILLER                  PIC X(14) VALUE " HRS AGO, DUE ".
002640     05  CB3OA-ON-DEADLINE       PIC ZZ9.
002650     05  FILLER                  PIC X(07) VALUE " HRS".
002660 01  CB3OA-DIGEST-LINE.
002670     05  FILLER                  PIC X(20) VALUE SPACES.
002680     05  CB3OA-GL-LABEL          PIC X(16).
002690     05  CB3OA-GL-DIGEST         PIC X(64).
002700     05  FILLER                  PIC X(32) VALUE SPACES.
002710 01  CB3OA-EXCEPTION-LINE.
002720*        THE RECEIPT DATE AND TIME ARE CARRIED RAW (NOT NUMERIC-
002730*        EDITED): THE SECTION EXISTS TO ABSORB MALFORMED LINES.
002740     05  CB3OA-XL-RECEIPT-DATE   PIC X(08).
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  CB3OA-XL-RECEIPT-TIME   PIC X(08).
002770     05  FILLER                  PIC X(03) VALUE SPACES.
002780     05  CB3OA-XL-FILENAME       PIC X(60).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  CB3OA-XL-REASON         PIC X(30).
002810     05  FILLER                  PIC X(20) VALUE SPACES.
002820 01  CB3OA-TOTAL-LINE.
002830     05  CB3OA-TL-LABEL          PIC X(40).
002840     05  CB3OA-TL-COUNT          PIC ZZZ,ZZ9.
002850     05  FILLER                  PIC X(85) VALUE SPACES.
002860*----------------------------------------------------------------
002870*    01  CB3A-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3A.
002880*----------------------------------------------------------------
002890 01  CB3A-PARM-AREA.
002900     05  CB3A-P-AUDIT-RECORD     PIC X(658).
002910     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
002920     05  CB3A-P-FUNCTION         PIC X(01).
002930         88  CB3A-P-FN-RECEIPT-STAMP    VALUE "O".
002940     05  CB3A-P-QUERY-FILENAME   PIC X(80).
002950     05  CB3A-P-QUERY-DIGEST     PIC X(64).
002960     05  CB3A-P-QUERY-FOUND      PIC X(01).
002970         88  CB3A-P-QUERY-IS-FOUND      VALUE "Y".
002980     05  CB3A-P-QUERY-DATE       PIC 9(08).
002990     05  CB3A-P-QUERY-TIME       PIC 9(08).
003000     05  CB3A-P-PRIOR-DATE       PIC 9(08).
003010     05  CB3A-P-PRIOR-FILENAME   PIC X(80).
003020     05  CB3A-P-DISPO-STATUS     PIC X(01).
003030     05  CB3A-P-DISPO-USER       PIC X(08).
003040     05  CB3A-P-TICKET-NBR       PIC X(12).
003050     05  CB3A-P-RESOLUTION       PIC X(08).
003060     05  CB3A-P-ACK-STATUS       PIC X(01).
003070     05  CB3A-P-ACK-DIGEST       PIC X(64).
003080     05  CB3A-P-ACK-DATE         PIC 9(08).
003090     05  CB3A-P-ACK-TIME         PIC 9(08).
003091     05  CB3A-P-CONSUMER-JOB     PIC X(08).
003092     05  CB3A-P-CONSUMER-STEP    PIC X(08).
003093     05  CB3A-P-REFUSED-ACTION   PIC X(01).
003094     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
003095     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
003096     05  CB3A-P-REFUSED-REASON   PIC X(01).
003097     05  CB3A-P-CLAIMED-USER     PIC X(08).
003100*----------------------------------------------------------------
003110*    01  CB3C-ALERT-RECORD    -- ROW PASSED TO CBDEM3C.
003120*----------------------------------------------------------------
003130 COPY CB3CREC.
003140*----------------------------------------------------------------
003150*    01  CB3C-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3C.
003160*----------------------------------------------------------------
003170 01  CB3C-PARM-AREA.
003180     05  CB3C-P-ALERT-RECORD     PIC X(364).
003190     05  CB3C-P-RETURN-CODE      PIC S9(04) COMP.
003200*----------------------------------------------------------------
003210*    01  CB3N-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3N.
003220*----------------------------------------------------------------
003230 01  CB3N-PARM-AREA.
003240     05  CB3N-P-FUNCTION         PIC X(01).
003250     05  CB3N-P-FILENAME         PIC X(80).
003260     05  CB3N-P-PARTNER-ID       PIC X(08).
003270     05  CB3N-P-PARTNER-NAME     PIC X(30).
003280     05  CB3N-P-CONTACT          PIC X(40).
003290     05  CB3N-P-FOUND            PIC X(01).
003300         88  CB3N-P-PARTNER-FOUND        VALUE "Y".
003310     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
003320     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
003330     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
003340     05  CB3N-P-ACK-HOURS REDEFINES CB3N-P-ACK-HOURS-TEXT
003350                                 PIC 9(03).
003352     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
003354     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
003356     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
003360 PROCEDURE DIVISION.
003370*----------------------------------------------------------------
003380* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE INTAKE.
003390*----------------------------------------------------------------
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
003430     IF CB3OA-RC-FILE-ERROR
003440         GO TO 0000-FINISH
003450     END-IF.
003460     PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
003470         UNTIL CB3OA-AUDIT-EOF.
003480     CLOSE CB3OA-AUDIT-FILE.
003490     MOVE "N" TO CB3OA-AUDIT-OPENED-SW.
003500     IF CB3OA-RC-FILE-ERROR
003510         GO TO 0000-FINISH
003520     END-IF.
003530     IF CB3OA-RCPTFILE-NAME NOT = SPACES
003540         PERFORM 2500-OPEN-RECEIPTS THRU 2500-EXIT
003550     END-IF.
003560     IF CB3OA-RC-FILE-ERROR
003570         GO TO 0000-FINISH
003580     END-IF.
003590     IF CB3OA-RECEIPT-IS-OPEN
003600         PERFORM 3000-INTAKE-ONE-RECEIPT THRU 3000-EXIT
003610             UNTIL CB3OA-RECEIPT-EOF
003620     END-IF.
003630     IF CB3OA-RC-FILE-ERROR
003640         GO TO 0000-FINISH
003650     END-IF.
003660     PERFORM 5000-CLASSIFY-ROW THRU 5000-EXIT
003670         VARYING CB3OA-IX FROM 1 BY 1
003680         UNTIL CB3OA-IX > CB3OA-OUT-COUNT
003682             OR CB3OA-RC-FILE-ERROR.
003684     IF CB3OA-RC-FILE-ERROR
003686         GO TO 0000-FINISH
003688     END-IF.
003690     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
003692     IF CB3OA-RC-FILE-ERROR
003694         GO TO 0000-FINISH
003696     END-IF.
003700     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
003710 0000-FINISH.
003720     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
003730     MOVE CB3OA-RETURN-CODE TO RETURN-CODE.
003740     STOP RUN.
003750 0000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 1000-INITIALIZE -- READ THE CONTROL CARD, TAKE THE RUN DATE AND
003790*     TIME, AND WORK OUT THE FIRST DAY OF THE WINDOW.
003800*----------------------------------------------------------------
003810 1000-INITIALIZE.
003820     MOVE ZERO   TO CB3OA-RETURN-CODE.
003830     MOVE SPACES TO CB3OA-CONTROL-CARD.
003840     ACCEPT CB3OA-CONTROL-CARD FROM SYSIN.
003850     IF CB3OA-LOOKBACK-DAYS IS NOT NUMERIC
003860         OR CB3OA-LOOKBACK-DAYS = ZERO
003870         MOVE 7 TO CB3OA-LOOKBACK-DAYS
003880     END-IF.
003890     ACCEPT CB3OA-RUN-DATE FROM DATE YYYYMMDD.
003900     ACCEPT CB3OA-RUN-TIME FROM TIME.
003910     MOVE CB3OA-RUN-DATE TO CB3OA-CALC-DATE.
003920     PERFORM 1200-STEP-BACK-ONE-DAY THRU 1200-EXIT
003930         VARYING CB3OA-DAY-IX FROM 1 BY 1
003940         UNTIL CB3OA-DAY-IX > CB3OA-LOOKBACK-DAYS.
003950     MOVE CB3OA-CALC-DATE TO CB3OA-WINDOW-DATE.
003960*        THE RUN'S OWN POINT IN TIME, IN MINUTES, FOR THE
003970*        DEADLINE TEST.
003980     MOVE CB3OA-RUN-TIME TO CB3OA-CALC-TIME.
003990     PERFORM 1300-MINUTES-OF THRU 1300-EXIT.
004000     MOVE CB3OA-CALC-MINUTES TO CB3OA-NOW-MINUTES.
004010 1000-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 1200-STEP-BACK-ONE-DAY -- MOVE CB3OA-CALC-DATE BACK ONE DAY,
004050*     ACROSS MONTH AND YEAR ENDS.
004060*----------------------------------------------------------------
004070 1200-STEP-BACK-ONE-DAY.
004080     IF CB3OA-CALC-DAY > 1
004090         SUBTRACT 1 FROM CB3OA-CALC-DAY
004100         GO TO 1200-EXIT
004110     END-IF.
004120     IF CB3OA-CALC-MONTH > 1
004130         SUBTRACT 1 FROM CB3OA-CALC-MONTH
004140     ELSE
004150         MOVE 12 TO CB3OA-CALC-MONTH
004160         SUBTRACT 1 FROM CB3OA-CALC-YEAR
004170     END-IF.
004180     MOVE CB3OA-MONTH-DAYS (CB3OA-CALC-MONTH) TO CB3OA-CALC-DAY.
004190     IF CB3OA-CALC-MONTH = 2
004200         PERFORM 1250-TEST-LEAP-YEAR THRU 1250-EXIT
004210         IF CB3OA-IS-LEAP-YEAR
004220             MOVE 29 TO CB3OA-CALC-DAY
004230         END-IF
004240     END-IF.
004250 1200-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280* 1250-TEST-LEAP-YEAR -- SET CB3OA-LEAP-SW FOR CB3OA-CALC-YEAR.
004290*----------------------------------------------------------------
004300 1250-TEST-LEAP-YEAR.
004310     MOVE "N" TO CB3OA-LEAP-SW.
004320     DIVIDE CB3OA-CALC-YEAR BY 4   GIVING CB3OA-QUOTIENT
004330         REMAINDER CB3OA-REM-4.
004340     DIVIDE CB3OA-CALC-YEAR BY 100 GIVING CB3OA-QUOTIENT
004350         REMAINDER CB3OA-REM-100.
004360     DIVIDE CB3OA-CALC-YEAR BY 400 GIVING CB3OA-QUOTIENT
004370         REMAINDER CB3OA-REM-400.
004380     IF CB3OA-REM-4 = ZERO
004390         AND (CB3OA-REM-100 NOT = ZERO OR CB3OA-REM-400 = ZERO)
004400         MOVE "Y" TO CB3OA-LEAP-SW
004410     END-IF.
004420 1250-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450* 1300-MINUTES-OF -- CONVERT CB3OA-CALC-DATE + CB3OA-CALC-TIME TO
004460*     MINUTES SINCE THE DAY-NUMBER BASE. THE YEAR IS COUNTED FROM
004470*     MARCH, SO JANUARY AND FEBRUARY BELONG TO THE YEAR BEFORE
004480*     AND THE LEAP DAY NEEDS NO SPECIAL CASE. EACH DIVISION IS
004490*     ITS OWN STEP SO IT TRUNCATES.
004500*----------------------------------------------------------------
004510 1300-MINUTES-OF.
004520     IF CB3OA-CALC-MONTH < 3
004530         COMPUTE CB3OA-CALC-Y = CB3OA-CALC-YEAR - 1
004540         COMPUTE CB3OA-CALC-M = CB3OA-CALC-MONTH + 12
004550     ELSE
004560         MOVE CB3OA-CALC-YEAR  TO CB3OA-CALC-Y
004570         MOVE CB3OA-CALC-MONTH TO CB3OA-CALC-M
004580     END-IF.
004590     DIVIDE CB3OA-CALC-Y BY 4   GIVING CB3OA-Q-4.
004600     DIVIDE CB3OA-CALC-Y BY 100 GIVING CB3OA-Q-100.
004610     DIVIDE CB3OA-CALC-Y BY 400 GIVING CB3OA-Q-400.
004620     COMPUTE CB3OA-QUOTIENT = 153 * (CB3OA-CALC-M - 3) + 2.
004630     DIVIDE CB3OA-QUOTIENT BY 5 GIVING CB3OA-Q-MONTH.
004640     COMPUTE CB3OA-DAY-NUMBER = 365 * CB3OA-CALC-Y
004650         + CB3OA-Q-4 - CB3OA-Q-100 + CB3OA-Q-400
004660         + CB3OA-Q-MONTH + CB3OA-CALC-DAY.
004670     COMPUTE CB3OA-CALC-MINUTES = CB3OA-DAY-NUMBER * 1440
004680         + CB3OA-CALC-HOUR * 60 + CB3OA-CALC-MINUTE.
004690 1300-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* 1500-OPEN-FILES -- OPEN THE AUDIT TRAIL READ-ONLY POSITIONED AT
004730*     THE WINDOW START, AND THE REPORT WITH ITS HEADER.
004740*----------------------------------------------------------------
004750 1500-OPEN-FILES.
004760     OPEN INPUT CB3OA-AUDIT-FILE.
004770     IF NOT CB3OA-AUDIT-OK
004780         DISPLAY "CBDEM3OA -- CANNOT OPEN AUDIT FILE"
004790         MOVE 8 TO CB3OA-RETURN-CODE
004800         GO TO 1500-EXIT
004810     END-IF.
004820     MOVE "Y" TO CB3OA-AUDIT-OPENED-SW.
004830     MOVE LOW-VALUES        TO CB3A-AUDIT-KEY.
004840     MOVE CB3OA-WINDOW-DATE TO CB3A-KEY-DATE.
004850     START CB3OA-AUDIT-FILE KEY IS NOT LESS THAN CB3A-AUDIT-KEY
004860         INVALID KEY
004870             MOVE "10" TO CB3OA-AUDIT-STATUS
004880     END-START.
004890     OPEN OUTPUT CB3OA-REPORT-FILE.
004900     IF NOT CB3OA-REPORT-OK
004910         DISPLAY "CBDEM3OA -- CANNOT OPEN ACKNOWLEDGMENT REPORT"
004920         MOVE 8 TO CB3OA-RETURN-CODE
004930         GO TO 1500-EXIT
004940     END-IF.
004950     MOVE "Y" TO CB3OA-REPORT-OPENED-SW.
004960     MOVE CB3OA-RUN-DATE    TO CB3OA-HL-RUN-DATE.
004970     MOVE CB3OA-WINDOW-DATE TO CB3OA-HL-WINDOW-DATE.
004980     WRITE CB3OA-REPORT-RECORD FROM CB3OA-HEADER-LINE.
004990     WRITE CB3OA-REPORT-RECORD FROM CB3OA-RULE-LINE.
005000 1500-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 2000-LOAD-ONE-ROW -- READ THE NEXT AUDIT ROW AND, IF IT IS AN
005040*     OUTBOUND ROW, ADD IT TO THE TABLE. A FULL TABLE STOPS THE
005050*     RUN AT RC=8: A PARTIAL WINDOW WOULD MISMATCH RECEIPTS AND
005060*     HIDE OVERDUE FILES, SO THE LOOKBACK MUST BE SHORTENED. A
005065*     ROW THAT CANNOT BE READ STOPS THE RUN AT RC=8 THE SAME WAY.
005070*----------------------------------------------------------------
005080 2000-LOAD-ONE-ROW.
005090     READ CB3OA-AUDIT-FILE NEXT RECORD
005100         AT END
005110             MOVE "10" TO CB3OA-AUDIT-STATUS
005120     END-READ.
005122     IF CB3OA-AUDIT-EOF
005124         GO TO 2000-EXIT
005126     END-IF.
005130     IF NOT CB3OA-AUDIT-OK
005140         DISPLAY "CBDEM3OA -- AUDIT FILE READ FAILED, STATUS "
005150                 CB3OA-AUDIT-STATUS
005152         MOVE 8    TO CB3OA-RETURN-CODE
005154         MOVE "10" TO CB3OA-AUDIT-STATUS
005156         GO TO 2000-EXIT
005160     END-IF.
005170     IF NOT CB3A-DIR-OUTBOUND
005180         GO TO 2000-EXIT
005190     END-IF.
005200     IF CB3OA-OUT-COUNT NOT < CB3OA-OUT-MAX
005210         DISPLAY "CBDEM3OA -- OUTBOUND TABLE FULL, SHORTEN THE "
005220                 "LOOKBACK"
005230         MOVE 8 TO CB3OA-RETURN-CODE
005240         MOVE "10" TO CB3OA-AUDIT-STATUS
005250         GO TO 2000-EXIT
005260     END-IF.
005270     ADD 1 TO CB3OA-OUT-COUNT.
005280     MOVE CB3OA-OUT-COUNT     TO CB3OA-IX.
005290     MOVE CB3A-KEY-DATE       TO CB3OA-OE-DATE (CB3OA-IX).
005300     MOVE CB3A-KEY-FILENAME   TO CB3OA-OE-FILENAME (CB3OA-IX).
005310     MOVE CB3A-KEY-TIME       TO CB3OA-OE-TIME (CB3OA-IX).
005320     MOVE CB3A-DIGEST-PRIMARY TO CB3OA-OE-DIGEST (CB3OA-IX).
005330     INSPECT CB3OA-OE-DIGEST (CB3OA-IX)
005340         CONVERTING "abcdef" TO "ABCDEF".
005350     MOVE CB3A-ACK-STATUS     TO CB3OA-OE-ACK-STATUS (CB3OA-IX).
005360     MOVE CB3A-ACK-DIGEST     TO CB3OA-OE-ACK-DIGEST (CB3OA-IX).
005370     MOVE CB3A-ACK-DATE       TO CB3OA-OE-ACK-DATE (CB3OA-IX).
005380     MOVE CB3A-ACK-TIME       TO CB3OA-OE-ACK-TIME (CB3OA-IX).
005390     MOVE SPACES              TO CB3OA-OE-PARTNER-ID (CB3OA-IX)
005400                                 CB3OA-OE-CLASS (CB3OA-IX).
005410     MOVE ZERO                TO CB3OA-OE-HOURS (CB3OA-IX).
005420 2000-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450* 2500-OPEN-RECEIPTS -- OPEN THE PARTNERS' RECEIPT FILE, START
005460*     THE EXCEPTION SECTION OF THE REPORT, AND PRIME THE READ.
005470*----------------------------------------------------------------
005480 2500-OPEN-RECEIPTS.
005490     OPEN INPUT CB3OA-RECEIPT-FILE.
005500     IF NOT CB3OA-RECEIPT-OK
005510         DISPLAY "CBDEM3OA -- CANNOT OPEN RECEIPT FILE"
005520         MOVE 8 TO CB3OA-RETURN-CODE
005530         GO TO 2500-EXIT
005540     END-IF.
005550     MOVE "Y" TO CB3OA-RECEIPT-OPENED-SW.
005560     MOVE "RECEIPTS NOT APPLIED" TO CB3OA-SECTION-LINE.
005570     WRITE CB3OA-REPORT-RECORD FROM CB3OA-BLANK-LINE.
005580     WRITE CB3OA-REPORT-RECORD FROM CB3OA-SECTION-LINE.
005590     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
005600 2500-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630* 2900-READ-RECEIPT -- READ THE NEXT RECEIPT LINE. A LINE THAT
005635*     CANNOT BE READ ENDS THE INTAKE AT RC=8.
005640*----------------------------------------------------------------
005650 2900-READ-RECEIPT.
005660     READ CB3OA-RECEIPT-FILE
005670         AT END
005680             MOVE "10" TO CB3OA-RECEIPT-STATUS
005690     END-READ.
005700     IF CB3OA-RECEIPT-OK
005710         ADD 1 TO CB3OA-RECEIPTS-READ
005720     END-IF.
005721     IF NOT CB3OA-RECEIPT-OK AND NOT CB3OA-RECEIPT-EOF
005722         DISPLAY "CBDEM3OA -- RECEIPT FILE READ FAILED, STATUS "
005723                 CB3OA-RECEIPT-STATUS
005724         MOVE 8    TO CB3OA-RETURN-CODE
005725         MOVE "10" TO CB3OA-RECEIPT-STATUS
005726     END-IF.
005730 2900-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------
005760* 3000-INTAKE-ONE-RECEIPT -- MATCH ONE RECEIPT TO ITS OUTBOUND
005770*     ROW AND STAMP IT, OR LIST IT AS NOT APPLIED.
005780*----------------------------------------------------------------
005790 3000-INTAKE-ONE-RECEIPT.
005800     IF CB3OA-RC-FILENAME = SPACES
005810         OR CB3OA-RC-DIGEST = SPACES
005820         OR CB3OA-RC-RECEIPT-DATE NOT NUMERIC
005830         OR CB3OA-RC-RECEIPT-TIME NOT NUMERIC
005840         MOVE "MALFORMED RECEIPT LINE" TO CB3OA-RW-REASON
005850         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
005860         GO TO 3000-READ-NEXT
005870     END-IF.
005880     MOVE CB3OA-RC-DIGEST TO CB3OA-RW-DIGEST.
005890     INSPECT CB3OA-RW-DIGEST CONVERTING "abcdef" TO "ABCDEF".
005900     PERFORM 3100-FIND-OUTBOUND-ROW THRU 3100-EXIT.
005910     EVALUATE TRUE
005920         WHEN CB3OA-MATCH-IX NOT = ZERO
005930             MOVE CB3OA-MATCH-IX TO CB3OA-FOUND-IX
005940             MOVE "M" TO CB3A-P-ACK-STATUS
005950         WHEN CB3OA-MATCHED-IX NOT = ZERO
005960         WHEN CB3OA-REPEAT-IX NOT = ZERO
005970             ADD 1 TO CB3OA-RECEIPTS-REPEATED
005980             GO TO 3000-READ-NEXT
005990         WHEN CB3OA-OPEN-IX NOT = ZERO
006000             MOVE CB3OA-OPEN-IX TO CB3OA-FOUND-IX
006010             MOVE "X" TO CB3A-P-ACK-STATUS
006020         WHEN CB3OA-LATE-IX NOT = ZERO
006030             MOVE "OUTBOUND ROW ALREADY ACKED"
006040                 TO CB3OA-RW-REASON
006050             PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
006060             GO TO 3000-READ-NEXT
006070         WHEN OTHER
006080             MOVE "NO OUTBOUND ROW IN WINDOW" TO CB3OA-RW-REASON
006090             PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
006100             GO TO 3000-READ-NEXT
006110     END-EVALUATE.
006120     PERFORM 3500-STAMP-RECEIPT THRU 3500-EXIT.
006130     IF CB3OA-RC-FILE-ERROR
006140         MOVE "10" TO CB3OA-RECEIPT-STATUS
006150         GO TO 3000-EXIT
006160     END-IF.
006170 3000-READ-NEXT.
006180     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
006190 3000-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------
006220* 3100-FIND-OUTBOUND-ROW -- SCAN THE TABLE FOR THE RECEIPT'S
006230*     FILE NAME AMONG ROWS SENT AT OR BEFORE THE RECEIPT TIME.
006240*     BECAUSE THE TABLE IS IN KEY ORDER, THE LAST HIT OF EACH
006250*     KIND IS THE LATEST SEND:
006260*       MATCH-IX   -- SAME DIGEST, NOT YET ACKNOWLEDGED MATCHING
006270*       MATCHED-IX -- SAME DIGEST, ALREADY ACKNOWLEDGED MATCHING
006280*       REPEAT-IX  -- ALREADY ACKNOWLEDGED WITH THIS SAME
006290*                     DIFFERING DIGEST (THE RECEIPT SENT AGAIN)
006300*       OPEN-IX    -- ANY DIGEST, NOT YET ACKNOWLEDGED
006310*       LATE-IX    -- ANY ROW AT ALL FOR THE NAME
006320*----------------------------------------------------------------
006330 3100-FIND-OUTBOUND-ROW.
006340     MOVE ZERO TO CB3OA-MATCH-IX
006350                  CB3OA-MATCHED-IX
006360                  CB3OA-REPEAT-IX
006370                  CB3OA-OPEN-IX
006380                  CB3OA-LATE-IX.
006390     PERFORM 3200-TEST-ONE-ROW THRU 3200-EXIT
006400         VARYING CB3OA-IX FROM 1 BY 1
006410         UNTIL CB3OA-IX > CB3OA-OUT-COUNT.
006420 3100-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450* 3200-TEST-ONE-ROW -- RECORD TABLE ENTRY CB3OA-IX AGAINST EACH
006460*     KIND OF HIT IT QUALIFIES FOR.
006470*----------------------------------------------------------------
006480 3200-TEST-ONE-ROW.
006490     IF CB3OA-OE-FILENAME (CB3OA-IX) NOT = CB3OA-RC-FILENAME
006500         GO TO 3200-EXIT
006510     END-IF.
006520     IF CB3OA-OE-DATE (CB3OA-IX) > CB3OA-RC-RECEIPT-DATE
006530         GO TO 3200-EXIT
006540     END-IF.
006550     IF CB3OA-OE-DATE (CB3OA-IX) = CB3OA-RC-RECEIPT-DATE
006560         AND CB3OA-OE-TIME (CB3OA-IX) > CB3OA-RC-RECEIPT-TIME
006570         GO TO 3200-EXIT
006580     END-IF.
006590     MOVE CB3OA-IX TO CB3OA-LATE-IX.
006600     IF CB3OA-OE-DIGEST (CB3OA-IX) = CB3OA-RW-DIGEST
006610         IF CB3OA-OE-ACK-MATCHED (CB3OA-IX)
006620             MOVE CB3OA-IX TO CB3OA-MATCHED-IX
006630         ELSE
006640             MOVE CB3OA-IX TO CB3OA-MATCH-IX
006650         END-IF
006660     END-IF.
006670     IF CB3OA-OE-ACK-DIFFERS (CB3OA-IX)
006680         AND CB3OA-OE-ACK-DIGEST (CB3OA-IX) = CB3OA-RW-DIGEST
006690         MOVE CB3OA-IX TO CB3OA-REPEAT-IX
006700     END-IF.
006710     IF CB3OA-OE-ACK-NONE (CB3OA-IX)
006720         MOVE CB3OA-IX TO CB3OA-OPEN-IX
006730     END-IF.
006740 3200-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 3500-STAMP-RECEIPT -- STAMP THE RECEIPT ONTO TABLE ENTRY
006780*     CB3OA-FOUND-IX'S AUDIT ROW VIA CBDEM3A (ACK STATUS SET BY
006790*     THE CALLER), KEEP THE TABLE IN STEP, AND ALERT WHEN THE
006800*     PARTNER'S DIGEST DIFFERS FROM THE ONE WE SENT.
006810*----------------------------------------------------------------
006820 3500-STAMP-RECEIPT.
006830     MOVE "O"                   TO CB3A-P-FUNCTION.
006840     MOVE CB3OA-OE-DATE (CB3OA-FOUND-IX)
006850                                TO CB3A-P-QUERY-DATE.
006860     MOVE CB3OA-OE-FILENAME (CB3OA-FOUND-IX)
006870                                TO CB3A-P-QUERY-FILENAME.
006880     MOVE CB3OA-OE-TIME (CB3OA-FOUND-IX)
006890                                TO CB3A-P-QUERY-TIME.
006900     MOVE CB3OA-RW-DIGEST       TO CB3A-P-ACK-DIGEST.
006910     MOVE CB3OA-RC-RECEIPT-DATE TO CB3A-P-ACK-DATE.
006920     MOVE CB3OA-RC-RECEIPT-TIME TO CB3A-P-ACK-TIME.
006930     MOVE "N"                   TO CB3A-P-QUERY-FOUND.
006940     CALL "CBDEM3A" USING CB3A-PARM-AREA.
006950     IF CB3A-P-RETURN-CODE NOT = ZERO
006960         DISPLAY "CBDEM3OA -- AUDIT FILE ERROR, INTAKE STOPS"
006970         MOVE 8 TO CB3OA-RETURN-CODE
006980         GO TO 3500-EXIT
006990     END-IF.
007000     IF NOT CB3A-P-QUERY-IS-FOUND
007010         MOVE "OUTBOUND ROW NOT ON TRAIL" TO CB3OA-RW-REASON
007020         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
007030         GO TO 3500-EXIT
007040     END-IF.
007050     MOVE CB3A-P-ACK-STATUS
007060                      TO CB3OA-OE-ACK-STATUS (CB3OA-FOUND-IX).
007070     MOVE CB3A-P-ACK-DIGEST
007080                      TO CB3OA-OE-ACK-DIGEST (CB3OA-FOUND-IX).
007090     MOVE CB3A-P-ACK-DATE
007100                      TO CB3OA-OE-ACK-DATE (CB3OA-FOUND-IX).
007110     MOVE CB3A-P-ACK-TIME
007120                      TO CB3OA-OE-ACK-TIME (CB3OA-FOUND-IX).
007130     IF CB3OA-OE-ACK-MATCHED (CB3OA-FOUND-IX)
007140         ADD 1 TO CB3OA-RECEIPTS-MATCHED
007150     ELSE
007160         ADD 1 TO CB3OA-RECEIPTS-DIFFER
007170         PERFORM 3800-PUSH-ALERT THRU 3800-EXIT
007180     END-IF.
007190 3500-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------
007220* 3800-PUSH-ALERT -- RAISE A CRITICAL ALERT THROUGH CBDEM3C FOR A
007230*     FILE THE PARTNER RECEIVED WITH A DIFFERENT DIGEST THAN THE
007240*     ONE WE SENT. THE ALERT CARRIES BOTH DIGESTS AND THE PARTNER
007250*     CONTACT, SO ON-CALL CAN START THE RESEND CONVERSATION WITH
007260*     THE EVIDENCE IN HAND.
007270*----------------------------------------------------------------
007280 3800-PUSH-ALERT.
007290     MOVE CB3OA-RUN-DATE        TO CB3C-ALERT-DATE.
007300     MOVE CB3OA-RUN-TIME        TO CB3C-ALERT-TIME.
007310     MOVE "CRITICAL"            TO CB3C-SEVERITY.
007320     MOVE CB3OA-JOB-ID          TO CB3C-JOB-ID.
007330     MOVE CB3OA-STEP-ID         TO CB3C-STEP-ID.
007340     MOVE CB3OA-RC-FILENAME     TO CB3C-FILENAME.
007350     MOVE CB3OA-OE-DIGEST (CB3OA-FOUND-IX)
007360                                TO CB3C-EXPECTED-DIGEST.
007370     MOVE CB3OA-RW-DIGEST       TO CB3C-ACTUAL-DIGEST.
007380     MOVE "PARTNER RECEIVED A DIFFERENT DIGEST THAN WE SENT"
007390                                TO CB3C-ALERT-TEXT.
007400     MOVE "Q"                   TO CB3N-P-FUNCTION.
007410     MOVE CB3OA-RC-FILENAME     TO CB3N-P-FILENAME.
007420     CALL "CBDEM3N" USING CB3N-PARM-AREA.
007430     MOVE CB3N-P-PARTNER-ID     TO CB3C-PARTNER-ID.
007440     MOVE CB3N-P-CONTACT        TO CB3C-PARTNER-CONTACT.
007450     MOVE CB3C-ALERT-RECORD     TO CB3C-P-ALERT-RECORD.
007460     CALL "CBDEM3C" USING CB3C-PARM-AREA.
007470     IF CB3C-P-RETURN-CODE NOT = ZERO
007480         DISPLAY "CBDEM3OA -- WARNING, ALERT QUEUE WRITE FAILED"
007490     END-IF.
007500 3800-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530* 3900-WRITE-EXCEPTION -- LIST ONE RECEIPT THAT WAS NOT APPLIED,
007540*     WITH THE REASON SET BY THE CALLER.
007550*----------------------------------------------------------------
007560 3900-WRITE-EXCEPTION.
007570     ADD 1 TO CB3OA-RECEIPTS-REJECTED.
007580     IF CB3OA-RETURN-CODE < 4
007590         MOVE 4 TO CB3OA-RETURN-CODE
007600     END-IF.
007610     MOVE CB3OA-RC-RECEIPT-DATE   TO CB3OA-XL-RECEIPT-DATE.
007620     MOVE CB3OA-RC-RECEIPT-TIME   TO CB3OA-XL-RECEIPT-TIME.
007630     MOVE CB3OA-RC-FILENAME (1:60) TO CB3OA-XL-FILENAME.
007640     MOVE CB3OA-RW-REASON         TO CB3OA-XL-REASON.
007650     WRITE CB3OA-REPORT-RECORD FROM CB3OA-EXCEPTION-LINE.
007660 3900-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------
007690* 5000-CLASSIFY-ROW -- SET TABLE ENTRY CB3OA-IX'S REPORT CLASS.
007700*     AN UNACKNOWLEDGED ROW IS OVERDUE ONCE THE HOURS SINCE IT
007710*     WAS SENT REACH ITS PARTNER'S DEADLINE; A PARTNER WITH NO
007720*     DEADLINE (OR NO PARTNER MASTER ROW) SENDS NO RECEIPTS. A
007723*     PARTNER MASTER THAT CANNOT BE READ STOPS THE REPORT (RC=8)
007726*     RATHER THAN CALL EVERY ROW "NOT EXPECTED".
007730*----------------------------------------------------------------
007740 5000-CLASSIFY-ROW.
007750     MOVE "Q"                          TO CB3N-P-FUNCTION.
007760     MOVE CB3OA-OE-FILENAME (CB3OA-IX) TO CB3N-P-FILENAME.
007770     CALL "CBDEM3N" USING CB3N-PARM-AREA.
007771     IF CB3N-P-RETURN-CODE NOT = ZERO
007772         DISPLAY "CBDEM3OA -- PARTNER MASTER READ FAILED, RC "
007773                 CB3N-P-RETURN-CODE
007774         MOVE 8 TO CB3OA-RETURN-CODE
007775         GO TO 5000-EXIT
007776     END-IF.
007780     MOVE CB3N-P-PARTNER-ID TO CB3OA-OE-PARTNER-ID (CB3OA-IX).
007790     EVALUATE TRUE
007800         WHEN CB3OA-OE-ACK-MATCHED (CB3OA-IX)
007810             MOVE "M" TO CB3OA-OE-CLASS (CB3OA-IX)
007820             ADD 1 TO CB3OA-ROWS-MATCHED
007830             GO TO 5000-EXIT
007840         WHEN CB3OA-OE-ACK-DIFFERS (CB3OA-IX)
007850             MOVE "X" TO CB3OA-OE-CLASS (CB3OA-IX)
007860             ADD 1 TO CB3OA-ROWS-DIFFER
007870             GO TO 5000-EXIT
007880         WHEN CB3N-P-ACK-HOURS-TEXT = SPACES
007890         WHEN CB3N-P-ACK-HOURS IS NOT NUMERIC
007900             MOVE "E" TO CB3OA-OE-CLASS (CB3OA-IX)
007910             ADD 1 TO CB3OA-ROWS-NOT-EXPECTED
007920             GO TO 5000-EXIT
007930     END-EVALUATE.
007940     MOVE CB3OA-OE-DATE (CB3OA-IX) TO CB3OA-CALC-DATE.
007950     MOVE CB3OA-OE-TIME (CB3OA-IX) TO CB3OA-CALC-TIME.
007960     PERFORM 1300-MINUTES-OF THRU 1300-EXIT.
007970     COMPUTE CB3OA-ELAPSED-MINUTES =
007980         CB3OA-NOW-MINUTES - CB3OA-CALC-MINUTES.
007990     DIVIDE CB3OA-ELAPSED-MINUTES BY 60
008000         GIVING CB3OA-ELAPSED-HOURS.
008010     MOVE CB3OA-ELAPSED-HOURS TO CB3OA-OE-HOURS (CB3OA-IX).
008020     COMPUTE CB3OA-DEADLINE-MINUTES = CB3N-P-ACK-HOURS * 60.
008030     IF CB3OA-ELAPSED-MINUTES NOT < CB3OA-DEADLINE-MINUTES
008040         MOVE "O" TO CB3OA-OE-CLASS (CB3OA-IX)
008050         ADD 1 TO CB3OA-ROWS-OVERDUE
008060     ELSE
008070         MOVE "W" TO CB3OA-OE-CLASS (CB3OA-IX)
008080         ADD 1 TO CB3OA-ROWS-AWAITING
008090     END-IF.
008100 5000-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------
008130* 6000-WRITE-REPORT -- THE THREE REPORT SECTIONS, THEN TOTALS.
008140*     A DIFFERING DIGEST OR AN OVERDUE FILE SETS RC=4.
008150*----------------------------------------------------------------
008160 6000-WRITE-REPORT.
008170     MOVE "ACKNOWLEDGED -- DIGEST MATCHES" TO CB3OA-SECTION-LINE.
008180     PERFORM 6100-START-SECTION THRU 6100-EXIT.
008190     PERFORM 6200-LIST-MATCHED THRU 6200-EXIT
008200         VARYING CB3OA-IX FROM 1 BY 1
008210         UNTIL CB3OA-IX > CB3OA-OUT-COUNT.
008220     MOVE "ACKNOWLEDGED -- DIGEST DIFFERS FROM THE DIGEST SENT"
008230         TO CB3OA-SECTION-LINE.
008240     PERFORM 6100-START-SECTION THRU 6100-EXIT.
008250     PERFORM 6300-LIST-DIFFERS THRU 6300-EXIT
008260         VARYING CB3OA-IX FROM 1 BY 1
008270         UNTIL CB3OA-IX > CB3OA-OUT-COUNT.
008280     MOVE "UNACKNOWLEDGED PAST THE PARTNER DEADLINE"
008290         TO CB3OA-SECTION-LINE.
008300     PERFORM 6100-START-SECTION THRU 6100-EXIT.
008310     PERFORM 6400-LIST-OVERDUE THRU 6400-EXIT
008320         VARYING CB3OA-IX FROM 1 BY 1
008330         UNTIL CB3OA-IX > CB3OA-OUT-COUNT
008332             OR CB3OA-RC-FILE-ERROR.
008334     IF CB3OA-RC-FILE-ERROR
008336         GO TO 6000-EXIT
008338     END-IF.
008340     IF (CB3OA-ROWS-DIFFER > ZERO OR CB3OA-ROWS-OVERDUE > ZERO)
008350         AND CB3OA-RETURN-CODE < 4
008360         MOVE 4 TO CB3OA-RETURN-CODE
008370     END-IF.
008380     PERFORM 6900-WRITE-TOTALS THRU 6900-EXIT.
008390 6000-EXIT.
008400     EXIT.
008410*----------------------------------------------------------------
008420* 6100-START-SECTION -- SECTION TITLE (SET BY THE CALLER) AND
008430*     COLUMN HEADINGS.
008440*----------------------------------------------------------------
008450 6100-START-SECTION.
008460     WRITE CB3OA-REPORT-RECORD FROM CB3OA-BLANK-LINE.
008470     WRITE CB3OA-REPORT-RECORD FROM CB3OA-SECTION-LINE.
008480     WRITE CB3OA-REPORT-RECORD FROM CB3OA-COLUMN-LINE.
008490 6100-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520* 6200-LIST-MATCHED -- ONE LINE PER ROW ACKNOWLEDGED MATCHING.
008530*----------------------------------------------------------------
008540 6200-LIST-MATCHED.
008550     IF CB3OA-OE-CLASS (CB3OA-IX) NOT = "M"
008560         GO TO 6200-EXIT
008570     END-IF.
008580     PERFORM 6800-BUILD-DETAIL THRU 6800-EXIT.
008590     WRITE CB3OA-REPORT-RECORD FROM CB3OA-DETAIL-LINE.
008600 6200-EXIT.
008610     EXIT.
008620*----------------------------------------------------------------
008630* 6300-LIST-DIFFERS -- ONE LINE PER ROW ACKNOWLEDGED WITH A
008640*     DIFFERENT DIGEST, FOLLOWED BY BOTH DIGESTS.
008650*----------------------------------------------------------------
008660 6300-LIST-DIFFERS.
008670     IF CB3OA-OE-CLASS (CB3OA-IX) NOT = "X"
008680         GO TO 6300-EXIT
008690     END-IF.
008700     PERFORM 6800-BUILD-DETAIL THRU 6800-EXIT.
008710     WRITE CB3OA-REPORT-RECORD FROM CB3OA-DETAIL-LINE.
008720     MOVE "DIGEST SENT:"              TO CB3OA-GL-LABEL.
008730     MOVE CB3OA-OE-DIGEST (CB3OA-IX)  TO CB3OA-GL-DIGEST.
008740     WRITE CB3OA-REPORT-RECORD FROM CB3OA-DIGEST-LINE.
008750     MOVE "DIGEST RECEIVED:"          TO CB3OA-GL-LABEL.
008760     MOVE CB3OA-OE-ACK-DIGEST (CB3OA-IX) TO CB3OA-GL-DIGEST.
008770     WRITE CB3OA-REPORT-RECORD FROM CB3OA-DIGEST-LINE.
008780 6300-EXIT.
008790     EXIT.
008800*----------------------------------------------------------------
008810* 6400-LIST-OVERDUE -- ONE LINE PER ROW STILL UNACKNOWLEDGED PAST
008820*     ITS PARTNER'S DEADLINE, WITH HOW LONG AGO IT WAS SENT. A
008825*     PARTNER MASTER THAT CANNOT BE READ STOPS THE REPORT (RC=8).
008830*----------------------------------------------------------------
008840 6400-LIST-OVERDUE.
008850     IF CB3OA-OE-CLASS (CB3OA-IX) NOT = "O"
008860         GO TO 6400-EXIT
008870     END-IF.
008880     MOVE "Q"                          TO CB3N-P-FUNCTION.
008890     MOVE CB3OA-OE-FILENAME (CB3OA-IX) TO CB3N-P-FILENAME.
008900     CALL "CBDEM3N" USING CB3N-PARM-AREA.
008901     IF CB3N-P-RETURN-CODE NOT = ZERO
008902         DISPLAY "CBDEM3OA -- PARTNER MASTER READ FAILED, RC "
008903                 CB3N-P-RETURN-CODE
008904         MOVE 8 TO CB3OA-RETURN-CODE
008905         GO TO 6400-EXIT
008906     END-IF.
008910     PERFORM 6800-BUILD-DETAIL THRU 6800-EXIT.
008920     MOVE CB3OA-OE-HOURS (CB3OA-IX) TO CB3OA-ON-HOURS.
008930     IF CB3N-P-ACK-HOURS IS NUMERIC
008940         MOVE CB3N-P-ACK-HOURS TO CB3OA-ON-DEADLINE
008950     ELSE
008960         MOVE ZERO TO CB3OA-ON-DEADLINE
008970     END-IF.
008980     MOVE CB3OA-OVERDUE-NOTE TO CB3OA-DL-NOTE.
008990     WRITE CB3OA-REPORT-RECORD FROM CB3OA-DETAIL-LINE.
009000 6400-EXIT.
009010     EXIT.
009020*----------------------------------------------------------------
009030* 6800-BUILD-DETAIL -- FILL THE DETAIL LINE FROM TABLE ENTRY
009040*     CB3OA-IX. AN UNACKNOWLEDGED ROW SHOWS A BLANK RECEIPT TIME.
009050*----------------------------------------------------------------
009060 6800-BUILD-DETAIL.
009070     MOVE CB3OA-OE-DATE (CB3OA-IX)       TO CB3OA-DL-SENT-DATE.
009080     MOVE CB3OA-OE-TIME (CB3OA-IX)       TO CB3OA-DL-SENT-TIME.
009090     MOVE CB3OA-OE-FILENAME (CB3OA-IX)   TO CB3OA-DL-FILENAME.
009100     MOVE CB3OA-OE-PARTNER-ID (CB3OA-IX) TO CB3OA-DL-PARTNER-ID.
009110     MOVE SPACES                         TO CB3OA-DL-NOTE.
009120     IF CB3OA-OE-ACK-NONE (CB3OA-IX)
009130         MOVE SPACES TO CB3OA-DL-ACK-DATE
009140                        CB3OA-DL-ACK-TIME
009150     ELSE
009160         MOVE CB3OA-OE-ACK-DATE (CB3OA-IX) TO CB3OA-DL-ACK-DATE
009170         MOVE CB3OA-OE-ACK-TIME (CB3OA-IX) TO CB3OA-DL-ACK-TIME
009180     END-IF.
009190 6800-EXIT.
009200     EXIT.
009210*----------------------------------------------------------------
009220* 6900-WRITE-TOTALS -- ROW AND RECEIPT COUNTS AT THE FOOT OF THE
009230*     REPORT.
009240*----------------------------------------------------------------
009250 6900-WRITE-TOTALS.
009260     WRITE CB3OA-REPORT-RECORD FROM CB3OA-BLANK-LINE.
009270     WRITE CB3OA-REPORT-RECORD FROM CB3OA-RULE-LINE.
009280     MOVE "OUTBOUND ROWS IN WINDOW"       TO CB3OA-TL-LABEL.
009290     MOVE CB3OA-OUT-COUNT                 TO CB3OA-TL-COUNT.
009300     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009310     MOVE "  ACKNOWLEDGED, DIGEST MATCHES" TO CB3OA-TL-LABEL.
009320     MOVE CB3OA-ROWS-MATCHED              TO CB3OA-TL-COUNT.
009330     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009340     MOVE "  ACKNOWLEDGED, DIGEST DIFFERS" TO CB3OA-TL-LABEL.
009350     MOVE CB3OA-ROWS-DIFFER               TO CB3OA-TL-COUNT.
009360     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009370     MOVE "  UNACKNOWLEDGED, PAST DEADLINE" TO CB3OA-TL-LABEL.
009380     MOVE CB3OA-ROWS-OVERDUE              TO CB3OA-TL-COUNT.
009390     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009400     MOVE "  UNACKNOWLEDGED, WITHIN DEADLINE" TO CB3OA-TL-LABEL.
009410     MOVE CB3OA-ROWS-AWAITING             TO CB3OA-TL-COUNT.
009420     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009430     MOVE "  NO RECEIPT EXPECTED FROM PARTNER" TO CB3OA-TL-LABEL.
009440     MOVE CB3OA-ROWS-NOT-EXPECTED         TO CB3OA-TL-COUNT.
009450     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009460     MOVE "RECEIPTS READ"                 TO CB3OA-TL-LABEL.
009470     MOVE CB3OA-RECEIPTS-READ             TO CB3OA-TL-COUNT.
009480     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009490     MOVE "  STAMPED, DIGEST MATCHES"     TO CB3OA-TL-LABEL.
009500     MOVE CB3OA-RECEIPTS-MATCHED          TO CB3OA-TL-COUNT.
009510     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009520     MOVE "  STAMPED, DIGEST DIFFERS"     TO CB3OA-TL-LABEL.
009530     MOVE CB3OA-RECEIPTS-DIFFER           TO CB3OA-TL-COUNT.
009540     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009550     MOVE "  ALREADY ON THE TRAIL"        TO CB3OA-TL-LABEL.
009560     MOVE CB3OA-RECEIPTS-REPEATED         TO CB3OA-TL-COUNT.
009570     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009580     MOVE "  NOT APPLIED"                 TO CB3OA-TL-LABEL.
009590     MOVE CB3OA-RECEIPTS-REJECTED         TO CB3OA-TL-COUNT.
009600     WRITE CB3OA-REPORT-RECORD FROM CB3OA-TOTAL-LINE.
009610 6900-EXIT.
009620     EXIT.
009630*----------------------------------------------------------------
009640* 7000-DISPLAY-TOTALS -- INTAKE SUMMARY FOR THE JOB LOG.
009650*----------------------------------------------------------------
009660 7000-DISPLAY-TOTALS.
009670     DISPLAY "CBDEM3OA -- RECEIPTS READ: " CB3OA-RECEIPTS-READ
009680             " MATCHED: "     CB3OA-RECEIPTS-MATCHED
009690             " DIFFER: "      CB3OA-RECEIPTS-DIFFER
009700             " NOT APPLIED: " CB3OA-RECEIPTS-REJECTED.
009710     DISPLAY "CBDEM3OA -- OUTBOUND ROWS: " CB3OA-OUT-COUNT
009720             " DIFFER: "      CB3OA-ROWS-DIFFER
009730             " OVERDUE: "     CB3OA-ROWS-OVERDUE.
009740 7000-EXIT.
009750     EXIT.
009760*----------------------------------------------------------------
009770* 8000-CLOSE-FILES -- CLOSE WHATEVER WAS OPENED.
009780*----------------------------------------------------------------
009790 8000-CLOSE-FILES.
009800     IF CB3OA-AUDIT-IS-OPEN
009810         CLOSE CB3OA-AUDIT-FILE
009820     END-IF.
009830     IF CB3OA-RECEIPT-IS-OPEN
009840         CLOSE CB3OA-RECEIPT-FILE
009850     END-IF.
009860     IF CB3OA-REPORT-IS-OPEN
009870         CLOSE CB3OA-REPORT-FILE
009880     END-IF.
009890 8000-EXIT.
009900     EXIT.
