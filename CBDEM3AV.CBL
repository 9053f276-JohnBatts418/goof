000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3AV.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3AV -- HASH-CHECK AUDIT TRAIL SEAL VERIFIER.
000090*
000100* THE AUDIT TRAIL (AUDITF, SEE CB3AREC) IS THE COMPLIANCE
000110* EVIDENCE, AND EVERY ROW APPENDED OR CHANGED BY AN AUTHORIZED
000120* PATH (CBDEM3A, THE CB3E APPROVAL SCREEN) IS SEALED ON THE SEAL
000130* LEDGER (AUDSEALF, SEE CB3SLREC). THIS BATCH JOB PROVES THE
000140* TRAIL HAS NOT BEEN CHANGED ANY OTHER WAY. IT RUNS IN TWO
000150* PASSES:
000160*
000170*   ROW PASS    -- EVERY ROW ON THE LIVE TRAIL, THEN ON EACH
000180*                  YEARLY ARCHIVE CLUSTER CBDEM3B HAS WRITTEN
000190*                  (NAMED ONE PER LINE ON AUDARCHL), IS HASHED
000200*                  WITH ITS SEAL FIELD BLANK AND COMPARED WITH
000210*                  THE LEDGER ENTRY ITS SEAL SEQUENCE NUMBER
000220*                  POINTS AT. A ROW DATED ON OR AFTER THE DAY THE
000230*                  CHAIN STARTED MUST CARRY A SEAL. EACH ROW'S KEY
000240*                  AND SEQUENCE NUMBER GO TO A WORK INDEX.
000250*   LEDGER PASS -- THE LEDGER IS WALKED FROM ENTRY ONE: NO
000260*                  NUMBER MAY BE MISSING, EACH ENTRY MUST CARRY
000270*                  THE SEAL OF THE ONE BEFORE IT AND HASH TO ITS
000280*                  OWN SEAL, AND THE ROW IT NAMES MUST STILL BE
000290*                  ON THE TRAIL AT THAT CHANGE OR A LATER ONE (A
000300*                  DELETED ROW, OR ONE PUT BACK TO AN EARLIER
000310*                  COPY, IS A BREAK). THE CHAIN HEAD MUST MATCH
000320*                  THE LAST ENTRY. A REFUSED-ATTEMPT ENTRY
000323*                  CHANGED NO ROW, SO ONLY ITS PLACE IN THE
000326*                  CHAIN IS CHECKED.
000330*
000340* RECOMPUTING THE CHAIN ONLY PROVES IT IS CONSISTENT; SOMEBODY
000350* WHO REWRITES A ROW AND EVERY LATER ENTRY WOULD LEAVE IT
000360* CONSISTENT. SO EACH RUN PRINTS THE CHAIN HEAD (SEQUENCE
000370* NUMBER AND SEAL), AND DATA CONTROL CARRIES IT ONTO THE NEXT
000380* RUN'S SYSIN CARD AS THE ANCHOR: THE ENTRY AT THAT NUMBER MUST
000390* STILL HOLD THAT SEAL. ROWS MOVED TO AN ARCHIVE KEEP THEIR SEALS
000400* BYTE-FOR-BYTE AND THE LEDGER IS NEVER ARCHIVED, SO THE CHAIN
000410* VERIFIES ACROSS THE RETENTION BOUNDARY AS LONG AS EVERY ARCHIVE
000420* CLUSTER STILL HELD IS LISTED.
000430*
000440* EVERY BREAK IS LISTED BY AUDIT KEY (DATE, FILE NAME, TIME) AND
000450* LEDGER SEQUENCE NUMBER ON THE VERIFICATION REPORT (AUDVFRPT).
000460*
000470* RETURN CODE: 0 CHAIN INTACT, 4 ONE OR MORE BREAKS, 8 ON A FILE
000480* ERROR OR TOO MANY ARCHIVE CLUSTERS LISTED (THE RUN STOPS AND
000490* PROVES NOTHING).
000500*----------------------------------------------------------------
000510* MODIFICATION HISTORY.
000520*   10/15/2026  DLH  ORIGINAL VERSION.
000523*   10/15/2026  DLH  A REFUSED-ATTEMPT ("X") LEDGER ENTRY NAMES
000526*                    NO TRAIL ROW; ITS ROW CHECK IS SKIPPED.
000530*----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CB3AV-AUDIT-FILE ASSIGN TO AUDITF
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS CB3AV-AUDIT-KEY
000640         FILE STATUS IS CB3AV-AUDIT-STATUS.
000650
000660     SELECT CB3AV-ARCHIVE-FILE ASSIGN TO CB3AV-ARCHFILE-NAME
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS CB3AV-ARCH-KEY
000700         FILE STATUS IS CB3AV-ARCHIVE-STATUS.
000710
000720     SELECT CB3AV-ARCHLIST-FILE ASSIGN TO AUDARCHL
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CB3AV-ARCHLIST-STATUS.
000750
000760     SELECT CB3SL-SEAL-FILE ASSIGN TO AUDSEALF
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CB3SL-SEAL-KEY
000800         FILE STATUS IS CB3AV-SEAL-STATUS.
000810
000820     SELECT CB3AV-INDEX-FILE ASSIGN TO AUDVFWK
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CB3AV-IX-KEY
000860         FILE STATUS IS CB3AV-INDEX-STATUS.
000870
000880     SELECT CB3AV-REPORT-FILE ASSIGN TO AUDVFRPT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS CB3AV-REPORT-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930*        THE LIVE AND ARCHIVE ROWS ARE CARRIED FLAT AND READ INTO
000940*        THE ONE CB3AREC LAYOUT IN WORKING-STORAGE, SO BOTH
000950*        SOURCES GO THROUGH THE SAME ROW CHECK. THE KEY IS THE
000960*        LEADING DATE + FILENAME + TIME.
000970 FD  CB3AV-AUDIT-FILE.
000980 01  CB3AV-AUDIT-RECORD.
000990     05  CB3AV-AUDIT-KEY         PIC X(96).
001000     05  FILLER                  PIC X(562).
001010
001020 FD  CB3AV-ARCHIVE-FILE.
001030 01  CB3AV-ARCHIVE-RECORD.
001040     05  CB3AV-ARCH-KEY          PIC X(96).
001050     05  FILLER                  PIC X(562).
001060
001070 FD  CB3AV-ARCHLIST-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  CB3AV-ARCHLIST-RECORD       PIC X(80).
001100
001110 FD  CB3SL-SEAL-FILE.
001120 COPY CB3SLREC.
001130
001140*        WORK INDEX BUILT BY THE ROW PASS: EVERY AUDIT KEY SEEN ON
001150*        THE LIVE TRAIL OR AN ARCHIVE, THE SEAL SEQUENCE NUMBER
001160*        THE ROW CARRIES, AND WHERE IT WAS FOUND. SCRATCH --
001170*        REBUILT EVERY RUN.
001180 FD  CB3AV-INDEX-FILE.
001190 01  CB3AV-INDEX-RECORD.
001200     05  CB3AV-IX-KEY            PIC X(96).
001210     05  CB3AV-IX-SEQ            PIC 9(10).
001220     05  CB3AV-IX-SOURCE         PIC X(12).
001230
001240 FD  CB3AV-REPORT-FILE
001250     RECORD CONTAINS 132 CHARACTERS.
001260 01  CB3AV-REPORT-RECORD         PIC X(132).
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------------
001290*    01  CB3AV-SWITCHES       -- RUN SWITCHES AND RETURN CODE.
001300*----------------------------------------------------------------
001310 01  CB3AV-SWITCHES.
001320     05  CB3AV-AUDIT-STATUS      PIC X(02) VALUE SPACES.
001330         88  CB3AV-AUDIT-OK              VALUE "00".
001340         88  CB3AV-AUDIT-EOF             VALUE "10".
001350     05  CB3AV-ARCHIVE-STATUS    PIC X(02) VALUE SPACES.
001360         88  CB3AV-ARCHIVE-OK            VALUE "00".
001370         88  CB3AV-ARCHIVE-EOF           VALUE "10".
001380     05  CB3AV-ARCHLIST-STATUS   PIC X(02) VALUE SPACES.
001390         88  CB3AV-ARCHLIST-OK           VALUE "00".
001400         88  CB3AV-ARCHLIST-EOF          VALUE "10".
001410         88  CB3AV-ARCHLIST-ABSENT       VALUE "35".
001420     05  CB3AV-SEAL-STATUS       PIC X(02) VALUE SPACES.
001430         88  CB3AV-SEAL-OK               VALUE "00".
001440         88  CB3AV-SEAL-EOF              VALUE "10".
001450         88  CB3AV-SEAL-NOTFOUND         VALUE "23".
001460         88  CB3AV-SEAL-ABSENT           VALUE "35".
001470     05  CB3AV-INDEX-STATUS      PIC X(02) VALUE SPACES.
001480         88  CB3AV-INDEX-OK              VALUE "00".
001490         88  CB3AV-INDEX-DUPLICATE       VALUE "22".
001500         88  CB3AV-INDEX-NOTFOUND        VALUE "23".
001510     05  CB3AV-REPORT-STATUS     PIC X(02) VALUE SPACES.
001520         88  CB3AV-REPORT-OK             VALUE "00".
001530     05  CB3AV-SEAL-OPENED-SW    PIC X(01) VALUE "N".
001540         88  CB3AV-SEAL-IS-OPEN          VALUE "Y".
001550     05  CB3AV-INDEX-OPENED-SW   PIC X(01) VALUE "N".
001560         88  CB3AV-INDEX-IS-OPEN         VALUE "Y".
001570     05  CB3AV-REPORT-OPENED-SW  PIC X(01) VALUE "N".
001580         88  CB3AV-REPORT-IS-OPEN        VALUE "Y".
001590     05  CB3AV-HEAD-FOUND-SW     PIC X(01) VALUE "N".
001600         88  CB3AV-HEAD-FOUND            VALUE "Y".
001610     05  CB3AV-ANCHOR-FOUND-SW   PIC X(01) VALUE "N".
001620         88  CB3AV-ANCHOR-FOUND          VALUE "Y".
001630     05  CB3AV-GAP-SW            PIC X(01) VALUE "N".
001640         88  CB3AV-GAP-FOUND             VALUE "Y".
001650     05  CB3AV-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
001660         88  CB3AV-RC-OK                 VALUE ZERO.
001670         88  CB3AV-RC-BREAKS             VALUE 4.
001680         88  CB3AV-RC-FILE-ERROR         VALUE 8.
001690*----------------------------------------------------------------
001700*    01  CB3AV-COUNTERS       -- VERIFICATION COUNTERS.
001710*----------------------------------------------------------------
001720 01  CB3AV-COUNTERS.
001730     05  CB3AV-LIVE-ROWS         PIC 9(08) COMP VALUE ZERO.
001740     05  CB3AV-ARCHIVE-ROWS      PIC 9(08) COMP VALUE ZERO.
001750     05  CB3AV-LEGACY-ROWS       PIC 9(08) COMP VALUE ZERO.
001760     05  CB3AV-ENTRIES-WALKED    PIC 9(08) COMP VALUE ZERO.
001770     05  CB3AV-BREAKS            PIC 9(08) COMP VALUE ZERO.
001780*----------------------------------------------------------------
001790*    01  CB3AV-CONTROL-CARD   -- SYSIN CONTROL CARD, ONE PER RUN:
001800*        THE CHAIN HEAD PRINTED BY THE PREVIOUS RUN (SEQUENCE
001810*        NUMBER AND SEAL). ZERO/BLANK ON THE VERY FIRST RUN ONLY.
001820*----------------------------------------------------------------
001830 01  CB3AV-CONTROL-CARD.
001840     05  CB3AV-ANCHOR-SEQ        PIC 9(10).
001850     05  CB3AV-ANCHOR-SEAL       PIC X(64).
001860*----------------------------------------------------------------
001870*    01  CB3AV-ARCHIVE-TABLE  -- THE ARCHIVE CLUSTERS TO CHECK, AS
001880*        LISTED ON AUDARCHL (NO LIST = LIVE TRAIL ONLY).
001890*----------------------------------------------------------------
001900 01  CB3AV-ARCHIVE-TABLE.
001910     05  CB3AV-ARCHIVE-COUNT     PIC 9(04) COMP VALUE ZERO.
001920     05  CB3AV-ARCHIVE-MAX       PIC 9(04) COMP VALUE 20.
001930     05  CB3AV-ARCHIVE-IX        PIC 9(04) COMP VALUE ZERO.
001940     05  CB3AV-ARCHIVE-ENTRY     OCCURS 20 TIMES.
001950         10  CB3AV-ARCHIVE-NAME  PIC X(80).
001960 01  CB3AV-ARCHFILE-NAME         PIC X(80) VALUE SPACES.
001970*----------------------------------------------------------------
001980*    01  CB3AV-CHAIN-WORK     -- THE CHAIN HEAD AS FOUND, THE
001990*        WALK'S POSITION, AND THE HASHES BEING COMPARED.
002000*----------------------------------------------------------------
002010 01  CB3AV-CHAIN-WORK.
002020     05  CB3AV-HEAD-SEQ          PIC 9(10) VALUE ZERO.
002030     05  CB3AV-HEAD-SEAL         PIC X(64) VALUE SPACES.
002040     05  CB3AV-START-DATE        PIC 9(08) VALUE 99999999.
002050     05  CB3AV-EXPECT-SEQ        PIC 9(10) VALUE 1.
002060     05  CB3AV-LAST-SEQ          PIC 9(10) VALUE ZERO.
002070     05  CB3AV-LAST-SEAL         PIC X(64) VALUE SPACES.
002080     05  CB3AV-STORED-SEAL       PIC X(64).
002090     05  CB3AV-CALC-SEAL         PIC X(64).
002100     05  CB3AV-ROW-SEAL          PIC X(64).
002110     05  CB3AV-ROW-DIGEST        PIC X(64).
002120     05  CB3AV-ROW-SOURCE        PIC X(12).
002130     05  CB3AV-ENTRY-SEQ         PIC 9(10).
002140*----------------------------------------------------------------
002150*    THE AUDIT ROW BEING CHECKED, FROM THE LIVE TRAIL OR AN
002160*    ARCHIVE.
002170*----------------------------------------------------------------
002180 COPY CB3AREC.
002190*----------------------------------------------------------------
002200*    01  CB3AV-BREAK-WORK     -- THE BREAK BEING REPORTED.
002210*----------------------------------------------------------------
002220 01  CB3AV-BREAK-WORK.
002230     05  CB3AV-BREAK-REASON      PIC X(22).
002240     05  CB3AV-BREAK-SEQ         PIC 9(10).
002250     05  CB3AV-BREAK-KEY.
002260         10  CB3AV-BREAK-DATE    PIC 9(08).
002270         10  CB3AV-BREAK-FILENAME
002280                                 PIC X(80).
002290         10  CB3AV-BREAK-TIME    PIC 9(08).
002300     05  CB3AV-BREAK-SOURCE      PIC X(12).
002310*----------------------------------------------------------------
002320*    REPORT LINE LAYOUTS.
002330*----------------------------------------------------------------
002340 01  CB3AV-HEADER-LINE-1         PIC X(132) VALUE
002350     "CBDEM3AV -- AUDIT TRAIL SEAL VERIFICATION".
002360 01  CB3AV-HEADER-LINE-2.
002370     05  FILLER                  PIC X(14) VALUE "ANCHOR SEQ:   ".
002380     05  CB3AV-HL-ANCHOR-SEQ     PIC Z(09)9.
002390     05  FILLER                  PIC X(08) VALUE "  SEAL: ".
002400     05  CB3AV-HL-ANCHOR-SEAL    PIC X(64).
002410     05  FILLER                  PIC X(36) VALUE SPACES.
002420 01  CB3AV-HEADER-LINE-3.
002430     05  FILLER                  PIC X(08) VALUE "ARCHIVE ".
002440     05  CB3AV-HL-ARCHIVE-NBR    PIC 9(02).
002450     05  FILLER                  PIC X(02) VALUE ": ".
002460     05  CB3AV-HL-ARCHIVE        PIC X(80).
002470     05  FILLER                  PIC X(40) VALUE SPACES.
002480 01  CB3AV-RULE-LINE             PIC X(132) VALUE ALL "-".
002490 01  CB3AV-BREAK-LINE.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  CB3AV-BL-REASON         PIC X(22).
002520     05  FILLER                  PIC X(06) VALUE " SEQ: ".
002530     05  CB3AV-BL-SEQ            PIC Z(09)9.
002540     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002550     05  CB3AV-BL-DATE           PIC 9999/99/99.
002560     05  FILLER                  PIC X(08) VALUE "  TIME: ".
002570     05  CB3AV-BL-TIME           PIC 9(08).
002580     05  FILLER                  PIC X(06) VALUE "  IN: ".
002590     05  CB3AV-BL-SOURCE         PIC X(12).
002600     05  FILLER                  PIC X(40) VALUE SPACES.
002610 01  CB3AV-FILE-LINE.
002620     05  FILLER                  PIC X(10) VALUE "    FILE: ".
002630     05  CB3AV-FL-FILENAME       PIC X(80).
002640     05  FILLER                  PIC X(42) VALUE SPACES.
002650 01  CB3AV-CLEAN-LINE            PIC X(132) VALUE
002660     "NO BREAKS FOUND -- TRAIL AND SEAL LEDGER AGREE".
002670 01  CB3AV-TOTALS-LINE-1.
002680     05  FILLER                  PIC X(20) VALUE
002690         "LIVE ROWS CHECKED:  ".
002700     05  CB3AV-TL-LIVE           PIC ZZZ,ZZZ,ZZ9.
002710     05  FILLER                  PIC X(23) VALUE
002720         "  ARCHIVE ROWS CHECKED:".
002730     05  CB3AV-TL-ARCHIVE        PIC ZZZ,ZZZ,ZZ9.
002740     05  FILLER                  PIC X(23) VALUE
002750         "  UNSEALED (PRE-CHAIN):".
002760     05  CB3AV-TL-LEGACY         PIC ZZZ,ZZZ,ZZ9.
002770     05  FILLER                  PIC X(33) VALUE SPACES.
002780 01  CB3AV-TOTALS-LINE-2.
002790     05  FILLER                  PIC X(20) VALUE
002800         "LEDGER ENTRIES:     ".
002810     05  CB3AV-TL-ENTRIES        PIC ZZZ,ZZZ,ZZ9.
002820     05  FILLER                  PIC X(23) VALUE
002830         "  BREAKS:              ".
002840     05  CB3AV-TL-BREAKS         PIC ZZZ,ZZZ,ZZ9.
002850     05  FILLER                  PIC X(67) VALUE SPACES.
002860 01  CB3AV-HEAD-LINE.
002870     05  FILLER                  PIC X(14) VALUE "CHAIN HEAD:   ".
002880     05  CB3AV-HD-SEQ            PIC Z(09)9.
002890     05  FILLER                  PIC X(08) VALUE "  SEAL: ".
002900     05  CB3AV-HD-SEAL           PIC X(64).
002910     05  FILLER                  PIC X(36) VALUE SPACES.
002920 01  CB3AV-CARRY-LINE            PIC X(132) VALUE
002930     "CARRY THE CHAIN HEAD TO THE NEXT RUN'S CARD AS ITS ANCHOR".
002940 PROCEDURE DIVISION.
002950*----------------------------------------------------------------
002960* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE VERIFIER.
002970*----------------------------------------------------------------
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
003010     IF CB3AV-RC-FILE-ERROR
003020         GO TO 0000-FINISH
003030     END-IF.
003040     PERFORM 2000-CHECK-LIVE-TRAIL THRU 2000-EXIT.
003050     IF CB3AV-RC-FILE-ERROR
003060         GO TO 0000-FINISH
003070     END-IF.
003080     PERFORM 2500-CHECK-ONE-ARCHIVE THRU 2500-EXIT
003090         VARYING CB3AV-ARCHIVE-IX FROM 1 BY 1
003100         UNTIL CB3AV-ARCHIVE-IX > CB3AV-ARCHIVE-COUNT
003110            OR CB3AV-RC-FILE-ERROR.
003120     IF CB3AV-RC-FILE-ERROR
003130         GO TO 0000-FINISH
003140     END-IF.
003150     PERFORM 4000-WALK-LEDGER THRU 4000-EXIT.
003160     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
003170 0000-FINISH.
003180     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
003190     MOVE CB3AV-RETURN-CODE TO RETURN-CODE.
003200     STOP RUN.
003210 0000-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 1000-INITIALIZE -- READ THE ANCHOR FROM SYSIN.
003250*----------------------------------------------------------------
003260 1000-INITIALIZE.
003270     MOVE ZERO   TO CB3AV-RETURN-CODE.
003280     MOVE SPACES TO CB3AV-CONTROL-CARD.
003290     ACCEPT CB3AV-CONTROL-CARD FROM SYSIN.
003300     IF CB3AV-ANCHOR-SEQ NOT NUMERIC
003310         MOVE ZERO TO CB3AV-ANCHOR-SEQ
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 1500-OPEN-FILES -- OPEN THE REPORT, LOAD THE ARCHIVE LIST, OPEN
003370*     THE SEAL LEDGER AND READ ITS HEAD, AND BUILD AN EMPTY WORK
003380*     INDEX. A LEDGER THAT WAS NEVER CREATED IS TREATED AS EMPTY:
003390*     ANY SEALED ROW THEN SHOWS AS A BREAK, AND SO DOES AN ANCHOR.
003400*----------------------------------------------------------------
003410 1500-OPEN-FILES.
003420     OPEN OUTPUT CB3AV-REPORT-FILE.
003430     IF NOT CB3AV-REPORT-OK
003440         DISPLAY "CBDEM3AV -- CANNOT OPEN VERIFICATION REPORT"
003450         MOVE 8 TO CB3AV-RETURN-CODE
003460         GO TO 1500-EXIT
003470     END-IF.
003480     MOVE "Y" TO CB3AV-REPORT-OPENED-SW.
003490     MOVE CB3AV-ANCHOR-SEQ  TO CB3AV-HL-ANCHOR-SEQ.
003500     MOVE CB3AV-ANCHOR-SEAL TO CB3AV-HL-ANCHOR-SEAL.
003510     WRITE CB3AV-REPORT-RECORD FROM CB3AV-HEADER-LINE-1.
003520     WRITE CB3AV-REPORT-RECORD FROM CB3AV-HEADER-LINE-2.
003530     PERFORM 1600-LOAD-ARCHIVE-LIST THRU 1600-EXIT.
003540     WRITE CB3AV-REPORT-RECORD FROM CB3AV-RULE-LINE.
003550     IF CB3AV-RC-FILE-ERROR
003560         GO TO 1500-EXIT
003570     END-IF.
003580     OPEN INPUT CB3SL-SEAL-FILE.
003590     IF CB3AV-SEAL-ABSENT
003600         GO TO 1500-OPEN-INDEX
003610     END-IF.
003620     IF NOT CB3AV-SEAL-OK
003630         DISPLAY "CBDEM3AV -- CANNOT OPEN SEAL LEDGER"
003640         MOVE 8 TO CB3AV-RETURN-CODE
003650         GO TO 1500-EXIT
003660     END-IF.
003670     MOVE "Y"  TO CB3AV-SEAL-OPENED-SW.
003680     MOVE ZERO TO CB3SL-KEY-SEQ.
003690     READ CB3SL-SEAL-FILE.
003700     IF CB3AV-SEAL-OK
003710         MOVE "Y"                   TO CB3AV-HEAD-FOUND-SW
003720         MOVE CB3SL-HEAD-SEQ        TO CB3AV-HEAD-SEQ
003730         MOVE CB3SL-HEAD-SEAL       TO CB3AV-HEAD-SEAL
003740         MOVE CB3SL-HEAD-START-DATE TO CB3AV-START-DATE
003750     END-IF.
003760 1500-OPEN-INDEX.
003770     OPEN OUTPUT CB3AV-INDEX-FILE.
003780     IF CB3AV-INDEX-OK
003790         CLOSE CB3AV-INDEX-FILE
003800         OPEN I-O CB3AV-INDEX-FILE
003810     END-IF.
003820     IF NOT CB3AV-INDEX-OK
003830         DISPLAY "CBDEM3AV -- CANNOT OPEN WORK INDEX"
003840         MOVE 8 TO CB3AV-RETURN-CODE
003850         GO TO 1500-EXIT
003860     END-IF.
003870     MOVE "Y" TO CB3AV-INDEX-OPENED-SW.
003880 1500-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* 1600-LOAD-ARCHIVE-LIST -- ONE ARCHIVE CLUSTER NAME PER LINE,
003920*     BLANK LINES IGNORED, EACH ECHOED TO THE REPORT HEADER. NO
003930*     LIST AT ALL MEANS NOTHING HAS BEEN ARCHIVED YET.
003940*----------------------------------------------------------------
003950 1600-LOAD-ARCHIVE-LIST.
003960     OPEN INPUT CB3AV-ARCHLIST-FILE.
003970     IF CB3AV-ARCHLIST-ABSENT
003980         GO TO 1600-EXIT
003990     END-IF.
004000     IF NOT CB3AV-ARCHLIST-OK
004010         DISPLAY "CBDEM3AV -- CANNOT OPEN ARCHIVE LIST"
004020         MOVE 8 TO CB3AV-RETURN-CODE
004030         GO TO 1600-EXIT
004040     END-IF.
004050     PERFORM 1650-LOAD-ONE-ARCHIVE THRU 1650-EXIT
004060         UNTIL CB3AV-ARCHLIST-EOF
004070            OR CB3AV-RC-FILE-ERROR.
004080     CLOSE CB3AV-ARCHLIST-FILE.
004090 1600-EXIT.
004100     EXIT.
004110 1650-LOAD-ONE-ARCHIVE.
004120     READ CB3AV-ARCHLIST-FILE
004130         AT END
004140             MOVE "10" TO CB3AV-ARCHLIST-STATUS
004150     END-READ.
004160     IF NOT CB3AV-ARCHLIST-OK
004170         MOVE "10" TO CB3AV-ARCHLIST-STATUS
004180         GO TO 1650-EXIT
004190     END-IF.
004200     IF CB3AV-ARCHLIST-RECORD = SPACES
004210         GO TO 1650-EXIT
004220     END-IF.
004230     IF CB3AV-ARCHIVE-COUNT NOT < CB3AV-ARCHIVE-MAX
004240         DISPLAY "CBDEM3AV -- MORE THAN " CB3AV-ARCHIVE-MAX
004250                 " ARCHIVE CLUSTERS LISTED"
004260         MOVE 8 TO CB3AV-RETURN-CODE
004270         GO TO 1650-EXIT
004280     END-IF.
004290     ADD 1 TO CB3AV-ARCHIVE-COUNT.
004300     MOVE CB3AV-ARCHLIST-RECORD
004310         TO CB3AV-ARCHIVE-NAME (CB3AV-ARCHIVE-COUNT).
004320     MOVE CB3AV-ARCHIVE-COUNT   TO CB3AV-HL-ARCHIVE-NBR.
004330     MOVE CB3AV-ARCHLIST-RECORD TO CB3AV-HL-ARCHIVE.
004340     WRITE CB3AV-REPORT-RECORD FROM CB3AV-HEADER-LINE-3.
004350 1650-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* 2000-CHECK-LIVE-TRAIL -- ROW PASS OVER THE LIVE TRAIL.
004390*----------------------------------------------------------------
004400 2000-CHECK-LIVE-TRAIL.
004410     OPEN INPUT CB3AV-AUDIT-FILE.
004420     IF NOT CB3AV-AUDIT-OK
004430         DISPLAY "CBDEM3AV -- CANNOT OPEN AUDIT FILE"
004440         MOVE 8 TO CB3AV-RETURN-CODE
004450         GO TO 2000-EXIT
004460     END-IF.
004470     MOVE "LIVE TRAIL" TO CB3AV-ROW-SOURCE.
004480     PERFORM 2100-READ-LIVE-ROW THRU 2100-EXIT
004490         UNTIL CB3AV-AUDIT-EOF
004500            OR CB3AV-RC-FILE-ERROR.
004510     CLOSE CB3AV-AUDIT-FILE.
004520 2000-EXIT.
004530     EXIT.
004540 2100-READ-LIVE-ROW.
004550     READ CB3AV-AUDIT-FILE NEXT RECORD INTO CB3A-AUDIT-RECORD
004560         AT END
004570             MOVE "10" TO CB3AV-AUDIT-STATUS
004580     END-READ.
004590     IF CB3AV-AUDIT-EOF
004600         GO TO 2100-EXIT
004610     END-IF.
004620     IF NOT CB3AV-AUDIT-OK
004630         DISPLAY "CBDEM3AV -- AUDIT FILE READ FAILED, STATUS "
004640                 CB3AV-AUDIT-STATUS
004650         MOVE 8 TO CB3AV-RETURN-CODE
004660         GO TO 2100-EXIT
004670     END-IF.
004680     ADD 1 TO CB3AV-LIVE-ROWS.
004690     PERFORM 3000-CHECK-ROW THRU 3000-EXIT.
004700 2100-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* 2500-CHECK-ONE-ARCHIVE -- ROW PASS OVER ONE LISTED ARCHIVE
004740*     CLUSTER. A LISTED CLUSTER THAT CANNOT BE OPENED STOPS THE
004750*     RUN: SKIPPING IT WOULD REPORT EVERY ROW ON IT AS MISSING.
004760*----------------------------------------------------------------
004770 2500-CHECK-ONE-ARCHIVE.
004780     MOVE CB3AV-ARCHIVE-NAME (CB3AV-ARCHIVE-IX)
004790         TO CB3AV-ARCHFILE-NAME.
004800     OPEN INPUT CB3AV-ARCHIVE-FILE.
004810     IF NOT CB3AV-ARCHIVE-OK
004820         DISPLAY "CBDEM3AV -- CANNOT OPEN ARCHIVE FILE "
004830                 CB3AV-ARCHFILE-NAME
004840         MOVE 8 TO CB3AV-RETURN-CODE
004850         GO TO 2500-EXIT
004860     END-IF.
004870     MOVE SPACES TO CB3AV-ROW-SOURCE.
004880     MOVE CB3AV-ARCHIVE-IX TO CB3AV-HL-ARCHIVE-NBR.
004890     STRING "ARCHIVE " CB3AV-HL-ARCHIVE-NBR
004900         DELIMITED BY SIZE INTO CB3AV-ROW-SOURCE.
004910     PERFORM 2600-READ-ARCHIVE-ROW THRU 2600-EXIT
004920         UNTIL CB3AV-ARCHIVE-EOF
004930            OR CB3AV-RC-FILE-ERROR.
004940     CLOSE CB3AV-ARCHIVE-FILE.
004950 2500-EXIT.
004960     EXIT.
004970 2600-READ-ARCHIVE-ROW.
004980     READ CB3AV-ARCHIVE-FILE NEXT RECORD INTO CB3A-AUDIT-RECORD
004990         AT END
005000             MOVE "10" TO CB3AV-ARCHIVE-STATUS
005010     END-READ.
005020     IF CB3AV-ARCHIVE-EOF
005030         GO TO 2600-EXIT
005040     END-IF.
005050     IF NOT CB3AV-ARCHIVE-OK
005060         DISPLAY "CBDEM3AV -- ARCHIVE READ FAILED, STATUS "
005070                 CB3AV-ARCHIVE-STATUS
005080         MOVE 8 TO CB3AV-RETURN-CODE
005090         GO TO 2600-EXIT
005100     END-IF.
005110     ADD 1 TO CB3AV-ARCHIVE-ROWS.
005120     PERFORM 3000-CHECK-ROW THRU 3000-EXIT.
005130 2600-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160* 3000-CHECK-ROW -- ONE AUDIT ROW AGAINST THE LEDGER ENTRY ITS
005170*     SEAL SEQUENCE NUMBER POINTS AT: THE ENTRY MUST EXIST AND
005180*     NAME THIS ROW, THE ROW (SEAL FIELD BLANK) MUST STILL HASH
005190*     TO THE ENTRY'S ROW DIGEST, AND THE ROW MUST CARRY THE
005200*     ENTRY'S SEAL. AN UNSEALED ROW IS ONLY ACCEPTED FROM BEFORE
005210*     THE CHAIN STARTED. THE ROW THEN GOES TO THE WORK INDEX.
005220*----------------------------------------------------------------
005230 3000-CHECK-ROW.
005240     MOVE CB3A-AUDIT-KEY   TO CB3AV-BREAK-KEY.
005250     MOVE CB3A-SEAL-SEQ    TO CB3AV-BREAK-SEQ.
005260     MOVE CB3AV-ROW-SOURCE TO CB3AV-BREAK-SOURCE.
005270     IF CB3A-SEAL-SEQ NOT NUMERIC
005280         MOVE ZERO TO CB3A-SEAL-SEQ
005290                      CB3AV-BREAK-SEQ
005300     END-IF.
005310     IF CB3A-SEAL-SEQ = ZERO
005320         IF CB3A-KEY-DATE < CB3AV-START-DATE
005330             ADD 1 TO CB3AV-LEGACY-ROWS
005340         ELSE
005350             MOVE "UNSEALED ROW" TO CB3AV-BREAK-REASON
005360             PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
005370         END-IF
005380         GO TO 3000-INDEX-ROW
005390     END-IF.
005400     IF NOT CB3AV-SEAL-IS-OPEN
005410         MOVE "NO LEDGER ENTRY" TO CB3AV-BREAK-REASON
005420         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
005430         GO TO 3000-INDEX-ROW
005440     END-IF.
005450     MOVE CB3A-SEAL-SEQ TO CB3SL-KEY-SEQ.
005460     READ CB3SL-SEAL-FILE.
005470     IF CB3AV-SEAL-NOTFOUND
005480         MOVE "NO LEDGER ENTRY" TO CB3AV-BREAK-REASON
005490         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
005500         GO TO 3000-INDEX-ROW
005510     END-IF.
005520     IF NOT CB3AV-SEAL-OK
005530         DISPLAY "CBDEM3AV -- SEAL LEDGER READ FAILED, STATUS "
005540                 CB3AV-SEAL-STATUS
005550         MOVE 8 TO CB3AV-RETURN-CODE
005560         GO TO 3000-EXIT
005570     END-IF.
005580     IF CB3SL-AUDIT-KEY NOT = CB3A-AUDIT-KEY
005590         MOVE "LEDGER NAMES OTHER ROW" TO CB3AV-BREAK-REASON
005600         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
005610         GO TO 3000-INDEX-ROW
005620     END-IF.
005630     MOVE CB3A-SEAL TO CB3AV-ROW-SEAL.
005640     MOVE SPACES    TO CB3A-SEAL.
005650     CALL "C$SHA256" USING BY REFERENCE CB3A-AUDIT-RECORD
005660                           BY REFERENCE CB3AV-ROW-DIGEST.
005670     IF CB3AV-ROW-DIGEST NOT = CB3SL-ROW-DIGEST
005680         MOVE "ROW ALTERED" TO CB3AV-BREAK-REASON
005690         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
005700     END-IF.
005710     IF CB3AV-ROW-SEAL NOT = CB3SL-SEAL
005720         MOVE "ROW SEAL MISMATCH" TO CB3AV-BREAK-REASON
005730         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
005740     END-IF.
005750 3000-INDEX-ROW.
005760     PERFORM 3500-INDEX-ROW THRU 3500-EXIT.
005770 3000-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800* 3500-INDEX-ROW -- RECORD THE ROW'S KEY AND SEAL SEQUENCE NUMBER
005810*     FOR THE LEDGER PASS. A ROW LEFT ON BOTH THE LIVE TRAIL AND
005820*     AN ARCHIVE BY AN INTERRUPTED ARCHIVE SWEEP IS KEPT ONCE,
005830*     AT THE HIGHER SEQUENCE NUMBER.
005840*----------------------------------------------------------------
005850 3500-INDEX-ROW.
005860     MOVE CB3A-AUDIT-KEY   TO CB3AV-IX-KEY.
005870     MOVE CB3A-SEAL-SEQ    TO CB3AV-IX-SEQ.
005880     MOVE CB3AV-ROW-SOURCE TO CB3AV-IX-SOURCE.
005890     WRITE CB3AV-INDEX-RECORD.
005900     IF CB3AV-INDEX-OK
005910         GO TO 3500-EXIT
005920     END-IF.
005930     IF NOT CB3AV-INDEX-DUPLICATE
005940         GO TO 3500-INDEX-FAILED
005950     END-IF.
005960     READ CB3AV-INDEX-FILE.
005970     IF NOT CB3AV-INDEX-OK
005980         GO TO 3500-INDEX-FAILED
005990     END-IF.
006000     IF CB3AV-IX-SEQ NOT < CB3A-SEAL-SEQ
006010         GO TO 3500-EXIT
006020     END-IF.
006030     MOVE CB3A-SEAL-SEQ    TO CB3AV-IX-SEQ.
006040     MOVE CB3AV-ROW-SOURCE TO CB3AV-IX-SOURCE.
006050     REWRITE CB3AV-INDEX-RECORD.
006060     IF CB3AV-INDEX-OK
006070         GO TO 3500-EXIT
006080     END-IF.
006090 3500-INDEX-FAILED.
006100     DISPLAY "CBDEM3AV -- WORK INDEX WRITE FAILED, STATUS "
006110             CB3AV-INDEX-STATUS.
006120     MOVE 8 TO CB3AV-RETURN-CODE.
006130 3500-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160* 4000-WALK-LEDGER -- LEDGER PASS: EVERY ENTRY FROM ONE UPWARD,
006170*     THEN THE HEAD AND THE ANCHOR AGAINST WHERE THE WALK ENDED.
006180*----------------------------------------------------------------
006190 4000-WALK-LEDGER.
006200     MOVE "SEAL LEDGER" TO CB3AV-BREAK-SOURCE.
006210     IF NOT CB3AV-SEAL-IS-OPEN
006220         GO TO 4000-CHECK-HEAD
006230     END-IF.
006240     MOVE ZERO TO CB3SL-KEY-SEQ.
006250     START CB3SL-SEAL-FILE KEY IS GREATER THAN CB3SL-SEAL-KEY
006260         INVALID KEY
006270             MOVE "10" TO CB3AV-SEAL-STATUS
006280     END-START.
006290     PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
006300         UNTIL CB3AV-SEAL-EOF
006310            OR CB3AV-RC-FILE-ERROR.
006320 4000-CHECK-HEAD.
006330     MOVE SPACES TO CB3AV-BREAK-KEY.
006340     MOVE ZERO   TO CB3AV-BREAK-DATE
006350                    CB3AV-BREAK-TIME.
006360     IF CB3AV-HEAD-FOUND
006370         IF CB3AV-HEAD-SEQ  NOT = CB3AV-LAST-SEQ
006380         OR CB3AV-HEAD-SEAL NOT = CB3AV-LAST-SEAL
006390             MOVE "HEAD NOT AT LAST ENTRY" TO CB3AV-BREAK-REASON
006400             MOVE CB3AV-HEAD-SEQ TO CB3AV-BREAK-SEQ
006410             PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
006420         END-IF
006430     ELSE
006440         IF CB3AV-LAST-SEQ > ZERO
006450             MOVE "NO CHAIN HEAD" TO CB3AV-BREAK-REASON
006460             MOVE ZERO TO CB3AV-BREAK-SEQ
006470             PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
006480         END-IF
006490     END-IF.
006500     IF CB3AV-ANCHOR-SEQ > ZERO
006510         AND NOT CB3AV-ANCHOR-FOUND
006520         MOVE "ANCHOR NOT ON LEDGER" TO CB3AV-BREAK-REASON
006530         MOVE CB3AV-ANCHOR-SEQ TO CB3AV-BREAK-SEQ
006540         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
006550     END-IF.
006560 4000-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590* 4100-CHECK-ONE-ENTRY -- ONE LEDGER ENTRY: NO NUMBER SKIPPED,
006600*     CHAINED TO THE ENTRY BEFORE IT, HASHING TO ITS OWN SEAL,
006610*     AGREEING WITH THE ANCHOR, AND ITS ROW STILL ON THE TRAIL AT
006620*     THIS CHANGE OR A LATER ONE. AFTER A GAP THE LINK CANNOT BE
006630*     CHECKED (THE ENTRY IT CHAINS FROM IS GONE), SO THE WALK
006640*     PICKS UP AGAIN FROM THE ENTRY FOUND.
006650*----------------------------------------------------------------
006660 4100-CHECK-ONE-ENTRY.
006670     READ CB3SL-SEAL-FILE NEXT RECORD
006680         AT END
006690             MOVE "10" TO CB3AV-SEAL-STATUS
006700     END-READ.
006710     IF CB3AV-SEAL-EOF
006720         GO TO 4100-EXIT
006730     END-IF.
006740     IF NOT CB3AV-SEAL-OK
006750         DISPLAY "CBDEM3AV -- SEAL LEDGER READ FAILED, STATUS "
006760                 CB3AV-SEAL-STATUS
006770         MOVE 8 TO CB3AV-RETURN-CODE
006780         GO TO 4100-EXIT
006790     END-IF.
006800     ADD 1 TO CB3AV-ENTRIES-WALKED.
006810     MOVE CB3SL-KEY-SEQ TO CB3AV-ENTRY-SEQ.
006820     MOVE "N"           TO CB3AV-GAP-SW.
006830     IF CB3AV-ENTRY-SEQ > CB3AV-EXPECT-SEQ
006840         MOVE "Y"              TO CB3AV-GAP-SW
006850         MOVE SPACES           TO CB3AV-BREAK-KEY
006860         MOVE ZERO             TO CB3AV-BREAK-DATE
006870                                  CB3AV-BREAK-TIME
006880         MOVE "ENTRY MISSING"  TO CB3AV-BREAK-REASON
006890         MOVE CB3AV-EXPECT-SEQ TO CB3AV-BREAK-SEQ
006900         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
006910     END-IF.
006920     MOVE CB3SL-AUDIT-KEY TO CB3AV-BREAK-KEY.
006930     MOVE CB3AV-ENTRY-SEQ TO CB3AV-BREAK-SEQ.
006940     IF NOT CB3AV-GAP-FOUND
006950         AND CB3SL-PRIOR-SEAL NOT = CB3AV-LAST-SEAL
006960         MOVE "CHAIN BROKEN" TO CB3AV-BREAK-REASON
006970         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
006980     END-IF.
006990     MOVE CB3SL-SEAL TO CB3AV-STORED-SEAL.
007000     CALL "C$SHA256" USING BY REFERENCE CB3SL-SEALED-PART
007010                           BY REFERENCE CB3AV-CALC-SEAL.
007020     IF CB3AV-CALC-SEAL NOT = CB3AV-STORED-SEAL
007030         MOVE "ENTRY ALTERED" TO CB3AV-BREAK-REASON
007040         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
007050     END-IF.
007060     IF CB3AV-ENTRY-SEQ = CB3AV-ANCHOR-SEQ
007070         MOVE "Y" TO CB3AV-ANCHOR-FOUND-SW
007080         IF CB3AV-STORED-SEAL NOT = CB3AV-ANCHOR-SEAL
007090             MOVE "ANCHOR SEAL MISMATCH" TO CB3AV-BREAK-REASON
007100             PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
007110         END-IF
007120     END-IF.
007130     IF NOT CB3SL-TYPE-REFUSED
007133         PERFORM 4200-CHECK-ENTRY-ROW THRU 4200-EXIT
007136     END-IF.
007140     MOVE CB3AV-ENTRY-SEQ   TO CB3AV-LAST-SEQ.
007150     MOVE CB3AV-STORED-SEAL TO CB3AV-LAST-SEAL.
007160     COMPUTE CB3AV-EXPECT-SEQ = CB3AV-ENTRY-SEQ + 1.
007170 4100-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200* 4200-CHECK-ENTRY-ROW -- THE ROW THE ENTRY NAMES MUST STILL BE
007210*     ON THE LIVE TRAIL OR A LISTED ARCHIVE, CARRYING THIS ENTRY
007220*     OR A LATER ONE. A ROW CARRYING AN EARLIER ENTRY HAS BEEN
007230*     PUT BACK TO A COPY FROM BEFORE THIS CHANGE.
007240*----------------------------------------------------------------
007250 4200-CHECK-ENTRY-ROW.
007260     MOVE CB3SL-AUDIT-KEY TO CB3AV-IX-KEY.
007270     READ CB3AV-INDEX-FILE.
007280     IF CB3AV-INDEX-NOTFOUND
007290         MOVE "ROW MISSING" TO CB3AV-BREAK-REASON
007300         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
007310         GO TO 4200-EXIT
007320     END-IF.
007330     IF NOT CB3AV-INDEX-OK
007340         DISPLAY "CBDEM3AV -- WORK INDEX READ FAILED, STATUS "
007350                 CB3AV-INDEX-STATUS
007360         MOVE 8 TO CB3AV-RETURN-CODE
007370         GO TO 4200-EXIT
007380     END-IF.
007390     IF CB3AV-IX-SEQ < CB3AV-ENTRY-SEQ
007400         MOVE "ROW ROLLED BACK"  TO CB3AV-BREAK-REASON
007410         MOVE CB3AV-IX-SOURCE    TO CB3AV-BREAK-SOURCE
007420         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
007430         MOVE "SEAL LEDGER"      TO CB3AV-BREAK-SOURCE
007440     END-IF.
007450 4200-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------
007480* 6000-WRITE-BREAK -- ONE BREAK TO THE REPORT, BY LEDGER SEQUENCE
007490*     NUMBER AND AUDIT KEY, AND SET THE BREAK RETURN CODE.
007500*----------------------------------------------------------------
007510 6000-WRITE-BREAK.
007520     ADD 1 TO CB3AV-BREAKS.
007530     IF CB3AV-RETURN-CODE < 4
007540         MOVE 4 TO CB3AV-RETURN-CODE
007550     END-IF.
007560     MOVE CB3AV-BREAK-REASON TO CB3AV-BL-REASON.
007570     MOVE CB3AV-BREAK-SEQ    TO CB3AV-BL-SEQ.
007580     MOVE CB3AV-BREAK-DATE   TO CB3AV-BL-DATE.
007590     MOVE CB3AV-BREAK-TIME   TO CB3AV-BL-TIME.
007600     MOVE CB3AV-BREAK-SOURCE TO CB3AV-BL-SOURCE.
007610     WRITE CB3AV-REPORT-RECORD FROM CB3AV-BREAK-LINE.
007620     IF CB3AV-BREAK-FILENAME NOT = SPACES
007630         MOVE CB3AV-BREAK-FILENAME TO CB3AV-FL-FILENAME
007640         WRITE CB3AV-REPORT-RECORD FROM CB3AV-FILE-LINE
007650     END-IF.
007660 6000-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------
007690* 7000-WRITE-TOTALS -- VERIFICATION TOTALS AND THE CHAIN HEAD TO
007700*     CARRY FORWARD AS THE NEXT RUN'S ANCHOR, TO THE REPORT AND
007710*     THE JOB LOG.
007720*----------------------------------------------------------------
007730 7000-WRITE-TOTALS.
007740     IF CB3AV-BREAKS = ZERO
007750         WRITE CB3AV-REPORT-RECORD FROM CB3AV-CLEAN-LINE
007760     END-IF.
007770     WRITE CB3AV-REPORT-RECORD FROM CB3AV-RULE-LINE.
007780     MOVE CB3AV-LIVE-ROWS      TO CB3AV-TL-LIVE.
007790     MOVE CB3AV-ARCHIVE-ROWS   TO CB3AV-TL-ARCHIVE.
007800     MOVE CB3AV-LEGACY-ROWS    TO CB3AV-TL-LEGACY.
007810     MOVE CB3AV-ENTRIES-WALKED TO CB3AV-TL-ENTRIES.
007820     MOVE CB3AV-BREAKS         TO CB3AV-TL-BREAKS.
007830     WRITE CB3AV-REPORT-RECORD FROM CB3AV-TOTALS-LINE-1.
007840     WRITE CB3AV-REPORT-RECORD FROM CB3AV-TOTALS-LINE-2.
007850     MOVE CB3AV-LAST-SEQ       TO CB3AV-HD-SEQ.
007860     MOVE CB3AV-LAST-SEAL      TO CB3AV-HD-SEAL.
007870     WRITE CB3AV-REPORT-RECORD FROM CB3AV-HEAD-LINE.
007880     WRITE CB3AV-REPORT-RECORD FROM CB3AV-CARRY-LINE.
007890     DISPLAY "CBDEM3AV -- ROWS CHECKED: "
007900             CB3AV-LIVE-ROWS " LIVE, "
007910             CB3AV-ARCHIVE-ROWS " ARCHIVED".
007920     DISPLAY "CBDEM3AV -- LEDGER ENTRIES: " CB3AV-ENTRIES-WALKED
007930             "  BREAKS: " CB3AV-BREAKS.
007940     DISPLAY "CBDEM3AV -- CHAIN HEAD SEQ: " CB3AV-LAST-SEQ.
007950     DISPLAY "CBDEM3AV -- CHAIN HEAD SEAL: " CB3AV-LAST-SEAL.
007960 7000-EXIT.
007970     EXIT.
007980*----------------------------------------------------------------
007990* 8000-CLOSE-FILES -- CLOSE WHATEVER WAS OPENED.
008000*----------------------------------------------------------------
008010 8000-CLOSE-FILES.
008020     IF CB3AV-SEAL-IS-OPEN
008030         CLOSE CB3SL-SEAL-FILE
008040     END-IF.
008050     IF CB3AV-INDEX-IS-OPEN
008060         CLOSE CB3AV-INDEX-FILE
008070     END-IF.
008080     IF CB3AV-REPORT-IS-OPEN
008090         CLOSE CB3AV-REPORT-FILE
008100     END-IF.
008110 8000-EXIT.
008120     EXIT.
