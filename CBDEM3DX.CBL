000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3DX.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3DX -- DERIVED-FILE CONSISTENCY CHECK AND INDEX REBUILD.
000090*
000100* FOUR KEYED FILES ARE KEPT ALONGSIDE THE AUDIT TRAIL (AUDITF,
000110* SEE CB3AREC) AND NOTHING ELSE EVER HOLDS THEM TO IT: THE
000120* FIRST-SEEN DIGEST INDEX (DIGSEENF, CB3IREC), THE QUARANTINE
000130* HOLD FILE (HOLDF, CB3QREC), THE EXPECTED-DIGEST MASTER
000140* (DIGESTF, CB3XREC) AND THE RESTART CHECKPOINTS (CB3RCKPF,
000150* CB3RREC). A DIGEST INDEX LOST OR RESTORED FROM AN OLD BACKUP
000160* LEAVES THE DUPLICATE-TRANSMISSION CHECK QUIETLY BLIND. DATA
000170* CONTROL RUNS THIS JOB AFTER EVERY VSAM RECOVERY AND IN EACH
000180* DR TEST, BEFORE THE NEXT MORNING'S REPLAY CHECK IS TRUSTED.
000190* THE SYSIN CARD PICKS ONE OF TWO MODES:
000200*
000210*   CHECK   ("C") -- EVERY ROW ON THE LIVE TRAIL, THEN ON EACH
000220*                    YEARLY ARCHIVE CLUSTER NAMED ON AUDARCHL
000230*                    (THE SAME LIST THE TRAIL VERIFIER CBDEM3AV
000240*                    READS), IS NOTED ON A WORK INDEX, AND EVERY
000250*                    DISAGREEMENT IS LISTED:
000260*                    - AN INBOUND DIGEST WITH NO DIGSEENF ROW, OR
000270*                      WHOSE ROW IS DATED AFTER ITS EARLIEST
000280*                      RECEIPT ON THE TRAIL;
000290*                    - A HOLDF ROW WHOSE STATUS OR DISPOSING USER
000300*                      DOES NOT MATCH THE DISPOSITION ON ITS
000310*                      ORIGINATING AUDIT ROW, OR WHOSE ORIGINATING
000320*                      ROW IS ON NO TRAIL HELD;
000330*                    - A DIGESTF APPROVAL WITH NO MATCHING RE-KEY
000340*                      APPROVAL STAMP ("K" ENTRY, SAME FILE NAME,
000350*                      APPROVER, DATE AND TIME) ON THE SEAL
000360*                      LEDGER (AUDSEALF, CB3SLREC). APPROVALS
000370*                      DATED BEFORE THE CHAIN STARTED WERE NEVER
000380*                      STAMPED AND ARE ONLY COUNTED;
000390*                    - AN ORPHAN IN-FLIGHT CHECKPOINT: CLAIMED ON
000400*                      A DAY BEFORE THE RUN'S AS-OF DATE, OR
000410*                      STILL CLAIMED AFTER THE TRAIL SHOWS THE
000420*                      SAME JOB FINISHED THE FILE.
000430*                    NOTHING IS CHANGED IN CHECK MODE.
000440*   REBUILD ("R") -- DIGSEENF IS REGENERATED FROM THE LIVE TRAIL
000450*                    AND THE LISTED ARCHIVES: ONE ROW PER INBOUND
000460*                    PRIMARY DIGEST, CARRYING ITS EARLIEST RECEIPT
000470*                    (DATE, THEN TIME). ROWS ON THE OLD INDEX FOR
000480*                    DIGESTS FIRST SEEN ON AN ARCHIVE NO LONGER
000490*                    HELD ARE CARRIED FORWARD, AND AN OLD ROW
000500*                    DATED BEFORE THE TRAIL'S EARLIEST RECEIPT IS
000510*                    KEPT, SO A REBUILD NEVER FORGETS A RECEIPT.
000520*                    THE OTHER THREE FILES ARE NOT DERIVED FROM
000530*                    THE TRAIL ALONE AND ARE NEVER REBUILT HERE;
000540*                    RUN CHECK MODE AFTER A REBUILD.
000550*
000560* THE TRAIL IS READ IN FULL BEFORE ANY FILE IS REWRITTEN, SO A
000570* LISTED ARCHIVE THAT CANNOT BE OPENED STOPS A REBUILD WITH THE
000580* OLD INDEX UNTOUCHED. RUN OUTSIDE THE VERIFICATION WINDOW --
000590* CBDEM3A ADDS TO DIGSEENF AS EACH ROW IS APPENDED.
000600*
000610* EVERY DISAGREEMENT IS LISTED ON THE REPORT (DERIVRPT) BY DATE,
000620* TIME, FILE NAME AND WHERE IT WAS FOUND. THE WORK INDEX
000630* (DERIVWK) IS SCRATCH, REBUILT EVERY RUN.
000640*
000650* RETURN CODE: 0 FILES AGREE (OR INDEX REBUILT), 4 ONE OR MORE
000660* DISAGREEMENTS, 8 ON A BAD CONTROL CARD, A FILE ERROR OR TOO
000670* MANY ARCHIVE CLUSTERS LISTED (THE RUN STOPS AND PROVES
000680* NOTHING).
000690*----------------------------------------------------------------
000700* MODIFICATION HISTORY.
000710*   10/15/2026  DLH  ORIGINAL VERSION.
000720*----------------------------------------------------------------
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER.   IBM-370.
000760 OBJECT-COMPUTER.   IBM-370.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT CB3DX-AUDIT-FILE ASSIGN TO AUDITF
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS CB3DX-AUDIT-KEY
000830         FILE STATUS IS CB3DX-AUDIT-STATUS.
000840
000850     SELECT CB3DX-ARCHIVE-FILE ASSIGN TO CB3DX-ARCHFILE-NAME
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS SEQUENTIAL
000880         RECORD KEY IS CB3DX-ARCH-KEY
000890         FILE STATUS IS CB3DX-ARCHIVE-STATUS.
000900
000910     SELECT CB3DX-ARCHLIST-FILE ASSIGN TO AUDARCHL
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS CB3DX-ARCHLIST-STATUS.
000940
000950     SELECT CB3I-SEEN-FILE ASSIGN TO DIGSEENF
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS CB3I-SEEN-KEY
000990         FILE STATUS IS CB3DX-SEEN-STATUS.
001000
001010     SELECT CB3Q-HOLD-FILE ASSIGN TO HOLDF
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS CB3Q-HOLD-KEY
001050         FILE STATUS IS CB3DX-HOLD-STATUS.
001060
001070     SELECT CB3X-DIGEST-FILE ASSIGN TO DIGESTF
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS SEQUENTIAL
001100         RECORD KEY IS CB3X-DIGEST-KEY
001110         FILE STATUS IS CB3DX-DIGEST-STATUS.
001120
001130     SELECT CB3SL-SEAL-FILE ASSIGN TO AUDSEALF
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS CB3SL-SEAL-KEY
001170         FILE STATUS IS CB3DX-SEAL-STATUS.
001180
001190     SELECT CB3R-CHECKPOINT-FILE ASSIGN TO CB3RCKPF
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS SEQUENTIAL
001220         RECORD KEY IS CB3R-CHECKPOINT-KEY
001230         FILE STATUS IS CB3DX-CKPT-STATUS.
001240
001250     SELECT CB3DX-WORK-FILE ASSIGN TO DERIVWK
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS CB3DX-WK-KEY
001290         FILE STATUS IS CB3DX-WORK-STATUS.
001300
001310     SELECT CB3DX-REPORT-FILE ASSIGN TO DERIVRPT
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS CB3DX-REPORT-STATUS.
001340 DATA DIVISION.
001350 FILE SECTION.
001360*        THE LIVE AND ARCHIVE ROWS ARE CARRIED FLAT AND READ INTO
001370*        THE ONE CB3AREC LAYOUT IN WORKING-STORAGE, AS CBDEM3AV
001380*        DOES. THE KEY IS THE LEADING DATE + FILENAME + TIME.
001390 FD  CB3DX-AUDIT-FILE.
001400 01  CB3DX-AUDIT-RECORD.
001410     05  CB3DX-AUDIT-KEY         PIC X(96).
001420     05  FILLER                  PIC X(562).
001430
001440 FD  CB3DX-ARCHIVE-FILE.
001450 01  CB3DX-ARCHIVE-RECORD.
001460     05  CB3DX-ARCH-KEY          PIC X(96).
001470     05  FILLER                  PIC X(562).
001480
001490 FD  CB3DX-ARCHLIST-FILE
001500     RECORD CONTAINS 80 CHARACTERS.
001510 01  CB3DX-ARCHLIST-RECORD       PIC X(80).
001520
001530 FD  CB3I-SEEN-FILE.
001540 COPY CB3IREC.
001550
001560 FD  CB3Q-HOLD-FILE.
001570 COPY CB3QREC.
001580
001590 FD  CB3X-DIGEST-FILE.
001600 COPY CB3XREC.
001610
001620 FD  CB3SL-SEAL-FILE.
001630 COPY CB3SLREC.
001640
001650 FD  CB3R-CHECKPOINT-FILE.
001660 COPY CB3RREC.
001670
001680*        WORK INDEX BUILT FROM THE TRAIL (AND, FOR "K", THE SEAL
001690*        LEDGER). ONE KEY SPACE PER ENTRY TYPE:
001700*          "D" + DIGEST             -- EARLIEST INBOUND RECEIPT;
001710*          "H" + FILE NAME          -- HOLD'S ORIGIN ROW FOUND;
001720*          "J" + JOB-ID + FILE NAME -- LATEST ROW THE JOB WROTE;
001730*          "K" + FILE NAME + APPROVER + DATE -- LATEST RE-KEY
001740*                                      APPROVAL STAMP THAT DAY.
001750*        SCRATCH -- REBUILT EVERY RUN.
001760 FD  CB3DX-WORK-FILE.
001770 01  CB3DX-WORK-RECORD.
001780     05  CB3DX-WK-KEY.
001790         10  CB3DX-WK-TYPE       PIC X(01).
001800         10  CB3DX-WK-KEY-DATA   PIC X(96).
001810         10  CB3DX-WK-DIGEST-KEY REDEFINES CB3DX-WK-KEY-DATA.
001820             15  CB3DX-WK-DIGEST PIC X(64).
001830             15  FILLER          PIC X(32).
001840         10  CB3DX-WK-HOLD-KEY REDEFINES CB3DX-WK-KEY-DATA.
001850             15  CB3DX-WK-HOLD-FILENAME
001860                                 PIC X(80).
001870             15  FILLER          PIC X(16).
001880         10  CB3DX-WK-JOB-KEY REDEFINES CB3DX-WK-KEY-DATA.
001890             15  CB3DX-WK-JOB-ID PIC X(08).
001900             15  CB3DX-WK-JOB-FILENAME
001910                                 PIC X(80).
001920             15  FILLER          PIC X(08).
001930         10  CB3DX-WK-APPROVAL-KEY REDEFINES CB3DX-WK-KEY-DATA.
001940             15  CB3DX-WK-APPR-FILENAME
001950                                 PIC X(80).
001960             15  CB3DX-WK-APPR-USER
001970                                 PIC X(08).
001980             15  CB3DX-WK-APPR-DATE
001990                                 PIC 9(08).
002000     05  CB3DX-WK-DATE           PIC 9(08).
002010     05  CB3DX-WK-TIME           PIC 9(08).
002020     05  CB3DX-WK-FILENAME       PIC X(80).
002030     05  CB3DX-WK-SOURCE         PIC X(12).
002040
002050 FD  CB3DX-REPORT-FILE
002060     RECORD CONTAINS 132 CHARACTERS.
002070 01  CB3DX-REPORT-RECORD         PIC X(132).
002080 WORKING-STORAGE SECTION.
002090*----------------------------------------------------------------
002100*    01  CB3DX-SWITCHES       -- RUN SWITCHES AND RETURN CODE.
002110*----------------------------------------------------------------
002120 01  CB3DX-SWITCHES.
002130     05  CB3DX-AUDIT-STATUS      PIC X(02) VALUE SPACES.
002140         88  CB3DX-AUDIT-OK              VALUE "00".
002150         88  CB3DX-AUDIT-EOF             VALUE "10".
002160     05  CB3DX-ARCHIVE-STATUS    PIC X(02) VALUE SPACES.
002170         88  CB3DX-ARCHIVE-OK            VALUE "00".
002180         88  CB3DX-ARCHIVE-EOF           VALUE "10".
002190     05  CB3DX-ARCHLIST-STATUS   PIC X(02) VALUE SPACES.
002200         88  CB3DX-ARCHLIST-OK           VALUE "00".
002210         88  CB3DX-ARCHLIST-EOF          VALUE "10".
002220         88  CB3DX-ARCHLIST-ABSENT       VALUE "35".
002230     05  CB3DX-SEEN-STATUS       PIC X(02) VALUE SPACES.
002240         88  CB3DX-SEEN-OK               VALUE "00".
002250         88  CB3DX-SEEN-EOF              VALUE "10".
002260         88  CB3DX-SEEN-NOTFOUND         VALUE "23".
002270         88  CB3DX-SEEN-ABSENT           VALUE "35".
002280     05  CB3DX-HOLD-STATUS       PIC X(02) VALUE SPACES.
002290         88  CB3DX-HOLD-OK               VALUE "00".
002300         88  CB3DX-HOLD-EOF              VALUE "10".
002310         88  CB3DX-HOLD-NOTFOUND         VALUE "23".
002320         88  CB3DX-HOLD-ABSENT           VALUE "35".
002330     05  CB3DX-DIGEST-STATUS     PIC X(02) VALUE SPACES.
002340         88  CB3DX-DIGEST-OK             VALUE "00".
002350         88  CB3DX-DIGEST-EOF            VALUE "10".
002360         88  CB3DX-DIGEST-ABSENT         VALUE "35".
002370     05  CB3DX-SEAL-STATUS       PIC X(02) VALUE SPACES.
002380         88  CB3DX-SEAL-OK               VALUE "00".
002390         88  CB3DX-SEAL-EOF              VALUE "10".
002400         88  CB3DX-SEAL-ABSENT           VALUE "35".
002410     05  CB3DX-CKPT-STATUS       PIC X(02) VALUE SPACES.
002420         88  CB3DX-CKPT-OK               VALUE "00".
002430         88  CB3DX-CKPT-EOF              VALUE "10".
002440         88  CB3DX-CKPT-ABSENT           VALUE "35".
002450     05  CB3DX-WORK-STATUS       PIC X(02) VALUE SPACES.
002460         88  CB3DX-WORK-OK               VALUE "00".
002470         88  CB3DX-WORK-EOF              VALUE "10".
002480         88  CB3DX-WORK-DUPLICATE        VALUE "22".
002490         88  CB3DX-WORK-NOTFOUND         VALUE "23".
002500     05  CB3DX-REPORT-STATUS     PIC X(02) VALUE SPACES.
002510         88  CB3DX-REPORT-OK             VALUE "00".
002520     05  CB3DX-SEEN-OPENED-SW    PIC X(01) VALUE "N".
002530         88  CB3DX-SEEN-IS-OPEN          VALUE "Y".
002540     05  CB3DX-HOLD-OPENED-SW    PIC X(01) VALUE "N".
002550         88  CB3DX-HOLD-IS-OPEN          VALUE "Y".
002560     05  CB3DX-DIGEST-OPENED-SW  PIC X(01) VALUE "N".
002570         88  CB3DX-DIGEST-IS-OPEN        VALUE "Y".
002580     05  CB3DX-SEAL-OPENED-SW    PIC X(01) VALUE "N".
002590         88  CB3DX-SEAL-IS-OPEN          VALUE "Y".
002600     05  CB3DX-CKPT-OPENED-SW    PIC X(01) VALUE "N".
002610         88  CB3DX-CKPT-IS-OPEN          VALUE "Y".
002620     05  CB3DX-WORK-OPENED-SW    PIC X(01) VALUE "N".
002630         88  CB3DX-WORK-IS-OPEN          VALUE "Y".
002640     05  CB3DX-REPORT-OPENED-SW  PIC X(01) VALUE "N".
002650         88  CB3DX-REPORT-IS-OPEN        VALUE "Y".
002660     05  CB3DX-WALK-DONE-SW      PIC X(01) VALUE "N".
002670         88  CB3DX-WALK-DONE             VALUE "Y".
002680     05  CB3DX-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
002690         88  CB3DX-RC-OK                 VALUE ZERO.
002700         88  CB3DX-RC-BREAKS             VALUE 4.
002710         88  CB3DX-RC-FILE-ERROR         VALUE 8.
002720*----------------------------------------------------------------
002730*    01  CB3DX-COUNTERS       -- ROWS READ AND BREAKS FOUND.
002740*----------------------------------------------------------------
002750 01  CB3DX-COUNTERS.
002760     05  CB3DX-LIVE-ROWS         PIC 9(08) COMP VALUE ZERO.
002770     05  CB3DX-ARCHIVE-ROWS      PIC 9(08) COMP VALUE ZERO.
002780     05  CB3DX-DIGESTS           PIC 9(08) COMP VALUE ZERO.
002790     05  CB3DX-SEEN-BREAKS       PIC 9(08) COMP VALUE ZERO.
002800     05  CB3DX-HOLD-BREAKS       PIC 9(08) COMP VALUE ZERO.
002810     05  CB3DX-APPROVAL-BREAKS   PIC 9(08) COMP VALUE ZERO.
002820     05  CB3DX-PRE-CHAIN         PIC 9(08) COMP VALUE ZERO.
002830     05  CB3DX-CKPT-BREAKS       PIC 9(08) COMP VALUE ZERO.
002840     05  CB3DX-CARRIED           PIC 9(08) COMP VALUE ZERO.
002850     05  CB3DX-REBUILT           PIC 9(08) COMP VALUE ZERO.
002860     05  CB3DX-BREAKS            PIC 9(08) COMP VALUE ZERO.
002870*----------------------------------------------------------------
002880*    01  CB3DX-CONTROL-CARD   -- SYSIN CONTROL CARD, ONE PER RUN:
002890*        THE MODE AND THE AS-OF DATE AN IN-FLIGHT CLAIM MUST BE
002900*        DATED (ZERO = TODAY).
002910*----------------------------------------------------------------
002920 01  CB3DX-CONTROL-CARD.
002930     05  CB3DX-MODE              PIC X(01).
002940         88  CB3DX-MODE-CHECK            VALUE "C".
002950         88  CB3DX-MODE-REBUILD          VALUE "R".
002960     05  CB3DX-AS-OF-DATE        PIC 9(08).
002970*----------------------------------------------------------------
002980*    01  CB3DX-ARCHIVE-TABLE  -- THE ARCHIVE CLUSTERS TO READ, AS
002990*        LISTED ON AUDARCHL (NO LIST = LIVE TRAIL ONLY).
003000*----------------------------------------------------------------
003010 01  CB3DX-ARCHIVE-TABLE.
003020     05  CB3DX-ARCHIVE-COUNT     PIC 9(04) COMP VALUE ZERO.
003030     05  CB3DX-ARCHIVE-MAX       PIC 9(04) COMP VALUE 20.
003040     05  CB3DX-ARCHIVE-IX        PIC 9(04) COMP VALUE ZERO.
003050     05  CB3DX-ARCHIVE-ENTRY     OCCURS 20 TIMES.
003060         10  CB3DX-ARCHIVE-NAME  PIC X(80).
003070 01  CB3DX-ARCHFILE-NAME         PIC X(80) VALUE SPACES.
003080*----------------------------------------------------------------
003090*    01  CB3DX-RUN-WORK       -- WHERE THE ROW CAME FROM, THE DAY
003100*        THE SEAL CHAIN STARTED, AND A DISPOSITION FOR PRINTING.
003110*----------------------------------------------------------------
003120 01  CB3DX-RUN-WORK.
003130     05  CB3DX-ROW-SOURCE        PIC X(12).
003140     05  CB3DX-START-DATE        PIC 9(08) VALUE 99999999.
003150     05  CB3DX-SHOW-CODE         PIC X(01).
003160*----------------------------------------------------------------
003170*    THE AUDIT ROW BEING NOTED, FROM THE LIVE TRAIL OR AN ARCHIVE.
003180*----------------------------------------------------------------
003190 COPY CB3AREC.
003200*----------------------------------------------------------------
003210*    01  CB3DX-BREAK-WORK     -- THE DISAGREEMENT BEING REPORTED.
003220*----------------------------------------------------------------
003230 01  CB3DX-BREAK-WORK.
003240     05  CB3DX-BREAK-REASON      PIC X(24).
003250     05  CB3DX-BREAK-DATE        PIC 9(08).
003260     05  CB3DX-BREAK-TIME        PIC 9(08).
003270     05  CB3DX-BREAK-SOURCE      PIC X(12).
003280     05  CB3DX-BREAK-DETAIL      PIC X(40).
003290     05  CB3DX-BREAK-FILENAME    PIC X(80).
003300     05  CB3DX-BREAK-DIGEST      PIC X(64).
003310*----------------------------------------------------------------
003320*    REPORT LINE LAYOUTS.
003330*----------------------------------------------------------------
003340 01  CB3DX-HEADER-LINE-1         PIC X(132) VALUE
003350     "CBDEM3DX -- DERIVED-FILE CONSISTENCY CHECK".
003360 01  CB3DX-HEADER-LINE-2.
003370     05  FILLER                  PIC X(06) VALUE "MODE: ".
003380     05  CB3DX-HL-MODE           PIC X(10).
003390     05  FILLER                  PIC X(09) VALUE "  AS OF: ".
003400     05  CB3DX-HL-AS-OF          PIC 9999/99/99.
003410     05  FILLER                  PIC X(97) VALUE SPACES.
003420 01  CB3DX-HEADER-LINE-3.
003430     05  FILLER                  PIC X(08) VALUE "ARCHIVE ".
003440     05  CB3DX-HL-ARCHIVE-NBR    PIC 9(02).
003450     05  FILLER                  PIC X(02) VALUE ": ".
003460     05  CB3DX-HL-ARCHIVE        PIC X(80).
003470     05  FILLER                  PIC X(40) VALUE SPACES.
003480 01  CB3DX-RULE-LINE             PIC X(132) VALUE ALL "-".
003490 01  CB3DX-SECTION-LINE          PIC X(132).
003500 01  CB3DX-BREAK-LINE.
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  CB3DX-BL-REASON         PIC X(24).
003530     05  FILLER                  PIC X(08) VALUE "  DATE: ".
003540     05  CB3DX-BL-DATE           PIC 9999/99/99.
003550     05  FILLER                  PIC X(08) VALUE "  TIME: ".
003560     05  CB3DX-BL-TIME           PIC 9(08).
003570     05  FILLER                  PIC X(06) VALUE "  IN: ".
003580     05  CB3DX-BL-SOURCE         PIC X(12).
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  CB3DX-BL-DETAIL         PIC X(40).
003610     05  FILLER                  PIC X(12) VALUE SPACES.
003620 01  CB3DX-FILE-LINE.
003630     05  FILLER                  PIC X(10) VALUE "    FILE: ".
003640     05  CB3DX-FL-FILENAME       PIC X(80).
003650     05  FILLER                  PIC X(42) VALUE SPACES.
003660 01  CB3DX-DIGEST-LINE.
003670     05  FILLER                  PIC X(12) VALUE "    DIGEST: ".
003680     05  CB3DX-DL-DIGEST         PIC X(64).
003690     05  FILLER                  PIC X(56) VALUE SPACES.
003700 01  CB3DX-CLEAN-LINE            PIC X(132) VALUE
003710     "NO DISAGREEMENTS -- DERIVED FILES AGREE WITH THE TRAIL".
003720 01  CB3DX-REBUILT-LINE          PIC X(132) VALUE
003730     "DIGSEENF REBUILT -- RUN CHECK MODE FOR THE OTHER FILES".
003740 01  CB3DX-TOTALS-LINE-1.
003750     05  FILLER                  PIC X(20) VALUE
003760         "LIVE ROWS READ:     ".
003770     05  CB3DX-TL-LIVE           PIC ZZZ,ZZZ,ZZ9.
003780     05  FILLER                  PIC X(23) VALUE
003790         "  ARCHIVE ROWS READ:   ".
003800     05  CB3DX-TL-ARCHIVE        PIC ZZZ,ZZZ,ZZ9.
003810     05  FILLER                  PIC X(23) VALUE
003820         "  INBOUND DIGESTS:     ".
003830     05  CB3DX-TL-DIGESTS        PIC ZZZ,ZZZ,ZZ9.
003840     05  FILLER                  PIC X(33) VALUE SPACES.
003850 01  CB3DX-TOTALS-LINE-2.
003860     05  FILLER                  PIC X(20) VALUE
003870         "INDEX BREAKS:       ".
003880     05  CB3DX-TL-SEEN           PIC ZZZ,ZZZ,ZZ9.
003890     05  FILLER                  PIC X(23) VALUE
003900         "  HOLD BREAKS:         ".
003910     05  CB3DX-TL-HOLD           PIC ZZZ,ZZZ,ZZ9.
003920     05  FILLER                  PIC X(23) VALUE
003930         "  APPROVAL BREAKS:     ".
003940     05  CB3DX-TL-APPROVAL       PIC ZZZ,ZZZ,ZZ9.
003950     05  FILLER                  PIC X(33) VALUE SPACES.
003960 01  CB3DX-TOTALS-LINE-3.
003970     05  FILLER                  PIC X(20) VALUE
003980         "CHECKPOINT BREAKS:  ".
003990     05  CB3DX-TL-CKPT           PIC ZZZ,ZZZ,ZZ9.
004000     05  FILLER                  PIC X(23) VALUE
004010         "  APPROVALS PRE-CHAIN: ".
004020     05  CB3DX-TL-PRE-CHAIN      PIC ZZZ,ZZZ,ZZ9.
004030     05  FILLER                  PIC X(67) VALUE SPACES.
004040 01  CB3DX-TOTALS-LINE-4.
004050     05  FILLER                  PIC X(20) VALUE
004060         "INDEX ROWS WRITTEN: ".
004070     05  CB3DX-TL-REBUILT        PIC ZZZ,ZZZ,ZZ9.
004080     05  FILLER                  PIC X(23) VALUE
004090         "  CARRIED FROM OLD:    ".
004100     05  CB3DX-TL-CARRIED        PIC ZZZ,ZZZ,ZZ9.
004110     05  FILLER                  PIC X(67) VALUE SPACES.
004120 PROCEDURE DIVISION.
004130*----------------------------------------------------------------
004140* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW: NOTE THE WHOLE TRAIL,
004150*     THEN EITHER CHECK THE FOUR FILES OR REBUILD THE INDEX.
004160*----------------------------------------------------------------
004170 0000-MAINLINE.
004180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004190     IF CB3DX-RC-FILE-ERROR
004200         GO TO 0000-FINISH
004210     END-IF.
004220     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
004230     IF CB3DX-RC-FILE-ERROR
004240         GO TO 0000-FINISH
004250     END-IF.
004260     PERFORM 2000-READ-LIVE-TRAIL THRU 2000-EXIT.
004270     IF CB3DX-RC-FILE-ERROR
004280         GO TO 0000-FINISH
004290     END-IF.
004300     PERFORM 2500-READ-ONE-ARCHIVE THRU 2500-EXIT
004310         VARYING CB3DX-ARCHIVE-IX FROM 1 BY 1
004320         UNTIL CB3DX-ARCHIVE-IX > CB3DX-ARCHIVE-COUNT
004330            OR CB3DX-RC-FILE-ERROR.
004340     IF CB3DX-RC-FILE-ERROR
004350         GO TO 0000-FINISH
004360     END-IF.
004370     IF CB3DX-MODE-REBUILD
004380         PERFORM 5800-REBUILD-SEEN-INDEX THRU 5800-EXIT
004390         GO TO 0000-TOTALS
004400     END-IF.
004410     PERFORM 4000-CHECK-SEEN-INDEX THRU 4000-EXIT.
004420     IF NOT CB3DX-RC-FILE-ERROR
004430         PERFORM 4500-CHECK-HOLDS THRU 4500-EXIT
004440     END-IF.
004450     IF NOT CB3DX-RC-FILE-ERROR
004460         PERFORM 5000-LOAD-APPROVAL-STAMPS THRU 5000-EXIT
004470     END-IF.
004480     IF NOT CB3DX-RC-FILE-ERROR
004490         PERFORM 5200-CHECK-APPROVALS THRU 5200-EXIT
004500     END-IF.
004510     IF NOT CB3DX-RC-FILE-ERROR
004520         PERFORM 5500-CHECK-CHECKPOINTS THRU 5500-EXIT
004530     END-IF.
004540     IF CB3DX-RC-FILE-ERROR
004550         GO TO 0000-FINISH
004560     END-IF.
004570 0000-TOTALS.
004580     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
004590 0000-FINISH.
004600     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
004610     MOVE CB3DX-RETURN-CODE TO RETURN-CODE.
004620     STOP RUN.
004630 0000-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660* 1000-INITIALIZE -- READ THE MODE AND AS-OF DATE FROM SYSIN.
004670*----------------------------------------------------------------
004680 1000-INITIALIZE.
004690     MOVE ZERO   TO CB3DX-RETURN-CODE.
004700     MOVE SPACES TO CB3DX-CONTROL-CARD.
004710     ACCEPT CB3DX-CONTROL-CARD FROM SYSIN.
004720     IF NOT CB3DX-MODE-CHECK
004730         AND NOT CB3DX-MODE-REBUILD
004740         DISPLAY "CBDEM3DX -- MODE MUST BE C (CHECK) OR "
004750                 "R (REBUILD)"
004760         MOVE 8 TO CB3DX-RETURN-CODE
004770         GO TO 1000-EXIT
004780     END-IF.
004790     IF CB3DX-AS-OF-DATE NOT NUMERIC
004800         OR CB3DX-AS-OF-DATE = ZERO
004810         ACCEPT CB3DX-AS-OF-DATE FROM DATE YYYYMMDD
004820     END-IF.
004830 1000-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 1500-OPEN-FILES -- OPEN THE REPORT, LOAD THE ARCHIVE LIST AND
004870*     BUILD AN EMPTY WORK INDEX. CHECK MODE ALSO OPENS THE DIGEST
004880*     INDEX AND THE HOLD FILE FOR KEYED READS; EITHER ONE NEVER
004890*     CREATED IS TREATED AS EMPTY, SO EVERY DIGEST SHOWS AS NOT
004900*     INDEXED AND NO HOLD IS CHECKED.
004910*----------------------------------------------------------------
004920 1500-OPEN-FILES.
004930     OPEN OUTPUT CB3DX-REPORT-FILE.
004940     IF NOT CB3DX-REPORT-OK
004950         DISPLAY "CBDEM3DX -- CANNOT OPEN CONSISTENCY REPORT"
004960         MOVE 8 TO CB3DX-RETURN-CODE
004970         GO TO 1500-EXIT
004980     END-IF.
004990     MOVE "Y" TO CB3DX-REPORT-OPENED-SW.
005000     IF CB3DX-MODE-CHECK
005010         MOVE "CHECK"   TO CB3DX-HL-MODE
005020     ELSE
005030         MOVE "REBUILD" TO CB3DX-HL-MODE
005040     END-IF.
005050     MOVE CB3DX-AS-OF-DATE TO CB3DX-HL-AS-OF.
005060     WRITE CB3DX-REPORT-RECORD FROM CB3DX-HEADER-LINE-1.
005070     WRITE CB3DX-REPORT-RECORD FROM CB3DX-HEADER-LINE-2.
005080     PERFORM 1600-LOAD-ARCHIVE-LIST THRU 1600-EXIT.
005090     IF CB3DX-RC-FILE-ERROR
005100         GO TO 1500-EXIT
005110     END-IF.
005120     OPEN OUTPUT CB3DX-WORK-FILE.
005130     IF CB3DX-WORK-OK
005140         CLOSE CB3DX-WORK-FILE
005150         OPEN I-O CB3DX-WORK-FILE
005160     END-IF.
005170     IF NOT CB3DX-WORK-OK
005180         DISPLAY "CBDEM3DX -- CANNOT OPEN WORK INDEX"
005190         MOVE 8 TO CB3DX-RETURN-CODE
005200         GO TO 1500-EXIT
005210     END-IF.
005220     MOVE "Y" TO CB3DX-WORK-OPENED-SW.
005230     IF CB3DX-MODE-REBUILD
005240         GO TO 1500-EXIT
005250     END-IF.
005260     OPEN INPUT CB3I-SEEN-FILE.
005270     IF CB3DX-SEEN-OK
005280         MOVE "Y" TO CB3DX-SEEN-OPENED-SW
005290     ELSE
005300         IF NOT CB3DX-SEEN-ABSENT
005310             DISPLAY "CBDEM3DX -- CANNOT OPEN DIGEST INDEX, "
005320                     "STATUS " CB3DX-SEEN-STATUS
005330             MOVE 8 TO CB3DX-RETURN-CODE
005340             GO TO 1500-EXIT
005350         END-IF
005360     END-IF.
005370     OPEN INPUT CB3Q-HOLD-FILE.
005380     IF CB3DX-HOLD-OK
005390         MOVE "Y" TO CB3DX-HOLD-OPENED-SW
005400     ELSE
005410         IF NOT CB3DX-HOLD-ABSENT
005420             DISPLAY "CBDEM3DX -- CANNOT OPEN HOLD FILE, STATUS "
005430                     CB3DX-HOLD-STATUS
005440             MOVE 8 TO CB3DX-RETURN-CODE
005450         END-IF
005460     END-IF.
005470 1500-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500* 1600-LOAD-ARCHIVE-LIST -- ONE ARCHIVE CLUSTER NAME PER LINE,
005510*     BLANK LINES IGNORED, EACH ECHOED TO THE REPORT HEADER. NO
005520*     LIST AT ALL MEANS NOTHING HAS BEEN ARCHIVED YET.
005530*----------------------------------------------------------------
005540 1600-LOAD-ARCHIVE-LIST.
005550     OPEN INPUT CB3DX-ARCHLIST-FILE.
005560     IF CB3DX-ARCHLIST-ABSENT
005570         GO TO 1600-EXIT
005580     END-IF.
005590     IF NOT CB3DX-ARCHLIST-OK
005600         DISPLAY "CBDEM3DX -- CANNOT OPEN ARCHIVE LIST"
005610         MOVE 8 TO CB3DX-RETURN-CODE
005620         GO TO 1600-EXIT
005630     END-IF.
005640     PERFORM 1650-LOAD-ONE-ARCHIVE THRU 1650-EXIT
005650         UNTIL CB3DX-ARCHLIST-EOF
005660            OR CB3DX-RC-FILE-ERROR.
005670     CLOSE CB3DX-ARCHLIST-FILE.
005680 1600-EXIT.
005690     EXIT.
005700 1650-LOAD-ONE-ARCHIVE.
005710     READ CB3DX-ARCHLIST-FILE
005720         AT END
005730             MOVE "10" TO CB3DX-ARCHLIST-STATUS
005740     END-READ.
005750     IF NOT CB3DX-ARCHLIST-OK
005760         MOVE "10" TO CB3DX-ARCHLIST-STATUS
005770         GO TO 1650-EXIT
005780     END-IF.
005790     IF CB3DX-ARCHLIST-RECORD = SPACES
005800         GO TO 1650-EXIT
005810     END-IF.
005820     IF CB3DX-ARCHIVE-COUNT NOT < CB3DX-ARCHIVE-MAX
005830         DISPLAY "CBDEM3DX -- MORE THAN " CB3DX-ARCHIVE-MAX
005840                 " ARCHIVE CLUSTERS LISTED"
005850         MOVE 8 TO CB3DX-RETURN-CODE
005860         GO TO 1650-EXIT
005870     END-IF.
005880     ADD 1 TO CB3DX-ARCHIVE-COUNT.
005890     MOVE CB3DX-ARCHLIST-RECORD
005900         TO CB3DX-ARCHIVE-NAME (CB3DX-ARCHIVE-COUNT).
005910     MOVE CB3DX-ARCHIVE-COUNT   TO CB3DX-HL-ARCHIVE-NBR.
005920     MOVE CB3DX-ARCHLIST-RECORD TO CB3DX-HL-ARCHIVE.
005930     WRITE CB3DX-REPORT-RECORD FROM CB3DX-HEADER-LINE-3.
005940 1650-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970* 2000-READ-LIVE-TRAIL -- NOTE EVERY ROW ON THE LIVE TRAIL.
005980*----------------------------------------------------------------
005990 2000-READ-LIVE-TRAIL.
006000     OPEN INPUT CB3DX-AUDIT-FILE.
006010     IF NOT CB3DX-AUDIT-OK
006020         DISPLAY "CBDEM3DX -- CANNOT OPEN AUDIT FILE"
006030         MOVE 8 TO CB3DX-RETURN-CODE
006040         GO TO 2000-EXIT
006050     END-IF.
006060     MOVE "LIVE TRAIL" TO CB3DX-ROW-SOURCE.
006070     PERFORM 2100-READ-LIVE-ROW THRU 2100-EXIT
006080         UNTIL CB3DX-AUDIT-EOF
006090            OR CB3DX-RC-FILE-ERROR.
006100     CLOSE CB3DX-AUDIT-FILE.
006110 2000-EXIT.
006120     EXIT.
006130 2100-READ-LIVE-ROW.
006140     READ CB3DX-AUDIT-FILE NEXT RECORD INTO CB3A-AUDIT-RECORD
006150         AT END
006160             MOVE "10" TO CB3DX-AUDIT-STATUS
006170     END-READ.
006180     IF CB3DX-AUDIT-EOF
006190         GO TO 2100-EXIT
006200     END-IF.
006210     IF NOT CB3DX-AUDIT-OK
006220         DISPLAY "CBDEM3DX -- AUDIT FILE READ FAILED, STATUS "
006230                 CB3DX-AUDIT-STATUS
006240         MOVE 8 TO CB3DX-RETURN-CODE
006250         GO TO 2100-EXIT
006260     END-IF.
006270     ADD 1 TO CB3DX-LIVE-ROWS.
006280     PERFORM 3000-NOTE-ROW THRU 3000-EXIT.
006290 2100-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------
006320* 2500-READ-ONE-ARCHIVE -- NOTE EVERY ROW ON ONE LISTED ARCHIVE
006330*     CLUSTER. A LISTED CLUSTER THAT CANNOT BE OPENED STOPS THE
006340*     RUN: SKIPPING IT WOULD REBUILD AN INDEX THAT HAD FORGOTTEN
006350*     EVERY RECEIPT ON IT.
006360*----------------------------------------------------------------
006370 2500-READ-ONE-ARCHIVE.
006380     MOVE CB3DX-ARCHIVE-NAME (CB3DX-ARCHIVE-IX)
006390         TO CB3DX-ARCHFILE-NAME.
006400     OPEN INPUT CB3DX-ARCHIVE-FILE.
006410     IF NOT CB3DX-ARCHIVE-OK
006420         DISPLAY "CBDEM3DX -- CANNOT OPEN ARCHIVE FILE "
006430                 CB3DX-ARCHFILE-NAME
006440         MOVE 8 TO CB3DX-RETURN-CODE
006450         GO TO 2500-EXIT
006460     END-IF.
006470     MOVE SPACES TO CB3DX-ROW-SOURCE.
006480     MOVE CB3DX-ARCHIVE-IX TO CB3DX-HL-ARCHIVE-NBR.
006490     STRING "ARCHIVE " CB3DX-HL-ARCHIVE-NBR
006500         DELIMITED BY SIZE INTO CB3DX-ROW-SOURCE.
006510     PERFORM 2600-READ-ARCHIVE-ROW THRU 2600-EXIT
006520         UNTIL CB3DX-ARCHIVE-EOF
006530            OR CB3DX-RC-FILE-ERROR.
006540     CLOSE CB3DX-ARCHIVE-FILE.
006550 2500-EXIT.
006560     EXIT.
006570 2600-READ-ARCHIVE-ROW.
006580     READ CB3DX-ARCHIVE-FILE NEXT RECORD INTO CB3A-AUDIT-RECORD
006590         AT END
006600             MOVE "10" TO CB3DX-ARCHIVE-STATUS
006610     END-READ.
006620     IF CB3DX-ARCHIVE-EOF
006630         GO TO 2600-EXIT
006640     END-IF.
006650     IF NOT CB3DX-ARCHIVE-OK
006660         DISPLAY "CBDEM3DX -- ARCHIVE READ FAILED, STATUS "
006670                 CB3DX-ARCHIVE-STATUS
006680         MOVE 8 TO CB3DX-RETURN-CODE
006690         GO TO 2600-EXIT
006700     END-IF.
006710     ADD 1 TO CB3DX-ARCHIVE-ROWS.
006720     PERFORM 3000-NOTE-ROW THRU 3000-EXIT.
006730 2600-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* 3000-NOTE-ROW -- ONE AUDIT ROW: ITS DIGEST (INBOUND ONLY, AS
006770*     CBDEM3A INDEXES THEM), AND IN CHECK MODE THE JOB THAT WROTE
006780*     IT AND ANY HOLD IT ORIGINATED.
006790*----------------------------------------------------------------
006800 3000-NOTE-ROW.
006810     IF NOT CB3A-DIR-OUTBOUND
006820         AND CB3A-DIGEST-PRIMARY NOT = SPACES
006830         PERFORM 3100-NOTE-DIGEST THRU 3100-EXIT
006840     END-IF.
006850     IF CB3DX-MODE-REBUILD
006860         OR CB3DX-RC-FILE-ERROR
006870         GO TO 3000-EXIT
006880     END-IF.
006890     IF CB3A-JOB-ID NOT = SPACES
006900         PERFORM 3200-NOTE-JOB THRU 3200-EXIT
006910     END-IF.
006920     IF CB3DX-HOLD-IS-OPEN
006930         AND NOT CB3DX-RC-FILE-ERROR
006940         PERFORM 3300-MATCH-HOLD THRU 3300-EXIT
006950     END-IF.
006960 3000-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990* 3100-NOTE-DIGEST -- KEEP THE DIGEST'S EARLIEST RECEIPT (DATE,
007000*     THEN TIME). THE ARCHIVES ARE READ AFTER THE LIVE TRAIL AND
007010*     IN LIST ORDER, SO A LATER ROW CAN STILL BE THE EARLIER
007020*     RECEIPT.
007030*----------------------------------------------------------------
007040 3100-NOTE-DIGEST.
007050     MOVE SPACES              TO CB3DX-WK-KEY.
007060     MOVE "D"                 TO CB3DX-WK-TYPE.
007070     MOVE CB3A-DIGEST-PRIMARY TO CB3DX-WK-DIGEST.
007080     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
007090     IF CB3DX-RC-FILE-ERROR
007100         GO TO 3100-EXIT
007110     END-IF.
007120     IF CB3DX-WORK-OK
007130         IF CB3A-KEY-DATE > CB3DX-WK-DATE
007140             GO TO 3100-EXIT
007150         END-IF
007160         IF CB3A-KEY-DATE = CB3DX-WK-DATE
007170             AND CB3A-KEY-TIME NOT < CB3DX-WK-TIME
007180             GO TO 3100-EXIT
007190         END-IF
007200     ELSE
007210         ADD 1 TO CB3DX-DIGESTS
007220     END-IF.
007230     MOVE CB3A-KEY-DATE       TO CB3DX-WK-DATE.
007240     MOVE CB3A-KEY-TIME       TO CB3DX-WK-TIME.
007250     MOVE CB3A-KEY-FILENAME   TO CB3DX-WK-FILENAME.
007260     MOVE CB3DX-ROW-SOURCE    TO CB3DX-WK-SOURCE.
007270     PERFORM 3800-PUT-WORK-ENTRY THRU 3800-EXIT.
007280 3100-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310* 3200-NOTE-JOB -- KEEP THE LATEST ROW EACH JOB-ID WROTE FOR EACH
007320*     FILE NAME, FOR THE IN-FLIGHT CHECKPOINT CHECK.
007330*----------------------------------------------------------------
007340 3200-NOTE-JOB.
007350     MOVE SPACES              TO CB3DX-WK-KEY.
007360     MOVE "J"                 TO CB3DX-WK-TYPE.
007370     MOVE CB3A-JOB-ID         TO CB3DX-WK-JOB-ID.
007380     MOVE CB3A-KEY-FILENAME   TO CB3DX-WK-JOB-FILENAME.
007390     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
007400     IF CB3DX-RC-FILE-ERROR
007410         GO TO 3200-EXIT
007420     END-IF.
007430     IF CB3DX-WORK-OK
007440         IF CB3A-KEY-DATE < CB3DX-WK-DATE
007450             GO TO 3200-EXIT
007460         END-IF
007470         IF CB3A-KEY-DATE = CB3DX-WK-DATE
007480             AND CB3A-KEY-TIME NOT > CB3DX-WK-TIME
007490             GO TO 3200-EXIT
007500         END-IF
007510     END-IF.
007520     MOVE CB3A-KEY-DATE       TO CB3DX-WK-DATE.
007530     MOVE CB3A-KEY-TIME       TO CB3DX-WK-TIME.
007540     MOVE CB3A-KEY-FILENAME   TO CB3DX-WK-FILENAME.
007550     MOVE CB3DX-ROW-SOURCE    TO CB3DX-WK-SOURCE.
007560     PERFORM 3800-PUT-WORK-ENTRY THRU 3800-EXIT.
007570 3200-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------
007600* 3300-MATCH-HOLD -- IF THIS ROW ORIGINATED THE HOLD ON ITS FILE
007610*     NAME, THE HOLD'S STATUS MUST MATCH THE ROW'S DISPOSITION
007620*     (STILL HELD = NO DISPOSITION YET) AND A DISPOSED HOLD MUST
007630*     NAME THE SAME ANALYST. THE MATCH IS NOTED SO THE HOLD PASS
007640*     CAN FIND HOLDS WHOSE ORIGINATING ROW IS GONE.
007650*----------------------------------------------------------------
007660 3300-MATCH-HOLD.
007670     MOVE CB3A-KEY-FILENAME TO CB3Q-KEY-FILENAME.
007680     READ CB3Q-HOLD-FILE.
007690     IF CB3DX-HOLD-NOTFOUND
007700         GO TO 3300-EXIT
007710     END-IF.
007720     IF NOT CB3DX-HOLD-OK
007730         DISPLAY "CBDEM3DX -- HOLD FILE READ FAILED, STATUS "
007740                 CB3DX-HOLD-STATUS
007750         MOVE 8 TO CB3DX-RETURN-CODE
007760         GO TO 3300-EXIT
007770     END-IF.
007780     IF CB3Q-AUDIT-DATE NOT = CB3A-KEY-DATE
007790         OR CB3Q-AUDIT-TIME NOT = CB3A-KEY-TIME
007800         GO TO 3300-EXIT
007810     END-IF.
007820     MOVE CB3A-KEY-DATE     TO CB3DX-BREAK-DATE.
007830     MOVE CB3A-KEY-TIME     TO CB3DX-BREAK-TIME.
007840     MOVE CB3DX-ROW-SOURCE  TO CB3DX-BREAK-SOURCE.
007850     MOVE CB3A-KEY-FILENAME TO CB3DX-BREAK-FILENAME.
007860     MOVE SPACES            TO CB3DX-BREAK-DIGEST
007870                               CB3DX-BREAK-DETAIL.
007880     MOVE CB3A-DISPOSITION  TO CB3DX-SHOW-CODE.
007890     IF CB3DX-SHOW-CODE = SPACE
007900         MOVE "-" TO CB3DX-SHOW-CODE
007910     END-IF.
007920     IF (CB3Q-STATUS-HELD AND CB3A-DISPOSITION NOT = SPACE)
007930         OR (NOT CB3Q-STATUS-HELD
007940             AND CB3A-DISPOSITION NOT = CB3Q-HOLD-STATUS)
007950         MOVE "HOLD DISPOSITION DIFFERS" TO CB3DX-BREAK-REASON
007960         STRING "HOLD STATUS " CB3Q-HOLD-STATUS
007970                "  ROW DISPOSITION " CB3DX-SHOW-CODE
007980             DELIMITED BY SIZE INTO CB3DX-BREAK-DETAIL
007990         ADD 1 TO CB3DX-HOLD-BREAKS
008000         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
008010     ELSE
008020         IF NOT CB3Q-STATUS-HELD
008030             AND CB3Q-DISPO-USER NOT = CB3A-DISPO-USER
008040             MOVE "HOLD USER DIFFERS" TO CB3DX-BREAK-REASON
008050             STRING "HOLD USER " CB3Q-DISPO-USER
008060                    "  ROW USER " CB3A-DISPO-USER
008070                 DELIMITED BY SIZE INTO CB3DX-BREAK-DETAIL
008080             ADD 1 TO CB3DX-HOLD-BREAKS
008090             PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
008100         END-IF
008110     END-IF.
008120     MOVE SPACES            TO CB3DX-WK-KEY.
008130     MOVE "H"               TO CB3DX-WK-TYPE.
008140     MOVE CB3A-KEY-FILENAME TO CB3DX-WK-HOLD-FILENAME.
008150     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
008160     IF CB3DX-RC-FILE-ERROR
008170         GO TO 3300-EXIT
008180     END-IF.
008190     MOVE CB3A-KEY-DATE     TO CB3DX-WK-DATE.
008200     MOVE CB3A-KEY-TIME     TO CB3DX-WK-TIME.
008210     MOVE CB3A-KEY-FILENAME TO CB3DX-WK-FILENAME.
008220     MOVE CB3DX-ROW-SOURCE  TO CB3DX-WK-SOURCE.
008230     PERFORM 3800-PUT-WORK-ENTRY THRU 3800-EXIT.
008240 3300-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------
008270* 3700-FIND-WORK-ENTRY -- KEYED READ OF THE WORK INDEX FOR THE KEY
008280*     IN CB3DX-WK-KEY. LEAVES THE STATUS "00" (FOUND, RECORD IN
008290*     THE AREA) OR "23" (NOT FOUND, KEY STILL IN THE AREA).
008300*----------------------------------------------------------------
008310 3700-FIND-WORK-ENTRY.
008320     READ CB3DX-WORK-FILE.
008330     IF CB3DX-WORK-OK
008340         OR CB3DX-WORK-NOTFOUND
008350         GO TO 3700-EXIT
008360     END-IF.
008370     DISPLAY "CBDEM3DX -- WORK INDEX READ FAILED, STATUS "
008380             CB3DX-WORK-STATUS.
008390     MOVE 8 TO CB3DX-RETURN-CODE.
008400 3700-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430* 3800-PUT-WORK-ENTRY -- WRITE THE WORK ENTRY JUST BUILT, OR
008440*     REWRITE IT IF 3700 FOUND ONE ALREADY UNDER THE KEY.
008450*----------------------------------------------------------------
008460 3800-PUT-WORK-ENTRY.
008470     IF CB3DX-WORK-OK
008480         REWRITE CB3DX-WORK-RECORD
008490     ELSE
008500         WRITE CB3DX-WORK-RECORD
008510     END-IF.
008520     IF CB3DX-WORK-OK
008530         GO TO 3800-EXIT
008540     END-IF.
008550     DISPLAY "CBDEM3DX -- WORK INDEX WRITE FAILED, STATUS "
008560             CB3DX-WORK-STATUS.
008570     MOVE 8 TO CB3DX-RETURN-CODE.
008580 3800-EXIT.
008590     EXIT.
008600*----------------------------------------------------------------
008610* 3900-START-WORK-TYPE -- POSITION THE WORK INDEX AT THE FIRST
008620*     ENTRY OF THE TYPE IN CB3DX-WK-TYPE FOR A 3950 WALK.
008630*----------------------------------------------------------------
008640 3900-START-WORK-TYPE.
008650     MOVE LOW-VALUES TO CB3DX-WK-KEY-DATA.
008660     MOVE "N"        TO CB3DX-WALK-DONE-SW.
008670     START CB3DX-WORK-FILE KEY IS NOT LESS THAN CB3DX-WK-KEY
008680         INVALID KEY
008690             MOVE "Y" TO CB3DX-WALK-DONE-SW
008700     END-START.
008710 3900-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------
008740* 3950-NEXT-WORK-ENTRY -- THE NEXT ENTRY OF THE TYPE BEING WALKED
008750*     (CB3DX-SHOW-CODE); THE WALK IS DONE AT THE FIRST ENTRY OF
008760*     ANY OTHER TYPE.
008770*----------------------------------------------------------------
008780 3950-NEXT-WORK-ENTRY.
008790     READ CB3DX-WORK-FILE NEXT RECORD
008800         AT END
008810             MOVE "Y" TO CB3DX-WALK-DONE-SW
008820             GO TO 3950-EXIT
008830     END-READ.
008840     IF NOT CB3DX-WORK-OK
008850         DISPLAY "CBDEM3DX -- WORK INDEX READ FAILED, STATUS "
008860                 CB3DX-WORK-STATUS
008870         MOVE 8   TO CB3DX-RETURN-CODE
008880         MOVE "Y" TO CB3DX-WALK-DONE-SW
008890         GO TO 3950-EXIT
008900     END-IF.
008910     IF CB3DX-WK-TYPE NOT = CB3DX-SHOW-CODE
008920         MOVE "Y" TO CB3DX-WALK-DONE-SW
008930     END-IF.
008940 3950-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------
008970* 4000-CHECK-SEEN-INDEX -- EVERY INBOUND DIGEST ON THE TRAIL MUST
008980*     HAVE A DIGSEENF ROW DATED NO LATER THAN ITS EARLIEST RECEIPT
008990*     -- OTHERWISE A RESEND OF THE ORIGINAL FILE READS AS NEW.
009000*----------------------------------------------------------------
009010 4000-CHECK-SEEN-INDEX.
009020     MOVE "FIRST-SEEN DIGEST INDEX (DIGSEENF)"
009030         TO CB3DX-SECTION-LINE.
009040     PERFORM 6500-WRITE-SECTION THRU 6500-EXIT.
009050     MOVE "D" TO CB3DX-WK-TYPE
009060                 CB3DX-SHOW-CODE.
009070     PERFORM 3900-START-WORK-TYPE THRU 3900-EXIT.
009080     PERFORM 4100-CHECK-ONE-DIGEST THRU 4100-EXIT
009090         UNTIL CB3DX-WALK-DONE.
009100 4000-EXIT.
009110     EXIT.
009120 4100-CHECK-ONE-DIGEST.
009130     PERFORM 3950-NEXT-WORK-ENTRY THRU 3950-EXIT.
009140     IF CB3DX-WALK-DONE
009150         GO TO 4100-EXIT
009160     END-IF.
009170     MOVE CB3DX-WK-DATE     TO CB3DX-BREAK-DATE.
009180     MOVE CB3DX-WK-TIME     TO CB3DX-BREAK-TIME.
009190     MOVE CB3DX-WK-SOURCE   TO CB3DX-BREAK-SOURCE.
009200     MOVE CB3DX-WK-FILENAME TO CB3DX-BREAK-FILENAME.
009210     MOVE CB3DX-WK-DIGEST   TO CB3DX-BREAK-DIGEST.
009220     MOVE SPACES            TO CB3DX-BREAK-DETAIL.
009230     IF NOT CB3DX-SEEN-IS-OPEN
009240         MOVE "DIGEST NOT INDEXED" TO CB3DX-BREAK-REASON
009250         MOVE "NO DIGSEENF FILE"   TO CB3DX-BREAK-DETAIL
009260         ADD 1 TO CB3DX-SEEN-BREAKS
009270         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
009280         GO TO 4100-EXIT
009290     END-IF.
009300     MOVE CB3DX-WK-DIGEST TO CB3I-KEY-DIGEST.
009310     READ CB3I-SEEN-FILE.
009320     IF CB3DX-SEEN-NOTFOUND
009330         MOVE "DIGEST NOT INDEXED" TO CB3DX-BREAK-REASON
009340         ADD 1 TO CB3DX-SEEN-BREAKS
009350         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
009360         GO TO 4100-EXIT
009370     END-IF.
009380     IF NOT CB3DX-SEEN-OK
009390         DISPLAY "CBDEM3DX -- DIGEST INDEX READ FAILED, STATUS "
009400                 CB3DX-SEEN-STATUS
009410         MOVE 8   TO CB3DX-RETURN-CODE
009420         MOVE "Y" TO CB3DX-WALK-DONE-SW
009430         GO TO 4100-EXIT
009440     END-IF.
009450     IF CB3I-FIRST-DATE > CB3DX-WK-DATE
009460         MOVE "INDEXED AFTER FIRST SEEN" TO CB3DX-BREAK-REASON
009470         STRING "INDEX FIRST-SEEN DATE " CB3I-FIRST-DATE
009480             DELIMITED BY SIZE INTO CB3DX-BREAK-DETAIL
009490         ADD 1 TO CB3DX-SEEN-BREAKS
009500         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
009510     END-IF.
009520 4100-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550* 4500-CHECK-HOLDS -- EVERY HOLD MUST HAVE BEEN MATCHED TO ITS
009560*     ORIGINATING ROW BY THE TRAIL PASS (3300); ONE THAT WAS NOT
009570*     POINTS AT A ROW ON NO TRAIL HELD.
009580*----------------------------------------------------------------
009590 4500-CHECK-HOLDS.
009600     MOVE "QUARANTINE HOLD FILE (HOLDF)" TO CB3DX-SECTION-LINE.
009610     PERFORM 6500-WRITE-SECTION THRU 6500-EXIT.
009620     IF NOT CB3DX-HOLD-IS-OPEN
009630         GO TO 4500-EXIT
009640     END-IF.
009650     MOVE LOW-VALUES TO CB3Q-HOLD-KEY.
009660     START CB3Q-HOLD-FILE KEY IS NOT LESS THAN CB3Q-HOLD-KEY
009670         INVALID KEY
009680             MOVE "10" TO CB3DX-HOLD-STATUS
009690             GO TO 4500-EXIT
009700     END-START.
009710     PERFORM 4600-CHECK-ONE-HOLD THRU 4600-EXIT
009720         UNTIL CB3DX-HOLD-EOF
009730            OR CB3DX-RC-FILE-ERROR.
009740 4500-EXIT.
009750     EXIT.
009760 4600-CHECK-ONE-HOLD.
009770     READ CB3Q-HOLD-FILE NEXT RECORD
009780         AT END
009790             MOVE "10" TO CB3DX-HOLD-STATUS
009800     END-READ.
009810     IF CB3DX-HOLD-EOF
009820         GO TO 4600-EXIT
009830     END-IF.
009840     IF NOT CB3DX-HOLD-OK
009850         DISPLAY "CBDEM3DX -- HOLD FILE READ FAILED, STATUS "
009860                 CB3DX-HOLD-STATUS
009870         MOVE 8 TO CB3DX-RETURN-CODE
009880         GO TO 4600-EXIT
009890     END-IF.
009900     MOVE SPACES            TO CB3DX-WK-KEY.
009910     MOVE "H"               TO CB3DX-WK-TYPE.
009920     MOVE CB3Q-KEY-FILENAME TO CB3DX-WK-HOLD-FILENAME.
009930     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
009940     IF NOT CB3DX-WORK-NOTFOUND
009950         GO TO 4600-EXIT
009960     END-IF.
009970     MOVE "HOLD ORIGIN ROW MISSING" TO CB3DX-BREAK-REASON.
009980     MOVE CB3Q-AUDIT-DATE           TO CB3DX-BREAK-DATE.
009990     MOVE CB3Q-AUDIT-TIME           TO CB3DX-BREAK-TIME.
010000     MOVE "HOLDF"                   TO CB3DX-BREAK-SOURCE.
010010     MOVE CB3Q-KEY-FILENAME         TO CB3DX-BREAK-FILENAME.
010020     MOVE SPACES                    TO CB3DX-BREAK-DIGEST
010030                                       CB3DX-BREAK-DETAIL.
010040     STRING "HOLD STATUS " CB3Q-HOLD-STATUS
010050         DELIMITED BY SIZE INTO CB3DX-BREAK-DETAIL.
010060     ADD 1 TO CB3DX-HOLD-BREAKS.
010070     PERFORM 6000-WRITE-BREAK THRU 6000-EXIT.
010080 4600-EXIT.
010090     EXIT.
010100*----------------------------------------------------------------
010110* 5000-LOAD-APPROVAL-STAMPS -- WALK THE SEAL LEDGER AND NOTE EVERY
010120*     RE-KEY APPROVAL ENTRY ("K") BY FILE NAME, APPROVER AND DATE,
010130*     KEEPING THE LATEST TIME THAT DAY. THE HEAD GIVES THE DAY THE
010140*     CHAIN STARTED; A LEDGER NEVER CREATED LEAVES EVERY APPROVAL
010150*     AS PRE-CHAIN, AS CBDEM3AV TREATS IT.
010160*----------------------------------------------------------------
010170 5000-LOAD-APPROVAL-STAMPS.
010180     OPEN INPUT CB3SL-SEAL-FILE.
010190     IF CB3DX-SEAL-ABSENT
010200         GO TO 5000-EXIT
010210     END-IF.
010220     IF NOT CB3DX-SEAL-OK
010230         DISPLAY "CBDEM3DX -- CANNOT OPEN SEAL LEDGER, STATUS "
010240                 CB3DX-SEAL-STATUS
010250         MOVE 8 TO CB3DX-RETURN-CODE
010260         GO TO 5000-EXIT
010270     END-IF.
010280     MOVE "Y"  TO CB3DX-SEAL-OPENED-SW.
010290     MOVE ZERO TO CB3SL-KEY-SEQ.
010300     READ CB3SL-SEAL-FILE.
010310     IF CB3DX-SEAL-OK
010320         MOVE CB3SL-HEAD-START-DATE TO CB3DX-START-DATE
010330     END-IF.
010340     MOVE ZERO TO CB3SL-KEY-SEQ.
010350     START CB3SL-SEAL-FILE KEY IS GREATER THAN CB3SL-SEAL-KEY
010360         INVALID KEY
010370             MOVE "10" TO CB3DX-SEAL-STATUS
010380             GO TO 5000-EXIT
010390     END-START.
010400     PERFORM 5100-NOTE-ONE-ENTRY THRU 5100-EXIT
010410         UNTIL CB3DX-SEAL-EOF
010420            OR CB3DX-RC-FILE-ERROR.
010430 5000-EXIT.
010440     EXIT.
010450 5100-NOTE-ONE-ENTRY.
010460     READ CB3SL-SEAL-FILE NEXT RECORD
010470         AT END
010480             MOVE "10" TO CB3DX-SEAL-STATUS
010490     END-READ.
010500     IF CB3DX-SEAL-EOF
010510         GO TO 5100-EXIT
010520     END-IF.
010530     IF NOT CB3DX-SEAL-OK
010540         DISPLAY "CBDEM3DX -- SEAL LEDGER READ FAILED, STATUS "
010550                 CB3DX-SEAL-STATUS
010560         MOVE 8 TO CB3DX-RETURN-CODE
010570         GO TO 5100-EXIT
010580     END-IF.
010590     IF NOT CB3SL-TYPE-REKEY-APPROVAL
010600         GO TO 5100-EXIT
010610     END-IF.
010620     MOVE SPACES             TO CB3DX-WK-KEY.
010630     MOVE "K"                TO CB3DX-WK-TYPE.
010640     MOVE CB3SL-AUD-FILENAME TO CB3DX-WK-APPR-FILENAME.
010650     MOVE CB3SL-ENTRY-USER   TO CB3DX-WK-APPR-USER.
010660     MOVE CB3SL-ENTRY-DATE   TO CB3DX-WK-APPR-DATE.
010670     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
010680     IF CB3DX-RC-FILE-ERROR
010690         GO TO 5100-EXIT
010700     END-IF.
010710     IF CB3DX-WORK-OK
010720         AND CB3DX-WK-TIME NOT < CB3SL-ENTRY-TIME
010730         GO TO 5100-EXIT
010740     END-IF.
010750     MOVE CB3SL-ENTRY-DATE   TO CB3DX-WK-DATE.
010760     MOVE CB3SL-ENTRY-TIME   TO CB3DX-WK-TIME.
010770     MOVE CB3SL-AUD-FILENAME TO CB3DX-WK-FILENAME.
010780     MOVE "SEAL LEDGER"      TO CB3DX-WK-SOURCE.
010790     PERFORM 3800-PUT-WORK-ENTRY THRU 3800-EXIT.
010800 5100-EXIT.
010810     EXIT.
010820*----------------------------------------------------------------
010830* 5200-CHECK-APPROVALS -- EVERY APPROVAL ON THE EXPECTED-DIGEST
010840*     MASTER MUST HAVE ITS RE-KEY APPROVAL STAMP ON THE LEDGER:
010850*     SAME FILE NAME, APPROVER, DATE AND TIME. A MASTER NEVER
010860*     CREATED HAS NO APPROVALS TO CHECK.
010870*----------------------------------------------------------------
010880 5200-CHECK-APPROVALS.
010890     MOVE "EXPECTED-DIGEST MASTER (DIGESTF)"
010900         TO CB3DX-SECTION-LINE.
010910     PERFORM 6500-WRITE-SECTION THRU 6500-EXIT.
010920     OPEN INPUT CB3X-DIGEST-FILE.
010930     IF CB3DX-DIGEST-ABSENT
010940         GO TO 5200-EXIT
010950     END-IF.
010960     IF NOT CB3DX-DIGEST-OK
010970         DISPLAY "CBDEM3DX -- CANNOT OPEN DIGEST MASTER, STATUS "
010980                 CB3DX-DIGEST-STATUS
010990         MOVE 8 TO CB3DX-RETURN-CODE
011000         GO TO 5200-EXIT
011010     END-IF.
011020     MOVE "Y" TO CB3DX-DIGEST-OPENED-SW.
011030     PERFORM 5300-CHECK-ONE-APPROVAL THRU 5300-EXIT
011040         UNTIL CB3DX-DIGEST-EOF
011050            OR CB3DX-RC-FILE-ERROR.
011060 5200-EXIT.
011070     EXIT.
011080 5300-CHECK-ONE-APPROVAL.
011090     READ CB3X-DIGEST-FILE NEXT RECORD
011100         AT END
011110             MOVE "10" TO CB3DX-DIGEST-STATUS
011120     END-READ.
011130     IF CB3DX-DIGEST-EOF
011140         GO TO 5300-EXIT
011150     END-IF.
011160     IF NOT CB3DX-DIGEST-OK
011170         DISPLAY "CBDEM3DX -- DIGEST MASTER READ FAILED, STATUS "
011180                 CB3DX-DIGEST-STATUS
011190         MOVE 8 TO CB3DX-RETURN-CODE
011200         GO TO 5300-EXIT
011210     END-IF.
011220     IF CB3X-APPROVE-USER = SPACES
011230         GO TO 5300-EXIT
011240     END-IF.
011250     MOVE SPACES            TO CB3DX-WK-KEY.
011260     MOVE "K"               TO CB3DX-WK-TYPE.
011270     MOVE CB3X-KEY-FILENAME TO CB3DX-WK-APPR-FILENAME.
011280     MOVE CB3X-APPROVE-USER TO CB3DX-WK-APPR-USER.
011290     MOVE CB3X-APPROVE-DATE TO CB3DX-WK-APPR-DATE.
011300     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
011310     IF CB3DX-RC-FILE-ERROR
011320         GO TO 5300-EXIT
011330     END-IF.
011340     IF CB3DX-WORK-OK
011350         AND CB3DX-WK-TIME = CB3X-APPROVE-TIME
011360         GO TO 5300-EXIT
011370     END-IF.
011380     IF CB3X-APPROVE-DATE < CB3DX-START-DATE
011390         ADD 1 TO CB3DX-PRE-CHAIN
011400         GO TO 5300-EXIT
011410     END-IF.
011420     MOVE "APPROVAL NOT STAMPED" TO CB3DX-BREAK-REASON.
011430     MOVE CB3X-APPROVE-DATE      TO CB3DX-BREAK-DATE.
011440     MOVE CB3X-APPROVE-TIME      TO CB3DX-BREAK-TIME.
011450     MOVE "DIGESTF"              TO CB3DX-BREAK-SOURCE.
011460     MOVE CB3X-KEY-FILENAME      TO CB3DX-BREAK-FILENAME.
011470     MOVE CB3X-EXPECTED-DIGEST   TO CB3DX-BREAK-DIGEST.
011480     MOVE SPACES                 TO CB3DX-BREAK-DETAIL.
011490     STRING "APPROVED BY " CB3X-APPROVE-USER
011500            "  KEYED BY " CB3X-UPDATE-USER
011510         DELIMITED BY SIZE INTO CB3DX-BREAK-DETAIL.
011520     ADD 1 TO CB3DX-APPROVAL-BREAKS.
011530     PERFORM 6000-WRITE-BREAK THRU 6000-EXIT.
011540 5300-EXIT.
011550     EXIT.
011560*----------------------------------------------------------------
011570* 5500-CHECK-CHECKPOINTS -- AN IN-FLIGHT CLAIM IS AN ORPHAN WHEN
011580*     IT WAS MADE BEFORE THE AS-OF DATE (THE STREAM THAT MADE IT
011590*     DIED AND NO WINDOW SINCE HAS CLOSED IT), OR WHEN THE TRAIL
011600*     HOLDS A ROW THE SAME JOB WROTE FOR THE FILE AT OR AFTER THE
011610*     CLAIM (THE FILE FINISHED BUT THE CLAIM WAS NEVER CLOSED).
011620*----------------------------------------------------------------
011630 5500-CHECK-CHECKPOINTS.
011640     MOVE "RESTART CHECKPOINTS (CB3RCKPF)" TO CB3DX-SECTION-LINE.
011650     PERFORM 6500-WRITE-SECTION THRU 6500-EXIT.
011660     OPEN INPUT CB3R-CHECKPOINT-FILE.
011670     IF CB3DX-CKPT-ABSENT
011680         GO TO 5500-EXIT
011690     END-IF.
011700     IF NOT CB3DX-CKPT-OK
011710         DISPLAY "CBDEM3DX -- CANNOT OPEN CHECKPOINT FILE, "
011720                 "STATUS " CB3DX-CKPT-STATUS
011730         MOVE 8 TO CB3DX-RETURN-CODE
011740         GO TO 5500-EXIT
011750     END-IF.
011760     MOVE "Y" TO CB3DX-CKPT-OPENED-SW.
011770     PERFORM 5600-CHECK-ONE-CLAIM THRU 5600-EXIT
011780         UNTIL CB3DX-CKPT-EOF
011790            OR CB3DX-RC-FILE-ERROR.
011800 5500-EXIT.
011810     EXIT.
011820 5600-CHECK-ONE-CLAIM.
011830     READ CB3R-CHECKPOINT-FILE NEXT RECORD
011840         AT END
011850             MOVE "10" TO CB3DX-CKPT-STATUS
011860     END-READ.
011870     IF CB3DX-CKPT-EOF
011880         GO TO 5600-EXIT
011890     END-IF.
011900     IF NOT CB3DX-CKPT-OK
011910         DISPLAY "CBDEM3DX -- CHECKPOINT READ FAILED, STATUS "
011920                 CB3DX-CKPT-STATUS
011930         MOVE 8 TO CB3DX-RETURN-CODE
011940         GO TO 5600-EXIT
011950     END-IF.
011960     IF NOT CB3R-CKPT-IN-FLIGHT
011970         GO TO 5600-EXIT
011980     END-IF.
011990     MOVE CB3R-CHECKPOINT-DATE TO CB3DX-BREAK-DATE.
012000     MOVE CB3R-CHECKPOINT-TIME TO CB3DX-BREAK-TIME.
012010     MOVE "CB3RCKPF"           TO CB3DX-BREAK-SOURCE.
012020     MOVE CB3R-KEY-FILENAME    TO CB3DX-BREAK-FILENAME.
012030     MOVE SPACES               TO CB3DX-BREAK-DIGEST
012040                                  CB3DX-BREAK-DETAIL.
012050     STRING "JOB-ID " CB3R-KEY-JOB-ID
012060         DELIMITED BY SIZE INTO CB3DX-BREAK-DETAIL.
012070     IF CB3R-CHECKPOINT-DATE < CB3DX-AS-OF-DATE
012080         MOVE "IN FLIGHT FROM PRIOR DAY" TO CB3DX-BREAK-REASON
012090         ADD 1 TO CB3DX-CKPT-BREAKS
012100         PERFORM 6000-WRITE-BREAK THRU 6000-EXIT
012110         GO TO 5600-EXIT
012120     END-IF.
012130     MOVE SPACES            TO CB3DX-WK-KEY.
012140     MOVE "J"               TO CB3DX-WK-TYPE.
012150     MOVE CB3R-KEY-JOB-ID   TO CB3DX-WK-JOB-ID.
012160     MOVE CB3R-KEY-FILENAME TO CB3DX-WK-JOB-FILENAME.
012170     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
012180     IF NOT CB3DX-WORK-OK
012190         GO TO 5600-EXIT
012200     END-IF.
012210     IF CB3DX-WK-DATE < CB3R-CHECKPOINT-DATE
012220         GO TO 5600-EXIT
012230     END-IF.
012240     IF CB3DX-WK-DATE = CB3R-CHECKPOINT-DATE
012250         AND CB3DX-WK-TIME < CB3R-CHECKPOINT-TIME
012260         GO TO 5600-EXIT
012270     END-IF.
012280     MOVE "FINISHED, STILL CLAIMED" TO CB3DX-BREAK-REASON.
012290     ADD 1 TO CB3DX-CKPT-BREAKS.
012300     PERFORM 6000-WRITE-BREAK THRU 6000-EXIT.
012310 5600-EXIT.
012320     EXIT.
012330*----------------------------------------------------------------
012340* 5800-REBUILD-SEEN-INDEX -- FOLD THE OLD INDEX INTO THE TRAIL'S
012350*     EARLIEST RECEIPTS (5850), THEN REPLACE DIGSEENF WITH ONE ROW
012360*     PER DIGEST NOTED. AN OLD INDEX THAT CANNOT BE READ STOPS THE
012370*     RUN WITH IT UNTOUCHED; ONE THAT IS SIMPLY GONE IS REBUILT
012380*     FROM THE TRAIL ALONE.
012390*----------------------------------------------------------------
012400 5800-REBUILD-SEEN-INDEX.
012410     OPEN INPUT CB3I-SEEN-FILE.
012420     IF CB3DX-SEEN-OK
012430         MOVE "Y"        TO CB3DX-SEEN-OPENED-SW
012440         MOVE LOW-VALUES TO CB3I-SEEN-KEY
012450         START CB3I-SEEN-FILE KEY IS NOT LESS THAN CB3I-SEEN-KEY
012460             INVALID KEY
012470                 MOVE "10" TO CB3DX-SEEN-STATUS
012480         END-START
012490         PERFORM 5850-CARRY-ONE-OLD-ROW THRU 5850-EXIT
012500             UNTIL CB3DX-SEEN-EOF
012510                OR CB3DX-RC-FILE-ERROR
012520         CLOSE CB3I-SEEN-FILE
012530         MOVE "N"        TO CB3DX-SEEN-OPENED-SW
012540     ELSE
012550         IF NOT CB3DX-SEEN-ABSENT
012560             DISPLAY "CBDEM3DX -- CANNOT OPEN OLD DIGEST INDEX, "
012570                     "STATUS " CB3DX-SEEN-STATUS
012580             MOVE 8 TO CB3DX-RETURN-CODE
012590         END-IF
012600     END-IF.
012610     IF CB3DX-RC-FILE-ERROR
012620         GO TO 5800-EXIT
012630     END-IF.
012640     OPEN OUTPUT CB3I-SEEN-FILE.
012650     IF NOT CB3DX-SEEN-OK
012660         DISPLAY "CBDEM3DX -- CANNOT CREATE DIGEST INDEX, STATUS "
012670                 CB3DX-SEEN-STATUS
012680         MOVE 8 TO CB3DX-RETURN-CODE
012690         GO TO 5800-EXIT
012700     END-IF.
012710     MOVE "Y" TO CB3DX-SEEN-OPENED-SW.
012720     MOVE "D" TO CB3DX-WK-TYPE
012730                 CB3DX-SHOW-CODE.
012740     PERFORM 3900-START-WORK-TYPE THRU 3900-EXIT.
012750     PERFORM 5900-WRITE-ONE-INDEX-ROW THRU 5900-EXIT
012760         UNTIL CB3DX-WALK-DONE.
012770 5800-EXIT.
012780     EXIT.
012790*----------------------------------------------------------------
012800* 5850-CARRY-ONE-OLD-ROW -- ONE ROW OF THE OLD INDEX: KEPT WHEN
012810*     ITS DIGEST IS ON NO TRAIL HELD (FIRST SEEN ON AN ARCHIVE
012820*     SINCE RETIRED) OR WHEN IT IS DATED BEFORE THE TRAIL'S
012830*     EARLIEST RECEIPT; OTHERWISE THE TRAIL WINS.
012840*----------------------------------------------------------------
012850 5850-CARRY-ONE-OLD-ROW.
012860     READ CB3I-SEEN-FILE NEXT RECORD
012870         AT END
012880             MOVE "10" TO CB3DX-SEEN-STATUS
012890     END-READ.
012900     IF CB3DX-SEEN-EOF
012910         GO TO 5850-EXIT
012920     END-IF.
012930     IF NOT CB3DX-SEEN-OK
012940         DISPLAY "CBDEM3DX -- OLD DIGEST INDEX READ FAILED, "
012950                 "STATUS " CB3DX-SEEN-STATUS
012960         MOVE 8 TO CB3DX-RETURN-CODE
012970         GO TO 5850-EXIT
012980     END-IF.
012990     MOVE SPACES          TO CB3DX-WK-KEY.
013000     MOVE "D"             TO CB3DX-WK-TYPE.
013010     MOVE CB3I-KEY-DIGEST TO CB3DX-WK-DIGEST.
013020     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
013030     IF CB3DX-RC-FILE-ERROR
013040         GO TO 5850-EXIT
013050     END-IF.
013060     IF CB3DX-WORK-OK
013070         AND CB3I-FIRST-DATE NOT < CB3DX-WK-DATE
013080         GO TO 5850-EXIT
013090     END-IF.
013100     MOVE CB3I-FIRST-DATE     TO CB3DX-WK-DATE.
013110     MOVE ZERO                TO CB3DX-WK-TIME.
013120     MOVE CB3I-FIRST-FILENAME TO CB3DX-WK-FILENAME.
013130     MOVE "OLD DIGSEENF"      TO CB3DX-WK-SOURCE.
013140     ADD 1 TO CB3DX-CARRIED.
013150     PERFORM 3800-PUT-WORK-ENTRY THRU 3800-EXIT.
013160 5850-EXIT.
013170     EXIT.
013180 5900-WRITE-ONE-INDEX-ROW.
013190     PERFORM 3950-NEXT-WORK-ENTRY THRU 3950-EXIT.
013200     IF CB3DX-WALK-DONE
013210         GO TO 5900-EXIT
013220     END-IF.
013230     MOVE CB3DX-WK-DIGEST   TO CB3I-KEY-DIGEST.
013240     MOVE CB3DX-WK-DATE     TO CB3I-FIRST-DATE.
013250     MOVE CB3DX-WK-FILENAME TO CB3I-FIRST-FILENAME.
013260     WRITE CB3I-DIGEST-SEEN-RECORD.
013270     IF NOT CB3DX-SEEN-OK
013280         DISPLAY "CBDEM3DX -- DIGEST INDEX WRITE FAILED, STATUS "
013290                 CB3DX-SEEN-STATUS
013300         MOVE 8   TO CB3DX-RETURN-CODE
013310         MOVE "Y" TO CB3DX-WALK-DONE-SW
013320         GO TO 5900-EXIT
013330     END-IF.
013340     ADD 1 TO CB3DX-REBUILT.
013350 5900-EXIT.
013360     EXIT.
013370*----------------------------------------------------------------
013380* 6000-WRITE-BREAK -- ONE DISAGREEMENT TO THE REPORT AND SET THE
013390*     BREAK RETURN CODE. THE CALLER COUNTS IT UNDER ITS FILE.
013400*----------------------------------------------------------------
013410 6000-WRITE-BREAK.
013420     ADD 1 TO CB3DX-BREAKS.
013430     IF CB3DX-RETURN-CODE < 4
013440         MOVE 4 TO CB3DX-RETURN-CODE
013450     END-IF.
013460     MOVE CB3DX-BREAK-REASON TO CB3DX-BL-REASON.
013470     MOVE CB3DX-BREAK-DATE   TO CB3DX-BL-DATE.
013480     MOVE CB3DX-BREAK-TIME   TO CB3DX-BL-TIME.
013490     MOVE CB3DX-BREAK-SOURCE TO CB3DX-BL-SOURCE.
013500     MOVE CB3DX-BREAK-DETAIL TO CB3DX-BL-DETAIL.
013510     WRITE CB3DX-REPORT-RECORD FROM CB3DX-BREAK-LINE.
013520     IF CB3DX-BREAK-FILENAME NOT = SPACES
013530         MOVE CB3DX-BREAK-FILENAME TO CB3DX-FL-FILENAME
013540         WRITE CB3DX-REPORT-RECORD FROM CB3DX-FILE-LINE
013550     END-IF.
013560     IF CB3DX-BREAK-DIGEST NOT = SPACES
013570         MOVE CB3DX-BREAK-DIGEST TO CB3DX-DL-DIGEST
013580         WRITE CB3DX-REPORT-RECORD FROM CB3DX-DIGEST-LINE
013590     END-IF.
013600 6000-EXIT.
013610     EXIT.
013620*----------------------------------------------------------------
013630* 6500-WRITE-SECTION -- RULE AND THE SECTION TITLE BUILT IN
013640*     CB3DX-SECTION-LINE.
013650*----------------------------------------------------------------
013660 6500-WRITE-SECTION.
013670     WRITE CB3DX-REPORT-RECORD FROM CB3DX-RULE-LINE.
013680     WRITE CB3DX-REPORT-RECORD FROM CB3DX-SECTION-LINE.
013690 6500-EXIT.
013700     EXIT.
013710*----------------------------------------------------------------
013720* 7000-WRITE-TOTALS -- ROWS READ AND BREAKS BY FILE (OR ROWS
013730*     WRITTEN FOR A REBUILD), TO THE REPORT AND THE JOB LOG.
013740*----------------------------------------------------------------
013750 7000-WRITE-TOTALS.
013760     WRITE CB3DX-REPORT-RECORD FROM CB3DX-RULE-LINE.
013770     IF CB3DX-MODE-REBUILD
013780         IF NOT CB3DX-RC-FILE-ERROR
013790             WRITE CB3DX-REPORT-RECORD FROM CB3DX-REBUILT-LINE
013800         END-IF
013810     ELSE
013820         IF CB3DX-BREAKS = ZERO
013830             WRITE CB3DX-REPORT-RECORD FROM CB3DX-CLEAN-LINE
013840         END-IF
013850     END-IF.
013860     MOVE CB3DX-LIVE-ROWS       TO CB3DX-TL-LIVE.
013870     MOVE CB3DX-ARCHIVE-ROWS    TO CB3DX-TL-ARCHIVE.
013880     MOVE CB3DX-DIGESTS         TO CB3DX-TL-DIGESTS.
013890     WRITE CB3DX-REPORT-RECORD FROM CB3DX-TOTALS-LINE-1.
013900     DISPLAY "CBDEM3DX -- ROWS READ: "
013910             CB3DX-LIVE-ROWS " LIVE, "
013920             CB3DX-ARCHIVE-ROWS " ARCHIVED".
013930     IF CB3DX-MODE-REBUILD
013940         MOVE CB3DX-REBUILT     TO CB3DX-TL-REBUILT
013950         MOVE CB3DX-CARRIED     TO CB3DX-TL-CARRIED
013960         WRITE CB3DX-REPORT-RECORD FROM CB3DX-TOTALS-LINE-4
013970         DISPLAY "CBDEM3DX -- DIGSEENF ROWS WRITTEN: "
013980                 CB3DX-REBUILT
013990                 "  CARRIED FROM OLD INDEX: " CB3DX-CARRIED
014000         GO TO 7000-EXIT
014010     END-IF.
014020     MOVE CB3DX-SEEN-BREAKS     TO CB3DX-TL-SEEN.
014030     MOVE CB3DX-HOLD-BREAKS     TO CB3DX-TL-HOLD.
014040     MOVE CB3DX-APPROVAL-BREAKS TO CB3DX-TL-APPROVAL.
014050     MOVE CB3DX-CKPT-BREAKS     TO CB3DX-TL-CKPT.
014060     MOVE CB3DX-PRE-CHAIN       TO CB3DX-TL-PRE-CHAIN.
014070     WRITE CB3DX-REPORT-RECORD FROM CB3DX-TOTALS-LINE-2.
014080     WRITE CB3DX-REPORT-RECORD FROM CB3DX-TOTALS-LINE-3.
014090     DISPLAY "CBDEM3DX -- DISAGREEMENTS: " CB3DX-BREAKS.
014100 7000-EXIT.
014110     EXIT.
014120*----------------------------------------------------------------
014130* 8000-CLOSE-FILES -- CLOSE WHATEVER WAS OPENED.
014140*----------------------------------------------------------------
014150 8000-CLOSE-FILES.
014160     IF CB3DX-SEEN-IS-OPEN
014170         CLOSE CB3I-SEEN-FILE
014180     END-IF.
014190     IF CB3DX-HOLD-IS-OPEN
014200         CLOSE CB3Q-HOLD-FILE
014210     END-IF.
014220     IF CB3DX-DIGEST-IS-OPEN
014230         CLOSE CB3X-DIGEST-FILE
014240     END-IF.
014250     IF CB3DX-SEAL-IS-OPEN
014260         CLOSE CB3SL-SEAL-FILE
014270     END-IF.
014280     IF CB3DX-CKPT-IS-OPEN
014290         CLOSE CB3R-CHECKPOINT-FILE
014300     END-IF.
014310     IF CB3DX-WORK-IS-OPEN
014320         CLOSE CB3DX-WORK-FILE
014330     END-IF.
014340     IF CB3DX-REPORT-IS-OPEN
014350         CLOSE CB3DX-REPORT-FILE
014360     END-IF.
014370 8000-EXIT.
014380     EXIT.
