000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3ER.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3ER -- ENTITLEMENT USAGE REPORT FOR ACCESS RECERTIFICATION.
000090*
000100* LISTS EVERY USER ON THE ENTITLEMENT MASTER (ENTITLF, SEE
000110* CB3ENREC) WITH WHAT THEY ARE GRANTED, FOR WHICH PARTNERS, WHEN
000120* THE ROW WAS LAST CERTIFIED AND BY WHOM, AND HOW EACH ACTION WAS
000130* ACTUALLY USED -- AND REFUSED -- OVER THE REPORTING PERIOD. THE
000140* CERTIFIER SIGNS OFF EACH USER FROM THIS LISTING; A GRANT NOBODY
000150* USES IS THE FIRST CANDIDATE FOR REMOVAL. USE IS TAKEN FROM THE
000160* RECORDS THE ACTIONS THEMSELVES LEAVE:
000170*
000180*   RELEASE, REJECT, PARTIAL -- THE DISPOSITION, ANALYST AND
000190*                 DATE ON EACH AUDIT ROW, LIVE TRAIL (AUDITF,
000200*                 CB3AREC) AND EVERY YEARLY ARCHIVE NAMED ON
000210*                 AUDARCHL (THE LIST CBDEM3AV AND CBDEM3DX READ);
000220*   RE-KEY     -- THE MAKER OF THE LIVE DIGEST AND OF ANY PENDING
000230*                 ONE ON THE EXPECTED-DIGEST MASTER (DIGESTF,
000240*                 CB3XREC). THE MASTER KEEPS ONLY THE LATEST OF
000250*                 EACH PER FILE, SO A RE-KEY COUNT IS A FLOOR;
000260*   APPROVE    -- EVERY RE-KEY APPROVAL STAMP ("K") ON THE SEAL
000270*                 LEDGER (AUDSEALF, CB3SLREC);
000280*   REFUSALS   -- EVERY REFUSED ATTEMPT ("X") ON THE SEAL LEDGER,
000290*                 BY THE REAL USER AND THE ACTION ATTEMPTED.
000300*
000310* FLAGGED FOR THE CERTIFIER, AND COUNTED AS FINDINGS:
000320*   - A GRANTED ACTION NOT USED IN THE PERIOD ("UNUSED GRANT");
000330*   - AN ACTION USED IN THE PERIOD THAT THE ROW NO LONGER GRANTS;
000340*   - A ROW NEVER CERTIFIED, OR LAST CERTIFIED MORE THAN A YEAR
000350*     BEFORE THE END OF THE PERIOD;
000360*   - A ROW EXPIRED, OR NOT YET IN EFFECT, AT THE END OF THE
000370*     PERIOD;
000380*   - ANY USE OR REFUSAL BY A USER-ID NOT ON THE MASTER, LISTED
000390*     AFTER THE MASTER'S USERS (A REFUSAL WHOSE REAL USER COULD
000400*     NOT BE TOLD SHOWS AS "*UNKNOWN").
000410*
000420* THE SYSIN CARD GIVES THE PERIOD AS TWO DATES, YYYYMMDD, ONE
000430* SPACE APART: FROM AND TO. A ZERO OR BLANK TO DATE MEANS TODAY;
000440* A ZERO OR BLANK FROM DATE MEANS THE SAME DAY THREE MONTHS
000450* BEFORE THE TO DATE, THE USUAL QUARTERLY RECERTIFICATION. THE
000460* WORK INDEX (ENTRUWK) IS SCRATCH, REBUILT EVERY RUN. NOTHING IS
000470* CHANGED.
000480*
000490* RETURN CODE: 0 NO FINDINGS, 4 ONE OR MORE FINDINGS, 8 ON A
000500* PERIOD THAT ENDS BEFORE IT STARTS, A FILE ERROR (INCLUDING A
000510* MISSING ENTITLEMENT MASTER) OR TOO MANY ARCHIVE CLUSTERS
000520* LISTED.
000530*----------------------------------------------------------------
000540* MODIFICATION HISTORY.
000550*   10/15/2026  DLH  ORIGINAL VERSION.
000560*----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CB3ER-AUDIT-FILE ASSIGN TO AUDITF
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS CB3ER-AUDIT-KEY
000670         FILE STATUS IS CB3ER-AUDIT-STATUS.
000680
000690     SELECT CB3ER-ARCHIVE-FILE ASSIGN TO CB3ER-ARCHFILE-NAME
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS CB3ER-ARCH-KEY
000730         FILE STATUS IS CB3ER-ARCHIVE-STATUS.
000740
000750     SELECT CB3ER-ARCHLIST-FILE ASSIGN TO AUDARCHL
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CB3ER-ARCHLIST-STATUS.
000780
000790     SELECT CB3X-DIGEST-FILE ASSIGN TO DIGESTF
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS CB3X-DIGEST-KEY
000830         FILE STATUS IS CB3ER-DIGEST-STATUS.
000840
000850     SELECT CB3SL-SEAL-FILE ASSIGN TO AUDSEALF
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS CB3SL-SEAL-KEY
000890         FILE STATUS IS CB3ER-SEAL-STATUS.
000900
000910     SELECT CB3ER-WORK-FILE ASSIGN TO ENTRUWK
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS CB3ER-WK-KEY
000950         FILE STATUS IS CB3ER-WORK-STATUS.
000960
000970     SELECT CB3ER-REPORT-FILE ASSIGN TO ENTRPT
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS CB3ER-REPORT-STATUS.
001000 DATA DIVISION.
001010 FILE SECTION.
001020*        THE LIVE AND ARCHIVE ROWS ARE CARRIED FLAT AND READ INTO
001030*        THE ONE CB3AREC LAYOUT IN WORKING-STORAGE, AS CBDEM3AV
001040*        DOES. THE KEY IS THE LEADING DATE + FILENAME + TIME.
001050 FD  CB3ER-AUDIT-FILE.
001060 01  CB3ER-AUDIT-RECORD.
001070     05  CB3ER-AUDIT-KEY         PIC X(96).
001080     05  FILLER                  PIC X(562).
001090
001100 FD  CB3ER-ARCHIVE-FILE.
001110 01  CB3ER-ARCHIVE-RECORD.
001120     05  CB3ER-ARCH-KEY          PIC X(96).
001130     05  FILLER                  PIC X(562).
001140
001150 FD  CB3ER-ARCHLIST-FILE
001160     RECORD CONTAINS 80 CHARACTERS.
001170 01  CB3ER-ARCHLIST-RECORD       PIC X(80).
001180
001190 FD  CB3X-DIGEST-FILE.
001200 COPY CB3XREC.
001210
001220 FD  CB3SL-SEAL-FILE.
001230 COPY CB3SLREC.
001240
001250*        WORK INDEX: ONE ENTRY PER USER-ID AND ACTION CODE (R, J,
001260*        P, K, A) SEEN USED OR REFUSED IN THE PERIOD, WITH THE
001270*        COUNTS AND THE LATEST DATES. THE SWITCH IS SET AS EACH
001280*        MASTER USER'S ENTRIES ARE REPORTED, SO WHAT IS LEFT
001290*        UNSET BELONGS TO USER-IDS NOT ON THE MASTER.
001300*        SCRATCH -- REBUILT EVERY RUN.
001310 FD  CB3ER-WORK-FILE.
001320 01  CB3ER-WORK-RECORD.
001330     05  CB3ER-WK-KEY.
001340         10  CB3ER-WK-USER       PIC X(08).
001350         10  CB3ER-WK-ACTION     PIC X(01).
001360     05  CB3ER-WK-USES           PIC 9(08) COMP.
001370     05  CB3ER-WK-LAST-USED      PIC 9(08).
001380     05  CB3ER-WK-REFUSALS       PIC 9(08) COMP.
001390     05  CB3ER-WK-LAST-REFUSED   PIC 9(08).
001400     05  CB3ER-WK-LAST-REASON    PIC X(01).
001410     05  CB3ER-WK-ON-MASTER-SW   PIC X(01).
001420         88  CB3ER-WK-ON-MASTER          VALUE "Y".
001430
001440 FD  CB3ER-REPORT-FILE
001450     RECORD CONTAINS 132 CHARACTERS.
001460 01  CB3ER-REPORT-RECORD         PIC X(132).
001470 WORKING-STORAGE SECTION.
001480*----------------------------------------------------------------
001490*    01  CB3ER-SWITCHES       -- RUN SWITCHES AND RETURN CODE.
001500*----------------------------------------------------------------
001510 01  CB3ER-SWITCHES.
001520     05  CB3ER-AUDIT-STATUS      PIC X(02) VALUE SPACES.
001530         88  CB3ER-AUDIT-OK              VALUE "00".
001540         88  CB3ER-AUDIT-EOF             VALUE "10".
001550     05  CB3ER-ARCHIVE-STATUS    PIC X(02) VALUE SPACES.
001560         88  CB3ER-ARCHIVE-OK            VALUE "00".
001570         88  CB3ER-ARCHIVE-EOF           VALUE "10".
001580     05  CB3ER-ARCHLIST-STATUS   PIC X(02) VALUE SPACES.
001590         88  CB3ER-ARCHLIST-OK           VALUE "00".
001600         88  CB3ER-ARCHLIST-EOF          VALUE "10".
001610         88  CB3ER-ARCHLIST-ABSENT       VALUE "35".
001620     05  CB3ER-DIGEST-STATUS     PIC X(02) VALUE SPACES.
001630         88  CB3ER-DIGEST-OK             VALUE "00".
001640         88  CB3ER-DIGEST-EOF            VALUE "10".
001650         88  CB3ER-DIGEST-ABSENT         VALUE "35".
001660     05  CB3ER-SEAL-STATUS       PIC X(02) VALUE SPACES.
001670         88  CB3ER-SEAL-OK               VALUE "00".
001680         88  CB3ER-SEAL-EOF              VALUE "10".
001690         88  CB3ER-SEAL-ABSENT           VALUE "35".
001700     05  CB3ER-WORK-STATUS       PIC X(02) VALUE SPACES.
001710         88  CB3ER-WORK-OK               VALUE "00".
001720         88  CB3ER-WORK-EOF              VALUE "10".
001730         88  CB3ER-WORK-NOTFOUND         VALUE "23".
001740     05  CB3ER-REPORT-STATUS     PIC X(02) VALUE SPACES.
001750         88  CB3ER-REPORT-OK             VALUE "00".
001760     05  CB3ER-DIGEST-OPENED-SW  PIC X(01) VALUE "N".
001770         88  CB3ER-DIGEST-IS-OPEN        VALUE "Y".
001780     05  CB3ER-SEAL-OPENED-SW    PIC X(01) VALUE "N".
001790         88  CB3ER-SEAL-IS-OPEN          VALUE "Y".
001800     05  CB3ER-WORK-OPENED-SW    PIC X(01) VALUE "N".
001810         88  CB3ER-WORK-IS-OPEN          VALUE "Y".
001820     05  CB3ER-REPORT-OPENED-SW  PIC X(01) VALUE "N".
001830         88  CB3ER-REPORT-IS-OPEN        VALUE "Y".
001840     05  CB3ER-USERS-DONE-SW     PIC X(01) VALUE "N".
001850         88  CB3ER-USERS-DONE            VALUE "Y".
001860     05  CB3ER-USER-FINDING-SW   PIC X(01) VALUE "N".
001870         88  CB3ER-USER-HAS-FINDING      VALUE "Y".
001880     05  CB3ER-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
001890         88  CB3ER-RC-OK                 VALUE ZERO.
001900         88  CB3ER-RC-FINDINGS           VALUE 4.
001910         88  CB3ER-RC-FILE-ERROR         VALUE 8.
001920*----------------------------------------------------------------
001930*    01  CB3ER-COUNTERS       -- ROWS READ, USERS AND FINDINGS.
001940*----------------------------------------------------------------
001950 01  CB3ER-COUNTERS.
001960     05  CB3ER-LIVE-ROWS         PIC 9(08) COMP VALUE ZERO.
001970     05  CB3ER-ARCHIVE-ROWS      PIC 9(08) COMP VALUE ZERO.
001980     05  CB3ER-LEDGER-ENTRIES    PIC 9(08) COMP VALUE ZERO.
001990     05  CB3ER-USES              PIC 9(08) COMP VALUE ZERO.
002000     05  CB3ER-REFUSALS          PIC 9(08) COMP VALUE ZERO.
002010     05  CB3ER-USERS             PIC 9(08) COMP VALUE ZERO.
002020     05  CB3ER-USERS-FLAGGED     PIC 9(08) COMP VALUE ZERO.
002030     05  CB3ER-UNUSED-GRANTS     PIC 9(08) COMP VALUE ZERO.
002040     05  CB3ER-UNKNOWN-USERS     PIC 9(08) COMP VALUE ZERO.
002050     05  CB3ER-FINDINGS          PIC 9(08) COMP VALUE ZERO.
002060*----------------------------------------------------------------
002070*    01  CB3ER-CONTROL-CARD   -- SYSIN CONTROL CARD, ONE PER RUN:
002080*        THE REPORTING PERIOD (ZERO TO = TODAY, ZERO FROM = THREE
002090*        MONTHS BEFORE THE TO DATE).
002100*----------------------------------------------------------------
002110 01  CB3ER-CONTROL-CARD.
002120     05  CB3ER-FROM-DATE         PIC 9(08).
002130     05  FILLER                  PIC X(01).
002140     05  CB3ER-TO-DATE           PIC 9(08).
002150*----------------------------------------------------------------
002160*    01  CB3ER-DATE-WORK      -- THE FROM DATE TAKEN APART TO STEP
002170*        IT BACK THREE MONTHS, AND THE OLDEST CERTIFICATION DATE
002180*        THAT IS STILL CURRENT (ONE YEAR BEFORE THE TO DATE).
002190*----------------------------------------------------------------
002200 01  CB3ER-DATE-WORK.
002210     05  CB3ER-WORK-DATE         PIC 9(08).
002220     05  CB3ER-WORK-DATE-PARTS REDEFINES CB3ER-WORK-DATE.
002230         10  CB3ER-WORK-YEAR     PIC 9(04).
002240         10  CB3ER-WORK-MONTH    PIC 9(02).
002250         10  CB3ER-WORK-DAY      PIC 9(02).
002260     05  CB3ER-CERT-CUTOFF       PIC 9(08).
002270*----------------------------------------------------------------
002280*    01  CB3ER-ARCHIVE-TABLE  -- THE ARCHIVE CLUSTERS TO READ, AS
002290*        LISTED ON AUDARCHL (NO LIST = LIVE TRAIL ONLY).
002300*----------------------------------------------------------------
002310 01  CB3ER-ARCHIVE-TABLE.
002320     05  CB3ER-ARCHIVE-COUNT     PIC 9(04) COMP VALUE ZERO.
002330     05  CB3ER-ARCHIVE-MAX       PIC 9(04) COMP VALUE 20.
002340     05  CB3ER-ARCHIVE-IX        PIC 9(04) COMP VALUE ZERO.
002350     05  CB3ER-ARCHIVE-ENTRY     OCCURS 20 TIMES.
002360         10  CB3ER-ARCHIVE-NAME  PIC X(80).
002370 01  CB3ER-ARCHFILE-NAME         PIC X(80) VALUE SPACES.
002380*----------------------------------------------------------------
002390*    01  CB3ER-ACTION-NAMES   -- THE FIVE CONTROLLED ACTIONS, CODE
002400*        AND NAME, IN THE ORDER OF CB3EN-ACTION-FLAG.
002410*----------------------------------------------------------------
002420 01  CB3ER-ACTION-NAMES.
002430     05  FILLER                  PIC X(09) VALUE "RRELEASE ".
002440     05  FILLER                  PIC X(09) VALUE "JREJECT  ".
002450     05  FILLER                  PIC X(09) VALUE "PPARTIAL ".
002460     05  FILLER                  PIC X(09) VALUE "KRE-KEY  ".
002470     05  FILLER                  PIC X(09) VALUE "AAPPROVE ".
002480 01  CB3ER-ACTION-TABLE REDEFINES CB3ER-ACTION-NAMES.
002490     05  CB3ER-ACTION-ENTRY      OCCURS 5 TIMES.
002500         10  CB3ER-ACTION-CODE   PIC X(01).
002510         10  CB3ER-ACTION-NAME   PIC X(08).
002520*----------------------------------------------------------------
002530*    01  CB3ER-RUN-WORK       -- THE USE OR REFUSAL BEING NOTED,
002540*        AND THE SUBSCRIPTS FOR THE ACTION AND PARTNER TABLES.
002550*----------------------------------------------------------------
002560 01  CB3ER-RUN-WORK.
002570     05  CB3ER-NOTE-USER         PIC X(08).
002580     05  CB3ER-NOTE-ACTION       PIC X(01).
002590     05  CB3ER-NOTE-DATE         PIC 9(08).
002600     05  CB3ER-NOTE-REASON       PIC X(01).
002610     05  CB3ER-AX                PIC S9(04) COMP.
002620     05  CB3ER-PX                PIC S9(04) COMP.
002630     05  CB3ER-SHOW-NAME         PIC X(08).
002640*----------------------------------------------------------------
002650*    THE AUDIT ROW BEING NOTED, FROM THE LIVE TRAIL OR AN ARCHIVE,
002660*    AND THE ENTITLEMENT ROW BEING REPORTED.
002670*----------------------------------------------------------------
002680 COPY CB3AREC.
002690 COPY CB3ENREC.
002700*----------------------------------------------------------------
002710*    01  CB3EN-PARM-AREA      -- PARAMETER AREA FOR CBDEM3EN.
002720*----------------------------------------------------------------
002730 01  CB3EN-PARM-AREA.
002740     05  CB3EN-P-FUNCTION        PIC X(01).
002750     05  CB3EN-P-USER-ID         PIC X(08).
002760     05  CB3EN-P-ACTION          PIC X(01).
002770     05  CB3EN-P-FILENAME        PIC X(80).
002780     05  CB3EN-P-AS-OF-DATE      PIC 9(08).
002790     05  CB3EN-P-ALLOWED         PIC X(01).
002800     05  CB3EN-P-REASON          PIC X(01).
002810     05  CB3EN-P-PARTNER-ID      PIC X(08).
002820     05  CB3EN-P-FOUND           PIC X(01).
002830         88  CB3EN-P-ROW-FOUND           VALUE "Y".
002840     05  CB3EN-P-RECORD          PIC X(155).
002850     05  CB3EN-P-RETURN-CODE     PIC S9(04) COMP.
002860*----------------------------------------------------------------
002870*    REPORT LINE LAYOUTS.
002880*----------------------------------------------------------------
002890 01  CB3ER-HEADER-LINE-1         PIC X(132) VALUE
002900     "CBDEM3ER -- ENTITLEMENT USAGE FOR ACCESS RECERTIFICATION".
002910 01  CB3ER-HEADER-LINE-2.
002920     05  FILLER                  PIC X(08) VALUE "PERIOD: ".
002930     05  CB3ER-HL-FROM           PIC 9999/99/99.
002940     05  FILLER                  PIC X(04) VALUE " TO ".
002950     05  CB3ER-HL-TO             PIC 9999/99/99.
002960     05  FILLER                  PIC X(100) VALUE SPACES.
002970 01  CB3ER-HEADER-LINE-3.
002980     05  FILLER                  PIC X(08) VALUE "ARCHIVE ".
002990     05  CB3ER-HL-ARCHIVE-NBR    PIC 9(02).
003000     05  FILLER                  PIC X(02) VALUE ": ".
003010     05  CB3ER-HL-ARCHIVE        PIC X(80).
003020     05  FILLER                  PIC X(40) VALUE SPACES.
003030 01  CB3ER-RULE-LINE             PIC X(132) VALUE ALL "-".
003040 01  CB3ER-SECTION-LINE          PIC X(132).
003050 01  CB3ER-USER-LINE.
003060     05  FILLER                  PIC X(06) VALUE "USER: ".
003070     05  CB3ER-UL-USER           PIC X(08).
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  CB3ER-UL-NAME           PIC X(30).
003100     05  FILLER                  PIC X(13) VALUE "  EFFECTIVE: ".
003110     05  CB3ER-UL-EFFECTIVE      PIC 9999/99/99.
003120     05  FILLER                  PIC X(11) VALUE "  EXPIRES: ".
003130     05  CB3ER-UL-EXPIRY         PIC X(10).
003140     05  FILLER                  PIC X(13) VALUE "  CERTIFIED: ".
003150     05  CB3ER-UL-CERTIFIED      PIC X(10).
003160     05  FILLER                  PIC X(04) VALUE " BY ".
003170     05  CB3ER-UL-CERTIFIED-BY   PIC X(08).
003180     05  FILLER                  PIC X(07) VALUE SPACES.
003190 01  CB3ER-PARTNER-LINE.
003200     05  FILLER                  PIC X(14) VALUE "    PARTNERS: ".
003210     05  CB3ER-PL-PARTNERS       PIC X(100).
003220     05  FILLER                  PIC X(18) VALUE SPACES.
003230 01  CB3ER-FLAG-LINE.
003240     05  FILLER                  PIC X(14) VALUE "    ** FLAG: ".
003250     05  CB3ER-FL-TEXT           PIC X(60).
003260     05  FILLER                  PIC X(58) VALUE SPACES.
003270 01  CB3ER-ACTION-LINE.
003280     05  FILLER                  PIC X(04) VALUE SPACES.
003290     05  CB3ER-AL-NAME           PIC X(08).
003300     05  FILLER                  PIC X(10) VALUE "  GRANTED ".
003310     05  CB3ER-AL-GRANTED        PIC X(03).
003320     05  FILLER                  PIC X(08) VALUE "   USES ".
003330     05  CB3ER-AL-USES           PIC ZZ,ZZ9.
003340     05  FILLER                  PIC X(13) VALUE "  LAST USED: ".
003350     05  CB3ER-AL-LAST-USED      PIC X(10).
003360     05  FILLER                  PIC X(11) VALUE "  REFUSED ".
003370     05  CB3ER-AL-REFUSALS       PIC ZZ,ZZ9.
003380     05  FILLER                  PIC X(08) VALUE "  LAST: ".
003390     05  CB3ER-AL-LAST-REFUSED   PIC X(10).
003400     05  FILLER                  PIC X(09) VALUE "  REASON ".
003410     05  CB3ER-AL-REASON         PIC X(01).
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  CB3ER-AL-NOTE           PIC X(20).
003440     05  FILLER                  PIC X(03) VALUE SPACES.
003450 01  CB3ER-SHOW-DATE             PIC 9999/99/99.
003460 01  CB3ER-NONE-LINE             PIC X(132) VALUE
003470     "NONE -- EVERY USE AND REFUSAL IS BY A USER ON THE MASTER".
003480 01  CB3ER-EMPTY-LINE            PIC X(132) VALUE
003490     "NO USERS ON THE ENTITLEMENT MASTER".
003500 01  CB3ER-TOTALS-LINE-1.
003510     05  FILLER                  PIC X(20) VALUE
003520         "LIVE ROWS READ:     ".
003530     05  CB3ER-TL-LIVE           PIC ZZZ,ZZZ,ZZ9.
003540     05  FILLER                  PIC X(23) VALUE
003550         "  ARCHIVE ROWS READ:   ".
003560     05  CB3ER-TL-ARCHIVE        PIC ZZZ,ZZZ,ZZ9.
003570     05  FILLER                  PIC X(23) VALUE
003580         "  LEDGER ENTRIES READ: ".
003590     05  CB3ER-TL-LEDGER         PIC ZZZ,ZZZ,ZZ9.
003600     05  FILLER                  PIC X(33) VALUE SPACES.
003610 01  CB3ER-TOTALS-LINE-2.
003620     05  FILLER                  PIC X(20) VALUE
003630         "USES IN PERIOD:     ".
003640     05  CB3ER-TL-USES           PIC ZZZ,ZZZ,ZZ9.
003650     05  FILLER                  PIC X(23) VALUE
003660         "  REFUSALS IN PERIOD:  ".
003670     05  CB3ER-TL-REFUSALS       PIC ZZZ,ZZZ,ZZ9.
003680     05  FILLER                  PIC X(23) VALUE
003690         "  USERS ON MASTER:     ".
003700     05  CB3ER-TL-USERS          PIC ZZZ,ZZZ,ZZ9.
003710     05  FILLER                  PIC X(33) VALUE SPACES.
003720 01  CB3ER-TOTALS-LINE-3.
003730     05  FILLER                  PIC X(20) VALUE
003740         "USERS FLAGGED:      ".
003750     05  CB3ER-TL-FLAGGED        PIC ZZZ,ZZZ,ZZ9.
003760     05  FILLER                  PIC X(23) VALUE
003770         "  UNUSED GRANTS:       ".
003780     05  CB3ER-TL-UNUSED         PIC ZZZ,ZZZ,ZZ9.
003790     05  FILLER                  PIC X(23) VALUE
003800         "  USERS NOT ON MASTER: ".
003810     05  CB3ER-TL-UNKNOWN        PIC ZZZ,ZZZ,ZZ9.
003820     05  FILLER                  PIC X(33) VALUE SPACES.
003830 PROCEDURE DIVISION.
003840*----------------------------------------------------------------
003850* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW: NOTE EVERY USE AND
003860*     REFUSAL IN THE PERIOD, THEN REPORT THE MASTER'S USERS AND
003870*     WHOEVER ACTED WITHOUT BEING ON IT.
003880*----------------------------------------------------------------
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003910     IF CB3ER-RC-FILE-ERROR
003920         GO TO 0000-FINISH
003930     END-IF.
003940     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
003950     IF CB3ER-RC-FILE-ERROR
003960         GO TO 0000-FINISH
003970     END-IF.
003980     PERFORM 2000-READ-LIVE-TRAIL THRU 2000-EXIT.
003990     IF CB3ER-RC-FILE-ERROR
004000         GO TO 0000-FINISH
004010     END-IF.
004020     PERFORM 2500-READ-ONE-ARCHIVE THRU 2500-EXIT
004030         VARYING CB3ER-ARCHIVE-IX FROM 1 BY 1
004040         UNTIL CB3ER-ARCHIVE-IX > CB3ER-ARCHIVE-COUNT
004050            OR CB3ER-RC-FILE-ERROR.
004060     IF NOT CB3ER-RC-FILE-ERROR
004070         PERFORM 3500-READ-DIGEST-MASTER THRU 3500-EXIT
004080     END-IF.
004090     IF NOT CB3ER-RC-FILE-ERROR
004100         PERFORM 4000-READ-SEAL-LEDGER THRU 4000-EXIT
004110     END-IF.
004120     IF NOT CB3ER-RC-FILE-ERROR
004130         PERFORM 5000-REPORT-USERS THRU 5000-EXIT
004140     END-IF.
004150     IF NOT CB3ER-RC-FILE-ERROR
004160         PERFORM 6000-REPORT-UNKNOWN THRU 6000-EXIT
004170     END-IF.
004180     IF CB3ER-RC-FILE-ERROR
004190         GO TO 0000-FINISH
004200     END-IF.
004210     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
004220 0000-FINISH.
004230     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
004240     MOVE CB3ER-RETURN-CODE TO RETURN-CODE.
004250     STOP RUN.
004260 0000-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290* 1000-INITIALIZE -- READ THE PERIOD FROM SYSIN AND FILL IN THE
004300*     DEFAULTS. STEPPING BACK THREE MONTHS KEEPS THE DAY, SO THE
004310*     FROM DATE MAY NAME A DAY THE MONTH LACKS (0431); IT IS ONLY
004320*     EVER COMPARED, AND COMPARES CORRECTLY.
004330*----------------------------------------------------------------
004340 1000-INITIALIZE.
004350     MOVE ZERO   TO CB3ER-RETURN-CODE.
004360     MOVE SPACES TO CB3ER-CONTROL-CARD.
004370     ACCEPT CB3ER-CONTROL-CARD FROM SYSIN.
004380     IF CB3ER-TO-DATE NOT NUMERIC
004390         OR CB3ER-TO-DATE = ZERO
004400         ACCEPT CB3ER-TO-DATE FROM DATE YYYYMMDD
004410     END-IF.
004420     IF CB3ER-FROM-DATE NOT NUMERIC
004430         OR CB3ER-FROM-DATE = ZERO
004440         MOVE CB3ER-TO-DATE TO CB3ER-WORK-DATE
004450         IF CB3ER-WORK-MONTH > 3
004460             SUBTRACT 3 FROM CB3ER-WORK-MONTH
004470         ELSE
004480             ADD 9 TO CB3ER-WORK-MONTH
004490             SUBTRACT 1 FROM CB3ER-WORK-YEAR
004500         END-IF
004510         MOVE CB3ER-WORK-DATE TO CB3ER-FROM-DATE
004520     END-IF.
004530     IF CB3ER-FROM-DATE > CB3ER-TO-DATE
004540         DISPLAY "CBDEM3ER -- FROM DATE " CB3ER-FROM-DATE
004550                 " IS AFTER TO DATE " CB3ER-TO-DATE
004560         MOVE 8 TO CB3ER-RETURN-CODE
004570         GO TO 1000-EXIT
004580     END-IF.
004590     MOVE CB3ER-TO-DATE TO CB3ER-WORK-DATE.
004600     SUBTRACT 1 FROM CB3ER-WORK-YEAR.
004610     MOVE CB3ER-WORK-DATE TO CB3ER-CERT-CUTOFF.
004620 1000-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650* 1500-OPEN-FILES -- OPEN THE REPORT, LOAD THE ARCHIVE LIST AND
004660*     BUILD AN EMPTY WORK INDEX.
004670*----------------------------------------------------------------
004680 1500-OPEN-FILES.
004690     OPEN OUTPUT CB3ER-REPORT-FILE.
004700     IF NOT CB3ER-REPORT-OK
004710         DISPLAY "CBDEM3ER -- CANNOT OPEN ENTITLEMENT USAGE "
004720                 "REPORT"
004730         MOVE 8 TO CB3ER-RETURN-CODE
004740         GO TO 1500-EXIT
004750     END-IF.
004760     MOVE "Y" TO CB3ER-REPORT-OPENED-SW.
004770     MOVE CB3ER-FROM-DATE TO CB3ER-HL-FROM.
004780     MOVE CB3ER-TO-DATE   TO CB3ER-HL-TO.
004790     WRITE CB3ER-REPORT-RECORD FROM CB3ER-HEADER-LINE-1.
004800     WRITE CB3ER-REPORT-RECORD FROM CB3ER-HEADER-LINE-2.
004810     PERFORM 1600-LOAD-ARCHIVE-LIST THRU 1600-EXIT.
004820     IF CB3ER-RC-FILE-ERROR
004830         GO TO 1500-EXIT
004840     END-IF.
004850     OPEN OUTPUT CB3ER-WORK-FILE.
004860     IF CB3ER-WORK-OK
004870         CLOSE CB3ER-WORK-FILE
004880         OPEN I-O CB3ER-WORK-FILE
004890     END-IF.
004900     IF NOT CB3ER-WORK-OK
004910         DISPLAY "CBDEM3ER -- CANNOT OPEN WORK INDEX"
004920         MOVE 8 TO CB3ER-RETURN-CODE
004930         GO TO 1500-EXIT
004940     END-IF.
004950     MOVE "Y" TO CB3ER-WORK-OPENED-SW.
004960 1500-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990* 1600-LOAD-ARCHIVE-LIST -- ONE ARCHIVE CLUSTER NAME PER LINE,
005000*     BLANK LINES IGNORED, EACH ECHOED TO THE REPORT HEADER. NO
005010*     LIST AT ALL MEANS NOTHING HAS BEEN ARCHIVED YET; A LIST
005015*     THAT CANNOT BE READ TO THE END STOPS THE RUN AT RC=8.
005020*----------------------------------------------------------------
005030 1600-LOAD-ARCHIVE-LIST.
005040     OPEN INPUT CB3ER-ARCHLIST-FILE.
005050     IF CB3ER-ARCHLIST-ABSENT
005060         GO TO 1600-EXIT
005070     END-IF.
005080     IF NOT CB3ER-ARCHLIST-OK
005090         DISPLAY "CBDEM3ER -- CANNOT OPEN ARCHIVE LIST"
005100         MOVE 8 TO CB3ER-RETURN-CODE
005110         GO TO 1600-EXIT
005120     END-IF.
005130     PERFORM 1650-LOAD-ONE-ARCHIVE THRU 1650-EXIT
005140         UNTIL CB3ER-ARCHLIST-EOF
005150            OR CB3ER-RC-FILE-ERROR.
005160     CLOSE CB3ER-ARCHLIST-FILE.
005170 1600-EXIT.
005180     EXIT.
005190 1650-LOAD-ONE-ARCHIVE.
005200     READ CB3ER-ARCHLIST-FILE
005210         AT END
005220             MOVE "10" TO CB3ER-ARCHLIST-STATUS
005230     END-READ.
005232     IF CB3ER-ARCHLIST-EOF
005234         GO TO 1650-EXIT
005236     END-IF.
005240     IF NOT CB3ER-ARCHLIST-OK
005250         DISPLAY "CBDEM3ER -- ARCHIVE LIST READ FAILED, STATUS "
005260                 CB3ER-ARCHLIST-STATUS
005263         MOVE 8 TO CB3ER-RETURN-CODE
005266         GO TO 1650-EXIT
005270     END-IF.
005280     IF CB3ER-ARCHLIST-RECORD = SPACES
005290         GO TO 1650-EXIT
005300     END-IF.
005310     IF CB3ER-ARCHIVE-COUNT NOT < CB3ER-ARCHIVE-MAX
005320         DISPLAY "CBDEM3ER -- MORE THAN " CB3ER-ARCHIVE-MAX
005330                 " ARCHIVE CLUSTERS LISTED"
005340         MOVE 8 TO CB3ER-RETURN-CODE
005350         GO TO 1650-EXIT
005360     END-IF.
005370     ADD 1 TO CB3ER-ARCHIVE-COUNT.
005380     MOVE CB3ER-ARCHLIST-RECORD
005390         TO CB3ER-ARCHIVE-NAME (CB3ER-ARCHIVE-COUNT).
005400     MOVE CB3ER-ARCHIVE-COUNT   TO CB3ER-HL-ARCHIVE-NBR.
005410     MOVE CB3ER-ARCHLIST-RECORD TO CB3ER-HL-ARCHIVE.
005420     WRITE CB3ER-REPORT-RECORD FROM CB3ER-HEADER-LINE-3.
005430 1650-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460* 2000-READ-LIVE-TRAIL -- NOTE EVERY DISPOSITION ON THE LIVE
005470*     TRAIL.
005480*----------------------------------------------------------------
005490 2000-READ-LIVE-TRAIL.
005500     OPEN INPUT CB3ER-AUDIT-FILE.
005510     IF NOT CB3ER-AUDIT-OK
005520         DISPLAY "CBDEM3ER -- CANNOT OPEN AUDIT FILE"
005530         MOVE 8 TO CB3ER-RETURN-CODE
005540         GO TO 2000-EXIT
005550     END-IF.
005560     PERFORM 2100-READ-LIVE-ROW THRU 2100-EXIT
005570         UNTIL CB3ER-AUDIT-EOF
005580            OR CB3ER-RC-FILE-ERROR.
005590     CLOSE CB3ER-AUDIT-FILE.
005600 2000-EXIT.
005610     EXIT.
005620 2100-READ-LIVE-ROW.
005630     READ CB3ER-AUDIT-FILE NEXT RECORD INTO CB3A-AUDIT-RECORD
005640         AT END
005650             MOVE "10" TO CB3ER-AUDIT-STATUS
005660     END-READ.
005670     IF CB3ER-AUDIT-EOF
005680         GO TO 2100-EXIT
005690     END-IF.
005700     IF NOT CB3ER-AUDIT-OK
005710         DISPLAY "CBDEM3ER -- AUDIT FILE READ FAILED, STATUS "
005720                 CB3ER-AUDIT-STATUS
005730         MOVE 8 TO CB3ER-RETURN-CODE
005740         GO TO 2100-EXIT
005750     END-IF.
005760     ADD 1 TO CB3ER-LIVE-ROWS.
005770     PERFORM 3000-NOTE-DISPOSITION THRU 3000-EXIT.
005780 2100-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810* 2500-READ-ONE-ARCHIVE -- NOTE EVERY DISPOSITION ON ONE LISTED
005820*     ARCHIVE CLUSTER. A LISTED CLUSTER THAT CANNOT BE OPENED
005830*     STOPS THE RUN: SKIPPING IT WOULD UNDERSTATE THE USE MADE OF
005840*     EVERY GRANT.
005850*----------------------------------------------------------------
005860 2500-READ-ONE-ARCHIVE.
005870     MOVE CB3ER-ARCHIVE-NAME (CB3ER-ARCHIVE-IX)
005880         TO CB3ER-ARCHFILE-NAME.
005890     OPEN INPUT CB3ER-ARCHIVE-FILE.
005900     IF NOT CB3ER-ARCHIVE-OK
005910         DISPLAY "CBDEM3ER -- CANNOT OPEN ARCHIVE FILE "
005920                 CB3ER-ARCHFILE-NAME
005930         MOVE 8 TO CB3ER-RETURN-CODE
005940         GO TO 2500-EXIT
005950     END-IF.
005960     PERFORM 2600-READ-ARCHIVE-ROW THRU 2600-EXIT
005970         UNTIL CB3ER-ARCHIVE-EOF
005980            OR CB3ER-RC-FILE-ERROR.
005990     CLOSE CB3ER-ARCHIVE-FILE.
006000 2500-EXIT.
006010     EXIT.
006020 2600-READ-ARCHIVE-ROW.
006030     READ CB3ER-ARCHIVE-FILE NEXT RECORD INTO CB3A-AUDIT-RECORD
006040         AT END
006050             MOVE "10" TO CB3ER-ARCHIVE-STATUS
006060     END-READ.
006070     IF CB3ER-ARCHIVE-EOF
006080         GO TO 2600-EXIT
006090     END-IF.
006100     IF NOT CB3ER-ARCHIVE-OK
006110         DISPLAY "CBDEM3ER -- ARCHIVE READ FAILED, STATUS "
006120                 CB3ER-ARCHIVE-STATUS
006130         MOVE 8 TO CB3ER-RETURN-CODE
006140         GO TO 2600-EXIT
006150     END-IF.
006160     ADD 1 TO CB3ER-ARCHIVE-ROWS.
006170     PERFORM 3000-NOTE-DISPOSITION THRU 3000-EXIT.
006180 2600-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 3000-NOTE-DISPOSITION -- A RELEASE, REJECT OR PARTIAL ACCEPT
006220*     RECORDED ON THIS ROW IN THE PERIOD IS ONE USE BY ITS
006230*     ANALYST.
006240*----------------------------------------------------------------
006250 3000-NOTE-DISPOSITION.
006260     IF NOT CB3A-DISPO-RELEASED
006270         AND NOT CB3A-DISPO-REJECTED
006280         AND NOT CB3A-DISPO-PARTIAL
006290         GO TO 3000-EXIT
006300     END-IF.
006310     MOVE CB3A-DISPO-USER  TO CB3ER-NOTE-USER.
006320     MOVE CB3A-DISPOSITION TO CB3ER-NOTE-ACTION.
006330     MOVE CB3A-DISPO-DATE  TO CB3ER-NOTE-DATE.
006340     PERFORM 3100-NOTE-USE THRU 3100-EXIT.
006350 3000-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* 3100-NOTE-USE -- COUNT ONE USE OF CB3ER-NOTE-ACTION BY CB3ER-
006390*     NOTE-USER ON CB3ER-NOTE-DATE, IF THE DATE IS IN THE PERIOD,
006400*     KEEPING THE LATEST DATE.
006410*----------------------------------------------------------------
006420 3100-NOTE-USE.
006430     IF CB3ER-NOTE-DATE NOT NUMERIC
006440         OR CB3ER-NOTE-DATE < CB3ER-FROM-DATE
006450         OR CB3ER-NOTE-DATE > CB3ER-TO-DATE
006460         GO TO 3100-EXIT
006470     END-IF.
006480     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
006490     IF CB3ER-RC-FILE-ERROR
006500         GO TO 3100-EXIT
006510     END-IF.
006520     ADD 1 TO CB3ER-WK-USES
006530              CB3ER-USES.
006540     IF CB3ER-NOTE-DATE > CB3ER-WK-LAST-USED
006550         MOVE CB3ER-NOTE-DATE TO CB3ER-WK-LAST-USED
006560     END-IF.
006570     PERFORM 3800-PUT-WORK-ENTRY THRU 3800-EXIT.
006580 3100-EXIT.
006590     EXIT.
006600*----------------------------------------------------------------
006610* 3200-NOTE-REFUSAL -- COUNT ONE REFUSAL OF CB3ER-NOTE-ACTION TO
006620*     CB3ER-NOTE-USER, AS 3100 DOES A USE, KEEPING THE REASON FOR
006630*     THE LATEST.
006640*----------------------------------------------------------------
006650 3200-NOTE-REFUSAL.
006660     IF CB3ER-NOTE-DATE NOT NUMERIC
006670         OR CB3ER-NOTE-DATE < CB3ER-FROM-DATE
006680         OR CB3ER-NOTE-DATE > CB3ER-TO-DATE
006690         GO TO 3200-EXIT
006700     END-IF.
006710     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
006720     IF CB3ER-RC-FILE-ERROR
006730         GO TO 3200-EXIT
006740     END-IF.
006750     ADD 1 TO CB3ER-WK-REFUSALS
006760              CB3ER-REFUSALS.
006770     IF CB3ER-NOTE-DATE NOT < CB3ER-WK-LAST-REFUSED
006780         MOVE CB3ER-NOTE-DATE   TO CB3ER-WK-LAST-REFUSED
006790         MOVE CB3ER-NOTE-REASON TO CB3ER-WK-LAST-REASON
006800     END-IF.
006810     PERFORM 3800-PUT-WORK-ENTRY THRU 3800-EXIT.
006820 3200-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850* 3500-READ-DIGEST-MASTER -- THE MAKER OF EACH LIVE AND EACH
006860*     PENDING RE-KEY. A MASTER NEVER CREATED HAS NO RE-KEYS.
006870*----------------------------------------------------------------
006880 3500-READ-DIGEST-MASTER.
006890     OPEN INPUT CB3X-DIGEST-FILE.
006900     IF CB3ER-DIGEST-ABSENT
006910         GO TO 3500-EXIT
006920     END-IF.
006930     IF NOT CB3ER-DIGEST-OK
006940         DISPLAY "CBDEM3ER -- CANNOT OPEN DIGEST MASTER, STATUS "
006950                 CB3ER-DIGEST-STATUS
006960         MOVE 8 TO CB3ER-RETURN-CODE
006970         GO TO 3500-EXIT
006980     END-IF.
006990     MOVE "Y" TO CB3ER-DIGEST-OPENED-SW.
007000     PERFORM 3600-NOTE-ONE-REKEY THRU 3600-EXIT
007010         UNTIL CB3ER-DIGEST-EOF
007020            OR CB3ER-RC-FILE-ERROR.
007030 3500-EXIT.
007040     EXIT.
007050 3600-NOTE-ONE-REKEY.
007060     READ CB3X-DIGEST-FILE NEXT RECORD
007070         AT END
007080             MOVE "10" TO CB3ER-DIGEST-STATUS
007090     END-READ.
007100     IF CB3ER-DIGEST-EOF
007110         GO TO 3600-EXIT
007120     END-IF.
007130     IF NOT CB3ER-DIGEST-OK
007140         DISPLAY "CBDEM3ER -- DIGEST MASTER READ FAILED, STATUS "
007150                 CB3ER-DIGEST-STATUS
007160         MOVE 8 TO CB3ER-RETURN-CODE
007170         GO TO 3600-EXIT
007180     END-IF.
007190     MOVE "K" TO CB3ER-NOTE-ACTION.
007200     IF CB3X-UPDATE-USER NOT = SPACES
007210         MOVE CB3X-UPDATE-USER  TO CB3ER-NOTE-USER
007220         MOVE CB3X-UPDATE-DATE  TO CB3ER-NOTE-DATE
007230         PERFORM 3100-NOTE-USE THRU 3100-EXIT
007240     END-IF.
007250     IF CB3X-PENDING-USER NOT = SPACES
007260         AND NOT CB3ER-RC-FILE-ERROR
007270         MOVE CB3X-PENDING-USER TO CB3ER-NOTE-USER
007280         MOVE CB3X-PENDING-DATE TO CB3ER-NOTE-DATE
007290         PERFORM 3100-NOTE-USE THRU 3100-EXIT
007300     END-IF.
007310 3600-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340* 3700-FIND-WORK-ENTRY -- THE WORK ENTRY FOR CB3ER-NOTE-USER AND
007350*     CB3ER-NOTE-ACTION, OR A FRESH ONE WITH NOTHING COUNTED. THE
007360*     STATUS IS LEFT "00" (FOUND) OR "23" (NEW) FOR 3800.
007370*----------------------------------------------------------------
007380 3700-FIND-WORK-ENTRY.
007390     MOVE CB3ER-NOTE-USER   TO CB3ER-WK-USER.
007400     MOVE CB3ER-NOTE-ACTION TO CB3ER-WK-ACTION.
007410     READ CB3ER-WORK-FILE.
007420     IF CB3ER-WORK-OK
007430         GO TO 3700-EXIT
007440     END-IF.
007450     IF CB3ER-WORK-NOTFOUND
007460         MOVE ZERO   TO CB3ER-WK-USES
007470                        CB3ER-WK-LAST-USED
007480                        CB3ER-WK-REFUSALS
007490                        CB3ER-WK-LAST-REFUSED
007500         MOVE SPACES TO CB3ER-WK-LAST-REASON
007510         MOVE "N"    TO CB3ER-WK-ON-MASTER-SW
007520         GO TO 3700-EXIT
007530     END-IF.
007540     DISPLAY "CBDEM3ER -- WORK INDEX READ FAILED, STATUS "
007550             CB3ER-WORK-STATUS.
007560     MOVE 8 TO CB3ER-RETURN-CODE.
007570 3700-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------
007600* 3800-PUT-WORK-ENTRY -- WRITE THE WORK ENTRY JUST BUILT, OR
007610*     REWRITE IT IF 3700 FOUND ONE ALREADY UNDER THE KEY.
007620*----------------------------------------------------------------
007630 3800-PUT-WORK-ENTRY.
007640     IF CB3ER-WORK-OK
007650         REWRITE CB3ER-WORK-RECORD
007660     ELSE
007670         WRITE CB3ER-WORK-RECORD
007680     END-IF.
007690     IF CB3ER-WORK-OK
007700         GO TO 3800-EXIT
007710     END-IF.
007720     DISPLAY "CBDEM3ER -- WORK INDEX WRITE FAILED, STATUS "
007730             CB3ER-WORK-STATUS.
007740     MOVE 8 TO CB3ER-RETURN-CODE.
007750 3800-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780* 4000-READ-SEAL-LEDGER -- EVERY RE-KEY APPROVAL STAMP ("K") IS A
007790*     USE OF APPROVE BY ITS APPROVER; EVERY REFUSAL ENTRY ("X") IS
007800*     A REFUSAL OF THE ACTION ATTEMPTED TO THE REAL USER. A LEDGER
007810*     NEVER CREATED LEAVES NEITHER.
007820*----------------------------------------------------------------
007830 4000-READ-SEAL-LEDGER.
007840     OPEN INPUT CB3SL-SEAL-FILE.
007850     IF CB3ER-SEAL-ABSENT
007860         GO TO 4000-EXIT
007870     END-IF.
007880     IF NOT CB3ER-SEAL-OK
007890         DISPLAY "CBDEM3ER -- CANNOT OPEN SEAL LEDGER, STATUS "
007900                 CB3ER-SEAL-STATUS
007910         MOVE 8 TO CB3ER-RETURN-CODE
007920         GO TO 4000-EXIT
007930     END-IF.
007940     MOVE "Y"  TO CB3ER-SEAL-OPENED-SW.
007950     MOVE ZERO TO CB3SL-KEY-SEQ.
007960     START CB3SL-SEAL-FILE KEY IS GREATER THAN CB3SL-SEAL-KEY
007970         INVALID KEY
007980             MOVE "10" TO CB3ER-SEAL-STATUS
007990             GO TO 4000-EXIT
008000     END-START.
008010     PERFORM 4100-NOTE-ONE-ENTRY THRU 4100-EXIT
008020         UNTIL CB3ER-SEAL-EOF
008030            OR CB3ER-RC-FILE-ERROR.
008040 4000-EXIT.
008050     EXIT.
008060 4100-NOTE-ONE-ENTRY.
008070     READ CB3SL-SEAL-FILE NEXT RECORD
008080         AT END
008090             MOVE "10" TO CB3ER-SEAL-STATUS
008100     END-READ.
008110     IF CB3ER-SEAL-EOF
008120         GO TO 4100-EXIT
008130     END-IF.
008140     IF NOT CB3ER-SEAL-OK
008150         DISPLAY "CBDEM3ER -- SEAL LEDGER READ FAILED, STATUS "
008160                 CB3ER-SEAL-STATUS
008170         MOVE 8 TO CB3ER-RETURN-CODE
008180         GO TO 4100-EXIT
008190     END-IF.
008200     ADD 1 TO CB3ER-LEDGER-ENTRIES.
008210     MOVE CB3SL-ENTRY-USER TO CB3ER-NOTE-USER.
008220     IF CB3ER-NOTE-USER = SPACES
008230         MOVE "*UNKNOWN" TO CB3ER-NOTE-USER
008240     END-IF.
008250     MOVE CB3SL-ENTRY-DATE TO CB3ER-NOTE-DATE.
008260     IF CB3SL-TYPE-REKEY-APPROVAL
008270         MOVE "A" TO CB3ER-NOTE-ACTION
008280         PERFORM 3100-NOTE-USE THRU 3100-EXIT
008290         GO TO 4100-EXIT
008300     END-IF.
008310     IF CB3SL-TYPE-REFUSED
008320         MOVE CB3SL-REF-ACTION TO CB3ER-NOTE-ACTION
008330         MOVE CB3SL-REF-REASON TO CB3ER-NOTE-REASON
008340         PERFORM 3200-NOTE-REFUSAL THRU 3200-EXIT
008350     END-IF.
008360 4100-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------
008390* 5000-REPORT-USERS -- EVERY USER ON THE MASTER, IN USER-ID ORDER,
008400*     AS CBDEM3EN HANDS THEM BACK. A MASTER THAT CANNOT BE READ
008410*     STOPS THE RUN -- A RECERTIFICATION LISTING THAT SILENTLY
008420*     LEFT USERS OUT WOULD BE WORSE THAN NONE.
008430*----------------------------------------------------------------
008440 5000-REPORT-USERS.
008450     MOVE "USERS ON THE ENTITLEMENT MASTER (ENTITLF)"
008460         TO CB3ER-SECTION-LINE.
008470     PERFORM 6500-WRITE-SECTION THRU 6500-EXIT.
008480     MOVE SPACES TO CB3EN-P-USER-ID.
008490     MOVE "N"    TO CB3ER-USERS-DONE-SW.
008500     PERFORM 5100-REPORT-ONE-USER THRU 5100-EXIT
008510         UNTIL CB3ER-USERS-DONE
008520            OR CB3ER-RC-FILE-ERROR.
008530     IF CB3ER-USERS = ZERO
008540         AND NOT CB3ER-RC-FILE-ERROR
008550         WRITE CB3ER-REPORT-RECORD FROM CB3ER-EMPTY-LINE
008560     END-IF.
008570 5000-EXIT.
008580     EXIT.
008590 5100-REPORT-ONE-USER.
008600     MOVE "N"  TO CB3EN-P-FUNCTION.
008610     MOVE "N"  TO CB3EN-P-FOUND.
008620     MOVE ZERO TO CB3EN-P-RETURN-CODE.
008630     CALL "CBDEM3EN" USING CB3EN-PARM-AREA.
008640     IF CB3EN-P-RETURN-CODE NOT = ZERO
008650         DISPLAY "CBDEM3ER -- ENTITLEMENT MASTER READ FAILED, RC "
008660                 CB3EN-P-RETURN-CODE
008670         MOVE 8 TO CB3ER-RETURN-CODE
008680         GO TO 5100-EXIT
008690     END-IF.
008700     IF NOT CB3EN-P-ROW-FOUND
008710         MOVE "Y" TO CB3ER-USERS-DONE-SW
008720         GO TO 5100-EXIT
008730     END-IF.
008740     ADD 1 TO CB3ER-USERS.
008750     MOVE CB3EN-P-RECORD TO CB3EN-ENTITLE-RECORD.
008760     MOVE "N" TO CB3ER-USER-FINDING-SW.
008770     PERFORM 5200-WRITE-USER-HEADING THRU 5200-EXIT.
008780     PERFORM 5400-REPORT-ONE-ACTION THRU 5400-EXIT
008790         VARYING CB3ER-AX FROM 1 BY 1
008800         UNTIL CB3ER-AX > 5
008810            OR CB3ER-RC-FILE-ERROR.
008820     IF CB3ER-USER-HAS-FINDING
008830         ADD 1 TO CB3ER-USERS-FLAGGED
008840     END-IF.
008850 5100-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880* 5200-WRITE-USER-HEADING -- THE USER'S ROW: NAME, DATES, WHO
008890*     CERTIFIED IT, THE PARTNER LIMIT, AND A FLAG LINE FOR A ROW
008900*     OUT OF EFFECT OR DUE FOR CERTIFICATION.
008910*----------------------------------------------------------------
008920 5200-WRITE-USER-HEADING.
008930     WRITE CB3ER-REPORT-RECORD FROM CB3ER-RULE-LINE.
008940     MOVE CB3EN-KEY-USER-ID    TO CB3ER-UL-USER.
008950     MOVE CB3EN-USER-NAME      TO CB3ER-UL-NAME.
008960     MOVE CB3EN-EFFECTIVE-DATE TO CB3ER-UL-EFFECTIVE.
008970     IF CB3EN-EXPIRY-DATE = ZERO
008980         MOVE "NONE" TO CB3ER-UL-EXPIRY
008990     ELSE
009000         MOVE CB3EN-EXPIRY-DATE TO CB3ER-SHOW-DATE
009010         MOVE CB3ER-SHOW-DATE   TO CB3ER-UL-EXPIRY
009020     END-IF.
009030     IF CB3EN-CERTIFIED-DATE = ZERO
009040         MOVE "NEVER" TO CB3ER-UL-CERTIFIED
009050     ELSE
009060         MOVE CB3EN-CERTIFIED-DATE TO CB3ER-SHOW-DATE
009070         MOVE CB3ER-SHOW-DATE      TO CB3ER-UL-CERTIFIED
009080     END-IF.
009090     MOVE CB3EN-CERTIFIED-BY   TO CB3ER-UL-CERTIFIED-BY.
009100     WRITE CB3ER-REPORT-RECORD FROM CB3ER-USER-LINE.
009110     IF CB3EN-PARTNER-LIMITS = SPACES
009120         MOVE "ALL PARTNERS" TO CB3ER-PL-PARTNERS
009130     ELSE
009140         MOVE SPACES TO CB3ER-PL-PARTNERS
009150         MOVE 1      TO CB3ER-PX
009160         PERFORM 5300-LIST-ONE-PARTNER THRU 5300-EXIT
009170             VARYING CB3ER-AX FROM 1 BY 1
009180             UNTIL CB3ER-AX > 10
009190     END-IF.
009200     WRITE CB3ER-REPORT-RECORD FROM CB3ER-PARTNER-LINE.
009210     IF CB3EN-EFFECTIVE-DATE > CB3ER-TO-DATE
009220         MOVE "ROW NOT YET IN EFFECT AT END OF PERIOD"
009230             TO CB3ER-FL-TEXT
009240         PERFORM 6600-WRITE-FLAG THRU 6600-EXIT
009250     END-IF.
009260     IF CB3EN-EXPIRY-DATE NOT = ZERO
009270         AND CB3EN-EXPIRY-DATE < CB3ER-TO-DATE
009280         MOVE "ROW EXPIRED -- REMOVE IT FROM THE MASTER"
009290             TO CB3ER-FL-TEXT
009300         PERFORM 6600-WRITE-FLAG THRU 6600-EXIT
009310     END-IF.
009320     IF CB3EN-CERTIFIED-DATE = ZERO
009330         OR CB3EN-CERTIFIED-DATE < CB3ER-CERT-CUTOFF
009340         MOVE "NOT CERTIFIED IN THE YEAR TO THE END OF PERIOD"
009350             TO CB3ER-FL-TEXT
009360         PERFORM 6600-WRITE-FLAG THRU 6600-EXIT
009370     END-IF.
009380 5200-EXIT.
009390     EXIT.
009400*----------------------------------------------------------------
009410* 5300-LIST-ONE-PARTNER -- ADD ONE NON-BLANK PARTNER ID OF THE
009420*     LIMIT TO THE PARTNER LINE (CB3ER-PX IS THE NEXT COLUMN).
009430*----------------------------------------------------------------
009440 5300-LIST-ONE-PARTNER.
009450     IF CB3EN-PARTNER-ID (CB3ER-AX) = SPACES
009460         GO TO 5300-EXIT
009470     END-IF.
009480     MOVE CB3EN-PARTNER-ID (CB3ER-AX)
009490         TO CB3ER-PL-PARTNERS (CB3ER-PX:8).
009500     ADD 10 TO CB3ER-PX.
009510 5300-EXIT.
009520     EXIT.
009530*----------------------------------------------------------------
009540* 5400-REPORT-ONE-ACTION -- ONE LINE PER CONTROLLED ACTION: THE
009550*     GRANT, THE USE AND REFUSALS IN THE PERIOD. THE USER'S WORK
009560*     ENTRY IS MARKED AS ON THE MASTER SO 6000 PASSES OVER IT.
009570*----------------------------------------------------------------
009580 5400-REPORT-ONE-ACTION.
009590     MOVE CB3EN-KEY-USER-ID              TO CB3ER-NOTE-USER.
009600     MOVE CB3ER-ACTION-CODE (CB3ER-AX)   TO CB3ER-NOTE-ACTION.
009610     PERFORM 3700-FIND-WORK-ENTRY THRU 3700-EXIT.
009620     IF CB3ER-RC-FILE-ERROR
009630         GO TO 5400-EXIT
009640     END-IF.
009650     IF CB3ER-WORK-OK
009660         MOVE "Y" TO CB3ER-WK-ON-MASTER-SW
009670         PERFORM 3800-PUT-WORK-ENTRY THRU 3800-EXIT
009680     END-IF.
009690     MOVE CB3ER-ACTION-NAME (CB3ER-AX) TO CB3ER-AL-NAME.
009700     IF CB3EN-ACTION-FLAG (CB3ER-AX) = "Y"
009710         MOVE "YES" TO CB3ER-AL-GRANTED
009720     ELSE
009730         MOVE "NO"  TO CB3ER-AL-GRANTED
009740     END-IF.
009750     PERFORM 6700-FILL-ACTION-LINE THRU 6700-EXIT.
009760     MOVE SPACES TO CB3ER-AL-NOTE.
009770     IF CB3EN-ACTION-FLAG (CB3ER-AX) = "Y"
009780         AND CB3ER-WK-USES = ZERO
009790         MOVE "UNUSED GRANT" TO CB3ER-AL-NOTE
009800         ADD 1 TO CB3ER-UNUSED-GRANTS
009810         PERFORM 6800-COUNT-FINDING THRU 6800-EXIT
009820     END-IF.
009830     IF CB3EN-ACTION-FLAG (CB3ER-AX) NOT = "Y"
009840         AND CB3ER-WK-USES NOT = ZERO
009850         MOVE "USED, NOT GRANTED" TO CB3ER-AL-NOTE
009860         PERFORM 6800-COUNT-FINDING THRU 6800-EXIT
009870     END-IF.
009880     WRITE CB3ER-REPORT-RECORD FROM CB3ER-ACTION-LINE.
009890 5400-EXIT.
009900     EXIT.
009910*----------------------------------------------------------------
009920* 6000-REPORT-UNKNOWN -- WALK THE WORK INDEX FOR ENTRIES NO
009930*     MASTER USER CLAIMED: USE OR REFUSALS BY A USER-ID THAT IS
009940*     NOT ON THE MASTER. EACH IS A FINDING.
009950*----------------------------------------------------------------
009960 6000-REPORT-UNKNOWN.
009970     MOVE "USE OR REFUSALS BY USER-IDS NOT ON THE MASTER"
009980         TO CB3ER-SECTION-LINE.
009990     PERFORM 6500-WRITE-SECTION THRU 6500-EXIT.
010000     MOVE LOW-VALUES TO CB3ER-WK-KEY.
010010     START CB3ER-WORK-FILE KEY IS NOT LESS THAN CB3ER-WK-KEY
010020         INVALID KEY
010030             MOVE "10" TO CB3ER-WORK-STATUS
010040     END-START.
010050     MOVE SPACES TO CB3ER-NOTE-USER.
010060     PERFORM 6100-REPORT-ONE-UNKNOWN THRU 6100-EXIT
010070         UNTIL CB3ER-WORK-EOF
010080            OR CB3ER-RC-FILE-ERROR.
010090     IF CB3ER-UNKNOWN-USERS = ZERO
010100         AND NOT CB3ER-RC-FILE-ERROR
010110         WRITE CB3ER-REPORT-RECORD FROM CB3ER-NONE-LINE
010120     END-IF.
010130 6000-EXIT.
010140     EXIT.
010150 6100-REPORT-ONE-UNKNOWN.
010160     READ CB3ER-WORK-FILE NEXT RECORD
010170         AT END
010180             MOVE "10" TO CB3ER-WORK-STATUS
010190             GO TO 6100-EXIT
010200     END-READ.
010210     IF NOT CB3ER-WORK-OK
010220         DISPLAY "CBDEM3ER -- WORK INDEX READ FAILED, STATUS "
010230                 CB3ER-WORK-STATUS
010240         MOVE 8 TO CB3ER-RETURN-CODE
010250         GO TO 6100-EXIT
010260     END-IF.
010270     IF CB3ER-WK-ON-MASTER
010280         GO TO 6100-EXIT
010290     END-IF.
010300     IF CB3ER-WK-USER NOT = CB3ER-NOTE-USER
010310         MOVE CB3ER-WK-USER TO CB3ER-NOTE-USER
010320         ADD 1 TO CB3ER-UNKNOWN-USERS
010330         WRITE CB3ER-REPORT-RECORD FROM CB3ER-RULE-LINE
010340         MOVE SPACES        TO CB3ER-USER-LINE
010350         MOVE "USER: "      TO CB3ER-USER-LINE (1:6)
010360         MOVE CB3ER-WK-USER TO CB3ER-UL-USER
010370         MOVE "NOT ON THE ENTITLEMENT MASTER" TO CB3ER-UL-NAME
010380         WRITE CB3ER-REPORT-RECORD FROM CB3ER-USER-LINE
010390     END-IF.
010400     MOVE SPACES TO CB3ER-SHOW-NAME.
010410     PERFORM 6200-NAME-ONE-ACTION THRU 6200-EXIT
010420         VARYING CB3ER-AX FROM 1 BY 1
010430         UNTIL CB3ER-AX > 5.
010440     IF CB3ER-SHOW-NAME = SPACES
010450         MOVE CB3ER-WK-ACTION TO CB3ER-SHOW-NAME
010460     END-IF.
010470     MOVE CB3ER-SHOW-NAME TO CB3ER-AL-NAME.
010480     MOVE "NO"            TO CB3ER-AL-GRANTED.
010490     PERFORM 6700-FILL-ACTION-LINE THRU 6700-EXIT.
010500     MOVE "NOT ON MASTER" TO CB3ER-AL-NOTE.
010510     WRITE CB3ER-REPORT-RECORD FROM CB3ER-ACTION-LINE.
010520     PERFORM 6800-COUNT-FINDING THRU 6800-EXIT.
010530 6100-EXIT.
010540     EXIT.
010550*----------------------------------------------------------------
010560* 6200-NAME-ONE-ACTION -- THE NAME OF THE WORK ENTRY'S ACTION, IF
010570*     THIS TABLE ENTRY IS IT.
010580*----------------------------------------------------------------
010590 6200-NAME-ONE-ACTION.
010600     IF CB3ER-ACTION-CODE (CB3ER-AX) = CB3ER-WK-ACTION
010610         MOVE CB3ER-ACTION-NAME (CB3ER-AX) TO CB3ER-SHOW-NAME
010620     END-IF.
010630 6200-EXIT.
010640     EXIT.
010650*----------------------------------------------------------------
010660* 6500-WRITE-SECTION -- RULE AND THE SECTION TITLE BUILT IN
010670*     CB3ER-SECTION-LINE.
010680*----------------------------------------------------------------
010690 6500-WRITE-SECTION.
010700     WRITE CB3ER-REPORT-RECORD FROM CB3ER-RULE-LINE.
010710     WRITE CB3ER-REPORT-RECORD FROM CB3ER-SECTION-LINE.
010720 6500-EXIT.
010730     EXIT.
010740*----------------------------------------------------------------
010750* 6600-WRITE-FLAG -- ONE FLAG LINE UNDER THE USER, COUNTED AS A
010760*     FINDING.
010770*----------------------------------------------------------------
010780 6600-WRITE-FLAG.
010790     WRITE CB3ER-REPORT-RECORD FROM CB3ER-FLAG-LINE.
010800     PERFORM 6800-COUNT-FINDING THRU 6800-EXIT.
010810 6600-EXIT.
010820     EXIT.
010830*----------------------------------------------------------------
010840* 6700-FILL-ACTION-LINE -- THE COUNTS AND DATES FROM THE WORK
010850*     ENTRY IN THE RECORD AREA (ALL ZERO FOR A FRESH ONE).
010860*----------------------------------------------------------------
010870 6700-FILL-ACTION-LINE.
010880     MOVE CB3ER-WK-USES     TO CB3ER-AL-USES.
010890     MOVE CB3ER-WK-REFUSALS TO CB3ER-AL-REFUSALS.
010900     MOVE CB3ER-WK-LAST-REASON TO CB3ER-AL-REASON.
010910     MOVE SPACES            TO CB3ER-AL-LAST-USED
010920                               CB3ER-AL-LAST-REFUSED.
010930     IF CB3ER-WK-LAST-USED NOT = ZERO
010940         MOVE CB3ER-WK-LAST-USED    TO CB3ER-SHOW-DATE
010950         MOVE CB3ER-SHOW-DATE       TO CB3ER-AL-LAST-USED
010960     END-IF.
010970     IF CB3ER-WK-LAST-REFUSED NOT = ZERO
010980         MOVE CB3ER-WK-LAST-REFUSED TO CB3ER-SHOW-DATE
010990         MOVE CB3ER-SHOW-DATE       TO CB3ER-AL-LAST-REFUSED
011000     END-IF.
011010 6700-EXIT.
011020     EXIT.
011030*----------------------------------------------------------------
011040* 6800-COUNT-FINDING -- ONE FINDING FOR THE CERTIFIER, AND THE
011050*     FINDINGS RETURN CODE.
011060*----------------------------------------------------------------
011070 6800-COUNT-FINDING.
011080     ADD 1 TO CB3ER-FINDINGS.
011090     MOVE "Y" TO CB3ER-USER-FINDING-SW.
011100     IF CB3ER-RETURN-CODE < 4
011110         MOVE 4 TO CB3ER-RETURN-CODE
011120     END-IF.
011130 6800-EXIT.
011140     EXIT.
011150*----------------------------------------------------------------
011160* 7000-WRITE-TOTALS -- ROWS READ, USE AND REFUSALS, AND FINDINGS,
011170*     TO THE REPORT AND THE JOB LOG.
011180*----------------------------------------------------------------
011190 7000-WRITE-TOTALS.
011200     WRITE CB3ER-REPORT-RECORD FROM CB3ER-RULE-LINE.
011210     MOVE CB3ER-LIVE-ROWS      TO CB3ER-TL-LIVE.
011220     MOVE CB3ER-ARCHIVE-ROWS   TO CB3ER-TL-ARCHIVE.
011230     MOVE CB3ER-LEDGER-ENTRIES TO CB3ER-TL-LEDGER.
011240     MOVE CB3ER-USES           TO CB3ER-TL-USES.
011250     MOVE CB3ER-REFUSALS       TO CB3ER-TL-REFUSALS.
011260     MOVE CB3ER-USERS          TO CB3ER-TL-USERS.
011270     MOVE CB3ER-USERS-FLAGGED  TO CB3ER-TL-FLAGGED.
011280     MOVE CB3ER-UNUSED-GRANTS  TO CB3ER-TL-UNUSED.
011290     MOVE CB3ER-UNKNOWN-USERS  TO CB3ER-TL-UNKNOWN.
011300     WRITE CB3ER-REPORT-RECORD FROM CB3ER-TOTALS-LINE-1.
011310     WRITE CB3ER-REPORT-RECORD FROM CB3ER-TOTALS-LINE-2.
011320     WRITE CB3ER-REPORT-RECORD FROM CB3ER-TOTALS-LINE-3.
011330     DISPLAY "CBDEM3ER -- USERS ON MASTER: " CB3ER-USERS
011340             "  FLAGGED: " CB3ER-USERS-FLAGGED.
011350     DISPLAY "CBDEM3ER -- USES: " CB3ER-USES
011360             "  REFUSALS: " CB3ER-REFUSALS.
011370     DISPLAY "CBDEM3ER -- FINDINGS: " CB3ER-FINDINGS.
011380 7000-EXIT.
011390     EXIT.
011400*----------------------------------------------------------------
011410* 8000-CLOSE-FILES -- CLOSE WHATEVER WAS OPENED.
011420*----------------------------------------------------------------
011430 8000-CLOSE-FILES.
011440     IF CB3ER-DIGEST-IS-OPEN
011450         CLOSE CB3X-DIGEST-FILE
011460     END-IF.
011470     IF CB3ER-SEAL-IS-OPEN
011480         CLOSE CB3SL-SEAL-FILE
011490     END-IF.
011500     IF CB3ER-WORK-IS-OPEN
011510         CLOSE CB3ER-WORK-FILE
011520     END-IF.
011530     IF CB3ER-REPORT-IS-OPEN
011540         CLOSE CB3ER-REPORT-FILE
011550     END-IF.
011560 8000-EXIT.
011570     EXIT.
