000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3CP.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3CP -- HASH THROUGHPUT AND WINDOW CAPACITY REPORT.
000090*
000100* ARRHISTF SAYS WHEN THE FEEDS LAND AND CBDEM3J SAYS HOW THIS
000110* MORNING'S WINDOW IS GOING, BUT NEITHER SAYS HOW LONG THE WORK
000120* TAKES ONCE THE FILES ARE IN, SO NOBODY COULD SEE THE WINDOW
000130* FILLING UP AS VOLUMES GREW. CBDEM3D NOW APPENDS ONE LINE PER
000140* FILE TO THE THROUGHPUT HISTORY (THRUHSTF, SEE CB3THREC). THIS
000150* PERIODIC REPORT READS THAT HISTORY FOR A DATE RANGE AND SHOWS:
000160*
000170*   - THROUGHPUT PER FEED AND PER DISPATCHED STREAM: FILES, THE
000180*     AVERAGE PRE-FLIGHT, HASH AND TOTAL SECONDS PER FILE, THE
000190*     SLOWEST SINGLE FILE, AND RECORDS AND KILOBYTES HASHED PER
000200*     SECOND OF HASH CHAIN;
000210*   - THE TEN SLOWEST FILES OF THE PERIOD;
000220*   - EVERY WINDOW (ONE RUN DATE OF ONE JOB-ID): STREAMS, FILES,
000230*     FIRST START, LAST FINISH, DURATION, SERIAL WORK (THE SUM OF
000240*     ITS FILES' TIMES) AND HOW WELL THE STREAMS SHARED IT, WITH
000250*     THE TREND IN DURATION AND IN WORK, IN MINUTES PER DAY;
000260*   - A CAPACITY FORECAST AGAINST THE END-OF-WINDOW DEADLINE.
000270*
000280* THE FORECAST FITS A STRAIGHT LINE (LEAST SQUARES) THROUGH EACH
000290* WINDOW'S SERIAL WORK AGAINST ITS DATE. WHAT THE WINDOW CAN
000300* ABSORB IS THE MINUTES FROM THE AVERAGE START TO THE DEADLINE,
000310* TIMES THE STREAMS, TIMES THE SHARE OF THAT STREAM TIME THE
000320* WINDOWS ACTUALLY KEPT BUSY. WHERE THE LINE CROSSES THAT FIGURE
000330* IS THE PROJECTED OVERRUN. THE RECOMMENDED STREAM COUNT IS THE
000340* FEWEST STREAMS THAT WOULD STILL FINISH THE WORK PROJECTED AT
000350* THE END OF THE PLANNING HORIZON WITHIN EIGHTY PERCENT OF THE
000360* AVAILABLE MINUTES. AT LEAST THREE WINDOWS ARE NEEDED. A WINDOW
000370* IS TAKEN NOT TO START BEFORE MIDNIGHT OF ITS RUN DATE.
000380*
000390* RETURN CODE: 0 REPORT WRITTEN, 2 WHEN AN OVERRUN IS ALREADY
000400* HAPPENING OR IS PROJECTED WITHIN THE HORIZON, OR MORE STREAMS
000410* THAN TODAY'S ARE RECOMMENDED, 4 A TABLE OVERFLOWED (THE REPORT
000420* IS TRUNCATED AT THE TABLE LIMIT), 8 ON A FILE ERROR.
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
000530     SELECT CB3CP-THRU-FILE ASSIGN TO THRUHSTF
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CB3CP-THRU-STATUS.
000560
000570     SELECT CB3CP-REPORT-FILE ASSIGN TO CAPRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CB3CP-REPORT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CB3CP-THRU-FILE.
000630 COPY CB3THREC.
000640
000650 FD  CB3CP-REPORT-FILE
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  CB3CP-REPORT-RECORD         PIC X(132).
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------
000700*    01  CB3CP-SWITCHES       -- RUN SWITCHES AND RETURN CODE.
000710*----------------------------------------------------------------
000720 01  CB3CP-SWITCHES.
000730     05  CB3CP-THRU-STATUS       PIC X(02) VALUE SPACES.
000740         88  CB3CP-THRU-OK               VALUE "00".
000750         88  CB3CP-THRU-EOF              VALUE "10".
000760     05  CB3CP-REPORT-STATUS     PIC X(02) VALUE SPACES.
000770         88  CB3CP-REPORT-OK             VALUE "00".
000780     05  CB3CP-THRU-OPENED-SW    PIC X(01) VALUE "N".
000790         88  CB3CP-THRU-IS-OPEN          VALUE "Y".
000800     05  CB3CP-REPORT-OPENED-SW  PIC X(01) VALUE "N".
000810         88  CB3CP-REPORT-IS-OPEN        VALUE "Y".
000820     05  CB3CP-DEADLINE-SW       PIC X(01) VALUE "N".
000830         88  CB3CP-HAS-DEADLINE          VALUE "Y".
000840     05  CB3CP-RANKED-SW         PIC X(01) VALUE "N".
000850         88  CB3CP-RANK-SETTLED          VALUE "Y".
000860     05  CB3CP-STREAM-FOUND-SW   PIC X(01) VALUE "N".
000870         88  CB3CP-STREAM-IN-WINDOW      VALUE "Y".
000880     05  CB3CP-LEAP-SW           PIC X(01) VALUE "N".
000890         88  CB3CP-IS-LEAP-YEAR          VALUE "Y".
000900     05  CB3CP-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
000910         88  CB3CP-RC-OK                 VALUE ZERO.
000920         88  CB3CP-RC-CAPACITY           VALUE 2.
000930         88  CB3CP-RC-TABLE-FULL         VALUE 4.
000940         88  CB3CP-RC-FILE-ERROR         VALUE 8.
000950*----------------------------------------------------------------
000960*    01  CB3CP-CONTROL-CARD   -- SYSIN CONTROL CARD, ONE PER RUN:
000970*        THE DATE RANGE (INCLUSIVE), NORMALLY A QUARTER, AND THE
000980*        PLANNING FIGURES FOR THE FORECAST.
000990*----------------------------------------------------------------
001000 01  CB3CP-CONTROL-CARD.
001010     05  CB3CP-FROM-DATE         PIC 9(08).
001020     05  CB3CP-TO-DATE           PIC 9(08).
001030*        ONE BATCH JOB'S WINDOWS ONLY. BLANK = EVERY JOB-ID.
001040     05  CB3CP-JOB-ID            PIC X(08).
001050*        END-OF-WINDOW DEADLINE, HHMM. BLANK = NO FORECAST.
001060     05  CB3CP-DEADLINE-TEXT     PIC X(04).
001070     05  CB3CP-DEADLINE-CARD REDEFINES CB3CP-DEADLINE-TEXT
001080                                 PIC 9(04).
001090*        STREAMS THE DISPATCHER RUNS TODAY. BLANK = AS MANY AS
001100*        THE LATEST WINDOW IN THE RANGE USED.
001110     05  CB3CP-STREAMS-TEXT      PIC X(02).
001120     05  CB3CP-STREAMS-CARD REDEFINES CB3CP-STREAMS-TEXT
001130                                 PIC 9(02).
001140*        HOW FAR AHEAD TO PLAN, IN DAYS. BLANK = 90.
001150     05  CB3CP-HORIZON-TEXT      PIC X(03).
001160     05  CB3CP-HORIZON-CARD REDEFINES CB3CP-HORIZON-TEXT
001170                                 PIC 9(03).
001180*----------------------------------------------------------------
001190*    01  CB3CP-PLAN-SETTINGS  -- THE PLANNING FIGURES IN FORCE.
001200*        THE HEADROOM IS THE SHARE OF THE AVAILABLE WINDOW A
001210*        RECOMMENDED STREAM COUNT MAY PLAN TO FILL.
001220*----------------------------------------------------------------
001230 01  CB3CP-PLAN-SETTINGS.
001240     05  CB3CP-DEADLINE-X        PIC 9(04) VALUE ZERO.
001250     05  FILLER REDEFINES CB3CP-DEADLINE-X.
001260         10  CB3CP-DEADLINE-HH   PIC 9(02).
001270         10  CB3CP-DEADLINE-MM   PIC 9(02).
001280     05  CB3CP-STREAMS           PIC 9(04) COMP VALUE ZERO.
001290     05  CB3CP-HORIZON-DAYS      PIC 9(04) COMP VALUE 90.
001300     05  CB3CP-HEADROOM-PCT      PIC 9(03) COMP VALUE 80.
001310*----------------------------------------------------------------
001320*    01  CB3CP-FEED-TABLE     -- ONE ENTRY PER FEED SEEN IN THE
001330*        RANGE. 200 FEEDS, AS ON THE SCORECARD; OVERFLOW
001340*        TRUNCATES AND SETS RC=4. HASHED BYTES ARE THOSE OF FILES
001350*        THAT REACHED THE HASH CHAIN, FOR THE RATE FIGURES.
001360*----------------------------------------------------------------
001370 01  CB3CP-FEED-TABLE.
001380     05  CB3CP-FEED-COUNT        PIC S9(04) COMP VALUE ZERO.
001390     05  CB3CP-FEED-ENTRY OCCURS 200 TIMES.
001400         10  CB3CP-FE-FILENAME   PIC X(80).
001410         10  CB3CP-FE-FILES      PIC 9(06) COMP.
001420         10  CB3CP-FE-FAILED     PIC 9(06) COMP.
001430         10  CB3CP-FE-RECORDS    PIC 9(13) COMP.
001440         10  CB3CP-FE-BYTES      PIC 9(15) COMP.
001450         10  CB3CP-FE-HASH-BYTES PIC 9(15) COMP.
001460         10  CB3CP-FE-PRE-HS     PIC 9(11) COMP.
001470         10  CB3CP-FE-HASH-HS    PIC 9(11) COMP.
001480         10  CB3CP-FE-TOTAL-HS   PIC 9(11) COMP.
001490         10  CB3CP-FE-MAX-HS     PIC 9(08) COMP.
001500*----------------------------------------------------------------
001510*    01  CB3CP-STREAM-TABLE   -- ONE ENTRY PER DISPATCHED STREAM
001520*        NAME SEEN (BLANK = THE CLASSIC BATCH), SAME FIGURES.
001530*----------------------------------------------------------------
001540 01  CB3CP-STREAM-TABLE.
001550     05  CB3CP-STREAM-COUNT      PIC S9(04) COMP VALUE ZERO.
001560     05  CB3CP-STREAM-ENTRY OCCURS 50 TIMES.
001570         10  CB3CP-SE-STREAM-ID  PIC X(04).
001580         10  CB3CP-SE-FILES      PIC 9(06) COMP.
001590         10  CB3CP-SE-FAILED     PIC 9(06) COMP.
001600         10  CB3CP-SE-RECORDS    PIC 9(13) COMP.
001610         10  CB3CP-SE-BYTES      PIC 9(15) COMP.
001620         10  CB3CP-SE-HASH-BYTES PIC 9(15) COMP.
001630         10  CB3CP-SE-PRE-HS     PIC 9(11) COMP.
001640         10  CB3CP-SE-HASH-HS    PIC 9(11) COMP.
001650         10  CB3CP-SE-TOTAL-HS   PIC 9(11) COMP.
001660         10  CB3CP-SE-MAX-HS     PIC 9(08) COMP.
001670*----------------------------------------------------------------
001680*    01  CB3CP-WINDOW-TABLE   -- ONE ENTRY PER WINDOW (RUN DATE +
001690*        JOB-ID), IN THE ORDER THE HISTORY WAS WRITTEN, WITH THE
001700*        DISTINCT STREAMS THAT WORKED IT. TIMES ARE HUNDREDTHS OF
001710*        A SECOND SINCE MIDNIGHT OF THE RUN DATE; A FINISH PAST
001720*        THE NEXT MIDNIGHT RUNS ON PAST 8640000.
001730*----------------------------------------------------------------
001740 01  CB3CP-WINDOW-TABLE.
001750     05  CB3CP-WINDOW-COUNT      PIC S9(04) COMP VALUE ZERO.
001760     05  CB3CP-WINDOW-ENTRY OCCURS 400 TIMES.
001770         10  CB3CP-WE-RUN-DATE   PIC 9(08).
001780         10  CB3CP-WE-JOB-ID     PIC X(08).
001790         10  CB3CP-WE-DAY-NUMBER PIC 9(09) COMP.
001800         10  CB3CP-WE-FILES      PIC 9(06) COMP.
001810         10  CB3CP-WE-START-HS   PIC 9(08) COMP.
001820         10  CB3CP-WE-END-HS     PIC 9(08) COMP.
001830         10  CB3CP-WE-WORK-HS    PIC 9(11) COMP.
001840         10  CB3CP-WE-STREAM-COUNT
001850                                 PIC 9(04) COMP.
001860         10  CB3CP-WE-STREAM-ID  PIC X(04) OCCURS 20 TIMES.
001870*----------------------------------------------------------------
001880*    01  CB3CP-SLOW-TABLE     -- THE TEN SLOWEST FILES SO FAR,
001890*        SLOWEST FIRST, AND A HOLD SLOT FOR REORDERING.
001900*----------------------------------------------------------------
001910 01  CB3CP-SLOW-TABLE.
001920     05  CB3CP-SLOW-COUNT        PIC S9(04) COMP VALUE ZERO.
001930     05  CB3CP-SLOW-ENTRY OCCURS 10 TIMES.
001940         10  CB3CP-SL-RUN-DATE   PIC 9(08).
001950         10  CB3CP-SL-JOB-ID     PIC X(08).
001960         10  CB3CP-SL-STREAM-ID  PIC X(04).
001970         10  CB3CP-SL-FILENAME   PIC X(80).
001980         10  CB3CP-SL-TOTAL-HS   PIC 9(08) COMP.
001990         10  CB3CP-SL-HASH-HS    PIC 9(08) COMP.
002000         10  CB3CP-SL-RECORDS    PIC 9(09) COMP.
002010 01  CB3CP-SLOW-HOLD.
002020     05  CB3CP-HL-RUN-DATE       PIC 9(08).
002030     05  CB3CP-HL-JOB-ID         PIC X(08).
002040     05  CB3CP-HL-STREAM-ID      PIC X(04).
002050     05  CB3CP-HL-FILENAME       PIC X(80).
002060     05  CB3CP-HL-TOTAL-HS       PIC 9(08) COMP.
002070     05  CB3CP-HL-HASH-HS        PIC 9(08) COMP.
002080     05  CB3CP-HL-RECORDS        PIC 9(09) COMP.
002090*----------------------------------------------------------------
002100*    01  CB3CP-SUBSCRIPTS     -- TABLE SUBSCRIPTS.
002110*----------------------------------------------------------------
002120 01  CB3CP-SUBSCRIPTS.
002130     05  CB3CP-IX                PIC S9(04) COMP VALUE ZERO.
002140     05  CB3CP-FOUND-IX          PIC S9(04) COMP VALUE ZERO.
002150     05  CB3CP-SX                PIC S9(04) COMP VALUE ZERO.
002160     05  CB3CP-WX                PIC S9(04) COMP VALUE ZERO.
002170     05  CB3CP-TX                PIC S9(04) COMP VALUE ZERO.
002180     05  CB3CP-LX                PIC S9(04) COMP VALUE ZERO.
002190     05  CB3CP-LY                PIC S9(04) COMP VALUE ZERO.
002200     05  CB3CP-DX                PIC S9(04) COMP VALUE ZERO.
002210*----------------------------------------------------------------
002220*    01  CB3CP-ROW-WORK       -- THE CURRENT HISTORY LINE'S TIMES,
002230*        IN HUNDREDTHS OF A SECOND SINCE MIDNIGHT. THE FINISH IS
002240*        THE START PLUS THE FILE'S TOTAL TIME, SO A FILE THAT RAN
002250*        PAST MIDNIGHT STILL FINISHES AFTER IT STARTED.
002260*----------------------------------------------------------------
002270 01  CB3CP-ROW-WORK.
002280     05  CB3CP-ROW-TIME-X        PIC 9(08).
002290     05  FILLER REDEFINES CB3CP-ROW-TIME-X.
002300         10  CB3CP-ROW-HH        PIC 9(02).
002310         10  CB3CP-ROW-MM        PIC 9(02).
002320         10  CB3CP-ROW-SS        PIC 9(02).
002330         10  CB3CP-ROW-CC        PIC 9(02).
002340     05  CB3CP-ROW-START-HS      PIC 9(08) COMP VALUE ZERO.
002350     05  CB3CP-ROW-END-HS        PIC 9(08) COMP VALUE ZERO.
002360*----------------------------------------------------------------
002370*    01  CB3CP-STATS-WORK     -- ONE FEED'S OR STREAM'S FIGURES,
002380*        MOVED HERE SO ONE PARAGRAPH PRINTS EITHER.
002390*----------------------------------------------------------------
002400 01  CB3CP-STATS-WORK.
002410     05  CB3CP-ST-FILES          PIC 9(06) COMP VALUE ZERO.
002420     05  CB3CP-ST-FAILED         PIC 9(06) COMP VALUE ZERO.
002430     05  CB3CP-ST-RECORDS        PIC 9(13) COMP VALUE ZERO.
002440     05  CB3CP-ST-BYTES          PIC 9(15) COMP VALUE ZERO.
002450     05  CB3CP-ST-HASH-BYTES     PIC 9(15) COMP VALUE ZERO.
002460     05  CB3CP-ST-PRE-HS         PIC 9(11) COMP VALUE ZERO.
002470     05  CB3CP-ST-HASH-HS        PIC 9(11) COMP VALUE ZERO.
002480     05  CB3CP-ST-TOTAL-HS       PIC 9(11) COMP VALUE ZERO.
002490     05  CB3CP-ST-MAX-HS         PIC 9(08) COMP VALUE ZERO.
002500*----------------------------------------------------------------
002510*    01  CB3CP-DATE-WORK      -- CALENDAR WORK AREAS. A WINDOW'S
002520*        DATE IS TURNED INTO A DAY NUMBER (DAYS SINCE A FIXED
002530*        BASE, MARCH-BASED YEAR SO THE LEAP DAY FALLS AT THE
002540*        END) FOR THE TREND LINE; THE PROJECTED OVERRUN DATE IS
002550*        FOUND BY STEPPING FORWARD ONE DAY AT A TIME.
002560*----------------------------------------------------------------
002570 01  CB3CP-DATE-WORK.
002580     05  CB3CP-CALC-DATE         PIC 9(08).
002590     05  CB3CP-CALC-DATE-PARTS REDEFINES CB3CP-CALC-DATE.
002600         10  CB3CP-CALC-YEAR     PIC 9(04).
002610         10  CB3CP-CALC-MONTH    PIC 9(02).
002620         10  CB3CP-CALC-DAY      PIC 9(02).
002630     05  CB3CP-CALC-Y            PIC 9(05) COMP.
002640     05  CB3CP-CALC-M            PIC 9(03) COMP.
002650     05  CB3CP-QUOTIENT          PIC 9(07) COMP.
002660     05  CB3CP-REM-4             PIC 9(05) COMP.
002670     05  CB3CP-REM-100           PIC 9(05) COMP.
002680     05  CB3CP-REM-400           PIC 9(05) COMP.
002690     05  CB3CP-Q-4               PIC 9(05) COMP.
002700     05  CB3CP-Q-100             PIC 9(05) COMP.
002710     05  CB3CP-Q-400             PIC 9(05) COMP.
002720     05  CB3CP-Q-MONTH           PIC 9(05) COMP.
002730     05  CB3CP-DAY-NUMBER        PIC 9(09) COMP.
002740     05  CB3CP-MONTH-END         PIC 9(02).
002750*        DAYS IN EACH MONTH OF A COMMON YEAR.
002760 01  CB3CP-MONTH-DAYS-VALUES     PIC X(24) VALUE
002770     "312831303130313130313031".
002780 01  CB3CP-MONTH-DAYS-TABLE REDEFINES CB3CP-MONTH-DAYS-VALUES.
002790     05  CB3CP-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
002800*----------------------------------------------------------------
002810*    01  CB3CP-TREND-WORK     -- PER-WINDOW FIGURES AND THE SUMS
002820*        FOR THE LEAST-SQUARES LINES. X IS DAYS SINCE THE FIRST
002830*        WINDOW; Y IS MINUTES OF SERIAL WORK OR OF DURATION.
002840*----------------------------------------------------------------
002850 01  CB3CP-TREND-WORK.
002860     05  CB3CP-FIRST-DAY-NUMBER  PIC 9(09) COMP VALUE ZERO.
002870     05  CB3CP-X-DAYS            PIC S9(07) COMP VALUE ZERO.
002880     05  CB3CP-LAST-X            PIC S9(07) COMP VALUE ZERO.
002890     05  CB3CP-LAST-DATE         PIC 9(08) VALUE ZERO.
002900     05  CB3CP-LAST-STREAMS      PIC 9(04) COMP VALUE ZERO.
002910     05  CB3CP-WINDOW-STREAMS    PIC 9(04) COMP VALUE ZERO.
002920     05  CB3CP-DUR-MIN           PIC S9(07)V99 COMP-3 VALUE ZERO.
002930     05  CB3CP-WORK-MIN          PIC S9(07)V99 COMP-3 VALUE ZERO.
002940     05  CB3CP-WINDOW-EFF        PIC S9(03)V9(04) COMP-3
002950                                 VALUE ZERO.
002960     05  CB3CP-EFF-SUM           PIC S9(07)V9(04) COMP-3
002970                                 VALUE ZERO.
002980     05  CB3CP-EFF-COUNT         PIC 9(05) COMP VALUE ZERO.
002990     05  CB3CP-SUM-START-MIN     PIC 9(09) COMP VALUE ZERO.
003000     05  CB3CP-FIT-N             PIC 9(05) COMP VALUE ZERO.
003010     05  CB3CP-FIT-SX            PIC S9(11)V9(04) COMP-3
003020                                 VALUE ZERO.
003030     05  CB3CP-FIT-SXX           PIC S9(14)V9(04) COMP-3
003040                                 VALUE ZERO.
003050     05  CB3CP-SUM-WORK-Y        PIC S9(11)V9(04) COMP-3
003060                                 VALUE ZERO.
003070     05  CB3CP-SUM-WORK-XY       PIC S9(14)V9(04) COMP-3
003080                                 VALUE ZERO.
003090     05  CB3CP-SUM-DUR-Y         PIC S9(11)V9(04) COMP-3
003100                                 VALUE ZERO.
003110     05  CB3CP-SUM-DUR-XY        PIC S9(14)V9(04) COMP-3
003120                                 VALUE ZERO.
003130*        THE LINE BEING SOLVED, AND THE TWO LINES SOLVED.
003140     05  CB3CP-FIT-SY            PIC S9(11)V9(04) COMP-3
003150                                 VALUE ZERO.
003160     05  CB3CP-FIT-SXY           PIC S9(14)V9(04) COMP-3
003170                                 VALUE ZERO.
003180     05  CB3CP-FIT-DENOM         PIC S9(14)V9(04) COMP-3
003190                                 VALUE ZERO.
003200     05  CB3CP-FIT-SLOPE         PIC S9(07)V9(04) COMP-3
003210                                 VALUE ZERO.
003220     05  CB3CP-FIT-INTERCEPT     PIC S9(09)V9(04) COMP-3
003230                                 VALUE ZERO.
003240     05  CB3CP-WORK-SLOPE        PIC S9(07)V9(04) COMP-3
003250                                 VALUE ZERO.
003260     05  CB3CP-WORK-INTERCEPT    PIC S9(09)V9(04) COMP-3
003270                                 VALUE ZERO.
003280     05  CB3CP-DUR-SLOPE         PIC S9(07)V9(04) COMP-3
003290                                 VALUE ZERO.
003300*----------------------------------------------------------------
003310*    01  CB3CP-FORECAST-WORK  -- CAPACITY FORECAST, IN MINUTES.
003320*----------------------------------------------------------------
003330 01  CB3CP-FORECAST-WORK.
003340     05  CB3CP-DEADLINE-MIN      PIC S9(05) COMP VALUE ZERO.
003350     05  CB3CP-AVG-START-MIN     PIC S9(05) COMP VALUE ZERO.
003360     05  CB3CP-AVAIL-MIN         PIC S9(05) COMP VALUE ZERO.
003370     05  CB3CP-EFFICIENCY        PIC S9(01)V9(04) COMP-3
003380                                 VALUE ZERO.
003390     05  CB3CP-CAPACITY-MIN      PIC S9(09)V99 COMP-3 VALUE ZERO.
003400     05  CB3CP-PROJ-NOW-MIN      PIC S9(09)V99 COMP-3 VALUE ZERO.
003410     05  CB3CP-PROJ-HORIZON-MIN  PIC S9(09)V99 COMP-3 VALUE ZERO.
003420     05  CB3CP-OVERRUN-X         PIC S9(09)V99 COMP-3 VALUE ZERO.
003430     05  CB3CP-DAYS-EXACT        PIC S9(09)V99 COMP-3 VALUE ZERO.
003440     05  CB3CP-DAYS-AHEAD        PIC S9(09) COMP VALUE ZERO.
003450     05  CB3CP-STREAM-MIN        PIC S9(09)V99 COMP-3 VALUE ZERO.
003460     05  CB3CP-STREAMS-EXACT     PIC S9(07)V9(04) COMP-3
003470                                 VALUE ZERO.
003480     05  CB3CP-REC-STREAMS       PIC S9(07) COMP VALUE ZERO.
003490*----------------------------------------------------------------
003500*    01  CB3CP-TIME-WORK      -- HUNDREDTHS TO MINUTES TO HHMM.
003510*----------------------------------------------------------------
003520 01  CB3CP-TIME-WORK.
003530     05  CB3CP-WORK-MINUTES      PIC S9(07) COMP VALUE ZERO.
003540     05  CB3CP-HHMM-HH           PIC 9(04) COMP VALUE ZERO.
003550     05  CB3CP-HHMM-MM           PIC 9(04) COMP VALUE ZERO.
003560     05  CB3CP-HHMM-OUT          PIC 9(04) VALUE ZERO.
003570*----------------------------------------------------------------
003580*    REPORT LINE LAYOUTS.
003590*----------------------------------------------------------------
003600 01  CB3CP-HEADER-LINE-1         PIC X(132) VALUE
003610     "CBDEM3CP -- HASH THROUGHPUT AND WINDOW CAPACITY REPORT".
003620 01  CB3CP-HEADER-LINE-2.
003630     05  FILLER                  PIC X(09) VALUE "PERIOD: ".
003640     05  CB3CP-HL2-FROM-DATE     PIC 9999/99/99.
003650     05  FILLER                  PIC X(07) VALUE "  THRU ".
003660     05  CB3CP-HL2-TO-DATE       PIC 9999/99/99.
003670     05  FILLER                  PIC X(10) VALUE "  JOB-ID: ".
003680     05  CB3CP-HL2-JOB-ID        PIC X(08).
003690     05  FILLER                  PIC X(78) VALUE SPACES.
003700 01  CB3CP-RULE-LINE             PIC X(132) VALUE ALL "-".
003710 01  CB3CP-FEED-TITLE-LINE       PIC X(132) VALUE
003720     "THROUGHPUT BY FEED".
003730 01  CB3CP-STREAM-TITLE-LINE     PIC X(132) VALUE
003740     "THROUGHPUT BY DISPATCHED STREAM".
003750 01  CB3CP-SLOW-TITLE-LINE       PIC X(132) VALUE
003760     "SLOWEST FILES".
003770 01  CB3CP-WINDOW-TITLE-LINE     PIC X(132) VALUE
003780     "WINDOW DURATION TREND".
003790 01  CB3CP-FORECAST-TITLE-LINE   PIC X(132) VALUE
003800     "CAPACITY FORECAST".
003810 01  CB3CP-FEED-LINE.
003820     05  FILLER                  PIC X(06) VALUE "FEED: ".
003830     05  CB3CP-FL-FILENAME       PIC X(80).
003840     05  FILLER                  PIC X(46) VALUE SPACES.
003850 01  CB3CP-STREAM-LINE.
003860     05  FILLER                  PIC X(08) VALUE "STREAM: ".
003870     05  CB3CP-SN-STREAM-ID      PIC X(11).
003880     05  FILLER                  PIC X(113) VALUE SPACES.
003890 01  CB3CP-STATS-LINE.
003900     05  FILLER                  PIC X(09) VALUE "  FILES: ".
003910     05  CB3CP-TL-FILES          PIC ZZZ,ZZ9.
003920     05  FILLER                  PIC X(10) VALUE "  FAILED: ".
003930     05  CB3CP-TL-FAILED         PIC ZZZ,ZZ9.
003940     05  FILLER                  PIC X(23) VALUE
003950         "  AVG SECS PRE-FLIGHT: ".
003960     05  CB3CP-TL-PRE            PIC ZZZ,ZZ9.99.
003970     05  FILLER                  PIC X(08) VALUE "  HASH: ".
003980     05  CB3CP-TL-HASH           PIC ZZZ,ZZ9.99.
003990     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
004000     05  CB3CP-TL-TOTAL          PIC ZZZ,ZZ9.99.
004010     05  FILLER                  PIC X(07) VALUE "  MAX: ".
004020     05  CB3CP-TL-MAX            PIC ZZZ,ZZ9.99.
004030     05  FILLER                  PIC X(12) VALUE SPACES.
004040 01  CB3CP-RATE-LINE.
004050     05  FILLER                  PIC X(11) VALUE "  RECORDS: ".
004060     05  CB3CP-RL-RECORDS        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
004070     05  FILLER                  PIC X(09) VALUE "  BYTES: ".
004080     05  CB3CP-RL-BYTES          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
004090     05  FILLER                  PIC X(15) VALUE
004100         "  RECORDS/SEC: ".
004110     05  CB3CP-RL-RECORD-RATE    PIC ZZZ,ZZZ,ZZ9.
004120     05  FILLER                  PIC X(10) VALUE "  KB/SEC: ".
004130     05  CB3CP-RL-KB-RATE        PIC ZZZ,ZZZ,ZZ9.
004140     05  FILLER                  PIC X(29) VALUE SPACES.
004150 01  CB3CP-SLOW-HEAD-LINE.
004160     05  FILLER                  PIC X(04) VALUE "RANK".
004170     05  FILLER                  PIC X(02) VALUE SPACES.
004180     05  FILLER                  PIC X(10) VALUE "RUN DATE".
004190     05  FILLER                  PIC X(02) VALUE SPACES.
004200     05  FILLER                  PIC X(08) VALUE "JOB-ID".
004210     05  FILLER                  PIC X(02) VALUE SPACES.
004220     05  FILLER                  PIC X(04) VALUE "STRM".
004230     05  FILLER                  PIC X(02) VALUE SPACES.
004240     05  FILLER                  PIC X(10) VALUE "TOTAL SECS".
004250     05  FILLER                  PIC X(02) VALUE SPACES.
004260     05  FILLER                  PIC X(10) VALUE " HASH SECS".
004270     05  FILLER                  PIC X(02) VALUE SPACES.
004280     05  FILLER                  PIC X(11) VALUE "    RECORDS".
004290     05  FILLER                  PIC X(02) VALUE SPACES.
004300     05  FILLER                  PIC X(61) VALUE "FILE".
004310 01  CB3CP-SLOW-DETAIL-LINE.
004320     05  FILLER                  PIC X(02) VALUE SPACES.
004330     05  CB3CP-SD-RANK           PIC Z9.
004340     05  FILLER                  PIC X(02) VALUE SPACES.
004350     05  CB3CP-SD-RUN-DATE       PIC 9999/99/99.
004360     05  FILLER                  PIC X(02) VALUE SPACES.
004370     05  CB3CP-SD-JOB-ID         PIC X(08).
004380     05  FILLER                  PIC X(02) VALUE SPACES.
004390     05  CB3CP-SD-STREAM-ID      PIC X(04).
004400     05  FILLER                  PIC X(02) VALUE SPACES.
004410     05  CB3CP-SD-TOTAL          PIC ZZZ,ZZ9.99.
004420     05  FILLER                  PIC X(02) VALUE SPACES.
004430     05  CB3CP-SD-HASH           PIC ZZZ,ZZ9.99.
004440     05  FILLER                  PIC X(02) VALUE SPACES.
004450     05  CB3CP-SD-RECORDS        PIC ZZZ,ZZZ,ZZ9.
004460     05  FILLER                  PIC X(02) VALUE SPACES.
004470     05  CB3CP-SD-FILENAME       PIC X(61).
004480 01  CB3CP-WINDOW-HEAD-LINE.
004490     05  FILLER                  PIC X(02) VALUE SPACES.
004500     05  FILLER                  PIC X(10) VALUE "RUN DATE".
004510     05  FILLER                  PIC X(02) VALUE SPACES.
004520     05  FILLER                  PIC X(08) VALUE "JOB-ID".
004530     05  FILLER                  PIC X(02) VALUE SPACES.
004540     05  FILLER                  PIC X(03) VALUE "STR".
004550     05  FILLER                  PIC X(02) VALUE SPACES.
004560     05  FILLER                  PIC X(06) VALUE " FILES".
004570     05  FILLER                  PIC X(03) VALUE SPACES.
004580     05  FILLER                  PIC X(04) VALUE "FROM".
004590     05  FILLER                  PIC X(03) VALUE SPACES.
004600     05  FILLER                  PIC X(04) VALUE "TO".
004610     05  FILLER                  PIC X(02) VALUE SPACES.
004620     05  FILLER                  PIC X(08) VALUE " DUR MIN".
004630     05  FILLER                  PIC X(02) VALUE SPACES.
004640     05  FILLER                  PIC X(09) VALUE " WORK MIN".
004650     05  FILLER                  PIC X(02) VALUE SPACES.
004660     05  FILLER                  PIC X(06) VALUE "  BUSY".
004670     05  FILLER                  PIC X(54) VALUE SPACES.
004680 01  CB3CP-WINDOW-DETAIL-LINE.
004690     05  FILLER                  PIC X(02) VALUE SPACES.
004700     05  CB3CP-WD-RUN-DATE       PIC 9999/99/99.
004710     05  FILLER                  PIC X(02) VALUE SPACES.
004720     05  CB3CP-WD-JOB-ID         PIC X(08).
004730     05  FILLER                  PIC X(02) VALUE SPACES.
004740     05  CB3CP-WD-STREAMS        PIC ZZ9.
004750     05  FILLER                  PIC X(02) VALUE SPACES.
004760     05  CB3CP-WD-FILES          PIC ZZ,ZZ9.
004770     05  FILLER                  PIC X(03) VALUE SPACES.
004780     05  CB3CP-WD-FROM           PIC 9(04).
004790     05  FILLER                  PIC X(03) VALUE SPACES.
004800     05  CB3CP-WD-TO             PIC 9(04).
004810     05  FILLER                  PIC X(02) VALUE SPACES.
004820     05  CB3CP-WD-DURATION       PIC ZZ,ZZ9.9.
004830     05  FILLER                  PIC X(02) VALUE SPACES.
004840     05  CB3CP-WD-WORK           PIC ZZZ,ZZ9.9.
004850     05  FILLER                  PIC X(04) VALUE SPACES.
004860     05  CB3CP-WD-BUSY           PIC ZZ9.
004870     05  FILLER                  PIC X(01) VALUE "%".
004880     05  FILLER                  PIC X(54) VALUE SPACES.
004890 01  CB3CP-TREND-LINE.
004900     05  FILLER                  PIC X(11) VALUE "  WINDOWS: ".
004910     05  CB3CP-TS-WINDOWS        PIC ZZ9.
004920     05  FILLER                  PIC X(18) VALUE
004930         "  DURATION TREND: ".
004940     05  CB3CP-TS-DUR-SLOPE      PIC +ZZZ9.99.
004950     05  FILLER                  PIC X(22) VALUE
004960         " MIN/DAY  WORK TREND: ".
004970     05  CB3CP-TS-WORK-SLOPE     PIC +ZZZ9.99.
004980     05  FILLER                  PIC X(08) VALUE " MIN/DAY".
004990     05  FILLER                  PIC X(54) VALUE SPACES.
005000 01  CB3CP-FORECAST-LINE-1.
005010     05  FILLER                  PIC X(12) VALUE "  DEADLINE: ".
005020     05  CB3CP-F1-DEADLINE       PIC 9(04).
005030     05  FILLER                  PIC X(17) VALUE
005040         "  AVERAGE START: ".
005050     05  CB3CP-F1-START          PIC 9(04).
005060     05  FILLER                  PIC X(21) VALUE
005070         "  MINUTES AVAILABLE: ".
005080     05  CB3CP-F1-AVAIL          PIC ZZZ9.
005090     05  FILLER                  PIC X(11) VALUE "  STREAMS: ".
005100     05  CB3CP-F1-STREAMS        PIC ZZ9.
005110     05  FILLER                  PIC X(21) VALUE
005120         "  STREAMS KEPT BUSY: ".
005130     05  CB3CP-F1-BUSY           PIC ZZ9.
005140     05  FILLER                  PIC X(01) VALUE "%".
005150     05  FILLER                  PIC X(31) VALUE SPACES.
005160 01  CB3CP-FORECAST-LINE-2.
005170     05  FILLER                  PIC X(30) VALUE
005180         "  SERIAL WORK MINUTES -- NOW: ".
005190     05  CB3CP-F2-NOW            PIC ZZZ,ZZ9.9.
005200     05  FILLER                  PIC X(05) VALUE "  IN ".
005210     05  CB3CP-F2-HORIZON        PIC ZZZ9.
005220     05  FILLER                  PIC X(07) VALUE " DAYS: ".
005230     05  CB3CP-F2-HORIZON-MIN    PIC ZZZ,ZZ9.9.
005240     05  FILLER                  PIC X(21) VALUE
005250         "  WINDOW CAN ABSORB: ".
005260     05  CB3CP-F2-CAPACITY       PIC ZZZ,ZZ9.9.
005270     05  FILLER                  PIC X(38) VALUE SPACES.
005280 01  CB3CP-FORECAST-LINE-3.
005290     05  FILLER                  PIC X(23) VALUE
005300         "  PROJECTED OVERRUN ON ".
005310     05  CB3CP-F3-DATE           PIC 9999/99/99.
005320     05  FILLER                  PIC X(05) VALUE ", IN ".
005330     05  CB3CP-F3-DAYS           PIC ZZ9.
005340     05  FILLER                  PIC X(06) VALUE " DAYS ".
005350     05  CB3CP-F3-FLAG           PIC X(50) VALUE SPACES.
005360     05  FILLER                  PIC X(35) VALUE SPACES.
005370 01  CB3CP-FORECAST-LINE-4.
005380     05  FILLER                  PIC X(23) VALUE
005390         "  RECOMMENDED STREAMS: ".
005400     05  CB3CP-F4-STREAMS        PIC Z9.
005410     05  FILLER                  PIC X(29) VALUE
005420         "  (WORK AT END OF HORIZON IN ".
005430     05  CB3CP-F4-HEADROOM       PIC ZZ9.
005440     05  FILLER                  PIC X(17) VALUE
005450         "% OF THE WINDOW) ".
005460     05  CB3CP-F4-FLAG           PIC X(40) VALUE SPACES.
005470     05  FILLER                  PIC X(18) VALUE SPACES.
005480 01  CB3CP-MESSAGE-LINE.
005490     05  FILLER                  PIC X(02) VALUE SPACES.
005500     05  CB3CP-MSG-TEXT          PIC X(130) VALUE SPACES.
005510 01  CB3CP-NO-ROWS-LINE          PIC X(132) VALUE
005520     "NO THROUGHPUT HISTORY IN THE REQUESTED RANGE".
005530 PROCEDURE DIVISION.
005540*----------------------------------------------------------------
005550* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE REPORT.
005560*----------------------------------------------------------------
005570 0000-MAINLINE.
005580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005590     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
005600     IF CB3CP-RC-FILE-ERROR
005610         GO TO 0000-FINISH
005620     END-IF.
005630     PERFORM 2000-SCAN-ONE-ROW THRU 2000-EXIT
005640         UNTIL CB3CP-THRU-EOF.
005642     IF CB3CP-RC-FILE-ERROR
005644         GO TO 0000-FINISH
005646     END-IF.
005650     IF CB3CP-WINDOW-COUNT = ZERO
005660         WRITE CB3CP-REPORT-RECORD FROM CB3CP-NO-ROWS-LINE
005670         GO TO 0000-FINISH
005680     END-IF.
005690     PERFORM 5000-WRITE-FEED-SECTION THRU 5000-EXIT.
005700     PERFORM 5200-WRITE-STREAM-SECTION THRU 5200-EXIT.
005710     PERFORM 5400-WRITE-SLOW-SECTION THRU 5400-EXIT.
005720     PERFORM 5600-WRITE-WINDOW-SECTION THRU 5600-EXIT.
005730     PERFORM 6000-WRITE-FORECAST THRU 6000-EXIT.
005740 0000-FINISH.
005750     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
005760     MOVE CB3CP-RETURN-CODE TO RETURN-CODE.
005770     STOP RUN.
005780 0000-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810* 1000-INITIALIZE -- READ THE DATE RANGE AND PLANNING FIGURES
005820*     FROM SYSIN. A DEADLINE THAT IS NOT A CLOCK TIME IS IGNORED
005830*     (NO FORECAST) RATHER THAN GUESSED AT.
005840*----------------------------------------------------------------
005850 1000-INITIALIZE.
005860     MOVE ZERO TO CB3CP-RETURN-CODE
005870                  CB3CP-FEED-COUNT
005880                  CB3CP-STREAM-COUNT
005890                  CB3CP-WINDOW-COUNT
005900                  CB3CP-SLOW-COUNT.
005910     MOVE SPACES TO CB3CP-CONTROL-CARD.
005920     ACCEPT CB3CP-CONTROL-CARD FROM SYSIN.
005930     IF CB3CP-DEADLINE-CARD IS NUMERIC
005940         MOVE CB3CP-DEADLINE-CARD TO CB3CP-DEADLINE-X
005950         IF CB3CP-DEADLINE-HH < 24
005960             AND CB3CP-DEADLINE-MM < 60
005970             MOVE "Y" TO CB3CP-DEADLINE-SW
005980         ELSE
005990             DISPLAY "CBDEM3CP -- DEADLINE " CB3CP-DEADLINE-TEXT
006000                     " IS NOT A TIME, NO FORECAST"
006010         END-IF
006020     END-IF.
006030     IF CB3CP-STREAMS-CARD IS NUMERIC
006040         MOVE CB3CP-STREAMS-CARD TO CB3CP-STREAMS
006050     END-IF.
006060     IF CB3CP-HORIZON-CARD IS NUMERIC
006070         AND CB3CP-HORIZON-CARD > ZERO
006080         MOVE CB3CP-HORIZON-CARD TO CB3CP-HORIZON-DAYS
006090     END-IF.
006100 1000-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130* 1500-OPEN-FILES -- OPEN THE THROUGHPUT HISTORY AND THE REPORT,
006140*     AND WRITE THE REPORT HEADER.
006150*----------------------------------------------------------------
006160 1500-OPEN-FILES.
006170     OPEN INPUT CB3CP-THRU-FILE.
006180     IF NOT CB3CP-THRU-OK
006190         DISPLAY "CBDEM3CP -- CANNOT OPEN THROUGHPUT HISTORY"
006200         MOVE 8 TO CB3CP-RETURN-CODE
006210         GO TO 1500-EXIT
006220     END-IF.
006230     MOVE "Y" TO CB3CP-THRU-OPENED-SW.
006240     OPEN OUTPUT CB3CP-REPORT-FILE.
006250     IF NOT CB3CP-REPORT-OK
006260         DISPLAY "CBDEM3CP -- CANNOT OPEN CAPACITY REPORT"
006270         MOVE 8 TO CB3CP-RETURN-CODE
006280         GO TO 1500-EXIT
006290     END-IF.
006300     MOVE "Y" TO CB3CP-REPORT-OPENED-SW.
006310     MOVE CB3CP-FROM-DATE TO CB3CP-HL2-FROM-DATE.
006320     MOVE CB3CP-TO-DATE   TO CB3CP-HL2-TO-DATE.
006330     IF CB3CP-JOB-ID = SPACES
006340         MOVE "ALL"        TO CB3CP-HL2-JOB-ID
006350     ELSE
006360         MOVE CB3CP-JOB-ID TO CB3CP-HL2-JOB-ID
006370     END-IF.
006380     WRITE CB3CP-REPORT-RECORD FROM CB3CP-HEADER-LINE-1.
006390     WRITE CB3CP-REPORT-RECORD FROM CB3CP-HEADER-LINE-2.
006400     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
006410 1500-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------
006440* 2000-SCAN-ONE-ROW -- READ THE NEXT HISTORY LINE AND ROLL IT
006450*     INTO ITS FEED, STREAM AND WINDOW WHEN IT FALLS IN THE DATE
006460*     RANGE (AND IS FOR THE JOB-ID ASKED FOR). THE HISTORY IS
006470*     PLAIN APPENDED TEXT, SO A MALFORMED LINE IS SKIPPED RATHER
006480*     THAN TRUSTED. A LINE THAT CANNOT BE READ STOPS THE REPORT
006485*     AT RC=8 -- A SHORT HISTORY WOULD GIVE A SHORT FORECAST.
006490*----------------------------------------------------------------
006500 2000-SCAN-ONE-ROW.
006510     READ CB3CP-THRU-FILE
006520         AT END
006530             MOVE "10" TO CB3CP-THRU-STATUS
006540     END-READ.
006542     IF CB3CP-THRU-EOF
006544         GO TO 2000-EXIT
006546     END-IF.
006550     IF NOT CB3CP-THRU-OK
006560         DISPLAY "CBDEM3CP -- HISTORY FILE READ FAILED, STATUS "
006570                 CB3CP-THRU-STATUS
006572         MOVE 8    TO CB3CP-RETURN-CODE
006574         MOVE "10" TO CB3CP-THRU-STATUS
006576         GO TO 2000-EXIT
006580     END-IF.
006590     IF CB3TH-RUN-DATE NOT NUMERIC
006600         OR CB3TH-START-TIME NOT NUMERIC
006610         OR CB3TH-PREFLIGHT-HS NOT NUMERIC
006620         OR CB3TH-HASH-HS NOT NUMERIC
006630         OR CB3TH-TOTAL-HS NOT NUMERIC
006640         OR CB3TH-RECORDS NOT NUMERIC
006650         OR CB3TH-BYTES NOT NUMERIC
006660         OR CB3TH-RETURN-CODE NOT NUMERIC
006670         GO TO 2000-EXIT
006680     END-IF.
006690     IF CB3TH-RUN-DATE < CB3CP-FROM-DATE
006700         OR CB3TH-RUN-DATE > CB3CP-TO-DATE
006710         GO TO 2000-EXIT
006720     END-IF.
006730     IF CB3CP-JOB-ID NOT = SPACES
006740         AND CB3TH-JOB-ID NOT = CB3CP-JOB-ID
006750         GO TO 2000-EXIT
006760     END-IF.
006770     MOVE CB3TH-START-TIME TO CB3CP-ROW-TIME-X.
006780     COMPUTE CB3CP-ROW-START-HS = CB3CP-ROW-HH * 360000
006790                                + CB3CP-ROW-MM * 6000
006800                                + CB3CP-ROW-SS * 100
006810                                + CB3CP-ROW-CC.
006820     COMPUTE CB3CP-ROW-END-HS =
006830         CB3CP-ROW-START-HS + CB3TH-TOTAL-HS.
006840     PERFORM 2500-FIND-FEED-ENTRY THRU 2500-EXIT.
006850     IF CB3CP-FOUND-IX NOT = ZERO
006860         PERFORM 3000-ADD-TO-FEED THRU 3000-EXIT
006870     END-IF.
006880     PERFORM 2700-FIND-STREAM-ENTRY THRU 2700-EXIT.
006890     IF CB3CP-FOUND-IX NOT = ZERO
006900         PERFORM 3100-ADD-TO-STREAM THRU 3100-EXIT
006910     END-IF.
006920     PERFORM 2800-FIND-WINDOW-ENTRY THRU 2800-EXIT.
006930     IF CB3CP-FOUND-IX NOT = ZERO
006940         PERFORM 3200-ADD-TO-WINDOW THRU 3200-EXIT
006950     END-IF.
006960     PERFORM 3400-RANK-SLOW-FILE THRU 3400-EXIT.
006970 2000-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000* 2500-FIND-FEED-ENTRY -- LOCATE (OR ADD) THE FEED-TABLE ENTRY
007010*     FOR THE CURRENT LINE'S FILE NAME. A FULL TABLE DROPS THE
007020*     LINE FROM THE FEED FIGURES, SETS RC=4 AND KEEPS GOING.
007030*----------------------------------------------------------------
007040 2500-FIND-FEED-ENTRY.
007050     MOVE ZERO TO CB3CP-FOUND-IX.
007060     PERFORM 2600-MATCH-ONE-FEED THRU 2600-EXIT
007070         VARYING CB3CP-IX FROM 1 BY 1
007080         UNTIL CB3CP-IX > CB3CP-FEED-COUNT
007090             OR CB3CP-FOUND-IX NOT = ZERO.
007100     IF CB3CP-FOUND-IX NOT = ZERO
007110         GO TO 2500-EXIT
007120     END-IF.
007130     IF CB3CP-FEED-COUNT >= 200
007140         MOVE 4 TO CB3CP-RETURN-CODE
007150         GO TO 2500-EXIT
007160     END-IF.
007170     ADD 1 TO CB3CP-FEED-COUNT.
007180     MOVE CB3CP-FEED-COUNT TO CB3CP-FOUND-IX.
007190     MOVE CB3TH-FILENAME TO CB3CP-FE-FILENAME (CB3CP-FOUND-IX).
007200     MOVE ZERO TO CB3CP-FE-FILES      (CB3CP-FOUND-IX)
007210                  CB3CP-FE-FAILED     (CB3CP-FOUND-IX)
007220                  CB3CP-FE-RECORDS    (CB3CP-FOUND-IX)
007230                  CB3CP-FE-BYTES      (CB3CP-FOUND-IX)
007240                  CB3CP-FE-HASH-BYTES (CB3CP-FOUND-IX)
007250                  CB3CP-FE-PRE-HS     (CB3CP-FOUND-IX)
007260                  CB3CP-FE-HASH-HS    (CB3CP-FOUND-IX)
007270                  CB3CP-FE-TOTAL-HS   (CB3CP-FOUND-IX)
007280                  CB3CP-FE-MAX-HS     (CB3CP-FOUND-IX).
007290 2500-EXIT.
007300     EXIT.
007310*----------------------------------------------------------------
007320* 2600-MATCH-ONE-FEED -- TEST ONE FEED-TABLE ENTRY AGAINST THE
007330*     CURRENT LINE'S FILE NAME DURING THE FIND SCAN.
007340*----------------------------------------------------------------
007350 2600-MATCH-ONE-FEED.
007360     IF CB3CP-FE-FILENAME (CB3CP-IX) = CB3TH-FILENAME
007370         MOVE CB3CP-IX TO CB3CP-FOUND-IX
007380     END-IF.
007390 2600-EXIT.
007400     EXIT.
007410*----------------------------------------------------------------
007420* 2700-FIND-STREAM-ENTRY -- LOCATE (OR ADD) THE STREAM-TABLE
007430*     ENTRY FOR THE CURRENT LINE'S STREAM. FULL TABLE AS ABOVE.
007440*----------------------------------------------------------------
007450 2700-FIND-STREAM-ENTRY.
007460     MOVE ZERO TO CB3CP-FOUND-IX.
007470     PERFORM 2750-MATCH-ONE-STREAM THRU 2750-EXIT
007480         VARYING CB3CP-IX FROM 1 BY 1
007490         UNTIL CB3CP-IX > CB3CP-STREAM-COUNT
007500             OR CB3CP-FOUND-IX NOT = ZERO.
007510     IF CB3CP-FOUND-IX NOT = ZERO
007520         GO TO 2700-EXIT
007530     END-IF.
007540     IF CB3CP-STREAM-COUNT >= 50
007550         MOVE 4 TO CB3CP-RETURN-CODE
007560         GO TO 2700-EXIT
007570     END-IF.
007580     ADD 1 TO CB3CP-STREAM-COUNT.
007590     MOVE CB3CP-STREAM-COUNT TO CB3CP-FOUND-IX.
007600     MOVE CB3TH-STREAM-ID TO CB3CP-SE-STREAM-ID (CB3CP-FOUND-IX).
007610     MOVE ZERO TO CB3CP-SE-FILES      (CB3CP-FOUND-IX)
007620                  CB3CP-SE-FAILED     (CB3CP-FOUND-IX)
007630                  CB3CP-SE-RECORDS    (CB3CP-FOUND-IX)
007640                  CB3CP-SE-BYTES      (CB3CP-FOUND-IX)
007650                  CB3CP-SE-HASH-BYTES (CB3CP-FOUND-IX)
007660                  CB3CP-SE-PRE-HS     (CB3CP-FOUND-IX)
007670                  CB3CP-SE-HASH-HS    (CB3CP-FOUND-IX)
007680                  CB3CP-SE-TOTAL-HS   (CB3CP-FOUND-IX)
007690                  CB3CP-SE-MAX-HS     (CB3CP-FOUND-IX).
007700 2700-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730* 2750-MATCH-ONE-STREAM -- TEST ONE STREAM-TABLE ENTRY.
007740*----------------------------------------------------------------
007750 2750-MATCH-ONE-STREAM.
007760     IF CB3CP-SE-STREAM-ID (CB3CP-IX) = CB3TH-STREAM-ID
007770         MOVE CB3CP-IX TO CB3CP-FOUND-IX
007780     END-IF.
007790 2750-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 2800-FIND-WINDOW-ENTRY -- LOCATE (OR ADD) THE WINDOW FOR THE
007830*     CURRENT LINE'S RUN DATE AND JOB-ID. A NEW WINDOW GETS ITS
007840*     DAY NUMBER FOR THE TREND LINE. FULL TABLE AS ABOVE.
007850*----------------------------------------------------------------
007860 2800-FIND-WINDOW-ENTRY.
007870     MOVE ZERO TO CB3CP-FOUND-IX.
007880     PERFORM 2850-MATCH-ONE-WINDOW THRU 2850-EXIT
007890         VARYING CB3CP-IX FROM 1 BY 1
007900         UNTIL CB3CP-IX > CB3CP-WINDOW-COUNT
007910             OR CB3CP-FOUND-IX NOT = ZERO.
007920     IF CB3CP-FOUND-IX NOT = ZERO
007930         GO TO 2800-EXIT
007940     END-IF.
007950     IF CB3CP-WINDOW-COUNT >= 400
007960         MOVE 4 TO CB3CP-RETURN-CODE
007970         GO TO 2800-EXIT
007980     END-IF.
007990     ADD 1 TO CB3CP-WINDOW-COUNT.
008000     MOVE CB3CP-WINDOW-COUNT TO CB3CP-FOUND-IX.
008010     MOVE CB3TH-RUN-DATE TO CB3CP-WE-RUN-DATE (CB3CP-FOUND-IX)
008020                            CB3CP-CALC-DATE.
008030     MOVE CB3TH-JOB-ID   TO CB3CP-WE-JOB-ID (CB3CP-FOUND-IX).
008040     PERFORM 6700-DAY-NUMBER-OF THRU 6700-EXIT.
008050     MOVE CB3CP-DAY-NUMBER
008060        TO CB3CP-WE-DAY-NUMBER (CB3CP-FOUND-IX).
008066     MOVE CB3CP-ROW-START-HS
008072        TO CB3CP-WE-START-HS (CB3CP-FOUND-IX).
008080     MOVE CB3CP-ROW-END-HS   TO CB3CP-WE-END-HS (CB3CP-FOUND-IX).
008090     MOVE ZERO TO CB3CP-WE-FILES        (CB3CP-FOUND-IX)
008100                  CB3CP-WE-WORK-HS      (CB3CP-FOUND-IX)
008110                  CB3CP-WE-STREAM-COUNT (CB3CP-FOUND-IX).
008120 2800-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------
008150* 2850-MATCH-ONE-WINDOW -- TEST ONE WINDOW-TABLE ENTRY.
008160*----------------------------------------------------------------
008170 2850-MATCH-ONE-WINDOW.
008180     IF CB3CP-WE-RUN-DATE (CB3CP-IX) = CB3TH-RUN-DATE
008190         AND CB3CP-WE-JOB-ID (CB3CP-IX) = CB3TH-JOB-ID
008200         MOVE CB3CP-IX TO CB3CP-FOUND-IX
008210     END-IF.
008220 2850-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------
008250* 3000-ADD-TO-FEED -- ROLL THE CURRENT LINE INTO ITS FEED. A
008260*     FILE THAT ENDED RC 4 OR WORSE COUNTS AS FAILED. ONLY FILES
008270*     THAT REACHED THE HASH CHAIN ADD TO THE HASHED BYTES.
008280*----------------------------------------------------------------
008290 3000-ADD-TO-FEED.
008300     ADD 1 TO CB3CP-FE-FILES (CB3CP-FOUND-IX).
008310     IF CB3TH-RETURN-CODE >= 4
008320         ADD 1 TO CB3CP-FE-FAILED (CB3CP-FOUND-IX)
008330     END-IF.
008340     ADD CB3TH-RECORDS      TO CB3CP-FE-RECORDS (CB3CP-FOUND-IX).
008350     ADD CB3TH-BYTES        TO CB3CP-FE-BYTES (CB3CP-FOUND-IX).
008360     IF CB3TH-HASH-HS > ZERO
008370         ADD CB3TH-BYTES TO CB3CP-FE-HASH-BYTES (CB3CP-FOUND-IX)
008380     END-IF.
008390     ADD CB3TH-PREFLIGHT-HS TO CB3CP-FE-PRE-HS (CB3CP-FOUND-IX).
008400     ADD CB3TH-HASH-HS      TO CB3CP-FE-HASH-HS (CB3CP-FOUND-IX).
008410     ADD CB3TH-TOTAL-HS     TO CB3CP-FE-TOTAL-HS (CB3CP-FOUND-IX).
008420     IF CB3TH-TOTAL-HS > CB3CP-FE-MAX-HS (CB3CP-FOUND-IX)
008430         MOVE CB3TH-TOTAL-HS TO CB3CP-FE-MAX-HS (CB3CP-FOUND-IX)
008440     END-IF.
008450 3000-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------
008480* 3100-ADD-TO-STREAM -- THE SAME, FOR THE LINE'S STREAM.
008490*----------------------------------------------------------------
008500 3100-ADD-TO-STREAM.
008510     ADD 1 TO CB3CP-SE-FILES (CB3CP-FOUND-IX).
008520     IF CB3TH-RETURN-CODE >= 4
008530         ADD 1 TO CB3CP-SE-FAILED (CB3CP-FOUND-IX)
008540     END-IF.
008550     ADD CB3TH-RECORDS      TO CB3CP-SE-RECORDS (CB3CP-FOUND-IX).
008560     ADD CB3TH-BYTES        TO CB3CP-SE-BYTES (CB3CP-FOUND-IX).
008570     IF CB3TH-HASH-HS > ZERO
008580         ADD CB3TH-BYTES TO CB3CP-SE-HASH-BYTES (CB3CP-FOUND-IX)
008590     END-IF.
008600     ADD CB3TH-PREFLIGHT-HS TO CB3CP-SE-PRE-HS (CB3CP-FOUND-IX).
008610     ADD CB3TH-HASH-HS      TO CB3CP-SE-HASH-HS (CB3CP-FOUND-IX).
008620     ADD CB3TH-TOTAL-HS     TO CB3CP-SE-TOTAL-HS (CB3CP-FOUND-IX).
008630     IF CB3TH-TOTAL-HS > CB3CP-SE-MAX-HS (CB3CP-FOUND-IX)
008640         MOVE CB3TH-TOTAL-HS TO CB3CP-SE-MAX-HS (CB3CP-FOUND-IX)
008650     END-IF.
008660 3100-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690* 3200-ADD-TO-WINDOW -- WIDEN THE WINDOW TO THE LINE'S START AND
008700*     FINISH, ADD ITS TIME TO THE WINDOW'S SERIAL WORK, AND NOTE
008710*     ITS STREAM AMONG THE WINDOW'S STREAMS (UP TO TWENTY).
008720*----------------------------------------------------------------
008730 3200-ADD-TO-WINDOW.
008740     ADD 1 TO CB3CP-WE-FILES (CB3CP-FOUND-IX).
008750     ADD CB3TH-TOTAL-HS TO CB3CP-WE-WORK-HS (CB3CP-FOUND-IX).
008760     IF CB3CP-ROW-START-HS < CB3CP-WE-START-HS (CB3CP-FOUND-IX)
008770         MOVE CB3CP-ROW-START-HS
008780            TO CB3CP-WE-START-HS (CB3CP-FOUND-IX)
008790     END-IF.
008800     IF CB3CP-ROW-END-HS > CB3CP-WE-END-HS (CB3CP-FOUND-IX)
008810         MOVE CB3CP-ROW-END-HS TO CB3CP-WE-END-HS (CB3CP-FOUND-IX)
008820     END-IF.
008830     MOVE CB3CP-FOUND-IX TO CB3CP-WX.
008840     MOVE "N" TO CB3CP-STREAM-FOUND-SW.
008850     PERFORM 3250-MATCH-WINDOW-STREAM THRU 3250-EXIT
008860         VARYING CB3CP-TX FROM 1 BY 1
008870         UNTIL CB3CP-TX > CB3CP-WE-STREAM-COUNT (CB3CP-WX)
008880             OR CB3CP-STREAM-IN-WINDOW.
008890     IF CB3CP-STREAM-IN-WINDOW
008900         OR CB3CP-WE-STREAM-COUNT (CB3CP-WX) >= 20
008910         GO TO 3200-EXIT
008920     END-IF.
008930     ADD 1 TO CB3CP-WE-STREAM-COUNT (CB3CP-WX).
008940     MOVE CB3CP-WE-STREAM-COUNT (CB3CP-WX) TO CB3CP-TX.
008946     MOVE CB3TH-STREAM-ID
008952        TO CB3CP-WE-STREAM-ID (CB3CP-WX, CB3CP-TX).
008960 3200-EXIT.
008970     EXIT.
008980*----------------------------------------------------------------
008990* 3250-MATCH-WINDOW-STREAM -- TEST ONE OF THE WINDOW'S STREAMS.
009000*----------------------------------------------------------------
009010 3250-MATCH-WINDOW-STREAM.
009020     IF CB3CP-WE-STREAM-ID (CB3CP-WX, CB3CP-TX) = CB3TH-STREAM-ID
009030         MOVE "Y" TO CB3CP-STREAM-FOUND-SW
009040     END-IF.
009050 3250-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009080* 3400-RANK-SLOW-FILE -- KEEP THE TEN SLOWEST FILES. A LINE THAT
009090*     BEATS THE TENTH GOES IN AT THE BOTTOM AND IS MOVED UP PAST
009100*     EVERY FASTER FILE.
009110*----------------------------------------------------------------
009120 3400-RANK-SLOW-FILE.
009130     IF CB3CP-SLOW-COUNT < 10
009140         ADD 1 TO CB3CP-SLOW-COUNT
009150         MOVE CB3CP-SLOW-COUNT TO CB3CP-LX
009160     ELSE
009170         IF CB3TH-TOTAL-HS > CB3CP-SL-TOTAL-HS (10)
009180             MOVE 10 TO CB3CP-LX
009190         ELSE
009200             GO TO 3400-EXIT
009210         END-IF
009220     END-IF.
009230     MOVE CB3TH-RUN-DATE  TO CB3CP-SL-RUN-DATE (CB3CP-LX).
009240     MOVE CB3TH-JOB-ID    TO CB3CP-SL-JOB-ID (CB3CP-LX).
009250     MOVE CB3TH-STREAM-ID TO CB3CP-SL-STREAM-ID (CB3CP-LX).
009260     MOVE CB3TH-FILENAME  TO CB3CP-SL-FILENAME (CB3CP-LX).
009270     MOVE CB3TH-TOTAL-HS  TO CB3CP-SL-TOTAL-HS (CB3CP-LX).
009280     MOVE CB3TH-HASH-HS   TO CB3CP-SL-HASH-HS (CB3CP-LX).
009290     MOVE CB3TH-RECORDS   TO CB3CP-SL-RECORDS (CB3CP-LX).
009300     MOVE "N" TO CB3CP-RANKED-SW.
009310     PERFORM 3450-MOVE-UP-ONE THRU 3450-EXIT
009320         UNTIL CB3CP-LX = 1
009330             OR CB3CP-RANK-SETTLED.
009340 3400-EXIT.
009350     EXIT.
009360*----------------------------------------------------------------
009370* 3450-MOVE-UP-ONE -- SWAP THE NEW ENTRY WITH THE ONE ABOVE IT
009380*     IF THAT ONE IS FASTER; OTHERWISE IT HAS FOUND ITS PLACE.
009390*----------------------------------------------------------------
009400 3450-MOVE-UP-ONE.
009410     COMPUTE CB3CP-LY = CB3CP-LX - 1.
009420     IF CB3CP-SL-TOTAL-HS (CB3CP-LY)
009430         NOT < CB3CP-SL-TOTAL-HS (CB3CP-LX)
009440         MOVE "Y" TO CB3CP-RANKED-SW
009450         GO TO 3450-EXIT
009460     END-IF.
009470     MOVE CB3CP-SLOW-ENTRY (CB3CP-LY) TO CB3CP-SLOW-HOLD.
009480     MOVE CB3CP-SLOW-ENTRY (CB3CP-LX)
009490        TO CB3CP-SLOW-ENTRY (CB3CP-LY).
009500     MOVE CB3CP-SLOW-HOLD TO CB3CP-SLOW-ENTRY (CB3CP-LX).
009510     MOVE CB3CP-LY TO CB3CP-LX.
009520 3450-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550* 5000-WRITE-FEED-SECTION -- THROUGHPUT PER FEED, IN THE ORDER
009560*     THE FEEDS WERE FIRST SEEN.
009570*----------------------------------------------------------------
009580 5000-WRITE-FEED-SECTION.
009590     WRITE CB3CP-REPORT-RECORD FROM CB3CP-FEED-TITLE-LINE.
009600     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
009610     PERFORM 5100-WRITE-ONE-FEED THRU 5100-EXIT
009620         VARYING CB3CP-IX FROM 1 BY 1
009630         UNTIL CB3CP-IX > CB3CP-FEED-COUNT.
009640 5000-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------
009670* 5100-WRITE-ONE-FEED -- ONE FEED'S NAME AND FIGURES.
009680*----------------------------------------------------------------
009690 5100-WRITE-ONE-FEED.
009700     MOVE CB3CP-FE-FILENAME (CB3CP-IX) TO CB3CP-FL-FILENAME.
009710     WRITE CB3CP-REPORT-RECORD FROM CB3CP-FEED-LINE.
009720     MOVE CB3CP-FE-FILES (CB3CP-IX)      TO CB3CP-ST-FILES.
009730     MOVE CB3CP-FE-FAILED (CB3CP-IX)     TO CB3CP-ST-FAILED.
009740     MOVE CB3CP-FE-RECORDS (CB3CP-IX)    TO CB3CP-ST-RECORDS.
009750     MOVE CB3CP-FE-BYTES (CB3CP-IX)      TO CB3CP-ST-BYTES.
009760     MOVE CB3CP-FE-HASH-BYTES (CB3CP-IX) TO CB3CP-ST-HASH-BYTES.
009770     MOVE CB3CP-FE-PRE-HS (CB3CP-IX)     TO CB3CP-ST-PRE-HS.
009780     MOVE CB3CP-FE-HASH-HS (CB3CP-IX)    TO CB3CP-ST-HASH-HS.
009790     MOVE CB3CP-FE-TOTAL-HS (CB3CP-IX)   TO CB3CP-ST-TOTAL-HS.
009800     MOVE CB3CP-FE-MAX-HS (CB3CP-IX)     TO CB3CP-ST-MAX-HS.
009810     PERFORM 5900-WRITE-STATS THRU 5900-EXIT.
009820 5100-EXIT.
009830     EXIT.
009840*----------------------------------------------------------------
009850* 5200-WRITE-STREAM-SECTION -- THROUGHPUT PER DISPATCHED STREAM.
009860*     A BLANK STREAM NAME IS THE CLASSIC ONE-AFTER-ANOTHER BATCH.
009870*----------------------------------------------------------------
009880 5200-WRITE-STREAM-SECTION.
009890     WRITE CB3CP-REPORT-RECORD FROM CB3CP-STREAM-TITLE-LINE.
009900     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
009910     PERFORM 5300-WRITE-ONE-STREAM THRU 5300-EXIT
009920         VARYING CB3CP-IX FROM 1 BY 1
009930         UNTIL CB3CP-IX > CB3CP-STREAM-COUNT.
009940 5200-EXIT.
009950     EXIT.
009960*----------------------------------------------------------------
009970* 5300-WRITE-ONE-STREAM -- ONE STREAM'S NAME AND FIGURES.
009980*----------------------------------------------------------------
009990 5300-WRITE-ONE-STREAM.
010000     IF CB3CP-SE-STREAM-ID (CB3CP-IX) = SPACES
010010         MOVE "(CLASSIC)" TO CB3CP-SN-STREAM-ID
010020     ELSE
010030         MOVE CB3CP-SE-STREAM-ID (CB3CP-IX) TO CB3CP-SN-STREAM-ID
010040     END-IF.
010050     WRITE CB3CP-REPORT-RECORD FROM CB3CP-STREAM-LINE.
010060     MOVE CB3CP-SE-FILES (CB3CP-IX)      TO CB3CP-ST-FILES.
010070     MOVE CB3CP-SE-FAILED (CB3CP-IX)     TO CB3CP-ST-FAILED.
010080     MOVE CB3CP-SE-RECORDS (CB3CP-IX)    TO CB3CP-ST-RECORDS.
010090     MOVE CB3CP-SE-BYTES (CB3CP-IX)      TO CB3CP-ST-BYTES.
010100     MOVE CB3CP-SE-HASH-BYTES (CB3CP-IX) TO CB3CP-ST-HASH-BYTES.
010110     MOVE CB3CP-SE-PRE-HS (CB3CP-IX)     TO CB3CP-ST-PRE-HS.
010120     MOVE CB3CP-SE-HASH-HS (CB3CP-IX)    TO CB3CP-ST-HASH-HS.
010130     MOVE CB3CP-SE-TOTAL-HS (CB3CP-IX)   TO CB3CP-ST-TOTAL-HS.
010140     MOVE CB3CP-SE-MAX-HS (CB3CP-IX)     TO CB3CP-ST-MAX-HS.
010150     PERFORM 5900-WRITE-STATS THRU 5900-EXIT.
010160 5300-EXIT.
010170     EXIT.
010180*----------------------------------------------------------------
010190* 5400-WRITE-SLOW-SECTION -- THE TEN SLOWEST FILES, SLOWEST
010200*     FIRST.
010210*----------------------------------------------------------------
010220 5400-WRITE-SLOW-SECTION.
010230     WRITE CB3CP-REPORT-RECORD FROM CB3CP-SLOW-TITLE-LINE.
010240     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
010250     WRITE CB3CP-REPORT-RECORD FROM CB3CP-SLOW-HEAD-LINE.
010260     PERFORM 5500-WRITE-ONE-SLOW THRU 5500-EXIT
010270         VARYING CB3CP-LX FROM 1 BY 1
010280         UNTIL CB3CP-LX > CB3CP-SLOW-COUNT.
010290     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
010300 5400-EXIT.
010310     EXIT.
010320*----------------------------------------------------------------
010330* 5500-WRITE-ONE-SLOW -- ONE OF THE SLOWEST FILES.
010340*----------------------------------------------------------------
010350 5500-WRITE-ONE-SLOW.
010360     MOVE CB3CP-LX                        TO CB3CP-SD-RANK.
010370     MOVE CB3CP-SL-RUN-DATE (CB3CP-LX)    TO CB3CP-SD-RUN-DATE.
010380     MOVE CB3CP-SL-JOB-ID (CB3CP-LX)      TO CB3CP-SD-JOB-ID.
010390     MOVE CB3CP-SL-STREAM-ID (CB3CP-LX)   TO CB3CP-SD-STREAM-ID.
010400     COMPUTE CB3CP-SD-TOTAL = CB3CP-SL-TOTAL-HS (CB3CP-LX) / 100.
010410     COMPUTE CB3CP-SD-HASH  = CB3CP-SL-HASH-HS (CB3CP-LX) / 100.
010420     MOVE CB3CP-SL-RECORDS (CB3CP-LX)     TO CB3CP-SD-RECORDS.
010430     MOVE CB3CP-SL-FILENAME (CB3CP-LX)    TO CB3CP-SD-FILENAME.
010440     WRITE CB3CP-REPORT-RECORD FROM CB3CP-SLOW-DETAIL-LINE.
010450 5500-EXIT.
010460     EXIT.
010470*----------------------------------------------------------------
010480* 5600-WRITE-WINDOW-SECTION -- ONE LINE PER WINDOW, THEN THE
010490*     TREND IN DURATION AND IN SERIAL WORK. THE SUMS FOR THE
010500*     TREND LINES AND THE FORECAST ARE GATHERED ON THE WAY.
010510*----------------------------------------------------------------
010520 5600-WRITE-WINDOW-SECTION.
010530     WRITE CB3CP-REPORT-RECORD FROM CB3CP-WINDOW-TITLE-LINE.
010540     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
010550     WRITE CB3CP-REPORT-RECORD FROM CB3CP-WINDOW-HEAD-LINE.
010560     MOVE CB3CP-WE-DAY-NUMBER (1) TO CB3CP-FIRST-DAY-NUMBER.
010570     MOVE ZERO TO CB3CP-FIT-N
010580                  CB3CP-FIT-SX
010590                  CB3CP-FIT-SXX
010600                  CB3CP-SUM-WORK-Y
010610                  CB3CP-SUM-WORK-XY
010620                  CB3CP-SUM-DUR-Y
010630                  CB3CP-SUM-DUR-XY
010640                  CB3CP-SUM-START-MIN
010650                  CB3CP-EFF-SUM
010660                  CB3CP-EFF-COUNT
010670                  CB3CP-LAST-X
010680                  CB3CP-WORK-SLOPE
010690                  CB3CP-WORK-INTERCEPT
010700                  CB3CP-DUR-SLOPE.
010710     PERFORM 5700-WRITE-ONE-WINDOW THRU 5700-EXIT
010720         VARYING CB3CP-WX FROM 1 BY 1
010730         UNTIL CB3CP-WX > CB3CP-WINDOW-COUNT.
010740     IF CB3CP-FIT-N > 1
010750         MOVE CB3CP-SUM-WORK-Y  TO CB3CP-FIT-SY
010760         MOVE CB3CP-SUM-WORK-XY TO CB3CP-FIT-SXY
010770         PERFORM 6600-SOLVE-FIT THRU 6600-EXIT
010780         MOVE CB3CP-FIT-SLOPE     TO CB3CP-WORK-SLOPE
010790         MOVE CB3CP-FIT-INTERCEPT TO CB3CP-WORK-INTERCEPT
010800         MOVE CB3CP-SUM-DUR-Y   TO CB3CP-FIT-SY
010810         MOVE CB3CP-SUM-DUR-XY  TO CB3CP-FIT-SXY
010820         PERFORM 6600-SOLVE-FIT THRU 6600-EXIT
010830         MOVE CB3CP-FIT-SLOPE     TO CB3CP-DUR-SLOPE
010840     END-IF.
010850     MOVE CB3CP-FIT-N      TO CB3CP-TS-WINDOWS.
010860     MOVE CB3CP-DUR-SLOPE  TO CB3CP-TS-DUR-SLOPE.
010870     MOVE CB3CP-WORK-SLOPE TO CB3CP-TS-WORK-SLOPE.
010880     WRITE CB3CP-REPORT-RECORD FROM CB3CP-TREND-LINE.
010890     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
010900 5600-EXIT.
010910     EXIT.
010920*----------------------------------------------------------------
010930* 5700-WRITE-ONE-WINDOW -- ONE WINDOW'S LINE. DURATION IS FIRST
010940*     START TO LAST FINISH; SERIAL WORK IS THE SUM OF ITS FILES'
010950*     TIMES; BUSY IS THE SHARE OF ITS STREAMS' TIME THE WORK
010960*     FILLED. THE WINDOW THEN GOES INTO THE TREND SUMS.
010970*----------------------------------------------------------------
010980 5700-WRITE-ONE-WINDOW.
010990     MOVE CB3CP-WE-RUN-DATE (CB3CP-WX) TO CB3CP-WD-RUN-DATE.
011000     MOVE CB3CP-WE-JOB-ID (CB3CP-WX)   TO CB3CP-WD-JOB-ID.
011006     MOVE CB3CP-WE-STREAM-COUNT (CB3CP-WX)
011012        TO CB3CP-WINDOW-STREAMS.
011020     IF CB3CP-WINDOW-STREAMS = ZERO
011030         MOVE 1 TO CB3CP-WINDOW-STREAMS
011040     END-IF.
011050     MOVE CB3CP-WINDOW-STREAMS         TO CB3CP-WD-STREAMS.
011060     MOVE CB3CP-WE-FILES (CB3CP-WX)    TO CB3CP-WD-FILES.
011070     COMPUTE CB3CP-WORK-MINUTES =
011080         CB3CP-WE-START-HS (CB3CP-WX) / 6000.
011090     ADD CB3CP-WORK-MINUTES TO CB3CP-SUM-START-MIN.
011100     PERFORM 5800-MINUTES-TO-HHMM THRU 5800-EXIT.
011110     MOVE CB3CP-HHMM-OUT TO CB3CP-WD-FROM.
011120     COMPUTE CB3CP-WORK-MINUTES =
011130         CB3CP-WE-END-HS (CB3CP-WX) / 6000.
011140     PERFORM 5800-MINUTES-TO-HHMM THRU 5800-EXIT.
011150     MOVE CB3CP-HHMM-OUT TO CB3CP-WD-TO.
011160     COMPUTE CB3CP-DUR-MIN ROUNDED =
011166         (CB3CP-WE-END-HS (CB3CP-WX)
011172             - CB3CP-WE-START-HS (CB3CP-WX))
011180             / 6000.
011190     COMPUTE CB3CP-WORK-MIN ROUNDED =
011200         CB3CP-WE-WORK-HS (CB3CP-WX) / 6000.
011210     MOVE CB3CP-DUR-MIN  TO CB3CP-WD-DURATION.
011220     MOVE CB3CP-WORK-MIN TO CB3CP-WD-WORK.
011230     MOVE ZERO TO CB3CP-WINDOW-EFF.
011240     IF CB3CP-DUR-MIN > ZERO
011250         COMPUTE CB3CP-WINDOW-EFF ROUNDED =
011256             CB3CP-WORK-MIN
011262                 / (CB3CP-DUR-MIN * CB3CP-WINDOW-STREAMS)
011270         ADD CB3CP-WINDOW-EFF TO CB3CP-EFF-SUM
011280         ADD 1 TO CB3CP-EFF-COUNT
011290     END-IF.
011300     COMPUTE CB3CP-WD-BUSY ROUNDED = CB3CP-WINDOW-EFF * 100.
011310     WRITE CB3CP-REPORT-RECORD FROM CB3CP-WINDOW-DETAIL-LINE.
011320     COMPUTE CB3CP-X-DAYS = CB3CP-WE-DAY-NUMBER (CB3CP-WX)
011330                          - CB3CP-FIRST-DAY-NUMBER.
011340     ADD 1 TO CB3CP-FIT-N.
011350     ADD CB3CP-X-DAYS TO CB3CP-FIT-SX.
011360     COMPUTE CB3CP-FIT-SXX = CB3CP-FIT-SXX
011370                           + CB3CP-X-DAYS * CB3CP-X-DAYS.
011380     ADD CB3CP-WORK-MIN TO CB3CP-SUM-WORK-Y.
011390     COMPUTE CB3CP-SUM-WORK-XY = CB3CP-SUM-WORK-XY
011400                               + CB3CP-X-DAYS * CB3CP-WORK-MIN.
011410     ADD CB3CP-DUR-MIN TO CB3CP-SUM-DUR-Y.
011420     COMPUTE CB3CP-SUM-DUR-XY = CB3CP-SUM-DUR-XY
011430                              + CB3CP-X-DAYS * CB3CP-DUR-MIN.
011440*        THE LATEST WINDOW IS WHERE THE PROJECTION STARTS FROM,
011446*        AND ITS STREAMS ARE TODAY'S UNLESS THE CARD SAYS
011452*        OTHERWISE.
011460     IF CB3CP-WX = 1
011470         OR CB3CP-X-DAYS >= CB3CP-LAST-X
011480         MOVE CB3CP-X-DAYS         TO CB3CP-LAST-X
011490         MOVE CB3CP-WE-RUN-DATE (CB3CP-WX) TO CB3CP-LAST-DATE
011500         MOVE CB3CP-WINDOW-STREAMS TO CB3CP-LAST-STREAMS
011510     END-IF.
011520 5700-EXIT.
011530     EXIT.
011540*----------------------------------------------------------------
011550* 5800-MINUTES-TO-HHMM -- TURN MINUTES SINCE MIDNIGHT BACK INTO
011560*     AN HHMM FIGURE FOR THE PAGE. A FINISH PAST THE FOLLOWING
011570*     MIDNIGHT IS SHOWN AS THE CLOCK READ.
011580*----------------------------------------------------------------
011590 5800-MINUTES-TO-HHMM.
011600     IF CB3CP-WORK-MINUTES >= 1440
011610         SUBTRACT 1440 FROM CB3CP-WORK-MINUTES
011620     END-IF.
011630     DIVIDE CB3CP-WORK-MINUTES BY 60
011640         GIVING CB3CP-HHMM-HH
011650         REMAINDER CB3CP-HHMM-MM.
011660     COMPUTE CB3CP-HHMM-OUT =
011670         CB3CP-HHMM-HH * 100 + CB3CP-HHMM-MM.
011680 5800-EXIT.
011690     EXIT.
011700*----------------------------------------------------------------
011710* 5900-WRITE-STATS -- PRINT THE FIGURES IN CB3CP-STATS-WORK:
011720*     AVERAGE SECONDS PER FILE, THE SLOWEST FILE, AND RECORDS
011730*     AND KILOBYTES PER SECOND OF HASH CHAIN.
011740*----------------------------------------------------------------
011750 5900-WRITE-STATS.
011760     MOVE CB3CP-ST-FILES  TO CB3CP-TL-FILES.
011770     MOVE CB3CP-ST-FAILED TO CB3CP-TL-FAILED.
011780     MOVE ZERO TO CB3CP-TL-PRE
011790                  CB3CP-TL-HASH
011800                  CB3CP-TL-TOTAL.
011810     IF CB3CP-ST-FILES > ZERO
011820         COMPUTE CB3CP-TL-PRE ROUNDED =
011830             CB3CP-ST-PRE-HS / CB3CP-ST-FILES / 100
011840         COMPUTE CB3CP-TL-HASH ROUNDED =
011850             CB3CP-ST-HASH-HS / CB3CP-ST-FILES / 100
011860         COMPUTE CB3CP-TL-TOTAL ROUNDED =
011870             CB3CP-ST-TOTAL-HS / CB3CP-ST-FILES / 100
011880     END-IF.
011890     COMPUTE CB3CP-TL-MAX = CB3CP-ST-MAX-HS / 100.
011900     WRITE CB3CP-REPORT-RECORD FROM CB3CP-STATS-LINE.
011910     MOVE CB3CP-ST-RECORDS TO CB3CP-RL-RECORDS.
011920     MOVE CB3CP-ST-BYTES   TO CB3CP-RL-BYTES.
011930     MOVE ZERO TO CB3CP-RL-RECORD-RATE
011940                  CB3CP-RL-KB-RATE.
011950     IF CB3CP-ST-HASH-HS > ZERO
011960         COMPUTE CB3CP-RL-RECORD-RATE =
011970             CB3CP-ST-RECORDS * 100 / CB3CP-ST-HASH-HS
011980         COMPUTE CB3CP-RL-KB-RATE =
011990             CB3CP-ST-HASH-BYTES * 100 / 1024 / CB3CP-ST-HASH-HS
012000     END-IF.
012010     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RATE-LINE.
012020     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
012030 5900-EXIT.
012040     EXIT.
012050*----------------------------------------------------------------
012060* 6000-WRITE-FORECAST -- PROJECT WHEN THE WINDOW'S SERIAL WORK
012070*     OUTGROWS WHAT ITS STREAMS CAN FINISH BY THE DEADLINE, AND
012080*     RECOMMEND A STREAM COUNT FOR THE PLANNING HORIZON. RAISES
012090*     RC=2 WHEN THE WINDOW ALREADY OVERRUNS, WHEN AN OVERRUN IS
012100*     PROJECTED INSIDE THE HORIZON, OR WHEN MORE STREAMS ARE
012110*     RECOMMENDED THAN ARE RUN TODAY.
012120*----------------------------------------------------------------
012130 6000-WRITE-FORECAST.
012140     WRITE CB3CP-REPORT-RECORD FROM CB3CP-FORECAST-TITLE-LINE.
012150     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
012160     IF NOT CB3CP-HAS-DEADLINE
012170         MOVE "NO DEADLINE ON THE CONTROL CARD -- NO FORECAST"
012180             TO CB3CP-MSG-TEXT
012190         WRITE CB3CP-REPORT-RECORD FROM CB3CP-MESSAGE-LINE
012200         GO TO 6000-EXIT
012210     END-IF.
012220     IF CB3CP-FIT-N < 3
012230         OR CB3CP-LAST-X = ZERO
012240         MOVE "TOO LITTLE HISTORY TO FORECAST -- NEEDS 3 WINDOWS"
012250             TO CB3CP-MSG-TEXT
012260         WRITE CB3CP-REPORT-RECORD FROM CB3CP-MESSAGE-LINE
012270         GO TO 6000-EXIT
012280     END-IF.
012290*        MINUTES FROM THE AVERAGE START TO THE DEADLINE.
012300     COMPUTE CB3CP-DEADLINE-MIN =
012310         CB3CP-DEADLINE-HH * 60 + CB3CP-DEADLINE-MM.
012320     COMPUTE CB3CP-AVG-START-MIN =
012330         CB3CP-SUM-START-MIN / CB3CP-FIT-N.
012340     COMPUTE CB3CP-AVAIL-MIN =
012350         CB3CP-DEADLINE-MIN - CB3CP-AVG-START-MIN.
012360*        STREAMS RUN TODAY, AND THE SHARE OF THEIR TIME THE
012370*        WINDOWS HAVE KEPT BUSY (NEVER MORE THAN ALL OF IT).
012380     IF CB3CP-STREAMS = ZERO
012390         MOVE CB3CP-LAST-STREAMS TO CB3CP-STREAMS
012400     END-IF.
012410     IF CB3CP-STREAMS = ZERO
012420         MOVE 1 TO CB3CP-STREAMS
012430     END-IF.
012440     IF CB3CP-EFF-COUNT > ZERO
012450         COMPUTE CB3CP-EFFICIENCY ROUNDED =
012460             CB3CP-EFF-SUM / CB3CP-EFF-COUNT
012470     ELSE
012480         MOVE 1 TO CB3CP-EFFICIENCY
012490     END-IF.
012500     IF CB3CP-EFFICIENCY > 1 OR CB3CP-EFFICIENCY = ZERO
012510         MOVE 1 TO CB3CP-EFFICIENCY
012520     END-IF.
012530     MOVE CB3CP-DEADLINE-X TO CB3CP-F1-DEADLINE.
012540     MOVE CB3CP-AVG-START-MIN TO CB3CP-WORK-MINUTES.
012550     PERFORM 5800-MINUTES-TO-HHMM THRU 5800-EXIT.
012560     MOVE CB3CP-HHMM-OUT TO CB3CP-F1-START.
012570     IF CB3CP-AVAIL-MIN > ZERO
012580         MOVE CB3CP-AVAIL-MIN TO CB3CP-F1-AVAIL
012590     ELSE
012600         MOVE ZERO TO CB3CP-F1-AVAIL
012610     END-IF.
012620     MOVE CB3CP-STREAMS TO CB3CP-F1-STREAMS.
012630     COMPUTE CB3CP-F1-BUSY ROUNDED = CB3CP-EFFICIENCY * 100.
012640     WRITE CB3CP-REPORT-RECORD FROM CB3CP-FORECAST-LINE-1.
012650     IF CB3CP-AVAIL-MIN NOT > ZERO
012660         MOVE "*** WINDOWS START AFTER THE DEADLINE ***"
012670             TO CB3CP-MSG-TEXT
012680         WRITE CB3CP-REPORT-RECORD FROM CB3CP-MESSAGE-LINE
012690         PERFORM 6900-RAISE-CAPACITY-RC THRU 6900-EXIT
012700         GO TO 6000-EXIT
012710     END-IF.
012720*        WORK PROJECTED FOR THE LATEST WINDOW AND FOR THE END OF
012730*        THE HORIZON (A SHRINKING TREND IS NOT PLANNED FOR), AND
012740*        WHAT THE WINDOW CAN ABSORB AT TODAY'S STREAMS.
012750     COMPUTE CB3CP-PROJ-NOW-MIN ROUNDED =
012760         CB3CP-WORK-INTERCEPT + CB3CP-WORK-SLOPE * CB3CP-LAST-X.
012770     IF CB3CP-PROJ-NOW-MIN < ZERO
012780         MOVE ZERO TO CB3CP-PROJ-NOW-MIN
012790     END-IF.
012800     COMPUTE CB3CP-PROJ-HORIZON-MIN ROUNDED =
012810         CB3CP-WORK-INTERCEPT + CB3CP-WORK-SLOPE
012820             * (CB3CP-LAST-X + CB3CP-HORIZON-DAYS).
012830     IF CB3CP-PROJ-HORIZON-MIN < CB3CP-PROJ-NOW-MIN
012840         MOVE CB3CP-PROJ-NOW-MIN TO CB3CP-PROJ-HORIZON-MIN
012850     END-IF.
012860     COMPUTE CB3CP-CAPACITY-MIN ROUNDED =
012870         CB3CP-AVAIL-MIN * CB3CP-STREAMS * CB3CP-EFFICIENCY.
012880     MOVE CB3CP-PROJ-NOW-MIN     TO CB3CP-F2-NOW.
012890     MOVE CB3CP-HORIZON-DAYS     TO CB3CP-F2-HORIZON.
012900     MOVE CB3CP-PROJ-HORIZON-MIN TO CB3CP-F2-HORIZON-MIN.
012910     MOVE CB3CP-CAPACITY-MIN     TO CB3CP-F2-CAPACITY.
012920     WRITE CB3CP-REPORT-RECORD FROM CB3CP-FORECAST-LINE-2.
012930     PERFORM 6200-PROJECT-OVERRUN THRU 6200-EXIT.
012940     PERFORM 6400-RECOMMEND-STREAMS THRU 6400-EXIT.
012950     WRITE CB3CP-REPORT-RECORD FROM CB3CP-RULE-LINE.
012960 6000-EXIT.
012970     EXIT.
012980*----------------------------------------------------------------
012990* 6200-PROJECT-OVERRUN -- THE DAY THE TREND LINE CROSSES WHAT THE
013000*     WINDOW CAN ABSORB, COUNTED FORWARD FROM THE LATEST WINDOW
013010*     (PART OF A DAY ROUNDS UP) AND TURNED INTO A CALENDAR DATE.
013020*     NOTHING FURTHER OUT THAN 999 DAYS IS DATED.
013030*----------------------------------------------------------------
013040 6200-PROJECT-OVERRUN.
013050     IF CB3CP-PROJ-NOW-MIN >= CB3CP-CAPACITY-MIN
013060         MOVE "*** THE WINDOW ALREADY RUNS PAST THE DEADLINE ***"
013070             TO CB3CP-MSG-TEXT
013080         WRITE CB3CP-REPORT-RECORD FROM CB3CP-MESSAGE-LINE
013090         PERFORM 6900-RAISE-CAPACITY-RC THRU 6900-EXIT
013100         GO TO 6200-EXIT
013110     END-IF.
013120     IF CB3CP-WORK-SLOPE NOT > ZERO
013130         MOVE "SERIAL WORK IS NOT GROWING -- NO OVERRUN PROJECTED"
013140             TO CB3CP-MSG-TEXT
013150         WRITE CB3CP-REPORT-RECORD FROM CB3CP-MESSAGE-LINE
013160         GO TO 6200-EXIT
013170     END-IF.
013180     COMPUTE CB3CP-OVERRUN-X ROUNDED =
013190         (CB3CP-CAPACITY-MIN - CB3CP-WORK-INTERCEPT)
013200             / CB3CP-WORK-SLOPE.
013210     COMPUTE CB3CP-DAYS-EXACT = CB3CP-OVERRUN-X - CB3CP-LAST-X.
013220     MOVE CB3CP-DAYS-EXACT TO CB3CP-DAYS-AHEAD.
013230     IF CB3CP-DAYS-AHEAD < CB3CP-DAYS-EXACT
013240         ADD 1 TO CB3CP-DAYS-AHEAD
013250     END-IF.
013260     IF CB3CP-DAYS-AHEAD < 1
013270         MOVE 1 TO CB3CP-DAYS-AHEAD
013280     END-IF.
013290     IF CB3CP-DAYS-AHEAD > 999
013300         MOVE "NO OVERRUN PROJECTED WITHIN 999 DAYS"
013310             TO CB3CP-MSG-TEXT
013320         WRITE CB3CP-REPORT-RECORD FROM CB3CP-MESSAGE-LINE
013330         GO TO 6200-EXIT
013340     END-IF.
013350     MOVE CB3CP-LAST-DATE TO CB3CP-CALC-DATE.
013360     PERFORM 6800-STEP-FORWARD-ONE-DAY THRU 6800-EXIT
013370         VARYING CB3CP-DX FROM 1 BY 1
013380         UNTIL CB3CP-DX > CB3CP-DAYS-AHEAD.
013390     MOVE CB3CP-CALC-DATE  TO CB3CP-F3-DATE.
013400     MOVE CB3CP-DAYS-AHEAD TO CB3CP-F3-DAYS.
013410     MOVE SPACES TO CB3CP-F3-FLAG.
013420     IF CB3CP-DAYS-AHEAD NOT > CB3CP-HORIZON-DAYS
013426         MOVE "*** INSIDE THE PLANNING HORIZON ***"
013432             TO CB3CP-F3-FLAG
013440         PERFORM 6900-RAISE-CAPACITY-RC THRU 6900-EXIT
013450     END-IF.
013460     WRITE CB3CP-REPORT-RECORD FROM CB3CP-FORECAST-LINE-3.
013470 6200-EXIT.
013480     EXIT.
013490*----------------------------------------------------------------
013500* 6400-RECOMMEND-STREAMS -- THE FEWEST STREAMS THAT WOULD FINISH
013510*     THE WORK PROJECTED AT THE END OF THE HORIZON WITHIN THE
013520*     HEADROOM SHARE OF THE AVAILABLE MINUTES, ASSUMING EACH
013530*     STREAM IS KEPT AS BUSY AS THE WINDOWS HAVE MANAGED SO FAR.
013540*     ANY PART OF A STREAM ROUNDS UP; 1 TO 99.
013550*----------------------------------------------------------------
013560 6400-RECOMMEND-STREAMS.
013570     COMPUTE CB3CP-STREAM-MIN ROUNDED =
013580         CB3CP-AVAIL-MIN * CB3CP-EFFICIENCY
013590             * CB3CP-HEADROOM-PCT / 100.
013600     IF CB3CP-STREAM-MIN NOT > ZERO
013610         GO TO 6400-EXIT
013620     END-IF.
013630     COMPUTE CB3CP-STREAMS-EXACT ROUNDED =
013640         CB3CP-PROJ-HORIZON-MIN / CB3CP-STREAM-MIN.
013650     MOVE CB3CP-STREAMS-EXACT TO CB3CP-REC-STREAMS.
013660     IF CB3CP-REC-STREAMS < CB3CP-STREAMS-EXACT
013670         ADD 1 TO CB3CP-REC-STREAMS
013680     END-IF.
013690     IF CB3CP-REC-STREAMS < 1
013700         MOVE 1 TO CB3CP-REC-STREAMS
013710     END-IF.
013720     IF CB3CP-REC-STREAMS > 99
013730         MOVE 99 TO CB3CP-REC-STREAMS
013740     END-IF.
013750     MOVE CB3CP-REC-STREAMS  TO CB3CP-F4-STREAMS.
013760     MOVE CB3CP-HEADROOM-PCT TO CB3CP-F4-HEADROOM.
013770     MOVE SPACES TO CB3CP-F4-FLAG.
013780     IF CB3CP-REC-STREAMS > CB3CP-STREAMS
013790         MOVE "*** MORE STREAMS NEEDED ***" TO CB3CP-F4-FLAG
013800         PERFORM 6900-RAISE-CAPACITY-RC THRU 6900-EXIT
013810     END-IF.
013820     WRITE CB3CP-REPORT-RECORD FROM CB3CP-FORECAST-LINE-4.
013830 6400-EXIT.
013840     EXIT.
013850*----------------------------------------------------------------
013860* 6600-SOLVE-FIT -- LEAST-SQUARES SLOPE AND INTERCEPT OF THE LINE
013870*     WHOSE Y SUMS ARE IN CB3CP-FIT-SY AND CB3CP-FIT-SXY.
013880*     WINDOWS ALL ON ONE DAY HAVE NO SLOPE; THE LINE IS THEN
013890*     FLAT AT THEIR AVERAGE.
013900*----------------------------------------------------------------
013910 6600-SOLVE-FIT.
013920     COMPUTE CB3CP-FIT-DENOM =
013926         CB3CP-FIT-N * CB3CP-FIT-SXX
013932             - CB3CP-FIT-SX * CB3CP-FIT-SX.
013940     IF CB3CP-FIT-DENOM = ZERO
013950         MOVE ZERO TO CB3CP-FIT-SLOPE
013960     ELSE
013970         COMPUTE CB3CP-FIT-SLOPE ROUNDED =
013980             (CB3CP-FIT-N * CB3CP-FIT-SXY
013990                 - CB3CP-FIT-SX * CB3CP-FIT-SY) / CB3CP-FIT-DENOM
014000     END-IF.
014010     COMPUTE CB3CP-FIT-INTERCEPT ROUNDED =
014020         (CB3CP-FIT-SY - CB3CP-FIT-SLOPE * CB3CP-FIT-SX)
014030             / CB3CP-FIT-N.
014040 6600-EXIT.
014050     EXIT.
014060*----------------------------------------------------------------
014070* 6700-DAY-NUMBER-OF -- CONVERT CB3CP-CALC-DATE TO A DAY NUMBER.
014080*     THE YEAR IS COUNTED FROM MARCH, SO JANUARY AND FEBRUARY
014090*     BELONG TO THE YEAR BEFORE AND THE LEAP DAY NEEDS NO SPECIAL
014100*     CASE. EACH DIVISION IS ITS OWN STEP SO IT TRUNCATES.
014110*----------------------------------------------------------------
014120 6700-DAY-NUMBER-OF.
014130     IF CB3CP-CALC-MONTH < 3
014140         COMPUTE CB3CP-CALC-Y = CB3CP-CALC-YEAR - 1
014150         COMPUTE CB3CP-CALC-M = CB3CP-CALC-MONTH + 12
014160     ELSE
014170         MOVE CB3CP-CALC-YEAR  TO CB3CP-CALC-Y
014180         MOVE CB3CP-CALC-MONTH TO CB3CP-CALC-M
014190     END-IF.
014200     DIVIDE CB3CP-CALC-Y BY 4   GIVING CB3CP-Q-4.
014210     DIVIDE CB3CP-CALC-Y BY 100 GIVING CB3CP-Q-100.
014220     DIVIDE CB3CP-CALC-Y BY 400 GIVING CB3CP-Q-400.
014230     COMPUTE CB3CP-QUOTIENT = 153 * (CB3CP-CALC-M - 3) + 2.
014240     DIVIDE CB3CP-QUOTIENT BY 5 GIVING CB3CP-Q-MONTH.
014250     COMPUTE CB3CP-DAY-NUMBER = 365 * CB3CP-CALC-Y
014260         + CB3CP-Q-4 - CB3CP-Q-100 + CB3CP-Q-400
014270         + CB3CP-Q-MONTH + CB3CP-CALC-DAY.
014280 6700-EXIT.
014290     EXIT.
014300*----------------------------------------------------------------
014310* 6800-STEP-FORWARD-ONE-DAY -- MOVE CB3CP-CALC-DATE FORWARD ONE
014320*     DAY, ACROSS MONTH AND YEAR ENDS.
014330*----------------------------------------------------------------
014340 6800-STEP-FORWARD-ONE-DAY.
014350     MOVE CB3CP-MONTH-DAYS (CB3CP-CALC-MONTH) TO CB3CP-MONTH-END.
014360     IF CB3CP-CALC-MONTH = 2
014370         PERFORM 6850-TEST-LEAP-YEAR THRU 6850-EXIT
014380         IF CB3CP-IS-LEAP-YEAR
014390             MOVE 29 TO CB3CP-MONTH-END
014400         END-IF
014410     END-IF.
014420     IF CB3CP-CALC-DAY < CB3CP-MONTH-END
014430         ADD 1 TO CB3CP-CALC-DAY
014440         GO TO 6800-EXIT
014450     END-IF.
014460     MOVE 1 TO CB3CP-CALC-DAY.
014470     IF CB3CP-CALC-MONTH < 12
014480         ADD 1 TO CB3CP-CALC-MONTH
014490     ELSE
014500         MOVE 1 TO CB3CP-CALC-MONTH
014510         ADD 1 TO CB3CP-CALC-YEAR
014520     END-IF.
014530 6800-EXIT.
014540     EXIT.
014550*----------------------------------------------------------------
014560* 6850-TEST-LEAP-YEAR -- SET CB3CP-LEAP-SW FOR CB3CP-CALC-YEAR.
014570*----------------------------------------------------------------
014580 6850-TEST-LEAP-YEAR.
014590     MOVE "N" TO CB3CP-LEAP-SW.
014600     DIVIDE CB3CP-CALC-YEAR BY 4   GIVING CB3CP-QUOTIENT
014610         REMAINDER CB3CP-REM-4.
014620     DIVIDE CB3CP-CALC-YEAR BY 100 GIVING CB3CP-QUOTIENT
014630         REMAINDER CB3CP-REM-100.
014640     DIVIDE CB3CP-CALC-YEAR BY 400 GIVING CB3CP-QUOTIENT
014650         REMAINDER CB3CP-REM-400.
014660     IF CB3CP-REM-4 = ZERO
014670         AND (CB3CP-REM-100 NOT = ZERO OR CB3CP-REM-400 = ZERO)
014680         MOVE "Y" TO CB3CP-LEAP-SW
014690     END-IF.
014700 6850-EXIT.
014710     EXIT.
014720*----------------------------------------------------------------
014730* 6900-RAISE-CAPACITY-RC -- RC=2 UNLESS SOMETHING WORSE IS SET.
014740*----------------------------------------------------------------
014750 6900-RAISE-CAPACITY-RC.
014760     IF CB3CP-RETURN-CODE < 2
014770         MOVE 2 TO CB3CP-RETURN-CODE
014780     END-IF.
014790 6900-EXIT.
014800     EXIT.
014810*----------------------------------------------------------------
014820* 8000-CLOSE-FILES -- CLOSE WHATEVER WAS OPENED.
014830*----------------------------------------------------------------
014840 8000-CLOSE-FILES.
014850     IF CB3CP-THRU-IS-OPEN
014860         CLOSE CB3CP-THRU-FILE
014870     END-IF.
014880     IF CB3CP-REPORT-IS-OPEN
014890         CLOSE CB3CP-REPORT-FILE
014900     END-IF.
014910 8000-EXIT.
014920     EXIT.
