000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3I.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3I -- RECORD-LEVEL FIELD EDIT PASS.
000090*
000100* CALLED BY CBDEM3 (SINGLE-FILE RUNS) AND CBDEM3D (BATCH DRIVER)
000110* ONCE A FILE HAS PASSED RECONCILIATION. A CLEAN DIGEST ONLY
000120* PROVES THE FILE IS THE ONE THE PARTNER SENT -- NOT THAT WHAT
000130* THE PARTNER SENT IS USABLE -- SO EVERY DETAIL RECORD IS READ
000140* BACK THROUGH ITS FEED'S LAYOUT (CB3RTYP) AND EDITED:
000150*
000160*   - THE ACCOUNT NUMBER IS PRESENT AND NUMERIC;
000170*   - THE AMOUNT IS VALID FOR THE FORMAT -- DIGITS ONLY FOR A
000180*     TEXT AMOUNT, A VALID SIGN NIBBLE AND DIGITS FOR A COMP-3
000190*     AMOUNT;
000200*   - THE DESCRIPTION IS PRINTABLE IN THE FEED'S CODE PAGE.
000210*
000220* EVERY EDIT FAILURE IS WRITTEN TO THE CALLER-NAMED REJECT FILE
000230* (CB3JREC) WITH THE DETAIL-RECORD NUMBER AND A REASON CODE. THE
000240* TRAILER IS SKIPPED AND NOT COUNTED, THE SAME WAY CBDEM3H SKIPS
000250* IT, SO RECORD NUMBERS AGREE WITH THE DIGEST MANIFEST.
000260*
000270* THE CALLER GETS BACK THE COUNTS AND THE REJECT PERCENTAGE, AND
000280* RC=4 WHEN THE PERCENTAGE OF DETAIL RECORDS REJECTED IS OVER THE
000290* CALLER'S LIMIT -- THE CALLER HOLDS THE FILE, AS IT DOES FOR A
000300* DIGEST FAILURE. RC=8 MEANS THE INBOUND OR REJECT FILE COULD
000310* NOT BE OPENED, OR A REJECT LINE COULD NOT BE WRITTEN: THE EDIT
000315* DID NOT RUN TO THE END AND NO COUNTS ARE RETURNED.
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY.
000340*   10/15/2026  DLH  ORIGINAL VERSION.
000343*   10/15/2026  DLH  THE "TRA" TRAILER AUTHENTICATION RECORD IS
000346*                    TREATED AS A TRAILER, AS IN CBDEM3H.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400*        PRINTABLE RANGES FOR THE DESCRIPTION EDIT: THE SHOP'S
000410*        NATIVE CODE PAGE FOR FLAT-TEXT AND PACKED FEEDS, AND
000420*        EBCDIC (SPACE THROUGH X"FE") FOR A FIXED-WIDTH EBCDIC
000430*        FEED, WHOSE DESCRIPTION IS EDITED AS RECEIVED.
000440 SPECIAL-NAMES.
000450     CLASS CB3I-NATIVE-PRINTABLE IS X"20" THRU X"7E"
000460     CLASS CB3I-EBCDIC-PRINTABLE IS X"40" THRU X"FE".
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490*        SAME TWO VIEWS OF THE INBOUND FILE AS CBDEM3H: LINE
000500*        SEQUENTIAL FOR TEXT FEEDS, FIXED-LENGTH BINARY-SAFE
000510*        SEQUENTIAL FOR A PACKED-MIXED FEED'S COMP-3 AMOUNTS.
000520     SELECT CB3I-INBOUND-FILE ASSIGN TO CB3I-P-INBOUND-FILENAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CB3I-INBOUND-STATUS.
000550
000560     SELECT CB3I-INBOUND-FILE-BIN
000570         ASSIGN TO CB3I-P-INBOUND-FILENAME
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS CB3I-INBOUND-STATUS.
000600
000610     SELECT CB3I-REJECT-FILE ASSIGN TO CB3I-P-REJECT-FILENAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CB3I-REJECT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CB3I-INBOUND-FILE.
000670 COPY CB3REC.
000680 COPY CB3RTYP.
000690
000700 FD  CB3I-INBOUND-FILE-BIN
000710     RECORD CONTAINS 80 CHARACTERS.
000720 01  CB3I-INBOUND-BIN-RECORD    PIC X(80).
000730
000740 FD  CB3I-REJECT-FILE.
000750 COPY CB3JREC.
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000780*    01  CB3I-SWITCHES        -- RUN SWITCHES.
000790*----------------------------------------------------------------
000800 01  CB3I-SWITCHES.
000810     05  CB3I-INBOUND-STATUS     PIC X(02) VALUE SPACES.
000820         88  CB3I-INBOUND-OK             VALUE "00".
000830         88  CB3I-INBOUND-EOF            VALUE "10".
000840     05  CB3I-REJECT-STATUS      PIC X(02) VALUE SPACES.
000850         88  CB3I-REJECT-OK              VALUE "00".
000860     05  CB3I-FILE-OPENED-SW     PIC X(01) VALUE "N".
000870         88  CB3I-FILE-IS-OPEN           VALUE "Y".
000880     05  CB3I-BIN-MODE-SW        PIC X(01) VALUE "N".
000890         88  CB3I-BIN-MODE               VALUE "Y".
000900     05  CB3I-TRAILER-SW         PIC X(01) VALUE "N".
000910         88  CB3I-IS-TRAILER             VALUE "Y".
000920*        WHETHER THE CURRENT DETAIL RECORD HAS FAILED ANY EDIT
000930*        YET, AND WHETHER ITS PRINTABLE IMAGE HAS BEEN BUILT FOR
000940*        THE REJECT FILE.
000950     05  CB3I-RECORD-REJECTED-SW PIC X(01) VALUE "N".
000960         88  CB3I-RECORD-IS-REJECTED     VALUE "Y".
000970     05  CB3I-IMAGE-BUILT-SW     PIC X(01) VALUE "N".
000980         88  CB3I-IMAGE-IS-BUILT         VALUE "Y".
000990*----------------------------------------------------------------
001000*    01  CB3I-COUNTERS        -- RUN COUNTERS.
001010*----------------------------------------------------------------
001020 01  CB3I-COUNTERS.
001030     05  CB3I-RECORD-NBR         PIC 9(08) COMP VALUE ZERO.
001040     05  CB3I-REJECTED-NBR       PIC 9(08) COMP VALUE ZERO.
001050     05  CB3I-ACCOUNT-NBR-REJ    PIC 9(08) COMP VALUE ZERO.
001060     05  CB3I-AMOUNT-NBR-REJ     PIC 9(08) COMP VALUE ZERO.
001070     05  CB3I-DESC-NBR-REJ       PIC 9(08) COMP VALUE ZERO.
001080     05  CB3I-BX                 PIC S9(04) COMP VALUE ZERO.
001090*----------------------------------------------------------------
001100*    01  CB3I-OVER-LIMIT-TEST -- REJECT-LIMIT ARITHMETIC. THE
001110*        TEST IS REJECTED X 100 AGAINST LIMIT X EDITED, SO A FILE
001120*        A HAIR OVER THE LIMIT IS NOT ROUNDED BACK UNDER IT.
001130*----------------------------------------------------------------
001140 01  CB3I-OVER-LIMIT-TEST.
001150     05  CB3I-REJECTED-X-100     PIC 9(11)     COMP-3 VALUE ZERO.
001160     05  CB3I-LIMIT-X-EDITED     PIC 9(11)V99  COMP-3 VALUE ZERO.
001170*----------------------------------------------------------------
001180*    01  CB3I-TRAILER         -- TRAILER MARKERS, AS IN CBDEM3H.
001190*----------------------------------------------------------------
001200 01  CB3I-TRAILER-MARKER         PIC X(03) VALUE "TRL".
001205 01  CB3I-AUTH-MARKER            PIC X(03) VALUE "TRA".
001210 01  CB3I-TRAILER-CHECK-BYTES    PIC X(03).
001220*----------------------------------------------------------------
001230*    01  CB3I-XLATE-TABLES    -- EBCDIC-TO-NATIVE TRANSLATE PAIRS,
001240*        THE SAME CHARACTERS AS CBDEM3H'S TABLES (SPACE, A-Z,
001250*        a-z, 0-9), SO AN EBCDIC ACCOUNT OR AMOUNT IS EDITED
001260*        EXACTLY AS CBDEM3H WILL READ IT.
001270*----------------------------------------------------------------
001280 01  CB3I-XLATE-TABLES.
001290     05  CB3I-ASCII-CHARS.
001300         10  FILLER  PIC X(27) VALUE
001310             " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001320         10  FILLER  PIC X(26) VALUE
001330             "abcdefghijklmnopqrstuvwxyz".
001340         10  FILLER  PIC X(10) VALUE
001350             "0123456789".
001360     05  CB3I-EBCDIC-CHARS.
001370         10  FILLER  PIC X(20) VALUE
001380             X"40C1C2C3C4C5C6C7C8C9D1D2D3D4D5D6D7D8D9E2".
001390         10  FILLER  PIC X(20) VALUE
001400             X"E3E4E5E6E7E8E981828384858687888991929394".
001410         10  FILLER  PIC X(20) VALUE
001420             X"9596979899A2A3A4A5A6A7A8A9F0F1F2F3F4F5F6".
001430         10  FILLER  PIC X(03) VALUE X"F7F8F9".
001440*----------------------------------------------------------------
001450*    01  CB3I-EDIT-FIELDS     -- FIELDS UNDER EDIT, IN THE NATIVE
001460*        CODE PAGE.
001470*----------------------------------------------------------------
001480 01  CB3I-EDIT-FIELDS.
001490     05  CB3I-EDIT-ACCOUNT       PIC X(10).
001500     05  CB3I-EDIT-AMOUNT-TEXT   PIC X(12).
001510*----------------------------------------------------------------
001520*    01  CB3I-SIGN-WORK       -- LOW-ORDER BYTE OF A COMP-3
001530*        AMOUNT, RIGHT-JUSTIFIED IN A HALFWORD SO ITS VALUE CAN BE
001540*        DIVIDED APART INTO DIGIT NIBBLE AND SIGN NIBBLE. A VALID
001550*        SIGN NIBBLE IS X"C" (12, PLUS), X"D" (13, MINUS) OR X"F"
001560*        (15, UNSIGNED).
001570*----------------------------------------------------------------
001580 01  CB3I-SIGN-WORK.
001590     05  CB3I-SIGN-HIGH-BYTE     PIC X(01).
001600     05  CB3I-SIGN-LOW-BYTE      PIC X(01).
001610 01  CB3I-SIGN-HALFWORD REDEFINES CB3I-SIGN-WORK
001620                               PIC 9(04) COMP.
001630 01  CB3I-SIGN-QUOTIENT          PIC 9(04) COMP.
001640 01  CB3I-SIGN-NIBBLE            PIC 9(04) COMP.
001650     88  CB3I-SIGN-IS-VALID              VALUE 12 13 15.
001660*----------------------------------------------------------------
001670*    01  CB3I-IMAGE           -- PRINTABLE IMAGE OF THE CURRENT
001680*        DETAIL RECORD FOR THE REJECT FILE.
001690*----------------------------------------------------------------
001700 01  CB3I-IMAGE.
001710     05  CB3I-IMAGE-BYTE         PIC X(01) OCCURS 80 TIMES.
001720 01  CB3I-IMAGE-TEXT REDEFINES CB3I-IMAGE
001730                               PIC X(80).
001740*----------------------------------------------------------------
001750*    01  CB3I-REASON          -- REASON CODE AND TEXT FOR THE
001760*        REJECT ABOUT TO BE WRITTEN.
001770*----------------------------------------------------------------
001780 01  CB3I-REASON.
001790     05  CB3I-REASON-CODE        PIC 9(02).
001800     05  CB3I-REASON-TEXT        PIC X(30).
001810 LINKAGE SECTION.
001820*----------------------------------------------------------------
001830*    01  CB3I-PARM            -- CALLER'S PARAMETER AREA.
001840*----------------------------------------------------------------
001850 01  CB3I-PARM.
001860     05  CB3I-P-INBOUND-FILENAME PIC X(80).
001870     05  CB3I-P-REJECT-FILENAME  PIC X(80).
001880     05  CB3I-P-RECORD-FORMAT    PIC X(01).
001890         88  CB3I-FORMAT-FLAT-TEXT       VALUE SPACE "T".
001900         88  CB3I-FORMAT-EBCDIC-FIXED    VALUE "E".
001910         88  CB3I-FORMAT-PACKED-MIXED    VALUE "P".
001920*        RUN DATE AND TIME STAMPED ON EVERY REJECT LINE (THE
001930*        SAME DATE AND TIME AS THE RUN'S AUDIT ROW).
001940     05  CB3I-P-RUN-DATE         PIC 9(08).
001950     05  CB3I-P-RUN-TIME         PIC 9(08).
001960*        HIGHEST PERCENTAGE OF DETAIL RECORDS THAT MAY BE
001970*        REJECTED BEFORE THE FILE IS HELD (E.G. 001.00 = 1%).
001980     05  CB3I-P-REJECT-PCT-LIMIT PIC 9(03)V99.
001990     05  CB3I-P-RETURN-CODE      PIC S9(04) COMP.
002000         88  CB3I-RC-OK                  VALUE ZERO.
002010         88  CB3I-RC-OVER-LIMIT          VALUE 4.
002020         88  CB3I-RC-FILE-ERROR          VALUE 8.
002030*        RESULTS: DETAIL RECORDS EDITED, RECORDS REJECTED (ONCE
002040*        EACH, HOWEVER MANY EDITS THEY FAILED), REJECTS BY FIELD,
002050*        AND THE PERCENTAGE OF RECORDS REJECTED.
002060     05  CB3I-P-RECORDS-EDITED   PIC 9(08) COMP.
002070     05  CB3I-P-RECORDS-REJECTED PIC 9(08) COMP.
002080     05  CB3I-P-ACCOUNT-REJECTS  PIC 9(08) COMP.
002090     05  CB3I-P-AMOUNT-REJECTS   PIC 9(08) COMP.
002100     05  CB3I-P-DESC-REJECTS     PIC 9(08) COMP.
002110     05  CB3I-P-REJECT-PCT       PIC 9(03)V99.
002120 PROCEDURE DIVISION USING CB3I-PARM.
002130*----------------------------------------------------------------
002140* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
002150*----------------------------------------------------------------
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002190     IF CB3I-RC-OK
002200         PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
002210             UNTIL CB3I-INBOUND-EOF
002215                OR NOT CB3I-RC-OK
002220     END-IF.
002230     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
002240     IF CB3I-RC-OK
002250         PERFORM 7000-SET-RESULTS THRU 7000-EXIT
002260     END-IF.
002270     GOBACK.
002280 0000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* 1000-INITIALIZE -- SET UP FOR THE RUN.
002320*----------------------------------------------------------------
002330 1000-INITIALIZE.
002340     MOVE ZERO TO CB3I-P-RETURN-CODE
002350                  CB3I-P-RECORDS-EDITED
002360                  CB3I-P-RECORDS-REJECTED
002370                  CB3I-P-ACCOUNT-REJECTS
002380                  CB3I-P-AMOUNT-REJECTS
002390                  CB3I-P-DESC-REJECTS
002400                  CB3I-P-REJECT-PCT
002410                  CB3I-RECORD-NBR
002420                  CB3I-REJECTED-NBR
002430                  CB3I-ACCOUNT-NBR-REJ
002440                  CB3I-AMOUNT-NBR-REJ
002450                  CB3I-DESC-NBR-REJ.
002460     MOVE "N" TO CB3I-FILE-OPENED-SW
002470                 CB3I-BIN-MODE-SW.
002480 1000-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510* 2000-OPEN-FILES -- OPEN THE INBOUND FILE AND A FRESH REJECT
002520*     FILE. THE REJECT FILE IS CREATED EVEN WHEN NOTHING IS
002530*     REJECTED, SO AN EMPTY ONE SHOWS THE EDIT PASS RAN CLEAN.
002540*----------------------------------------------------------------
002550 2000-OPEN-FILES.
002560     IF CB3I-FORMAT-PACKED-MIXED
002570         MOVE "Y" TO CB3I-BIN-MODE-SW
002580         OPEN INPUT CB3I-INBOUND-FILE-BIN
002590     ELSE
002600         OPEN INPUT CB3I-INBOUND-FILE
002610     END-IF.
002620     IF NOT CB3I-INBOUND-OK
002630         MOVE 8 TO CB3I-P-RETURN-CODE
002640         GO TO 2000-EXIT
002650     END-IF.
002660     OPEN OUTPUT CB3I-REJECT-FILE.
002670     IF NOT CB3I-REJECT-OK
002680         MOVE 8 TO CB3I-P-RETURN-CODE
002690         PERFORM 8100-CLOSE-INBOUND THRU 8100-EXIT
002700         GO TO 2000-EXIT
002710     END-IF.
002720     MOVE "Y" TO CB3I-FILE-OPENED-SW.
002730     PERFORM 3900-READ-INBOUND THRU 3900-EXIT.
002740 2000-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 3000-PROCESS-RECORD -- EDIT ONE DETAIL RECORD. THE TRAILER IS
002780*     NOT A DETAIL RECORD AND IS PASSED OVER.
002790*----------------------------------------------------------------
002800 3000-PROCESS-RECORD.
002810     PERFORM 3010-TEST-TRAILER THRU 3010-EXIT.
002820     IF NOT CB3I-IS-TRAILER
002830         PERFORM 3100-EDIT-RECORD THRU 3100-EXIT
002840     END-IF.
002850     PERFORM 3900-READ-INBOUND THRU 3900-EXIT.
002860 3000-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890* 3010-TEST-TRAILER -- SAME TEST AS CBDEM3H'S 3010-TEST-TRAILER:
002900*     AN EBCDIC FEED'S "TRL" IS TRANSLATED BEFORE IT IS COMPARED.
002910*----------------------------------------------------------------
002920 3010-TEST-TRAILER.
002930     MOVE CB3-RECORD-DATA(1:3) TO CB3I-TRAILER-CHECK-BYTES.
002940     IF CB3I-FORMAT-EBCDIC-FIXED
002950         INSPECT CB3I-TRAILER-CHECK-BYTES
002960             CONVERTING CB3I-EBCDIC-CHARS TO CB3I-ASCII-CHARS
002970     END-IF.
002980     IF CB3I-TRAILER-CHECK-BYTES = CB3I-TRAILER-MARKER
002985         OR CB3I-TRAILER-CHECK-BYTES = CB3I-AUTH-MARKER
002990         MOVE "Y" TO CB3I-TRAILER-SW
003000     ELSE
003010         MOVE "N" TO CB3I-TRAILER-SW
003020     END-IF.
003030 3010-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060* 3100-EDIT-RECORD -- RUN EVERY FIELD EDIT OVER ONE DETAIL RECORD.
003070*     ALL THREE EDITS RUN EVEN AFTER ONE FAILS, SO THE PARTNER
003080*     HEARS ABOUT EVERY BAD FIELD AT ONCE; THE RECORD ITSELF IS
003090*     COUNTED AS REJECTED ONLY ONCE.
003100*----------------------------------------------------------------
003110 3100-EDIT-RECORD.
003120     ADD 1 TO CB3I-RECORD-NBR.
003130     MOVE "N" TO CB3I-RECORD-REJECTED-SW
003140                 CB3I-IMAGE-BUILT-SW.
003150     PERFORM 3200-EDIT-ACCOUNT THRU 3200-EXIT.
003160     PERFORM 3300-EDIT-AMOUNT THRU 3300-EXIT.
003170     PERFORM 3400-EDIT-DESCRIPTION THRU 3400-EXIT.
003180     IF CB3I-RECORD-IS-REJECTED
003190         ADD 1 TO CB3I-REJECTED-NBR
003200     END-IF.
003210 3100-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 3200-EDIT-ACCOUNT -- THE ACCOUNT NUMBER MUST BE PRESENT AND ALL
003250*     DIGITS. THE ACCOUNT NUMBER SITS IN THE SAME FIRST TEN BYTES
003260*     IN EVERY LAYOUT; AN EBCDIC FEED'S IS TRANSLATED FIRST.
003270*----------------------------------------------------------------
003280 3200-EDIT-ACCOUNT.
003290     MOVE CB3-EFW-ACCOUNT-NBR TO CB3I-EDIT-ACCOUNT.
003300     IF CB3I-FORMAT-EBCDIC-FIXED
003310         INSPECT CB3I-EDIT-ACCOUNT
003320             CONVERTING CB3I-EBCDIC-CHARS TO CB3I-ASCII-CHARS
003330     END-IF.
003340     IF CB3I-EDIT-ACCOUNT = SPACES
003350         MOVE 10 TO CB3I-REASON-CODE
003360         MOVE "ACCOUNT NUMBER MISSING" TO CB3I-REASON-TEXT
003370         ADD 1 TO CB3I-ACCOUNT-NBR-REJ
003380         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
003390         GO TO 3200-EXIT
003400     END-IF.
003410     IF CB3I-EDIT-ACCOUNT IS NOT NUMERIC
003420         MOVE 11 TO CB3I-REASON-CODE
003430         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO CB3I-REASON-TEXT
003440         ADD 1 TO CB3I-ACCOUNT-NBR-REJ
003450         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
003460     END-IF.
003470 3200-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 3300-EDIT-AMOUNT -- A TEXT AMOUNT (FLAT OR EBCDIC FEED) MUST BE
003510*     ALL DIGITS ONCE IN THE NATIVE CODE PAGE. A COMP-3 AMOUNT
003520*     MUST CARRY A VALID SIGN NIBBLE, AND THEN VALID DIGITS.
003530*----------------------------------------------------------------
003540 3300-EDIT-AMOUNT.
003550     IF CB3I-FORMAT-PACKED-MIXED
003560         PERFORM 3350-EDIT-PACKED-AMOUNT THRU 3350-EXIT
003570         GO TO 3300-EXIT
003580     END-IF.
003590     MOVE CB3-EFW-AMOUNT-TEXT TO CB3I-EDIT-AMOUNT-TEXT.
003600     IF CB3I-FORMAT-EBCDIC-FIXED
003610         INSPECT CB3I-EDIT-AMOUNT-TEXT
003620             CONVERTING CB3I-EBCDIC-CHARS TO CB3I-ASCII-CHARS
003630     END-IF.
003640     IF CB3I-EDIT-AMOUNT-TEXT IS NOT NUMERIC
003650         MOVE 20 TO CB3I-REASON-CODE
003660         MOVE "AMOUNT NOT NUMERIC" TO CB3I-REASON-TEXT
003670         ADD 1 TO CB3I-AMOUNT-NBR-REJ
003680         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
003690     END-IF.
003700 3300-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 3350-EDIT-PACKED-AMOUNT -- SPLIT THE LOW-ORDER BYTE OF THE
003740*     COMP-3 AMOUNT INTO ITS NIBBLES AND CHECK THE SIGN NIBBLE.
003750*     A BAD SIGN IS REPORTED AS SUCH; A GOOD SIGN WITH A NON-
003760*     DECIMAL DIGIT NIBBLE ANYWHERE IN THE FIELD IS A BAD DIGIT.
003770*----------------------------------------------------------------
003780 3350-EDIT-PACKED-AMOUNT.
003790     MOVE LOW-VALUE               TO CB3I-SIGN-HIGH-BYTE.
003800     MOVE CB3-RECORD-DATA(16:1)   TO CB3I-SIGN-LOW-BYTE.
003810     DIVIDE CB3I-SIGN-HALFWORD BY 16
003820         GIVING CB3I-SIGN-QUOTIENT
003830         REMAINDER CB3I-SIGN-NIBBLE.
003840     IF NOT CB3I-SIGN-IS-VALID
003850         MOVE 21 TO CB3I-REASON-CODE
003860         MOVE "AMOUNT SIGN NIBBLE INVALID" TO CB3I-REASON-TEXT
003870         ADD 1 TO CB3I-AMOUNT-NBR-REJ
003880         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
003890         GO TO 3350-EXIT
003900     END-IF.
003910     IF CB3-PKD-AMOUNT IS NOT NUMERIC
003920         MOVE 22 TO CB3I-REASON-CODE
003930         MOVE "AMOUNT DIGIT NIBBLE INVALID" TO CB3I-REASON-TEXT
003940         ADD 1 TO CB3I-AMOUNT-NBR-REJ
003950         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
003960     END-IF.
003970 3350-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* 3400-EDIT-DESCRIPTION -- THE DESCRIPTION MUST BE PRINTABLE. AN
004010*     EBCDIC FEED'S IS TESTED AS RECEIVED AGAINST THE EBCDIC
004020*     RANGE; EVERY OTHER FEED'S AGAINST THE NATIVE RANGE.
004030*----------------------------------------------------------------
004040 3400-EDIT-DESCRIPTION.
004050     EVALUATE TRUE
004060         WHEN CB3I-FORMAT-EBCDIC-FIXED
004070             IF CB3-EFW-DESCRIPTION IS CB3I-EBCDIC-PRINTABLE
004080                 GO TO 3400-EXIT
004090             END-IF
004100         WHEN CB3I-FORMAT-PACKED-MIXED
004110             IF CB3-PKD-DESCRIPTION IS CB3I-NATIVE-PRINTABLE
004120                 GO TO 3400-EXIT
004130             END-IF
004140         WHEN OTHER
004150             IF CB3-EFW-DESCRIPTION IS CB3I-NATIVE-PRINTABLE
004160                 GO TO 3400-EXIT
004170             END-IF
004180     END-EVALUATE.
004190     MOVE 30 TO CB3I-REASON-CODE.
004200     MOVE "DESCRIPTION NOT PRINTABLE" TO CB3I-REASON-TEXT.
004210     ADD 1 TO CB3I-DESC-NBR-REJ.
004220     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT.
004230 3400-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* 3500-WRITE-REJECT -- WRITE ONE REJECT LINE FOR THE CURRENT
004270*     RECORD AND THE REASON JUST SET. A LINE THAT CANNOT BE
004275*     WRITTEN STOPS THE EDIT AT RC=8.
004280*----------------------------------------------------------------
004290 3500-WRITE-REJECT.
004292     IF NOT CB3I-RC-OK
004294         GO TO 3500-EXIT
004296     END-IF.
004300     MOVE "Y" TO CB3I-RECORD-REJECTED-SW.
004310     IF NOT CB3I-IMAGE-IS-BUILT
004320         PERFORM 3600-BUILD-IMAGE THRU 3600-EXIT
004330     END-IF.
004340     MOVE SPACES                  TO CB3J-REJECT-RECORD.
004350     MOVE CB3I-P-INBOUND-FILENAME TO CB3J-FILENAME.
004360     MOVE CB3I-P-RUN-DATE         TO CB3J-RUN-DATE.
004370     MOVE CB3I-P-RUN-TIME         TO CB3J-RUN-TIME.
004380     MOVE CB3I-RECORD-NBR         TO CB3J-RECORD-NBR.
004390     MOVE CB3I-REASON-CODE        TO CB3J-REASON-CODE.
004400     MOVE CB3I-REASON-TEXT        TO CB3J-REASON-TEXT.
004410     MOVE CB3I-IMAGE-TEXT         TO CB3J-RECORD-IMAGE.
004420     WRITE CB3J-REJECT-RECORD.
004421     IF NOT CB3I-REJECT-OK
004422         DISPLAY "CBDEM3I -- REJECT FILE WRITE FAILED, STATUS "
004423                 CB3I-REJECT-STATUS
004424         MOVE 8 TO CB3I-P-RETURN-CODE
004425     END-IF.
004430 3500-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460* 3600-BUILD-IMAGE -- COPY THE CURRENT RECORD INTO A PRINTABLE
004470*     IMAGE: AN EBCDIC FEED IS TRANSLATED, THEN ANY BYTE STILL
004480*     OUTSIDE THE NATIVE PRINTABLE RANGE BECOMES A PERIOD.
004490*----------------------------------------------------------------
004500 3600-BUILD-IMAGE.
004510     MOVE CB3-RECORD-DATA TO CB3I-IMAGE-TEXT.
004520     IF CB3I-FORMAT-EBCDIC-FIXED
004530         INSPECT CB3I-IMAGE-TEXT
004540             CONVERTING CB3I-EBCDIC-CHARS TO CB3I-ASCII-CHARS
004550     END-IF.
004560     PERFORM 3650-CLEAN-IMAGE-BYTE THRU 3650-EXIT
004570         VARYING CB3I-BX FROM 1 BY 1
004580         UNTIL CB3I-BX > 80.
004590     MOVE "Y" TO CB3I-IMAGE-BUILT-SW.
004600 3600-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630* 3650-CLEAN-IMAGE-BYTE -- REPLACE ONE UNPRINTABLE IMAGE BYTE.
004640*----------------------------------------------------------------
004650 3650-CLEAN-IMAGE-BYTE.
004660     IF CB3I-IMAGE-BYTE(CB3I-BX) IS NOT CB3I-NATIVE-PRINTABLE
004670         MOVE "." TO CB3I-IMAGE-BYTE(CB3I-BX)
004680     END-IF.
004690 3650-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* 3900-READ-INBOUND -- READ THE NEXT INBOUND RECORD.
004730*----------------------------------------------------------------
004740 3900-READ-INBOUND.
004750     IF CB3I-BIN-MODE
004760         READ CB3I-INBOUND-FILE-BIN
004770             AT END
004780                 MOVE "10" TO CB3I-INBOUND-STATUS
004790         END-READ
004800         IF CB3I-INBOUND-OK
004810             MOVE CB3I-INBOUND-BIN-RECORD TO CB3-TRANS-RECORD
004820         END-IF
004830     ELSE
004840         READ CB3I-INBOUND-FILE
004850             AT END
004860                 MOVE "10" TO CB3I-INBOUND-STATUS
004870         END-READ
004880     END-IF.
004890 3900-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* 7000-SET-RESULTS -- RETURN THE COUNTS AND PERCENTAGE, AND RC=4
004930*     WHEN THE PERCENTAGE REJECTED IS OVER THE CALLER'S LIMIT.
004940*     A FILE WITH NO DETAIL RECORDS HAS NOTHING TO REJECT.
004950*----------------------------------------------------------------
004960 7000-SET-RESULTS.
004970     MOVE CB3I-RECORD-NBR      TO CB3I-P-RECORDS-EDITED.
004980     MOVE CB3I-REJECTED-NBR    TO CB3I-P-RECORDS-REJECTED.
004990     MOVE CB3I-ACCOUNT-NBR-REJ TO CB3I-P-ACCOUNT-REJECTS.
005000     MOVE CB3I-AMOUNT-NBR-REJ  TO CB3I-P-AMOUNT-REJECTS.
005010     MOVE CB3I-DESC-NBR-REJ    TO CB3I-P-DESC-REJECTS.
005020     IF CB3I-RECORD-NBR = ZERO
005030         GO TO 7000-EXIT
005040     END-IF.
005050     COMPUTE CB3I-P-REJECT-PCT ROUNDED =
005060         CB3I-REJECTED-NBR * 100 / CB3I-RECORD-NBR.
005070     COMPUTE CB3I-REJECTED-X-100 = CB3I-REJECTED-NBR * 100.
005080     COMPUTE CB3I-LIMIT-X-EDITED =
005090         CB3I-P-REJECT-PCT-LIMIT * CB3I-RECORD-NBR.
005100     IF CB3I-REJECTED-X-100 > CB3I-LIMIT-X-EDITED
005110         MOVE 4 TO CB3I-P-RETURN-CODE
005120     END-IF.
005130 7000-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160* 8000-CLOSE-FILES -- CLOSE WHATEVER WAS OPENED.
005170*----------------------------------------------------------------
005180 8000-CLOSE-FILES.
005190     IF CB3I-FILE-IS-OPEN
005200         PERFORM 8100-CLOSE-INBOUND THRU 8100-EXIT
005210         CLOSE CB3I-REJECT-FILE
005220     END-IF.
005230 8000-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 8100-CLOSE-INBOUND -- CLOSE WHICHEVER INBOUND FILE-CONTROL
005270*     ENTRY THIS RUN OPENED.
005280*----------------------------------------------------------------
005290 8100-CLOSE-INBOUND.
005300     IF CB3I-BIN-MODE
005310         CLOSE CB3I-INBOUND-FILE-BIN
005320     ELSE
005330         CLOSE CB3I-INBOUND-FILE
005340     END-IF.
005350 8100-EXIT.
005360     EXIT.
