000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3KY.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3KY -- PARTNER TRAILER KEY KEEPER.
000090*
000100* KEEPS THE SECRET KEYS SHARED WITH EACH PARTNER (SEE CB3KYREC)
000110* ON THE KEYMSTF MASTER AND DOES ALL THE WORK THAT NEEDS ONE, SO
000120* NO OTHER PROGRAM IN THE SUITE EVER HOLDS A KEY. A PLAIN SHA-256
000130* ON THE "TRL" TRAILER PROVES THE FILE ARRIVED AS ITS TRAILER
000140* SAYS, BUT ANYONE WHO CAN ALTER THE FILE CAN ALSO RECOMPUTE THE
000150* DIGEST AND REWRITE THE TRAILER. THE "TRA" RECORD CARRIES AN
000160* HMAC-SHA-256 OF THAT DIGEST UNDER A KEY ONLY THE PARTNER AND
000170* WE HOLD, WHICH A FORGER CANNOT PRODUCE.
000180*
000190* FUNCTIONS --
000200*   "S"  SIGN: PICK THE PARTNER'S NEWEST KEY IN EFFECT ON THE
000210*        CALLER'S DATE AND RETURN ITS KEY ID AND THE MAC OF THE
000220*        CALLER'S DIGEST (CBDEM3O, STAMPING AN OUTBOUND FILE).
000230*   "V"  VERIFY: JUDGE THE KEY ID AND MAC FROM AN INBOUND "TRA"
000240*        RECORD AGAINST THE DIGEST (CBDEM3D AND CBDEM3).
000250*   "W"  WRITE AND "D" DELETE A KEY (CBDEM3KL, THE LOADER).
000260*
000270* THE AUTHENTICATION RESULT OF A VERIFY IS --
000280*   "P"  AUTHENTIC -- THE MAC MATCHES UNDER A KEY IN EFFECT.
000290*   "F"  THE MAC DOES NOT MATCH -- THE DIGEST OR THE TRAILER HAS
000300*        BEEN ALTERED SINCE THE PARTNER SIGNED IT.
000310*   "K"  THE KEY ID IS UNKNOWN FOR THE PARTNER OR IS NOT IN
000320*        EFFECT ON THE RUN DATE.
000330*   "M"  THE PARTNER HAS A KEY IN EFFECT BUT THE FILE CARRIES NO
000340*        "TRA" RECORD -- A STRIPPED TRAILER IS NOT A PASS.
000350*   "N"  NOT CHECKED -- NO KEY IN EFFECT AND NO "TRA" RECORD.
000360* A SIGN RETURNS "S" WHEN IT STAMPED A MAC AND "N" WHEN THE
000370* PARTNER HAS NO KEY IN EFFECT. RC=8 MEANS A FILE ERROR,
000375* INCLUDING A KEY MASTER THAT IS NOT THERE.
000380*
000390* THE MAC IS BUILT WITH ORDINARY VERBS AROUND THE SITE SHA-256
000400* ROUTINE: THE KEY IS PADDED TO THE 64-BYTE SHA-256 BLOCK AND
000410* EXCLUSIVE-ORED A BIT AT A TIME WITH THE RFC 2104 INNER AND
000420* OUTER PADS, SO THE RESULT MATCHES ANY STANDARD HMAC-SHA-256
000430* LIBRARY THE PARTNER USES.
000440*----------------------------------------------------------------
000450* MODIFICATION HISTORY.
000460*   10/15/2026  DLH  ORIGINAL VERSION.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CB3KY-KEY-FILE ASSIGN TO KEYMSTF
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CB3KY-KEY
000580         FILE STATUS IS CB3KY-KEY-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CB3KY-KEY-FILE.
000620 COPY CB3KYREC.
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650*    01  CB3KY-SWITCHES       -- RUN SWITCHES.
000660*----------------------------------------------------------------
000670 01  CB3KY-SWITCHES.
000680     05  CB3KY-KEY-STATUS        PIC X(02) VALUE SPACES.
000690         88  CB3KY-KEY-OK                VALUE "00".
000700         88  CB3KY-KEY-EOF               VALUE "10".
000710         88  CB3KY-KEY-DUPLICATE         VALUE "22".
000720         88  CB3KY-KEY-NOTFOUND          VALUE "23".
000730         88  CB3KY-KEY-NEW-FILE          VALUE "35".
000740     05  CB3KY-FILE-OPENED-SW    PIC X(01) VALUE "N".
000750         88  CB3KY-FILE-IS-OPEN          VALUE "Y".
000760     05  CB3KY-SELECTED-SW       PIC X(01) VALUE "N".
000770         88  CB3KY-KEY-SELECTED          VALUE "Y".
000780*----------------------------------------------------------------
000790*    01  CB3KY-SELECTED-KEY   -- THE KEY THE MAC IS BUILT UNDER:
000800*        THE ONE A VERIFY NAMES, OR THE NEWEST IN EFFECT FOR A
000810*        SIGN.
000820*----------------------------------------------------------------
000830 01  CB3KY-SELECTED-KEY.
000840     05  CB3KY-SEL-KEY-ID        PIC X(08).
000850     05  CB3KY-SEL-EFFECTIVE     PIC 9(08).
000860     05  CB3KY-SEL-SECRET        PIC X(64).
000870*----------------------------------------------------------------
000880*    01  CB3KY-HEX-TABLE      -- HEX DIGITS IN VALUE ORDER, SO A
000890*        DIGIT'S POSITION LESS ONE IS ITS VALUE.
000900*----------------------------------------------------------------
000910 01  CB3KY-HEX-DIGITS            PIC X(16)
000920                                 VALUE "0123456789ABCDEF".
000930 01  CB3KY-HEX-TABLE REDEFINES CB3KY-HEX-DIGITS.
000940     05  CB3KY-HEX-DIGIT         PIC X(01) OCCURS 16 TIMES
000950                                 INDEXED BY CB3KY-HX.
000960*----------------------------------------------------------------
000970*    01  CB3KY-MAC-WORK       -- HMAC-SHA-256 WORK AREAS. THE
000980*        INNER HASH RUNS OVER THE KEY XOR IPAD FOLLOWED BY THE
000990*        MESSAGE; THE OUTER HASH OVER THE KEY XOR OPAD FOLLOWED
001000*        BY THE 32 BINARY BYTES OF THE INNER HASH.
001010*----------------------------------------------------------------
001020 01  CB3KY-MAC-WORK.
001030     05  CB3KY-KEY-BLOCK         PIC X(64).
001040     05  CB3KY-INNER-INPUT.
001050         10  CB3KY-INNER-PAD      PIC X(64).
001060         10  CB3KY-MSG-DIGEST     PIC X(64).
001070         10  CB3KY-MSG-KEY-ID     PIC X(08).
001080     05  CB3KY-INNER-HEX         PIC X(64).
001090     05  CB3KY-OUTER-INPUT.
001100         10  CB3KY-OUTER-PAD      PIC X(64).
001110         10  CB3KY-OUTER-INNER    PIC X(32).
001120     05  CB3KY-MAC-HEX           PIC X(64).
001130     05  CB3KY-CALLER-MAC        PIC X(64).
001140     05  CB3KY-CONVERT-HEX       PIC X(64).
001150     05  CB3KY-CONVERT-BINARY    PIC X(32).
001160     05  CB3KY-HEX-CHAR          PIC X(01).
001170*----------------------------------------------------------------
001180*    01  CB3KY-BYTE-WORK      -- ONE BYTE RIGHT-JUSTIFIED IN A
001190*        HALFWORD, SO ITS VALUE CAN BE TAKEN AND SET WITH
001200*        ORDINARY ARITHMETIC.
001210*----------------------------------------------------------------
001220 01  CB3KY-BYTE-WORK.
001230     05  CB3KY-BYTE-HIGH         PIC X(01).
001240     05  CB3KY-BYTE-LOW          PIC X(01).
001250 01  CB3KY-BYTE-HALFWORD REDEFINES CB3KY-BYTE-WORK
001260                                 PIC 9(04) COMP.
001270*----------------------------------------------------------------
001280*    01  CB3KY-ARITHMETIC     -- SUBSCRIPTS AND EXCLUSIVE-OR WORK.
001290*----------------------------------------------------------------
001300 01  CB3KY-ARITHMETIC.
001310     05  CB3KY-BX                PIC S9(04) COMP.
001320     05  CB3KY-CX                PIC S9(04) COMP.
001330     05  CB3KY-NIBBLE-HIGH       PIC 9(04) COMP.
001340     05  CB3KY-NIBBLE-LOW        PIC 9(04) COMP.
001350     05  CB3KY-NIBBLE            PIC 9(04) COMP.
001360     05  CB3KY-KEY-BYTE          PIC 9(04) COMP.
001370     05  CB3KY-XOR-A             PIC 9(04) COMP.
001380     05  CB3KY-XOR-B             PIC 9(04) COMP.
001390     05  CB3KY-XOR-RESULT        PIC 9(04) COMP.
001400     05  CB3KY-XOR-WEIGHT        PIC 9(04) COMP.
001410     05  CB3KY-XOR-QUOTIENT      PIC 9(04) COMP.
001420     05  CB3KY-BIT-A             PIC 9(04) COMP.
001430     05  CB3KY-BIT-B             PIC 9(04) COMP.
001440     05  CB3KY-IPAD-VALUE        PIC 9(04) COMP VALUE 54.
001450     05  CB3KY-OPAD-VALUE        PIC 9(04) COMP VALUE 92.
001460 LINKAGE SECTION.
001470*----------------------------------------------------------------
001480*    01  CB3KY-PARM           -- CALLER'S PARAMETER AREA.
001490*----------------------------------------------------------------
001500 01  CB3KY-PARM.
001510     05  CB3KY-P-FUNCTION        PIC X(01).
001520         88  CB3KY-P-FN-SIGN             VALUE "S".
001530         88  CB3KY-P-FN-VERIFY           VALUE "V".
001540         88  CB3KY-P-FN-WRITE            VALUE "W".
001550         88  CB3KY-P-FN-DELETE           VALUE "D".
001560     05  CB3KY-P-PARTNER-ID      PIC X(08).
001570*        KEY ID -- RETURNED BY A SIGN; FROM THE "TRA" RECORD ON
001580*        A VERIFY (SPACES = THE FILE CARRIED NO "TRA" RECORD).
001590     05  CB3KY-P-KEY-ID          PIC X(08).
001600     05  CB3KY-P-AS-OF-DATE      PIC 9(08).
001610     05  CB3KY-P-DIGEST          PIC X(64).
001620     05  CB3KY-P-MAC             PIC X(64).
001630*        KEY DETAIL -- WRITE ONLY. NEVER RETURNED.
001640     05  CB3KY-P-EFFECTIVE-DATE  PIC 9(08).
001650     05  CB3KY-P-EXPIRY-DATE     PIC 9(08).
001660     05  CB3KY-P-SECRET          PIC X(64).
001670     05  CB3KY-P-AUTH-RESULT     PIC X(01).
001680         88  CB3KY-P-AUTH-PASS           VALUE "P".
001690         88  CB3KY-P-AUTH-MAC-BAD        VALUE "F".
001700         88  CB3KY-P-AUTH-KEY-BAD        VALUE "K".
001710         88  CB3KY-P-AUTH-MISSING        VALUE "M".
001720         88  CB3KY-P-AUTH-NOT-CHECKED    VALUE "N".
001730         88  CB3KY-P-AUTH-SIGNED         VALUE "S".
001740     05  CB3KY-P-RETURN-CODE     PIC S9(04) COMP.
001750         88  CB3KY-P-RC-OK               VALUE ZERO.
001760         88  CB3KY-P-RC-FILE-ERROR       VALUE 8.
001770 PROCEDURE DIVISION USING CB3KY-PARM.
001780*----------------------------------------------------------------
001790* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
001800*----------------------------------------------------------------
001810 0000-MAINLINE.
001820     MOVE ZERO TO CB3KY-P-RETURN-CODE.
001830     MOVE "N"  TO CB3KY-P-AUTH-RESULT.
001840     PERFORM 1000-OPEN-KEY-FILE THRU 1000-EXIT.
001850     IF CB3KY-P-RC-OK
001860         EVALUATE TRUE
001870             WHEN CB3KY-P-FN-SIGN
001880                 PERFORM 2000-SIGN-DIGEST THRU 2000-EXIT
001890             WHEN CB3KY-P-FN-VERIFY
001900                 PERFORM 3000-VERIFY-MAC THRU 3000-EXIT
001910             WHEN CB3KY-P-FN-WRITE
001920                 PERFORM 4000-WRITE-KEY THRU 4000-EXIT
001930             WHEN CB3KY-P-FN-DELETE
001940                 PERFORM 4500-DELETE-KEY THRU 4500-EXIT
001950         END-EVALUATE
001960     END-IF.
001970     MOVE SPACES TO CB3KY-SELECTED-KEY
001980                    CB3KY-KEY-BLOCK
001990                    CB3KY-INNER-PAD
002000                    CB3KY-OUTER-PAD.
002010     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
002020     GOBACK.
002030 0000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060* 1000-OPEN-KEY-FILE -- A SIGN OR A VERIFY ONLY READS THE KEY
002065*     MASTER, AND A MASTER THAT IS NOT THERE IS AN ERROR, NEVER
002070*     AN EMPTY MASTER THAT LETS A FILE PASS AS "NOT CHECKED".
002075*     THE LOADER OPENS IT FOR UPDATE, CREATING IT THE FIRST TIME.
002080*----------------------------------------------------------------
002085 1000-OPEN-KEY-FILE.
002090     IF CB3KY-P-FN-SIGN OR CB3KY-P-FN-VERIFY
002095         OPEN INPUT CB3KY-KEY-FILE
002100     ELSE
002105         OPEN I-O CB3KY-KEY-FILE
002110         IF CB3KY-KEY-NEW-FILE
002115             OPEN OUTPUT CB3KY-KEY-FILE
002120             CLOSE CB3KY-KEY-FILE
002125             OPEN I-O CB3KY-KEY-FILE
002130         END-IF
002135     END-IF.
002140     IF NOT CB3KY-KEY-OK
002145         MOVE 8 TO CB3KY-P-RETURN-CODE
002150         GO TO 1000-EXIT
002155     END-IF.
002160     MOVE "Y" TO CB3KY-FILE-OPENED-SW.
002165 1000-EXIT.
002170     EXIT.
002230*----------------------------------------------------------------
002240* 2000-SIGN-DIGEST -- STAMP THE CALLER'S DIGEST UNDER THE
002250*     PARTNER'S NEWEST KEY IN EFFECT. A PARTNER WITH NO KEY IN
002260*     EFFECT GETS NO MAC -- THE CALLER SENDS A PLAIN TRAILER.
002270*----------------------------------------------------------------
002280 2000-SIGN-DIGEST.
002290     MOVE SPACES TO CB3KY-P-KEY-ID
002300                    CB3KY-P-MAC.
002310     PERFORM 5000-FIND-KEY-IN-EFFECT THRU 5000-EXIT.
002320     IF NOT CB3KY-P-RC-OK OR NOT CB3KY-KEY-SELECTED
002330         GO TO 2000-EXIT
002340     END-IF.
002350     PERFORM 6000-COMPUTE-MAC THRU 6000-EXIT.
002360     MOVE CB3KY-SEL-KEY-ID TO CB3KY-P-KEY-ID.
002370     MOVE CB3KY-MAC-HEX    TO CB3KY-P-MAC.
002380     MOVE "S"              TO CB3KY-P-AUTH-RESULT.
002390 2000-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420* 3000-VERIFY-MAC -- JUDGE AN INBOUND TRAILER. NO "TRA" RECORD IS
002430*     ONLY ACCEPTABLE FROM A PARTNER WITH NO KEY IN EFFECT; A
002440*     NAMED KEY MUST EXIST, BE IN EFFECT ON THE RUN DATE AND
002450*     REPRODUCE THE MAC EXACTLY.
002460*----------------------------------------------------------------
002470 3000-VERIFY-MAC.
002480     IF CB3KY-P-KEY-ID = SPACES
002490         PERFORM 5000-FIND-KEY-IN-EFFECT THRU 5000-EXIT
002500         IF CB3KY-P-RC-OK AND CB3KY-KEY-SELECTED
002510             MOVE "M" TO CB3KY-P-AUTH-RESULT
002520         END-IF
002530         GO TO 3000-EXIT
002540     END-IF.
002550     MOVE CB3KY-P-PARTNER-ID TO CB3KY-KEY-PARTNER-ID.
002560     MOVE CB3KY-P-KEY-ID     TO CB3KY-KEY-ID.
002570     READ CB3KY-KEY-FILE.
002580     IF CB3KY-KEY-NOTFOUND
002590         MOVE "K" TO CB3KY-P-AUTH-RESULT
002600         GO TO 3000-EXIT
002610     END-IF.
002620     IF NOT CB3KY-KEY-OK
002630         MOVE 8 TO CB3KY-P-RETURN-CODE
002640         GO TO 3000-EXIT
002650     END-IF.
002660     IF CB3KY-EFFECTIVE-DATE > CB3KY-P-AS-OF-DATE
002670         OR (CB3KY-EXPIRY-DATE NOT = ZERO
002680             AND CB3KY-EXPIRY-DATE < CB3KY-P-AS-OF-DATE)
002690         MOVE "K" TO CB3KY-P-AUTH-RESULT
002700         GO TO 3000-EXIT
002710     END-IF.
002720     MOVE CB3KY-KEY-ID         TO CB3KY-SEL-KEY-ID.
002730     MOVE CB3KY-EFFECTIVE-DATE TO CB3KY-SEL-EFFECTIVE.
002740     MOVE CB3KY-SECRET-HEX     TO CB3KY-SEL-SECRET.
002750     PERFORM 6000-COMPUTE-MAC THRU 6000-EXIT.
002760     MOVE CB3KY-P-MAC TO CB3KY-CALLER-MAC.
002770     INSPECT CB3KY-CALLER-MAC CONVERTING "abcdef" TO "ABCDEF".
002780     IF CB3KY-MAC-HEX = CB3KY-CALLER-MAC
002790         MOVE "P" TO CB3KY-P-AUTH-RESULT
002800     ELSE
002810         MOVE "F" TO CB3KY-P-AUTH-RESULT
002820     END-IF.
002830 3000-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* 4000-WRITE-KEY -- ADD OR REFRESH A KEY. A KEY RE-LOADED WITH A
002870*     NEW EXPIRY DATE (THE USUAL ROTATION STEP) IS REWRITTEN IN
002880*     PLACE.
002890*----------------------------------------------------------------
002900 4000-WRITE-KEY.
002910     MOVE CB3KY-P-PARTNER-ID     TO CB3KY-KEY-PARTNER-ID.
002920     MOVE CB3KY-P-KEY-ID         TO CB3KY-KEY-ID.
002930     MOVE CB3KY-P-EFFECTIVE-DATE TO CB3KY-EFFECTIVE-DATE.
002940     MOVE CB3KY-P-EXPIRY-DATE    TO CB3KY-EXPIRY-DATE.
002950     MOVE CB3KY-P-SECRET         TO CB3KY-SECRET-HEX.
002960     INSPECT CB3KY-SECRET-HEX CONVERTING "abcdef" TO "ABCDEF".
002970     WRITE CB3KY-KEY-RECORD.
002980     IF CB3KY-KEY-DUPLICATE
002990         REWRITE CB3KY-KEY-RECORD
003000     END-IF.
003010     IF NOT CB3KY-KEY-OK
003020         MOVE 8 TO CB3KY-P-RETURN-CODE
003030     END-IF.
003040 4000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 4500-DELETE-KEY -- DROP A RETIRED KEY. A KEY ALREADY GONE IS
003080*     NOT AN ERROR.
003090*----------------------------------------------------------------
003100 4500-DELETE-KEY.
003110     MOVE CB3KY-P-PARTNER-ID TO CB3KY-KEY-PARTNER-ID.
003120     MOVE CB3KY-P-KEY-ID     TO CB3KY-KEY-ID.
003130     READ CB3KY-KEY-FILE.
003140     IF CB3KY-KEY-NOTFOUND
003150         GO TO 4500-EXIT
003160     END-IF.
003170     IF NOT CB3KY-KEY-OK
003180         MOVE 8 TO CB3KY-P-RETURN-CODE
003190         GO TO 4500-EXIT
003200     END-IF.
003210     DELETE CB3KY-KEY-FILE.
003220     IF NOT CB3KY-KEY-OK
003230         MOVE 8 TO CB3KY-P-RETURN-CODE
003240     END-IF.
003250 4500-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* 5000-FIND-KEY-IN-EFFECT -- POSITION AT THE PARTNER'S FIRST KEY
003290*     AND READ ALL OF THEM, KEEPING THE ONE IN EFFECT ON THE
003300*     CALLER'S DATE WITH THE LATEST EFFECTIVE DATE.
003310*----------------------------------------------------------------
003320 5000-FIND-KEY-IN-EFFECT.
003330     MOVE "N"  TO CB3KY-SELECTED-SW.
003340     MOVE ZERO TO CB3KY-SEL-EFFECTIVE.
003350     MOVE CB3KY-P-PARTNER-ID TO CB3KY-KEY-PARTNER-ID.
003360     MOVE LOW-VALUES         TO CB3KY-KEY-ID.
003370     START CB3KY-KEY-FILE KEY IS NOT LESS THAN CB3KY-KEY
003380         INVALID KEY
003390             MOVE "10" TO CB3KY-KEY-STATUS
003400     END-START.
003410     PERFORM 5100-READ-PARTNER-KEY THRU 5100-EXIT
003420         UNTIL CB3KY-KEY-EOF OR NOT CB3KY-P-RC-OK.
003430 5000-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 5100-READ-PARTNER-KEY -- READ ONE KEY WITHIN THE PARTNER'S
003470*     POSITION. THE FIRST KEY OF THE NEXT PARTNER ENDS THE SCAN.
003480*----------------------------------------------------------------
003490 5100-READ-PARTNER-KEY.
003500     READ CB3KY-KEY-FILE NEXT RECORD
003510         AT END
003520             MOVE "10" TO CB3KY-KEY-STATUS
003530     END-READ.
003540     IF CB3KY-KEY-EOF
003550         GO TO 5100-EXIT
003560     END-IF.
003570     IF NOT CB3KY-KEY-OK
003580         MOVE 8 TO CB3KY-P-RETURN-CODE
003590         GO TO 5100-EXIT
003600     END-IF.
003610     IF CB3KY-KEY-PARTNER-ID NOT = CB3KY-P-PARTNER-ID
003620         MOVE "10" TO CB3KY-KEY-STATUS
003630         GO TO 5100-EXIT
003640     END-IF.
003650     IF CB3KY-EFFECTIVE-DATE > CB3KY-P-AS-OF-DATE
003660         OR (CB3KY-EXPIRY-DATE NOT = ZERO
003670             AND CB3KY-EXPIRY-DATE < CB3KY-P-AS-OF-DATE)
003680         GO TO 5100-EXIT
003690     END-IF.
003700     IF CB3KY-KEY-SELECTED
003710         AND CB3KY-EFFECTIVE-DATE NOT > CB3KY-SEL-EFFECTIVE
003720         GO TO 5100-EXIT
003730     END-IF.
003740     MOVE "Y"                  TO CB3KY-SELECTED-SW.
003750     MOVE CB3KY-KEY-ID         TO CB3KY-SEL-KEY-ID.
003760     MOVE CB3KY-EFFECTIVE-DATE TO CB3KY-SEL-EFFECTIVE.
003770     MOVE CB3KY-SECRET-HEX     TO CB3KY-SEL-SECRET.
003780 5100-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 6000-COMPUTE-MAC -- HMAC-SHA-256 OF THE CALLER'S DIGEST PLUS
003820*     THE SELECTED KEY ID UNDER THE SELECTED KEY. THE RESULT IS
003830*     LEFT IN CB3KY-MAC-HEX IN UPPER-CASE HEX.
003840*----------------------------------------------------------------
003850 6000-COMPUTE-MAC.
003860     MOVE CB3KY-SEL-SECRET TO CB3KY-CONVERT-HEX.
003870     PERFORM 6100-HEX-TO-BINARY THRU 6100-EXIT.
003880     MOVE LOW-VALUES           TO CB3KY-KEY-BLOCK.
003890     MOVE CB3KY-CONVERT-BINARY TO CB3KY-KEY-BLOCK (1:32).
003900     PERFORM 6300-BUILD-PADS THRU 6300-EXIT
003910         VARYING CB3KY-BX FROM 1 BY 1 UNTIL CB3KY-BX > 64.
003920     MOVE CB3KY-P-DIGEST   TO CB3KY-MSG-DIGEST.
003930     INSPECT CB3KY-MSG-DIGEST CONVERTING "abcdef" TO "ABCDEF".
003940     MOVE CB3KY-SEL-KEY-ID TO CB3KY-MSG-KEY-ID.
003950     CALL "C$SHA256" USING BY REFERENCE CB3KY-INNER-INPUT
003960                           BY REFERENCE CB3KY-INNER-HEX.
003970     MOVE CB3KY-INNER-HEX TO CB3KY-CONVERT-HEX.
003980     PERFORM 6100-HEX-TO-BINARY THRU 6100-EXIT.
003990     MOVE CB3KY-CONVERT-BINARY TO CB3KY-OUTER-INNER.
004000     CALL "C$SHA256" USING BY REFERENCE CB3KY-OUTER-INPUT
004010                           BY REFERENCE CB3KY-MAC-HEX.
004020     INSPECT CB3KY-MAC-HEX CONVERTING "abcdef" TO "ABCDEF".
004030 6000-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060* 6100-HEX-TO-BINARY -- TURN THE 64 HEX CHARACTERS IN
004070*     CB3KY-CONVERT-HEX INTO THE 32 BYTES THEY SPELL.
004080*----------------------------------------------------------------
004090 6100-HEX-TO-BINARY.
004100     INSPECT CB3KY-CONVERT-HEX CONVERTING "abcdef" TO "ABCDEF".
004110     PERFORM 6200-CONVERT-ONE-BYTE THRU 6200-EXIT
004120         VARYING CB3KY-BX FROM 1 BY 1 UNTIL CB3KY-BX > 32.
004130 6100-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* 6200-CONVERT-ONE-BYTE -- TWO HEX CHARACTERS TO ONE BYTE.
004170*----------------------------------------------------------------
004180 6200-CONVERT-ONE-BYTE.
004190     COMPUTE CB3KY-CX = CB3KY-BX * 2 - 1.
004200     MOVE CB3KY-CONVERT-HEX (CB3KY-CX:1) TO CB3KY-HEX-CHAR.
004210     PERFORM 6250-NIBBLE-VALUE THRU 6250-EXIT.
004220     MOVE CB3KY-NIBBLE TO CB3KY-NIBBLE-HIGH.
004230     ADD 1 TO CB3KY-CX.
004240     MOVE CB3KY-CONVERT-HEX (CB3KY-CX:1) TO CB3KY-HEX-CHAR.
004250     PERFORM 6250-NIBBLE-VALUE THRU 6250-EXIT.
004260     MOVE CB3KY-NIBBLE TO CB3KY-NIBBLE-LOW.
004270     COMPUTE CB3KY-BYTE-HALFWORD =
004280         CB3KY-NIBBLE-HIGH * 16 + CB3KY-NIBBLE-LOW.
004290     MOVE CB3KY-BYTE-LOW TO CB3KY-CONVERT-BINARY (CB3KY-BX:1).
004300 6200-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 6250-NIBBLE-VALUE -- VALUE OF ONE HEX CHARACTER. THE LOADER
004340*     ADMITS ONLY HEX SECRETS, SO THE AT END LEG IS A SAFETY NET.
004350*----------------------------------------------------------------
004360 6250-NIBBLE-VALUE.
004370     SET CB3KY-HX TO 1.
004380     SEARCH CB3KY-HEX-DIGIT
004390         AT END
004400             MOVE ZERO TO CB3KY-NIBBLE
004410         WHEN CB3KY-HEX-DIGIT (CB3KY-HX) = CB3KY-HEX-CHAR
004420             SET CB3KY-NIBBLE TO CB3KY-HX
004430             SUBTRACT 1 FROM CB3KY-NIBBLE
004440     END-SEARCH.
004450 6250-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* 6300-BUILD-PADS -- ONE BYTE OF EACH PADDED KEY: THE KEY BYTE
004490*     XOR X"36" FOR THE INNER PAD, XOR X"5C" FOR THE OUTER.
004500*----------------------------------------------------------------
004510 6300-BUILD-PADS.
004520     MOVE LOW-VALUE                     TO CB3KY-BYTE-HIGH.
004530     MOVE CB3KY-KEY-BLOCK (CB3KY-BX:1)  TO CB3KY-BYTE-LOW.
004540     MOVE CB3KY-BYTE-HALFWORD           TO CB3KY-KEY-BYTE.
004550     MOVE CB3KY-KEY-BYTE   TO CB3KY-XOR-A.
004560     MOVE CB3KY-IPAD-VALUE TO CB3KY-XOR-B.
004570     PERFORM 6400-XOR-BYTE THRU 6400-EXIT.
004580     MOVE CB3KY-XOR-RESULT TO CB3KY-BYTE-HALFWORD.
004590     MOVE CB3KY-BYTE-LOW   TO CB3KY-INNER-PAD (CB3KY-BX:1).
004600     MOVE CB3KY-KEY-BYTE   TO CB3KY-XOR-A.
004610     MOVE CB3KY-OPAD-VALUE TO CB3KY-XOR-B.
004620     PERFORM 6400-XOR-BYTE THRU 6400-EXIT.
004630     MOVE CB3KY-XOR-RESULT TO CB3KY-BYTE-HALFWORD.
004640     MOVE CB3KY-BYTE-LOW   TO CB3KY-OUTER-PAD (CB3KY-BX:1).
004650 6300-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680* 6400-XOR-BYTE -- EXCLUSIVE-OR OF TWO BYTE VALUES, LOW BIT
004690*     FIRST: A RESULT BIT IS SET WHERE THE TWO BITS DIFFER.
004700*----------------------------------------------------------------
004710 6400-XOR-BYTE.
004720     MOVE ZERO TO CB3KY-XOR-RESULT.
004730     MOVE 1    TO CB3KY-XOR-WEIGHT.
004740     PERFORM 6450-XOR-ONE-BIT THRU 6450-EXIT 8 TIMES.
004750 6400-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 6450-XOR-ONE-BIT -- PEEL THE LOW BIT OFF EACH VALUE.
004790*----------------------------------------------------------------
004800 6450-XOR-ONE-BIT.
004810     DIVIDE CB3KY-XOR-A BY 2
004820         GIVING CB3KY-XOR-QUOTIENT
004830         REMAINDER CB3KY-BIT-A.
004840     MOVE CB3KY-XOR-QUOTIENT TO CB3KY-XOR-A.
004850     DIVIDE CB3KY-XOR-B BY 2
004860         GIVING CB3KY-XOR-QUOTIENT
004870         REMAINDER CB3KY-BIT-B.
004880     MOVE CB3KY-XOR-QUOTIENT TO CB3KY-XOR-B.
004890     IF CB3KY-BIT-A NOT = CB3KY-BIT-B
004900         ADD CB3KY-XOR-WEIGHT TO CB3KY-XOR-RESULT
004910     END-IF.
004920     COMPUTE CB3KY-XOR-WEIGHT = CB3KY-XOR-WEIGHT * 2.
004930 6450-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 8000-CLOSE-FILES -- CLOSE THE KEY MASTER IF IT WAS OPENED.
004970*----------------------------------------------------------------
004980 8000-CLOSE-FILES.
004990     IF CB3KY-FILE-IS-OPEN
005000         CLOSE CB3KY-KEY-FILE
005010     END-IF.
005020 8000-EXIT.
005030     EXIT.
