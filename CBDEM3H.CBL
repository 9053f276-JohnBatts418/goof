000350*                    TEXT, HASHED BYTE-FOR-BYTE AS BEFORE, SO
000360*                    EXISTING FEEDS AND THEIR HISTORICAL DIGESTS
000370*                    ARE UNCHANGED.
000371*   10/15/2026  DLH  EACH RUN NOW ADDS UP FINANCIAL CONTROL
000372*                    TOTALS OVER THE DETAIL RECORDS -- DEBIT
000373*                    AMOUNTS, CREDIT AMOUNTS AND A HASH TOTAL OF
000374*                    THE ACCOUNT NUMBERS -- FROM THE SAME
000375*                    NORMALIZED ACCOUNT NUMBER AND SIGNED AMOUNT
000376*                    THE HASH CHAIN USES, AND RETURNS THEM TO THE
000377*                    CALLER FOR RECONCILIATION AGAINST THE
000378*                    SENDER'S PROMISED TOTALS. A FLAT-TEXT RECORD
000379*                    IS READ THROUGH THE SAME FIXED-WIDTH LAYOUT
000380*                    FOR THE TOTALS ONLY; ITS DIGEST IS UNCHANGED.
000381*   10/15/2026  DLH  A "TRA" AUTHENTICATION RECORD (KEY ID AND
000382*                    HMAC, SEE CB3KYREC) AFTER THE "TRL" TRAILER
000383*                    IS NOW ALSO TREATED AS A TRAILER: KEPT OUT
000384*                    OF THE HASH CHAIN AND THE RECORD COUNT, ITS
000385*                    KEY ID AND MAC RETURNED TO THE CALLER FOR
000386*                    VERIFICATION BY CBDEM3KY.
000387*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000870         88  CB3H-BIN-MODE               VALUE "Y".
000880     05  CB3H-TRAILER-SW         PIC X(01) VALUE "N".
000890         88  CB3H-IS-TRAILER             VALUE "Y".
000891     05  CB3H-AUTH-RECORD-SW     PIC X(01) VALUE "N".
000892         88  CB3H-IS-AUTH-RECORD         VALUE "Y".
000893*        WHETHER THE CURRENT DETAIL RECORD'S ACCOUNT NUMBER AND
000894*        AMOUNT COULD BE READ AS NUMBERS FOR THE CONTROL TOTALS.
000895     05  CB3H-ACCOUNT-OK-SW      PIC X(01) VALUE "Y".
000896         88  CB3H-ACCOUNT-IS-OK          VALUE "Y".
000897     05  CB3H-AMOUNT-OK-SW       PIC X(01) VALUE "Y".
000898         88  CB3H-AMOUNT-IS-OK           VALUE "Y".
000900*----------------------------------------------------------------
000910*    01  CB3H-COUNTERS        -- RUN COUNTERS.
000920*----------------------------------------------------------------
000930 01  CB3H-COUNTERS.
000940     05  CB3H-RECORD-NBR         PIC 9(08) COMP VALUE ZERO.
000941*        DETAIL RECORDS WHOSE ACCOUNT NUMBER OR AMOUNT COULD NOT
000942*        BE READ AS A NUMBER, SO PART OF THEM IS MISSING FROM
000943*        THE CONTROL TOTALS BELOW.
000944     05  CB3H-UNTOTALLED-NBR     PIC 9(08) COMP VALUE ZERO.
000950*----------------------------------------------------------------
000951*    01  CB3H-CONTROL-TOTALS  -- FINANCIAL CONTROL TOTALS OVER THE
000952*        DETAIL RECORDS. A NEGATIVE NORMALIZED AMOUNT IS A DEBIT
000953*        AND IS ADDED TO THE DEBIT TOTAL AS A MAGNITUDE; ANYTHING
000954*        ELSE IS A CREDIT. THE HASH TOTAL IS THE PLAIN SUM OF THE
000955*        NUMERIC ACCOUNT NUMBERS -- MEANINGLESS AS A FIGURE, BUT A
000956*        SWAPPED OR ALTERED ACCOUNT NUMBER MOVES IT.
000957*----------------------------------------------------------------
000958 01  CB3H-CONTROL-TOTALS.
000959     05  CB3H-DEBIT-ACCUM        PIC S9(13)V99 COMP-3 VALUE ZERO.
000960     05  CB3H-CREDIT-ACCUM       PIC S9(13)V99 COMP-3 VALUE ZERO.
000961     05  CB3H-ACCT-HASH-ACCUM    PIC 9(18)     COMP-3 VALUE ZERO.
000962 01  CB3H-WORK-ACCOUNT-TEXT      PIC X(10).
000963 01  CB3H-WORK-ACCOUNT-NUM REDEFINES CB3H-WORK-ACCOUNT-TEXT
000964                               PIC 9(10).
000965*----------------------------------------------------------------
000966*    01  CB3H-TRAILER         -- SENDER'S EXPECTED-DIGEST RECORD,
000968*        AND THE AUTHENTICATION RECORD THAT MAY FOLLOW IT.
000970*----------------------------------------------------------------
000980 01  CB3H-TRAILER.
000990     05  CB3H-TRAILER-MARKER     PIC X(03) VALUE "TRL".
001000     05  CB3H-TRAILER-HASH       PIC X(64) VALUE SPACES.
001002 01  CB3H-AUTH-TRAILER.
001004     05  CB3H-AUTH-MARKER        PIC X(03) VALUE "TRA".
001006     05  CB3H-AUTH-KEY-ID        PIC X(08) VALUE SPACES.
001008     05  CB3H-AUTH-MAC           PIC X(64) VALUE SPACES.
001010 01  CB3H-TRAILER-CHECK-BYTES    PIC X(03).
001020*----------------------------------------------------------------
001030*    01  CB3H-XLATE-TABLES    -- EBCDIC-TO-ASCII TRANSLATE PAIRS
001910     05  CB3H-RETURN-CODE         PIC S9(04) COMP.
001920         88  CB3H-RC-OK                  VALUE ZERO.
001930         88  CB3H-RC-FILE-ERROR          VALUE 8.
001931*        CONTROL TOTALS OVER THE DETAIL RECORDS (SEE CB3H-
001932*        CONTROL-TOTALS), AND HOW MANY DETAIL RECORDS COULD NOT
001933*        BE FULLY TOTALLED.
001934     05  CB3H-DEBIT-TOTAL         PIC 9(13)V99.
001935     05  CB3H-CREDIT-TOTAL        PIC 9(13)V99.
001936     05  CB3H-ACCT-HASH-TOTAL     PIC 9(18).
001937     05  CB3H-UNTOTALLED-COUNT    PIC 9(08) COMP.
001938*        KEY ID AND MAC FROM THE "TRA" AUTHENTICATION RECORD.
001939*        SPACES WHEN THE FILE CARRIES NONE.
001940     05  CB3H-TRAILER-KEY-ID      PIC X(08).
001941     05  CB3H-TRAILER-MAC         PIC X(64).
001942 PROCEDURE DIVISION USING CB3H-PARM.
001950*----------------------------------------------------------------
001960* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
001970*----------------------------------------------------------------
002070     MOVE CB3H-SHA1-CHAIN-PRIOR TO CB3H-AGGREGATE-SHA1.
002080     MOVE CB3H-TRAILER-HASH     TO CB3H-EXPECTED-HASH.
002090     MOVE CB3H-RECORD-NBR       TO CB3H-RECORD-COUNT.
002091     MOVE CB3H-DEBIT-ACCUM      TO CB3H-DEBIT-TOTAL.
002092     MOVE CB3H-CREDIT-ACCUM     TO CB3H-CREDIT-TOTAL.
002093     MOVE CB3H-ACCT-HASH-ACCUM  TO CB3H-ACCT-HASH-TOTAL.
002094     MOVE CB3H-UNTOTALLED-NBR   TO CB3H-UNTOTALLED-COUNT.
002096     MOVE CB3H-AUTH-KEY-ID      TO CB3H-TRAILER-KEY-ID.
002098     MOVE CB3H-AUTH-MAC         TO CB3H-TRAILER-MAC.
002100     GOBACK.
002110 0000-EXIT.
002120     EXIT.
002150*----------------------------------------------------------------
002160 1000-INITIALIZE.
002170     MOVE ZERO   TO CB3H-RETURN-CODE
002180                    CB3H-RECORD-NBR
002181                    CB3H-UNTOTALLED-NBR
002182                    CB3H-DEBIT-ACCUM
002183                    CB3H-CREDIT-ACCUM
002184                    CB3H-ACCT-HASH-ACCUM.
002190     MOVE SPACES TO CB3H-SHA2-CHAIN-PRIOR
002200                    CB3H-SHA1-CHAIN-PRIOR
002203                    CB3H-AUTH-KEY-ID
002206                    CB3H-AUTH-MAC.
002210 1000-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002640*     NATIVE CODE PAGE, SO A FIXED-WIDTH EBCDIC FEED'S GENUINELY
002650*     EBCDIC "TRL" IS TRANSLATED THROUGH THE SAME TABLE 3050-
002660*     NORMALIZE-RECORD USES BEFORE THE COMPARISON IS MADE.
002663*     THE "TRA" AUTHENTICATION RECORD COUNTS AS PART OF THE
002666*     TRAILER.
002670*----------------------------------------------------------------
002680 3010-TEST-TRAILER.
002690     MOVE CB3-RECORD-DATA(1:3) TO CB3H-TRAILER-CHECK-BYTES.
002710         INSPECT CB3H-TRAILER-CHECK-BYTES
002720             CONVERTING CB3H-EBCDIC-CHARS TO CB3H-ASCII-CHARS
002730     END-IF.
002735     MOVE "N" TO CB3H-AUTH-RECORD-SW.
002740     IF CB3H-TRAILER-CHECK-BYTES = CB3H-TRAILER-MARKER
002750         MOVE "Y" TO CB3H-TRAILER-SW
002760     ELSE
002762         IF CB3H-TRAILER-CHECK-BYTES = CB3H-AUTH-MARKER
002764             MOVE "Y" TO CB3H-TRAILER-SW
002766             MOVE "Y" TO CB3H-AUTH-RECORD-SW
002768         ELSE
002770             MOVE "N" TO CB3H-TRAILER-SW
002775         END-IF
002780     END-IF.
002790 3010-EXIT.
002800     EXIT.
002920         WHEN OTHER
002930             PERFORM 3070-HASH-RAW THRU 3070-EXIT
002940     END-EVALUATE.
002945     PERFORM 3080-ACCUMULATE-TOTALS THRU 3080-EXIT.
002950     PERFORM 3800-WRITE-MANIFEST THRU 3800-EXIT.
002960 3100-EXIT.
002970     EXIT.
003610     CALL "C$SHA1"   USING BY REFERENCE CB3H-SHA1-CHAIN-IN-RAW
003620                           BY REFERENCE CB3H-SHA1-CHAIN-RAW-PRIOR.
003630 3070-EXIT.
003631     EXIT.
003632*----------------------------------------------------------------
003633* 3080-ACCUMULATE-TOTALS -- ADD THE CURRENT DETAIL RECORD INTO THE
003634*     CONTROL TOTALS. AN EBCDIC OR PACKED RECORD IS ALREADY IN
003635*     CANONICAL SHAPE FROM 3050-NORMALIZE-RECORD. A FLAT-TEXT
003636*     RECORD IS HASHED RAW AND NEVER NORMALIZED, SO ITS ACCOUNT
003637*     AND AMOUNT ARE PICKED UP HERE THROUGH THE SAME FIXED-WIDTH
003638*     LAYOUT (CB3RTYP) IT SHARES, IN THE NATIVE CODE PAGE. THE
003639*     CANONICAL RECORD IS ONLY A WORK AREA FOR THAT FORMAT -- ITS
003640*     DIGEST COMES FROM THE RAW RECORD AND DOES NOT MOVE. A
003641*     FIELD THAT IS NOT NUMERIC IS LEFT OUT OF ITS TOTAL AND THE
003642*     RECORD IS COUNTED AS UNTOTALLED, ONCE.
003643*----------------------------------------------------------------
003644 3080-ACCUMULATE-TOTALS.
003645     MOVE "Y" TO CB3H-ACCOUNT-OK-SW
003646                 CB3H-AMOUNT-OK-SW.
003647     EVALUATE TRUE
003648         WHEN CB3H-FORMAT-EBCDIC-FIXED
003649             IF CB3H-WORK-AMOUNT-TEXT IS NOT NUMERIC
003650                 MOVE "N" TO CB3H-AMOUNT-OK-SW
003651             END-IF
003652         WHEN CB3H-FORMAT-PACKED-MIXED
003653             IF CB3-PKD-AMOUNT IS NOT NUMERIC
003654                 MOVE "N" TO CB3H-AMOUNT-OK-SW
003655             END-IF
003656         WHEN OTHER
003657             MOVE CB3-EFW-ACCOUNT-NBR TO CB3H-NORM-ACCOUNT-NBR
003658             MOVE CB3-EFW-AMOUNT-TEXT TO CB3H-WORK-AMOUNT-TEXT
003659             IF CB3H-WORK-AMOUNT-TEXT IS NUMERIC
003660                 MOVE CB3H-WORK-AMOUNT-NUM TO CB3H-NORM-AMOUNT
003661             ELSE
003662                 MOVE "N" TO CB3H-AMOUNT-OK-SW
003663             END-IF
003664     END-EVALUATE.
003665     MOVE CB3H-NORM-ACCOUNT-NBR TO CB3H-WORK-ACCOUNT-TEXT.
003666     IF CB3H-WORK-ACCOUNT-TEXT IS NUMERIC
003667         ADD CB3H-WORK-ACCOUNT-NUM TO CB3H-ACCT-HASH-ACCUM
003668     ELSE
003669         MOVE "N" TO CB3H-ACCOUNT-OK-SW
003670     END-IF.
003671     IF CB3H-AMOUNT-IS-OK
003672         IF CB3H-NORM-AMOUNT < ZERO
003673             SUBTRACT CB3H-NORM-AMOUNT FROM CB3H-DEBIT-ACCUM
003674         ELSE
003675             ADD CB3H-NORM-AMOUNT TO CB3H-CREDIT-ACCUM
003676         END-IF
003677     END-IF.
003678     IF NOT CB3H-ACCOUNT-IS-OK
003679         OR NOT CB3H-AMOUNT-IS-OK
003680         ADD 1 TO CB3H-UNTOTALLED-NBR
003681     END-IF.
003682 3080-EXIT.
003683     EXIT.
003684*----------------------------------------------------------------
003685* 3700-CAPTURE-TRAILER -- SAVE THE SENDER'S EXPECTED DIGEST FOR
003686*     THE CALLER TO RECONCILE AGAINST, OR THE KEY ID AND MAC FROM
003687*     AN AUTHENTICATION RECORD FOR THE CALLER TO VERIFY. AN
003688*     EBCDIC FEED'S KEY ID AND MAC ARE TRANSLATED LIKE ITS MARKER.
003689*----------------------------------------------------------------
003690 3700-CAPTURE-TRAILER.
003691     IF CB3H-IS-AUTH-RECORD
003692         MOVE CB3-RECORD-DATA(4:8)  TO CB3H-AUTH-KEY-ID
003693         MOVE CB3-RECORD-DATA(12:64) TO CB3H-AUTH-MAC
003694         IF CB3H-FORMAT-EBCDIC-FIXED
003695             INSPECT CB3H-AUTH-KEY-ID
003696                 CONVERTING CB3H-EBCDIC-CHARS TO CB3H-ASCII-CHARS
003698             INSPECT CB3H-AUTH-MAC
003700                 CONVERTING CB3H-EBCDIC-CHARS TO CB3H-ASCII-CHARS
003702         END-IF
003704         GO TO 3700-EXIT
003706     END-IF.
003708     MOVE CB3-RECORD-DATA(4:64) TO CB3H-TRAILER-HASH.
003710 3700-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
