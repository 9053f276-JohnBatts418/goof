000556*   09/02/2026  DLH  THE RESTART QUERY NOW CARRIES THE RUN DATE
000557*                    SO CBDEM3R REFUSES A CHECKPOINT LEFT BY A
000558*                    REUSED JOB-ID ON A PRIOR BUSINESS DATE.
000559*   10/15/2026  DLH  THE AUDIT ROW NOW CARRIES THE FINANCIAL
000560*                    CONTROL TOTALS CBDEM3H ADDED UP (DEBITS,
000561*                    CREDITS, ACCOUNT-NUMBER HASH TOTAL), AND
000562*                    THEY ARE DISPLAYED WITH THE DIGESTS. A
000563*                    SINGLE-FILE RUN HAS NO SENDER MANIFEST, SO
000564*                    NOTHING IS RECONCILED AGAINST THEM HERE --
000565*                    CBDEM3D DOES THAT FROM THE CONTROL FILE.
000566*   10/15/2026  DLH  RECORD EDIT PASS. A FILE THAT RECONCILED
000567*                    CLEAN HAS ITS DETAIL RECORDS FIELD-EDITED BY
000568*                    CBDEM3I WITH FAILURES ON A .REJECTS FILE.
000569*                    REJECTS OVER THE PARTNER'S LIMIT (OR THE
000570*                    CONTROL CARD DEFAULT) FAIL AND HOLD THE FILE
000571*                    LIKE A DIGEST FAILURE. THE EDIT COUNTS GO TO
000572*                    THE AUDIT ROW AND THE DAILY REPORT.
000573*   10/15/2026  DLH  TRAILER AUTHENTICATION. A FILE THAT
000574*                    RECONCILED (OR HAD NO TRAILER DIGEST) HAS
000575*                    ITS "TRA" KEY ID AND MAC VERIFIED BY
000576*                    CBDEM3KY UNDER THE PARTNER'S SHARED KEY. A
000577*                    FORGED OR STRIPPED TRAILER IS MATCH STATUS
000578*                    "A": HELD, RC=4, SECURITY-SEVERITY ALERT.
000579*   10/15/2026  DLH  THE AUDIT ROW'S OUTBOUND ACKNOWLEDGMENT
000580*                    FIELDS ARE WRITTEN BLANK.
000581*   10/15/2026  DLH  THE AUDIT ROW'S CONSUMPTION FIELDS ARE
000582*                    WRITTEN BLANK.
000583*----------------------------------------------------------------
000584 ENVIRONMENT DIVISION.
000585 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 DATA DIVISION.
000780     05  CB3-JOB-ID              PIC X(08).
000790     05  CB3-STEP-ID             PIC X(08).
000800     05  CB3-RECORD-FORMAT       PIC X(01).
000801*        RUN DEFAULT FOR THE RECORD EDIT REJECT LIMIT, A PERCENT
000802*        OF DETAIL RECORDS WITH TWO DECIMALS ("00150" = 1.50%).
000803*        A PARTNER MASTER LIMIT OVERRIDES IT FOR THAT FEED. BLANK
000804*        = THE SHOP STANDARD OF 1.00%.
000805     05  CB3-REJECT-PCT-TEXT     PIC X(05).
000806     05  CB3-REJECT-PCT-CARD REDEFINES CB3-REJECT-PCT-TEXT
000807                                 PIC 9(03)V99.
000810*----------------------------------------------------------------
000820*    01  CB3-HASH-RESULTS    -- DIGEST VALUES, PRIMARY + LEGACY.
000830*----------------------------------------------------------------
001040     05  CB3H-P-RECORD-COUNT      PIC 9(08) COMP.
001050     05  CB3H-P-RECORD-FORMAT     PIC X(01).
001060     05  CB3H-P-RETURN-CODE       PIC S9(04) COMP.
001062     05  CB3H-P-DEBIT-TOTAL       PIC 9(13)V99.
001063     05  CB3H-P-CREDIT-TOTAL      PIC 9(13)V99.
001064     05  CB3H-P-ACCT-HASH-TOTAL   PIC 9(18).
001065     05  CB3H-P-UNTOTALLED-COUNT  PIC 9(08) COMP.
001066     05  CB3H-P-TRAILER-KEY-ID    PIC X(08).
001067     05  CB3H-P-TRAILER-MAC       PIC X(64).
001068*----------------------------------------------------------------
001069*    01  CB3-TOTALS-EDIT     -- CONTROL TOTALS FOR THE JOB LOG.
001070*----------------------------------------------------------------
001072 01  CB3-TOTALS-EDIT.
001073     05  CB3-EDIT-DEBIT          PIC Z(12)9.99.
001074     05  CB3-EDIT-CREDIT         PIC Z(12)9.99.
001075*----------------------------------------------------------------
001076*    01  CB3-EDIT-RESULT     -- RECORD EDIT PASS RESULT, AND THE
001077*        REJECT LIMIT THAT APPLIED.
001078*----------------------------------------------------------------
001079 01  CB3-EDIT-RESULT.
001080     05  CB3-EDIT-STATUS         PIC X(01) VALUE "N".
001081         88  CB3-EDIT-HELD               VALUE "H".
001082         88  CB3-EDIT-NOT-RUN            VALUE "E".
001083         88  CB3-EDIT-NOT-EDITED         VALUE "N".
001084     05  CB3-REJECT-PCT-LIMIT    PIC 9(03)V99   VALUE 1.00.
001085     05  CB3-EDIT-PCT            PIC ZZ9.99.
001086     05  CB3-EDIT-LIMIT          PIC ZZ9.99.
001087*----------------------------------------------------------------
001088*    01  CB3-REJECT-FILENAME -- WHERE THE EDIT PASS WRITES THE
001089*        FILE'S REJECTS (ITS NAME FOLLOWED BY ".REJECTS").
001090*----------------------------------------------------------------
001091 01  CB3-REJECT-FILENAME         PIC X(80) VALUE SPACES.
001092*----------------------------------------------------------------
001093*    01  CB3-AUTH-RESULT     -- TRAILER AUTHENTICATION RESULT
001094*        (VALUES AS CB3A-AUTH-STATUS).
001095*----------------------------------------------------------------
001096 01  CB3-AUTH-RESULT.
001097     05  CB3-AUTH-STATUS         PIC X(01) VALUE "N".
001098         88  CB3-AUTH-PASS               VALUE "P".
001099         88  CB3-AUTH-FAILED             VALUE "F" "K" "M".
001100         88  CB3-AUTH-MAC-BAD            VALUE "F".
001101         88  CB3-AUTH-KEY-BAD            VALUE "K".
001102         88  CB3-AUTH-MISSING            VALUE "M".
001103         88  CB3-AUTH-NOT-CHECKED        VALUE "N".
001104         88  CB3-AUTH-NOT-RUN            VALUE "E".
001105     05  CB3-AUTH-KEY-ID         PIC X(08) VALUE SPACES.
001106*----------------------------------------------------------------
001107*    01  CB3-RUN-TIMESTAMP   -- WHEN THIS RUN EXECUTED.
001108*----------------------------------------------------------------
001109 01  CB3-RUN-TIMESTAMP.
001110     05  CB3-RUN-DATE            PIC 9(08).
001120     05  CB3-RUN-TIME            PIC 9(08).
001130*----------------------------------------------------------------
001170     05  CB3-EXPECTED-HASH        PIC X(64) VALUE SPACES.
001180     05  CB3-MATCH-STATUS         PIC X(01) VALUE "N".
001190         88  CB3-MATCH-PASS               VALUE "P".
001200         88  CB3-MATCH-FAIL               VALUE "F" "A".
001205         88  CB3-MATCH-AUTH-FAIL          VALUE "A".
001210         88  CB3-MATCH-NOT-CHECKED        VALUE "N".
001220         88  CB3-MATCH-DUPLICATE          VALUE "D".
001230*----------------------------------------------------------------
001730*    01  CB3A-PARM-AREA      -- PARAMETER AREA PASSED TO CBDEM3A.
001740*----------------------------------------------------------------
001750 01  CB3A-PARM-AREA.
001760     05  CB3A-P-AUDIT-RECORD     PIC X(658).
001770     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
001780*        A BLANK FUNCTION CODE MEANS APPEND, SO THE 4000-WRITE-
001790*        AUDIT-TRAIL CALL BELOW DOES NOT NEED TO SET IT.
001920     05  CB3A-P-DISPO-USER       PIC X(08).
001930     05  CB3A-P-TICKET-NBR       PIC X(12).
001940     05  CB3A-P-RESOLUTION       PIC X(08).
001941     05  CB3A-P-ACK-STATUS       PIC X(01).
001942     05  CB3A-P-ACK-DIGEST       PIC X(64).
001943     05  CB3A-P-ACK-DATE         PIC 9(08).
001944     05  CB3A-P-ACK-TIME         PIC 9(08).
001945     05  CB3A-P-CONSUMER-JOB     PIC X(08).
001946     05  CB3A-P-CONSUMER-STEP    PIC X(08).
001948     05  CB3A-P-REFUSED-ACTION   PIC X(01).
001950     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
001952     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
001954     05  CB3A-P-REFUSED-REASON   PIC X(01).
001956     05  CB3A-P-CLAIMED-USER     PIC X(08).
001958*----------------------------------------------------------------
001960*    01  CB3P-PARM-AREA      -- PARAMETER AREA PASSED TO CBDEM3P.
001970*----------------------------------------------------------------
001980 01  CB3P-PARM-AREA.
002060     05  CB3P-P-PROCESSED        PIC 9(06) COMP.
002070     05  CB3P-P-PASSED           PIC 9(06) COMP.
002080     05  CB3P-P-FAILED           PIC 9(06) COMP.
002081     05  CB3P-P-RECORDS-EDITED   PIC 9(08) COMP.
002082     05  CB3P-P-RECORDS-REJECTED PIC 9(08) COMP.
002083     05  CB3P-P-ACCOUNT-REJECTS  PIC 9(08) COMP.
002084     05  CB3P-P-AMOUNT-REJECTS   PIC 9(08) COMP.
002085     05  CB3P-P-DESC-REJECTS     PIC 9(08) COMP.
002086     05  CB3P-P-REJECT-PCT       PIC 9(03)V99.
002087     05  CB3P-P-EDIT-STATUS      PIC X(01).
002088     05  CB3P-P-VOL-RECORDS      PIC 9(09) COMP.
002089     05  CB3P-P-VOL-BYTES        PIC 9(15) COMP.
002090     05  CB3P-P-VOL-BASE-RECORDS PIC 9(09) COMP.
002091     05  CB3P-P-VOL-BASE-BYTES   PIC 9(15) COMP.
002092     05  CB3P-P-VOL-PCT          PIC 9(03).
002093     05  CB3P-P-VOL-STATUS       PIC X(01).
002094*----------------------------------------------------------------
002100*    01  CB3C-ALERT-RECORD   -- ROW PASSED TO CBDEM3C.
002110*----------------------------------------------------------------
002120 COPY CB3CREC.
002189     05  CB3N-P-CONTACT          PIC X(40).
002190     05  CB3N-P-FOUND            PIC X(01).
002191     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
002192     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
002193     05  CB3N-P-REJECT-PCT-LIMIT REDEFINES CB3N-P-REJECT-PCT-TEXT
002194                                 PIC 9(03)V99.
002195     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
002196     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
002197     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
002198     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
002200*----------------------------------------------------------------
002201*    01  CB3I-PARM-AREA      -- PARAMETER AREA PASSED TO CBDEM3I.
002202*----------------------------------------------------------------
002203 01  CB3I-PARM-AREA.
002204     05  CB3I-P-INBOUND-FILENAME PIC X(80).
002205     05  CB3I-P-REJECT-FILENAME  PIC X(80).
002206     05  CB3I-P-RECORD-FORMAT    PIC X(01).
002207     05  CB3I-P-RUN-DATE         PIC 9(08).
002208     05  CB3I-P-RUN-TIME         PIC 9(08).
002209     05  CB3I-P-REJECT-PCT-LIMIT PIC 9(03)V99.
002210     05  CB3I-P-RETURN-CODE      PIC S9(04) COMP.
002211         88  CB3I-P-RC-OVER-LIMIT        VALUE 4.
002212         88  CB3I-P-RC-FILE-ERROR        VALUE 8.
002213     05  CB3I-P-RECORDS-EDITED   PIC 9(08) COMP VALUE ZERO.
002214     05  CB3I-P-RECORDS-REJECTED PIC 9(08) COMP VALUE ZERO.
002215     05  CB3I-P-ACCOUNT-REJECTS  PIC 9(08) COMP VALUE ZERO.
002216     05  CB3I-P-AMOUNT-REJECTS   PIC 9(08) COMP VALUE ZERO.
002217     05  CB3I-P-DESC-REJECTS     PIC 9(08) COMP VALUE ZERO.
002218     05  CB3I-P-REJECT-PCT       PIC 9(03)V99   VALUE ZERO.
002219*----------------------------------------------------------------
002220*    01  CB3KY-PARM-AREA     -- PARAMETER AREA FOR CBDEM3KY.
002221*----------------------------------------------------------------
002222 01  CB3KY-PARM-AREA.
002223     05  CB3KY-P-FUNCTION        PIC X(01).
002224     05  CB3KY-P-PARTNER-ID      PIC X(08).
002225     05  CB3KY-P-KEY-ID          PIC X(08).
002226     05  CB3KY-P-AS-OF-DATE      PIC 9(08).
002227     05  CB3KY-P-DIGEST          PIC X(64).
002228     05  CB3KY-P-MAC             PIC X(64).
002229     05  CB3KY-P-EFFECTIVE-DATE  PIC 9(08) VALUE ZERO.
002230     05  CB3KY-P-EXPIRY-DATE     PIC 9(08) VALUE ZERO.
002231     05  CB3KY-P-SECRET          PIC X(64) VALUE SPACES.
002232     05  CB3KY-P-AUTH-RESULT     PIC X(01).
002233     05  CB3KY-P-RETURN-CODE     PIC S9(04) COMP.
002234         88  CB3KY-P-RC-FILE-ERROR       VALUE 8.
002235 PROCEDURE DIVISION.
002236*----------------------------------------------------------------
002237* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
002238*----------------------------------------------------------------
002239 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
002260     IF CB3-ALREADY-CONFIRMED
002340     PERFORM 2000-COMPUTE-HASH THRU 2000-EXIT.
002350     PERFORM 2400-LOOKUP-AUDIT-OVERRIDE THRU 2400-EXIT.
002360     PERFORM 2500-RECONCILE-HASH THRU 2500-EXIT.
002365     PERFORM 2550-AUTHENTICATE-TRAILER THRU 2550-EXIT.
002370     PERFORM 2600-CHECK-DUPLICATE THRU 2600-EXIT.
002375     PERFORM 2650-EDIT-RECORDS THRU 2650-EXIT.
002380     PERFORM 2700-PUSH-ALERT THRU 2700-EXIT.
002390     PERFORM 3000-DISPLAY-RESULTS THRU 3000-EXIT.
002400     PERFORM 4000-WRITE-AUDIT-TRAIL THRU 4000-EXIT.
002570     ACCEPT CB3-CONTROL-CARD FROM SYSIN.
002580     ACCEPT CB3-RUN-DATE FROM DATE YYYYMMDD.
002590     ACCEPT CB3-RUN-TIME FROM TIME.
002592     IF CB3-REJECT-PCT-CARD IS NUMERIC
002594         MOVE CB3-REJECT-PCT-CARD TO CB3-REJECT-PCT-LIMIT
002596     END-IF.
002600 1000-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------
003590         MOVE 4   TO CB3-RETURN-CODE
003600     END-IF.
003610 2500-EXIT.
003611     EXIT.
003612*----------------------------------------------------------------
003613* 2550-AUTHENTICATE-TRAILER -- ANYONE WHO CAN ALTER THE FILE CAN
003614*     RECOMPUTE ITS DIGEST AND REWRITE THE TRAILER, SO HAVE
003616*     CBDEM3KY CHECK THE "TRA" KEY ID AND MAC AGAINST THE
003618*     COMPUTED DIGEST UNDER THE PARTNER'S SHARED KEY. A FORGED
003620*     OR STRIPPED TRAILER FAILS THE FILE (MATCH STATUS "A",
003622*     RC=4). A FILE THAT ALREADY FAILED IS NOT CHECKED. A KEY
003624*     MASTER OR PARTNER MASTER THAT CANNOT BE READ HOLDS THE
003626*     FILE THE SAME WAY, WITH THE AUTHENTICATION RECORDED AS NOT
003628*     RUN ("E") -- NO PARTNER MUST NEVER READ AS "NO KEY".
003630*----------------------------------------------------------------
003631 2550-AUTHENTICATE-TRAILER.
003632     IF NOT CB3-RC-OK
003633         GO TO 2550-EXIT
003634     END-IF.
003635     IF NOT CB3-MATCH-PASS AND NOT CB3-MATCH-NOT-CHECKED
003636         GO TO 2550-EXIT
003637     END-IF.
003638     MOVE "Q"                   TO CB3N-P-FUNCTION.
003639     MOVE CB3-INBOUND-FILENAME  TO CB3N-P-FILENAME.
003640     CALL "CBDEM3N" USING CB3N-PARM-AREA.
003641     IF CB3N-P-RETURN-CODE NOT = ZERO
003642         DISPLAY "CBDEM3 -- PARTNER MASTER READ FAILED, FILE HELD"
003643         MOVE "E" TO CB3KY-P-AUTH-RESULT
003644         GO TO 2550-JUDGE
003645     END-IF.
003646     MOVE "V"                   TO CB3KY-P-FUNCTION.
003647     MOVE CB3N-P-PARTNER-ID     TO CB3KY-P-PARTNER-ID.
003648     MOVE CB3H-P-TRAILER-KEY-ID TO CB3KY-P-KEY-ID.
003649     MOVE CB3H-P-TRAILER-MAC    TO CB3KY-P-MAC.
003650     MOVE CB3-RUN-DATE          TO CB3KY-P-AS-OF-DATE.
003651     MOVE SHA2-HASH             TO CB3KY-P-DIGEST.
003652     CALL "CBDEM3KY" USING CB3KY-PARM-AREA.
003653     IF CB3KY-P-RC-FILE-ERROR
003654         DISPLAY "CBDEM3 -- TRAILER KEY READ FAILED, FILE HELD"
003655         MOVE "E" TO CB3KY-P-AUTH-RESULT
003656     END-IF.
003657 2550-JUDGE.
003658     MOVE CB3KY-P-AUTH-RESULT   TO CB3-AUTH-STATUS.
003659     MOVE CB3H-P-TRAILER-KEY-ID TO CB3-AUTH-KEY-ID.
003660     IF CB3-AUTH-FAILED OR CB3-AUTH-NOT-RUN
003661         MOVE "A" TO CB3-MATCH-STATUS
003662         MOVE 4   TO CB3-RETURN-CODE
003663     END-IF.
003664 2550-EXIT.
003665     EXIT.
003666*----------------------------------------------------------------
003667* 2600-CHECK-DUPLICATE -- A RE-SENT OLD FILE CARRIES A DIGEST
003668*     THE AUDIT TRAIL HAS ALREADY SEEN, SO IT RECONCILES PASS
003669*     AND WOULD SAIL INTO DOWNSTREAM POSTING TWICE. ASK CBDEM3A
003670*     WHETHER THE COMPUTED DIGEST WAS ALREADY RECORDED FOR THIS
003680*     FILE NAME ON AN EARLIER DATE, OR UNDER A DIFFERENT FILE
003690*     NAME. A HIT TURNS THE RESULT INTO A DUPLICATE: RC=2 SO
003840     MOVE SPACES               TO CB3A-P-FUNCTION.
003850     IF CB3A-P-QUERY-IS-FOUND
003860         MOVE "D" TO CB3-MATCH-STATUS
003861         MOVE 2   TO CB3-RETURN-CODE
003862     END-IF.
003863 2600-EXIT.
003864     EXIT.
003865*----------------------------------------------------------------
003866* 2650-EDIT-RECORDS -- A FILE THAT RECONCILED CLEAN HAS ITS DETAIL
003867*     RECORDS FIELD-EDITED BY CBDEM3I: ACCOUNT NUMBER PRESENT AND
003868*     NUMERIC, AMOUNT VALID FOR THE RECORD FORMAT, DESCRIPTION
003869*     PRINTABLE. FAILURES GO TO THE FILE'S ".REJECTS" FILE. WHEN
003870*     THE SHARE OF RECORDS REJECTED IS OVER THE PARTNER'S LIMIT
003871*     (OR THE RUN DEFAULT WHEN THE PARTNER HAS NONE) THE FILE
003872*     FAILS AND IS HELD EXACTLY AS A DIGEST FAILURE IS. AN EDIT
003873*     PASS THAT CANNOT RUN LEAVES THE VERDICT ALONE BUT IS
003874*     RECORDED AS NOT RUN ON THE AUDIT ROW AND THE REPORT.
003875*----------------------------------------------------------------
003876 2650-EDIT-RECORDS.
003877     IF NOT CB3-MATCH-PASS
003878         GO TO 2650-EXIT
003880     END-IF.
003881     MOVE "Q"                   TO CB3N-P-FUNCTION.
003882     MOVE CB3-INBOUND-FILENAME  TO CB3N-P-FILENAME.
003883     CALL "CBDEM3N" USING CB3N-PARM-AREA.
003884     MOVE CB3-REJECT-PCT-LIMIT  TO CB3I-P-REJECT-PCT-LIMIT.
003885     IF CB3N-P-REJECT-PCT-LIMIT IS NUMERIC
003886         MOVE CB3N-P-REJECT-PCT-LIMIT TO CB3I-P-REJECT-PCT-LIMIT
003887     END-IF.
003888     MOVE SPACES TO CB3-REJECT-FILENAME.
003889     STRING CB3-INBOUND-FILENAME DELIMITED BY SPACE
003890            ".REJECTS"           DELIMITED BY SIZE
003891         INTO CB3-REJECT-FILENAME
003892     END-STRING.
003893     MOVE CB3-INBOUND-FILENAME  TO CB3I-P-INBOUND-FILENAME.
003894     MOVE CB3-REJECT-FILENAME   TO CB3I-P-REJECT-FILENAME.
003895     MOVE CB3-RECORD-FORMAT     TO CB3I-P-RECORD-FORMAT.
003896     MOVE CB3-RUN-DATE          TO CB3I-P-RUN-DATE.
003897     MOVE CB3-RUN-TIME          TO CB3I-P-RUN-TIME.
003898     CALL "CBDEM3I" USING CB3I-PARM-AREA.
003899     IF CB3I-P-RC-FILE-ERROR
003900         DISPLAY "CBDEM3 -- WARNING, RECORD EDIT PASS FAILED"
003901         MOVE "E" TO CB3-EDIT-STATUS
003902         GO TO 2650-EXIT
003903     END-IF.
003904     IF CB3I-P-RC-OVER-LIMIT
003905         MOVE "H" TO CB3-EDIT-STATUS
003906         MOVE "F" TO CB3-MATCH-STATUS
003907         MOVE 4   TO CB3-RETURN-CODE
003908         GO TO 2650-EXIT
003909     END-IF.
003910     IF CB3I-P-RECORDS-REJECTED = ZERO
003911         MOVE "C" TO CB3-EDIT-STATUS
003912     ELSE
003913         MOVE "R" TO CB3-EDIT-STATUS
003914     END-IF.
003915 2650-EXIT.
003916     EXIT.
003918*----------------------------------------------------------------
003920* 2700-PUSH-ALERT -- ON A HASH-MISMATCH FAILURE OR A DUPLICATE
003930*     TRANSMISSION, APPEND AN ALERT ROW TO THE MONITORING/
003940*     TICKETING INTERFACE FILE VIA CBDEM3C. A MISMATCH PAGES
004030     MOVE "CRITICAL"            TO CB3C-SEVERITY.
004040     MOVE "HASH MISMATCH -- POSSIBLE CORRUPT OR TAMPERED FILE"
004050                                TO CB3C-ALERT-TEXT.
004051*        THE FILE ARRIVED AS SENT, BUT TOO MANY OF ITS RECORDS
004052*        WOULD NOT POST. THE PARTNER MUST CORRECT AND RE-SEND.
004053     IF CB3-EDIT-HELD
004054         MOVE "RECORD EDIT REJECTS OVER LIMIT -- FILE HELD"
004055                                TO CB3C-ALERT-TEXT
004056     END-IF.
004057*        A TRAILER THAT FAILS AUTHENTICATION WAS WRITTEN BY
004058*        SOMEONE WITHOUT THE PARTNER'S KEY -- A SECURITY
004059*        INCIDENT, NOT A RESEND REQUEST. A KEY OR PARTNER MASTER
004060*        THAT COULD NOT BE READ IS AN OUTAGE, NOT A FORGERY -- IT
004061*        GOES TO ON-CALL AS CRITICAL.
004062     IF CB3-MATCH-AUTH-FAIL
004063         MOVE "SECURITY"        TO CB3C-SEVERITY
004064         EVALUATE TRUE
004065             WHEN CB3-AUTH-NOT-RUN
004066                 MOVE "CRITICAL"    TO CB3C-SEVERITY
004067                 MOVE "TRAILER AUTH NOT RUN -- MASTER UNREADABLE"
004068                                TO CB3C-ALERT-TEXT
004069             WHEN CB3-AUTH-MAC-BAD
004070                 MOVE "TRAILER MAC INVALID -- FORGED OR ALTERED"
004071                                TO CB3C-ALERT-TEXT
004072             WHEN CB3-AUTH-KEY-BAD
004073                 MOVE "TRAILER KEY UNKNOWN OR NOT IN EFFECT"
004074                                TO CB3C-ALERT-TEXT
004075             WHEN OTHER
004076                 MOVE "NO TRAILER MAC -- PARTNER IS KEYED"
004078                                TO CB3C-ALERT-TEXT
004080         END-EVALUATE
004082     END-IF.
004084     IF CB3-MATCH-DUPLICATE
004086         MOVE "WARNING"         TO CB3C-SEVERITY
004088         MOVE "DUPLICATE RECEIPT -- DIGEST SEEN ON EARLIER RUN"
004090                                TO CB3C-ALERT-TEXT
004100     END-IF.
004110     MOVE CB3-RUN-DATE          TO CB3C-ALERT-DATE.
004350     DISPLAY "ALGORITHM: " CB3-ALGORITHM-LEGACY
004360             " HASH: "     SHA1-HASH
004370             " (LEGACY)".
004371     IF CB3-RC-OK OR CB3-RC-HASH-MISMATCH OR CB3-RC-DUPLICATE
004372         MOVE CB3H-P-DEBIT-TOTAL  TO CB3-EDIT-DEBIT
004373         MOVE CB3H-P-CREDIT-TOTAL TO CB3-EDIT-CREDIT
004374         DISPLAY "CONTROL TOTALS: DEBITS " CB3-EDIT-DEBIT
004375                 " CREDITS " CB3-EDIT-CREDIT
004376                 " ACCT HASH " CB3H-P-ACCT-HASH-TOTAL
004377     END-IF.
004378     IF NOT CB3-EDIT-NOT-EDITED
004379         PERFORM 3100-DISPLAY-EDIT THRU 3100-EXIT
004380     END-IF.
004381     IF NOT CB3-AUTH-NOT-CHECKED
004382         PERFORM 3150-DISPLAY-AUTH THRU 3150-EXIT
004383     END-IF.
004384     EVALUATE TRUE
004390         WHEN CB3-MATCH-PASS
004400             DISPLAY "RECONCILIATION: PASS"
004401         WHEN CB3-EDIT-HELD
004402             DISPLAY "RECONCILIATION: *** FAIL *** DIGEST "
004403                     "MATCHED, RECORD EDIT REJECTS OVER LIMIT"
004404         WHEN CB3-MATCH-AUTH-FAIL AND CB3-AUTH-NOT-RUN
004405             DISPLAY "RECONCILIATION: *** FAIL *** TRAILER AUTH "
004406                     "NOT RUN -- MASTER UNREADABLE"
004407         WHEN CB3-MATCH-AUTH-FAIL
004408             DISPLAY "RECONCILIATION: *** FAIL *** TRAILER NOT "
004409                     "AUTHENTIC -- SECURITY INCIDENT"
004410         WHEN CB3-MATCH-FAIL
004420             DISPLAY "RECONCILIATION: *** FAIL *** EXPECTED "
004430                     CB3-EXPECTED-HASH
004500                     "FOUND"
004510     END-EVALUATE.
004520 3000-EXIT.
004521     EXIT.
004522*----------------------------------------------------------------
004523* 3100-DISPLAY-EDIT -- THE RECORD EDIT RESULT.
004524*----------------------------------------------------------------
004525 3100-DISPLAY-EDIT.
004526     IF CB3-EDIT-NOT-RUN
004527         DISPLAY "RECORD EDIT: *** NOT RUN ***"
004528         GO TO 3100-EXIT
004529     END-IF.
004530     MOVE CB3I-P-REJECT-PCT       TO CB3-EDIT-PCT.
004531     MOVE CB3I-P-REJECT-PCT-LIMIT TO CB3-EDIT-LIMIT.
004532     DISPLAY "RECORD EDIT: " CB3I-P-RECORDS-EDITED " EDITED "
004533             CB3I-P-RECORDS-REJECTED " REJECTED (" CB3-EDIT-PCT
004534             "%) LIMIT " CB3-EDIT-LIMIT "%".
004535     IF CB3I-P-RECORDS-REJECTED > ZERO
004536         DISPLAY "RECORD EDIT: REJECTS ON "
004537                 CB3-REJECT-FILENAME (1:60)
004538     END-IF.
004539     IF CB3-EDIT-HELD
004540         DISPLAY "RECORD EDIT: *** OVER LIMIT *** FILE HELD"
004541     END-IF.
004542 3100-EXIT.
004543     EXIT.
004544*----------------------------------------------------------------
004545* 3150-DISPLAY-AUTH -- THE TRAILER AUTHENTICATION RESULT.
004546*----------------------------------------------------------------
004547 3150-DISPLAY-AUTH.
004548     EVALUATE TRUE
004549         WHEN CB3-AUTH-PASS
004550             DISPLAY "AUTHENTICATION: PASS, KEY " CB3-AUTH-KEY-ID
004551         WHEN CB3-AUTH-MAC-BAD
004552             DISPLAY "AUTHENTICATION: *** FAIL *** MAC DOES NOT "
004553                     "MATCH UNDER KEY " CB3-AUTH-KEY-ID
004554         WHEN CB3-AUTH-KEY-BAD
004555             DISPLAY "AUTHENTICATION: *** FAIL *** KEY "
004556                     CB3-AUTH-KEY-ID " UNKNOWN OR NOT IN EFFECT"
004557         WHEN CB3-AUTH-MISSING
004558             DISPLAY "AUTHENTICATION: *** FAIL *** NO TRA RECORD,"
004559                     " PARTNER HAS A KEY IN EFFECT"
004560         WHEN OTHER
004561             DISPLAY "AUTHENTICATION: *** NOT RUN ***"
004562     END-EVALUATE.
004563 3150-EXIT.
004564     EXIT.
004565*----------------------------------------------------------------
004566* 3200-DISPLAY-SKIPPED -- THIS FILE WAS ALREADY CONFIRMED GOOD ON
004568*     AN EARLIER PASS UNDER THE SAME JOB-ID. NOTHING IS RE-HASHED
004570*     AND NO NEW AUDIT OR REPORT ROW IS WRITTEN.
004580*----------------------------------------------------------------
004590 3200-DISPLAY-SKIPPED.
004870     MOVE ZERO                  TO CB3A-DISPO-DATE.
004880     MOVE SPACES                TO CB3A-TICKET-NBR
004890                                   CB3A-RESOLUTION-STATUS.
004891     MOVE CB3H-P-DEBIT-TOTAL     TO CB3A-DEBIT-TOTAL.
004892     MOVE CB3H-P-CREDIT-TOTAL    TO CB3A-CREDIT-TOTAL.
004893     MOVE CB3H-P-ACCT-HASH-TOTAL TO CB3A-ACCT-HASH-TOTAL.
004894     MOVE SPACES                 TO CB3A-PROMISED-TOTALS.
004897     MOVE "N"                    TO CB3A-TOTALS-STATUS.
004898     MOVE CB3-EDIT-STATUS         TO CB3A-EDIT-STATUS.
004899     MOVE CB3I-P-RECORDS-REJECTED TO CB3A-EDIT-REJECTS.
004900     MOVE CB3I-P-REJECT-PCT       TO CB3A-REJECT-PCT.
004901     MOVE CB3-AUTH-STATUS         TO CB3A-AUTH-STATUS.
004902     MOVE CB3-AUTH-KEY-ID         TO CB3A-AUTH-KEY-ID.
004903     MOVE SPACES                TO CB3A-ACK-STATUS
004904                                   CB3A-ACK-DIGEST.
004905     MOVE ZERO                  TO CB3A-ACK-DATE
004906                                   CB3A-ACK-TIME.
004907     MOVE SPACES                TO CB3A-CONSUMED-JOB
004908                                   CB3A-CONSUMED-STEP.
004909     MOVE ZERO                  TO CB3A-CONSUMED-DATE
004910                                   CB3A-CONSUMED-TIME
004911                                   CB3A-CONSUMED-COUNT.
004912     MOVE CB3A-AUDIT-RECORD     TO CB3A-P-AUDIT-RECORD.
004913     CALL "CBDEM3A" USING CB3A-PARM-AREA.
004920     IF CB3A-P-RETURN-CODE NOT = ZERO
004930         DISPLAY "CBDEM3 -- WARNING, AUDIT TRAIL WRITE FAILED"
004940     END-IF.
005100     CALL "CBDEM3P" USING CB3P-PARM-AREA.
005110     IF CB3P-P-RETURN-CODE NOT = ZERO
005120         DISPLAY "CBDEM3 -- WARNING, REPORT LINE WRITE FAILED"
005121     END-IF.
005122*        A FILE THAT WENT THROUGH (OR TRIED) THE RECORD EDIT PASS
005123*        ALSO GETS ITS EDIT SUMMARY LINE UNDER THE DETAIL LINE.
005124     IF CB3-EDIT-NOT-EDITED
005125         GO TO 4500-EXIT
005126     END-IF.
005127     MOVE "E"                     TO CB3P-P-FUNCTION.
005128     MOVE CB3I-P-RECORDS-EDITED   TO CB3P-P-RECORDS-EDITED.
005129     MOVE CB3I-P-RECORDS-REJECTED TO CB3P-P-RECORDS-REJECTED.
005130     MOVE CB3I-P-ACCOUNT-REJECTS  TO CB3P-P-ACCOUNT-REJECTS.
005131     MOVE CB3I-P-AMOUNT-REJECTS   TO CB3P-P-AMOUNT-REJECTS.
005132     MOVE CB3I-P-DESC-REJECTS     TO CB3P-P-DESC-REJECTS.
005133     MOVE CB3I-P-REJECT-PCT       TO CB3P-P-REJECT-PCT.
005134     MOVE CB3-EDIT-STATUS         TO CB3P-P-EDIT-STATUS.
005135     CALL "CBDEM3P" USING CB3P-PARM-AREA.
005136     IF CB3P-P-RETURN-CODE NOT = ZERO
005137         DISPLAY "CBDEM3 -- WARNING, EDIT SUMMARY WRITE FAILED"
005138     END-IF.
005140 4500-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005670     MOVE CB3-QUARANTINE-NAME  TO CB3Q-P-QUAR-NAME.
005680     MOVE "RECONCILIATION FAILURE -- HASH MISMATCH"
005690                               TO CB3Q-P-REASON.
005692     IF CB3-EDIT-HELD
005693         MOVE "RECORD EDIT FAILURE -- REJECTS OVER LIMIT"
005694                               TO CB3Q-P-REASON
005695     END-IF.
005696     IF CB3-MATCH-AUTH-FAIL
005697         EVALUATE TRUE
005698             WHEN CB3-AUTH-NOT-RUN
005699                 MOVE "TRAILER AUTH NOT RUN -- MASTER UNREADABLE"
005700                               TO CB3Q-P-REASON
005701             WHEN OTHER
005702                 MOVE "SECURITY -- TRAILER AUTHENTICATION FAILURE"
005703                               TO CB3Q-P-REASON
005704         END-EVALUATE
005706     END-IF.
005708     CALL "CBDEM3Q" USING CB3Q-PARM-AREA.
005710     IF CB3Q-P-RETURN-CODE NOT = ZERO
005720         DISPLAY "CBDEM3 -- WARNING, HOLD REGISTRATION FAILED"
005730     END-IF.
