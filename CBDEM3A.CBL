000210* A FULL SCAN OF THE AUDIT TRAIL -- WITH THE TRAIL GROWING BY
000220* ONE ROW PER FILE PER NIGHT, A 40-FILE MORNING WINDOW DID 40
000230* COMPLETE PASSES OVER THE WHOLE HISTORY EVERY DAY.
000231*
000232* EVERY ROW APPENDED, AND EVERY DISPOSITION OR TICKET STAMPED
000233* ONTO A ROW, IS SEALED: AN ENTRY GOES ON THE SEAL LEDGER
000234* (AUDSEALF, SEE CB3SLREC) CARRYING THE SHA-256 OF THE ROW AS
000235* WRITTEN AND A SEAL CHAINED TO THE ENTRY BEFORE IT, AND THE
000236* SAME SEAL IS STAMPED ON THE ROW. A CHANGE MADE ANY OTHER WAY
000237* IS REPORTED BY THE TRAIL VERIFIER (CBDEM3AV).
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   08/08/2026  DLH  ORIGINAL VERSION.
000625*                    RECONCILIATION. NO CODE CHANGE HERE -- THE
000626*                    LOOKUP ALREADY READS ONLY THE LIVE
000627*                    EXPECTED-DIGEST FIELD.
000628*   10/15/2026  DLH  THE TRAIL IS NOW SEALED. APPENDS AND THE
000629*                    "U" AND "T" STAMPS EACH WRITE A CHAINED
000630*                    ENTRY TO THE SEAL LEDGER (AUDSEALF,
000631*                    CB3SLREC) AND STAMP ITS SEQUENCE NUMBER AND
000632*                    SEAL ON THE ROW. A LEDGER THAT CANNOT BE
000633*                    OPENED LEAVES THE ROW WRITTEN UNSEALED AND
000634*                    RETURNS RC=8 -- THE EVIDENCE IS KEPT AND
000635*                    THE VERIFIER REPORTS THE GAP.
000636*   10/15/2026  DLH  ADDED THE "O" (OUTBOUND-RECEIPT) FUNCTION SO
000637*                    CBDEM3OA CAN STAMP A PARTNER'S RECEIPT --
000638*                    THEIR DIGEST, RECEIPT TIME AND WHETHER IT
000639*                    MATCHED -- ONTO AN OUTBOUND ROW. SEALED ON
000640*                    THE LEDGER AS A RECEIPT ENTRY.
000641*   10/15/2026  DLH  ADDED THE "C" (CONSUMPTION-STAMP) FUNCTION SO
000642*                    THE CONSUMPTION GATE (CBDEM3CG) CAN RECORD
000643*                    THE DOWNSTREAM JOB AND STEP THAT CONSUMED AN
000644*                    INBOUND FILE ONTO ITS PASSING ROW. EACH
000645*                    CONSUMPTION IS SEALED ON THE LEDGER AS A
000646*                    CONSUMPTION ENTRY.
000647*   10/15/2026  DLH  ADDED THE "X" (REFUSED-ATTEMPT) FUNCTION SO
000648*                    A DISPOSITION REFUSED FOR WANT OF AN
000649*                    ENTITLEMENT (CBDEM3U, CBDEM3Y) IS SEALED ON
000650*                    THE LEDGER AS A REFUSAL ENTRY UNDER THE
000651*                    REAL SUBMITTING USER. NO ROW IS CHANGED.
000652*----------------------------------------------------------------
000653 ENVIRONMENT DIVISION.
000654 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.   IBM-370.
000670 OBJECT-COMPUTER.   IBM-370.
000680 INPUT-OUTPUT SECTION.
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CB3I-SEEN-KEY
000860         FILE STATUS IS CB3I-SEEN-STATUS.
000861
000862     SELECT CB3SL-SEAL-FILE ASSIGN TO AUDSEALF
000863         ORGANIZATION IS INDEXED
000864         ACCESS MODE IS DYNAMIC
000865         RECORD KEY IS CB3SL-SEAL-KEY
000866         FILE STATUS IS CB3SL-SEAL-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CB3A-AUDIT-FILE.
000940
000950 FD  CB3I-SEEN-FILE.
000960 COPY CB3IREC.
000962
000964 FD  CB3SL-SEAL-FILE.
000966 COPY CB3SLREC.
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990*    01  CB3A-SWITCHES        -- RUN SWITCHES.
001170         88  CB3I-SEEN-NEW-FILE          VALUE "35".
001180     05  CB3I-FILE-OPENED-SW     PIC X(01) VALUE "N".
001190         88  CB3I-FILE-IS-OPEN           VALUE "Y".
001191     05  CB3SL-SEAL-STATUS       PIC X(02) VALUE SPACES.
001192         88  CB3SL-SEAL-OK               VALUE "00".
001193         88  CB3SL-SEAL-NOTFOUND         VALUE "23".
001194         88  CB3SL-SEAL-NEW-FILE         VALUE "35".
001196     05  CB3SL-FILE-OPENED-SW    PIC X(01) VALUE "N".
001198         88  CB3SL-FILE-IS-OPEN          VALUE "Y".
001200     05  CB3A-SEAL-RESERVED-SW   PIC X(01) VALUE "N".
001202         88  CB3A-SEAL-IS-RESERVED       VALUE "Y".
001204     05  CB3A-HEAD-NEW-SW        PIC X(01) VALUE "N".
001206         88  CB3A-HEAD-IS-NEW            VALUE "Y".
001208*----------------------------------------------------------------
001210*    01  CB3A-WORK-DATE       -- TODAY, FOR DISPOSITION STAMPS.
001220*----------------------------------------------------------------
001230 01  CB3A-WORK-DATE              PIC 9(08).
001231*----------------------------------------------------------------
001232*    01  CB3A-SEAL-WORK       -- THE LEDGER ENTRY BEING SEALED:
001233*        ITS SEQUENCE NUMBER, THE SEAL IT CHAINS FROM, THE
001234*        CHAIN'S START DATE (CARRIED BACK TO THE HEAD), THE
001235*        ENTRY TYPE AND USER, AND THE FINISHED ENTRY AND ITS SEAL,
001236*        HELD WHILE THE HEAD IS REWRITTEN THROUGH THE SAME RECORD.
001237*----------------------------------------------------------------
001238 01  CB3A-SEAL-WORK.
001239     05  CB3A-WORK-SEQ           PIC 9(10).
001240     05  CB3A-WORK-PRIOR-SEAL    PIC X(64).
001241     05  CB3A-WORK-START-DATE    PIC 9(08).
001242     05  CB3A-WORK-TIME          PIC 9(08).
001243     05  CB3A-WORK-ENTRY-TYPE    PIC X(01).
001244     05  CB3A-WORK-ENTRY-USER    PIC X(08).
001245     05  CB3A-WORK-ROW-DIGEST    PIC X(64).
001246     05  CB3A-WORK-ENTRY         PIC X(323).
001247     05  CB3A-WORK-SEAL          PIC X(64).
001248 LINKAGE SECTION.
001250*----------------------------------------------------------------
001260*    01  CB3A-PARM            -- CALLER'S AUDIT ROW TO APPEND.
001270*----------------------------------------------------------------
001300*        CB3AREC -- SEE THAT COPYBOOK FOR THE FIELD-BY-FIELD
001310*        LAYOUT. KEPT FLAT HERE SO IT DOES NOT COLLIDE WITH THE
001320*        STRUCTURED FD RECORD OF THE SAME NAME ABOVE.
001330     05  CB3A-P-AUDIT-RECORD     PIC X(658).
001340     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
001350         88  CB3A-P-RC-OK                VALUE ZERO.
001360         88  CB3A-P-RC-FILE-ERROR        VALUE 8.
001430         88  CB3A-P-FN-DUPLICATE-QUERY   VALUE "D".
001440         88  CB3A-P-FN-UPDATE-DISPO      VALUE "U".
001450         88  CB3A-P-FN-TICKET-STAMP      VALUE "T".
001455         88  CB3A-P-FN-RECEIPT-STAMP     VALUE "O".
001457         88  CB3A-P-FN-CONSUMPTION       VALUE "C".
001458         88  CB3A-P-FN-REFUSAL           VALUE "X".
001460     05  CB3A-P-QUERY-FILENAME   PIC X(80).
001470     05  CB3A-P-QUERY-DIGEST     PIC X(64).
001480     05  CB3A-P-QUERY-FOUND      PIC X(01).
001650*        (TICKET-STAMP, FED BACK BY CBDEM3T).
001660     05  CB3A-P-TICKET-NBR       PIC X(12).
001670     05  CB3A-P-RESOLUTION       PIC X(08).
001671*        PARTNER'S RECEIPT TO STAMP ONTO THE OUTBOUND ROW KEYED
001672*        BY QUERY-DATE + QUERY-FILENAME + QUERY-TIME (OUTBOUND-
001673*        RECEIPT, FED BY CBDEM3OA). READ BY NO OTHER FUNCTION.
001675     05  CB3A-P-ACK-STATUS       PIC X(01).
001676     05  CB3A-P-ACK-DIGEST       PIC X(64).
001677     05  CB3A-P-ACK-DATE         PIC 9(08).
001678     05  CB3A-P-ACK-TIME         PIC 9(08).
001679*        DOWNSTREAM JOB AND STEP TO STAMP AS THE CONSUMER OF THE
001680*        INBOUND ROW KEYED BY QUERY-DATE + QUERY-FILENAME +
001681*        QUERY-TIME (CONSUMPTION-STAMP, FED BY CBDEM3CG). READ BY
001682*        NO OTHER FUNCTION.
001683     05  CB3A-P-CONSUMER-JOB     PIC X(08).
001684     05  CB3A-P-CONSUMER-STEP    PIC X(08).
001685*        WHAT WAS REFUSED, FOR THE LEDGER'S REFUSAL ENTRY
001686*        (REFUSED-ATTEMPT): THE ACTION CODE, THE PROGRAM THAT
001687*        REFUSED IT, THE FILE'S PARTNER, THE REASON CODE (SEE
001688*        CB3ENREC) AND ANY USER-ID THE CONTROL CARD CLAIMED.
001689*        THE FILE IS QUERY-FILENAME AND THE REFUSED USER IS
001690*        DISPO-USER. READ BY NO OTHER FUNCTION.
001691     05  CB3A-P-REFUSED-ACTION   PIC X(01).
001692     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
001693     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
001694     05  CB3A-P-REFUSED-REASON   PIC X(01).
001695     05  CB3A-P-CLAIMED-USER     PIC X(08).
001696 PROCEDURE DIVISION USING CB3A-PARM.
001697*----------------------------------------------------------------
001700* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
001710*----------------------------------------------------------------
001720 0000-MAINLINE.
001900             PERFORM 2000-OPEN-EXTEND THRU 2000-EXIT
001910             IF CB3A-P-RC-OK
001920                 PERFORM 5500-STAMP-TICKET THRU 5500-EXIT
001921             END-IF
001922         WHEN CB3A-P-FN-RECEIPT-STAMP
001924             PERFORM 2000-OPEN-EXTEND THRU 2000-EXIT
001926             IF CB3A-P-RC-OK
001928                 PERFORM 5700-STAMP-RECEIPT THRU 5700-EXIT
001930             END-IF
001931         WHEN CB3A-P-FN-CONSUMPTION
001932             PERFORM 2000-OPEN-EXTEND THRU 2000-EXIT
001933             IF CB3A-P-RC-OK
001934                 PERFORM 5800-STAMP-CONSUMPTION THRU 5800-EXIT
001935             END-IF
001936         WHEN CB3A-P-FN-REFUSAL
001938             PERFORM 5900-RECORD-REFUSAL THRU 5900-EXIT
001940         WHEN OTHER
001950             PERFORM 2000-OPEN-EXTEND THRU 2000-EXIT
001960             IF CB3A-P-RC-OK
002360     EXIT.
002370*----------------------------------------------------------------
002380* 3000-WRITE-AUDIT-ROW -- APPEND THE CALLER'S ROW TO THE AUDIT
002390*     FILE, SEALED ON THE LEDGER AS AN APPEND.
002400*----------------------------------------------------------------
002410 3000-WRITE-AUDIT-ROW.
002420     MOVE CB3A-P-AUDIT-RECORD TO CB3A-AUDIT-RECORD.
002422     MOVE "A"                 TO CB3A-WORK-ENTRY-TYPE.
002424     MOVE CB3A-JOB-ID         TO CB3A-WORK-ENTRY-USER.
002426     PERFORM 6000-RESERVE-SEAL THRU 6000-EXIT.
002428     PERFORM 6100-SEAL-ROW THRU 6100-EXIT.
002430     WRITE CB3A-AUDIT-RECORD.
002440     IF NOT CB3A-AUDIT-OK
002450         MOVE 8 TO CB3A-P-RETURN-CODE
002460         GO TO 3000-EXIT
002470     END-IF.
002475     PERFORM 6200-RECORD-SEAL THRU 6200-EXIT.
002480     PERFORM 3500-INDEX-FIRST-SEEN THRU 3500-EXIT.
002490 3000-EXIT.
002500     EXIT.
003910* 5000-UPDATE-DISPOSITION -- STAMP AN ANALYST'S QUARANTINE
003920*     RELEASE OR REJECT ONTO THE AUDIT ROW KEYED BY THE CALLER'S
003930*     DATE + FILE NAME + TIME, SO COMPLIANCE CAN SEE WHO
003940*     RELEASED WHAT WITHOUT LEAVING THE AUDIT TRAIL. THE
003943*     CHANGE IS SEALED ON THE LEDGER AS A DISPOSITION ENTRY
003946*     UNDER THE ANALYST'S USER ID.
003950*----------------------------------------------------------------
003960 5000-UPDATE-DISPOSITION.
003970     MOVE "N" TO CB3A-P-QUERY-FOUND.
004060     MOVE CB3A-P-DISPO-USER   TO CB3A-DISPO-USER.
004070     ACCEPT CB3A-WORK-DATE FROM DATE YYYYMMDD.
004080     MOVE CB3A-WORK-DATE      TO CB3A-DISPO-DATE.
004082     MOVE "U"                 TO CB3A-WORK-ENTRY-TYPE.
004084     MOVE CB3A-P-DISPO-USER   TO CB3A-WORK-ENTRY-USER.
004086     PERFORM 6000-RESERVE-SEAL THRU 6000-EXIT.
004088     PERFORM 6100-SEAL-ROW THRU 6100-EXIT.
004090     REWRITE CB3A-AUDIT-RECORD.
004100     IF NOT CB3A-AUDIT-OK
004130         MOVE 8 TO CB3A-P-RETURN-CODE
004135         GO TO 5000-EXIT
004140     END-IF.
004143     MOVE "Y" TO CB3A-P-QUERY-FOUND.
004146     PERFORM 6200-RECORD-SEAL THRU 6200-EXIT.
004150 5000-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004190*     NUMBER AND RESOLUTION STATUS ONTO THE AUDIT ROW KEYED BY
004200*     THE CALLER'S DATE + FILE NAME + TIME, SO THE AUDIT TRAIL
004210*     NO LONGER SHOWS A FAILURE AS OPEN FOREVER AFTER THE
004220*     TICKET IS WORKED AND CLOSED. THE CHANGE IS SEALED ON THE
004225*     LEDGER AS A TICKET ENTRY.
004230*----------------------------------------------------------------
004240 5500-STAMP-TICKET.
004250     MOVE "N" TO CB3A-P-QUERY-FOUND.
004320     END-IF.
004330     MOVE CB3A-P-TICKET-NBR TO CB3A-TICKET-NBR.
004340     MOVE CB3A-P-RESOLUTION TO CB3A-RESOLUTION-STATUS.
004342     MOVE "T"               TO CB3A-WORK-ENTRY-TYPE.
004344     MOVE "CBDEM3T"         TO CB3A-WORK-ENTRY-USER.
004346     PERFORM 6000-RESERVE-SEAL THRU 6000-EXIT.
004348     PERFORM 6100-SEAL-ROW THRU 6100-EXIT.
004350     REWRITE CB3A-AUDIT-RECORD.
004370     IF NOT CB3A-AUDIT-OK
004390         MOVE 8 TO CB3A-P-RETURN-CODE
004395         GO TO 5500-EXIT
004400     END-IF.
004403     MOVE "Y" TO CB3A-P-QUERY-FOUND.
004406     PERFORM 6200-RECORD-SEAL THRU 6200-EXIT.
004410 5500-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004432* 5700-STAMP-RECEIPT -- STAMP A PARTNER'S RECEIPT (THE DIGEST
004435*     THEY COMPUTED, THEIR RECEIPT DATE AND TIME, AND WHETHER
004438*     IT MATCHED OURS) ONTO THE OUTBOUND AUDIT ROW KEYED BY THE
004441*     CALLER'S DATE + FILE NAME + TIME. ONLY AN OUTBOUND ROW IS
004444*     STAMPED; ANY OTHER ROW LEAVES QUERY-FOUND "N". THE CHANGE
004447*     IS SEALED ON THE LEDGER AS A RECEIPT ENTRY.
004450*----------------------------------------------------------------
004454 5700-STAMP-RECEIPT.
004458     MOVE "N" TO CB3A-P-QUERY-FOUND.
004462     MOVE CB3A-P-QUERY-DATE     TO CB3A-KEY-DATE.
004466     MOVE CB3A-P-QUERY-FILENAME TO CB3A-KEY-FILENAME.
004470     MOVE CB3A-P-QUERY-TIME     TO CB3A-KEY-TIME.
004475     READ CB3A-AUDIT-FILE.
004480     IF NOT CB3A-AUDIT-OK
004485         GO TO 5700-EXIT
004490     END-IF.
004500     IF NOT CB3A-DIR-OUTBOUND
004510         GO TO 5700-EXIT
004520     END-IF.
004522     MOVE CB3A-P-ACK-STATUS TO CB3A-ACK-STATUS.
004524     MOVE CB3A-P-ACK-DIGEST TO CB3A-ACK-DIGEST.
004526     MOVE CB3A-P-ACK-DATE   TO CB3A-ACK-DATE.
004528     MOVE CB3A-P-ACK-TIME   TO CB3A-ACK-TIME.
004530     MOVE "R"               TO CB3A-WORK-ENTRY-TYPE.
004532     MOVE "CBDEM3OA"        TO CB3A-WORK-ENTRY-USER.
004534     PERFORM 6000-RESERVE-SEAL THRU 6000-EXIT.
004536     PERFORM 6100-SEAL-ROW THRU 6100-EXIT.
004538     REWRITE CB3A-AUDIT-RECORD.
004541     IF NOT CB3A-AUDIT-OK
004544         MOVE 8 TO CB3A-P-RETURN-CODE
004547         GO TO 5700-EXIT
004550     END-IF.
004555     MOVE "Y" TO CB3A-P-QUERY-FOUND.
004560     PERFORM 6200-RECORD-SEAL THRU 6200-EXIT.
004565 5700-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 5800-STAMP-CONSUMPTION -- STAMP THE CALLER'S JOB AND STEP, AND
004600*     TODAY'S DATE AND TIME, AS THE LATEST CONSUMER OF THE
004610*     INBOUND AUDIT ROW KEYED BY THE CALLER'S DATE + FILE NAME +
004620*     TIME, AND COUNT THE CONSUMPTION. AN OUTBOUND ROW IS NOT
004630*     STAMPED. THE CHANGE IS SEALED ON THE LEDGER AS A
004640*     CONSUMPTION ENTRY UNDER THE CONSUMING JOB'S NAME, SO EVERY
004650*     CONSUMER STAYS ON RECORD AFTER A LATER ONE STAMPS THE ROW.
004660*----------------------------------------------------------------
004670 5800-STAMP-CONSUMPTION.
004680     MOVE "N" TO CB3A-P-QUERY-FOUND.
004690     MOVE CB3A-P-QUERY-DATE     TO CB3A-KEY-DATE.
004700     MOVE CB3A-P-QUERY-FILENAME TO CB3A-KEY-FILENAME.
004710     MOVE CB3A-P-QUERY-TIME     TO CB3A-KEY-TIME.
004720     READ CB3A-AUDIT-FILE.
004730     IF NOT CB3A-AUDIT-OK
004740         GO TO 5800-EXIT
004750     END-IF.
004760     IF CB3A-DIR-OUTBOUND
004770         GO TO 5800-EXIT
004780     END-IF.
004790     MOVE CB3A-P-CONSUMER-JOB  TO CB3A-CONSUMED-JOB.
004800     MOVE CB3A-P-CONSUMER-STEP TO CB3A-CONSUMED-STEP.
004810     ACCEPT CB3A-WORK-DATE FROM DATE YYYYMMDD.
004820     ACCEPT CB3A-WORK-TIME FROM TIME.
004830     MOVE CB3A-WORK-DATE       TO CB3A-CONSUMED-DATE.
004840     MOVE CB3A-WORK-TIME       TO CB3A-CONSUMED-TIME.
004850     IF CB3A-CONSUMED-COUNT IS NOT NUMERIC
004860         MOVE ZERO TO CB3A-CONSUMED-COUNT
004870     END-IF.
004880     IF CB3A-CONSUMED-COUNT < 9999
004890         ADD 1 TO CB3A-CONSUMED-COUNT
004900     END-IF.
004910     MOVE "C"                  TO CB3A-WORK-ENTRY-TYPE.
004920     MOVE CB3A-P-CONSUMER-JOB  TO CB3A-WORK-ENTRY-USER.
004930     PERFORM 6000-RESERVE-SEAL THRU 6000-EXIT.
004940     PERFORM 6100-SEAL-ROW THRU 6100-EXIT.
004950     REWRITE CB3A-AUDIT-RECORD.
004960     IF NOT CB3A-AUDIT-OK
004970         MOVE 8 TO CB3A-P-RETURN-CODE
004980         GO TO 5800-EXIT
004990     END-IF.
005000     MOVE "Y" TO CB3A-P-QUERY-FOUND.
005010     PERFORM 6200-RECORD-SEAL THRU 6200-EXIT.
005020 5800-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* 5900-RECORD-REFUSAL -- SEAL A REFUSED ATTEMPT ON THE LEDGER.
005060*     NOTHING ON THE TRAIL CHANGES, SO THERE IS NO ROW TO HASH:
005070*     THE ENTRY IS KEYED BY THE FILE NAME AND THE DATE AND TIME
005080*     OF THE ATTEMPT AND CARRIES THE REFUSAL DETAIL WHERE A ROW
005090*     DIGEST WOULD GO (SEE CB3SLREC). THE ENTRY'S SEAL IS KEPT IN
005100*     CB3A-WORK-SEAL FOR 6200 TO CARRY TO THE HEAD; THE AUDIT
005110*     FILE IS NOT TOUCHED. QUERY-FOUND "Y" MEANS THE ENTRY WAS
005120*     RECORDED.
005130*----------------------------------------------------------------
005140 5900-RECORD-REFUSAL.
005150     MOVE "N" TO CB3A-P-QUERY-FOUND.
005160     MOVE "X"                    TO CB3A-WORK-ENTRY-TYPE.
005170     MOVE CB3A-P-DISPO-USER      TO CB3A-WORK-ENTRY-USER.
005180     PERFORM 6000-RESERVE-SEAL THRU 6000-EXIT.
005190     IF NOT CB3A-SEAL-IS-RESERVED
005200         GO TO 5900-EXIT
005210     END-IF.
005220     ACCEPT CB3A-WORK-DATE FROM DATE YYYYMMDD.
005230     ACCEPT CB3A-WORK-TIME FROM TIME.
005240     MOVE SPACES                 TO CB3SL-SEAL-RECORD.
005250     MOVE CB3A-WORK-SEQ          TO CB3SL-KEY-SEQ.
005260     MOVE CB3A-WORK-ENTRY-TYPE   TO CB3SL-ENTRY-TYPE.
005270     MOVE CB3A-WORK-DATE         TO CB3SL-AUD-DATE
005280                                    CB3SL-ENTRY-DATE.
005290     MOVE CB3A-P-QUERY-FILENAME  TO CB3SL-AUD-FILENAME.
005300     MOVE CB3A-WORK-TIME         TO CB3SL-AUD-TIME
005310                                    CB3SL-ENTRY-TIME.
005320     MOVE CB3A-WORK-ENTRY-USER   TO CB3SL-ENTRY-USER.
005330     MOVE CB3A-P-REFUSED-ACTION  TO CB3SL-REF-ACTION.
005340     MOVE CB3A-P-REFUSED-PROGRAM TO CB3SL-REF-PROGRAM.
005350     MOVE CB3A-P-REFUSED-PARTNER TO CB3SL-REF-PARTNER.
005360     MOVE CB3A-P-REFUSED-REASON  TO CB3SL-REF-REASON.
005370     MOVE CB3A-P-CLAIMED-USER    TO CB3SL-REF-CLAIMED-USER.
005380     MOVE CB3A-WORK-PRIOR-SEAL   TO CB3SL-PRIOR-SEAL.
005390     CALL "C$SHA256" USING BY REFERENCE CB3SL-SEALED-PART
005400                           BY REFERENCE CB3SL-SEAL.
005410     MOVE CB3SL-SEAL             TO CB3A-WORK-SEAL.
005420     MOVE CB3SL-SEAL-RECORD      TO CB3A-WORK-ENTRY.
005430     PERFORM 6200-RECORD-SEAL THRU 6200-EXIT.
005440     IF CB3A-P-RC-OK
005450         MOVE "Y" TO CB3A-P-QUERY-FOUND
005460     END-IF.
005470 5900-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500* 6000-RESERVE-SEAL -- OPEN THE SEAL LEDGER (CREATING IT THE
005510*     FIRST TIME) AND READ THE CHAIN HEAD FOR THE NEXT SEQUENCE
005520*     NUMBER AND THE SEAL TO CHAIN FROM. NO HEAD YET MEANS THE
005530*     CHAIN STARTS TODAY. A LEDGER THAT CANNOT BE READ LEAVES
005540*     NOTHING RESERVED: THE ROW IS STILL WRITTEN, UNSEALED, AND
005550*     RC=8 TELLS THE CALLER.
005560*----------------------------------------------------------------
005570 6000-RESERVE-SEAL.
005580     MOVE "N" TO CB3A-SEAL-RESERVED-SW
005590                 CB3A-HEAD-NEW-SW.
005600     OPEN I-O CB3SL-SEAL-FILE.
005610     IF CB3SL-SEAL-NEW-FILE
005620         OPEN OUTPUT CB3SL-SEAL-FILE
005630         CLOSE CB3SL-SEAL-FILE
005640         OPEN I-O CB3SL-SEAL-FILE
005650     END-IF.
005660     IF NOT CB3SL-SEAL-OK
005670         GO TO 6000-NOT-SEALED
005680     END-IF.
005690     MOVE "Y" TO CB3SL-FILE-OPENED-SW.
005700     MOVE ZERO TO CB3SL-KEY-SEQ.
005710     READ CB3SL-SEAL-FILE.
005720     IF CB3SL-SEAL-NOTFOUND
005730         MOVE "Y"    TO CB3A-HEAD-NEW-SW
005740         MOVE ZERO   TO CB3A-WORK-SEQ
005750         MOVE SPACES TO CB3A-WORK-PRIOR-SEAL
005760         ACCEPT CB3A-WORK-START-DATE FROM DATE YYYYMMDD
005770     ELSE
005780         IF NOT CB3SL-SEAL-OK
005790             GO TO 6000-NOT-SEALED
005800         END-IF
005810         MOVE CB3SL-HEAD-SEQ        TO CB3A-WORK-SEQ
005820         MOVE CB3SL-HEAD-SEAL       TO CB3A-WORK-PRIOR-SEAL
005830         MOVE CB3SL-HEAD-START-DATE TO CB3A-WORK-START-DATE
005840     END-IF.
005850     ADD 1 TO CB3A-WORK-SEQ.
005860     MOVE "Y" TO CB3A-SEAL-RESERVED-SW.
005870     GO TO 6000-EXIT.
005880 6000-NOT-SEALED.
005890     DISPLAY "CBDEM3A -- SEAL LEDGER UNAVAILABLE, ROW NOT SEALED".
005900     MOVE 8 TO CB3A-P-RETURN-CODE.
005910 6000-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* 6100-SEAL-ROW -- STAMP THE RESERVED SEQUENCE NUMBER ON THE ROW
005950*     ABOUT TO BE WRITTEN, TAKE THE SHA-256 OF THE ROW WITH ITS
005960*     SEAL FIELD BLANK, BUILD THE LEDGER ENTRY AROUND IT, SEAL
005970*     THE ENTRY, AND STAMP THAT SEAL ON THE ROW. AN UNRESERVED
005980*     ROW IS WRITTEN WITH A ZERO SEQUENCE NUMBER AND NO SEAL.
005990*----------------------------------------------------------------
006000 6100-SEAL-ROW.
006010     MOVE SPACES TO CB3A-SEAL.
006020     IF NOT CB3A-SEAL-IS-RESERVED
006030         MOVE ZERO TO CB3A-SEAL-SEQ
006040         GO TO 6100-EXIT
006050     END-IF.
006060     MOVE CB3A-WORK-SEQ TO CB3A-SEAL-SEQ.
006070     CALL "C$SHA256" USING BY REFERENCE CB3A-AUDIT-RECORD
006080                           BY REFERENCE CB3A-WORK-ROW-DIGEST.
006090     MOVE SPACES                TO CB3SL-SEAL-RECORD.
006100     MOVE CB3A-WORK-SEQ         TO CB3SL-KEY-SEQ.
006110     MOVE CB3A-WORK-ENTRY-TYPE  TO CB3SL-ENTRY-TYPE.
006120     MOVE CB3A-AUDIT-KEY        TO CB3SL-AUDIT-KEY.
006130     ACCEPT CB3A-WORK-DATE FROM DATE YYYYMMDD.
006140     ACCEPT CB3A-WORK-TIME FROM TIME.
006150     MOVE CB3A-WORK-DATE        TO CB3SL-ENTRY-DATE.
006160     MOVE CB3A-WORK-TIME        TO CB3SL-ENTRY-TIME.
006170     MOVE CB3A-WORK-ENTRY-USER  TO CB3SL-ENTRY-USER.
006180     MOVE CB3A-WORK-ROW-DIGEST  TO CB3SL-ROW-DIGEST.
006190     MOVE CB3A-WORK-PRIOR-SEAL  TO CB3SL-PRIOR-SEAL.
006200     CALL "C$SHA256" USING BY REFERENCE CB3SL-SEALED-PART
006210                           BY REFERENCE CB3SL-SEAL.
006220     MOVE CB3SL-SEAL            TO CB3A-SEAL CB3A-WORK-SEAL.
006230     MOVE CB3SL-SEAL-RECORD     TO CB3A-WORK-ENTRY.
006240 6100-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270* 6200-RECORD-SEAL -- ONCE THE ROW IS SAFELY WRITTEN, ADVANCE
006280*     THE CHAIN HEAD TO THE NEW ENTRY AND THEN WRITE THE ENTRY.
006290*     THE HEAD GOES FIRST SO A FAILED ENTRY WRITE SHOWS UP AS A
006300*     GAP IN THE SEQUENCE, NEVER AS A NUMBER ISSUED TWICE.
006310*----------------------------------------------------------------
006320 6200-RECORD-SEAL.
006330     IF NOT CB3A-SEAL-IS-RESERVED
006340         GO TO 6200-EXIT
006350     END-IF.
006360     MOVE SPACES                TO CB3SL-SEAL-RECORD.
006370     MOVE ZERO                  TO CB3SL-KEY-SEQ.
006380     MOVE CB3A-WORK-SEQ         TO CB3SL-HEAD-SEQ.
006390     MOVE CB3A-WORK-SEAL        TO CB3SL-HEAD-SEAL.
006400     MOVE CB3A-WORK-START-DATE  TO CB3SL-HEAD-START-DATE.
006410     IF CB3A-HEAD-IS-NEW
006420         WRITE CB3SL-SEAL-RECORD
006430     ELSE
006440         REWRITE CB3SL-SEAL-RECORD
006450     END-IF.
006460     IF NOT CB3SL-SEAL-OK
006470         GO TO 6200-NOT-RECORDED
006480     END-IF.
006490     WRITE CB3SL-SEAL-RECORD FROM CB3A-WORK-ENTRY.
006500     IF CB3SL-SEAL-OK
006510         GO TO 6200-EXIT
006520     END-IF.
006530 6200-NOT-RECORDED.
006540     DISPLAY "CBDEM3A -- SEAL LEDGER WRITE FAILED FOR ENTRY "
006550             CB3A-WORK-SEQ.
006560     MOVE 8 TO CB3A-P-RETURN-CODE.
006570 6200-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600* 8000-CLOSE-FILES -- CLOSE WHATEVER WAS OPENED.
006610*----------------------------------------------------------------
006620 8000-CLOSE-FILES.
006630     IF CB3A-FILE-IS-OPEN
006640         CLOSE CB3A-AUDIT-FILE
006650     END-IF.
006660     IF CB3X-FILE-IS-OPEN
006670         CLOSE CB3X-DIGEST-FILE
006680     END-IF.
006690     IF CB3I-FILE-IS-OPEN
006700         CLOSE CB3I-SEEN-FILE
006710     END-IF.
006720     IF CB3SL-FILE-IS-OPEN
006730         CLOSE CB3SL-SEAL-FILE
006740         MOVE "N" TO CB3SL-FILE-OPENED-SW
006750     END-IF.
006760 8000-EXIT.
006770     EXIT.
