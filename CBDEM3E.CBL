000368*                    STAMPED AT APPROVAL TIME, NOT AT KEYING.
000369*                    ONE ANALYST CAN NO LONGER SINGLE-HANDEDLY
000370*                    MAKE ANY FILE RECONCILE PASS.
000371*   10/15/2026  DLH  A PF6 APPROVAL'S CHANGE TO THE AUDIT ROW IS
000372*                    NOW SEALED: A RE-KEY APPROVAL ENTRY IS
000373*                    CHAINED ONTO THE SEAL LEDGER (AUDSEALF, SEE
000374*                    CB3SLREC) UNDER THE APPROVER'S USER ID AND
000375*                    ITS SEAL STAMPED ON THE ROW, AS CBDEM3A
000376*                    DOES FOR BATCH CHANGES.
000377*   10/15/2026  DLH  A RUN OUTSIDE ITS FEED'S VOLUME BASELINE IS
000378*                    LISTED "VOL WARN".
000379*   10/15/2026  DLH  PF5 AND PF6 NOW CHECK THE SIGNED-ON USER
000380*                    AGAINST THE ENTITLEMENT MASTER (ENTITLF, SEE
000381*                    CB3ENREC): RE-KEY FOR PF5, APPROVE FOR PF6,
000382*                    FOR THE FILE'S PARTNER. AN APPROVAL ALSO
000383*                    NEEDS THE MAKER STILL ENTITLED TO RE-KEY.
000384*                    EVERY REFUSED PF5/PF6, INCLUDING A MAKER
000385*                    TRYING TO APPROVE THEIR OWN RE-KEY, IS
000386*                    SEALED ON THE LEDGER AS A REFUSAL ENTRY.
000387*----------------------------------------------------------------
000388 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000630*    READ INSTEAD OF A FULL AUDIT-TRAIL SCAN.
000640*----------------------------------------------------------------
000650 COPY CB3XREC.
000651*----------------------------------------------------------------
000652*    AUDIT TRAIL SEAL LEDGER RECORD (SEE CB3SLREC.CPY), WRITTEN
000653*    THROUGH CICS FILE CONTROL WHEN AN APPROVAL CHANGES A ROW.
000654*----------------------------------------------------------------
000655 COPY CB3SLREC.
000660*----------------------------------------------------------------
000661*    ANALYST ENTITLEMENT MASTER RECORD (SEE CB3ENREC.CPY) AND
000662*    PARTNER MASTER RECORD (SEE CB3NREC.CPY), READ THROUGH CICS
000663*    FILE CONTROL TO DECIDE WHETHER THE SIGNED-ON USER MAY RE-KEY
000664*    OR APPROVE FOR THE FILE'S PARTNER.
000665*----------------------------------------------------------------
000666 COPY CB3ENREC.
000667 COPY CB3NREC.
000668*----------------------------------------------------------------
000670*    01  CB3E-DIGEST-WORK     -- KEY AND TIMESTAMP WORK FIELDS
000680*        FOR MAINTAINING THE EXPECTED-DIGEST MASTER.
000690*----------------------------------------------------------------
000731*        THE SIGNED-ON USER, FOR THE MAKER-CANNOT-APPROVE-OWN-
000732*        RE-KEY CHECK ON PF6.
000733     05  CB3E-CURRENT-USER       PIC X(08).
000734*----------------------------------------------------------------
000735*    01  CB3E-SEAL-WORK       -- THE SEAL LEDGER ENTRY BEING
000736*        WRITTEN FOR AN APPROVAL: THE HEAD'S KEY, THE NEW
000737*        SEQUENCE NUMBER, THE SEAL IT CHAINS FROM, THE CHAIN'S
000738*        START DATE, THE ROW'S DIGEST AND THE FINISHED ENTRY,
000739*        HELD WHILE THE HEAD IS REWRITTEN.
000740*----------------------------------------------------------------
000741 01  CB3E-SEAL-WORK.
000742     05  CB3E-HEAD-RID           PIC 9(10).
000743     05  CB3E-SEAL-SEQ           PIC 9(10).
000744     05  CB3E-PRIOR-SEAL         PIC X(64).
000745     05  CB3E-START-DATE         PIC 9(08).
000746     05  CB3E-ROW-DIGEST         PIC X(64).
000747     05  CB3E-SEAL-ENTRY         PIC X(323).
000748     05  CB3E-ENTRY-SEAL         PIC X(64).
000749     05  CB3E-HEAD-NEW-SW        PIC X(01).
000750         88  CB3E-HEAD-IS-NEW            VALUE "Y".
000751*----------------------------------------------------------------
000752*    01  CB3E-ENTITLE-WORK    -- THE ENTITLEMENT CHECK: WHOSE,
000753*        FOR WHICH ACTION (R/J/P/K/A, SEE CB3ENREC) AND FILE;
000754*        TODAY'S DATE; THE FILE'S PARTNER; AND, FOR A REFUSAL
000755*        ENTRY, THE REASON CODE, THE ACTION REFUSED AND THE
000756*        OTHER USER INVOLVED (THE MAKER, ON A PF6 REFUSED FOR
000757*        THE MAKER'S SAKE).
000760*----------------------------------------------------------------
000761 01  CB3E-ENTITLE-WORK.
000762     05  CB3E-CHECK-USER         PIC X(08).
000763     05  CB3E-CHECK-ACTION       PIC X(01).
000764     05  CB3E-CHECK-FILENAME     PIC X(80).
000765     05  CB3E-TODAY              PIC 9(08).
000766     05  CB3E-PARTNER-KEY        PIC X(80).
000767     05  CB3E-ENTITLE-KEY        PIC X(08).
000768     05  CB3E-PARTNER-ID         PIC X(08).
000769     05  CB3E-REFUSE-REASON      PIC X(01).
000770     05  CB3E-REFUSE-ACTION      PIC X(01).
000771     05  CB3E-REFUSE-OTHER-USER  PIC X(08).
000772     05  CB3E-ACTION-IX          PIC S9(04) COMP.
000773     05  CB3E-PX                 PIC S9(04) COMP.
000774     05  CB3E-PARTNER-MATCH-SW   PIC X(01).
000775         88  CB3E-PARTNER-MATCHED        VALUE "Y".
000776*----------------------------------------------------------------
000777*    01  CB3E-SWITCHES        -- RUN SWITCHES.
000778*----------------------------------------------------------------
000779 01  CB3E-SWITCHES.
000780     05  CB3E-BROWSE-OPEN-SW     PIC X(01) VALUE "N".
000790         88  CB3E-BROWSE-IS-OPEN         VALUE "Y".
000800     05  CB3E-ROW-COUNT          PIC 9(01) VALUE ZERO.
003030                     MOVE "FAIL"     TO CB3EP1O
003040                 WHEN CB3A-MATCH-DUPLICATE
003050                     MOVE "DUP"      TO CB3EP1O
003053                 WHEN CB3A-MATCH-VOLUME-WARN
003056                     MOVE "VOL WARN" TO CB3EP1O
003060                 WHEN OTHER
003070                     MOVE "NOT CHKD" TO CB3EP1O
003080             END-EVALUATE
003180                     MOVE "FAIL"     TO CB3EP2O
003190                 WHEN CB3A-MATCH-DUPLICATE
003200                     MOVE "DUP"      TO CB3EP2O
003203                 WHEN CB3A-MATCH-VOLUME-WARN
003206                     MOVE "VOL WARN" TO CB3EP2O
003210                 WHEN OTHER
003220                     MOVE "NOT CHKD" TO CB3EP2O
003230             END-EVALUATE
003330                     MOVE "FAIL"     TO CB3EP3O
003340                 WHEN CB3A-MATCH-DUPLICATE
003350                     MOVE "DUP"      TO CB3EP3O
003353                 WHEN CB3A-MATCH-VOLUME-WARN
003356                     MOVE "VOL WARN" TO CB3EP3O
003360                 WHEN OTHER
003370                     MOVE "NOT CHKD" TO CB3EP3O
003380             END-EVALUATE
003480                     MOVE "FAIL"     TO CB3EP4O
003490                 WHEN CB3A-MATCH-DUPLICATE
003500                     MOVE "DUP"      TO CB3EP4O
003503                 WHEN CB3A-MATCH-VOLUME-WARN
003506                     MOVE "VOL WARN" TO CB3EP4O
003510                 WHEN OTHER
003520                     MOVE "NOT CHKD" TO CB3EP4O
003530             END-EVALUATE
003630                     MOVE "FAIL"     TO CB3EP5O
003640                 WHEN CB3A-MATCH-DUPLICATE
003650                     MOVE "DUP"      TO CB3EP5O
003653                 WHEN CB3A-MATCH-VOLUME-WARN
003656                     MOVE "VOL WARN" TO CB3EP5O
003660                 WHEN OTHER
003670                     MOVE "NOT CHKD" TO CB3EP5O
003680             END-EVALUATE
004222*     NEVER READS A PENDING VALUE, AND NOTHING CHANGES ON THE
004223*     AUDIT ROW UNTIL A SECOND, DIFFERENT USER APPROVES WITH
004224*     PF6. THE AUDIT ROW IS READ JUST TO TURN THE SELECTED
004225*     RESULT LINE BACK INTO ITS FILE NAME. THE SIGNED-ON USER
004226*     MUST BE ENTITLED TO RE-KEY FOR THE FILE'S PARTNER; A
004227*     REFUSED PF5 IS SEALED ON THE LEDGER AND CHANGES NOTHING.
004230*----------------------------------------------------------------
004240 5000-APPLY-REKEY.
004250     PERFORM 5100-FIND-SELECTED-ROW THRU 5100-EXIT.
004340         GO TO 5000-EXIT
004350     END-IF.
004360     MOVE CB3E-CA-ROW-KEY (CB3E-SELECTED-ROW) TO CB3A-AUDIT-KEY.
004361     EXEC CICS ASSIGN USERID(CB3E-CURRENT-USER) END-EXEC.
004362     MOVE CB3E-CURRENT-USER TO CB3E-CHECK-USER.
004363     MOVE "K"               TO CB3E-CHECK-ACTION
004364                               CB3E-REFUSE-ACTION.
004365     MOVE CB3A-KEY-FILENAME TO CB3E-CHECK-FILENAME.
004366     MOVE SPACES            TO CB3E-REFUSE-OTHER-USER.
004368     PERFORM 5700-CHECK-ENTITLEMENT THRU 5700-EXIT.
004370     IF CB3E-REFUSE-REASON NOT = SPACES
004372         PERFORM 5800-SEAL-REFUSAL THRU 5800-EXIT
004374         GO TO 5000-EXIT
004376     END-IF.
004378     EXEC CICS HANDLE CONDITION
004380               NOTFND(5000-NOT-FOUND)
004390     END-EXEC.
004400     EXEC CICS READ FILE('AUDITF')
005240     MOVE CB3E-DATE-TEXT TO CB3X-PENDING-DATE.
005250     MOVE EIBTIME        TO CB3X-PENDING-TIME.
005260     EXEC CICS ASSIGN USERID(CB3X-PENDING-USER) END-EXEC.
005261 5280-EXIT.
005262     EXIT.
005263*----------------------------------------------------------------
005264* 5500-APPLY-APPROVAL -- PF6: A SECOND USER APPROVES THE RE-KEY
005265*     PENDING FOR THE ROW MARKED WITH "S". THE APPROVER MUST
005266*     DIFFER FROM THE MAKER WHO KEYED THE PENDING DIGEST; THE
005267*     PENDING VALUE IS THEN PROMOTED TO THE LIVE EXPECTED
005268*     DIGEST (WHERE RECONCILIATION'S "F" LOOKUP READS IT), THE
005269*     MAKER STAMP MOVES TO THE UPDATE FIELDS, THE APPROVER IS
005270*     STAMPED BESIDE IT, AND THE SELECTED AUDIT ROW'S EXPECTED
005271*     DIGEST IS UPDATED AS EVIDENCE -- THE STEP THAT USED TO
005272*     HAPPEN AT PF5, NOW HELD UNTIL A SECOND PAIR OF EYES.
005273*     THAT CHANGE IS SEALED ON THE LEDGER BEFORE THE ROW IS
005274*     REWRITTEN. THE APPROVER MUST BE ENTITLED TO APPROVE, AND
005275*     THE MAKER STILL ENTITLED TO RE-KEY, FOR THE FILE'S
005276*     PARTNER. A REFUSED PF6 -- INCLUDING A MAKER APPROVING
005277*     THEIR OWN RE-KEY -- IS SEALED ON THE LEDGER AND CHANGES
005278*     NOTHING.
005279*----------------------------------------------------------------
005280 5500-APPLY-APPROVAL.
005281     PERFORM 5100-FIND-SELECTED-ROW THRU 5100-EXIT.
005282     IF CB3E-SELECTED-ROW = ZERO
005283         MOVE "MARK THE ROW TO APPROVE WITH S BEFORE PF6"
005284             TO CB3EMSGO
005285         GO TO 5500-EXIT
005286     END-IF.
005287     MOVE CB3E-CA-ROW-KEY (CB3E-SELECTED-ROW) TO CB3A-AUDIT-KEY.
005288     EXEC CICS ASSIGN USERID(CB3E-CURRENT-USER) END-EXEC.
005289     MOVE CB3E-CURRENT-USER TO CB3E-CHECK-USER.
005290     MOVE "A"               TO CB3E-CHECK-ACTION
005291                               CB3E-REFUSE-ACTION.
005292     MOVE CB3A-KEY-FILENAME TO CB3E-CHECK-FILENAME.
005293     MOVE SPACES            TO CB3E-REFUSE-OTHER-USER.
005294     PERFORM 5700-CHECK-ENTITLEMENT THRU 5700-EXIT.
005295     IF CB3E-REFUSE-REASON NOT = SPACES
005296         PERFORM 5800-SEAL-REFUSAL THRU 5800-EXIT
005297         GO TO 5500-EXIT
005298     END-IF.
005300     EXEC CICS HANDLE CONDITION
005301               NOTFND(5500-NOT-FOUND)
005302     END-EXEC.
005317     IF CB3X-PENDING-DIGEST = SPACES
005318         GO TO 5500-NO-PENDING
005319     END-IF.
005320     IF CB3E-CURRENT-USER = CB3X-PENDING-USER
005321         MOVE "S"               TO CB3E-REFUSE-REASON
005322         MOVE CB3X-PENDING-USER TO CB3E-REFUSE-OTHER-USER
005323         PERFORM 5800-SEAL-REFUSAL THRU 5800-EXIT
005324         GO TO 5500-EXIT
005325     END-IF.
005326     MOVE CB3X-PENDING-USER TO CB3E-CHECK-USER.
005327     MOVE "K"               TO CB3E-CHECK-ACTION.
005328     PERFORM 5700-CHECK-ENTITLEMENT THRU 5700-EXIT.
005329     IF CB3E-REFUSE-REASON NOT = SPACES
005330         IF CB3E-REFUSE-REASON NOT = "E"
005331             MOVE "M"           TO CB3E-REFUSE-REASON
005332         END-IF
005333         MOVE CB3X-PENDING-USER TO CB3E-REFUSE-OTHER-USER
005334         PERFORM 5800-SEAL-REFUSAL THRU 5800-EXIT
005335         GO TO 5500-EXIT
005336     END-IF.
005337     MOVE CB3X-PENDING-DIGEST TO CB3X-EXPECTED-DIGEST.
005338     MOVE CB3X-PENDING-USER   TO CB3X-UPDATE-USER.
005339     MOVE CB3X-PENDING-DATE   TO CB3X-UPDATE-DATE.
005340     MOVE CB3X-PENDING-TIME   TO CB3X-UPDATE-TIME.
005341     MOVE CB3E-CURRENT-USER   TO CB3X-APPROVE-USER.
005342     EXEC CICS ASKTIME ABSTIME(CB3E-ABSTIME) END-EXEC.
005343     EXEC CICS FORMATTIME ABSTIME(CB3E-ABSTIME)
005345               YYYYMMDD(CB3E-DATE-TEXT)
005347     END-EXEC.
005349     MOVE CB3E-DATE-TEXT      TO CB3X-APPROVE-DATE.
005352     MOVE EIBTIME             TO CB3X-APPROVE-TIME.
005355     MOVE SPACES              TO CB3X-PENDING-DIGEST
005358                                 CB3X-PENDING-USER.
005361     MOVE ZERO                TO CB3X-PENDING-DATE
005364                                 CB3X-PENDING-TIME.
005367     EXEC CICS REWRITE FILE('DIGESTF')
005370               FROM(CB3X-DIGEST-RECORD)
005373     END-EXEC.
005380     MOVE CB3X-EXPECTED-DIGEST TO CB3A-EXPECTED-DIGEST.
005390     PERFORM 5600-SEAL-APPROVAL THRU 5600-EXIT.
005400     EXEC CICS REWRITE FILE('AUDITF')
005410               FROM(CB3A-AUDIT-RECORD)
005420     END-EXEC.
005430     MOVE "RE-KEY APPROVED -- EXPECTED DIGEST NOW LIVE"
005440         TO CB3EMSGO.
005450     GO TO 5500-EXIT.
005460 5500-NOT-FOUND.
005470     MOVE "SELECTED ROW NO LONGER ON FILE -- SEARCH AGAIN"
005480         TO CB3EMSGO.
005490     GO TO 5500-EXIT.
005500 5500-NO-PENDING.
005510     MOVE "NO RE-KEY IS PENDING FOR THAT FILE NAME"
005520         TO CB3EMSGO.
005530 5500-EXIT.
005540     PERFORM 4600-REDISPLAY-ROWS THRU 4600-EXIT.
005550     PERFORM 4900-SEND-RESULTS THRU 4900-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580* 5600-SEAL-APPROVAL -- CHAIN A RE-KEY APPROVAL ENTRY ONTO THE
005590*     SEAL LEDGER (SEE CB3SLREC) FOR THE AUDIT ROW ABOUT TO BE
005600*     REWRITTEN, THE SAME WAY CBDEM3A SEALS A BATCH CHANGE: READ
005610*     THE CHAIN HEAD FOR UPDATE (WHICH ALSO SERIALIZES AGAINST
005620*     ANY OTHER WRITER), STAMP THE NEXT SEQUENCE NUMBER ON THE
005630*     ROW, HASH THE ROW WITH ITS SEAL BLANK, SEAL THE ENTRY,
005640*     STAMP THE SEAL ON THE ROW, THEN ADVANCE THE HEAD BEFORE
005650*     WRITING THE ENTRY.
005660*----------------------------------------------------------------
005670 5600-SEAL-APPROVAL.
005680     MOVE "N"  TO CB3E-HEAD-NEW-SW.
005690     MOVE ZERO TO CB3E-HEAD-RID.
005700     EXEC CICS HANDLE CONDITION
005710               NOTFND(5600-NEW-HEAD)
005720     END-EXEC.
005730     EXEC CICS READ FILE('AUDSEALF')
005740               INTO(CB3SL-SEAL-RECORD)
005750               RIDFLD(CB3E-HEAD-RID)
005760               UPDATE
005770     END-EXEC.
005780     MOVE CB3SL-HEAD-SEQ        TO CB3E-SEAL-SEQ.
005790     MOVE CB3SL-HEAD-SEAL       TO CB3E-PRIOR-SEAL.
005800     MOVE CB3SL-HEAD-START-DATE TO CB3E-START-DATE.
005810     GO TO 5600-BUILD-ENTRY.
005820 5600-NEW-HEAD.
005830     MOVE "Y"                   TO CB3E-HEAD-NEW-SW.
005840     MOVE ZERO                  TO CB3E-SEAL-SEQ.
005850     MOVE SPACES                TO CB3E-PRIOR-SEAL.
005860     MOVE CB3X-APPROVE-DATE     TO CB3E-START-DATE.
005870 5600-BUILD-ENTRY.
005880     ADD 1 TO CB3E-SEAL-SEQ.
005890     MOVE CB3E-SEAL-SEQ         TO CB3A-SEAL-SEQ.
005900     MOVE SPACES                TO CB3A-SEAL.
005910     CALL "C$SHA256" USING BY REFERENCE CB3A-AUDIT-RECORD
005920                           BY REFERENCE CB3E-ROW-DIGEST.
005930     MOVE SPACES                TO CB3SL-SEAL-RECORD.
005940     MOVE CB3E-SEAL-SEQ         TO CB3SL-KEY-SEQ.
005950     MOVE "K"                   TO CB3SL-ENTRY-TYPE.
005960     MOVE CB3A-AUDIT-KEY        TO CB3SL-AUDIT-KEY.
005970     MOVE CB3X-APPROVE-DATE     TO CB3SL-ENTRY-DATE.
005980     MOVE CB3X-APPROVE-TIME     TO CB3SL-ENTRY-TIME.
005990     MOVE CB3E-CURRENT-USER     TO CB3SL-ENTRY-USER.
006000     MOVE CB3E-ROW-DIGEST       TO CB3SL-ROW-DIGEST.
006010     MOVE CB3E-PRIOR-SEAL       TO CB3SL-PRIOR-SEAL.
006020     CALL "C$SHA256" USING BY REFERENCE CB3SL-SEALED-PART
006030                           BY REFERENCE CB3SL-SEAL.
006040     MOVE CB3SL-SEAL            TO CB3A-SEAL.
006050     MOVE CB3SL-SEAL-RECORD     TO CB3E-SEAL-ENTRY.
006060     MOVE SPACES                TO CB3SL-SEAL-RECORD.
006070     MOVE ZERO                  TO CB3SL-KEY-SEQ.
006080     MOVE CB3E-SEAL-SEQ         TO CB3SL-HEAD-SEQ.
006090     MOVE CB3A-SEAL             TO CB3SL-HEAD-SEAL.
006100     MOVE CB3E-START-DATE       TO CB3SL-HEAD-START-DATE.
006110     IF CB3E-HEAD-IS-NEW
006120         EXEC CICS WRITE FILE('AUDSEALF')
006130                   FROM(CB3SL-SEAL-RECORD)
006140                   RIDFLD(CB3SL-KEY-SEQ)
006150         END-EXEC
006160     ELSE
006170         EXEC CICS REWRITE FILE('AUDSEALF')
006180                   FROM(CB3SL-SEAL-RECORD)
006190         END-EXEC
006200     END-IF.
006210     EXEC CICS WRITE FILE('AUDSEALF')
006220               FROM(CB3E-SEAL-ENTRY)
006230               RIDFLD(CB3E-SEAL-SEQ)
006240     END-EXEC.
006250 5600-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 5700-CHECK-ENTITLEMENT -- MAY CB3E-CHECK-USER PERFORM CB3E-
006290*     CHECK-ACTION ON CB3E-CHECK-FILENAME TODAY? THE SAME TESTS,
006300*     IN THE SAME ORDER, AS THE BATCH KEEPER (CBDEM3EN): ON THE
006310*     MASTER, IN EFFECT TODAY, ACTION GRANTED, FILE'S PARTNER
006320*     WITHIN THE USER'S LIMIT. CB3E-REFUSE-REASON COMES BACK
006330*     BLANK IF ALLOWED, ELSE WITH THE FIRST TEST FAILED (CODES
006340*     IN CB3ENREC). THE PARTNER IS LOOKED UP FIRST SO EVERY
006350*     REFUSAL ENTRY NAMES IT. A PARTNER OR ENTITLEMENT MASTER
006360*     THAT CANNOT BE READ IS REFUSED "E" -- THE CHECK FAILS
006370*     CLOSED. THE CONDITIONS SET HERE ARE DROPPED ON THE WAY OUT.
006380*----------------------------------------------------------------
006390 5700-CHECK-ENTITLEMENT.
006400     MOVE SPACES TO CB3E-REFUSE-REASON
006410                    CB3E-PARTNER-ID.
006420     EXEC CICS ASKTIME ABSTIME(CB3E-ABSTIME) END-EXEC.
006430     EXEC CICS FORMATTIME ABSTIME(CB3E-ABSTIME)
006440               YYYYMMDD(CB3E-DATE-TEXT)
006450     END-EXEC.
006460     MOVE CB3E-DATE-TEXT TO CB3E-TODAY.
006470     MOVE CB3E-CHECK-FILENAME TO CB3E-PARTNER-KEY.
006480     EXEC CICS HANDLE CONDITION
006490               NOTFND(5700-READ-USER)
006500               NOTOPEN(5700-NOT-READABLE)
006510               DISABLED(5700-NOT-READABLE)
006520               ERROR(5700-NOT-READABLE)
006530     END-EXEC.
006540     EXEC CICS READ FILE('PARTNERF')
006550               INTO(CB3N-PARTNER-RECORD)
006560               RIDFLD(CB3E-PARTNER-KEY)
006570     END-EXEC.
006580     MOVE CB3N-PARTNER-ID TO CB3E-PARTNER-ID.
006590 5700-READ-USER.
006600     IF CB3E-CHECK-USER = SPACES
006610         MOVE "I" TO CB3E-REFUSE-REASON
006620         GO TO 5700-DONE
006630     END-IF.
006640     MOVE CB3E-CHECK-USER TO CB3E-ENTITLE-KEY.
006650     EXEC CICS HANDLE CONDITION
006660               NOTFND(5700-NO-USER)
006670               NOTOPEN(5700-NOT-READABLE)
006680               DISABLED(5700-NOT-READABLE)
006690               ERROR(5700-NOT-READABLE)
006700     END-EXEC.
006710     EXEC CICS READ FILE('ENTITLF')
006720               INTO(CB3EN-ENTITLE-RECORD)
006730               RIDFLD(CB3E-ENTITLE-KEY)
006740     END-EXEC.
006750     IF CB3EN-EFFECTIVE-DATE IS NOT NUMERIC
006760         OR CB3EN-EXPIRY-DATE IS NOT NUMERIC
006770         OR CB3EN-EFFECTIVE-DATE > CB3E-TODAY
006780         OR (CB3EN-EXPIRY-DATE NOT = ZERO
006790             AND CB3EN-EXPIRY-DATE < CB3E-TODAY)
006800         MOVE "D" TO CB3E-REFUSE-REASON
006810         GO TO 5700-DONE
006820     END-IF.
006830     IF CB3E-CHECK-ACTION = "K"
006840         MOVE 4 TO CB3E-ACTION-IX
006850     ELSE
006860         MOVE 5 TO CB3E-ACTION-IX
006870     END-IF.
006880     IF CB3EN-ACTION-FLAG (CB3E-ACTION-IX) NOT = "Y"
006890         MOVE "A" TO CB3E-REFUSE-REASON
006900         GO TO 5700-DONE
006910     END-IF.
006920     IF CB3EN-PARTNER-LIMITS = SPACES
006930         GO TO 5700-DONE
006940     END-IF.
006950     MOVE "N" TO CB3E-PARTNER-MATCH-SW.
006960     IF CB3E-PARTNER-ID NOT = SPACES
006970         PERFORM 5750-MATCH-ONE-PARTNER THRU 5750-EXIT
006980             VARYING CB3E-PX FROM 1 BY 1
006990             UNTIL CB3E-PX > 10
007000                OR CB3E-PARTNER-MATCHED
007010     END-IF.
007020     IF NOT CB3E-PARTNER-MATCHED
007030         MOVE "P" TO CB3E-REFUSE-REASON
007040     END-IF.
007050     GO TO 5700-DONE.
007060 5700-NO-USER.
007070     MOVE "U" TO CB3E-REFUSE-REASON.
007080     GO TO 5700-DONE.
007090 5700-NOT-READABLE.
007100     MOVE "E" TO CB3E-REFUSE-REASON.
007110 5700-DONE.
007120     EXEC CICS HANDLE CONDITION
007130               NOTFND NOTOPEN DISABLED ERROR
007140     END-EXEC.
007150 5700-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180* 5750-MATCH-ONE-PARTNER -- ONE ENTRY OF THE USER'S PARTNER
007190*     LIMIT.
007200*----------------------------------------------------------------
007210 5750-MATCH-ONE-PARTNER.
007220     IF CB3EN-PARTNER-ID (CB3E-PX) = CB3E-PARTNER-ID
007230         MOVE "Y" TO CB3E-PARTNER-MATCH-SW
007240     END-IF.
007250 5750-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* 5800-SEAL-REFUSAL -- CHAIN A REFUSAL ENTRY ONTO THE SEAL
007290*     LEDGER FOR A REFUSED PF5 OR PF6, UNDER THE SIGNED-ON
007300*     USER, THE SAME WAY CBDEM3A SEALS A BATCH REFUSAL: NO ROW
007310*     CHANGES, SO THE ENTRY IS KEYED BY THE FILE NAME AND THE
007320*     DATE AND TIME OF THE ATTEMPT AND CARRIES THE REFUSAL
007330*     DETAIL IN PLACE OF A ROW DIGEST (SEE CB3SLREC). TODAY'S
007340*     DATE WAS TAKEN BY THE CHECK THAT RAN FIRST. THE REASON
007350*     GOES BACK TO THE ANALYST ON THE MESSAGE LINE.
007360*----------------------------------------------------------------
007370 5800-SEAL-REFUSAL.
007380     MOVE "N"  TO CB3E-HEAD-NEW-SW.
007390     MOVE ZERO TO CB3E-HEAD-RID.
007400     EXEC CICS HANDLE CONDITION
007410               NOTFND(5800-NEW-HEAD)
007420     END-EXEC.
007430     EXEC CICS READ FILE('AUDSEALF')
007440               INTO(CB3SL-SEAL-RECORD)
007450               RIDFLD(CB3E-HEAD-RID)
007460               UPDATE
007470     END-EXEC.
007480     MOVE CB3SL-HEAD-SEQ         TO CB3E-SEAL-SEQ.
007490     MOVE CB3SL-HEAD-SEAL        TO CB3E-PRIOR-SEAL.
007500     MOVE CB3SL-HEAD-START-DATE  TO CB3E-START-DATE.
007510     GO TO 5800-BUILD-ENTRY.
007520 5800-NEW-HEAD.
007530     MOVE "Y"                    TO CB3E-HEAD-NEW-SW.
007540     MOVE ZERO                   TO CB3E-SEAL-SEQ.
007550     MOVE SPACES                 TO CB3E-PRIOR-SEAL.
007560     MOVE CB3E-TODAY             TO CB3E-START-DATE.
007570 5800-BUILD-ENTRY.
007580     ADD 1 TO CB3E-SEAL-SEQ.
007590     MOVE SPACES                 TO CB3SL-SEAL-RECORD.
007600     MOVE CB3E-SEAL-SEQ          TO CB3SL-KEY-SEQ.
007610     MOVE "X"                    TO CB3SL-ENTRY-TYPE.
007620     MOVE CB3E-TODAY             TO CB3SL-AUD-DATE
007630                                    CB3SL-ENTRY-DATE.
007640     MOVE CB3E-CHECK-FILENAME    TO CB3SL-AUD-FILENAME.
007650     MOVE EIBTIME                TO CB3SL-AUD-TIME
007660                                    CB3SL-ENTRY-TIME.
007670     MOVE CB3E-CURRENT-USER      TO CB3SL-ENTRY-USER.
007680     MOVE CB3E-REFUSE-ACTION     TO CB3SL-REF-ACTION.
007690     MOVE "CBDEM3E"              TO CB3SL-REF-PROGRAM.
007700     MOVE CB3E-PARTNER-ID        TO CB3SL-REF-PARTNER.
007710     MOVE CB3E-REFUSE-REASON     TO CB3SL-REF-REASON.
007720     MOVE CB3E-REFUSE-OTHER-USER TO CB3SL-REF-CLAIMED-USER.
007730     MOVE CB3E-PRIOR-SEAL        TO CB3SL-PRIOR-SEAL.
007740     CALL "C$SHA256" USING BY REFERENCE CB3SL-SEALED-PART
007750                           BY REFERENCE CB3SL-SEAL.
007760     MOVE CB3SL-SEAL             TO CB3E-ENTRY-SEAL.
007770     MOVE CB3SL-SEAL-RECORD      TO CB3E-SEAL-ENTRY.
007780     MOVE SPACES                 TO CB3SL-SEAL-RECORD.
007790     MOVE ZERO                   TO CB3SL-KEY-SEQ.
007800     MOVE CB3E-SEAL-SEQ          TO CB3SL-HEAD-SEQ.
007810     MOVE CB3E-ENTRY-SEAL        TO CB3SL-HEAD-SEAL.
007820     MOVE CB3E-START-DATE        TO CB3SL-HEAD-START-DATE.
007830     IF CB3E-HEAD-IS-NEW
007840         EXEC CICS WRITE FILE('AUDSEALF')
007850                   FROM(CB3SL-SEAL-RECORD)
007860                   RIDFLD(CB3SL-KEY-SEQ)
007870         END-EXEC
007880     ELSE
007890         EXEC CICS REWRITE FILE('AUDSEALF')
007900                   FROM(CB3SL-SEAL-RECORD)
007910         END-EXEC
007920     END-IF.
007930     EXEC CICS WRITE FILE('AUDSEALF')
007940               FROM(CB3E-SEAL-ENTRY)
007950               RIDFLD(CB3E-SEAL-SEQ)
007960     END-EXEC.
007970     EVALUATE CB3E-REFUSE-REASON
007980         WHEN "S"
007990             MOVE
008000               "MAKER CANNOT APPROVE OWN RE-KEY -- ATTEMPT LOGGED"
008010                 TO CB3EMSGO
008020         WHEN "M"
008030             MOVE
008040               "MAKER NO LONGER MAY RE-KEY -- ATTEMPT LOGGED"
008050                 TO CB3EMSGO
008060         WHEN "P"
008070             MOVE
008080               "FILE'S PARTNER OUTSIDE YOUR ENTITLEMENT -- LOGGED"
008090                 TO CB3EMSGO
008100         WHEN "E"
008110             MOVE
008120               "ENTITLEMENT MASTER UNAVAILABLE -- ATTEMPT LOGGED"
008130                 TO CB3EMSGO
008140         WHEN "D"
008150             MOVE "YOUR ENTITLEMENT IS NOT IN EFFECT -- LOGGED"
008160                 TO CB3EMSGO
008170         WHEN OTHER
008180             IF CB3E-REFUSE-ACTION = "K"
008190                 MOVE "NOT ENTITLED TO RE-KEY -- ATTEMPT LOGGED"
008200                     TO CB3EMSGO
008210             ELSE
008220                 MOVE "NOT ENTITLED TO APPROVE -- ATTEMPT LOGGED"
008230                     TO CB3EMSGO
008240             END-IF
008250     END-EVALUATE.
008260 5800-EXIT.
008270     EXIT.
008280*----------------------------------------------------------------
008290* 7000-SEND-GOODBYE -- PF3 PRESSED. SEND A FAREWELL SCREEN AND
008300*     END THE CONVERSATION (NO TRANSID ON THE RETURN, SO CICS
008310*     DOES NOT RESTART THIS TRANSACTION FOR THE TERMINAL).
008320*----------------------------------------------------------------
008330 7000-SEND-GOODBYE.
008340     EXEC CICS SEND TEXT
008350               FROM(CB3E-GOODBYE-TEXT)
008360               LENGTH(LENGTH OF CB3E-GOODBYE-TEXT)
008370               ERASE
008380               FREEKB
008390     END-EXEC.
008400     EXEC CICS RETURN END-EXEC.
008410 7000-EXIT.
008420     EXIT.
