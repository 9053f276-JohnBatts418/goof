000330*
000340* ONE SYSIN CARD PER RUN: THE HELD INBOUND FILE NAME (THE HOLD
000350* ROW'S KEY), THE REFERENCE MANIFEST, THE JOB-ID AND STEP-ID
000360* TO STAMP ON THE EXTRACT'S AUDIT ROW, AND OPTIONALLY THE
000370* ANALYST'S USER-ID. THE DISPOSITION IS RECORDED UNDER THE
000371* USER-ID THE JOB RUNS UNDER, WHICH MUST BE ENTITLED TO
000372* PARTIAL ACCEPT FOR THE FILE'S PARTNER ON THE ENTITLEMENT
000373* MASTER (CBDEM3EN, SEE CB3ENREC); A USER-ID ON THE CARD MUST
000374* NAME THAT SAME USER. A REFUSED ATTEMPT TOUCHES NOTHING AND
000375* IS SEALED ON THE AUDIT TRAIL'S LEDGER (CBDEM3A "X").
000380*
000390* RETURN CODE: 0 EXTRACT WRITTEN AND STAMPED, 4 NO OPEN HOLD
000400* FOR THE NAME, NOT ENTITLED, OR NO RECORD VERIFIED GOOD
000410* (NOTHING SALVAGED, HOLD LEFT STANDING), 8 ON A FILE ERROR.
000420*----------------------------------------------------------------
000430* MODIFICATION HISTORY.
000440*   09/02/2026  DLH  ORIGINAL VERSION.
000441*   10/15/2026  DLH  THE CLEAN EXTRACT'S AUDIT ROW NOW CARRIES
000442*                    THE FINANCIAL CONTROL TOTALS CBDEM3H ADDED
000443*                    UP OVER IT, SO FINANCE SEES THE DOLLARS
000444*                    THAT POSTED UNDER THE EXCEPTION.
000445*   10/15/2026  DLH  THE AUDIT ROW'S RECORD EDIT FIELDS ARE
000446*                    WRITTEN AS NOT EDITED.
000447*   10/15/2026  DLH  THE "TRA" TRAILER AUTHENTICATION RECORD IS
000448*                    SKIPPED LIKE THE "TRL" TRAILER.
000449*   10/15/2026  DLH  THE AUDIT ROW'S TRAILER AUTHENTICATION AND
000450*                    OUTBOUND ACKNOWLEDGMENT FIELDS ARE WRITTEN
000451*                    BLANK.
000452*   10/15/2026  DLH  THE AUDIT ROW'S CONSUMPTION FIELDS ARE
000453*                    WRITTEN BLANK.
000454*   10/15/2026  DLH  THE PARTIAL ACCEPT IS NOW RECORDED UNDER THE
000455*                    JOB'S REAL SUBMITTING USER, WHO MUST BE
000456*                    ENTITLED TO IT ON THE ENTITLEMENT MASTER.
000457*                    THE CARD'S USER-ID IS OPTIONAL AND MUST
000458*                    MATCH. REFUSALS ARE SEALED ON THE LEDGER.
000459*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
001550     05  CB3Y-RUN-DATE           PIC 9(08).
001560     05  CB3Y-RUN-TIME           PIC 9(08).
001570*----------------------------------------------------------------
001571*    01  CB3Y-RUN-USER        -- THE USER-ID THIS JOB RUNS UNDER.
001572*        RETURNED BY THE SITE ROUTINE C$RUNUSR FROM THE JOB'S
001573*        SECURITY ENVIRONMENT. SPACES = IT COULD NOT BE TOLD, AND
001574*        THE PARTIAL ACCEPT IS REFUSED.
001575*----------------------------------------------------------------
001576 01  CB3Y-RUN-USER               PIC X(08).
001578*----------------------------------------------------------------
001580*    01  CB3Y-A-LINE / CB3Y-B-LINE -- PARSED VIEWS OF ONE LINE
001590*        FROM EACH MANIFEST, IN THE LAYOUT CBDEM3H WRITES (SEE
001600*        CB3H-MANIFEST-LINE): RECORD NUMBER, SHA-256, SHA-1.
001860     05  CB3H-P-RECORD-COUNT      PIC 9(08) COMP.
001870     05  CB3H-P-RECORD-FORMAT     PIC X(01).
001880     05  CB3H-P-RETURN-CODE       PIC S9(04) COMP.
001882     05  CB3H-P-DEBIT-TOTAL       PIC 9(13)V99.
001884     05  CB3H-P-CREDIT-TOTAL      PIC 9(13)V99.
001886     05  CB3H-P-ACCT-HASH-TOTAL   PIC 9(18).
001887     05  CB3H-P-UNTOTALLED-COUNT  PIC 9(08) COMP.
001888     05  CB3H-P-TRAILER-KEY-ID    PIC X(08).
001889     05  CB3H-P-TRAILER-MAC       PIC X(64).
001890*----------------------------------------------------------------
001900*    01  CB3A-AUDIT-RECORD    -- ROW PASSED TO CBDEM3A.
001910*----------------------------------------------------------------
001940*    01  CB3A-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3A.
001950*----------------------------------------------------------------
001960 01  CB3A-PARM-AREA.
001970     05  CB3A-P-AUDIT-RECORD     PIC X(658).
001980     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
001990     05  CB3A-P-FUNCTION         PIC X(01).
002000         88  CB3A-P-FN-UPDATE-DISPO     VALUE "U".
002005         88  CB3A-P-FN-REFUSAL          VALUE "X".
002010     05  CB3A-P-QUERY-FILENAME   PIC X(80).
002020     05  CB3A-P-QUERY-DIGEST     PIC X(64).
002030     05  CB3A-P-QUERY-FOUND      PIC X(01).
002100     05  CB3A-P-DISPO-USER       PIC X(08).
002110     05  CB3A-P-TICKET-NBR       PIC X(12).
002120     05  CB3A-P-RESOLUTION       PIC X(08).
002121     05  CB3A-P-ACK-STATUS       PIC X(01).
002122     05  CB3A-P-ACK-DIGEST       PIC X(64).
002123     05  CB3A-P-ACK-DATE         PIC 9(08).
002124     05  CB3A-P-ACK-TIME         PIC 9(08).
002125     05  CB3A-P-CONSUMER-JOB     PIC X(08).
002126     05  CB3A-P-CONSUMER-STEP    PIC X(08).
002128     05  CB3A-P-REFUSED-ACTION   PIC X(01).
002130     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
002132     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
002134     05  CB3A-P-REFUSED-REASON   PIC X(01).
002136     05  CB3A-P-CLAIMED-USER     PIC X(08).
002138*----------------------------------------------------------------
002140*    01  CB3Q-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3Q.
002150*----------------------------------------------------------------
002160 01  CB3Q-PARM-AREA.
002260     05  CB3Q-P-FOUND            PIC X(01).
002270         88  CB3Q-P-HOLD-FOUND           VALUE "Y".
002280     05  CB3Q-P-RETURN-CODE      PIC S9(04) COMP.
002281*----------------------------------------------------------------
002282*    01  CB3EN-PARM-AREA      -- PARAMETER AREA FOR CBDEM3EN.
002283*----------------------------------------------------------------
002284 01  CB3EN-PARM-AREA.
002285     05  CB3EN-P-FUNCTION        PIC X(01).
002286     05  CB3EN-P-USER-ID         PIC X(08).
002287     05  CB3EN-P-ACTION          PIC X(01).
002288     05  CB3EN-P-FILENAME        PIC X(80).
002289     05  CB3EN-P-AS-OF-DATE      PIC 9(08).
002290     05  CB3EN-P-ALLOWED         PIC X(01).
002291         88  CB3EN-P-IS-ALLOWED          VALUE "Y".
002292     05  CB3EN-P-REASON          PIC X(01).
002293     05  CB3EN-P-PARTNER-ID      PIC X(08).
002294     05  CB3EN-P-FOUND           PIC X(01).
002295     05  CB3EN-P-RECORD          PIC X(155).
002296     05  CB3EN-P-RETURN-CODE     PIC S9(04) COMP.
002298 PROCEDURE DIVISION.
002300*----------------------------------------------------------------
002310* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE SALVAGE.
002320*----------------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002342     IF NOT CB3Y-RC-OK
002344         GO TO 0000-FINISH
002346     END-IF.
002348     PERFORM 1100-CHECK-ENTITLEMENT THRU 1100-EXIT.
002350     IF NOT CB3Y-RC-OK
002360         GO TO 0000-FINISH
002370     END-IF.
002700*----------------------------------------------------------------
002710* 1000-INITIALIZE -- READ AND VALIDATE THE ANALYST'S CARD, AND
002720*     DERIVE THE FAILED-RUN MANIFEST NAME THE WAY THE BATCH
002730*     DRIVER BUILT IT. TAKE THE USER THE JOB RUNS UNDER FROM THE
002735*     SYSTEM, NOT FROM THE CARD.
002740*----------------------------------------------------------------
002750 1000-INITIALIZE.
002760     MOVE ZERO   TO CB3Y-RETURN-CODE.
002780     ACCEPT CB3Y-CONTROL-CARD FROM SYSIN.
002790     ACCEPT CB3Y-RUN-DATE FROM DATE YYYYMMDD.
002800     ACCEPT CB3Y-RUN-TIME FROM TIME.
002803     MOVE SPACES TO CB3Y-RUN-USER.
002806     CALL "C$RUNUSR" USING BY REFERENCE CB3Y-RUN-USER.
002810     IF CB3Y-FILENAME = SPACES
002820         OR CB3Y-REFMAN-NAME = SPACES
002840         DISPLAY "CBDEM3Y -- FILE NAME AND REFERENCE MANIFEST "
002850                 "ARE REQUIRED"
002860         MOVE 4 TO CB3Y-RETURN-CODE
002870         GO TO 1000-EXIT
002880     END-IF.
002930     END-STRING.
002940 1000-EXIT.
002950     EXIT.
002951*----------------------------------------------------------------
002952* 1100-CHECK-ENTITLEMENT -- THE USER THE JOB RUNS UNDER MUST BE
002953*     KNOWN, MUST BE THE USER THE CARD NAMES (IF IT NAMES ONE),
002954*     AND MUST BE ENTITLED TO PARTIAL ACCEPT ("P") FOR THE
002956*     FILE'S PARTNER. ANYTHING ELSE IS REFUSED AND THE REFUSAL
002958*     SEALED BEFORE THE HOLD OR THE QUARANTINED DATA IS READ.
002960*----------------------------------------------------------------
002961 1100-CHECK-ENTITLEMENT.
002962     MOVE SPACES TO CB3EN-P-REASON
002963                    CB3EN-P-PARTNER-ID.
002964     IF CB3Y-RUN-USER = SPACES
002965         OR (CB3Y-USER-ID NOT = SPACES
002966             AND CB3Y-USER-ID NOT = CB3Y-RUN-USER)
002967         MOVE "I" TO CB3EN-P-REASON
002968         GO TO 1100-REFUSED
002969     END-IF.
002970     MOVE "C"            TO CB3EN-P-FUNCTION.
002971     MOVE CB3Y-RUN-USER  TO CB3EN-P-USER-ID.
002972     MOVE "P"            TO CB3EN-P-ACTION.
002973     MOVE CB3Y-FILENAME  TO CB3EN-P-FILENAME.
002974     MOVE CB3Y-RUN-DATE  TO CB3EN-P-AS-OF-DATE.
002975     MOVE "N"            TO CB3EN-P-ALLOWED.
002976     CALL "CBDEM3EN" USING CB3EN-PARM-AREA.
002977     IF CB3EN-P-IS-ALLOWED
002978         AND CB3EN-P-RETURN-CODE = ZERO
002979         GO TO 1100-EXIT
002980     END-IF.
002981     IF CB3EN-P-RETURN-CODE NOT = ZERO
002982         DISPLAY "CBDEM3Y -- ENTITLEMENT MASTER ERROR"
002983         MOVE "E" TO CB3EN-P-REASON
002984     END-IF.
002985 1100-REFUSED.
002986     DISPLAY "CBDEM3Y -- USER " CB3Y-RUN-USER
002987             " NOT ENTITLED TO PARTIAL ACCEPT, REASON "
002988             CB3EN-P-REASON.
002989     IF CB3EN-P-REASON = "E"
002990         MOVE 8 TO CB3Y-RETURN-CODE
002991     ELSE
002992         MOVE 4 TO CB3Y-RETURN-CODE
002993     END-IF.
002994     MOVE "X"                TO CB3A-P-FUNCTION.
002995     MOVE CB3Y-FILENAME      TO CB3A-P-QUERY-FILENAME.
002996     MOVE CB3Y-RUN-USER      TO CB3A-P-DISPO-USER.
002997     MOVE "P"                TO CB3A-P-REFUSED-ACTION.
002998     MOVE "CBDEM3Y"          TO CB3A-P-REFUSED-PROGRAM.
002999     MOVE CB3EN-P-PARTNER-ID TO CB3A-P-REFUSED-PARTNER.
003000     MOVE CB3EN-P-REASON     TO CB3A-P-REFUSED-REASON.
003001     MOVE CB3Y-USER-ID       TO CB3A-P-CLAIMED-USER.
003002     MOVE "N"                TO CB3A-P-QUERY-FOUND.
003003     CALL "CBDEM3A" USING CB3A-PARM-AREA.
003004     IF CB3A-P-RETURN-CODE NOT = ZERO
003005         OR NOT CB3A-P-QUERY-IS-FOUND
003006         DISPLAY "CBDEM3Y -- WARNING, REFUSAL NOT SEALED ON TRAIL"
003007         MOVE 8 TO CB3Y-RETURN-CODE
003008     END-IF.
003009 1100-EXIT.
003010     EXIT.
003011*----------------------------------------------------------------
003012* 1200-QUERY-HOLD -- THE SALVAGE ONLY APPLIES TO A FILE NAME
003013*     CURRENTLY HELD IN QUARANTINE. THE HOLD ROW SUPPLIES THE
003014*     QUARANTINE LOCATION AND THE FAILING RUN'S AUDIT KEY FOR
003016*     THE DISPOSITION STAMPS; THE CLEAN AND SUSPECT NAMES ARE
003018*     DERIVED BESIDE IT.
003020*----------------------------------------------------------------
003030 1200-QUERY-HOLD.
003040     MOVE "N"           TO CB3Q-P-FOUND.
004030     EXIT.
004040*----------------------------------------------------------------
004050* 1970-READ-DATA-RECORD -- NEXT DATA RECORD FROM THE QUARANTINED
004060*     FILE, SKIPPING THE TRAILERS EXACTLY AS THE HASH ENGINE DID,
004070*     SO THE DATA STAYS IN STEP WITH THE FAILED MANIFEST'S
004080*     RECORD NUMBERS.
004090*----------------------------------------------------------------
004130             MOVE "10" TO CB3Y-QUAR-STATUS
004140     END-READ.
004150     IF CB3Y-QUAR-OK
004160         AND (CB3-RECORD-DATA (1:3) = "TRL"
004165           OR CB3-RECORD-DATA (1:3) = "TRA")
004170         GO TO 1970-READ-DATA-RECORD
004180     END-IF.
004190 1970-EXIT.
005370     MOVE ZERO                   TO CB3A-DISPO-DATE.
005380     MOVE SPACES                 TO CB3A-TICKET-NBR
005390                                    CB3A-RESOLUTION-STATUS.
005391     MOVE CB3H-P-DEBIT-TOTAL     TO CB3A-DEBIT-TOTAL.
005392     MOVE CB3H-P-CREDIT-TOTAL    TO CB3A-CREDIT-TOTAL.
005393     MOVE CB3H-P-ACCT-HASH-TOTAL TO CB3A-ACCT-HASH-TOTAL.
005394     MOVE SPACES                 TO CB3A-PROMISED-TOTALS.
005397     MOVE "N"                    TO CB3A-TOTALS-STATUS.
005398     MOVE "N"                    TO CB3A-EDIT-STATUS.
005399     MOVE ZERO                   TO CB3A-EDIT-REJECTS
005400                                    CB3A-REJECT-PCT.
005401     MOVE "N"                    TO CB3A-AUTH-STATUS.
005402     MOVE SPACES                 TO CB3A-AUTH-KEY-ID
005403                                    CB3A-ACK-STATUS
005404                                    CB3A-ACK-DIGEST.
005405     MOVE ZERO                   TO CB3A-ACK-DATE
005406                                    CB3A-ACK-TIME.
005407     MOVE SPACES                 TO CB3A-CONSUMED-JOB
005408                                    CB3A-CONSUMED-STEP.
005409     MOVE ZERO                   TO CB3A-CONSUMED-DATE
005410                                    CB3A-CONSUMED-TIME
005411                                    CB3A-CONSUMED-COUNT.
005412     MOVE SPACES                 TO CB3A-P-FUNCTION.
005413     MOVE CB3A-AUDIT-RECORD      TO CB3A-P-AUDIT-RECORD.
005420     CALL "CBDEM3A" USING CB3A-PARM-AREA.
005430     IF CB3A-P-RETURN-CODE NOT = ZERO
005440         DISPLAY "CBDEM3Y -- WARNING, AUDIT TRAIL WRITE FAILED"
005560     MOVE "D"            TO CB3Q-P-FUNCTION.
005570     MOVE CB3Y-FILENAME  TO CB3Q-P-FILENAME.
005580     MOVE "P"            TO CB3Q-P-STATUS.
005590     MOVE CB3Y-RUN-USER  TO CB3Q-P-DISPO-USER.
005600     MOVE "N"            TO CB3Q-P-FOUND.
005610     CALL "CBDEM3Q" USING CB3Q-PARM-AREA.
005620     IF CB3Q-P-RETURN-CODE NOT = ZERO
005680     MOVE CB3Q-P-AUDIT-DATE TO CB3A-P-QUERY-DATE.
005690     MOVE CB3Q-P-AUDIT-TIME TO CB3A-P-QUERY-TIME.
005700     MOVE "P"               TO CB3A-P-DISPO-STATUS.
005710     MOVE CB3Y-RUN-USER     TO CB3A-P-DISPO-USER.
005720     MOVE "N"               TO CB3A-P-QUERY-FOUND.
005730     CALL "CBDEM3A" USING CB3A-PARM-AREA.
005740     EVALUATE TRUE
