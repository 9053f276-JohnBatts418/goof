000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3EN.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3EN -- ANALYST ENTITLEMENT KEEPER.
000090*
000100* KEEPS ONE ROW PER USER-ID ON THE ENTITLF MASTER (SEE CB3ENREC)
000110* SAYING WHICH CONTROLLED ACTIONS -- RELEASE, REJECT, PARTIAL
000120* ACCEPT, RE-KEY, APPROVE -- THAT USER MAY PERFORM, AND FOR WHICH
000130* PARTNERS' FEEDS. THE BATCH DISPOSITION PROGRAMS (CBDEM3U,
000140* CBDEM3Y) ASK IT BEFORE THEY TOUCH A HOLD, PASSING THE USER THE
000150* JOB ACTUALLY RAN UNDER, NEVER A USER-ID TYPED ON A CARD.
000160*
000170* FUNCTIONS --
000180*   "C"  CHECK: MAY THIS USER PERFORM THIS ACTION ON THIS FILE
000190*        ON THE CALLER'S DATE (ZERO = TODAY)? THE FILE'S PARTNER
000200*        COMES FROM THE PARTNER MASTER (CBDEM3N) AND IS RETURNED
000210*        EITHER WAY, FOR THE CALLER'S AUDIT ENTRY.
000220*   "N"  NEXT: RETURN THE FIRST ROW WHOSE USER-ID FOLLOWS THE
000230*        CALLER'S (SPACES = THE FIRST ROW), FOR THE USAGE REPORT
000240*        (CBDEM3ER).
000250*   "W"  WRITE AND "D" DELETE A ROW (CBDEM3EL, THE LOADER).
000260*
000270* A CHECK RETURNS ALLOWED "Y", OR "N" WITH THE REASON CODE
000280* LISTED IN CB3ENREC. IT FAILS CLOSED: A MASTER THAT CANNOT BE
000290* READ RETURNS RC=8 WITH ALLOWED "N" AND REASON "E".
000300*----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*   10/15/2026  DLH  ORIGINAL VERSION.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CB3EN-ENTITLE-FILE ASSIGN TO ENTITLF
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CB3EN-ENTITLE-KEY
000440         FILE STATUS IS CB3EN-ENTITLE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CB3EN-ENTITLE-FILE.
000480 COPY CB3ENREC.
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000510*    01  CB3EN-SWITCHES       -- RUN SWITCHES.
000520*----------------------------------------------------------------
000530 01  CB3EN-SWITCHES.
000540     05  CB3EN-ENTITLE-STATUS    PIC X(02) VALUE SPACES.
000550         88  CB3EN-ENTITLE-OK            VALUE "00".
000560         88  CB3EN-ENTITLE-DUPLICATE     VALUE "22".
000570         88  CB3EN-ENTITLE-NOTFOUND      VALUE "23".
000580         88  CB3EN-ENTITLE-NEW-FILE      VALUE "35".
000590     05  CB3EN-FILE-OPENED-SW    PIC X(01) VALUE "N".
000600         88  CB3EN-FILE-IS-OPEN          VALUE "Y".
000610     05  CB3EN-PARTNER-MATCH-SW  PIC X(01) VALUE "N".
000620         88  CB3EN-PARTNER-MATCHED       VALUE "Y".
000630*----------------------------------------------------------------
000640*    01  CB3EN-CHECK-WORK     -- THE ACTION'S POSITION IN THE FLAG
000650*        TABLE AND THE PARTNER-LIMIT SUBSCRIPT.
000660*----------------------------------------------------------------
000670 01  CB3EN-CHECK-WORK.
000680     05  CB3EN-ACTION-IX         PIC S9(04) COMP.
000690     05  CB3EN-PX                PIC S9(04) COMP.
000700*----------------------------------------------------------------
000710*    01  CB3N-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3N.
000720*----------------------------------------------------------------
000730 01  CB3N-PARM-AREA.
000740     05  CB3N-P-FUNCTION         PIC X(01).
000750     05  CB3N-P-FILENAME         PIC X(80).
000760     05  CB3N-P-PARTNER-ID       PIC X(08).
000770     05  CB3N-P-PARTNER-NAME     PIC X(30).
000780     05  CB3N-P-CONTACT          PIC X(40).
000790     05  CB3N-P-FOUND            PIC X(01).
000800         88  CB3N-P-PARTNER-FOUND        VALUE "Y".
000810     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
000820     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
000830     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
000840     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
000850     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
000860     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
000870 LINKAGE SECTION.
000880*----------------------------------------------------------------
000890*    01  CB3EN-PARM           -- CALLER'S PARAMETER AREA.
000900*----------------------------------------------------------------
000910 01  CB3EN-PARM.
000920     05  CB3EN-P-FUNCTION        PIC X(01).
000930         88  CB3EN-P-FN-CHECK            VALUE "C".
000940         88  CB3EN-P-FN-NEXT             VALUE "N".
000950         88  CB3EN-P-FN-WRITE            VALUE "W".
000960         88  CB3EN-P-FN-DELETE           VALUE "D".
000970*        THE USER-ID TO CHECK, DELETE OR READ PAST; RETURNED AS
000980*        THE ROW FOUND BY A NEXT.
000990     05  CB3EN-P-USER-ID         PIC X(08).
001000*        CHECK ONLY: THE ACTION CODE (R, J, P, K OR A -- SEE
001010*        CB3ENREC), THE FILE ACTED ON AND THE DATE TO JUDGE THE
001020*        ROW'S EFFECTIVE AND EXPIRY DATES BY.
001030     05  CB3EN-P-ACTION          PIC X(01).
001040     05  CB3EN-P-FILENAME        PIC X(80).
001050     05  CB3EN-P-AS-OF-DATE      PIC 9(08).
001060     05  CB3EN-P-ALLOWED         PIC X(01).
001070         88  CB3EN-P-IS-ALLOWED          VALUE "Y".
001080     05  CB3EN-P-REASON          PIC X(01).
001090     05  CB3EN-P-PARTNER-ID      PIC X(08).
001100     05  CB3EN-P-FOUND           PIC X(01).
001110         88  CB3EN-P-ROW-FOUND           VALUE "Y".
001120*        THE WHOLE ROW IN THE SHAPE OF CB3ENREC: SUPPLIED FOR A
001130*        WRITE, RETURNED BY A CHECK OR A NEXT THAT FOUND ONE.
001140     05  CB3EN-P-RECORD          PIC X(155).
001150     05  CB3EN-P-RETURN-CODE     PIC S9(04) COMP.
001160         88  CB3EN-P-RC-OK               VALUE ZERO.
001170         88  CB3EN-P-RC-FILE-ERROR       VALUE 8.
001180 PROCEDURE DIVISION USING CB3EN-PARM.
001190*----------------------------------------------------------------
001200* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
001210*----------------------------------------------------------------
001220 0000-MAINLINE.
001230     MOVE ZERO TO CB3EN-P-RETURN-CODE.
001240     MOVE "N"  TO CB3EN-P-FOUND.
001250     IF CB3EN-P-FN-CHECK
001260         MOVE "N"    TO CB3EN-P-ALLOWED
001270         MOVE SPACES TO CB3EN-P-REASON
001280                        CB3EN-P-PARTNER-ID
001290     END-IF.
001300     PERFORM 1000-OPEN-ENTITLE-FILE THRU 1000-EXIT.
001310     IF CB3EN-P-RC-OK
001320         EVALUATE TRUE
001330             WHEN CB3EN-P-FN-CHECK
001340                 PERFORM 2000-CHECK-ENTITLEMENT THRU 2000-EXIT
001350             WHEN CB3EN-P-FN-NEXT
001360                 PERFORM 5000-NEXT-ENTITLEMENT THRU 5000-EXIT
001370             WHEN CB3EN-P-FN-WRITE
001380                 PERFORM 3000-WRITE-ENTITLEMENT THRU 3000-EXIT
001390             WHEN CB3EN-P-FN-DELETE
001400                 PERFORM 4000-DELETE-ENTITLEMENT THRU 4000-EXIT
001410         END-EVALUATE
001420     ELSE
001430         MOVE "E" TO CB3EN-P-REASON
001440     END-IF.
001450     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001460     GOBACK.
001470 0000-EXIT.
001480     EXIT.
001490*----------------------------------------------------------------
001500* 1000-OPEN-ENTITLE-FILE -- A CHECK OR A NEXT ONLY READS THE
001510*     MASTER, AND A MASTER THAT IS NOT THERE IS AN ERROR (NOBODY
001520*     IS ENTITLED TO ANYTHING UNTIL DATA CONTROL LOADS IT). THE
001530*     LOADER OPENS IT FOR UPDATE, CREATING IT THE FIRST TIME.
001540*----------------------------------------------------------------
001550 1000-OPEN-ENTITLE-FILE.
001560     IF CB3EN-P-FN-CHECK OR CB3EN-P-FN-NEXT
001570         OPEN INPUT CB3EN-ENTITLE-FILE
001580     ELSE
001590         OPEN I-O CB3EN-ENTITLE-FILE
001600         IF CB3EN-ENTITLE-NEW-FILE
001610             OPEN OUTPUT CB3EN-ENTITLE-FILE
001620             CLOSE CB3EN-ENTITLE-FILE
001630             OPEN I-O CB3EN-ENTITLE-FILE
001640         END-IF
001650     END-IF.
001660     IF NOT CB3EN-ENTITLE-OK
001670         MOVE 8 TO CB3EN-P-RETURN-CODE
001680         GO TO 1000-EXIT
001690     END-IF.
001700     MOVE "Y" TO CB3EN-FILE-OPENED-SW.
001710 1000-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740* 2000-CHECK-ENTITLEMENT -- NAME THE FILE'S PARTNER, THEN JUDGE
001750*     THE USER'S ROW IN ORDER: ON THE MASTER, IN EFFECT ON THE
001760*     DATE, ACTION GRANTED, PARTNER WITHIN THE USER'S LIMIT.
001770*     THE FIRST TEST FAILED IS THE REASON RETURNED.
001780*----------------------------------------------------------------
001790 2000-CHECK-ENTITLEMENT.
001800     IF CB3EN-P-AS-OF-DATE = ZERO
001810         ACCEPT CB3EN-P-AS-OF-DATE FROM DATE YYYYMMDD
001820     END-IF.
001830     MOVE "Q"              TO CB3N-P-FUNCTION.
001840     MOVE CB3EN-P-FILENAME TO CB3N-P-FILENAME.
001850     MOVE "N"              TO CB3N-P-FOUND.
001860     CALL "CBDEM3N" USING CB3N-PARM-AREA.
001870     IF CB3N-P-RETURN-CODE = ZERO
001880         AND CB3N-P-PARTNER-FOUND
001890         MOVE CB3N-P-PARTNER-ID TO CB3EN-P-PARTNER-ID
001900     END-IF.
001910     EVALUATE CB3EN-P-ACTION
001920         WHEN "R"
001930             MOVE 1 TO CB3EN-ACTION-IX
001940         WHEN "J"
001950             MOVE 2 TO CB3EN-ACTION-IX
001960         WHEN "P"
001970             MOVE 3 TO CB3EN-ACTION-IX
001980         WHEN "K"
001990             MOVE 4 TO CB3EN-ACTION-IX
002000         WHEN "A"
002010             MOVE 5 TO CB3EN-ACTION-IX
002020         WHEN OTHER
002030             MOVE "A" TO CB3EN-P-REASON
002040             GO TO 2000-EXIT
002050     END-EVALUATE.
002060     IF CB3EN-P-USER-ID = SPACES
002070         MOVE "I" TO CB3EN-P-REASON
002080         GO TO 2000-EXIT
002090     END-IF.
002100     MOVE CB3EN-P-USER-ID TO CB3EN-KEY-USER-ID.
002110     READ CB3EN-ENTITLE-FILE.
002120     IF CB3EN-ENTITLE-NOTFOUND
002130         MOVE "U" TO CB3EN-P-REASON
002140         GO TO 2000-EXIT
002150     END-IF.
002160     IF NOT CB3EN-ENTITLE-OK
002170         MOVE 8   TO CB3EN-P-RETURN-CODE
002180         MOVE "E" TO CB3EN-P-REASON
002190         GO TO 2000-EXIT
002200     END-IF.
002210     MOVE "Y"                  TO CB3EN-P-FOUND.
002220     MOVE CB3EN-ENTITLE-RECORD TO CB3EN-P-RECORD.
002230     IF CB3EN-EFFECTIVE-DATE IS NOT NUMERIC
002240         OR CB3EN-EXPIRY-DATE IS NOT NUMERIC
002250         OR CB3EN-EFFECTIVE-DATE > CB3EN-P-AS-OF-DATE
002260         OR (CB3EN-EXPIRY-DATE NOT = ZERO
002270             AND CB3EN-EXPIRY-DATE < CB3EN-P-AS-OF-DATE)
002280         MOVE "D" TO CB3EN-P-REASON
002290         GO TO 2000-EXIT
002300     END-IF.
002310     IF CB3EN-ACTION-FLAG (CB3EN-ACTION-IX) NOT = "Y"
002320         MOVE "A" TO CB3EN-P-REASON
002330         GO TO 2000-EXIT
002340     END-IF.
002350     IF CB3EN-PARTNER-LIMITS NOT = SPACES
002360         PERFORM 2100-CHECK-PARTNER-LIMIT THRU 2100-EXIT
002370         IF CB3EN-P-REASON NOT = SPACES
002380             GO TO 2000-EXIT
002390         END-IF
002400     END-IF.
002410     MOVE "Y" TO CB3EN-P-ALLOWED.
002420 2000-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450* 2100-CHECK-PARTNER-LIMIT -- A USER LIMITED TO NAMED PARTNERS
002460*     MAY ACT ONLY ON A FILE WHOSE PARTNER IS ONE OF THEM. A FILE
002470*     THE PARTNER MASTER DOES NOT KNOW IS OUTSIDE EVERY LIMIT;
002480*     ONE WHOSE PARTNER COULD NOT BE LOOKED UP IS A FILE ERROR.
002490*----------------------------------------------------------------
002500 2100-CHECK-PARTNER-LIMIT.
002510     IF CB3N-P-RETURN-CODE NOT = ZERO
002520         MOVE 8   TO CB3EN-P-RETURN-CODE
002530         MOVE "E" TO CB3EN-P-REASON
002540         GO TO 2100-EXIT
002550     END-IF.
002560     MOVE "N" TO CB3EN-PARTNER-MATCH-SW.
002570     IF CB3EN-P-PARTNER-ID NOT = SPACES
002580         PERFORM 2150-MATCH-ONE-PARTNER THRU 2150-EXIT
002590             VARYING CB3EN-PX FROM 1 BY 1
002600             UNTIL CB3EN-PX > 10
002610                OR CB3EN-PARTNER-MATCHED
002620     END-IF.
002630     IF NOT CB3EN-PARTNER-MATCHED
002640         MOVE "P" TO CB3EN-P-REASON
002650     END-IF.
002660 2100-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690* 2150-MATCH-ONE-PARTNER -- ONE ENTRY OF THE USER'S PARTNER LIMIT.
002700*----------------------------------------------------------------
002710 2150-MATCH-ONE-PARTNER.
002720     IF CB3EN-PARTNER-ID (CB3EN-PX) = CB3EN-P-PARTNER-ID
002730         MOVE "Y" TO CB3EN-PARTNER-MATCH-SW
002740     END-IF.
002750 2150-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780* 3000-WRITE-ENTITLEMENT -- ADD OR REFRESH THE CALLER'S ROW. A
002790*     USER WHOSE ACTIONS OR PARTNERS CHANGED IS REWRITTEN IN
002800*     PLACE.
002810*----------------------------------------------------------------
002820 3000-WRITE-ENTITLEMENT.
002830     MOVE CB3EN-P-RECORD TO CB3EN-ENTITLE-RECORD.
002840     WRITE CB3EN-ENTITLE-RECORD.
002850     IF CB3EN-ENTITLE-DUPLICATE
002860         REWRITE CB3EN-ENTITLE-RECORD
002870     END-IF.
002880     IF NOT CB3EN-ENTITLE-OK
002890         MOVE 8 TO CB3EN-P-RETURN-CODE
002900     END-IF.
002910 3000-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 4000-DELETE-ENTITLEMENT -- DROP THE CALLER'S USER. A USER WHO
002950*     IS ALREADY GONE IS NOT AN ERROR.
002960*----------------------------------------------------------------
002970 4000-DELETE-ENTITLEMENT.
002980     MOVE CB3EN-P-USER-ID TO CB3EN-KEY-USER-ID.
002990     DELETE CB3EN-ENTITLE-FILE RECORD.
003000     IF NOT CB3EN-ENTITLE-OK
003010         AND NOT CB3EN-ENTITLE-NOTFOUND
003020         MOVE 8 TO CB3EN-P-RETURN-CODE
003030     END-IF.
003040 4000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 5000-NEXT-ENTITLEMENT -- POSITION PAST THE CALLER'S USER-ID AND
003080*     RETURN THE ROW THERE. NOTHING PAST IT LEAVES FOUND "N".
003090*----------------------------------------------------------------
003100 5000-NEXT-ENTITLEMENT.
003110     MOVE CB3EN-P-USER-ID TO CB3EN-KEY-USER-ID.
003120     START CB3EN-ENTITLE-FILE
003130         KEY IS GREATER THAN CB3EN-ENTITLE-KEY.
003140     IF CB3EN-ENTITLE-NOTFOUND
003150         GO TO 5000-EXIT
003160     END-IF.
003170     IF CB3EN-ENTITLE-OK
003180         READ CB3EN-ENTITLE-FILE NEXT RECORD
003190     END-IF.
003200     IF CB3EN-ENTITLE-OK
003210         MOVE "Y"                  TO CB3EN-P-FOUND
003220         MOVE CB3EN-KEY-USER-ID    TO CB3EN-P-USER-ID
003230         MOVE CB3EN-ENTITLE-RECORD TO CB3EN-P-RECORD
003240         GO TO 5000-EXIT
003250     END-IF.
003260     IF CB3EN-ENTITLE-STATUS NOT = "10"
003270         MOVE 8 TO CB3EN-P-RETURN-CODE
003280     END-IF.
003290 5000-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 8000-CLOSE-FILES -- CLOSE THE MASTER IF IT WAS OPENED.
003330*----------------------------------------------------------------
003340 8000-CLOSE-FILES.
003350     IF CB3EN-FILE-IS-OPEN
003360         CLOSE CB3EN-ENTITLE-FILE
003370         MOVE "N" TO CB3EN-FILE-OPENED-SW
003380     END-IF.
003390 8000-EXIT.
003400     EXIT.
