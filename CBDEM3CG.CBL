000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3CG.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3CG -- CONSUMPTION GATE.
000090*
000100* CALLED BY A DOWNSTREAM (POSTING) JOB IMMEDIATELY BEFORE IT
000110* OPENS AN INBOUND FILE. A FILE THAT PASSED CBDEM3D AT 4 AM CAN
000120* SIT ON DISK FOR HOURS BEFORE IT IS POSTED, AND THE QUARANTINE
000130* MOVE ONLY PROTECTS FILES THAT FAILED -- SO THE GATE PROVES,
000140* AT THE MOMENT OF USE, THAT THE FILE ABOUT TO POST IS THE FILE
000150* THAT WAS VERIFIED:
000160*
000170*   - THE FILE NAME MUST NOT BE ON AN OPEN HOLD IN HOLDF;
000180*   - THE LATEST INBOUND AUDIT ROW FOR THE FILE ON THE DAY IT
000190*     WAS VERIFIED MUST BE A PASS (AN EARLIER PASS DOES NOT
000200*     VOUCH FOR A FILE RE-VERIFIED SINCE). A FILE THAT PASSED
000202*     BUT FELL OUTSIDE ITS FEED'S VOLUME BASELINE ("W") ALSO
000204*     COUNTS, UNLESS AN ANALYST REJECTED IT -- IF ITS FEED HOLDS
000206*     SUCH FILES, THE OPEN HOLD ALREADY REFUSES IT;
000210*   - THE FILE, RE-HASHED NOW THROUGH CBDEM3H, MUST STILL HAVE
000220*     THAT ROW'S DIGEST.
000230*
000240* A FILE THAT CLEARS ALL THREE IS STAMPED ONTO THE AUDIT ROW VIA
000250* CBDEM3A AS CONSUMED BY THE CALLER'S JOB AND STEP, WITH THE
000260* TIME; EVERY CONSUMPTION IS ALSO SEALED ON THE LEDGER, SO THE
000270* TRAIL SHOWS WHICH JOB POSTED WHICH VERIFIED FILE. A REFUSED
000280* FILE RAISES AN ALERT THROUGH CBDEM3C (SECURITY SEVERITY WHEN
000290* THE FILE CHANGED AFTER IT WAS VERIFIED, CRITICAL OTHERWISE)
000300* AND THE CALLER MUST NOT OPEN IT.
000310*
000320* THE GATE FAILS CLOSED: A HOLD FILE, AUDIT TRAIL OR INBOUND
000330* FILE THAT CANNOT BE READ, OR A CONSUMPTION THAT CANNOT BE
000340* RECORDED, IS A REFUSAL TOO.
000350*
000360* RETURN CODE: 0 CLEARED -- OPEN THE FILE, 4 REFUSED, 8 REFUSED
000370* BECAUSE THE CHECK COULD NOT BE COMPLETED.
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY.
000400*   10/15/2026  DLH  ORIGINAL VERSION.
000403*   10/15/2026  DLH  A VOLUME-WARNED ROW ("W") CLEARS THE GATE
000406*                    LIKE A PASS UNLESS ITS DISPOSITION IS
000408*                    REJECTED.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CB3CG-AUDIT-FILE ASSIGN TO AUDITF
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CB3A-AUDIT-KEY
000520         FILE STATUS IS CB3CG-AUDIT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CB3CG-AUDIT-FILE.
000560 COPY CB3AREC.
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------
000590*    01  CB3CG-SWITCHES       -- RUN SWITCHES.
000600*----------------------------------------------------------------
000610 01  CB3CG-SWITCHES.
000620     05  CB3CG-AUDIT-STATUS      PIC X(02) VALUE SPACES.
000630         88  CB3CG-AUDIT-OK              VALUE "00".
000640         88  CB3CG-AUDIT-EOF             VALUE "10".
000650     05  CB3CG-AUDIT-OPENED-SW   PIC X(01) VALUE "N".
000660         88  CB3CG-AUDIT-IS-OPEN         VALUE "Y".
000670     05  CB3CG-ROW-FOUND-SW      PIC X(01) VALUE "N".
000680         88  CB3CG-ROW-IS-FOUND          VALUE "Y".
000690*----------------------------------------------------------------
000700*    01  CB3CG-ROW-WORK       -- LATEST INBOUND ROW FOR THE FILE
000710*        ON THE VERIFY DATE, AND THE DATE AND TIME OF THIS CHECK.
000720*----------------------------------------------------------------
000730 01  CB3CG-ROW-WORK.
000740     05  CB3CG-VERIFY-DATE       PIC 9(08).
000750     05  CB3CG-ROW-TIME          PIC 9(08).
000760     05  CB3CG-ROW-STATUS        PIC X(01).
000770         88  CB3CG-ROW-PASSED            VALUE "P" "W".
000773     05  CB3CG-ROW-DISPO         PIC X(01).
000776         88  CB3CG-ROW-REJECTED          VALUE "J".
000780     05  CB3CG-ROW-DIGEST        PIC X(64).
000790     05  CB3CG-RUN-DATE          PIC 9(08).
000800     05  CB3CG-RUN-TIME          PIC 9(08).
000810*----------------------------------------------------------------
000820*    01  CB3CG-MANIFEST-FILENAME -- MANIFEST FOR THE RE-HASH. KEPT
000830*        APART FROM THE VERIFYING RUN'S OWN ".MANIFEST" SO THE
000840*        EVIDENCE OF THE ORIGINAL CHECK IS NOT OVERWRITTEN.
000850*----------------------------------------------------------------
000860 01  CB3CG-MANIFEST-FILENAME     PIC X(80).
000870*----------------------------------------------------------------
000880*    01  CB3H-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3H.
000890*----------------------------------------------------------------
000900 01  CB3H-PARM-AREA.
000910     05  CB3H-P-INBOUND-FILENAME  PIC X(80).
000920     05  CB3H-P-MANIFEST-FILENAME PIC X(80).
000930     05  CB3H-P-AGGREGATE-SHA2    PIC X(64).
000940     05  CB3H-P-AGGREGATE-SHA1    PIC X(40).
000950     05  CB3H-P-EXPECTED-HASH     PIC X(64).
000960     05  CB3H-P-RECORD-COUNT      PIC 9(08) COMP.
000970     05  CB3H-P-RECORD-FORMAT     PIC X(01).
000980     05  CB3H-P-RETURN-CODE       PIC S9(04) COMP.
000990     05  CB3H-P-DEBIT-TOTAL       PIC 9(13)V99.
001000     05  CB3H-P-CREDIT-TOTAL      PIC 9(13)V99.
001010     05  CB3H-P-ACCT-HASH-TOTAL   PIC 9(18).
001020     05  CB3H-P-UNTOTALLED-COUNT  PIC 9(08) COMP.
001030     05  CB3H-P-TRAILER-KEY-ID    PIC X(08).
001040     05  CB3H-P-TRAILER-MAC       PIC X(64).
001050*----------------------------------------------------------------
001060*    01  CB3Q-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3Q.
001070*----------------------------------------------------------------
001080 01  CB3Q-PARM-AREA.
001090     05  CB3Q-P-FUNCTION         PIC X(01).
001100     05  CB3Q-P-FILENAME         PIC X(80).
001110     05  CB3Q-P-AUDIT-DATE       PIC 9(08).
001120     05  CB3Q-P-AUDIT-TIME       PIC 9(08).
001130     05  CB3Q-P-QUAR-NAME        PIC X(80).
001140     05  CB3Q-P-REASON           PIC X(60).
001150     05  CB3Q-P-STATUS           PIC X(01).
001160         88  CB3Q-P-STATUS-HELD          VALUE "H".
001170     05  CB3Q-P-DISPO-USER       PIC X(08).
001180     05  CB3Q-P-FOUND            PIC X(01).
001190         88  CB3Q-P-HOLD-FOUND           VALUE "Y".
001200     05  CB3Q-P-RETURN-CODE      PIC S9(04) COMP.
001210*----------------------------------------------------------------
001220*    01  CB3A-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3A.
001230*----------------------------------------------------------------
001240 01  CB3A-PARM-AREA.
001250     05  CB3A-P-AUDIT-RECORD     PIC X(658).
001260     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
001270     05  CB3A-P-FUNCTION         PIC X(01).
001280         88  CB3A-P-FN-CONSUMPTION      VALUE "C".
001290     05  CB3A-P-QUERY-FILENAME   PIC X(80).
001300     05  CB3A-P-QUERY-DIGEST     PIC X(64).
001310     05  CB3A-P-QUERY-FOUND      PIC X(01).
001320         88  CB3A-P-QUERY-IS-FOUND      VALUE "Y".
001330     05  CB3A-P-QUERY-DATE       PIC 9(08).
001340     05  CB3A-P-QUERY-TIME       PIC 9(08).
001350     05  CB3A-P-PRIOR-DATE       PIC 9(08).
001360     05  CB3A-P-PRIOR-FILENAME   PIC X(80).
001370     05  CB3A-P-DISPO-STATUS     PIC X(01).
001380     05  CB3A-P-DISPO-USER       PIC X(08).
001390     05  CB3A-P-TICKET-NBR       PIC X(12).
001400     05  CB3A-P-RESOLUTION       PIC X(08).
001410     05  CB3A-P-ACK-STATUS       PIC X(01).
001420     05  CB3A-P-ACK-DIGEST       PIC X(64).
001430     05  CB3A-P-ACK-DATE         PIC 9(08).
001440     05  CB3A-P-ACK-TIME         PIC 9(08).
001450     05  CB3A-P-CONSUMER-JOB     PIC X(08).
001460     05  CB3A-P-CONSUMER-STEP    PIC X(08).
001461     05  CB3A-P-REFUSED-ACTION   PIC X(01).
001462     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
001463     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
001464     05  CB3A-P-REFUSED-REASON   PIC X(01).
001465     05  CB3A-P-CLAIMED-USER     PIC X(08).
001470*----------------------------------------------------------------
001480*    01  CB3C-ALERT-RECORD    -- ROW PASSED TO CBDEM3C.
001490*----------------------------------------------------------------
001500 COPY CB3CREC.
001510*----------------------------------------------------------------
001520*    01  CB3C-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3C.
001530*----------------------------------------------------------------
001540 01  CB3C-PARM-AREA.
001550     05  CB3C-P-ALERT-RECORD     PIC X(364).
001560     05  CB3C-P-RETURN-CODE      PIC S9(04) COMP.
001570*----------------------------------------------------------------
001580*    01  CB3N-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3N.
001590*----------------------------------------------------------------
001600 01  CB3N-PARM-AREA.
001610     05  CB3N-P-FUNCTION         PIC X(01).
001620     05  CB3N-P-FILENAME         PIC X(80).
001630     05  CB3N-P-PARTNER-ID       PIC X(08).
001640     05  CB3N-P-PARTNER-NAME     PIC X(30).
001650     05  CB3N-P-CONTACT          PIC X(40).
001660     05  CB3N-P-FOUND            PIC X(01).
001670     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
001680     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
001690     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
001692     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
001694     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
001696     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
001700 LINKAGE SECTION.
001710*----------------------------------------------------------------
001720*    01  CB3CG-PARM           -- CALLER'S PARAMETER AREA.
001730*----------------------------------------------------------------
001740 01  CB3CG-PARM.
001750*        THE INBOUND FILE ABOUT TO POST AND ITS RECORD FORMAT CODE
001760*        (SEE CB3RTYP) -- THE SAME CODE AS THE FEED'S CONTROL-FILE
001770*        ENTRY, OR THE RE-HASH WILL NOT REPRODUCE THE DIGEST.
001780     05  CB3CG-P-FILENAME        PIC X(80).
001790     05  CB3CG-P-RECORD-FORMAT   PIC X(01).
001800*        THE CONSUMING JOB AND STEP, STAMPED ON THE AUDIT ROW.
001810     05  CB3CG-P-JOB-ID          PIC X(08).
001820     05  CB3CG-P-STEP-ID         PIC X(08).
001830*        THE DATE THE FILE WAS VERIFIED. ZERO = TODAY; A JOB THAT
001840*        POSTS AFTER MIDNIGHT PASSES THE PRIOR DAY'S DATE.
001850     05  CB3CG-P-VERIFY-DATE     PIC 9(08).
001860     05  CB3CG-P-RETURN-CODE     PIC S9(04) COMP.
001870         88  CB3CG-P-RC-CLEARED          VALUE ZERO.
001880         88  CB3CG-P-RC-REFUSED          VALUE 4.
001890         88  CB3CG-P-RC-NOT-CHECKED      VALUE 8.
001900*        WHY THE FILE WAS REFUSED: "N" NO PASSING AUDIT ROW, "H"
001910*        OPEN HOLD, "D" DIGEST CHANGED SINCE VERIFIED, "E" THE
001920*        CHECK COULD NOT BE COMPLETED. BLANK WHEN CLEARED.
001930     05  CB3CG-P-REFUSAL         PIC X(01).
001940         88  CB3CG-P-CLEARED             VALUE SPACE.
001950         88  CB3CG-P-NO-PASS-ROW         VALUE "N".
001960         88  CB3CG-P-ON-HOLD             VALUE "H".
001970         88  CB3CG-P-DIGEST-CHANGED      VALUE "D".
001980         88  CB3CG-P-CHECK-FAILED        VALUE "E".
001990*        RETURNED: THE AUDIT ROW CHECKED AGAINST (ZERO WHEN NONE)
002000*        AND THE DIGEST THE FILE HASHES TO NOW.
002010     05  CB3CG-P-AUDIT-DATE      PIC 9(08).
002020     05  CB3CG-P-AUDIT-TIME      PIC 9(08).
002030     05  CB3CG-P-DIGEST          PIC X(64).
002040 PROCEDURE DIVISION USING CB3CG-PARM.
002050*----------------------------------------------------------------
002060* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW. EACH CHECK RETURNS
002070*     EARLY ON A REFUSAL; A REFUSED FILE IS ALERTED ON THE WAY
002080*     OUT.
002090*----------------------------------------------------------------
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     PERFORM 2000-CHECK-HOLD THRU 2000-EXIT.
002130     IF NOT CB3CG-P-CLEARED
002140         GO TO 0000-FINISH
002150     END-IF.
002160     PERFORM 3000-FIND-PASS-ROW THRU 3000-EXIT.
002170     IF NOT CB3CG-P-CLEARED
002180         GO TO 0000-FINISH
002190     END-IF.
002200     PERFORM 4000-RECHECK-DIGEST THRU 4000-EXIT.
002210     IF NOT CB3CG-P-CLEARED
002220         GO TO 0000-FINISH
002230     END-IF.
002240     PERFORM 5000-RECORD-CONSUMPTION THRU 5000-EXIT.
002250 0000-FINISH.
002260     IF CB3CG-P-CLEARED
002270         DISPLAY "CBDEM3CG -- CLEARED FOR " CB3CG-P-JOB-ID ": "
002280                 CB3CG-P-FILENAME
002290     ELSE
002300         PERFORM 6000-REFUSE-FILE THRU 6000-EXIT
002310     END-IF.
002320     GOBACK.
002330 0000-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* 1000-INITIALIZE -- CLEAR THE RESULTS AND SETTLE THE VERIFY
002370*     DATE. WORKING STORAGE PERSISTS BETWEEN CALLS, SO NOTHING
002380*     FROM A PREVIOUS FILE MAY CARRY OVER.
002390*----------------------------------------------------------------
002400 1000-INITIALIZE.
002410     MOVE ZERO   TO CB3CG-P-RETURN-CODE
002420                    CB3CG-P-AUDIT-DATE
002430                    CB3CG-P-AUDIT-TIME
002440                    CB3CG-ROW-TIME.
002450     MOVE SPACES TO CB3CG-P-REFUSAL
002460                    CB3CG-P-DIGEST
002470                    CB3CG-ROW-STATUS
002475                    CB3CG-ROW-DISPO
002480                    CB3CG-ROW-DIGEST.
002490     MOVE "N"    TO CB3CG-ROW-FOUND-SW
002500                    CB3CG-AUDIT-OPENED-SW.
002510     ACCEPT CB3CG-RUN-DATE FROM DATE YYYYMMDD.
002520     ACCEPT CB3CG-RUN-TIME FROM TIME.
002530     IF CB3CG-P-VERIFY-DATE IS NUMERIC
002540         AND CB3CG-P-VERIFY-DATE NOT = ZERO
002550         MOVE CB3CG-P-VERIFY-DATE TO CB3CG-VERIFY-DATE
002560     ELSE
002570         MOVE CB3CG-RUN-DATE      TO CB3CG-VERIFY-DATE
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620* 2000-CHECK-HOLD -- REFUSE A FILE NAME ON AN OPEN QUARANTINE
002630*     HOLD. A HOLD FILE THAT CANNOT BE READ IS A REFUSAL: THE
002640*     GATE CANNOT SAY THE FILE IS NOT HELD.
002650*----------------------------------------------------------------
002660 2000-CHECK-HOLD.
002670     MOVE "Q"              TO CB3Q-P-FUNCTION.
002680     MOVE CB3CG-P-FILENAME TO CB3Q-P-FILENAME.
002690     MOVE "N"              TO CB3Q-P-FOUND.
002700     CALL "CBDEM3Q" USING CB3Q-PARM-AREA.
002710     IF CB3Q-P-RETURN-CODE NOT = ZERO
002720         MOVE "E" TO CB3CG-P-REFUSAL
002730         MOVE 8   TO CB3CG-P-RETURN-CODE
002740         DISPLAY "CBDEM3CG -- HOLD FILE QUERY FAILED"
002750         GO TO 2000-EXIT
002760     END-IF.
002770     IF CB3Q-P-HOLD-FOUND AND CB3Q-P-STATUS-HELD
002780         MOVE "H" TO CB3CG-P-REFUSAL
002790         MOVE 4   TO CB3CG-P-RETURN-CODE
002800     END-IF.
002810 2000-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840* 3000-FIND-PASS-ROW -- READ THE FILE'S INBOUND AUDIT ROWS FOR THE
002850*     VERIFY DATE AND KEEP THE LATEST. NO ROW, OR A LATEST ROW
002860*     THAT IS NOT A PASS, IS A REFUSAL.
002870*----------------------------------------------------------------
002880 3000-FIND-PASS-ROW.
002890     OPEN INPUT CB3CG-AUDIT-FILE.
002900     IF NOT CB3CG-AUDIT-OK
002910         MOVE "E" TO CB3CG-P-REFUSAL
002920         MOVE 8   TO CB3CG-P-RETURN-CODE
002930         DISPLAY "CBDEM3CG -- CANNOT OPEN AUDIT FILE"
002940         GO TO 3000-EXIT
002950     END-IF.
002960     MOVE "Y" TO CB3CG-AUDIT-OPENED-SW.
002970     MOVE CB3CG-VERIFY-DATE TO CB3A-KEY-DATE.
002980     MOVE CB3CG-P-FILENAME  TO CB3A-KEY-FILENAME.
002990     MOVE ZERO              TO CB3A-KEY-TIME.
003000     START CB3CG-AUDIT-FILE KEY IS NOT LESS THAN CB3A-AUDIT-KEY
003010         INVALID KEY
003020             MOVE "10" TO CB3CG-AUDIT-STATUS
003030     END-START.
003040     PERFORM 3100-READ-ONE-ROW THRU 3100-EXIT
003050         UNTIL CB3CG-AUDIT-EOF.
003060     CLOSE CB3CG-AUDIT-FILE.
003070     MOVE "N" TO CB3CG-AUDIT-OPENED-SW.
003072     IF CB3CG-P-RETURN-CODE NOT = ZERO
003074         GO TO 3000-EXIT
003076     END-IF.
003080     IF NOT CB3CG-ROW-IS-FOUND OR NOT CB3CG-ROW-PASSED
003085                               OR CB3CG-ROW-REJECTED
003090         MOVE "N" TO CB3CG-P-REFUSAL
003100         MOVE 4   TO CB3CG-P-RETURN-CODE
003110         GO TO 3000-EXIT
003120     END-IF.
003130     MOVE CB3CG-VERIFY-DATE TO CB3CG-P-AUDIT-DATE.
003140     MOVE CB3CG-ROW-TIME    TO CB3CG-P-AUDIT-TIME.
003150 3000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* 3100-READ-ONE-ROW -- READ ONE ROW WITHIN THE VERIFY DATE + FILE
003190*     NAME. A ROW PAST THEM ENDS THE SEARCH; AN OUTBOUND ROW IS
003200*     PASSED OVER. ROWS COME IN TIME ORDER, SO THE LAST ONE KEPT
003210*     IS THE LATEST. A READ THAT FAILS IS A REFUSAL ("E"), NOT
003215*     THE END OF THE ROWS -- AN OLDER PASS MUST NOT CLEAR IT.
003220*----------------------------------------------------------------
003230 3100-READ-ONE-ROW.
003240     READ CB3CG-AUDIT-FILE NEXT RECORD
003250         AT END
003260             MOVE "10" TO CB3CG-AUDIT-STATUS
003270     END-READ.
003272     IF CB3CG-AUDIT-EOF
003274         GO TO 3100-EXIT
003276     END-IF.
003280     IF NOT CB3CG-AUDIT-OK
003290         DISPLAY "CBDEM3CG -- AUDIT FILE READ FAILED, STATUS "
003300                 CB3CG-AUDIT-STATUS
003302         MOVE "E"  TO CB3CG-P-REFUSAL
003304         MOVE 8    TO CB3CG-P-RETURN-CODE
003306         MOVE "10" TO CB3CG-AUDIT-STATUS
003308         GO TO 3100-EXIT
003310     END-IF.
003320     IF CB3A-KEY-DATE NOT = CB3CG-VERIFY-DATE
003330         OR CB3A-KEY-FILENAME NOT = CB3CG-P-FILENAME
003340         MOVE "10" TO CB3CG-AUDIT-STATUS
003350         GO TO 3100-EXIT
003360     END-IF.
003370     IF CB3A-DIR-OUTBOUND
003380         GO TO 3100-EXIT
003390     END-IF.
003400     MOVE "Y"                 TO CB3CG-ROW-FOUND-SW.
003410     MOVE CB3A-KEY-TIME       TO CB3CG-ROW-TIME.
003420     MOVE CB3A-MATCH-STATUS   TO CB3CG-ROW-STATUS.
003430     MOVE CB3A-DIGEST-PRIMARY TO CB3CG-ROW-DIGEST.
003435     MOVE CB3A-DISPOSITION    TO CB3CG-ROW-DISPO.
003440 3100-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 4000-RECHECK-DIGEST -- RE-HASH THE FILE AS IT STANDS NOW AND
003480*     COMPARE WITH THE PASSING ROW'S DIGEST. A FILE THAT CANNOT
003490*     BE HASHED (GONE, UNREADABLE) IS A REFUSAL.
003500*----------------------------------------------------------------
003510 4000-RECHECK-DIGEST.
003520     MOVE SPACES TO CB3CG-MANIFEST-FILENAME.
003530     STRING CB3CG-P-FILENAME    DELIMITED BY SPACE
003540            ".RECHECK.MANIFEST" DELIMITED BY SIZE
003550         INTO CB3CG-MANIFEST-FILENAME
003560     END-STRING.
003570     MOVE CB3CG-P-FILENAME        TO CB3H-P-INBOUND-FILENAME.
003580     MOVE CB3CG-MANIFEST-FILENAME TO CB3H-P-MANIFEST-FILENAME.
003590     MOVE CB3CG-P-RECORD-FORMAT   TO CB3H-P-RECORD-FORMAT.
003600     CALL "CBDEM3H" USING CB3H-PARM-AREA.
003610     IF CB3H-P-RETURN-CODE NOT = ZERO
003620         MOVE "E" TO CB3CG-P-REFUSAL
003630         MOVE 8   TO CB3CG-P-RETURN-CODE
003640         DISPLAY "CBDEM3CG -- CANNOT RE-HASH THE FILE"
003650         GO TO 4000-EXIT
003660     END-IF.
003670     MOVE CB3H-P-AGGREGATE-SHA2 TO CB3CG-P-DIGEST.
003680     IF CB3H-P-AGGREGATE-SHA2 NOT = CB3CG-ROW-DIGEST
003690         MOVE "D" TO CB3CG-P-REFUSAL
003700         MOVE 4   TO CB3CG-P-RETURN-CODE
003710     END-IF.
003720 4000-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
003750* 5000-RECORD-CONSUMPTION -- STAMP THE CALLER'S JOB AND STEP ONTO
003760*     THE PASSING ROW VIA CBDEM3A. A CONSUMPTION THAT CANNOT BE
003770*     RECORDED IS REFUSED -- THE TRAIL MUST SHOW EVERY FILE THAT
003780*     POSTED.
003790*----------------------------------------------------------------
003800 5000-RECORD-CONSUMPTION.
003810     MOVE "C"                TO CB3A-P-FUNCTION.
003820     MOVE CB3CG-VERIFY-DATE  TO CB3A-P-QUERY-DATE.
003830     MOVE CB3CG-P-FILENAME   TO CB3A-P-QUERY-FILENAME.
003840     MOVE CB3CG-ROW-TIME     TO CB3A-P-QUERY-TIME.
003850     MOVE CB3CG-P-JOB-ID     TO CB3A-P-CONSUMER-JOB.
003860     MOVE CB3CG-P-STEP-ID    TO CB3A-P-CONSUMER-STEP.
003870     MOVE "N"                TO CB3A-P-QUERY-FOUND.
003880     CALL "CBDEM3A" USING CB3A-PARM-AREA.
003890     IF CB3A-P-RETURN-CODE NOT = ZERO
003900         OR NOT CB3A-P-QUERY-IS-FOUND
003910         MOVE "E" TO CB3CG-P-REFUSAL
003920         MOVE 8   TO CB3CG-P-RETURN-CODE
003930         DISPLAY "CBDEM3CG -- CONSUMPTION NOT RECORDED ON TRAIL"
003940     END-IF.
003950 5000-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980* 6000-REFUSE-FILE -- LOG THE REFUSAL AND RAISE THE ALERT, WITH
003990*     THE PARTNER BEHIND THE FEED SO ON-CALL KNOWS WHO TO CALL. A
004000*     FILE THAT NO LONGER HASHES TO ITS VERIFIED DIGEST WAS
004010*     CHANGED ON DISK AFTER IT PASSED: A SECURITY INCIDENT.
004020*----------------------------------------------------------------
004030 6000-REFUSE-FILE.
004040     MOVE "CRITICAL" TO CB3C-SEVERITY.
004050     EVALUATE TRUE
004060         WHEN CB3CG-P-ON-HOLD
004070             MOVE "CONSUMPTION REFUSED -- FILE NAME ON OPEN HOLD"
004080                 TO CB3C-ALERT-TEXT
004090         WHEN CB3CG-P-NO-PASS-ROW
004100             MOVE "CONSUMPTION REFUSED -- NO PASSING AUDIT ROW"
004110                 TO CB3C-ALERT-TEXT
004120         WHEN CB3CG-P-DIGEST-CHANGED
004130             MOVE "SECURITY" TO CB3C-SEVERITY
004140             MOVE "CONSUMPTION REFUSED -- FILE ALTERED ON DISK"
004150                 TO CB3C-ALERT-TEXT
004160         WHEN OTHER
004170             MOVE "CONSUMPTION REFUSED -- CHECK NOT COMPLETED"
004180                 TO CB3C-ALERT-TEXT
004190     END-EVALUATE.
004200     DISPLAY "CBDEM3CG -- " CB3C-ALERT-TEXT.
004210     DISPLAY "CBDEM3CG -- FILE: " CB3CG-P-FILENAME.
004220     MOVE CB3CG-RUN-DATE     TO CB3C-ALERT-DATE.
004230     MOVE CB3CG-RUN-TIME     TO CB3C-ALERT-TIME.
004240     MOVE CB3CG-P-JOB-ID     TO CB3C-JOB-ID.
004250     MOVE CB3CG-P-STEP-ID    TO CB3C-STEP-ID.
004260     MOVE CB3CG-P-FILENAME   TO CB3C-FILENAME.
004270     MOVE CB3CG-ROW-DIGEST   TO CB3C-EXPECTED-DIGEST.
004280     MOVE CB3CG-P-DIGEST     TO CB3C-ACTUAL-DIGEST.
004290     MOVE "Q"                TO CB3N-P-FUNCTION.
004300     MOVE CB3CG-P-FILENAME   TO CB3N-P-FILENAME.
004310     CALL "CBDEM3N" USING CB3N-PARM-AREA.
004320     MOVE CB3N-P-PARTNER-ID  TO CB3C-PARTNER-ID.
004330     MOVE CB3N-P-CONTACT     TO CB3C-PARTNER-CONTACT.
004340     MOVE CB3C-ALERT-RECORD  TO CB3C-P-ALERT-RECORD.
004350     CALL "CBDEM3C" USING CB3C-PARM-AREA.
004360     IF CB3C-P-RETURN-CODE NOT = ZERO
004370         DISPLAY "CBDEM3CG -- WARNING, ALERT QUEUE WRITE FAILED"
004380     END-IF.
004390 6000-EXIT.
004400     EXIT.
