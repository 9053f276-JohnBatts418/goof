000160* COMPLIANCE CAN SEE WHO RELEASED WHAT WITHOUT LEAVING THE
000170* AUDIT TRAIL.
000180*
000182* THE DISPOSITION IS RECORDED UNDER THE USER-ID THE JOB RUNS
000184* UNDER, AS THE SECURITY PRODUCT SET IT WHEN THE JOB WAS
000186* SUBMITTED -- NOT WHATEVER IS TYPED ON THE CARD. THAT USER
000188* MUST BE ENTITLED TO THE DISPOSITION FOR THE FILE'S PARTNER
000190* ON THE ENTITLEMENT MASTER (CBDEM3EN, SEE CB3ENREC). A CARD
000192* THAT STILL CARRIES A USER-ID MUST NAME THAT SAME USER. A
000194* REFUSED ATTEMPT TOUCHES NO HOLD AND IS SEALED ON THE AUDIT
000196* TRAIL'S LEDGER (CBDEM3A "X") FOR THE ENTITLEMENT-USAGE
000198* REPORT.
000200*
000202* RETURN CODE: 0 RECORDED, 4 NO HOLD ON FILE FOR THAT NAME, AN
000204* INVALID DISPOSITION CODE OR NOT ENTITLED, 8 ON A FILE ERROR
000206* (INCLUDING AN ENTITLEMENT MASTER THAT CANNOT BE READ, WHICH
000208* IS ALSO REFUSED).
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   08/22/2026  DLH  ORIGINAL VERSION.
000231*   10/15/2026  DLH  THE DISPOSITION IS NOW RECORDED UNDER THE
000232*                    JOB'S REAL SUBMITTING USER, WHO MUST BE
000233*                    ENTITLED TO IT ON THE ENTITLEMENT MASTER.
000234*                    THE CARD'S USER-ID IS OPTIONAL AND MUST
000235*                    MATCH. REFUSALS ARE SEALED ON THE LEDGER.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000370         88  CB3U-RC-NOT-FOUND           VALUE 4.
000380         88  CB3U-RC-FILE-ERROR          VALUE 8.
000390*----------------------------------------------------------------
000391*    01  CB3U-RUN-USER        -- THE USER-ID THIS JOB RUNS UNDER.
000392*        RETURNED BY THE SITE ROUTINE C$RUNUSR FROM THE JOB'S
000393*        SECURITY ENVIRONMENT. SPACES = IT COULD NOT BE TOLD, AND
000394*        THE DISPOSITION IS REFUSED.
000395*----------------------------------------------------------------
000396 01  CB3U-RUN-USER               PIC X(08).
000398*----------------------------------------------------------------
000400*    01  CB3U-CONTROL-CARD    -- SYSIN CONTROL CARD, ONE PER RUN:
000410*        THE HELD FILE NAME, THE DISPOSITION ("R" RELEASE OR "J"
000420*        REJECT), AND OPTIONALLY THE ANALYST'S USER-ID, WHICH IS
000425*        ONLY CHECKED AGAINST THE USER THE JOB RUNS UNDER.
000430*----------------------------------------------------------------
000440 01  CB3U-CONTROL-CARD.
000450     05  CB3U-FILENAME           PIC X(80).
000630         88  CB3Q-P-HOLD-FOUND           VALUE "Y".
000640     05  CB3Q-P-RETURN-CODE      PIC S9(04) COMP.
000650*----------------------------------------------------------------
000651*    01  CB3EN-PARM-AREA      -- PARAMETER AREA FOR CBDEM3EN.
000652*----------------------------------------------------------------
000653 01  CB3EN-PARM-AREA.
000654     05  CB3EN-P-FUNCTION        PIC X(01).
000655     05  CB3EN-P-USER-ID         PIC X(08).
000656     05  CB3EN-P-ACTION          PIC X(01).
000657     05  CB3EN-P-FILENAME        PIC X(80).
000658     05  CB3EN-P-AS-OF-DATE      PIC 9(08).
000659     05  CB3EN-P-ALLOWED         PIC X(01).
000660         88  CB3EN-P-IS-ALLOWED          VALUE "Y".
000661     05  CB3EN-P-REASON          PIC X(01).
000662     05  CB3EN-P-PARTNER-ID      PIC X(08).
000663     05  CB3EN-P-FOUND           PIC X(01).
000664     05  CB3EN-P-RECORD          PIC X(155).
000665     05  CB3EN-P-RETURN-CODE     PIC S9(04) COMP.
000666*----------------------------------------------------------------
000668*    01  CB3A-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3A.
000670*----------------------------------------------------------------
000680 01  CB3A-PARM-AREA.
000690     05  CB3A-P-AUDIT-RECORD     PIC X(658).
000700     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
000710     05  CB3A-P-FUNCTION         PIC X(01).
000720         88  CB3A-P-FN-UPDATE-DISPO     VALUE "U".
000725         88  CB3A-P-FN-REFUSAL          VALUE "X".
000730     05  CB3A-P-QUERY-FILENAME   PIC X(80).
000740     05  CB3A-P-QUERY-DIGEST     PIC X(64).
000750     05  CB3A-P-QUERY-FOUND      PIC X(01).
000820     05  CB3A-P-DISPO-USER       PIC X(08).
000830     05  CB3A-P-TICKET-NBR       PIC X(12).
000840     05  CB3A-P-RESOLUTION       PIC X(08).
000841     05  CB3A-P-ACK-STATUS       PIC X(01).
000842     05  CB3A-P-ACK-DIGEST       PIC X(64).
000843     05  CB3A-P-ACK-DATE         PIC 9(08).
000844     05  CB3A-P-ACK-TIME         PIC 9(08).
000845     05  CB3A-P-CONSUMER-JOB     PIC X(08).
000846     05  CB3A-P-CONSUMER-STEP    PIC X(08).
000848     05  CB3A-P-REFUSED-ACTION   PIC X(01).
000850     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
000852     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
000854     05  CB3A-P-REFUSED-REASON   PIC X(01).
000856     05  CB3A-P-CLAIMED-USER     PIC X(08).
000858 PROCEDURE DIVISION.
000860*----------------------------------------------------------------
000870* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
000880*----------------------------------------------------------------
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000902     IF NOT CB3U-RC-OK
000904         GO TO 0000-FINISH
000906     END-IF.
000908     PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT.
000910     IF NOT CB3U-RC-OK
000920         GO TO 0000-FINISH
000930     END-IF.
001030*----------------------------------------------------------------
001040* 1000-INITIALIZE -- READ AND VALIDATE THE ANALYST'S CARD. ONLY
001050*     "R" (RELEASE) AND "J" (REJECT) ARE DISPOSITIONS; ANYTHING
001060*     ELSE IS REFUSED BEFORE ANY FILE IS TOUCHED. TAKE THE USER
001065*     THE JOB RUNS UNDER FROM THE SYSTEM, NOT FROM THE CARD.
001070*----------------------------------------------------------------
001080 1000-INITIALIZE.
001090     MOVE ZERO   TO CB3U-RETURN-CODE.
001100     MOVE SPACES TO CB3U-CONTROL-CARD.
001110     ACCEPT CB3U-CONTROL-CARD FROM SYSIN.
001113     MOVE SPACES TO CB3U-RUN-USER.
001116     CALL "C$RUNUSR" USING BY REFERENCE CB3U-RUN-USER.
001120     IF NOT CB3U-DISPO-RELEASE AND NOT CB3U-DISPO-REJECT
001130         DISPLAY "CBDEM3U -- DISPOSITION MUST BE R OR J"
001131         MOVE 4 TO CB3U-RETURN-CODE
001132         GO TO 1000-EXIT
001134     END-IF.
001136     IF CB3U-FILENAME = SPACES
001138         DISPLAY "CBDEM3U -- FILE NAME IS REQUIRED"
001140         MOVE 4 TO CB3U-RETURN-CODE
001141     END-IF.
001142 1000-EXIT.
001143     EXIT.
001144*----------------------------------------------------------------
001145* 1500-CHECK-ENTITLEMENT -- THE USER THE JOB RUNS UNDER MUST BE
001146*     KNOWN, MUST BE THE USER THE CARD NAMES (IF IT NAMES ONE),
001147*     AND MUST BE ENTITLED TO THIS DISPOSITION FOR THE FILE'S
001148*     PARTNER. THE DISPOSITION CODES "R" AND "J" ARE ALSO THE
001149*     ENTITLEMENT ACTION CODES. ANYTHING ELSE IS REFUSED AND
001150*     THE REFUSAL SEALED BEFORE ANY HOLD IS TOUCHED.
001151*----------------------------------------------------------------
001152 1500-CHECK-ENTITLEMENT.
001153     MOVE SPACES TO CB3EN-P-REASON
001154                    CB3EN-P-PARTNER-ID.
001155     IF CB3U-RUN-USER = SPACES
001156         OR (CB3U-USER-ID NOT = SPACES
001157             AND CB3U-USER-ID NOT = CB3U-RUN-USER)
001158         MOVE "I" TO CB3EN-P-REASON
001159         GO TO 1500-REFUSED
001160     END-IF.
001161     MOVE "C"              TO CB3EN-P-FUNCTION.
001162     MOVE CB3U-RUN-USER    TO CB3EN-P-USER-ID.
001163     MOVE CB3U-DISPOSITION TO CB3EN-P-ACTION.
001164     MOVE CB3U-FILENAME    TO CB3EN-P-FILENAME.
001165     MOVE ZERO             TO CB3EN-P-AS-OF-DATE.
001166     MOVE "N"              TO CB3EN-P-ALLOWED.
001167     CALL "CBDEM3EN" USING CB3EN-PARM-AREA.
001168     IF CB3EN-P-IS-ALLOWED
001169         AND CB3EN-P-RETURN-CODE = ZERO
001170         GO TO 1500-EXIT
001171     END-IF.
001172     IF CB3EN-P-RETURN-CODE NOT = ZERO
001173         DISPLAY "CBDEM3U -- ENTITLEMENT MASTER ERROR"
001174         MOVE "E" TO CB3EN-P-REASON
001175     END-IF.
001176 1500-REFUSED.
001178     DISPLAY "CBDEM3U -- USER " CB3U-RUN-USER
001180             " NOT ENTITLED TO DISPOSITION " CB3U-DISPOSITION
001182             ", REASON " CB3EN-P-REASON.
001184     IF CB3EN-P-REASON = "E"
001186         MOVE 8 TO CB3U-RETURN-CODE
001188     ELSE
001190         MOVE 4 TO CB3U-RETURN-CODE
001200     END-IF.
001201     MOVE "X"              TO CB3A-P-FUNCTION.
001202     MOVE CB3U-FILENAME    TO CB3A-P-QUERY-FILENAME.
001203     MOVE CB3U-RUN-USER    TO CB3A-P-DISPO-USER.
001204     MOVE CB3U-DISPOSITION TO CB3A-P-REFUSED-ACTION.
001205     MOVE "CBDEM3U"        TO CB3A-P-REFUSED-PROGRAM.
001206     MOVE CB3EN-P-PARTNER-ID TO CB3A-P-REFUSED-PARTNER.
001207     MOVE CB3EN-P-REASON   TO CB3A-P-REFUSED-REASON.
001208     MOVE CB3U-USER-ID     TO CB3A-P-CLAIMED-USER.
001209     MOVE "N"              TO CB3A-P-QUERY-FOUND.
001210     CALL "CBDEM3A" USING CB3A-PARM-AREA.
001211     IF CB3A-P-RETURN-CODE NOT = ZERO
001212         OR NOT CB3A-P-QUERY-IS-FOUND
001213         DISPLAY "CBDEM3U -- WARNING, REFUSAL NOT SEALED ON TRAIL"
001214         MOVE 8 TO CB3U-RETURN-CODE
001216     END-IF.
001218 1500-EXIT.
001220     EXIT.
001230*----------------------------------------------------------------
001240* 2000-RECORD-ON-HOLD-FILE -- STAMP THE DISPOSITION ONTO THE
001290     MOVE "D"              TO CB3Q-P-FUNCTION.
001300     MOVE CB3U-FILENAME    TO CB3Q-P-FILENAME.
001310     MOVE CB3U-DISPOSITION TO CB3Q-P-STATUS.
001320     MOVE CB3U-RUN-USER    TO CB3Q-P-DISPO-USER.
001330     MOVE "N"              TO CB3Q-P-FOUND.
001340     CALL "CBDEM3Q" USING CB3Q-PARM-AREA.
001350     EVALUATE TRUE
001590     MOVE CB3Q-P-AUDIT-DATE TO CB3A-P-QUERY-DATE.
001600     MOVE CB3Q-P-AUDIT-TIME TO CB3A-P-QUERY-TIME.
001610     MOVE CB3U-DISPOSITION  TO CB3A-P-DISPO-STATUS.
001620     MOVE CB3U-RUN-USER     TO CB3A-P-DISPO-USER.
001630     MOVE "N"               TO CB3A-P-QUERY-FOUND.
001640     CALL "CBDEM3A" USING CB3A-PARM-AREA.
001650     EVALUATE TRUE
