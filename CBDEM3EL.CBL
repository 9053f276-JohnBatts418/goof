000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3EL.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3EL -- ANALYST ENTITLEMENT LOADER.
000090*
000100* DATA CONTROL KEEPS THE ANALYST ENTITLEMENTS AS A PLAIN TEXT
000110* FILE IN THE CB3ENREC LAYOUT (ONE LINE PER USER-ID: NAME, THE
000120* FIVE ACTION FLAGS, EFFECTIVE, EXPIRY AND CERTIFIED DATES, THE
000130* CERTIFIER, AND UP TO TEN PARTNER IDS), HELD IN A DATA SET ONLY
000140* ACCESS ADMINISTRATION MAY UPDATE. THIS PROGRAM LOADS IT INTO
000150* THE ENTITLF MASTER THROUGH THE KEEPER (CBDEM3EN), THE SAME WAY
000160* CBDEM3KL LOADS THE KEY MASTER. A GRANT, A REVOCATION OR A
000170* RECERTIFICATION IS AN EDIT PLUS A RELOAD.
000180*
000190* A LINE WITH A BLANK USER-ID, AN ACTION FLAG OTHER THAN "Y",
000200* "N" OR BLANK, A DATE THAT IS NOT EIGHT DIGITS, A ZERO
000210* EFFECTIVE DATE OR AN EXPIRY BEFORE THE EFFECTIVE DATE IS
000220* REJECTED TO THE JOB LOG AND SKIPPED; THE REMAINING LINES ARE
000230* STILL LOADED AND THE RUN ENDS RC=4 SO THE BAD LINE IS CHASED.
000240* A LINE WHOSE USER NAME IS THE WORD "DELETE" DROPS THE USER
000250* FROM THE MASTER INSTEAD. RC=8 MEANS A FILE ERROR.
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   10/15/2026  DLH  ORIGINAL VERSION.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CB3EL-MASTER-FILE ASSIGN TO CB3EL-MASTFILE-NAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CB3EL-MASTER-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CB3EL-MASTER-FILE.
000420 COPY CB3ENREC.
000430 WORKING-STORAGE SECTION.
000440*----------------------------------------------------------------
000450*    01  CB3EL-SWITCHES       -- RUN SWITCHES AND RETURN CODE.
000460*----------------------------------------------------------------
000470 01  CB3EL-SWITCHES.
000480     05  CB3EL-MASTER-STATUS     PIC X(02) VALUE SPACES.
000490         88  CB3EL-MASTER-OK             VALUE "00".
000500         88  CB3EL-MASTER-EOF            VALUE "10".
000510     05  CB3EL-MASTER-OPENED-SW  PIC X(01) VALUE "N".
000520         88  CB3EL-MASTER-IS-OPEN        VALUE "Y".
000530     05  CB3EL-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
000540         88  CB3EL-RC-OK                 VALUE ZERO.
000550         88  CB3EL-RC-BAD-LINES          VALUE 4.
000560         88  CB3EL-RC-FILE-ERROR         VALUE 8.
000570*----------------------------------------------------------------
000580*    01  CB3EL-COUNTERS       -- LOAD COUNTERS.
000590*----------------------------------------------------------------
000600 01  CB3EL-COUNTERS.
000610     05  CB3EL-LINES-READ        PIC 9(06) COMP VALUE ZERO.
000620     05  CB3EL-LINES-LOADED      PIC 9(06) COMP VALUE ZERO.
000630     05  CB3EL-LINES-DELETED     PIC 9(06) COMP VALUE ZERO.
000640     05  CB3EL-LINES-REJECTED    PIC 9(06) COMP VALUE ZERO.
000650*----------------------------------------------------------------
000660*    01  CB3EL-FLAG-CHECK     -- THE ACTION FLAGS WITH EVERY "Y"
000670*        AND "N" TURNED TO BLANK: ANYTHING LEFT OVER IS NOT A
000680*        FLAG.
000690*----------------------------------------------------------------
000700 01  CB3EL-FLAG-CHECK            PIC X(05).
000710*----------------------------------------------------------------
000720*    01  CB3EL-CONTROL-CARD   -- SYSIN CONTROL CARD, ONE PER RUN:
000730*        THE ENTITLEMENT TEXT FILE TO LOAD.
000740*----------------------------------------------------------------
000750 01  CB3EL-CONTROL-CARD.
000760     05  CB3EL-MASTFILE-NAME     PIC X(80).
000770*----------------------------------------------------------------
000780*    01  CB3EN-PARM-AREA      -- PARAMETER AREA FOR CBDEM3EN.
000790*----------------------------------------------------------------
000800 01  CB3EN-PARM-AREA.
000810     05  CB3EN-P-FUNCTION        PIC X(01).
000820     05  CB3EN-P-USER-ID         PIC X(08).
000830     05  CB3EN-P-ACTION          PIC X(01).
000840     05  CB3EN-P-FILENAME        PIC X(80).
000850     05  CB3EN-P-AS-OF-DATE      PIC 9(08).
000860     05  CB3EN-P-ALLOWED         PIC X(01).
000870     05  CB3EN-P-REASON          PIC X(01).
000880     05  CB3EN-P-PARTNER-ID      PIC X(08).
000890     05  CB3EN-P-FOUND           PIC X(01).
000900     05  CB3EN-P-RECORD          PIC X(155).
000910     05  CB3EN-P-RETURN-CODE     PIC S9(04) COMP.
000920 PROCEDURE DIVISION.
000930*----------------------------------------------------------------
000940* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE LOAD.
000950*----------------------------------------------------------------
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
000990     IF CB3EL-RC-FILE-ERROR
001000         GO TO 0000-FINISH
001010     END-IF.
001020     PERFORM 2000-LOAD-ONE-LINE THRU 2000-EXIT
001030         UNTIL CB3EL-MASTER-EOF.
001040     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001050 0000-FINISH.
001060     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001070     MOVE CB3EL-RETURN-CODE TO RETURN-CODE.
001080     STOP RUN.
001090 0000-EXIT.
001100     EXIT.
001110*----------------------------------------------------------------
001120* 1000-INITIALIZE -- READ THE MASTER TEXT FILE NAME FROM SYSIN.
001130*----------------------------------------------------------------
001140 1000-INITIALIZE.
001150     MOVE ZERO   TO CB3EL-RETURN-CODE.
001160     MOVE SPACES TO CB3EL-CONTROL-CARD.
001170     ACCEPT CB3EL-CONTROL-CARD FROM SYSIN.
001180 1000-EXIT.
001190     EXIT.
001200*----------------------------------------------------------------
001210* 1500-OPEN-FILES -- OPEN THE TEXT MASTER AND PRIME THE LOOK-
001220*     AHEAD READ.
001230*----------------------------------------------------------------
001240 1500-OPEN-FILES.
001250     OPEN INPUT CB3EL-MASTER-FILE.
001260     IF NOT CB3EL-MASTER-OK
001270         DISPLAY "CBDEM3EL -- CANNOT OPEN ENTITLEMENT TEXT"
001280         MOVE 8 TO CB3EL-RETURN-CODE
001290         GO TO 1500-EXIT
001300     END-IF.
001310     MOVE "Y" TO CB3EL-MASTER-OPENED-SW.
001320     PERFORM 1900-READ-MASTER THRU 1900-EXIT.
001330 1500-EXIT.
001340     EXIT.
001350*----------------------------------------------------------------
001360* 1900-READ-MASTER -- READ THE NEXT TEXT MASTER LINE. A LINE
001365*     THAT CANNOT BE READ ENDS THE LOAD AT RC=8.
001370*----------------------------------------------------------------
001380 1900-READ-MASTER.
001390     READ CB3EL-MASTER-FILE
001400         AT END
001410             MOVE "10" TO CB3EL-MASTER-STATUS
001420     END-READ.
001430     IF CB3EL-MASTER-OK
001440         ADD 1 TO CB3EL-LINES-READ
001450     END-IF.
001451     IF NOT CB3EL-MASTER-OK AND NOT CB3EL-MASTER-EOF
001452         DISPLAY "CBDEM3EL -- MASTER FILE READ FAILED, STATUS "
001453                 CB3EL-MASTER-STATUS
001454         MOVE 8    TO CB3EL-RETURN-CODE
001455         MOVE "10" TO CB3EL-MASTER-STATUS
001456     END-IF.
001460 1900-EXIT.
001470     EXIT.
001480*----------------------------------------------------------------
001490* 2000-LOAD-ONE-LINE -- VALIDATE THE CURRENT LINE AND LOAD (OR
001500*     DROP) ITS USER ON THE ENTITLEMENT MASTER VIA CBDEM3EN.
001510*----------------------------------------------------------------
001520 2000-LOAD-ONE-LINE.
001530     IF CB3EN-KEY-USER-ID = SPACES
001540         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001550         GO TO 2000-READ-NEXT
001560     END-IF.
001570     IF CB3EN-USER-NAME = "DELETE"
001580         MOVE "D" TO CB3EN-P-FUNCTION
001590         GO TO 2000-CALL-KEEPER
001600     END-IF.
001610     MOVE CB3EN-ACTION-FLAGS TO CB3EL-FLAG-CHECK.
001620     INSPECT CB3EL-FLAG-CHECK
001630         CONVERTING "YN" TO "  ".
001640     IF CB3EL-FLAG-CHECK NOT = SPACES
001650         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001660         GO TO 2000-READ-NEXT
001670     END-IF.
001680     IF CB3EN-EFFECTIVE-DATE IS NOT NUMERIC
001690         OR CB3EN-EXPIRY-DATE IS NOT NUMERIC
001700         OR CB3EN-CERTIFIED-DATE IS NOT NUMERIC
001710         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001720         GO TO 2000-READ-NEXT
001730     END-IF.
001740     IF CB3EN-EFFECTIVE-DATE = ZERO
001750         OR (CB3EN-EXPIRY-DATE NOT = ZERO
001760             AND CB3EN-EXPIRY-DATE < CB3EN-EFFECTIVE-DATE)
001770         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001780         GO TO 2000-READ-NEXT
001790     END-IF.
001800     MOVE "W" TO CB3EN-P-FUNCTION.
001810 2000-CALL-KEEPER.
001820     MOVE CB3EN-KEY-USER-ID    TO CB3EN-P-USER-ID.
001830     MOVE CB3EN-ENTITLE-RECORD TO CB3EN-P-RECORD.
001840     MOVE SPACES               TO CB3EN-P-ACTION
001850                                  CB3EN-P-FILENAME.
001860     MOVE ZERO                 TO CB3EN-P-AS-OF-DATE.
001870     CALL "CBDEM3EN" USING CB3EN-PARM-AREA.
001880     IF CB3EN-P-RETURN-CODE NOT = ZERO
001890         DISPLAY "CBDEM3EL -- ENTITLEMENT MASTER WRITE FAILED"
001900         MOVE 8 TO CB3EL-RETURN-CODE
001910         MOVE "10" TO CB3EL-MASTER-STATUS
001920         GO TO 2000-EXIT
001930     END-IF.
001940     IF CB3EN-P-FUNCTION = "D"
001950         ADD 1 TO CB3EL-LINES-DELETED
001960     ELSE
001970         ADD 1 TO CB3EL-LINES-LOADED
001980     END-IF.
001990 2000-READ-NEXT.
002000     PERFORM 1900-READ-MASTER THRU 1900-EXIT.
002010 2000-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* 2500-REJECT-LINE -- LOG A MASTER LINE DATA CONTROL GOT WRONG,
002050*     BY USER-ID. THE LOAD CONTINUES, BUT ENDS RC=4 SO THE LINE
002060*     IS CHASED.
002070*----------------------------------------------------------------
002080 2500-REJECT-LINE.
002090     ADD 1 TO CB3EL-LINES-REJECTED.
002100     IF CB3EL-RETURN-CODE < 4
002110         MOVE 4 TO CB3EL-RETURN-CODE
002120     END-IF.
002130     DISPLAY "CBDEM3EL -- REJECTED ENTITLEMENT LINE "
002140             CB3EL-LINES-READ
002150             " USER: " CB3EN-KEY-USER-ID.
002160 2500-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002190* 7000-DISPLAY-TOTALS -- LOAD SUMMARY FOR THE JOB LOG.
002200*----------------------------------------------------------------
002210 7000-DISPLAY-TOTALS.
002220     DISPLAY "CBDEM3EL -- ENTITLEMENT LINES READ: "
002225             CB3EL-LINES-READ
002230             " LOADED: "   CB3EL-LINES-LOADED
002240             " DELETED: "  CB3EL-LINES-DELETED
002250             " REJECTED: " CB3EL-LINES-REJECTED.
002260 7000-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290* 8000-CLOSE-FILES -- CLOSE THE TEXT MASTER IF IT WAS OPENED.
002300*----------------------------------------------------------------
002310 8000-CLOSE-FILES.
002320     IF CB3EL-MASTER-IS-OPEN
002330         CLOSE CB3EL-MASTER-FILE
002340     END-IF.
002350 8000-EXIT.
002360     EXIT.
