000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3KL.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3KL -- PARTNER TRAILER KEY LOADER.
000090*
000100* DATA CONTROL KEEPS THE KEYS SHARED WITH PARTNERS FOR TRAILER
000110* AUTHENTICATION AS A PLAIN TEXT FILE IN THE CB3KYREC LAYOUT
000120* (ONE LINE PER KEY: PARTNER ID, KEY ID, EFFECTIVE DATE, EXPIRY
000130* DATE, 64-CHARACTER HEX SECRET), HELD IN A READ-PROTECTED DATA
000140* SET. THIS PROGRAM LOADS IT INTO THE KEYMSTF MASTER THROUGH THE
000150* KEEPER (CBDEM3KY), THE SAME WAY CBDEM3L LOADS THE PARTNER
000160* MASTER. A ROTATION IS AN EDIT PLUS A RELOAD: ADD THE NEW KEY
000170* WITH ITS EFFECTIVE DATE AND PUT AN EXPIRY DATE ON THE OLD ONE.
000180*
000190* A LINE WITH A BLANK PARTNER OR KEY ID, A DATE THAT IS NOT
000200* EIGHT DIGITS, AN EXPIRY BEFORE THE EFFECTIVE DATE OR A SECRET
000210* THAT IS NOT EXACTLY 64 HEX CHARACTERS IS REJECTED TO THE JOB
000220* LOG AND SKIPPED; THE REMAINING LINES ARE STILL LOADED AND THE
000230* RUN ENDS RC=4 SO THE BAD LINE IS CHASED. A LINE WHOSE SECRET
000240* IS THE WORD "DELETE" DROPS THE KEY FROM THE MASTER INSTEAD.
000250* RC=8 MEANS A FILE ERROR. THE SECRET ITSELF IS NEVER WRITTEN TO
000260* THE JOB LOG.
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   10/15/2026  DLH  ORIGINAL VERSION.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CB3KL-MASTER-FILE ASSIGN TO CB3KL-MASTFILE-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CB3KL-MASTER-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CB3KL-MASTER-FILE.
000430 COPY CB3KYREC.
000440 WORKING-STORAGE SECTION.
000450*----------------------------------------------------------------
000460*    01  CB3KL-SWITCHES       -- RUN SWITCHES AND RETURN CODE.
000470*----------------------------------------------------------------
000480 01  CB3KL-SWITCHES.
000490     05  CB3KL-MASTER-STATUS     PIC X(02) VALUE SPACES.
000500         88  CB3KL-MASTER-OK             VALUE "00".
000510         88  CB3KL-MASTER-EOF            VALUE "10".
000520     05  CB3KL-MASTER-OPENED-SW  PIC X(01) VALUE "N".
000530         88  CB3KL-MASTER-IS-OPEN        VALUE "Y".
000540     05  CB3KL-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
000550         88  CB3KL-RC-OK                 VALUE ZERO.
000560         88  CB3KL-RC-BAD-LINES          VALUE 4.
000570         88  CB3KL-RC-FILE-ERROR         VALUE 8.
000580*----------------------------------------------------------------
000590*    01  CB3KL-COUNTERS       -- LOAD COUNTERS.
000600*----------------------------------------------------------------
000610 01  CB3KL-COUNTERS.
000620     05  CB3KL-LINES-READ        PIC 9(06) COMP VALUE ZERO.
000630     05  CB3KL-LINES-LOADED      PIC 9(06) COMP VALUE ZERO.
000640     05  CB3KL-LINES-DELETED     PIC 9(06) COMP VALUE ZERO.
000650     05  CB3KL-LINES-REJECTED    PIC 9(06) COMP VALUE ZERO.
000660*----------------------------------------------------------------
000670*    01  CB3KL-SECRET-CHECK   -- THE SECRET WITH EVERY HEX DIGIT
000680*        TURNED TO "0": ANYTHING LEFT OVER IS NOT HEX.
000690*----------------------------------------------------------------
000700 01  CB3KL-SECRET-CHECK          PIC X(64).
000710*----------------------------------------------------------------
000720*    01  CB3KL-CONTROL-CARD   -- SYSIN CONTROL CARD, ONE PER RUN:
000730*        THE KEY MASTER TEXT FILE TO LOAD.
000740*----------------------------------------------------------------
000750 01  CB3KL-CONTROL-CARD.
000760     05  CB3KL-MASTFILE-NAME     PIC X(80).
000770*----------------------------------------------------------------
000780*    01  CB3KY-PARM-AREA      -- PARAMETER AREA FOR CBDEM3KY.
000790*----------------------------------------------------------------
000800 01  CB3KY-PARM-AREA.
000810     05  CB3KY-P-FUNCTION        PIC X(01).
000820     05  CB3KY-P-PARTNER-ID      PIC X(08).
000830     05  CB3KY-P-KEY-ID          PIC X(08).
000840     05  CB3KY-P-AS-OF-DATE      PIC 9(08).
000850     05  CB3KY-P-DIGEST          PIC X(64).
000860     05  CB3KY-P-MAC             PIC X(64).
000870     05  CB3KY-P-EFFECTIVE-DATE  PIC 9(08).
000880     05  CB3KY-P-EXPIRY-DATE     PIC 9(08).
000890     05  CB3KY-P-SECRET          PIC X(64).
000900     05  CB3KY-P-AUTH-RESULT     PIC X(01).
000910     05  CB3KY-P-RETURN-CODE     PIC S9(04) COMP.
000920 PROCEDURE DIVISION.
000930*----------------------------------------------------------------
000940* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE LOAD.
000950*----------------------------------------------------------------
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
000990     IF CB3KL-RC-FILE-ERROR
001000         GO TO 0000-FINISH
001010     END-IF.
001020     PERFORM 2000-LOAD-ONE-LINE THRU 2000-EXIT
001030         UNTIL CB3KL-MASTER-EOF.
001040     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001050 0000-FINISH.
001060     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001070     MOVE SPACES TO CB3KY-P-SECRET.
001090     MOVE CB3KL-RETURN-CODE TO RETURN-CODE.
001100     STOP RUN.
001110 0000-EXIT.
001120     EXIT.
001130*----------------------------------------------------------------
001140* 1000-INITIALIZE -- READ THE MASTER TEXT FILE NAME FROM SYSIN.
001150*----------------------------------------------------------------
001160 1000-INITIALIZE.
001170     MOVE ZERO   TO CB3KL-RETURN-CODE.
001180     MOVE SPACES TO CB3KL-CONTROL-CARD.
001190     ACCEPT CB3KL-CONTROL-CARD FROM SYSIN.
001200 1000-EXIT.
001210     EXIT.
001220*----------------------------------------------------------------
001230* 1500-OPEN-FILES -- OPEN THE TEXT MASTER AND PRIME THE LOOK-
001240*     AHEAD READ.
001250*----------------------------------------------------------------
001260 1500-OPEN-FILES.
001270     OPEN INPUT CB3KL-MASTER-FILE.
001280     IF NOT CB3KL-MASTER-OK
001290         DISPLAY "CBDEM3KL -- CANNOT OPEN KEY MASTER TEXT"
001300         MOVE 8 TO CB3KL-RETURN-CODE
001310         GO TO 1500-EXIT
001320     END-IF.
001330     MOVE "Y" TO CB3KL-MASTER-OPENED-SW.
001340     PERFORM 1900-READ-MASTER THRU 1900-EXIT.
001350 1500-EXIT.
001360     EXIT.
001370*----------------------------------------------------------------
001380* 1900-READ-MASTER -- READ THE NEXT TEXT MASTER LINE. A LINE
001385*     THAT CANNOT BE READ ENDS THE LOAD AT RC=8.
001390*----------------------------------------------------------------
001400 1900-READ-MASTER.
001410     READ CB3KL-MASTER-FILE
001420         AT END
001430             MOVE "10" TO CB3KL-MASTER-STATUS
001440     END-READ.
001450     IF CB3KL-MASTER-OK
001460         ADD 1 TO CB3KL-LINES-READ
001470     END-IF.
001471     IF NOT CB3KL-MASTER-OK AND NOT CB3KL-MASTER-EOF
001472         DISPLAY "CBDEM3KL -- MASTER FILE READ FAILED, STATUS "
001473                 CB3KL-MASTER-STATUS
001474         MOVE 8    TO CB3KL-RETURN-CODE
001475         MOVE "10" TO CB3KL-MASTER-STATUS
001476     END-IF.
001480 1900-EXIT.
001490     EXIT.
001500*----------------------------------------------------------------
001510* 2000-LOAD-ONE-LINE -- VALIDATE THE CURRENT LINE AND LOAD (OR
001520*     DROP) ITS KEY ON THE KEY MASTER VIA CBDEM3KY.
001530*----------------------------------------------------------------
001540 2000-LOAD-ONE-LINE.
001550     IF CB3KY-KEY-PARTNER-ID = SPACES
001560         OR CB3KY-KEY-ID = SPACES
001570         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001580         GO TO 2000-READ-NEXT
001590     END-IF.
001600     IF CB3KY-SECRET-HEX = "DELETE"
001610         MOVE "D"  TO CB3KY-P-FUNCTION
001620         MOVE ZERO TO CB3KY-P-EFFECTIVE-DATE
001630                      CB3KY-P-EXPIRY-DATE
001640         GO TO 2000-CALL-KEEPER
001650     END-IF.
001660     IF CB3KY-EFFECTIVE-DATE IS NOT NUMERIC
001670         OR CB3KY-EXPIRY-DATE IS NOT NUMERIC
001680         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001690         GO TO 2000-READ-NEXT
001700     END-IF.
001710     IF CB3KY-EFFECTIVE-DATE = ZERO
001720         OR (CB3KY-EXPIRY-DATE NOT = ZERO
001730             AND CB3KY-EXPIRY-DATE < CB3KY-EFFECTIVE-DATE)
001740         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001750         GO TO 2000-READ-NEXT
001760     END-IF.
001770     MOVE CB3KY-SECRET-HEX TO CB3KL-SECRET-CHECK.
001780     INSPECT CB3KL-SECRET-CHECK
001790         CONVERTING "0123456789ABCDEFabcdef"
001800                 TO "0000000000000000000000".
001810     IF CB3KL-SECRET-CHECK NOT = ZEROS
001820         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001830         GO TO 2000-READ-NEXT
001840     END-IF.
001850     MOVE "W"                  TO CB3KY-P-FUNCTION.
001860     MOVE CB3KY-EFFECTIVE-DATE TO CB3KY-P-EFFECTIVE-DATE.
001870     MOVE CB3KY-EXPIRY-DATE    TO CB3KY-P-EXPIRY-DATE.
001880 2000-CALL-KEEPER.
001890     MOVE CB3KY-KEY-PARTNER-ID TO CB3KY-P-PARTNER-ID.
001900     MOVE CB3KY-KEY-ID         TO CB3KY-P-KEY-ID.
001910     MOVE CB3KY-SECRET-HEX     TO CB3KY-P-SECRET.
001920     MOVE ZERO                 TO CB3KY-P-AS-OF-DATE.
001930     MOVE SPACES               TO CB3KY-P-DIGEST
001940                                  CB3KY-P-MAC.
001950     CALL "CBDEM3KY" USING CB3KY-PARM-AREA.
001960     IF CB3KY-P-RETURN-CODE NOT = ZERO
001970         DISPLAY "CBDEM3KL -- KEY MASTER WRITE FAILED"
001980         MOVE 8 TO CB3KL-RETURN-CODE
001990         MOVE "10" TO CB3KL-MASTER-STATUS
002000         GO TO 2000-EXIT
002010     END-IF.
002020     IF CB3KY-P-FUNCTION = "D"
002030         ADD 1 TO CB3KL-LINES-DELETED
002040     ELSE
002050         ADD 1 TO CB3KL-LINES-LOADED
002060     END-IF.
002070 2000-READ-NEXT.
002080     PERFORM 1900-READ-MASTER THRU 1900-EXIT.
002090 2000-EXIT.
002100     EXIT.
002110*----------------------------------------------------------------
002120* 2500-REJECT-LINE -- LOG A MASTER LINE DATA CONTROL GOT WRONG,
002130*     BY PARTNER AND KEY ID ONLY. THE LOAD CONTINUES, BUT ENDS
002140*     RC=4 SO THE LINE IS CHASED.
002150*----------------------------------------------------------------
002160 2500-REJECT-LINE.
002170     ADD 1 TO CB3KL-LINES-REJECTED.
002180     IF CB3KL-RETURN-CODE < 4
002190         MOVE 4 TO CB3KL-RETURN-CODE
002200     END-IF.
002210     DISPLAY "CBDEM3KL -- REJECTED KEY LINE " CB3KL-LINES-READ
002220             " PARTNER: " CB3KY-KEY-PARTNER-ID
002230             " KEY: "     CB3KY-KEY-ID.
002240 2500-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270* 7000-DISPLAY-TOTALS -- LOAD SUMMARY FOR THE JOB LOG.
002280*----------------------------------------------------------------
002290 7000-DISPLAY-TOTALS.
002300     DISPLAY "CBDEM3KL -- KEY LINES READ: " CB3KL-LINES-READ
002310             " LOADED: "   CB3KL-LINES-LOADED
002320             " DELETED: "  CB3KL-LINES-DELETED
002330             " REJECTED: " CB3KL-LINES-REJECTED.
002340 7000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370* 8000-CLOSE-FILES -- CLOSE THE TEXT MASTER IF IT WAS OPENED.
002380*----------------------------------------------------------------
002390 8000-CLOSE-FILES.
002400     IF CB3KL-MASTER-IS-OPEN
002410         CLOSE CB3KL-MASTER-FILE
002420     END-IF.
002430 8000-EXIT.
002440     EXIT.
