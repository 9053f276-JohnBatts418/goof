000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDEM3BL.
000030 AUTHOR.        D L HOLLOWAY.
000040 INSTALLATION.  DATA CONTROL - FILE INTEGRITY GROUP.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* CBDEM3BL -- FEED VOLUME BASELINE KEEPER.
000090*
000100* KEEPS ONE ROW PER INBOUND FEED FILE NAME (SEE CB3BLREC) ON THE
000110* VOLBASEF BASELINE FILE: THE RECORD AND BYTE COUNTS OF THE
000120* FEED'S RECENT PASSING RUNS. A PARTNER THAT SENDS HALF A FILE
000130* WITH A CORRECTLY REGENERATED TRAILER AND MANIFEST RECONCILES
000140* PASS EVERYWHERE; ONLY ITS VOLUME AGAINST ITS OWN HISTORY SHOWS
000150* SOMETHING IS MISSING.
000160*
000170* CBDEM3D CHECKS (FUNCTION "C") TODAY'S COUNTS AGAINST THE FEED'S
000180* BASELINE -- THE AVERAGE OF THE RUNS KEPT, OR OF THOSE ON THE
000190* SAME DAY OF THE WEEK WHEN THE FEED IS WEEKDAY-SHAPED -- AND A
000200* BAND OF THE CALLER'S PERCENTAGE EITHER SIDE OF IT. UNTIL THE
000210* FEED HAS THREE RUNS TO AVERAGE THE BASELINE IS STILL LEARNING
000220* AND NOTHING IS JUDGED. AFTER A RUN THE FILE WAS ACCEPTED ON,
000230* CBDEM3D ADDS IT (FUNCTION "U"), DROPPING THE OLDEST RUN ONCE
000240* 35 ARE KEPT.
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY.
000270*   10/15/2026  DLH  ORIGINAL VERSION.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CB3BL-BASELINE-FILE ASSIGN TO VOLBASEF
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CB3BL-BASELINE-KEY
000390         FILE STATUS IS CB3BL-BASE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CB3BL-BASELINE-FILE.
000430 COPY CB3BLREC.
000440 WORKING-STORAGE SECTION.
000450*----------------------------------------------------------------
000460*    01  CB3BL-SWITCHES       -- RUN SWITCHES.
000470*----------------------------------------------------------------
000480 01  CB3BL-SWITCHES.
000490     05  CB3BL-BASE-STATUS       PIC X(02) VALUE SPACES.
000500         88  CB3BL-BASE-OK               VALUE "00".
000510         88  CB3BL-BASE-NOTFOUND         VALUE "23".
000520         88  CB3BL-BASE-NEW-FILE         VALUE "35".
000530     05  CB3BL-FILE-OPENED-SW    PIC X(01) VALUE "N".
000540         88  CB3BL-FILE-IS-OPEN          VALUE "Y".
000550     05  CB3BL-NEW-ROW-SW        PIC X(01) VALUE "N".
000560         88  CB3BL-NEW-ROW               VALUE "Y".
000570*----------------------------------------------------------------
000580*    01  CB3BL-WORK           -- SUBSCRIPTS, SUMS AND BAND LIMITS.
000590*        A BASELINE NEEDS CB3BL-MIN-RUNS RUNS BEFORE IT JUDGES.
000600*----------------------------------------------------------------
000610 01  CB3BL-WORK.
000620     05  CB3BL-IX                PIC S9(04) COMP VALUE ZERO.
000630     05  CB3BL-TOP-IX            PIC S9(04) COMP VALUE ZERO.
000640     05  CB3BL-MIN-RUNS          PIC 9(04) COMP VALUE 3.
000650     05  CB3BL-MAX-RUNS          PIC 9(04) COMP VALUE 35.
000660     05  CB3BL-SUM-RECORDS       PIC 9(11) COMP VALUE ZERO.
000670     05  CB3BL-SUM-BYTES         PIC 9(17) COMP VALUE ZERO.
000680     05  CB3BL-LOW-RECORDS       PIC 9(11) COMP VALUE ZERO.
000690     05  CB3BL-HIGH-RECORDS      PIC 9(11) COMP VALUE ZERO.
000700     05  CB3BL-LOW-BYTES         PIC 9(17) COMP VALUE ZERO.
000710     05  CB3BL-HIGH-BYTES        PIC 9(17) COMP VALUE ZERO.
000720 LINKAGE SECTION.
000730*----------------------------------------------------------------
000740*    01  CB3BL-PARM           -- CALLER'S PARAMETER AREA.
000750*----------------------------------------------------------------
000760 01  CB3BL-PARM.
000770     05  CB3BL-P-FUNCTION        PIC X(01).
000780         88  CB3BL-P-FN-CHECK            VALUE "C".
000790         88  CB3BL-P-FN-UPDATE           VALUE "U".
000800     05  CB3BL-P-FILENAME        PIC X(80).
000810     05  CB3BL-P-RUN-DATE        PIC 9(08).
000820*        DAY OF THE WEEK OF THE RUN, 1 = MONDAY ... 7 = SUNDAY.
000830     05  CB3BL-P-RUN-WEEKDAY     PIC 9(01).
000840     05  CB3BL-P-RECORDS         PIC 9(09) COMP.
000850     05  CB3BL-P-BYTES           PIC 9(15) COMP.
000860*        CHECK ONLY: THE BAND EITHER SIDE OF THE BASELINE AS A
000870*        WHOLE PERCENT, AND "Y" TO AVERAGE ONLY THE RUNS ON THE
000880*        SAME DAY OF THE WEEK AS THIS ONE.
000890     05  CB3BL-P-BAND-PCT        PIC 9(03).
000900     05  CB3BL-P-WEEKDAY-SW      PIC X(01).
000910         88  CB3BL-P-BY-WEEKDAY          VALUE "Y".
000920*        RETURNED BY A CHECK: THE BASELINE, THE RUNS AVERAGED
000930*        FOR IT, AND THE VERDICT -- "I" INSIDE THE BAND, "L" STILL
000940*        LEARNING (TOO FEW RUNS), "R" RECORD COUNT OUTSIDE, "B"
000950*        BYTE COUNT OUTSIDE, "X" BOTH OUTSIDE.
000960     05  CB3BL-P-BASE-RECORDS    PIC 9(09) COMP.
000970     05  CB3BL-P-BASE-BYTES      PIC 9(15) COMP.
000980     05  CB3BL-P-RUNS-USED       PIC 9(04) COMP.
000990     05  CB3BL-P-RESULT          PIC X(01).
001000         88  CB3BL-P-IN-BAND             VALUE "I".
001010         88  CB3BL-P-LEARNING            VALUE "L".
001020         88  CB3BL-P-RECORDS-OUT         VALUE "R".
001030         88  CB3BL-P-BYTES-OUT           VALUE "B".
001040         88  CB3BL-P-BOTH-OUT            VALUE "X".
001050         88  CB3BL-P-BREACHED            VALUE "R" "B" "X".
001060     05  CB3BL-P-RETURN-CODE     PIC S9(04) COMP.
001070         88  CB3BL-P-RC-OK               VALUE ZERO.
001080         88  CB3BL-P-RC-FILE-ERROR       VALUE 8.
001090 PROCEDURE DIVISION USING CB3BL-PARM.
001100*----------------------------------------------------------------
001110* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
001120*----------------------------------------------------------------
001130 0000-MAINLINE.
001140     MOVE ZERO TO CB3BL-P-RETURN-CODE.
001150     PERFORM 1000-OPEN-BASELINE-FILE THRU 1000-EXIT.
001160     IF CB3BL-P-RC-OK
001170         EVALUATE TRUE
001180             WHEN CB3BL-P-FN-CHECK
001190                 PERFORM 2000-CHECK-VOLUME THRU 2000-EXIT
001200             WHEN CB3BL-P-FN-UPDATE
001210                 PERFORM 3000-ADD-RUN THRU 3000-EXIT
001220         END-EVALUATE
001230     END-IF.
001240     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001250     GOBACK.
001260 0000-EXIT.
001270     EXIT.
001280*----------------------------------------------------------------
001290* 1000-OPEN-BASELINE-FILE -- OPEN THE BASELINE FILE, CREATING IT
001300*     THE FIRST TIME IT IS EVER USED.
001310*----------------------------------------------------------------
001320 1000-OPEN-BASELINE-FILE.
001330     OPEN I-O CB3BL-BASELINE-FILE.
001340     IF CB3BL-BASE-NEW-FILE
001350         OPEN OUTPUT CB3BL-BASELINE-FILE
001360         CLOSE CB3BL-BASELINE-FILE
001370         OPEN I-O CB3BL-BASELINE-FILE
001380     END-IF.
001390     IF NOT CB3BL-BASE-OK
001400         MOVE 8 TO CB3BL-P-RETURN-CODE
001410         GO TO 1000-EXIT
001420     END-IF.
001430     MOVE "Y" TO CB3BL-FILE-OPENED-SW.
001440 1000-EXIT.
001450     EXIT.
001460*----------------------------------------------------------------
001470* 2000-CHECK-VOLUME -- JUDGE TODAY'S RECORD AND BYTE COUNTS
001480*     AGAINST THE FEED'S BASELINE. A FEED WITH NO ROW YET, OR TOO
001490*     FEW RUNS TO AVERAGE, IS STILL LEARNING. AN EARLIER RUN FROM
001500*     TODAY (A RESTART) IS LEFT OUT, SO A FILE IS NEVER MEASURED
001510*     AGAINST ITSELF.
001520*----------------------------------------------------------------
001530 2000-CHECK-VOLUME.
001540     MOVE "L"  TO CB3BL-P-RESULT.
001550     MOVE ZERO TO CB3BL-P-BASE-RECORDS
001560                  CB3BL-P-BASE-BYTES
001570                  CB3BL-P-RUNS-USED
001580                  CB3BL-SUM-RECORDS
001590                  CB3BL-SUM-BYTES.
001600     MOVE CB3BL-P-FILENAME TO CB3BL-KEY-FILENAME.
001610     READ CB3BL-BASELINE-FILE.
001620     IF CB3BL-BASE-NOTFOUND
001630         GO TO 2000-EXIT
001640     END-IF.
001650     IF NOT CB3BL-BASE-OK
001660         MOVE 8 TO CB3BL-P-RETURN-CODE
001670         GO TO 2000-EXIT
001680     END-IF.
001690     PERFORM 2100-ADD-ONE-RUN THRU 2100-EXIT
001700         VARYING CB3BL-IX FROM 1 BY 1
001710         UNTIL CB3BL-IX > CB3BL-RUNS-KEPT.
001720     IF CB3BL-P-RUNS-USED < CB3BL-MIN-RUNS
001730         GO TO 2000-EXIT
001740     END-IF.
001750     COMPUTE CB3BL-P-BASE-RECORDS ROUNDED =
001760         CB3BL-SUM-RECORDS / CB3BL-P-RUNS-USED.
001770     COMPUTE CB3BL-P-BASE-BYTES ROUNDED =
001780         CB3BL-SUM-BYTES / CB3BL-P-RUNS-USED.
001790     IF CB3BL-P-BAND-PCT < 100
001800         COMPUTE CB3BL-LOW-RECORDS =
001810             CB3BL-P-BASE-RECORDS * (100 - CB3BL-P-BAND-PCT) / 100
001820         COMPUTE CB3BL-LOW-BYTES =
001830             CB3BL-P-BASE-BYTES * (100 - CB3BL-P-BAND-PCT) / 100
001840     ELSE
001850         MOVE ZERO TO CB3BL-LOW-RECORDS
001860                      CB3BL-LOW-BYTES
001870     END-IF.
001880     COMPUTE CB3BL-HIGH-RECORDS =
001890         CB3BL-P-BASE-RECORDS * (100 + CB3BL-P-BAND-PCT) / 100.
001900     COMPUTE CB3BL-HIGH-BYTES =
001910         CB3BL-P-BASE-BYTES * (100 + CB3BL-P-BAND-PCT) / 100.
001920     MOVE "I" TO CB3BL-P-RESULT.
001930     IF CB3BL-P-RECORDS < CB3BL-LOW-RECORDS
001940         OR CB3BL-P-RECORDS > CB3BL-HIGH-RECORDS
001950         MOVE "R" TO CB3BL-P-RESULT
001960     END-IF.
001970     IF CB3BL-P-BYTES < CB3BL-LOW-BYTES
001980         OR CB3BL-P-BYTES > CB3BL-HIGH-BYTES
001990         IF CB3BL-P-RECORDS-OUT
002000             MOVE "X" TO CB3BL-P-RESULT
002010         ELSE
002020             MOVE "B" TO CB3BL-P-RESULT
002030         END-IF
002040     END-IF.
002050 2000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080* 2100-ADD-ONE-RUN -- ADD ONE KEPT RUN INTO THE BASELINE SUMS,
002090*     UNLESS IT IS FROM TODAY OR (FOR A WEEKDAY-SHAPED FEED) FROM
002100*     A DIFFERENT DAY OF THE WEEK.
002110*----------------------------------------------------------------
002120 2100-ADD-ONE-RUN.
002130     IF CB3BL-RUN-DATE (CB3BL-IX) = CB3BL-P-RUN-DATE
002140         GO TO 2100-EXIT
002150     END-IF.
002160     IF CB3BL-P-BY-WEEKDAY
002170         AND CB3BL-RUN-WEEKDAY (CB3BL-IX)
002180             NOT = CB3BL-P-RUN-WEEKDAY
002190         GO TO 2100-EXIT
002200     END-IF.
002210     ADD 1                               TO CB3BL-P-RUNS-USED.
002220     ADD CB3BL-RUN-RECORDS (CB3BL-IX)    TO CB3BL-SUM-RECORDS.
002230     ADD CB3BL-RUN-BYTES (CB3BL-IX)      TO CB3BL-SUM-BYTES.
002240 2100-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270* 3000-ADD-RUN -- ADD TODAY'S RUN TO THE FRONT OF THE FEED'S
002280*     HISTORY, STARTING A ROW FOR A FEED SEEN FOR THE FIRST TIME.
002290*     A RUN FROM THE SAME DATE AS THE NEWEST ENTRY REPLACES IT;
002300*     OTHERWISE THE OLDER RUNS MOVE DOWN ONE AND THE OLDEST DROPS
002310*     OFF ONCE THE ROW IS FULL.
002320*----------------------------------------------------------------
002330 3000-ADD-RUN.
002340     MOVE "N" TO CB3BL-NEW-ROW-SW.
002350     MOVE CB3BL-P-FILENAME TO CB3BL-KEY-FILENAME.
002360     READ CB3BL-BASELINE-FILE.
002370     IF CB3BL-BASE-NOTFOUND
002380         MOVE "Y" TO CB3BL-NEW-ROW-SW
002390         MOVE ZERO TO CB3BL-RUNS-KEPT
002400         PERFORM 3200-CLEAR-ONE-RUN THRU 3200-EXIT
002410             VARYING CB3BL-IX FROM 1 BY 1
002420             UNTIL CB3BL-IX > CB3BL-MAX-RUNS
002430     ELSE
002440         IF NOT CB3BL-BASE-OK
002450             MOVE 8 TO CB3BL-P-RETURN-CODE
002460             GO TO 3000-EXIT
002470         END-IF
002480     END-IF.
002490     IF CB3BL-RUNS-KEPT > ZERO
002500         AND CB3BL-RUN-DATE (1) = CB3BL-P-RUN-DATE
002510         GO TO 3000-STORE
002520     END-IF.
002530     IF CB3BL-RUNS-KEPT < CB3BL-MAX-RUNS
002540         ADD 1 TO CB3BL-RUNS-KEPT
002550     END-IF.
002560     MOVE CB3BL-RUNS-KEPT TO CB3BL-TOP-IX.
002570     PERFORM 3100-SHIFT-ONE-RUN THRU 3100-EXIT
002580         VARYING CB3BL-IX FROM CB3BL-TOP-IX BY -1
002590         UNTIL CB3BL-IX < 2.
002600 3000-STORE.
002610     MOVE CB3BL-P-RUN-DATE    TO CB3BL-RUN-DATE (1).
002620     MOVE CB3BL-P-RUN-WEEKDAY TO CB3BL-RUN-WEEKDAY (1).
002630     MOVE CB3BL-P-RECORDS     TO CB3BL-RUN-RECORDS (1).
002640     MOVE CB3BL-P-BYTES       TO CB3BL-RUN-BYTES (1).
002650     IF CB3BL-NEW-ROW
002660         WRITE CB3BL-BASELINE-RECORD
002670     ELSE
002680         REWRITE CB3BL-BASELINE-RECORD
002690     END-IF.
002700     IF NOT CB3BL-BASE-OK
002710         MOVE 8 TO CB3BL-P-RETURN-CODE
002720     END-IF.
002730 3000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------
002760* 3100-SHIFT-ONE-RUN -- MOVE ONE KEPT RUN DOWN A SLOT.
002770*----------------------------------------------------------------
002780 3100-SHIFT-ONE-RUN.
002790     MOVE CB3BL-RUN-ENTRY (CB3BL-IX - 1)
002800                               TO CB3BL-RUN-ENTRY (CB3BL-IX).
002810 3100-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840* 3200-CLEAR-ONE-RUN -- ZERO ONE SLOT OF A NEW FEED'S ROW.
002850*----------------------------------------------------------------
002860 3200-CLEAR-ONE-RUN.
002870     MOVE ZERO TO CB3BL-RUN-DATE (CB3BL-IX)
002880                  CB3BL-RUN-WEEKDAY (CB3BL-IX)
002890                  CB3BL-RUN-RECORDS (CB3BL-IX)
002900                  CB3BL-RUN-BYTES (CB3BL-IX).
002910 3200-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 8000-CLOSE-FILES -- CLOSE WHATEVER WAS OPENED.
002950*----------------------------------------------------------------
002960 8000-CLOSE-FILES.
002970     IF CB3BL-FILE-IS-OPEN
002980         CLOSE CB3BL-BASELINE-FILE
002990     END-IF.
003000 8000-EXIT.
003010     EXIT.
