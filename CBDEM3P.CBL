000340*                    REPORT -- AND THE COLLECTOR (CBDEM3V) PRINTS
000350*                    THE COMBINED FOOTER FROM COUNTS IT DERIVES
000360*                    FROM THE CHECKPOINT ROLL-UP.
000361*   10/15/2026  DLH  ADDED THE "E" (RECORD EDIT SUMMARY) AND "X"
000362*                    (STREAM RECORD EDIT SUMMARY) FUNCTIONS. THE
000363*                    DRIVERS CALL ONE OF THEM RIGHT AFTER A FILE'S
000364*                    DETAIL LINE WHEN THE RECORD EDIT PASS RAN, TO
000365*                    PRINT AN INDENTED LINE UNDER IT WITH THE
000366*                    RECORDS EDITED, REJECTED (ALSO BY FIELD), THE
000367*                    REJECT PERCENTAGE AND THE OUTCOME. NEITHER
000368*                    CHANGES THE FILE COUNTS.
000369*   10/15/2026  DLH  MATCH STATUS "A" (TRAILER NOT AUTHENTIC) IS
000370*                    COUNTED AS FAILED AND PRINTED "*** AUTH ***".
000371*   10/15/2026  DLH  ADDED THE "B" (VOLUME ANOMALY) AND "Y"
000372*                    (STREAM VOLUME ANOMALY) FUNCTIONS: AN
000373*                    INDENTED LINE UNDER A FILE WHOSE RECORD OR
000374*                    BYTE COUNT FELL OUTSIDE ITS FEED'S BASELINE
000375*                    BAND, WITH TODAY'S COUNTS, THE BASELINE, THE
000376*                    BAND AND WHETHER THE FILE WAS HELD. MATCH
000377*                    STATUS "W" PRINTS "VOLUME WARN"; THE FILE
000378*                    RECONCILED, SO IT COUNTS AS PASSED.
000382*----------------------------------------------------------------
000386 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
001510     05  CB3P-TL-FAILED          PIC ZZZ,ZZ9.
001520     05  FILLER                  PIC X(15) VALUE "  NOT RECVD: ".
001530     05  CB3P-TL-MISSING         PIC ZZZ,ZZ9.
001531     05  FILLER                  PIC X(41) VALUE SPACES.
001532*----------------------------------------------------------------
001533*    01  CB3P-EDIT-LINE       -- RECORD EDIT SUMMARY LINE, PRINTED
001534*        INDENTED UNDER THE FILE'S DETAIL LINE.
001535*----------------------------------------------------------------
001536 01  CB3P-EDIT-LINE.
001537     05  FILLER                  PIC X(27) VALUE
001538         "    RECORD EDIT -- EDITED: ".
001539     05  CB3P-EL-EDITED          PIC ZZ,ZZZ,ZZ9.
001540     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001541     05  CB3P-EL-REJECTED        PIC ZZ,ZZZ,ZZ9.
001542     05  FILLER                  PIC X(02) VALUE " (".
001543     05  CB3P-EL-PCT             PIC ZZ9.99.
001544     05  FILLER                  PIC X(02) VALUE "%)".
001545     05  FILLER                  PIC X(08) VALUE "  ACCT: ".
001546     05  CB3P-EL-ACCOUNT         PIC Z(07)9.
001547     05  FILLER                  PIC X(07) VALUE "  AMT: ".
001548     05  CB3P-EL-AMOUNT          PIC Z(07)9.
001549     05  FILLER                  PIC X(08) VALUE "  DESC: ".
001550     05  CB3P-EL-DESC            PIC Z(07)9.
001551     05  FILLER                  PIC X(02) VALUE SPACES.
001552     05  CB3P-EL-OUTCOME         PIC X(14).
001554*----------------------------------------------------------------
001556*    01  CB3P-VOL-LINE        -- VOLUME ANOMALY LINE, INDENTED
001558*        UNDER THE FILE'S DETAIL LINE.
001560*----------------------------------------------------------------
001561 01  CB3P-VOL-LINE.
001562     05  FILLER                  PIC X(23) VALUE
001563         "    VOLUME -- RECORDS: ".
001564     05  CB3P-VL-RECORDS         PIC ZZZ,ZZZ,ZZ9.
001565     05  FILLER                  PIC X(08) VALUE "  BASE: ".
001566     05  CB3P-VL-BASE-RECORDS    PIC ZZZ,ZZZ,ZZ9.
001567     05  FILLER                  PIC X(09) VALUE "  BYTES: ".
001568     05  CB3P-VL-BYTES           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
001569     05  FILLER                  PIC X(08) VALUE "  BASE: ".
001570     05  CB3P-VL-BASE-BYTES      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
001571     05  FILLER                  PIC X(08) VALUE "  BAND: ".
001572     05  CB3P-VL-PCT             PIC ZZ9.
001573     05  FILLER                  PIC X(03) VALUE "%  ".
001574     05  CB3P-VL-OUTCOME         PIC X(14).
001575 LINKAGE SECTION.
001576*----------------------------------------------------------------
001578*    01  CB3P-PARM            -- CALLER'S PARAMETER AREA.
001580*----------------------------------------------------------------
001590 01  CB3P-PARM.
001600     05  CB3P-P-FUNCTION         PIC X(01).
001680*        THE WINDOW COLLECTOR SUPPLIES ON THE PARM AREA.
001690         88  CB3P-P-FN-STREAM-DETAIL     VALUE "S".
001700         88  CB3P-P-FN-WINDOW-TOTALS     VALUE "W".
001701*        RECORD EDIT SUMMARY LINE FOR THE FILE JUST REPORTED:
001702*        "E" FOR THE CLASSIC REPORT (KEEPS THE LINE COUNT), "X"
001703*        FOR A DISPATCHED STREAM (APPEND ONLY, LIKE "S").
001704         88  CB3P-P-FN-EDIT-SUMMARY      VALUE "E".
001705         88  CB3P-P-FN-STREAM-EDIT       VALUE "X".
001706*        VOLUME ANOMALY LINE FOR THE FILE JUST REPORTED: "B" FOR
001707*        THE CLASSIC REPORT, "Y" FOR A DISPATCHED STREAM.
001708         88  CB3P-P-FN-VOLUME-LINE       VALUE "B".
001709         88  CB3P-P-FN-STREAM-VOLUME     VALUE "Y".
001710     05  CB3P-P-RUN-DATE         PIC 9(08).
001720     05  CB3P-P-FILENAME         PIC X(80).
001730     05  CB3P-P-ALGORITHM        PIC X(10).
001800     05  CB3P-P-PROCESSED        PIC 9(06) COMP.
001810     05  CB3P-P-PASSED           PIC 9(06) COMP.
001820     05  CB3P-P-FAILED           PIC 9(06) COMP.
001821*        RECORD EDIT RESULTS FOR FUNCTIONS "E" AND "X" (SEE
001822*        CBDEM3I), AND THE EDIT STATUS THE DRIVER RECORDED ON
001823*        THE AUDIT ROW (CB3A-EDIT-STATUS).
001824     05  CB3P-P-RECORDS-EDITED   PIC 9(08) COMP.
001825     05  CB3P-P-RECORDS-REJECTED PIC 9(08) COMP.
001826     05  CB3P-P-ACCOUNT-REJECTS  PIC 9(08) COMP.
001827     05  CB3P-P-AMOUNT-REJECTS   PIC 9(08) COMP.
001828     05  CB3P-P-DESC-REJECTS     PIC 9(08) COMP.
001829     05  CB3P-P-REJECT-PCT       PIC 9(03)V99.
001830     05  CB3P-P-EDIT-STATUS      PIC X(01).
001831*        VOLUME CHECK RESULTS FOR FUNCTIONS "B" AND "Y" (SEE
001832*        CBDEM3BL): TODAY'S COUNTS, THE FEED'S BASELINE, THE BAND
001833*        APPLIED, AND "W" WARNED ONLY OR "H" FILE HELD.
001834     05  CB3P-P-VOL-RECORDS      PIC 9(09) COMP.
001836     05  CB3P-P-VOL-BYTES        PIC 9(15) COMP.
001838     05  CB3P-P-VOL-BASE-RECORDS PIC 9(09) COMP.
001840     05  CB3P-P-VOL-BASE-BYTES   PIC 9(15) COMP.
001842     05  CB3P-P-VOL-PCT          PIC 9(03).
001844     05  CB3P-P-VOL-STATUS       PIC X(01).
001846 PROCEDURE DIVISION USING CB3P-PARM.
001848*----------------------------------------------------------------
001850* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
001860*----------------------------------------------------------------
001870 0000-MAINLINE.
001970             PERFORM 3700-WRITE-STREAM-DETAIL THRU 3700-EXIT
001980         WHEN CB3P-P-FN-WINDOW-TOTALS
001990             PERFORM 4500-WRITE-WINDOW-TOTALS THRU 4500-EXIT
001993         WHEN CB3P-P-FN-STREAM-EDIT
001996             PERFORM 3900-WRITE-STREAM-EDIT THRU 3900-EXIT
001997         WHEN CB3P-P-FN-STREAM-VOLUME
001998             PERFORM 3980-WRITE-STREAM-VOLUME THRU 3980-EXIT
002000         WHEN OTHER
002010             PERFORM 1000-OPEN-COUNTS THRU 1000-EXIT
002020             IF CB3P-P-RETURN-CODE = ZERO
002090                     WHEN CB3P-P-FN-MISSING
002100                         PERFORM 3600-WRITE-MISSING
002110                             THRU 3600-EXIT
002112                     WHEN CB3P-P-FN-EDIT-SUMMARY
002114                         PERFORM 3800-WRITE-EDIT-SUMMARY
002116                             THRU 3800-EXIT
002117                     WHEN CB3P-P-FN-VOLUME-LINE
002118                         PERFORM 3940-WRITE-VOLUME-LINE
002119                             THRU 3940-EXIT
002120                 END-EVALUATE
002130             END-IF
002140     END-EVALUATE.
002770     EVALUATE CB3P-P-MATCH-STATUS
002780         WHEN "P"  ADD 1 TO CB3P-WORK-FILES-PASSED
002790         WHEN "F"  ADD 1 TO CB3P-WORK-FILES-FAILED
002795         WHEN "A"  ADD 1 TO CB3P-WORK-FILES-FAILED
002797         WHEN "W"  ADD 1 TO CB3P-WORK-FILES-PASSED
002800     END-EVALUATE.
002810     PERFORM 6000-SAVE-COUNTS-ROW THRU 6000-EXIT.
002820 3000-EXIT.
002940     EVALUATE CB3P-P-MATCH-STATUS
002950         WHEN "P"  MOVE "PASS"           TO CB3P-DL-STATUS
002960         WHEN "F"  MOVE "*** FAIL ***"   TO CB3P-DL-STATUS
002965         WHEN "A"  MOVE "*** AUTH ***"   TO CB3P-DL-STATUS
002970         WHEN "D"  MOVE "DUPLICATE"      TO CB3P-DL-STATUS
002975         WHEN "W"  MOVE "VOLUME WARN"    TO CB3P-DL-STATUS
002980         WHEN OTHER MOVE "NOT CHECKED"   TO CB3P-DL-STATUS
002990     END-EVALUATE.
003000 3100-EXIT.
003740     IF NOT CB3P-REPORT-OK
003750         MOVE 8 TO CB3P-P-RETURN-CODE
003760         GO TO 3700-EXIT
003761     END-IF.
003762     MOVE "Y" TO CB3P-REPORT-OPENED-SW.
003763     PERFORM 3100-BUILD-DETAIL-LINE THRU 3100-EXIT.
003764     WRITE CB3P-REPORT-RECORD FROM CB3P-DETAIL-LINE.
003765 3700-EXIT.
003766     EXIT.
003767*----------------------------------------------------------------
003768* 3800-WRITE-EDIT-SUMMARY -- WRITE THE RECORD EDIT SUMMARY LINE
003769*     UNDER THE DETAIL LINE JUST WRITTEN FOR THE SAME FILE. THE
003770*     FILE COUNTS ARE NOT TOUCHED -- THE DETAIL LINE ALREADY
003771*     COUNTED THE FILE -- BUT THE LINE COUNT IS, SO PAGING STAYS
003772*     RIGHT.
003773*----------------------------------------------------------------
003774 3800-WRITE-EDIT-SUMMARY.
003775     OPEN EXTEND CB3P-REPORT-FILE.
003776     IF NOT CB3P-REPORT-OK
003777         OPEN OUTPUT CB3P-REPORT-FILE
003778     END-IF.
003780     MOVE "Y" TO CB3P-REPORT-OPENED-SW.
003781     IF NOT CB3P-WORK-HEADER-IS-DONE
003782         OR CB3P-WORK-LINE-COUNT >= 55
003783         PERFORM 3500-WRITE-PAGE-HEADER THRU 3500-EXIT
003784     END-IF.
003785     PERFORM 3850-BUILD-EDIT-LINE THRU 3850-EXIT.
003786     WRITE CB3P-REPORT-RECORD FROM CB3P-EDIT-LINE.
003787     ADD 1 TO CB3P-WORK-LINE-COUNT.
003788     PERFORM 6000-SAVE-COUNTS-ROW THRU 6000-EXIT.
003789 3800-EXIT.
003790     EXIT.
003791*----------------------------------------------------------------
003792* 3850-BUILD-EDIT-LINE -- LAY OUT THE RECORD EDIT SUMMARY LINE
003793*     FROM THE CALLER'S PARM FIELDS, SHARED BY "E" AND "X".
003794*----------------------------------------------------------------
003795 3850-BUILD-EDIT-LINE.
003796     MOVE CB3P-P-RECORDS-EDITED   TO CB3P-EL-EDITED.
003797     MOVE CB3P-P-RECORDS-REJECTED TO CB3P-EL-REJECTED.
003798     MOVE CB3P-P-REJECT-PCT       TO CB3P-EL-PCT.
003799     MOVE CB3P-P-ACCOUNT-REJECTS  TO CB3P-EL-ACCOUNT.
003800     MOVE CB3P-P-AMOUNT-REJECTS   TO CB3P-EL-AMOUNT.
003801     MOVE CB3P-P-DESC-REJECTS     TO CB3P-EL-DESC.
003802     EVALUATE CB3P-P-EDIT-STATUS
003803         WHEN "C"  MOVE "CLEAN"          TO CB3P-EL-OUTCOME
003804         WHEN "R"  MOVE "WITHIN LIMIT"   TO CB3P-EL-OUTCOME
003805         WHEN "H"  MOVE "*** HELD ***"   TO CB3P-EL-OUTCOME
003806         WHEN OTHER MOVE "NOT RUN"       TO CB3P-EL-OUTCOME
003807     END-EVALUATE.
003808 3850-EXIT.
003809     EXIT.
003810*----------------------------------------------------------------
003811* 3900-WRITE-STREAM-EDIT -- APPEND THE RECORD EDIT SUMMARY LINE
003812*     FOR A DISPATCHED STREAM, ON THE SAME TERMS AS 3700-WRITE-
003813*     STREAM-DETAIL: NO COUNTS ROW, NO PAGE HEADERS, AND A FAILED
003814*     EXTEND IS RC=8 RATHER THAN AN OPEN OUTPUT.
003815*----------------------------------------------------------------
003816 3900-WRITE-STREAM-EDIT.
003817     OPEN EXTEND CB3P-REPORT-FILE.
003818     IF NOT CB3P-REPORT-OK
003819         MOVE 8 TO CB3P-P-RETURN-CODE
003820         GO TO 3900-EXIT
003821     END-IF.
003822     MOVE "Y" TO CB3P-REPORT-OPENED-SW.
003823     PERFORM 3850-BUILD-EDIT-LINE THRU 3850-EXIT.
003824     WRITE CB3P-REPORT-RECORD FROM CB3P-EDIT-LINE.
003826 3900-EXIT.
003828     EXIT.
003830*----------------------------------------------------------------
003836* 3940-WRITE-VOLUME-LINE -- WRITE THE VOLUME ANOMALY LINE UNDER
003837*     THE LINES JUST WRITTEN FOR THE SAME FILE. LIKE THE EDIT
003838*     SUMMARY, THE FILE COUNTS ARE LEFT ALONE AND THE LINE COUNT
003839*     IS KEPT.
003840*----------------------------------------------------------------
003841 3940-WRITE-VOLUME-LINE.
003842     OPEN EXTEND CB3P-REPORT-FILE.
003843     IF NOT CB3P-REPORT-OK
003844         OPEN OUTPUT CB3P-REPORT-FILE
003845     END-IF.
003846     MOVE "Y" TO CB3P-REPORT-OPENED-SW.
003847     IF NOT CB3P-WORK-HEADER-IS-DONE
003848         OR CB3P-WORK-LINE-COUNT >= 55
003849         PERFORM 3500-WRITE-PAGE-HEADER THRU 3500-EXIT
003850     END-IF.
003851     PERFORM 3960-BUILD-VOLUME-LINE THRU 3960-EXIT.
003852     WRITE CB3P-REPORT-RECORD FROM CB3P-VOL-LINE.
003853     ADD 1 TO CB3P-WORK-LINE-COUNT.
003854     PERFORM 6000-SAVE-COUNTS-ROW THRU 6000-EXIT.
003855 3940-EXIT.
003856     EXIT.
003857*----------------------------------------------------------------
003858* 3960-BUILD-VOLUME-LINE -- LAY OUT THE VOLUME ANOMALY LINE FROM
003859*     THE CALLER'S PARM FIELDS, SHARED BY "B" AND "Y".
003860*----------------------------------------------------------------
003861 3960-BUILD-VOLUME-LINE.
003862     MOVE CB3P-P-VOL-RECORDS      TO CB3P-VL-RECORDS.
003863     MOVE CB3P-P-VOL-BASE-RECORDS TO CB3P-VL-BASE-RECORDS.
003864     MOVE CB3P-P-VOL-BYTES        TO CB3P-VL-BYTES.
003865     MOVE CB3P-P-VOL-BASE-BYTES   TO CB3P-VL-BASE-BYTES.
003866     MOVE CB3P-P-VOL-PCT          TO CB3P-VL-PCT.
003867     EVALUATE CB3P-P-VOL-STATUS
003868         WHEN "H"  MOVE "*** HELD ***"   TO CB3P-VL-OUTCOME
003869         WHEN OTHER MOVE "OUT OF BAND"   TO CB3P-VL-OUTCOME
003870     END-EVALUATE.
003871 3960-EXIT.
003872     EXIT.
003873*----------------------------------------------------------------
003874* 3980-WRITE-STREAM-VOLUME -- APPEND THE VOLUME ANOMALY LINE FOR
003875*     A DISPATCHED STREAM, ON THE SAME TERMS AS 3700-WRITE-
003876*     STREAM-DETAIL.
003877*----------------------------------------------------------------
003878 3980-WRITE-STREAM-VOLUME.
003880     OPEN EXTEND CB3P-REPORT-FILE.
003881     IF NOT CB3P-REPORT-OK
003882         MOVE 8 TO CB3P-P-RETURN-CODE
003883         GO TO 3980-EXIT
003884     END-IF.
003885     MOVE "Y" TO CB3P-REPORT-OPENED-SW.
003886     PERFORM 3960-BUILD-VOLUME-LINE THRU 3960-EXIT.
003887     WRITE CB3P-REPORT-RECORD FROM CB3P-VOL-LINE.
003888 3980-EXIT.
003889     EXIT.
003890*----------------------------------------------------------------
003891* 4000-WRITE-TOTALS -- PRINT THE FINAL TOTALS FOOTER FOR TODAY'S
003892*     RUN, USING THE COUNTS ACCUMULATED ACROSS ALL DETAIL CALLS.
003893*----------------------------------------------------------------
003894 4000-WRITE-TOTALS.
003896     OPEN EXTEND CB3P-REPORT-FILE.
003898     IF NOT CB3P-REPORT-OK
003900         OPEN OUTPUT CB3P-REPORT-FILE
003910     END-IF.
003920     MOVE "Y" TO CB3P-REPORT-OPENED-SW.
