000669*                    SET. STREAM MODE WARNS AND LEAVES SETS TO
000670*                    A CLASSIC STEP, SINCE A STREAM ONLY SEES
000671*                    THE FILES IT CLAIMED.
000672*   10/15/2026  DLH  FINANCIAL CONTROL TOTALS: CBDEM3H NOW ADDS
000673*                    UP DEBIT, CREDIT AND ACCOUNT-NUMBER HASH
000674*                    TOTALS PER FILE, AND EACH ONE THE SENDER'S
000675*                    MANIFEST PROMISED (NOW CARRIED ON THE
000676*                    CONTROL FILE BY CBDEM3M) IS RECONCILED
000677*                    AGAINST IT. A BREAK FAILS THE FILE EVEN
000678*                    WHEN THE DIGEST MATCHED -- A TRAILER
000679*                    REGENERATED AFTER A BAD EDIT STILL HASHES
000680*                    CLEAN -- WITH ITS OWN ALERT TEXT AND HOLD
000681*                    REASON. BOTH SETS OF TOTALS AND THE
000682*                    VERDICT ARE RECORDED ON THE AUDIT ROW.
000683*   10/15/2026  DLH  RECORD EDIT PASS. A FILE THAT RECONCILED
000684*                    CLEAN HAS ITS DETAIL RECORDS FIELD-EDITED BY
000685*                    CBDEM3I (ACCOUNT, AMOUNT, DESCRIPTION) WITH
000686*                    FAILURES ON A .REJECTS FILE. REJECTS OVER THE
000687*                    PARTNER'S LIMIT (OR THE CONTROL CARD DEFAULT)
000688*                    FAIL AND HOLD THE FILE LIKE A DIGEST FAILURE.
000689*                    THE EDIT COUNTS GO TO THE AUDIT ROW AND AS A
000690*                    SUMMARY LINE TO THE DAILY REPORT.
000691*   10/15/2026  DLH  TRAILER AUTHENTICATION. A FILE THAT
000692*                    RECONCILED (OR HAD NOTHING TO RECONCILE
000693*                    AGAINST) HAS ITS "TRA" KEY ID AND MAC
000694*                    VERIFIED BY CBDEM3KY UNDER THE PARTNER'S
000695*                    SHARED KEY. A BAD MAC, A KEY NOT IN EFFECT,
000696*                    OR NO "TRA" RECORD FROM A KEYED PARTNER IS
000697*                    MATCH STATUS "A": THE FILE IS HELD, RC=4,
000698*                    AND THE ALERT GOES OUT AT SECURITY SEVERITY.
000699*                    THE RESULT AND KEY ID GO ON THE AUDIT ROW.
000700*   10/15/2026  DLH  THE AUDIT ROW'S OUTBOUND ACKNOWLEDGMENT
000701*                    FIELDS ARE WRITTEN BLANK.
000702*   10/15/2026  DLH  THE AUDIT ROW'S CONSUMPTION FIELDS ARE
000703*                    WRITTEN BLANK.
000704*   10/15/2026  DLH  VOLUME BASELINE CHECK. A FILE THAT PASSED
000705*                    EVERYTHING ELSE HAS ITS RECORD COUNT AND SIZE
000706*                    CHECKED BY CBDEM3BL AGAINST ITS FEED'S
000707*                    ROLLING HISTORY, INSIDE THE BAND (AND DAY-OF-
000708*                    WEEK SETTING) ON THE PARTNER MASTER. A BREACH
000709*                    IS MATCH STATUS "W" WITH A WARNING ALERT AND
000710*                    A VOLUME LINE ON THE REPORT: RC=2, OR RC=4
000711*                    AND THE FILE HELD WHEN THE FEED SAYS SO. THE
000712*                    HISTORY IS UPDATED AFTER EVERY ACCEPTED FILE.
000713*   10/15/2026  DLH  THROUGHPUT HISTORY. EVERY FILE VERIFIED NOW
000714*                    APPENDS A LINE TO THRUHSTF (SEE CB3THREC):
000715*                    ELAPSED PRE-FLIGHT, HASH CHAIN AND TOTAL
000716*                    TIME, RECORDS AND BYTES, AND THE DISPATCHED
000717*                    STREAM, NAMED ON A NEW CONTROL CARD FIELD.
000718*                    CBDEM3CP REPORTS ON IT. A FAILED WRITE IS A
000719*                    WARNING ONLY.
000720*----------------------------------------------------------------
000721 ENVIRONMENT DIVISION.
000722 CONFIGURATION SECTION.
000723 SOURCE-COMPUTER.   IBM-370.
000724 OBJECT-COMPUTER.   IBM-370.
000725 INPUT-OUTPUT SECTION.
000726 FILE-CONTROL.
000727     SELECT CB3D-CONTROL-FILE ASSIGN TO CB3D-CTLFILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CB3D-CTL-STATUS.
000742     SELECT CB3D-THRU-FILE ASSIGN TO THRUHSTF
000744         ORGANIZATION IS LINE SEQUENTIAL
000746         FILE STATUS IS CB3D-THRU-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CB3D-CONTROL-FILE.
000780 COPY CB3DREC.
000783 FD  CB3D-THRU-FILE.
000786 COPY CB3THREC.
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810*    01  CB3D-SWITCHES        -- RUN SWITCHES AND RETURN CODES.
000860         88  CB3D-CTL-EOF                VALUE "10".
000870     05  CB3D-CTL-OPENED-SW      PIC X(01) VALUE "N".
000880         88  CB3D-CTL-IS-OPEN            VALUE "Y".
000882     05  CB3D-THRU-STATUS        PIC X(02) VALUE SPACES.
000884         88  CB3D-THRU-OK                VALUE "00".
000886         88  CB3D-THRU-NEW-FILE          VALUE "35".
000890     05  CB3D-RETURN-CODE        PIC S9(04) COMP VALUE ZERO.
000900         88  CB3D-RC-OK                  VALUE ZERO.
000910         88  CB3D-RC-DUPLICATE           VALUE 2.
001070*        THE WINDOW COLLECTOR (CBDEM3V).
001080     05  CB3D-RUN-MODE           PIC X(01).
001090         88  CB3D-MODE-STREAM            VALUE "S".
001091*        RUN DEFAULT FOR THE RECORD EDIT REJECT LIMIT, A PERCENT
001092*        OF DETAIL RECORDS WITH TWO DECIMALS ("00150" = 1.50%).
001093*        A PARTNER MASTER LIMIT OVERRIDES IT FOR THAT FEED. BLANK
001094*        = THE SHOP STANDARD OF 1.00%.
001095     05  CB3D-REJECT-PCT-TEXT    PIC X(05).
001096     05  CB3D-REJECT-PCT-CARD REDEFINES CB3D-REJECT-PCT-TEXT
001097                                 PIC 9(03)V99.
001098*        THE DISPATCHER'S NAME FOR THIS STREAM ("S01", "S02" ...),
001099*        CARRIED ONTO THE THROUGHPUT HISTORY SO A WINDOW'S FILES
001100*        CAN BE TOLD APART BY STREAM. BLANK = NOT NAMED.
001101     05  CB3D-STREAM-ID          PIC X(04).
001102*----------------------------------------------------------------
001110*    01  CB3D-HASH-RESULTS    -- DIGEST VALUES FOR THE CURRENT
001120*        FILE, PRIMARY + LEGACY.
001130*----------------------------------------------------------------
001170     05  CB3D-ALGORITHM-LEGACY   PIC X(10) VALUE "SHA-1".
001180     05  CB3D-SHA1-HASH          PIC X(40) VALUE SPACES.
001190     05  CB3D-RECORD-COUNT       PIC 9(08) COMP VALUE ZERO.
001191*----------------------------------------------------------------
001192*    01  CB3D-CONTROL-TOTALS  -- FINANCIAL CONTROL TOTALS FOR THE
001193*        CURRENT FILE: WHAT CBDEM3H ADDED UP AND WHAT THE
001194*        SENDER'S MANIFEST PROMISED (BLANK = NOT PROMISED).
001200*----------------------------------------------------------------
001201 01  CB3D-CONTROL-TOTALS.
001202     05  CB3D-DEBIT-TOTAL        PIC 9(13)V99 VALUE ZERO.
001203     05  CB3D-CREDIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
001204     05  CB3D-ACCT-HASH-TOTAL    PIC 9(18)    VALUE ZERO.
001205     05  CB3D-UNTOTALLED-COUNT   PIC 9(08) COMP VALUE ZERO.
001206     05  CB3D-PROMISED-DEBIT     PIC 9(13)V99 VALUE ZERO.
001207     05  CB3D-PROMISED-CREDIT    PIC 9(13)V99 VALUE ZERO.
001208     05  CB3D-PROMISED-ACCT-HASH PIC 9(18)    VALUE ZERO.
001209     05  CB3D-TOTALS-STATUS      PIC X(01) VALUE "N".
001210         88  CB3D-TOTALS-AGREED          VALUE "A".
001211         88  CB3D-TOTALS-BREAK           VALUE "B".
001212         88  CB3D-TOTALS-NOT-CHECKED     VALUE "N".
001213*        SET WHEN THE DIGEST ITSELF RECONCILED (OR WAS NOT
001214*        CHECKED) AND ONLY THE CONTROL TOTALS FAILED THE FILE.
001215     05  CB3D-TOTALS-ONLY-SW     PIC X(01) VALUE "N".
001216         88  CB3D-TOTALS-ONLY-BREAK      VALUE "Y".
001217 01  CB3D-TOTALS-EDIT.
001218     05  CB3D-EDIT-DEBIT         PIC Z(12)9.99.
001219     05  CB3D-EDIT-CREDIT        PIC Z(12)9.99.
001220*----------------------------------------------------------------
001221*    01  CB3D-EDIT-RESULT     -- RECORD EDIT PASS RESULT FOR THE
001222*        CURRENT FILE, AND THE REJECT LIMIT THAT APPLIED.
001223*----------------------------------------------------------------
001224 01  CB3D-EDIT-RESULT.
001225     05  CB3D-EDIT-STATUS        PIC X(01) VALUE "N".
001226         88  CB3D-EDIT-CLEAN             VALUE "C".
001227         88  CB3D-EDIT-IN-LIMIT          VALUE "R".
001228         88  CB3D-EDIT-HELD              VALUE "H".
001229         88  CB3D-EDIT-NOT-RUN           VALUE "E".
001230         88  CB3D-EDIT-NOT-EDITED        VALUE "N".
001231     05  CB3D-RECORDS-EDITED     PIC 9(08) COMP VALUE ZERO.
001232     05  CB3D-RECORDS-REJECTED   PIC 9(08) COMP VALUE ZERO.
001233     05  CB3D-ACCOUNT-REJECTS    PIC 9(08) COMP VALUE ZERO.
001234     05  CB3D-AMOUNT-REJECTS     PIC 9(08) COMP VALUE ZERO.
001235     05  CB3D-DESC-REJECTS       PIC 9(08) COMP VALUE ZERO.
001236     05  CB3D-REJECT-PCT         PIC 9(03)V99   VALUE ZERO.
001237     05  CB3D-REJECT-PCT-APPLIED PIC 9(03)V99   VALUE ZERO.
001238     05  CB3D-REJECT-PCT-LIMIT   PIC 9(03)V99   VALUE 1.00.
001239     05  CB3D-EDIT-PCT           PIC ZZ9.99.
001240     05  CB3D-EDIT-LIMIT         PIC ZZ9.99.
001241*----------------------------------------------------------------
001242*    01  CB3D-REJECT-FILENAME -- WHERE THE EDIT PASS WRITES THE
001243*        CURRENT FILE'S REJECTS (ITS NAME FOLLOWED BY ".REJECTS").
001244*----------------------------------------------------------------
001245 01  CB3D-REJECT-FILENAME        PIC X(80).
001246*----------------------------------------------------------------
001247*    01  CB3D-AUTH-RESULT     -- TRAILER AUTHENTICATION RESULT FOR
001248*        THE CURRENT FILE (VALUES AS CB3A-AUTH-STATUS).
001250*----------------------------------------------------------------
001251 01  CB3D-AUTH-RESULT.
001252     05  CB3D-AUTH-STATUS        PIC X(01) VALUE "N".
001253         88  CB3D-AUTH-PASS              VALUE "P".
001254         88  CB3D-AUTH-FAILED            VALUE "F" "K" "M".
001255         88  CB3D-AUTH-MAC-BAD           VALUE "F".
001256         88  CB3D-AUTH-KEY-BAD           VALUE "K".
001257         88  CB3D-AUTH-MISSING           VALUE "M".
001258         88  CB3D-AUTH-NOT-RUN           VALUE "E".
001259         88  CB3D-AUTH-NOT-CHECKED       VALUE "N".
001260     05  CB3D-AUTH-KEY-ID        PIC X(08) VALUE SPACES.
001261*----------------------------------------------------------------
001262*    01  CB3D-MANIFEST-FILENAME -- PER-FILE MANIFEST NAME, BUILT
001263*        FROM THE INBOUND FILE NAME SO ONE FILE'S PER-RECORD
001264*        MANIFEST DOES NOT OVERWRITE ANOTHER'S WITHIN THE SAME
001265*        BATCH.
001266*----------------------------------------------------------------
001268 01  CB3D-MANIFEST-FILENAME      PIC X(80).
001270*----------------------------------------------------------------
001280*    01  CB3H-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3H.
001290*----------------------------------------------------------------
001360     05  CB3H-P-RECORD-COUNT      PIC 9(08) COMP.
001370     05  CB3H-P-RECORD-FORMAT     PIC X(01).
001380     05  CB3H-P-RETURN-CODE       PIC S9(04) COMP.
001382     05  CB3H-P-DEBIT-TOTAL       PIC 9(13)V99.
001384     05  CB3H-P-CREDIT-TOTAL      PIC 9(13)V99.
001386     05  CB3H-P-ACCT-HASH-TOTAL   PIC 9(18).
001387     05  CB3H-P-UNTOTALLED-COUNT  PIC 9(08) COMP.
001388     05  CB3H-P-TRAILER-KEY-ID    PIC X(08).
001389     05  CB3H-P-TRAILER-MAC       PIC X(64).
001390*----------------------------------------------------------------
001400*    01  CB3D-RUN-TIMESTAMP   -- WHEN THIS BATCH RUN EXECUTED.
001410*----------------------------------------------------------------
001420 01  CB3D-RUN-TIMESTAMP.
001430     05  CB3D-RUN-DATE           PIC 9(08).
001440     05  CB3D-RUN-TIME           PIC 9(08).
001443*        1 = MONDAY ... 7 = SUNDAY.
001446     05  CB3D-RUN-WEEKDAY        PIC 9(01).
001450*----------------------------------------------------------------
001460*    01  CB3D-RECONCILE-RESULT -- EXPECTED-HASH COMPARISON FOR
001470*        THE CURRENT FILE.
001510     05  CB3D-EXPECTED-HASH          PIC X(64) VALUE SPACES.
001520     05  CB3D-MATCH-STATUS           PIC X(01) VALUE "N".
001530         88  CB3D-MATCH-PASS                 VALUE "P".
001540         88  CB3D-MATCH-FAIL                 VALUE "F" "A".
001545         88  CB3D-MATCH-AUTH-FAIL            VALUE "A".
001550         88  CB3D-MATCH-NOT-CHECKED          VALUE "N".
001560         88  CB3D-MATCH-DUPLICATE            VALUE "D".
001565         88  CB3D-MATCH-VOLUME-WARN          VALUE "W".
001570*        SET WHEN THE SENDER'S MANIFEST PROMISED A RECORD COUNT
001580*        AND THE COUNT ACTUALLY HASHED CAME BACK DIFFERENT.
001590     05  CB3D-COUNT-MATCH-SW         PIC X(01) VALUE "N".
001600         88  CB3D-COUNT-MISMATCH             VALUE "Y".
001601*----------------------------------------------------------------
001602*    01  CB3D-VOLUME-RESULT   -- VOLUME BASELINE CHECK FOR THE
001603*        CURRENT FILE (SEE CBDEM3BL). "N" NOT CHECKED (NO BAND
001604*        FOR THE FEED, OR THE FILE DID NOT PASS), "L" STILL
001605*        LEARNING, "I" INSIDE THE BAND, "W" OUTSIDE AND WARNED,
001606*        "H" OUTSIDE AND HELD, "E" THE CHECK COULD NOT RUN. A
001607*        FEED WITH THE DAY-OF-WEEK SWITCH BUT NO BAND OF ITS OWN
001608*        GETS THE SHOP STANDARD BAND.
001610*----------------------------------------------------------------
001611 01  CB3D-VOLUME-RESULT.
001612     05  CB3D-VOL-STATUS         PIC X(01) VALUE "N".
001613         88  CB3D-VOL-NOT-CHECKED        VALUE "N".
001614         88  CB3D-VOL-LEARNING           VALUE "L".
001615         88  CB3D-VOL-IN-BAND            VALUE "I".
001616         88  CB3D-VOL-WARNED             VALUE "W".
001617         88  CB3D-VOL-HELD               VALUE "H".
001618         88  CB3D-VOL-BREACHED           VALUE "W" "H".
001619         88  CB3D-VOL-NOT-RUN            VALUE "E".
001620     05  CB3D-VOL-SIDE-TEXT      PIC X(21) VALUE SPACES.
001621     05  CB3D-VOL-BAND-PCT       PIC 9(03) VALUE ZERO.
001622     05  CB3D-VOL-STD-PCT        PIC 9(03) VALUE 25.
001623     05  CB3D-VOL-BYTES          PIC 9(15) COMP VALUE ZERO.
001624     05  CB3D-VOL-BASE-RECORDS   PIC 9(09) COMP VALUE ZERO.
001625     05  CB3D-VOL-BASE-BYTES     PIC 9(15) COMP VALUE ZERO.
001626     05  CB3D-VOL-RUNS-USED      PIC 9(04) COMP VALUE ZERO.
001627     05  CB3D-VOL-EDIT-BYTES     PIC Z(12)9.
001628     05  CB3D-VOL-EDIT-BASE      PIC Z(12)9.
001630*----------------------------------------------------------------
001631*    01  CB3BL-PARM-AREA      -- PARAMETER AREA FOR CBDEM3BL.
001632*----------------------------------------------------------------
001633 01  CB3BL-PARM-AREA.
001634     05  CB3BL-P-FUNCTION        PIC X(01).
001635     05  CB3BL-P-FILENAME        PIC X(80).
001636     05  CB3BL-P-RUN-DATE        PIC 9(08).
001637     05  CB3BL-P-RUN-WEEKDAY     PIC 9(01).
001638     05  CB3BL-P-RECORDS         PIC 9(09) COMP.
001639     05  CB3BL-P-BYTES           PIC 9(15) COMP.
001640     05  CB3BL-P-BAND-PCT        PIC 9(03).
001641     05  CB3BL-P-WEEKDAY-SW      PIC X(01).
001642     05  CB3BL-P-BASE-RECORDS    PIC 9(09) COMP.
001643     05  CB3BL-P-BASE-BYTES      PIC 9(15) COMP.
001644     05  CB3BL-P-RUNS-USED       PIC 9(04) COMP.
001645     05  CB3BL-P-RESULT          PIC X(01).
001646         88  CB3BL-P-IN-BAND             VALUE "I".
001647         88  CB3BL-P-LEARNING            VALUE "L".
001648         88  CB3BL-P-RECORDS-OUT         VALUE "R".
001649         88  CB3BL-P-BYTES-OUT           VALUE "B".
001650     05  CB3BL-P-RETURN-CODE     PIC S9(04) COMP.
001651         88  CB3BL-P-RC-FILE-ERROR       VALUE 8.
001652*----------------------------------------------------------------
001653*    01  CB3D-QUARANTINE-NAME -- WHERE A FAILED FILE IS MOVED.
001654*----------------------------------------------------------------
001656 01  CB3D-QUARANTINE-NAME        PIC X(80).
001658*----------------------------------------------------------------
001660*    01  CB3Q-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3Q.
001670*----------------------------------------------------------------
001680 01  CB3Q-PARM-AREA.
002130*    01  CB3A-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3A.
002140*----------------------------------------------------------------
002150 01  CB3A-PARM-AREA.
002160     05  CB3A-P-AUDIT-RECORD     PIC X(658).
002170     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
002180*        A BLANK FUNCTION CODE MEANS APPEND, SO THE 5000-WRITE-
002190*        AUDIT-TRAIL CALL BELOW DOES NOT NEED TO SET IT.
002320     05  CB3A-P-DISPO-USER       PIC X(08).
002330     05  CB3A-P-TICKET-NBR       PIC X(12).
002340     05  CB3A-P-RESOLUTION       PIC X(08).
002341     05  CB3A-P-ACK-STATUS       PIC X(01).
002342     05  CB3A-P-ACK-DIGEST       PIC X(64).
002343     05  CB3A-P-ACK-DATE         PIC 9(08).
002344     05  CB3A-P-ACK-TIME         PIC 9(08).
002345     05  CB3A-P-CONSUMER-JOB     PIC X(08).
002346     05  CB3A-P-CONSUMER-STEP    PIC X(08).
002348     05  CB3A-P-REFUSED-ACTION   PIC X(01).
002350     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
002352     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
002354     05  CB3A-P-REFUSED-REASON   PIC X(01).
002356     05  CB3A-P-CLAIMED-USER     PIC X(08).
002358*----------------------------------------------------------------
002360*    01  CB3P-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3P.
002370*----------------------------------------------------------------
002380 01  CB3P-PARM-AREA.
002460     05  CB3P-P-PROCESSED        PIC 9(06) COMP.
002470     05  CB3P-P-PASSED           PIC 9(06) COMP.
002480     05  CB3P-P-FAILED           PIC 9(06) COMP.
002481     05  CB3P-P-RECORDS-EDITED   PIC 9(08) COMP.
002482     05  CB3P-P-RECORDS-REJECTED PIC 9(08) COMP.
002483     05  CB3P-P-ACCOUNT-REJECTS  PIC 9(08) COMP.
002484     05  CB3P-P-AMOUNT-REJECTS   PIC 9(08) COMP.
002485     05  CB3P-P-DESC-REJECTS     PIC 9(08) COMP.
002486     05  CB3P-P-REJECT-PCT       PIC 9(03)V99.
002487     05  CB3P-P-EDIT-STATUS      PIC X(01).
002488     05  CB3P-P-VOL-RECORDS      PIC 9(09) COMP.
002489     05  CB3P-P-VOL-BYTES        PIC 9(15) COMP.
002490     05  CB3P-P-VOL-BASE-RECORDS PIC 9(09) COMP.
002491     05  CB3P-P-VOL-BASE-BYTES   PIC 9(15) COMP.
002492     05  CB3P-P-VOL-PCT          PIC 9(03).
002493     05  CB3P-P-VOL-STATUS       PIC X(01).
002494*----------------------------------------------------------------
002500*    01  CB3C-ALERT-RECORD    -- ROW PASSED TO CBDEM3C.
002510*----------------------------------------------------------------
002520 COPY CB3CREC.
002521*----------------------------------------------------------------
002522*    01  CB3C-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3C.
002523*----------------------------------------------------------------
002524 01  CB3C-PARM-AREA.
002525     05  CB3C-P-ALERT-RECORD     PIC X(364).
002526     05  CB3C-P-RETURN-CODE      PIC S9(04) COMP.
002530*----------------------------------------------------------------
002531*    01  CB3N-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3N.
002532*----------------------------------------------------------------
002533 01  CB3N-PARM-AREA.
002534     05  CB3N-P-FUNCTION         PIC X(01).
002535     05  CB3N-P-FILENAME         PIC X(80).
002536     05  CB3N-P-PARTNER-ID       PIC X(08).
002537     05  CB3N-P-PARTNER-NAME     PIC X(30).
002538     05  CB3N-P-CONTACT          PIC X(40).
002539     05  CB3N-P-FOUND            PIC X(01).
002540     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
002541     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
002542     05  CB3N-P-REJECT-PCT-LIMIT REDEFINES CB3N-P-REJECT-PCT-TEXT
002543                                 PIC 9(03)V99.
002544     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
002545     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
002546     05  CB3N-P-VOL-PCT REDEFINES CB3N-P-VOL-PCT-TEXT
002547                                 PIC 9(03).
002548     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
002549     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
002550*----------------------------------------------------------------
002551*    01  CB3I-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3I.
002552*----------------------------------------------------------------
002553 01  CB3I-PARM-AREA.
002554     05  CB3I-P-INBOUND-FILENAME PIC X(80).
002555     05  CB3I-P-REJECT-FILENAME  PIC X(80).
002556     05  CB3I-P-RECORD-FORMAT    PIC X(01).
002557     05  CB3I-P-RUN-DATE         PIC 9(08).
002558     05  CB3I-P-RUN-TIME         PIC 9(08).
002559     05  CB3I-P-REJECT-PCT-LIMIT PIC 9(03)V99.
002560     05  CB3I-P-RETURN-CODE      PIC S9(04) COMP.
002561         88  CB3I-P-RC-OVER-LIMIT        VALUE 4.
002562         88  CB3I-P-RC-FILE-ERROR        VALUE 8.
002563     05  CB3I-P-RECORDS-EDITED   PIC 9(08) COMP.
002564     05  CB3I-P-RECORDS-REJECTED PIC 9(08) COMP.
002565     05  CB3I-P-ACCOUNT-REJECTS  PIC 9(08) COMP.
002566     05  CB3I-P-AMOUNT-REJECTS   PIC 9(08) COMP.
002567     05  CB3I-P-DESC-REJECTS     PIC 9(08) COMP.
002568     05  CB3I-P-REJECT-PCT       PIC 9(03)V99.
002569*----------------------------------------------------------------
002570*    01  CB3KY-PARM-AREA      -- PARAMETER AREA FOR CBDEM3KY.
002571*----------------------------------------------------------------
002572 01  CB3KY-PARM-AREA.
002573     05  CB3KY-P-FUNCTION        PIC X(01).
002574     05  CB3KY-P-PARTNER-ID      PIC X(08).
002575     05  CB3KY-P-KEY-ID          PIC X(08).
002576     05  CB3KY-P-AS-OF-DATE      PIC 9(08).
002577     05  CB3KY-P-DIGEST          PIC X(64).
002578     05  CB3KY-P-MAC             PIC X(64).
002579     05  CB3KY-P-EFFECTIVE-DATE  PIC 9(08) VALUE ZERO.
002580     05  CB3KY-P-EXPIRY-DATE     PIC 9(08) VALUE ZERO.
002581     05  CB3KY-P-SECRET          PIC X(64) VALUE SPACES.
002582     05  CB3KY-P-AUTH-RESULT     PIC X(01).
002583     05  CB3KY-P-RETURN-CODE     PIC S9(04) COMP.
002584         88  CB3KY-P-RC-FILE-ERROR       VALUE 8.
002592*----------------------------------------------------------------
002593*    01  CB3D-SET-TABLE       -- ONE ENTRY PER TRANSMISSION SET
002594*        SEEN IN THIS RUN'S CONTROL FILE: THE MEMBERS PROCESSED
002623     88  CB3D-SET-WARNED                 VALUE "Y".
002624 01  CB3D-SET-FAIL-SW            PIC X(01) VALUE "N".
002625     88  CB3D-SET-HAS-FAILED             VALUE "Y".
002627*----------------------------------------------------------------
002630*    01  CB3D-FILE-TIMING     -- CLOCK MARKS FOR THE CURRENT FILE,
002631*        IN HUNDREDTHS OF A SECOND SINCE MIDNIGHT, AND THE
002632*        ELAPSED TIMES WORKED OUT FROM THEM AT THE END.
002633*----------------------------------------------------------------
002634 01  CB3D-CLOCK-TIME             PIC 9(08) VALUE ZERO.
002635 01  CB3D-CLOCK-PARTS REDEFINES CB3D-CLOCK-TIME.
002636     05  CB3D-CLOCK-HH           PIC 9(02).
002637     05  CB3D-CLOCK-MM           PIC 9(02).
002638     05  CB3D-CLOCK-SS           PIC 9(02).
002639     05  CB3D-CLOCK-CC           PIC 9(02).
002640 01  CB3D-FILE-TIMING.
002641     05  CB3D-CLOCK-HS           PIC 9(08) COMP VALUE ZERO.
002642     05  CB3D-START-TIME         PIC 9(08) VALUE ZERO.
002643     05  CB3D-START-HS           PIC 9(08) COMP VALUE ZERO.
002644     05  CB3D-TRIAGE-END-HS      PIC 9(08) COMP VALUE ZERO.
002645     05  CB3D-HASH-END-HS        PIC 9(08) COMP VALUE ZERO.
002646     05  CB3D-END-HS             PIC 9(08) COMP VALUE ZERO.
002647     05  CB3D-FROM-HS            PIC 9(08) COMP VALUE ZERO.
002648     05  CB3D-TO-HS              PIC 9(08) COMP VALUE ZERO.
002649     05  CB3D-ELAPSED-HS         PIC S9(09) COMP VALUE ZERO.
002650*        ONE DAY, FOR A FILE THAT RUNS ACROSS MIDNIGHT.
002651     05  CB3D-DAY-HS             PIC 9(08) COMP VALUE 8640000.
002652 PROCEDURE DIVISION.
002653*----------------------------------------------------------------
002654* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE WHOLE BATCH.
002655*----------------------------------------------------------------
002656 0000-MAINLINE.
002657     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002658     PERFORM 1500-OPEN-CONTROL-FILE THRU 1500-EXIT.
002660     IF CB3D-CTL-IS-OPEN
002670         PERFORM 2000-PROCESS-ONE-FILE THRU 2000-EXIT
002680             UNTIL CB3D-CTL-EOF
002910     ACCEPT CB3D-CONTROL-CARD FROM SYSIN.
002920     ACCEPT CB3D-RUN-DATE FROM DATE YYYYMMDD.
002930     ACCEPT CB3D-RUN-TIME FROM TIME.
002931     ACCEPT CB3D-RUN-WEEKDAY FROM DAY-OF-WEEK.
002932     IF CB3D-REJECT-PCT-CARD IS NUMERIC
002934         MOVE CB3D-REJECT-PCT-CARD TO CB3D-REJECT-PCT-LIMIT
002936     END-IF.
002940 1000-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
003410         GO TO 2000-READ-NEXT
003420     END-IF.
003430 2000-VERIFY.
003432     PERFORM 2900-READ-CLOCK THRU 2900-EXIT.
003434     MOVE CB3D-CLOCK-TIME TO CB3D-START-TIME.
003436     MOVE CB3D-CLOCK-HS   TO CB3D-START-HS.
003440     PERFORM 2300-CHECK-HOLD THRU 2300-EXIT.
003450     IF CB3D-RC-HELD
003460*        A DISPATCHED STREAM HAS ALREADY CLAIMED THE FILE BY
003578*        ALERT, AUDIT, REPORT AND CHECKPOINT STEPS STILL RUN
003579*        SO THE FAILURE IS RECORDED LIKE ANY OTHER.
003580     PERFORM 2400-PREFLIGHT-TRIAGE THRU 2400-EXIT.
003581     PERFORM 2900-READ-CLOCK THRU 2900-EXIT.
003582     MOVE CB3D-CLOCK-HS TO CB3D-TRIAGE-END-HS
003583                           CB3D-HASH-END-HS.
003584     IF CB3D-TRIAGE-PASSED
003585         PERFORM 2500-COMPUTE-HASH THRU 2500-EXIT
003586         PERFORM 2900-READ-CLOCK THRU 2900-EXIT
003587         MOVE CB3D-CLOCK-HS TO CB3D-HASH-END-HS
003590         PERFORM 3000-RECONCILE-HASH THRU 3000-EXIT
003592         PERFORM 3050-AUTHENTICATE-TRAILER THRU 3050-EXIT
003595         PERFORM 3100-RECONCILE-TOTALS THRU 3100-EXIT
003600         PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT
003602         PERFORM 3300-EDIT-RECORDS THRU 3300-EXIT
003603         PERFORM 3350-CHECK-VOLUME THRU 3350-EXIT
003605     END-IF.
003610     PERFORM 3500-PUSH-ALERT THRU 3500-EXIT.
003620     PERFORM 4000-DISPLAY-RESULTS THRU 4000-EXIT.
003630     PERFORM 5000-WRITE-AUDIT-TRAIL THRU 5000-EXIT.
003635     PERFORM 5200-UPDATE-BASELINE THRU 5200-EXIT.
003640     PERFORM 5500-WRITE-REPORT-LINE THRU 5500-EXIT.
003645     PERFORM 5600-WRITE-VOLUME-LINE THRU 5600-EXIT.
003650     PERFORM 6000-SAVE-CHECKPOINT THRU 6000-EXIT.
003660     PERFORM 6500-QUARANTINE-FILE THRU 6500-EXIT.
003665     PERFORM 6800-NOTE-SET-MEMBER THRU 6800-EXIT.
003667     PERFORM 6900-WRITE-THROUGHPUT THRU 6900-EXIT.
003670     IF CB3D-RETURN-CODE > CB3D-BATCH-RC
003680         MOVE CB3D-RETURN-CODE TO CB3D-BATCH-RC
003690     END-IF.
004558                        CB3D-SHA1-HASH
004559                        CB3D-EXPECTED-HASH
004560         MOVE ZERO   TO CB3D-RECORD-COUNT
004561         PERFORM 2450-CLEAR-TOTALS THRU 2450-EXIT
004562         GO TO 2400-EXIT
004563     END-IF.
004564     IF CB3D-CTL-PROMISED-BYTES IS NUMERIC
004565         AND CB3D-CTL-PROMISED-BYTES > ZERO
004566         AND CB3D-FD-SIZE NOT = CB3D-CTL-PROMISED-BYTES
004567         MOVE "T" TO CB3D-TRIAGE-SW
004568         DISPLAY "FILE: " CB3D-CTL-FILENAME
004569         DISPLAY "PRE-FLIGHT: *** FAIL *** SENDER PROMISED "
004570                 CB3D-CTL-PROMISED-BYTES " BYTES, FILE HAS "
004571                 CB3D-FD-SIZE
004572         MOVE 4   TO CB3D-RETURN-CODE
004573         MOVE "F" TO CB3D-MATCH-STATUS
004574         MOVE "N" TO CB3D-COUNT-MATCH-SW
004575         MOVE SPACES TO CB3D-SHA2-HASH
004576                        CB3D-SHA1-HASH
004577         MOVE CB3D-CTL-EXPECTED-HASH TO CB3D-EXPECTED-HASH
004578         MOVE ZERO   TO CB3D-RECORD-COUNT
004579         PERFORM 2450-CLEAR-TOTALS THRU 2450-EXIT
004580     END-IF.
004581 2400-EXIT.
004582     EXIT.
004583*----------------------------------------------------------------
004584* 2450-CLEAR-TOTALS -- A FILE THAT NEVER REACHED THE HASH CHAIN
004585*     HAS NO CONTROL TOTALS; CLEAR WHATEVER THE PREVIOUS FILE
004586*     LEFT SO ITS AUDIT ROW DOES NOT INHERIT THEM.
004587*----------------------------------------------------------------
004588 2450-CLEAR-TOTALS.
004589     MOVE ZERO TO CB3D-DEBIT-TOTAL
004590                  CB3D-CREDIT-TOTAL
004591                  CB3D-ACCT-HASH-TOTAL
004592                  CB3D-UNTOTALLED-COUNT
004593                  CB3D-PROMISED-DEBIT
004594                  CB3D-PROMISED-CREDIT
004595                  CB3D-PROMISED-ACCT-HASH.
004596     MOVE "N"  TO CB3D-TOTALS-STATUS
004597                  CB3D-TOTALS-ONLY-SW.
004598     PERFORM 3310-CLEAR-EDIT THRU 3310-EXIT.
004599     PERFORM 3060-CLEAR-AUTH THRU 3060-EXIT.
004600     PERFORM 3360-CLEAR-VOLUME THRU 3360-EXIT.
004601 2450-EXIT.
004602     EXIT.
004603*----------------------------------------------------------------
004604* 2500-COMPUTE-HASH -- HASH THE CURRENT FILE VIA CBDEM3H. EACH
004605*     FILE GETS ITS OWN MANIFEST NAME, DERIVED FROM ITS INBOUND
004606*     FILE NAME, SO ONE FILE'S PER-RECORD MANIFEST DOES NOT
004607*     OVERWRITE ANOTHER'S WITHIN THE SAME BATCH.
004608*----------------------------------------------------------------
004610 2500-COMPUTE-HASH.
004620     MOVE SPACES TO CB3D-MANIFEST-FILENAME.
004630     STRING CB3D-CTL-FILENAME DELIMITED BY SPACE
004720     MOVE CB3H-P-AGGREGATE-SHA1 TO CB3D-SHA1-HASH.
004730     MOVE CB3H-P-EXPECTED-HASH  TO CB3D-TRAILER-EXPECTED-HASH.
004740     MOVE CB3H-P-RECORD-COUNT   TO CB3D-RECORD-COUNT.
004742     MOVE CB3H-P-DEBIT-TOTAL    TO CB3D-DEBIT-TOTAL.
004744     MOVE CB3H-P-CREDIT-TOTAL   TO CB3D-CREDIT-TOTAL.
004746     MOVE CB3H-P-ACCT-HASH-TOTAL TO CB3D-ACCT-HASH-TOTAL.
004748     MOVE CB3H-P-UNTOTALLED-COUNT TO CB3D-UNTOTALLED-COUNT.
004750     MOVE CB3H-P-RETURN-CODE    TO CB3D-RETURN-CODE.
004760 2500-EXIT.
004770     EXIT.
004772*----------------------------------------------------------------
004774* 2900-READ-CLOCK -- READ THE TIME OF DAY, AND TURN IT INTO
004777*     HUNDREDTHS OF A SECOND SINCE MIDNIGHT FOR THE TIMING MARKS.
004780*----------------------------------------------------------------
004781 2900-READ-CLOCK.
004782     ACCEPT CB3D-CLOCK-TIME FROM TIME.
004783     COMPUTE CB3D-CLOCK-HS = CB3D-CLOCK-HH * 360000
004784                           + CB3D-CLOCK-MM * 6000
004785                           + CB3D-CLOCK-SS * 100
004786                           + CB3D-CLOCK-CC.
004787 2900-EXIT.
004788     EXIT.
004789*----------------------------------------------------------------
004790* 3000-RECONCILE-HASH -- COMPARE THE COMPUTED PRIMARY DIGEST TO
004800*     THIS FILE'S EXPECTED DIGEST. THE CONTROL FILE'S EXPECTED-
004810*     HASH COLUMN WINS WHEN SUPPLIED; A BLANK COLUMN FALLS BACK
005160         GO TO 3000-EXIT
005170     END-IF.
005180     IF CB3D-EXPECTED-HASH = CB3D-SHA2-HASH
005181         MOVE "P" TO CB3D-MATCH-STATUS
005182     ELSE
005183         MOVE "F" TO CB3D-MATCH-STATUS
005184         MOVE 4   TO CB3D-RETURN-CODE
005185     END-IF.
005186 3000-EXIT.
005187     EXIT.
005188*----------------------------------------------------------------
005189* 3050-AUTHENTICATE-TRAILER -- A PLAIN DIGEST ON THE TRAILER ONLY
005190*     PROVES THE FILE MATCHES ITS TRAILER; WHOEVER ALTERED THE
005191*     FILE COULD HAVE REWRITTEN BOTH. HAVE CBDEM3KY CHECK THE
005192*     "TRA" KEY ID AND MAC AGAINST THE COMPUTED DIGEST UNDER THE
005193*     PARTNER'S SHARED KEY. A FORGED OR STRIPPED TRAILER FAILS
005194*     THE FILE (MATCH STATUS "A", RC=4) EVEN WHEN THE DIGEST
005195*     MATCHED. A FILE THAT ALREADY FAILED IS NOT CHECKED -- IT IS
005196*     HELD AS A MISMATCH AND RE-SENT ANYWAY. A PARTNER WITH NO
005197*     KEY IN EFFECT AND NO "TRA" RECORD IS NOT CHECKED. A KEY
005198*     MASTER OR PARTNER MASTER THAT CANNOT BE READ HOLDS THE
005199*     FILE THE SAME WAY, WITH THE AUTHENTICATION RECORDED AS NOT
005200*     RUN ("E") -- NO PARTNER MUST NEVER READ AS "NO KEY".
005201*----------------------------------------------------------------
005202 3050-AUTHENTICATE-TRAILER.
005203     PERFORM 3060-CLEAR-AUTH THRU 3060-EXIT.
005204     IF NOT CB3D-RC-OK
005205         GO TO 3050-EXIT
005206     END-IF.
005207     IF NOT CB3D-MATCH-PASS AND NOT CB3D-MATCH-NOT-CHECKED
005208         GO TO 3050-EXIT
005209     END-IF.
005210     PERFORM 3400-LOOKUP-PARTNER THRU 3400-EXIT.
005211     IF CB3N-P-RETURN-CODE NOT = ZERO
005212         DISPLAY "CBDEM3D -- PARTNER MASTER READ FAILED, FILE "
005213                 "HELD"
005214         MOVE "E" TO CB3KY-P-AUTH-RESULT
005215         GO TO 3050-JUDGE
005216     END-IF.
005219     MOVE "V"                   TO CB3KY-P-FUNCTION.
005220     MOVE CB3N-P-PARTNER-ID     TO CB3KY-P-PARTNER-ID.
005221     MOVE CB3H-P-TRAILER-KEY-ID TO CB3KY-P-KEY-ID.
005222     MOVE CB3H-P-TRAILER-MAC    TO CB3KY-P-MAC.
005223     MOVE CB3D-RUN-DATE         TO CB3KY-P-AS-OF-DATE.
005224     MOVE CB3D-SHA2-HASH        TO CB3KY-P-DIGEST.
005225     CALL "CBDEM3KY" USING CB3KY-PARM-AREA.
005226     IF CB3KY-P-RC-FILE-ERROR
005227         DISPLAY "CBDEM3D -- TRAILER KEY READ FAILED, FILE HELD"
005228         MOVE "E" TO CB3KY-P-AUTH-RESULT
005230     END-IF.
005231 3050-JUDGE.
005232     MOVE CB3KY-P-AUTH-RESULT   TO CB3D-AUTH-STATUS.
005233     MOVE CB3H-P-TRAILER-KEY-ID TO CB3D-AUTH-KEY-ID.
005234     IF CB3D-AUTH-FAILED OR CB3D-AUTH-NOT-RUN
005235         MOVE "A" TO CB3D-MATCH-STATUS
005236         MOVE 4   TO CB3D-RETURN-CODE
005237     END-IF.
005238 3050-EXIT.
005239     EXIT.
005240*----------------------------------------------------------------
005241* 3060-CLEAR-AUTH -- NO AUTHENTICATION RESULT YET FOR THE CURRENT
005242*     FILE; CLEAR WHATEVER THE PREVIOUS FILE LEFT.
005243*----------------------------------------------------------------
005244 3060-CLEAR-AUTH.
005245     MOVE "N"    TO CB3D-AUTH-STATUS.
005246     MOVE SPACES TO CB3D-AUTH-KEY-ID.
005248 3060-EXIT.
005250     EXIT.
005251*----------------------------------------------------------------
005252* 3100-RECONCILE-TOTALS -- COMPARE THE FINANCIAL CONTROL TOTALS
005253*     CBDEM3H ADDED UP TO EACH TOTAL THE SENDER'S MANIFEST
005254*     PROMISED. A BLANK CONTROL-FILE COLUMN SKIPS ITS TOTAL. ANY
005255*     BREAK FAILS THE FILE (RC=4), EVEN WHEN THE DIGEST MATCHED:
005256*     A TRAILER REGENERATED AFTER A BAD EDIT HASHES CLEAN, AND
005257*     ONLY THE DOLLARS SHOW THE FILE IS NOT WHAT WAS SENT. A RUN
005258*     THAT NEVER COMPLETED ITS HASH HAS NO TOTALS TO JUDGE.
005260*----------------------------------------------------------------
005261 3100-RECONCILE-TOTALS.
005262     MOVE "N"  TO CB3D-TOTALS-STATUS
005263                  CB3D-TOTALS-ONLY-SW.
005264     MOVE ZERO TO CB3D-PROMISED-DEBIT
005265                  CB3D-PROMISED-CREDIT
005266                  CB3D-PROMISED-ACCT-HASH.
005267     IF CB3D-RC-FILE-ERROR
005268         GO TO 3100-EXIT
005269     END-IF.
005270     IF CB3D-CTL-PROMISED-DEBIT IS NUMERIC
005271         MOVE CB3D-CTL-PROMISED-DEBIT TO CB3D-PROMISED-DEBIT
005272         IF CB3D-PROMISED-DEBIT = CB3D-DEBIT-TOTAL
005273             IF CB3D-TOTALS-NOT-CHECKED
005274                 MOVE "A" TO CB3D-TOTALS-STATUS
005275             END-IF
005276         ELSE
005277             MOVE "B" TO CB3D-TOTALS-STATUS
005278         END-IF
005279     END-IF.
005280     IF CB3D-CTL-PROMISED-CREDIT IS NUMERIC
005281         MOVE CB3D-CTL-PROMISED-CREDIT TO CB3D-PROMISED-CREDIT
005282         IF CB3D-PROMISED-CREDIT = CB3D-CREDIT-TOTAL
005283             IF CB3D-TOTALS-NOT-CHECKED
005284                 MOVE "A" TO CB3D-TOTALS-STATUS
005285             END-IF
005286         ELSE
005287             MOVE "B" TO CB3D-TOTALS-STATUS
005288         END-IF
005289     END-IF.
005290     IF CB3D-CTL-PROMISED-ACCT-HASH IS NUMERIC
005291         MOVE CB3D-CTL-PROMISED-ACCT-HASH
005292                                   TO CB3D-PROMISED-ACCT-HASH
005293         IF CB3D-PROMISED-ACCT-HASH = CB3D-ACCT-HASH-TOTAL
005294             IF CB3D-TOTALS-NOT-CHECKED
005295                 MOVE "A" TO CB3D-TOTALS-STATUS
005296             END-IF
005297         ELSE
005298             MOVE "B" TO CB3D-TOTALS-STATUS
005299         END-IF
005300     END-IF.
005301     IF NOT CB3D-TOTALS-BREAK
005302         GO TO 3100-EXIT
005303     END-IF.
005304     IF NOT CB3D-MATCH-FAIL
005305         MOVE "Y" TO CB3D-TOTALS-ONLY-SW
005306         MOVE "F" TO CB3D-MATCH-STATUS
005307         MOVE 4   TO CB3D-RETURN-CODE
005308     END-IF.
005309 3100-EXIT.
005310     EXIT.
005311*----------------------------------------------------------------
005312* 3200-CHECK-DUPLICATE -- A RE-SENT OLD FILE RECONCILES PASS, SO
005313*     AFTER RECONCILIATION THE COMPUTED DIGEST IS CHECKED BACK
005314*     AGAINST THE AUDIT TRAIL VIA CBDEM3A: ALREADY RECORDED FOR
005316*     THIS FILE NAME ON AN EARLIER DATE, OR UNDER A DIFFERENT
005318*     FILE NAME, MEANS A DUPLICATE TRANSMISSION. RC=2 SO THE
005320*     BATCH CAN HOLD IT BELOW THE RC=4 MISMATCH SEVERITY; A RUN
005321*     THAT ALREADY FAILED IS LEFT ALONE.
005322*----------------------------------------------------------------
005323 3200-CHECK-DUPLICATE.
005324     IF NOT CB3D-RC-OK
005325         GO TO 3200-EXIT
005326     END-IF.
005327     MOVE "N"               TO CB3A-P-QUERY-FOUND.
005328     MOVE "D"               TO CB3A-P-FUNCTION.
005329     MOVE CB3D-CTL-FILENAME TO CB3A-P-QUERY-FILENAME.
005330     MOVE CB3D-SHA2-HASH    TO CB3A-P-QUERY-DIGEST.
005331     MOVE CB3D-RUN-DATE     TO CB3A-P-QUERY-DATE.
005332     CALL "CBDEM3A" USING CB3A-PARM-AREA.
005333     MOVE SPACES            TO CB3A-P-FUNCTION.
005334     IF CB3A-P-QUERY-IS-FOUND
005335         MOVE "D" TO CB3D-MATCH-STATUS
005336         MOVE 2   TO CB3D-RETURN-CODE
005337     END-IF.
005338 3200-EXIT.
005339     EXIT.
005340*----------------------------------------------------------------
005341* 3300-EDIT-RECORDS -- A FILE THAT RECONCILED CLEAN HAS ITS DETAIL
005342*     RECORDS FIELD-EDITED BY CBDEM3I: ACCOUNT NUMBER PRESENT AND
005343*     NUMERIC, AMOUNT VALID FOR THE RECORD FORMAT, DESCRIPTION
005344*     PRINTABLE. FAILURES GO TO THE FILE'S ".REJECTS" FILE. WHEN
005345*     THE SHARE OF RECORDS REJECTED IS OVER THE PARTNER'S LIMIT
005346*     (OR THE RUN DEFAULT WHEN THE PARTNER HAS NONE) THE FILE
005347*     FAILS AND IS HELD EXACTLY AS A DIGEST FAILURE IS. A FILE
005348*     THAT FAILED, WAS A DUPLICATE OR WAS NOT CHECKED IS NOT
005349*     EDITED -- IT IS NOT GOING TO POST ANYWAY. AN EDIT PASS THAT
005350*     CANNOT RUN LEAVES THE VERDICT ALONE BUT IS RECORDED AS NOT
005351*     RUN ON THE AUDIT ROW AND THE REPORT.
005352*----------------------------------------------------------------
005353 3300-EDIT-RECORDS.
005354     PERFORM 3310-CLEAR-EDIT THRU 3310-EXIT.
005355     IF NOT CB3D-MATCH-PASS
005356         GO TO 3300-EXIT
005357     END-IF.
005358     PERFORM 3400-LOOKUP-PARTNER THRU 3400-EXIT.
005359     MOVE CB3D-REJECT-PCT-LIMIT TO CB3D-REJECT-PCT-APPLIED.
005360     IF CB3N-P-REJECT-PCT-LIMIT IS NUMERIC
005361         MOVE CB3N-P-REJECT-PCT-LIMIT TO CB3D-REJECT-PCT-APPLIED
005362     END-IF.
005363     MOVE SPACES TO CB3D-REJECT-FILENAME.
005364     STRING CB3D-CTL-FILENAME DELIMITED BY SPACE
005365            ".REJECTS"        DELIMITED BY SIZE
005366         INTO CB3D-REJECT-FILENAME
005367     END-STRING.
005368     MOVE CB3D-CTL-FILENAME       TO CB3I-P-INBOUND-FILENAME.
005369     MOVE CB3D-REJECT-FILENAME    TO CB3I-P-REJECT-FILENAME.
005370     MOVE CB3D-CTL-RECORD-FORMAT  TO CB3I-P-RECORD-FORMAT.
005371     MOVE CB3D-RUN-DATE           TO CB3I-P-RUN-DATE.
005372     MOVE CB3D-RUN-TIME           TO CB3I-P-RUN-TIME.
005373     MOVE CB3D-REJECT-PCT-APPLIED TO CB3I-P-REJECT-PCT-LIMIT.
005374     CALL "CBDEM3I" USING CB3I-PARM-AREA.
005375     IF CB3I-P-RC-FILE-ERROR
005376         DISPLAY "CBDEM3D -- WARNING, RECORD EDIT PASS FAILED"
005377         MOVE "E" TO CB3D-EDIT-STATUS
005378         GO TO 3300-EXIT
005380     END-IF.
005381     MOVE CB3I-P-RECORDS-EDITED   TO CB3D-RECORDS-EDITED.
005382     MOVE CB3I-P-RECORDS-REJECTED TO CB3D-RECORDS-REJECTED.
005383     MOVE CB3I-P-ACCOUNT-REJECTS  TO CB3D-ACCOUNT-REJECTS.
005384     MOVE CB3I-P-AMOUNT-REJECTS   TO CB3D-AMOUNT-REJECTS.
005385     MOVE CB3I-P-DESC-REJECTS     TO CB3D-DESC-REJECTS.
005386     MOVE CB3I-P-REJECT-PCT       TO CB3D-REJECT-PCT.
005387     IF CB3I-P-RC-OVER-LIMIT
005388         MOVE "H" TO CB3D-EDIT-STATUS
005389         MOVE "F" TO CB3D-MATCH-STATUS
005390         MOVE 4   TO CB3D-RETURN-CODE
005391         GO TO 3300-EXIT
005392     END-IF.
005393     IF CB3D-RECORDS-REJECTED = ZERO
005394         MOVE "C" TO CB3D-EDIT-STATUS
005395     ELSE
005396         MOVE "R" TO CB3D-EDIT-STATUS
005397     END-IF.
005398 3300-EXIT.
005399     EXIT.
005400*----------------------------------------------------------------
005401* 3310-CLEAR-EDIT -- NO EDIT RESULT YET FOR THE CURRENT FILE;
005402*     CLEAR WHATEVER THE PREVIOUS FILE LEFT.
005403*----------------------------------------------------------------
005404 3310-CLEAR-EDIT.
005405     MOVE "N"  TO CB3D-EDIT-STATUS.
005406     MOVE ZERO TO CB3D-RECORDS-EDITED
005407                  CB3D-RECORDS-REJECTED
005408                  CB3D-ACCOUNT-REJECTS
005409                  CB3D-AMOUNT-REJECTS
005410                  CB3D-DESC-REJECTS
005411                  CB3D-REJECT-PCT
005412                  CB3D-REJECT-PCT-APPLIED.
005413 3310-EXIT.
005414     EXIT.
005415*----------------------------------------------------------------
005416* 3350-CHECK-VOLUME -- A FILE THAT PASSED EVERYTHING ELSE HAS ITS
005417*     RECORD COUNT AND SIZE CHECKED AGAINST ITS FEED'S ROLLING
005418*     HISTORY BY CBDEM3BL, INSIDE THE BAND SET ON THE PARTNER
005419*     MASTER. A HALF FILE WITH A REGENERATED TRAILER AND A
005420*     MATCHING MANIFEST RECONCILES CLEAN; ONLY ITS SIZE AGAINST
005421*     THE FEED'S HISTORY GIVES IT AWAY. A BREACH IS MATCH STATUS
005422*     "W": RC=2 (WARN AND LET IT THROUGH) OR, WHEN THE FEED'S
005423*     HOLD SWITCH IS SET, RC=4 AND THE FILE IS HELD BY 6500. A
005424*     FEED WITH TOO LITTLE HISTORY IS ONLY LEARNING, AND A CHECK
005425*     THAT CANNOT RUN LEAVES THE VERDICT ALONE.
005426*----------------------------------------------------------------
005427 3350-CHECK-VOLUME.
005428     PERFORM 3360-CLEAR-VOLUME THRU 3360-EXIT.
005429     IF NOT CB3D-MATCH-PASS
005430         GO TO 3350-EXIT
005431     END-IF.
005432     PERFORM 3400-LOOKUP-PARTNER THRU 3400-EXIT.
005433     IF CB3N-P-VOL-PCT IS NUMERIC
005434         MOVE CB3N-P-VOL-PCT   TO CB3D-VOL-BAND-PCT
005435     ELSE
005436         IF CB3N-P-VOL-WEEKDAY-SW NOT = "Y"
005437             GO TO 3350-EXIT
005438         END-IF
005439         MOVE CB3D-VOL-STD-PCT TO CB3D-VOL-BAND-PCT
005440     END-IF.
005441     MOVE "C"                   TO CB3BL-P-FUNCTION.
005442     MOVE CB3D-CTL-FILENAME     TO CB3BL-P-FILENAME.
005443     MOVE CB3D-RUN-DATE         TO CB3BL-P-RUN-DATE.
005444     MOVE CB3D-RUN-WEEKDAY      TO CB3BL-P-RUN-WEEKDAY.
005445     MOVE CB3D-RECORD-COUNT     TO CB3BL-P-RECORDS.
005446     MOVE CB3D-VOL-BYTES        TO CB3BL-P-BYTES.
005447     MOVE CB3D-VOL-BAND-PCT     TO CB3BL-P-BAND-PCT.
005448     MOVE CB3N-P-VOL-WEEKDAY-SW TO CB3BL-P-WEEKDAY-SW.
005449     CALL "CBDEM3BL" USING CB3BL-PARM-AREA.
005450     IF CB3BL-P-RC-FILE-ERROR
005451         DISPLAY "CBDEM3D -- WARNING, VOLUME CHECK FAILED"
005452         MOVE "E" TO CB3D-VOL-STATUS
005453         GO TO 3350-EXIT
005454     END-IF.
005455     MOVE CB3BL-P-BASE-RECORDS  TO CB3D-VOL-BASE-RECORDS.
005456     MOVE CB3BL-P-BASE-BYTES    TO CB3D-VOL-BASE-BYTES.
005457     MOVE CB3BL-P-RUNS-USED     TO CB3D-VOL-RUNS-USED.
005458     IF CB3BL-P-LEARNING
005459         MOVE "L" TO CB3D-VOL-STATUS
005460         GO TO 3350-EXIT
005461     END-IF.
005462     IF CB3BL-P-IN-BAND
005463         MOVE "I" TO CB3D-VOL-STATUS
005464         GO TO 3350-EXIT
005465     END-IF.
005466     EVALUATE TRUE
005467         WHEN CB3BL-P-RECORDS-OUT
005468             MOVE "RECORD COUNT"          TO CB3D-VOL-SIDE-TEXT
005469         WHEN CB3BL-P-BYTES-OUT
005470             MOVE "BYTE COUNT"            TO CB3D-VOL-SIDE-TEXT
005471         WHEN OTHER
005472             MOVE "RECORD AND BYTE COUNT" TO CB3D-VOL-SIDE-TEXT
005473     END-EVALUATE.
005474     MOVE "W" TO CB3D-MATCH-STATUS.
005475     IF CB3N-P-VOL-HOLD-SW = "Y"
005476         MOVE "H" TO CB3D-VOL-STATUS
005477         MOVE 4   TO CB3D-RETURN-CODE
005478     ELSE
005479         MOVE "W" TO CB3D-VOL-STATUS
005480         MOVE 2   TO CB3D-RETURN-CODE
005490     END-IF.
005491 3350-EXIT.
005492     EXIT.
005493*----------------------------------------------------------------
005494* 3360-CLEAR-VOLUME -- NO VOLUME RESULT YET FOR THE CURRENT FILE;
005495*     CLEAR WHATEVER THE PREVIOUS FILE LEFT. THE SIZE TRIAGE
005496*     FOUND IS KEPT -- THE BASELINE UPDATE NEEDS IT EVEN WHEN
005497*     THE FEED HAS NO BAND SET.
005498*----------------------------------------------------------------
005499 3360-CLEAR-VOLUME.
005500     MOVE "N"    TO CB3D-VOL-STATUS.
005501     MOVE SPACES TO CB3D-VOL-SIDE-TEXT.
005502     MOVE ZERO   TO CB3D-VOL-BAND-PCT
005503                    CB3D-VOL-BASE-RECORDS
005504                    CB3D-VOL-BASE-BYTES
005505                    CB3D-VOL-RUNS-USED.
005506     MOVE CB3D-FD-SIZE TO CB3D-VOL-BYTES.
005507 3360-EXIT.
005508     EXIT.
005510*----------------------------------------------------------------
005511* 3400-LOOKUP-PARTNER -- ASK CBDEM3N WHO IS BEHIND THE CURRENT
005512*     FEED, SO THE ALERT ROW CAN NAME THE PARTNER AND CONTACT.
005540*     TRANSMISSION, APPEND AN ALERT ROW TO THE MONITORING/
005550*     TICKETING INTERFACE FILE VIA CBDEM3C. A MISMATCH PAGES AT
005560*     CRITICAL SEVERITY; A DUPLICATE GOES OUT AT WARNING SO DAY
005565*     SHIFT CONFIRMS WITH THE PARTNER BEFORE ANYTHING POSTS. A
005570*     FILE OUTSIDE ITS FEED'S VOLUME BASELINE ALSO GOES OUT AT
005575*     WARNING, FOR THE SAME CONFIRMATION CALL.
005580*----------------------------------------------------------------
005590 3500-PUSH-ALERT.
005600     IF NOT CB3D-MATCH-FAIL AND NOT CB3D-MATCH-DUPLICATE
005605                            AND NOT CB3D-MATCH-VOLUME-WARN
005610         GO TO 3500-EXIT
005620     END-IF.
005621     PERFORM 3400-LOOKUP-PARTNER THRU 3400-EXIT.
005796         MOVE "SIZE DIFFERS FROM MANIFEST PROMISE"
005797                                 TO CB3C-ALERT-TEXT
005798     END-IF.
005799*        THE DIGEST MATCHED BUT THE DOLLARS DID NOT: SOMEBODY
005800*        REGENERATED THE TRAILER, OR THE SENDER'S OWN EXTRACT
005801*        IS WRONG. EITHER WAY FINANCE MUST NOT POST IT.
005802     IF CB3D-TOTALS-ONLY-BREAK
005803         MOVE "CONTROL TOTAL BREAK -- DIGEST OK, AMOUNTS OFF"
005804                                 TO CB3C-ALERT-TEXT
005805     END-IF.
005806*        THE FILE ARRIVED AS SENT, BUT TOO MANY OF ITS RECORDS
005807*        WOULD NOT POST. THE PARTNER MUST CORRECT AND RE-SEND.
005808     IF CB3D-EDIT-HELD
005809         MOVE "RECORD EDIT REJECTS OVER LIMIT -- FILE HELD"
005810                                 TO CB3C-ALERT-TEXT
005811     END-IF.
005812*        A TRAILER THAT FAILS AUTHENTICATION WAS WRITTEN BY
005813*        SOMEONE WITHOUT THE PARTNER'S KEY. THAT IS A SECURITY
005814*        INCIDENT FOR THE SECURITY DESK, NOT A RESEND REQUEST.
005815*        A KEY OR PARTNER MASTER THAT COULD NOT BE READ IS AN
005816*        OUTAGE, NOT A FORGERY -- IT GOES TO ON-CALL AS CRITICAL.
005817     IF CB3D-MATCH-AUTH-FAIL
005818         MOVE "SECURITY"         TO CB3C-SEVERITY
005819         EVALUATE TRUE
005820             WHEN CB3D-AUTH-NOT-RUN
005821                 MOVE "CRITICAL"     TO CB3C-SEVERITY
005822                 MOVE "TRAILER AUTH NOT RUN -- MASTER UNREADABLE"
005824                                 TO CB3C-ALERT-TEXT
005826             WHEN CB3D-AUTH-MAC-BAD
005828                 MOVE "TRAILER MAC INVALID -- FORGED OR ALTERED"
005830                                 TO CB3C-ALERT-TEXT
005831             WHEN CB3D-AUTH-KEY-BAD
005832                 MOVE "TRAILER KEY UNKNOWN OR NOT IN EFFECT"
005833                                 TO CB3C-ALERT-TEXT
005834             WHEN OTHER
005835                 MOVE "NO TRAILER MAC -- PARTNER IS KEYED"
005836                                 TO CB3C-ALERT-TEXT
005838         END-EVALUATE
005840     END-IF.
005841     IF CB3D-MATCH-DUPLICATE
005842         MOVE "WARNING"          TO CB3C-SEVERITY
005843         MOVE "DUPLICATE RECEIPT -- DIGEST SEEN ON EARLIER RUN"
005844                                 TO CB3C-ALERT-TEXT
005845     END-IF.
005846*        THE FILE IS INTERNALLY CONSISTENT BUT NOTHING LIKE WHAT
005847*        THIS FEED NORMALLY SENDS -- DAY SHIFT CONFIRMS WITH THE
005848*        PARTNER'S CONTACT THAT THE FILE IS COMPLETE.
005849     IF CB3D-MATCH-VOLUME-WARN
005850         MOVE "WARNING"          TO CB3C-SEVERITY
005851         MOVE SPACES             TO CB3C-ALERT-TEXT
005852         IF CB3D-VOL-HELD
005853             STRING CB3D-VOL-SIDE-TEXT DELIMITED BY "  "
005854                    " OUTSIDE BASELINE -- FILE HELD"
005855                                 DELIMITED BY SIZE
005856                 INTO CB3C-ALERT-TEXT
005857             END-STRING
005858         ELSE
005859             STRING CB3D-VOL-SIDE-TEXT DELIMITED BY "  "
005860                    " OUTSIDE BASELINE -- CONFIRM FILE"
005861                                 DELIMITED BY SIZE
005862                 INTO CB3C-ALERT-TEXT
005863             END-STRING
005864         END-IF
005865     END-IF.
005866     MOVE CB3C-ALERT-RECORD      TO CB3C-P-ALERT-RECORD.
005868     CALL "CBDEM3C" USING CB3C-PARM-AREA.
005870     IF CB3C-P-RETURN-CODE NOT = ZERO
005880         DISPLAY "CBDEM3D -- WARNING, ALERT QUEUE WRITE FAILED"
005890     END-IF.
006000     IF CB3D-COUNT-MISMATCH
006010         DISPLAY "RECORD COUNT: *** MISMATCH *** SENDER PROMISED "
006020                 CB3D-CTL-PROMISED-COUNT
006022     END-IF.
006024     IF CB3D-TRIAGE-PASSED
006027         PERFORM 4100-DISPLAY-TOTALS THRU 4100-EXIT
006030     END-IF.
006031     IF NOT CB3D-EDIT-NOT-EDITED
006032         PERFORM 4200-DISPLAY-EDIT THRU 4200-EXIT
006033     END-IF.
006034     IF NOT CB3D-AUTH-NOT-CHECKED
006035         PERFORM 4300-DISPLAY-AUTH THRU 4300-EXIT
006036     END-IF.
006037     IF NOT CB3D-VOL-NOT-CHECKED
006038         PERFORM 4400-DISPLAY-VOLUME THRU 4400-EXIT
006039     END-IF.
006040     DISPLAY "ALGORITHM: " CB3D-ALGORITHM-PRIMARY
006050             " HASH: "     CB3D-SHA2-HASH.
006060     DISPLAY "ALGORITHM: " CB3D-ALGORITHM-LEGACY
006090     EVALUATE TRUE
006100         WHEN CB3D-MATCH-PASS
006110             DISPLAY "RECONCILIATION: PASS"
006111         WHEN CB3D-TOTALS-ONLY-BREAK
006112             DISPLAY "RECONCILIATION: *** FAIL *** DIGEST "
006113                     "MATCHED, CONTROL TOTALS DO NOT"
006114         WHEN CB3D-EDIT-HELD
006115             DISPLAY "RECONCILIATION: *** FAIL *** DIGEST "
006116                     "MATCHED, RECORD EDIT REJECTS OVER LIMIT"
006117         WHEN CB3D-MATCH-AUTH-FAIL AND CB3D-AUTH-NOT-RUN
006118             DISPLAY "RECONCILIATION: *** FAIL *** TRAILER AUTH "
006120                     "NOT RUN -- MASTER UNREADABLE"
006122         WHEN CB3D-MATCH-AUTH-FAIL
006124             DISPLAY "RECONCILIATION: *** FAIL *** TRAILER NOT "
006126                     "AUTHENTIC -- SECURITY INCIDENT"
006128         WHEN CB3D-MATCH-FAIL
006130             DISPLAY "RECONCILIATION: *** FAIL *** EXPECTED "
006140                     CB3D-EXPECTED-HASH
006142         WHEN CB3D-MATCH-VOLUME-WARN
006144             DISPLAY "RECONCILIATION: PASS, *** VOLUME *** "
006146                     CB3D-VOL-SIDE-TEXT " OUTSIDE FEED BASELINE"
006150         WHEN CB3D-MATCH-DUPLICATE
006160             DISPLAY "RECONCILIATION: DUPLICATE -- DIGEST SEEN "
006170                     CB3A-P-PRIOR-DATE " AS "
006210                     "OR CONTROL HASH FOUND"
006220     END-EVALUATE.
006230 4000-EXIT.
006231     EXIT.
006232*----------------------------------------------------------------
006233* 4100-DISPLAY-TOTALS -- THE CURRENT FILE'S CONTROL TOTALS, AND
006234*     THE SENDER'S PROMISED FIGURES WHEN THEY BROKE.
006235*----------------------------------------------------------------
006236 4100-DISPLAY-TOTALS.
006237     MOVE CB3D-DEBIT-TOTAL  TO CB3D-EDIT-DEBIT.
006238     MOVE CB3D-CREDIT-TOTAL TO CB3D-EDIT-CREDIT.
006239     DISPLAY "CONTROL TOTALS: DEBITS " CB3D-EDIT-DEBIT
006240             " CREDITS " CB3D-EDIT-CREDIT
006241             " ACCT HASH " CB3D-ACCT-HASH-TOTAL.
006242     IF CB3D-UNTOTALLED-COUNT > ZERO
006243         DISPLAY "CONTROL TOTALS: " CB3D-UNTOTALLED-COUNT
006244                 " RECORD(S) WITH AN UNREADABLE ACCOUNT OR AMOUNT"
006245     END-IF.
006246     IF CB3D-TOTALS-BREAK
006247         MOVE CB3D-PROMISED-DEBIT  TO CB3D-EDIT-DEBIT
006248         MOVE CB3D-PROMISED-CREDIT TO CB3D-EDIT-CREDIT
006249         DISPLAY "CONTROL TOTALS: *** BREAK *** SENDER PROMISED "
006250                 "DEBITS " CB3D-EDIT-DEBIT
006251                 " CREDITS " CB3D-EDIT-CREDIT
006252                 " ACCT HASH " CB3D-PROMISED-ACCT-HASH
006253     END-IF.
006254 4100-EXIT.
006255     EXIT.
006256*----------------------------------------------------------------
006257* 4200-DISPLAY-EDIT -- THE CURRENT FILE'S RECORD EDIT RESULT.
006258*----------------------------------------------------------------
006259 4200-DISPLAY-EDIT.
006260     IF CB3D-EDIT-NOT-RUN
006261         DISPLAY "RECORD EDIT: *** NOT RUN ***"
006262         GO TO 4200-EXIT
006263     END-IF.
006264     MOVE CB3D-REJECT-PCT         TO CB3D-EDIT-PCT.
006265     MOVE CB3D-REJECT-PCT-APPLIED TO CB3D-EDIT-LIMIT.
006266     DISPLAY "RECORD EDIT: " CB3D-RECORDS-EDITED " EDITED "
006267             CB3D-RECORDS-REJECTED " REJECTED (" CB3D-EDIT-PCT
006268             "%) LIMIT " CB3D-EDIT-LIMIT "%".
006269     IF CB3D-RECORDS-REJECTED > ZERO
006270         DISPLAY "RECORD EDIT: REJECTS ON "
006271                 CB3D-REJECT-FILENAME (1:60)
006272     END-IF.
006273     IF CB3D-EDIT-HELD
006274         DISPLAY "RECORD EDIT: *** OVER LIMIT *** FILE HELD"
006275     END-IF.
006276 4200-EXIT.
006278     EXIT.
006280*----------------------------------------------------------------
006281* 4300-DISPLAY-AUTH -- THE CURRENT FILE'S TRAILER AUTHENTICATION.
006282*----------------------------------------------------------------
006283 4300-DISPLAY-AUTH.
006284     EVALUATE TRUE
006285         WHEN CB3D-AUTH-PASS
006286             DISPLAY "AUTHENTICATION: PASS, KEY " CB3D-AUTH-KEY-ID
006287         WHEN CB3D-AUTH-MAC-BAD
006288             DISPLAY "AUTHENTICATION: *** FAIL *** MAC DOES NOT "
006289                     "MATCH UNDER KEY " CB3D-AUTH-KEY-ID
006290         WHEN CB3D-AUTH-KEY-BAD
006291             DISPLAY "AUTHENTICATION: *** FAIL *** KEY "
006292                     CB3D-AUTH-KEY-ID " UNKNOWN OR NOT IN EFFECT"
006293         WHEN CB3D-AUTH-MISSING
006294             DISPLAY "AUTHENTICATION: *** FAIL *** NO TRA RECORD,"
006295                     " PARTNER HAS A KEY IN EFFECT"
006296         WHEN OTHER
006297             DISPLAY "AUTHENTICATION: *** NOT RUN ***"
006298     END-EVALUATE.
006299 4300-EXIT.
006300     EXIT.
006301*----------------------------------------------------------------
006302* 4400-DISPLAY-VOLUME -- THE CURRENT FILE'S VOLUME BASELINE CHECK.
006303*----------------------------------------------------------------
006304 4400-DISPLAY-VOLUME.
006305     IF CB3D-VOL-NOT-RUN
006306         DISPLAY "VOLUME: *** NOT RUN ***"
006307         GO TO 4400-EXIT
006308     END-IF.
006309     IF CB3D-VOL-LEARNING
006310         DISPLAY "VOLUME: LEARNING, " CB3D-VOL-RUNS-USED
006311                 " COMPARABLE RUN(S) ON FILE"
006312         GO TO 4400-EXIT
006313     END-IF.
006314     MOVE CB3D-VOL-BYTES      TO CB3D-VOL-EDIT-BYTES.
006315     MOVE CB3D-VOL-BASE-BYTES TO CB3D-VOL-EDIT-BASE.
006316     DISPLAY "VOLUME: RECORDS " CB3D-RECORD-COUNT
006317             " BASELINE " CB3D-VOL-BASE-RECORDS
006318             " BYTES " CB3D-VOL-EDIT-BYTES
006319             " BASELINE " CB3D-VOL-EDIT-BASE.
006320     DISPLAY "VOLUME: BAND " CB3D-VOL-BAND-PCT "% OVER "
006321             CB3D-VOL-RUNS-USED " RUN(S)".
006322     IF CB3D-VOL-WARNED
006323         DISPLAY "VOLUME: *** OUTSIDE BAND *** WARNING ONLY"
006324     END-IF.
006325     IF CB3D-VOL-HELD
006326         DISPLAY "VOLUME: *** OUTSIDE BAND *** FILE HELD"
006327     END-IF.
006328 4400-EXIT.
006329     EXIT.
006330*----------------------------------------------------------------
006331* 5000-WRITE-AUDIT-TRAIL -- APPEND THIS FILE'S RESULT TO THE
006332*     PERMANENT AUDIT FILE VIA CBDEM3A.
006333*----------------------------------------------------------------
006334 5000-WRITE-AUDIT-TRAIL.
006335     MOVE CB3D-RUN-DATE         TO CB3A-KEY-DATE.
006336     MOVE CB3D-CTL-FILENAME     TO CB3A-KEY-FILENAME.
006337     MOVE CB3D-RUN-TIME         TO CB3A-KEY-TIME.
006338     MOVE CB3D-JOB-ID           TO CB3A-JOB-ID.
006340     MOVE CB3D-STEP-ID          TO CB3A-STEP-ID.
006350     MOVE CB3D-ALGORITHM-PRIMARY TO CB3A-ALGORITHM-PRIMARY.
006360     MOVE CB3D-SHA2-HASH        TO CB3A-DIGEST-PRIMARY.
006450     MOVE ZERO                  TO CB3A-DISPO-DATE.
006460     MOVE SPACES                TO CB3A-TICKET-NBR
006470                                   CB3A-RESOLUTION-STATUS.
006471     MOVE CB3D-DEBIT-TOTAL      TO CB3A-DEBIT-TOTAL.
006472     MOVE CB3D-CREDIT-TOTAL     TO CB3A-CREDIT-TOTAL.
006473     MOVE CB3D-ACCT-HASH-TOTAL  TO CB3A-ACCT-HASH-TOTAL.
006474*        THE PROMISES GO ON THE ROW AS THE CONTROL FILE CARRIED
006475*        THEM -- A TOTAL NOT PROMISED STAYS BLANK, NOT ZERO.
006476     MOVE SPACES                TO CB3A-PROMISED-TOTALS.
006477     IF CB3D-CTL-PROMISED-DEBIT IS NUMERIC
006478         MOVE CB3D-CTL-PROMISED-DEBIT TO CB3A-PROMISED-DEBIT
006479     END-IF.
006480     IF CB3D-CTL-PROMISED-CREDIT IS NUMERIC
006481         MOVE CB3D-CTL-PROMISED-CREDIT TO CB3A-PROMISED-CREDIT
006482     END-IF.
006483     IF CB3D-CTL-PROMISED-ACCT-HASH IS NUMERIC
006484         MOVE CB3D-CTL-PROMISED-ACCT-HASH
006485                                 TO CB3A-PROMISED-ACCT-HASH
006486     END-IF.
006487     MOVE CB3D-TOTALS-STATUS    TO CB3A-TOTALS-STATUS.
006488     MOVE CB3D-EDIT-STATUS      TO CB3A-EDIT-STATUS.
006489     MOVE CB3D-RECORDS-REJECTED TO CB3A-EDIT-REJECTS.
006490     MOVE CB3D-REJECT-PCT       TO CB3A-REJECT-PCT.
006491     MOVE CB3D-AUTH-STATUS      TO CB3A-AUTH-STATUS.
006492     MOVE CB3D-AUTH-KEY-ID      TO CB3A-AUTH-KEY-ID.
006493     MOVE SPACES                TO CB3A-ACK-STATUS
006494                                   CB3A-ACK-DIGEST.
006495     MOVE ZERO                  TO CB3A-ACK-DATE
006496                                   CB3A-ACK-TIME.
006497     MOVE SPACES                TO CB3A-CONSUMED-JOB
006498                                   CB3A-CONSUMED-STEP.
006499     MOVE ZERO                  TO CB3A-CONSUMED-DATE
006500                                   CB3A-CONSUMED-TIME
006502                                   CB3A-CONSUMED-COUNT.
006504     MOVE CB3A-AUDIT-RECORD     TO CB3A-P-AUDIT-RECORD.
006506     CALL "CBDEM3A" USING CB3A-PARM-AREA.
006508     IF CB3A-P-RETURN-CODE NOT = ZERO
006510         DISPLAY "CBDEM3D -- WARNING, AUDIT TRAIL WRITE FAILED"
006520     END-IF.
006530 5000-EXIT.
006540     EXIT.
006541*----------------------------------------------------------------
006542* 5200-UPDATE-BASELINE -- ADD THIS FILE'S RECORD COUNT AND SIZE
006543*     TO ITS FEED'S HISTORY VIA CBDEM3BL. ONLY A FILE THAT IS
006544*     GOING TO POST COUNTS: A CLEAN PASS, OR A VOLUME BREACH THE
006545*     FEED LETS THROUGH WITH A WARNING -- SO A PARTNER'S GENUINE
006546*     STEP CHANGE IN VOLUME MOVES THE BASELINE WITH IT. A HELD
006547*     FILE DOES NOT, OR ONE SHORT FILE WOULD START TO LOOK
006548*     NORMAL. FEEDS WITH NO BAND SET ARE STILL RECORDED, SO
006549*     SETTING ONE LATER HAS HISTORY TO WORK FROM.
006550*----------------------------------------------------------------
006551 5200-UPDATE-BASELINE.
006552     IF NOT CB3D-MATCH-PASS AND NOT CB3D-VOL-WARNED
006553         GO TO 5200-EXIT
006554     END-IF.
006555     MOVE "U"                   TO CB3BL-P-FUNCTION.
006556     MOVE CB3D-CTL-FILENAME     TO CB3BL-P-FILENAME.
006557     MOVE CB3D-RUN-DATE         TO CB3BL-P-RUN-DATE.
006558     MOVE CB3D-RUN-WEEKDAY      TO CB3BL-P-RUN-WEEKDAY.
006559     MOVE CB3D-RECORD-COUNT     TO CB3BL-P-RECORDS.
006560     MOVE CB3D-VOL-BYTES        TO CB3BL-P-BYTES.
006561     CALL "CBDEM3BL" USING CB3BL-PARM-AREA.
006562     IF CB3BL-P-RETURN-CODE NOT = ZERO
006563         DISPLAY "CBDEM3D -- WARNING, BASELINE UPDATE FAILED"
006564     END-IF.
006565 5200-EXIT.
006566     EXIT.
006567*----------------------------------------------------------------
006568* 5500-WRITE-REPORT-LINE -- ADD ONE LINE TO THE DAILY HASH-
006570*     VERIFICATION SUMMARY REPORT VIA CBDEM3P.
006580*----------------------------------------------------------------
006590 5500-WRITE-REPORT-LINE.
006750     CALL "CBDEM3P" USING CB3P-PARM-AREA.
006760     IF CB3P-P-RETURN-CODE NOT = ZERO
006770         DISPLAY "CBDEM3D -- WARNING, REPORT LINE WRITE FAILED"
006771     END-IF.
006772*        A FILE THAT WENT THROUGH (OR TRIED) THE RECORD EDIT PASS
006774*        ALSO GETS ITS EDIT SUMMARY LINE UNDER THE DETAIL LINE.
006776     IF CB3D-EDIT-NOT-EDITED
006778         GO TO 5500-EXIT
006780     END-IF.
006781     IF CB3D-MODE-STREAM
006782         MOVE "X"                TO CB3P-P-FUNCTION
006783     ELSE
006784         MOVE "E"                TO CB3P-P-FUNCTION
006785     END-IF.
006786     MOVE CB3D-RECORDS-EDITED    TO CB3P-P-RECORDS-EDITED.
006787     MOVE CB3D-RECORDS-REJECTED  TO CB3P-P-RECORDS-REJECTED.
006788     MOVE CB3D-ACCOUNT-REJECTS   TO CB3P-P-ACCOUNT-REJECTS.
006789     MOVE CB3D-AMOUNT-REJECTS    TO CB3P-P-AMOUNT-REJECTS.
006790     MOVE CB3D-DESC-REJECTS      TO CB3P-P-DESC-REJECTS.
006791     MOVE CB3D-REJECT-PCT        TO CB3P-P-REJECT-PCT.
006792     MOVE CB3D-EDIT-STATUS       TO CB3P-P-EDIT-STATUS.
006793     CALL "CBDEM3P" USING CB3P-PARM-AREA.
006794     IF CB3P-P-RETURN-CODE NOT = ZERO
006795         DISPLAY "CBDEM3D -- WARNING, EDIT SUMMARY WRITE FAILED"
006796     END-IF.
006798 5500-EXIT.
006800     EXIT.
006801*----------------------------------------------------------------
006802* 5600-WRITE-VOLUME-LINE -- A FILE OUTSIDE ITS FEED'S BASELINE
006803*     BAND ALSO GETS A VOLUME LINE UNDER ITS REPORT LINES, WITH
006804*     TODAY'S COUNTS, THE BASELINE, THE BAND, AND WHETHER IT WAS
006805*     HELD. A STREAM USES THE APPEND-ONLY FUNCTION, AS IN 5500.
006810*----------------------------------------------------------------
006811 5600-WRITE-VOLUME-LINE.
006812     IF NOT CB3D-VOL-BREACHED
006813         GO TO 5600-EXIT
006814     END-IF.
006815     IF CB3D-MODE-STREAM
006816         MOVE "Y"                TO CB3P-P-FUNCTION
006817     ELSE
006818         MOVE "B"                TO CB3P-P-FUNCTION
006819     END-IF.
006820     MOVE CB3D-RUN-DATE          TO CB3P-P-RUN-DATE.
006821     MOVE CB3D-CTL-FILENAME      TO CB3P-P-FILENAME.
006822     MOVE CB3D-RECORD-COUNT      TO CB3P-P-VOL-RECORDS.
006823     MOVE CB3D-VOL-BYTES         TO CB3P-P-VOL-BYTES.
006824     MOVE CB3D-VOL-BASE-RECORDS  TO CB3P-P-VOL-BASE-RECORDS.
006825     MOVE CB3D-VOL-BASE-BYTES    TO CB3P-P-VOL-BASE-BYTES.
006826     MOVE CB3D-VOL-BAND-PCT      TO CB3P-P-VOL-PCT.
006827     MOVE CB3D-VOL-STATUS        TO CB3P-P-VOL-STATUS.
006828     CALL "CBDEM3P" USING CB3P-PARM-AREA.
006829     IF CB3P-P-RETURN-CODE NOT = ZERO
006830         DISPLAY "CBDEM3D -- WARNING, VOLUME LINE WRITE FAILED"
006831     END-IF.
006832 5600-EXIT.
006833     EXIT.
006834*----------------------------------------------------------------
006836* 6000-SAVE-CHECKPOINT -- RECORD THIS FILE AS CONFIRMED GOOD SO A
006838*     RESTART OF THE SAME JOB-ID SKIPS IT. A FILE THAT FAILED
006840*     RECONCILIATION OR HAD A FILE ERROR IS NOT CHECKPOINTED, SO
006850*     A RESTART TRIES IT AGAIN.
006860*----------------------------------------------------------------
007150*     IT) AND REGISTER THE HOLD WITH CBDEM3Q UNDER THIS RUN'S
007160*     AUDIT KEY, SO THE FILE NAME REFUSES TO RE-VERIFY UNTIL AN
007170*     ANALYST RECORDS A DISPOSITION THROUGH CBDEM3U. THE HOLD IS
007180*     REGISTERED EVEN IF THE MOVE ITSELF FAILS. A FILE OUTSIDE
007183*     ITS FEED'S VOLUME BASELINE IS HELD THE SAME WAY WHEN THE
007186*     FEED'S HOLD SWITCH IS SET.
007190*----------------------------------------------------------------
007200 6500-QUARANTINE-FILE.
007210     IF NOT CB3D-MATCH-FAIL AND NOT CB3D-VOL-HELD
007220         GO TO 6500-EXIT
007230     END-IF.
007240     MOVE SPACES TO CB3D-QUARANTINE-NAME.
007410     MOVE CB3D-QUARANTINE-NAME TO CB3Q-P-QUAR-NAME.
007420     MOVE "RECONCILIATION FAILURE -- HASH MISMATCH"
007430                            TO CB3Q-P-REASON.
007432     IF CB3D-TOTALS-ONLY-BREAK
007434         MOVE "RECONCILIATION FAILURE -- CONTROL TOTAL BREAK"
007435                            TO CB3Q-P-REASON
007436     END-IF.
007437     IF CB3D-EDIT-HELD
007438         MOVE "RECORD EDIT FAILURE -- REJECTS OVER LIMIT"
007439                            TO CB3Q-P-REASON
007440     END-IF.
007441     IF CB3D-MATCH-AUTH-FAIL
007442         EVALUATE TRUE
007443             WHEN CB3D-AUTH-NOT-RUN
007444                 MOVE "TRAILER AUTH NOT RUN -- MASTER UNREADABLE"
007445                            TO CB3Q-P-REASON
007446             WHEN OTHER
007447                 MOVE "SECURITY -- TRAILER AUTHENTICATION FAILURE"
007448                            TO CB3Q-P-REASON
007449         END-EVALUATE
007450     END-IF.
007451     IF CB3D-VOL-HELD
007452         MOVE "VOLUME ANOMALY -- OUTSIDE FEED BASELINE BAND"
007453                            TO CB3Q-P-REASON
007454     END-IF.
007456     CALL "CBDEM3Q" USING CB3Q-PARM-AREA.
007458     IF CB3Q-P-RETURN-CODE NOT = ZERO
007460         DISPLAY "CBDEM3D -- WARNING, HOLD REGISTRATION FAILED"
007470     END-IF.
007480 6500-EXIT.
008145     ADD 1 TO CB3D-SE-MEMBERS (CB3D-SFOUND-IX).
008150     MOVE CB3D-CTL-FILENAME
008155        TO CB3D-SE-MEMBER-NAME
008156           (CB3D-SFOUND-IX, CB3D-SE-MEMBERS (CB3D-SFOUND-IX)).
008157     MOVE ZERO
008158        TO CB3D-SE-MEMBER-RC
008160           (CB3D-SFOUND-IX, CB3D-SE-MEMBERS (CB3D-SFOUND-IX)).
008161     IF CB3D-SET-ROLE-DETAIL
008162         ADD 1 TO CB3D-SE-UNKNOWN (CB3D-SFOUND-IX)
008163     END-IF.
008164     IF CB3D-SET-ROLE-SUMMARY
008165         AND CB3D-CTL-SET-TOTAL IS NUMERIC
008166         AND CB3D-CTL-SET-TOTAL > ZERO
008167         MOVE CB3D-CTL-SET-TOTAL
008168            TO CB3D-SE-SET-TOTAL (CB3D-SFOUND-IX)
008169         MOVE "Y" TO CB3D-SE-TOTAL-SW (CB3D-SFOUND-IX)
008170     END-IF.
008171 6850-EXIT.
008172     EXIT.
008173*----------------------------------------------------------------
008174* 6900-WRITE-THROUGHPUT -- APPEND THE CURRENT FILE'S TIMINGS TO
008175*     THE THROUGHPUT HISTORY (THRUHSTF, SEE CB3THREC) FOR THE
008176*     WINDOW CAPACITY REPORT (CBDEM3CP). THE FILE IS OPENED AND
008177*     CLOSED AROUND EACH LINE SO THE STREAMS OF A DISPATCHED
008178*     WINDOW CAN ALL APPEND TO THE ONE HISTORY; ONLY THE CLASSIC
008179*     BATCH MAY CREATE IT, SO TWO STREAMS STARTING TOGETHER ON A
008180*     NEW HISTORY CANNOT EACH CREATE (AND EMPTY) IT. THE HISTORY
008181*     IS FOR PLANNING ONLY -- A LINE THAT CANNOT BE WRITTEN IS A
008182*     WARNING, NEVER A REASON TO FAIL THE FILE.
008183*----------------------------------------------------------------
008184 6900-WRITE-THROUGHPUT.
008185     PERFORM 2900-READ-CLOCK THRU 2900-EXIT.
008186     MOVE CB3D-CLOCK-HS TO CB3D-END-HS.
008187     OPEN EXTEND CB3D-THRU-FILE.
008188     IF CB3D-THRU-NEW-FILE
008189         AND NOT CB3D-MODE-STREAM
008190         OPEN OUTPUT CB3D-THRU-FILE
008191     END-IF.
008192     IF NOT CB3D-THRU-OK
008193         DISPLAY "CBDEM3D -- WARNING, THRUHSTF OPEN FAILED, "
008194                 "STATUS " CB3D-THRU-STATUS
008195         GO TO 6900-EXIT
008196     END-IF.
008197     MOVE SPACES            TO CB3TH-THROUGHPUT-RECORD.
008198     MOVE CB3D-RUN-DATE     TO CB3TH-RUN-DATE.
008199     MOVE CB3D-JOB-ID       TO CB3TH-JOB-ID.
008200     MOVE CB3D-STREAM-ID    TO CB3TH-STREAM-ID.
008201     MOVE CB3D-CTL-FILENAME TO CB3TH-FILENAME.
008202     MOVE CB3D-START-TIME   TO CB3TH-START-TIME.
008203     MOVE CB3D-CLOCK-TIME   TO CB3TH-END-TIME.
008204     MOVE CB3D-START-HS      TO CB3D-FROM-HS.
008205     MOVE CB3D-TRIAGE-END-HS TO CB3D-TO-HS.
008206     PERFORM 6950-ELAPSED THRU 6950-EXIT.
008207     MOVE CB3D-ELAPSED-HS    TO CB3TH-PREFLIGHT-HS.
008208     MOVE CB3D-TRIAGE-END-HS TO CB3D-FROM-HS.
008209     MOVE CB3D-HASH-END-HS   TO CB3D-TO-HS.
008210     PERFORM 6950-ELAPSED THRU 6950-EXIT.
008211     MOVE CB3D-ELAPSED-HS    TO CB3TH-HASH-HS.
008212     MOVE CB3D-START-HS      TO CB3D-FROM-HS.
008213     MOVE CB3D-END-HS        TO CB3D-TO-HS.
008214     PERFORM 6950-ELAPSED THRU 6950-EXIT.
008215     MOVE CB3D-ELAPSED-HS    TO CB3TH-TOTAL-HS.
008216     MOVE CB3D-RECORD-COUNT  TO CB3TH-RECORDS.
008217*        A MISSING FILE HAS NO SIZE -- WHAT TRIAGE LEFT IN THE
008218*        BUFFER BELONGS TO THE FILE BEFORE IT.
008219     IF CB3D-TRIAGE-MISSING
008220         MOVE ZERO         TO CB3TH-BYTES
008221     ELSE
008223         MOVE CB3D-FD-SIZE TO CB3TH-BYTES
008225     END-IF.
008226     MOVE CB3D-RETURN-CODE   TO CB3TH-RETURN-CODE.
008227     WRITE CB3TH-THROUGHPUT-RECORD.
008228     IF NOT CB3D-THRU-OK
008229         DISPLAY "CBDEM3D -- WARNING, THRUHSTF WRITE FAILED, "
008230                 "STATUS " CB3D-THRU-STATUS
008231     END-IF.
008232     CLOSE CB3D-THRU-FILE.
008233 6900-EXIT.
008235     EXIT.
008236*----------------------------------------------------------------
008237* 6950-ELAPSED -- HUNDREDTHS OF A SECOND FROM ONE TIMING MARK TO
008238*     A LATER ONE, ALLOWING FOR A FILE THAT RAN PAST MIDNIGHT.
008240*----------------------------------------------------------------
008241 6950-ELAPSED.
008242     COMPUTE CB3D-ELAPSED-HS = CB3D-TO-HS - CB3D-FROM-HS.
008243     IF CB3D-ELAPSED-HS < ZERO
008244         ADD CB3D-DAY-HS TO CB3D-ELAPSED-HS
008245     END-IF.
008246 6950-EXIT.
008247     EXIT.
008248*----------------------------------------------------------------
008249* 7000-WRITE-REPORT-TOTALS -- PRINT THE BATCH'S FINAL TOTALS
008250*     FOOTER ON THE DAILY HASH-VERIFICATION SUMMARY REPORT, VIA
008255*     CBDEM3P. THIS IS THE "END OF BATCH" MOMENT THE REPORT'S
008260*     TOTALS FUNCTION WAS BUILT FOR.
