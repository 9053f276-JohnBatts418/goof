000230* THE EXISTING TRAILER IS LEFT IN PLACE AND THE AUDIT ROW IS
000240* STILL WRITTEN, SO A RE-RUN IS HARMLESS.
000250*
000252* WHEN THE PARTNER BEHIND THE FILE (CBDEM3N) HAS A TRAILER KEY
000254* IN EFFECT (CBDEM3KY), A "TRA" RECORD CARRYING THE KEY ID AND
000256* THE HMAC-SHA-256 OF THE DIGEST IS WRITTEN AFTER THE "TRL"
000258* RECORD, SO THE PARTNER CAN TELL OUR TRAILER FROM A FORGED ONE.
000260* A PARTNER WITH NO KEY GETS THE PLAIN TRAILER.
000262*
000264* RETURN CODE: 0 STAMPED (OR ALREADY STAMPED), 8 ON FILE ERROR
000266* (INCLUDING A KEY MASTER THAT CANNOT BE READ -- NOTHING IS
000268* APPENDED THEN, SO THE STEP CAN SIMPLY BE RE-RUN).
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   08/22/2026  DLH  ORIGINAL VERSION.
000292*   10/15/2026  DLH  THE OUTBOUND AUDIT ROW NOW CARRIES THE
000294*                    FINANCIAL CONTROL TOTALS CBDEM3H ADDED UP
000296*                    OVER WHAT WE SENT, SO A PARTNER DISPUTING
000297*                    THE DOLLARS CAN BE ANSWERED FROM THE TRAIL.
000298*   10/15/2026  DLH  THE AUDIT ROW'S RECORD EDIT FIELDS ARE
000299*                    WRITTEN AS NOT EDITED.
000300*   10/15/2026  DLH  A FILE FOR A PARTNER WITH A TRAILER KEY IN
000301*                    EFFECT IS ALSO STAMPED WITH A "TRA" RECORD
000302*                    (KEY ID + HMAC) SIGNED BY CBDEM3KY. THE
000303*                    AUDIT ROW CARRIES THE SIGNING KEY ID.
000304*   10/15/2026  DLH  THE OUTBOUND AUDIT ROW IS WRITTEN
000305*                    UNACKNOWLEDGED. CBDEM3OA STAMPS THE
000306*                    PARTNER'S RECEIPT ONTO IT WHEN IT COMES IN.
000307*   10/15/2026  DLH  THE AUDIT ROW'S CONSUMPTION FIELDS ARE
000308*                    WRITTEN BLANK.
000309*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000860     05  CB3O-TRL-MARKER         PIC X(03) VALUE "TRL".
000870     05  CB3O-TRL-HASH           PIC X(64) VALUE SPACES.
000880     05  FILLER                  PIC X(13) VALUE SPACES.
000881*----------------------------------------------------------------
000882*    01  CB3O-AUTH-TRAILER    -- THE "TRA" + KEY ID + MAC RECORD
000883*        WRITTEN AFTER THE "TRL" RECORD (SEE CB3KYREC).
000884*----------------------------------------------------------------
000885 01  CB3O-AUTH-TRAILER.
000886     05  CB3O-TRA-MARKER         PIC X(03) VALUE "TRA".
000887     05  CB3O-TRA-KEY-ID         PIC X(08) VALUE SPACES.
000888     05  CB3O-TRA-MAC            PIC X(64) VALUE SPACES.
000889     05  FILLER                  PIC X(05) VALUE SPACES.
000890*----------------------------------------------------------------
000891*    01  CB3O-AUTH-RESULT     -- HOW THE TRAILER WAS SIGNED
000892*        ("S" SIGNED, "N" NO KEY IN EFFECT -- SEE CB3AREC).
000893*----------------------------------------------------------------
000894 01  CB3O-AUTH-RESULT.
000895     05  CB3O-AUTH-STATUS        PIC X(01) VALUE "N".
000896         88  CB3O-AUTH-SIGNED            VALUE "S".
000897     05  CB3O-AUTH-KEY-ID        PIC X(08) VALUE SPACES.
000898*----------------------------------------------------------------
000900*    01  CB3O-RUN-TIMESTAMP   -- WHEN THIS RUN EXECUTED.
000910*----------------------------------------------------------------
000920 01  CB3O-RUN-TIMESTAMP.
001040     05  CB3H-P-RECORD-COUNT      PIC 9(08) COMP.
001050     05  CB3H-P-RECORD-FORMAT     PIC X(01).
001060     05  CB3H-P-RETURN-CODE       PIC S9(04) COMP.
001061     05  CB3H-P-DEBIT-TOTAL       PIC 9(13)V99.
001062     05  CB3H-P-CREDIT-TOTAL      PIC 9(13)V99.
001063     05  CB3H-P-ACCT-HASH-TOTAL   PIC 9(18).
001064     05  CB3H-P-UNTOTALLED-COUNT  PIC 9(08) COMP.
001066     05  CB3H-P-TRAILER-KEY-ID    PIC X(08).
001068     05  CB3H-P-TRAILER-MAC       PIC X(64).
001070*----------------------------------------------------------------
001071*    01  CB3N-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3N.
001072*----------------------------------------------------------------
001073 01  CB3N-PARM-AREA.
001074     05  CB3N-P-FUNCTION         PIC X(01).
001075     05  CB3N-P-FILENAME         PIC X(80).
001076     05  CB3N-P-PARTNER-ID       PIC X(08).
001077     05  CB3N-P-PARTNER-NAME     PIC X(30).
001078     05  CB3N-P-CONTACT          PIC X(40).
001079     05  CB3N-P-FOUND            PIC X(01).
001080     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
001081     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
001082     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
001083     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
001084     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
001085     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
001086*----------------------------------------------------------------
001088*    01  CB3KY-PARM-AREA      -- PARAMETER AREA FOR CBDEM3KY.
001090*----------------------------------------------------------------
001091 01  CB3KY-PARM-AREA.
001092     05  CB3KY-P-FUNCTION        PIC X(01).
001093     05  CB3KY-P-PARTNER-ID      PIC X(08).
001094     05  CB3KY-P-KEY-ID          PIC X(08).
001095     05  CB3KY-P-AS-OF-DATE      PIC 9(08).
001096     05  CB3KY-P-DIGEST          PIC X(64).
001097     05  CB3KY-P-MAC             PIC X(64).
001098     05  CB3KY-P-EFFECTIVE-DATE  PIC 9(08) VALUE ZERO.
001099     05  CB3KY-P-EXPIRY-DATE     PIC 9(08) VALUE ZERO.
001100     05  CB3KY-P-SECRET          PIC X(64) VALUE SPACES.
001101     05  CB3KY-P-AUTH-RESULT     PIC X(01).
001102         88  CB3KY-P-SIGNED              VALUE "S".
001103     05  CB3KY-P-RETURN-CODE     PIC S9(04) COMP.
001104         88  CB3KY-P-RC-FILE-ERROR       VALUE 8.
001105*----------------------------------------------------------------
001106*    01  CB3A-AUDIT-RECORD    -- ROW PASSED TO CBDEM3A.
001107*----------------------------------------------------------------
001108 COPY CB3AREC.
001110*----------------------------------------------------------------
001120*    01  CB3A-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3A.
001130*----------------------------------------------------------------
001140 01  CB3A-PARM-AREA.
001150     05  CB3A-P-AUDIT-RECORD     PIC X(658).
001160     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
001170     05  CB3A-P-FUNCTION         PIC X(01).
001180     05  CB3A-P-QUERY-FILENAME   PIC X(80).
001260     05  CB3A-P-DISPO-USER       PIC X(08).
001270     05  CB3A-P-TICKET-NBR       PIC X(12).
001280     05  CB3A-P-RESOLUTION       PIC X(08).
001281     05  CB3A-P-ACK-STATUS       PIC X(01).
001282     05  CB3A-P-ACK-DIGEST       PIC X(64).
001283     05  CB3A-P-ACK-DATE         PIC 9(08).
001284     05  CB3A-P-ACK-TIME         PIC 9(08).
001285     05  CB3A-P-CONSUMER-JOB     PIC X(08).
001286     05  CB3A-P-CONSUMER-STEP    PIC X(08).
001288     05  CB3A-P-REFUSED-ACTION   PIC X(01).
001290     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
001292     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
001294     05  CB3A-P-REFUSED-REASON   PIC X(01).
001296     05  CB3A-P-CLAIMED-USER     PIC X(08).
001298 PROCEDURE DIVISION.
001300*----------------------------------------------------------------
001310* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
001320*----------------------------------------------------------------
001370         GO TO 0000-FINISH
001380     END-IF.
001390     PERFORM 3000-APPEND-TRAILER THRU 3000-EXIT.
001392     IF NOT CB3O-RC-OK
001394         GO TO 0000-FINISH
001396     END-IF.
001400     PERFORM 4000-WRITE-AUDIT-TRAIL THRU 4000-EXIT.
001410     PERFORM 5000-DISPLAY-RESULTS THRU 5000-EXIT.
001420 0000-FINISH.
001850* 3000-APPEND-TRAILER -- WRITE THE "TRL" + SHA-256 TRAILER ONTO
001860*     THE END OF THE OUTBOUND FILE. A FILE THAT ALREADY CARRIES
001870*     A TRAILER IS LEFT ALONE SO A RE-RUN DOES NOT STAMP TWICE.
001873*     THE TRAILER IS SIGNED FIRST; WHEN A MAC COMES BACK THE
001876*     "TRA" RECORD IS WRITTEN STRAIGHT AFTER THE "TRL" RECORD.
001880*----------------------------------------------------------------
001890 3000-APPEND-TRAILER.
001900     IF CB3O-PRIOR-TRAILER NOT = SPACES
001910         DISPLAY "CBDEM3O -- TRAILER ALREADY PRESENT, FILE NOT "
001920                 "RE-STAMPED"
001922         GO TO 3000-EXIT
001924     END-IF.
001926     PERFORM 3100-SIGN-TRAILER THRU 3100-EXIT.
001928     IF NOT CB3O-RC-OK
001930         GO TO 3000-EXIT
001940     END-IF.
001950     OPEN EXTEND CB3O-OUTBOUND-FILE.
002060         DISPLAY "CBDEM3O -- TRAILER WRITE FAILED"
002070         MOVE 8 TO CB3O-RETURN-CODE
002080     END-IF.
002081     IF CB3O-RC-OK AND CB3O-AUTH-SIGNED
002082         WRITE CB3-TRANS-RECORD FROM CB3O-AUTH-TRAILER
002083         IF NOT CB3O-OUTBOUND-OK
002084             DISPLAY "CBDEM3O -- TRAILER MAC WRITE FAILED"
002085             MOVE 8 TO CB3O-RETURN-CODE
002086         END-IF
002087     END-IF.
002090     CLOSE CB3O-OUTBOUND-FILE.
002100     MOVE "N" TO CB3O-OUTBOUND-OPENED-SW.
002110 3000-EXIT.
002120     EXIT.
002121*----------------------------------------------------------------
002122* 3100-SIGN-TRAILER -- FIND THE PARTNER BEHIND THE FILE AND HAVE
002123*     CBDEM3KY SIGN THE DIGEST UNDER ITS NEWEST KEY IN EFFECT. NO
002124*     PARTNER ROW OR NO KEY IN EFFECT MEANS A PLAIN TRAILER. A
002126*     PARTNER MASTER OR KEY MASTER THAT CANNOT BE READ STOPS THE
002127*     STAMP: A KEYED PARTNER WOULD REJECT AN UNSIGNED FILE AS
002128*     FORGED.
002130*----------------------------------------------------------------
002131 3100-SIGN-TRAILER.
002132     MOVE "Q"                    TO CB3N-P-FUNCTION.
002133     MOVE CB3O-OUTBOUND-FILENAME TO CB3N-P-FILENAME.
002134     CALL "CBDEM3N" USING CB3N-PARM-AREA.
002135     IF CB3N-P-RETURN-CODE NOT = ZERO
002136         DISPLAY "CBDEM3O -- PARTNER MASTER READ FAILED, FILE "
002137                 "NOT STAMPED"
002138         MOVE 8 TO CB3O-RETURN-CODE
002139         GO TO 3100-EXIT
002140     END-IF.
002141     IF CB3N-P-FOUND NOT = "Y"
002142         GO TO 3100-EXIT
002143     END-IF.
002144     MOVE "S"                    TO CB3KY-P-FUNCTION.
002145     MOVE CB3N-P-PARTNER-ID      TO CB3KY-P-PARTNER-ID.
002146     MOVE CB3O-RUN-DATE          TO CB3KY-P-AS-OF-DATE.
002147     MOVE CB3O-SHA2-HASH         TO CB3KY-P-DIGEST.
002148     CALL "CBDEM3KY" USING CB3KY-PARM-AREA.
002149     IF CB3KY-P-RC-FILE-ERROR
002150         DISPLAY "CBDEM3O -- TRAILER KEY READ FAILED, FILE NOT "
002151                 "STAMPED"
002152         MOVE 8 TO CB3O-RETURN-CODE
002153         GO TO 3100-EXIT
002154     END-IF.
002155     IF CB3KY-P-SIGNED
002156         MOVE "S"                TO CB3O-AUTH-STATUS
002157         MOVE CB3KY-P-KEY-ID     TO CB3O-AUTH-KEY-ID
002158                                    CB3O-TRA-KEY-ID
002159         MOVE CB3KY-P-MAC        TO CB3O-TRA-MAC
002160     END-IF.
002161 3100-EXIT.
002162     EXIT.
002163*----------------------------------------------------------------
002164* 4000-WRITE-AUDIT-TRAIL -- APPEND THE OUTBOUND RUN TO THE
002166*     PERMANENT AUDIT FILE VIA CBDEM3A, FLAGGED DIRECTION "O".
002168*     THERE IS NOTHING TO RECONCILE AGAINST ON THE WAY OUT, SO
002170*     THE MATCH STATUS IS "N" AND THE EXPECTED DIGEST IS BLANK.
002180*----------------------------------------------------------------
002190 4000-WRITE-AUDIT-TRAIL.
002350                                    CB3A-TICKET-NBR
002360                                    CB3A-RESOLUTION-STATUS.
002370     MOVE ZERO                   TO CB3A-DISPO-DATE.
002371     MOVE CB3H-P-DEBIT-TOTAL     TO CB3A-DEBIT-TOTAL.
002372     MOVE CB3H-P-CREDIT-TOTAL    TO CB3A-CREDIT-TOTAL.
002373     MOVE CB3H-P-ACCT-HASH-TOTAL TO CB3A-ACCT-HASH-TOTAL.
002374     MOVE SPACES                 TO CB3A-PROMISED-TOTALS.
002377     MOVE "N"                    TO CB3A-TOTALS-STATUS.
002378     MOVE "N"                    TO CB3A-EDIT-STATUS.
002379     MOVE ZERO                   TO CB3A-EDIT-REJECTS
002380                                    CB3A-REJECT-PCT.
002381     IF CB3O-PRIOR-TRAILER NOT = SPACES
002382         AND CB3H-P-TRAILER-KEY-ID NOT = SPACES
002383         MOVE "S"                   TO CB3O-AUTH-STATUS
002384         MOVE CB3H-P-TRAILER-KEY-ID TO CB3O-AUTH-KEY-ID
002385     END-IF.
002386     MOVE CB3O-AUTH-STATUS       TO CB3A-AUTH-STATUS.
002387     MOVE CB3O-AUTH-KEY-ID       TO CB3A-AUTH-KEY-ID.
002388     MOVE SPACES                 TO CB3A-ACK-STATUS
002389                                    CB3A-ACK-DIGEST.
002390     MOVE ZERO                   TO CB3A-ACK-DATE
002391                                    CB3A-ACK-TIME.
002392     MOVE SPACES                 TO CB3A-CONSUMED-JOB
002393                                    CB3A-CONSUMED-STEP.
002394     MOVE ZERO                   TO CB3A-CONSUMED-DATE
002395                                    CB3A-CONSUMED-TIME
002396                                    CB3A-CONSUMED-COUNT.
002397     MOVE SPACES                 TO CB3A-P-FUNCTION.
002398     MOVE CB3A-AUDIT-RECORD      TO CB3A-P-AUDIT-RECORD.
002400     CALL "CBDEM3A" USING CB3A-PARM-AREA.
002410     IF CB3A-P-RETURN-CODE NOT = ZERO
002420         DISPLAY "CBDEM3O -- WARNING, AUDIT TRAIL WRITE FAILED"
002540     DISPLAY "ALGORITHM: " CB3O-ALGORITHM-LEGACY
002550             " HASH: "     CB3O-SHA1-HASH
002560             " (LEGACY)".
002561     IF CB3O-AUTH-SIGNED
002562         DISPLAY "TRAILER MAC: SIGNED UNDER KEY " CB3O-AUTH-KEY-ID
002563     ELSE
002564         DISPLAY "TRAILER MAC: NONE, NO PARTNER KEY IN EFFECT"
002565     END-IF.
002570     DISPLAY "OUTBOUND TRAILER STAMPED AND AUDITED".
002580 5000-EXIT.
002590     EXIT.
