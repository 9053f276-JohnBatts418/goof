000090*    WRITER), CBDEM3E (ONLINE INQUIRY), CBDEM3O (OUTBOUND
000091*    STAMPING), CBDEM3K (SCORECARD REPORT) AND CBDEM3B/CBDEM3G
000092*    (RETENTION ARCHIVER AND ARCHIVE INQUIRY -- ARCHIVE ROWS
000093*    ARE BYTE-FOR-BYTE COPIES UNDER THE SAME KEY). CBDEM3OA
000096*    (OUTBOUND ACKNOWLEDGMENT INTAKE) READS THE OUTBOUND ROWS;
000098*    CBDEM3CG (CONSUMPTION GATE) READS THE INBOUND ROWS.
000100***************************************************************
000110 01  CB3A-AUDIT-RECORD.
000120     05  CB3A-AUDIT-KEY.
000230     05  CB3A-EXPECTED-DIGEST        PIC X(64).
000240     05  CB3A-MATCH-STATUS           PIC X(01).
000250         88  CB3A-MATCH-PASS                 VALUE "P".
000252*        "A" = THE FILE'S TRAILER FAILED AUTHENTICATION (SEE
000254*        CB3A-AUTH-STATUS) -- A SECURITY INCIDENT, NOT A RESEND.
000256*        IT IS ALSO A FAILURE, SO EVERY PASS/FAIL READER TREATS
000258*        IT AS ONE WITHOUT KNOWING THE DIFFERENCE.
000260         88  CB3A-MATCH-FAIL                 VALUE "F" "A".
000265         88  CB3A-MATCH-AUTH-FAIL            VALUE "A".
000270         88  CB3A-MATCH-NOT-CHECKED          VALUE "N".
000280*        THE COMPUTED DIGEST WAS ALREADY ON FILE FOR AN EARLIER
000290*        RECEIPT -- A PARTNER SCHEDULER RE-SENT AN OLD FILE.
000300         88  CB3A-MATCH-DUPLICATE            VALUE "D".
000301*        "W" = THE FILE RECONCILED BUT ITS RECORD OR BYTE COUNT
000302*        FELL OUTSIDE ITS FEED'S VOLUME BASELINE BAND (CBDEM3BL).
000303*        WHETHER IT WAS HELD IS SHOWN BY THE QUARANTINE/HOLD
000304*        RECORDS, NOT BY THIS STATUS.
000305         88  CB3A-MATCH-VOLUME-WARN          VALUE "W".
000310*        BLANK = INBOUND RECEIPT (EVERY ROW WRITTEN BEFORE
000320*        OUTBOUND STAMPING EXISTED IS INBOUND); "O" = OUTBOUND
000330*        TRANSMISSION STAMPED BY CBDEM3O BEFORE IT LEFT THE
000500*        FEEDBACK RECEIVED.
000510     05  CB3A-TICKET-NBR             PIC X(12).
000520     05  CB3A-RESOLUTION-STATUS      PIC X(08).
000530*        FINANCIAL CONTROL TOTALS CBDEM3H ADDED UP OVER THE
000540*        DETAIL RECORDS (DEBITS AS A MAGNITUDE, CREDITS, AND THE
000550*        HASH TOTAL OF THE ACCOUNT NUMBERS), THE TOTALS THE
000560*        SENDER'S MANIFEST PROMISED, AND WHETHER THEY AGREED. A
000570*        BLANK PROMISED TOTAL MEANS NONE WAS PROMISED; ZERO IS A
000580*        REAL PROMISE OF ZERO (A FILE WITH NO DEBITS), CHECKED
000581*        LIKE ANY OTHER. FINANCE SIGNS OFF ON THESE, NOT ON THE
000582*        DIGEST.
000590     05  CB3A-DEBIT-TOTAL            PIC 9(13)V99.
000600     05  CB3A-CREDIT-TOTAL           PIC 9(13)V99.
000610     05  CB3A-ACCT-HASH-TOTAL        PIC 9(18).
000615     05  CB3A-PROMISED-TOTALS.
000620         10  CB3A-PROMISED-DEBIT     PIC 9(13)V99.
000630         10  CB3A-PROMISED-CREDIT    PIC 9(13)V99.
000640         10  CB3A-PROMISED-ACCT-HASH PIC 9(18).
000650     05  CB3A-TOTALS-STATUS          PIC X(01).
000660         88  CB3A-TOTALS-AGREED              VALUE "A".
000670         88  CB3A-TOTALS-BREAK               VALUE "B".
000680         88  CB3A-TOTALS-NOT-CHECKED         VALUE SPACE "N".
000690*        RESULT OF THE RECORD-LEVEL FIELD EDIT PASS (CBDEM3I) RUN
000700*        AFTER A FILE PASSES RECONCILIATION: "C" = EVERY DETAIL
000710*        RECORD EDITED CLEAN, "R" = REJECTS WITHIN THE FEED'S
000720*        LIMIT (THE FILE GOES ON; THE REJECTS ARE WORKED FROM THE
000730*        REJECT FILE), "H" = REJECTS OVER THE LIMIT AND THE FILE
000740*        WAS HELD (MATCH STATUS "F"), "E" = THE EDIT PASS COULD
000750*        NOT RUN, BLANK/"N" = NOT EDITED (THE FILE DID NOT PASS,
000760*        OR THE ROW PREDATES THE EDIT PASS). THE REJECT COUNT IS
000770*        DETAIL RECORDS REJECTED, EACH COUNTED ONCE.
000780     05  CB3A-EDIT-STATUS            PIC X(01).
000790         88  CB3A-EDIT-CLEAN                 VALUE "C".
000800         88  CB3A-EDIT-REJECTS-IN-LIMIT      VALUE "R".
000810         88  CB3A-EDIT-HELD                  VALUE "H".
000820         88  CB3A-EDIT-NOT-RUN               VALUE "E".
000830         88  CB3A-EDIT-NOT-EDITED            VALUE SPACE "N".
000840     05  CB3A-EDIT-REJECTS           PIC 9(08).
000850     05  CB3A-REJECT-PCT             PIC 9(03)V99.
000860*        TRAILER AUTHENTICATION (SEE CB3KYREC). INBOUND: "P" =
000870*        THE "TRA" MAC VERIFIED, "F" = THE MAC DID NOT MATCH,
000880*        "K" = KEY UNKNOWN OR NOT IN EFFECT, "M" = THE PARTNER
000890*        IS KEYED BUT THE FILE CARRIED NO "TRA" RECORD (F, K AND
000900*        M SET MATCH STATUS "A"), "E" = THE KEY MASTER COULD NOT
000910*        BE READ. OUTBOUND: "S" = STAMPED WITH A MAC. BLANK/"N" =
000920*        NOT AUTHENTICATED (NO KEY IN EFFECT, THE FILE DID NOT
000930*        RECONCILE, OR THE ROW PREDATES AUTHENTICATION). THE KEY
000940*        ID IS THE KEY THE MAC WAS CHECKED OR STAMPED UNDER.
000950     05  CB3A-AUTH-STATUS            PIC X(01).
000960         88  CB3A-AUTH-PASS                  VALUE "P".
000970         88  CB3A-AUTH-MAC-BAD               VALUE "F".
000980         88  CB3A-AUTH-KEY-BAD               VALUE "K".
000990         88  CB3A-AUTH-MISSING               VALUE "M".
001000         88  CB3A-AUTH-NOT-RUN               VALUE "E".
001010         88  CB3A-AUTH-SIGNED                VALUE "S".
001020         88  CB3A-AUTH-NOT-CHECKED           VALUE SPACE "N".
001021     05  CB3A-AUTH-KEY-ID            PIC X(08).
001022*        OUTBOUND ROWS ONLY: THE PARTNER'S RECEIPT FOR THE FILE,
001023*        STAMPED BY CBDEM3OA THROUGH CBDEM3A. "M" = THE PARTNER
001024*        ACKNOWLEDGED THE FILE AND THE DIGEST THEY COMPUTED
001025*        MATCHES OURS, "X" = ACKNOWLEDGED BUT THEIR DIGEST
001026*        DIFFERS (THEY DID NOT GET THE BYTES WE SENT), BLANK/"N"
001027*        = NO RECEIPT YET (OR AN INBOUND ROW). THE DIGEST, DATE
001028*        AND TIME ARE AS THE PARTNER REPORTED THEM.
001029     05  CB3A-ACK-STATUS             PIC X(01).
001030         88  CB3A-ACK-MATCHED                VALUE "M".
001031         88  CB3A-ACK-DIGEST-DIFFERS         VALUE "X".
001032         88  CB3A-ACK-NONE                   VALUE SPACE "N".
001033     05  CB3A-ACK-DIGEST             PIC X(64).
001034     05  CB3A-ACK-DATE               PIC 9(08).
001035     05  CB3A-ACK-TIME               PIC 9(08).
001036*        INBOUND ROWS ONLY: THE LAST DOWNSTREAM JOB AND STEP TO
001037*        CONSUME THE FILE THROUGH THE CONSUMPTION GATE (CBDEM3CG)
001038*        AFTER IT RE-HASHED TO THIS ROW'S DIGEST, WHEN, AND HOW
001039*        MANY TIMES IN ALL. STAMPED THROUGH CBDEM3A; EVERY
001040*        CONSUMPTION IS ALSO ITS OWN ENTRY ON THE SEAL LEDGER, SO
001041*        AN EARLIER CONSUMER IS NOT LOST WHEN A LATER ONE STAMPS.
001042*        BLANK/ZERO = NEVER CONSUMED THROUGH THE GATE.
001043     05  CB3A-CONSUMED-JOB           PIC X(08).
001044     05  CB3A-CONSUMED-STEP          PIC X(08).
001045     05  CB3A-CONSUMED-DATE          PIC 9(08).
001046     05  CB3A-CONSUMED-TIME          PIC 9(08).
001047     05  CB3A-CONSUMED-COUNT         PIC 9(04).
001048*        THE ROW'S PLACE ON THE SEAL LEDGER (AUDSEALF, SEE
001050*        CB3SLREC): THE SEQUENCE NUMBER OF THE LEDGER ENTRY
001060*        WRITTEN WHEN THE ROW WAS APPENDED OR LAST CHANGED, AND
001070*        THAT ENTRY'S SEAL, WHICH CHAINS THE ROW TO EVERY ROW
001080*        WRITTEN OR CHANGED BEFORE IT. SET ONLY BY CBDEM3A AND
001090*        CBDEM3E AS THEY WRITE THE ROW; CALLERS LEAVE THEM ALONE.
001100*        ZERO/BLANK = WRITTEN BEFORE THE TRAIL WAS SEALED.
001110     05  CB3A-SEAL-SEQ               PIC 9(10).
001120     05  CB3A-SEAL                   PIC X(64).
