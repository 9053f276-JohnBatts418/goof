000884*    01  CB3A-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3A.
000890*----------------------------------------------------------------
000900 01  CB3A-PARM-AREA.
000910     05  CB3A-P-AUDIT-RECORD     PIC X(658).
000920     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
000930     05  CB3A-P-FUNCTION         PIC X(01).
000940         88  CB3A-P-FN-RECEIVED-QUERY   VALUE "R".
001040     05  CB3A-P-DISPO-USER       PIC X(08).
001050     05  CB3A-P-TICKET-NBR       PIC X(12).
001060     05  CB3A-P-RESOLUTION       PIC X(08).
001061     05  CB3A-P-ACK-STATUS       PIC X(01).
001062     05  CB3A-P-ACK-DIGEST       PIC X(64).
001063     05  CB3A-P-ACK-DATE         PIC 9(08).
001064     05  CB3A-P-ACK-TIME         PIC 9(08).
001065     05  CB3A-P-CONSUMER-JOB     PIC X(08).
001066     05  CB3A-P-CONSUMER-STEP    PIC X(08).
001068     05  CB3A-P-REFUSED-ACTION   PIC X(01).
001070     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
001072     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
001074     05  CB3A-P-REFUSED-REASON   PIC X(01).
001076     05  CB3A-P-CLAIMED-USER     PIC X(08).
001078*----------------------------------------------------------------
001080*    01  CB3C-ALERT-RECORD    -- ROW PASSED TO CBDEM3C.
001090*----------------------------------------------------------------
001100 COPY CB3CREC.
001169     05  CB3N-P-CONTACT          PIC X(40).
001170     05  CB3N-P-FOUND            PIC X(01).
001171     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
001172     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
001173     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
001174     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
001175     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
001176     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
001177*----------------------------------------------------------------
001180*    01  CB3P-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3P.
001190*----------------------------------------------------------------
001200 01  CB3P-PARM-AREA.
001280     05  CB3P-P-PROCESSED        PIC 9(06) COMP.
001290     05  CB3P-P-PASSED           PIC 9(06) COMP.
001300     05  CB3P-P-FAILED           PIC 9(06) COMP.
001301     05  CB3P-P-RECORDS-EDITED   PIC 9(08) COMP.
001302     05  CB3P-P-RECORDS-REJECTED PIC 9(08) COMP.
001303     05  CB3P-P-ACCOUNT-REJECTS  PIC 9(08) COMP.
001304     05  CB3P-P-AMOUNT-REJECTS   PIC 9(08) COMP.
001305     05  CB3P-P-DESC-REJECTS     PIC 9(08) COMP.
001306     05  CB3P-P-REJECT-PCT       PIC 9(03)V99.
001307     05  CB3P-P-EDIT-STATUS      PIC X(01).
001308     05  CB3P-P-VOL-RECORDS      PIC 9(09) COMP.
001309     05  CB3P-P-VOL-BYTES        PIC 9(15) COMP.
001310     05  CB3P-P-VOL-BASE-RECORDS PIC 9(09) COMP.
001311     05  CB3P-P-VOL-BASE-BYTES   PIC 9(15) COMP.
001312     05  CB3P-P-VOL-PCT          PIC 9(03).
001313     05  CB3P-P-VOL-STATUS       PIC X(01).
001314 PROCEDURE DIVISION.
001320*----------------------------------------------------------------
001330* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE WHOLE SWEEP.
001340*----------------------------------------------------------------
