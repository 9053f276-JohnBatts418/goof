001020*    01  CB3A-PARM-AREA       -- PARAMETER AREA PASSED TO CBDEM3A.
001030*----------------------------------------------------------------
001040 01  CB3A-PARM-AREA.
001050     05  CB3A-P-AUDIT-RECORD     PIC X(658).
001060     05  CB3A-P-RETURN-CODE      PIC S9(04) COMP.
001070     05  CB3A-P-FUNCTION         PIC X(01).
001080         88  CB3A-P-FN-TICKET-STAMP     VALUE "T".
001180     05  CB3A-P-DISPO-USER       PIC X(08).
001190     05  CB3A-P-TICKET-NBR       PIC X(12).
001200     05  CB3A-P-RESOLUTION       PIC X(08).
001201     05  CB3A-P-ACK-STATUS       PIC X(01).
001202     05  CB3A-P-ACK-DIGEST       PIC X(64).
001203     05  CB3A-P-ACK-DATE         PIC 9(08).
001204     05  CB3A-P-ACK-TIME         PIC 9(08).
001205     05  CB3A-P-CONSUMER-JOB     PIC X(08).
001206     05  CB3A-P-CONSUMER-STEP    PIC X(08).
001208     05  CB3A-P-REFUSED-ACTION   PIC X(01).
001210     05  CB3A-P-REFUSED-PROGRAM  PIC X(08).
001212     05  CB3A-P-REFUSED-PARTNER  PIC X(08).
001214     05  CB3A-P-REFUSED-REASON   PIC X(01).
001216     05  CB3A-P-CLAIMED-USER     PIC X(08).
001218 PROCEDURE DIVISION.
001220*----------------------------------------------------------------
001230* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE INTAKE.
001240*----------------------------------------------------------------
