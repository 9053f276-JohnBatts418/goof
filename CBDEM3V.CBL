000800     05  CB3P-P-PROCESSED        PIC 9(06) COMP.
000810     05  CB3P-P-PASSED           PIC 9(06) COMP.
000820     05  CB3P-P-FAILED           PIC 9(06) COMP.
000821     05  CB3P-P-RECORDS-EDITED   PIC 9(08) COMP.
000822     05  CB3P-P-RECORDS-REJECTED PIC 9(08) COMP.
000823     05  CB3P-P-ACCOUNT-REJECTS  PIC 9(08) COMP.
000824     05  CB3P-P-AMOUNT-REJECTS   PIC 9(08) COMP.
000825     05  CB3P-P-DESC-REJECTS     PIC 9(08) COMP.
000826     05  CB3P-P-REJECT-PCT       PIC 9(03)V99.
000827     05  CB3P-P-EDIT-STATUS      PIC X(01).
000828     05  CB3P-P-VOL-RECORDS      PIC 9(09) COMP.
000829     05  CB3P-P-VOL-BYTES        PIC 9(15) COMP.
000830     05  CB3P-P-VOL-BASE-RECORDS PIC 9(09) COMP.
000831     05  CB3P-P-VOL-BASE-BYTES   PIC 9(15) COMP.
000832     05  CB3P-P-VOL-PCT          PIC 9(03).
000833     05  CB3P-P-VOL-STATUS       PIC X(01).
000834 PROCEDURE DIVISION.
000840*----------------------------------------------------------------
000850* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
000860*----------------------------------------------------------------
