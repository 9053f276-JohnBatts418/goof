000010***************************************************************
000020*    CB3OAREC -- PARTNER RECEIPT RECORD.
000030*
000040*    ONE LINE PER FILE A PARTNER HAS RECEIVED FROM US, DROPPED
000050*    BACK AS A PLAIN TEXT FEED: THE FILE NAME AS WE SENT IT, THE
000060*    SHA-256 DIGEST THE PARTNER COMPUTED OVER WHAT ARRIVED (HEX,
000070*    EITHER CASE), AND THE PARTNER'S RECEIPT DATE AND TIME
000080*    (YYYYMMDD, HHMMSSHH).
000090*
000100*    COPIED BY CBDEM3OA (OUTBOUND ACKNOWLEDGMENT INTAKE), WHICH
000110*    MATCHES EACH LINE TO THE OUTBOUND AUDIT ROW CBDEM3O WROTE
000120*    WHEN THE FILE WAS STAMPED AND STAMPS THE PARTNER'S DIGEST
000130*    AND RECEIPT TIME ONTO IT.
000140***************************************************************
000150 01  CB3OA-RECEIPT-RECORD.
000160     05  CB3OA-RC-FILENAME           PIC X(80).
000170     05  CB3OA-RC-DIGEST             PIC X(64).
000180     05  CB3OA-RC-RECEIPT-DATE       PIC 9(08).
000190     05  CB3OA-RC-RECEIPT-TIME       PIC 9(08).
