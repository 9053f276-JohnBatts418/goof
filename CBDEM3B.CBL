000260* DUPLICATE EVEN THOUGH ITS FIRST RECEIPT NO LONGER LIVES ON
000270* THE LIVE TRAIL.
000280*
000281* THE SEAL LEDGER (AUDSEALF, SEE CB3SLREC) IS LEFT ALONE FOR THE
000282* SAME REASON. EACH ROW CARRIES ITS SEAL SEQUENCE NUMBER AND
000283* SEAL, AND BECAUSE THE ROW MOVES BYTE-FOR-BYTE THE ARCHIVED
000284* COPY STILL HASHES TO ITS LEDGER ENTRY, SO THE TRAIL VERIFIER
000285* (CBDEM3AV) CAN WALK THE CHAIN ACROSS THE LIVE TRAIL AND EVERY
000286* YEARLY ARCHIVE CLUSTER AS ONE. NOTHING HERE MAY CHANGE A BYTE
000287* OF THE ROW ON THE WAY ACROSS.
000288*
000290* A RE-RUN AFTER A PARTIAL EARLIER PASS IS SAFE: A ROW ALREADY
000300* ON THE ARCHIVE IS REWRITTEN IN PLACE, AND A ROW IS ONLY
000310* DELETED FROM THE LIVE TRAIL AFTER ITS ARCHIVE WRITE COMES
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY.
000400*   09/02/2026  DLH  ORIGINAL VERSION.
000402*   10/15/2026  DLH  ARCHIVE ROW WIDENED TO CARRY THE AUDIT ROW'S
000404*                    SEAL; SEAL LEDGER STAYS LIVE SO THE CHAIN
000406*                    VERIFIES ACROSS THE ARCHIVE BOUNDARY.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000690 FD  CB3B-ARCHIVE-FILE.
000700 01  CB3B-ARCHIVE-RECORD.
000710     05  CB3B-ARCH-KEY           PIC X(96).
000720     05  FILLER                  PIC X(562).
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750*    01  CB3B-SWITCHES        -- RUN SWITCHES AND RETURN CODE.
