000275*                    PARTNER, AND AN ANALYST NO LONGER STAPLES
000276*                    FIVE FEED SECTIONS TOGETHER BEFORE EVERY
000277*                    QUARTERLY REVIEW.
000278*   10/15/2026  DLH  MATCH STATUS "W" (OUTSIDE THE FEED'S VOLUME
000279*                    BASELINE): THE FILE RECONCILED, SO IT COUNTS
000280*                    AS PASSED; ITS RECORD COUNT STILL FEEDS THE
000281*                    MIN/MAX/AVERAGE COLUMNS.
000282*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
001097     05  CB3N-P-FOUND            PIC X(01).
001098         88  CB3N-P-PARTNER-FOUND        VALUE "Y".
001099     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
001100     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
001101     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
001102     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
001103     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
001104     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
001105*----------------------------------------------------------------
001110*    01  CB3K-RANK-TABLE      -- ALREADY-LISTED FLAGS FOR THE
001111*        PER-PARTNER WORST-OFFENDERS RANKING (FAILURES
001112*        DESCENDING, DUPLICATE RESENDS AS THE TIE-BREAK). THE
003290     ADD 1 TO CB3K-FE-RUNS (CB3K-FOUND-IX).
003300     EVALUATE TRUE
003310         WHEN CB3A-MATCH-PASS
003315         WHEN CB3A-MATCH-VOLUME-WARN
003320             ADD 1 TO CB3K-FE-PASSES (CB3K-FOUND-IX)
003330         WHEN CB3A-MATCH-FAIL
003340             ADD 1 TO CB3K-FE-FAILS (CB3K-FOUND-IX)
