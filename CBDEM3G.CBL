000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   09/02/2026  DLH  ORIGINAL VERSION.
000263*   10/15/2026  DLH  A RUN WHOSE TRAILER FAILED AUTHENTICATION
000266*                    IS LISTED "AUTHFAIL", NOT JUST "FAIL".
000267*   10/15/2026  DLH  A RUN OUTSIDE ITS FEED'S VOLUME BASELINE IS
000268*                    LISTED "VOL WARN".
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
002500     EVALUATE TRUE
002510         WHEN CB3A-MATCH-PASS
002520             MOVE "PASS"     TO CB3G-RL-STATUS
002523         WHEN CB3A-MATCH-AUTH-FAIL
002526             MOVE "AUTHFAIL" TO CB3G-RL-STATUS
002530         WHEN CB3A-MATCH-FAIL
002540             MOVE "FAIL"     TO CB3G-RL-STATUS
002550         WHEN CB3A-MATCH-DUPLICATE
002560             MOVE "DUP"      TO CB3G-RL-STATUS
002563         WHEN CB3A-MATCH-VOLUME-WARN
002566             MOVE "VOL WARN" TO CB3G-RL-STATUS
002570         WHEN OTHER
002580             MOVE "NOT CHKD" TO CB3G-RL-STATUS
002590     END-EVALUATE.
