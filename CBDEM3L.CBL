000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   09/02/2026  DLH  ORIGINAL VERSION.
000261*   10/15/2026  DLH  LOADS THE FEED'S RECORD EDIT REJECT LIMIT
000262*                    COLUMN (BLANK = RUN DEFAULT). A LIMIT THAT
000263*                    IS NOT FIVE DIGITS IS A BAD LINE.
000264*   10/15/2026  DLH  LOADS THE PARTNER'S OUTBOUND ACKNOWLEDGMENT
000265*                    DEADLINE COLUMN (HOURS; BLANK = PARTNER
000266*                    SENDS NO RECEIPTS). A DEADLINE THAT IS NOT
000267*                    THREE DIGITS IS A BAD LINE.
000268*   10/15/2026  DLH  LOADS THE FEED'S VOLUME BAND (PERCENT;
000269*                    BLANK = NONE), WEEKDAY-BASELINE SWITCH AND
000270*                    HOLD-ON-BREACH SWITCH. A BAND THAT IS NOT
000271*                    THREE DIGITS, OR A SWITCH OTHER THAN "Y",
000272*                    "N" OR BLANK, IS A BAD LINE.
000273*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000770     05  CB3N-P-CONTACT          PIC X(40).
000780     05  CB3N-P-FOUND            PIC X(01).
000790     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
000795     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
000796     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
000797     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
000798     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
000799     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
000800 PROCEDURE DIVISION.
000810*----------------------------------------------------------------
000820* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW FOR THE LOAD.
001410     IF CB3N-KEY-FILENAME = SPACES
001420         OR (CB3N-PARTNER-ID = SPACES
001430             AND CB3N-PARTNER-ID NOT = "DELETE")
001431         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001432         GO TO 2000-READ-NEXT
001434     END-IF.
001436     IF CB3N-REJECT-PCT-TEXT NOT = SPACES
001438         AND CB3N-REJECT-PCT-LIMIT IS NOT NUMERIC
001440         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001441         GO TO 2000-READ-NEXT
001442     END-IF.
001444     IF CB3N-ACK-HOURS-TEXT NOT = SPACES
001446         AND CB3N-ACK-HOURS IS NOT NUMERIC
001448         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001450         GO TO 2000-READ-NEXT
001451     END-IF.
001452     IF CB3N-VOL-PCT-TEXT NOT = SPACES
001454         AND CB3N-VOL-PCT IS NOT NUMERIC
001456         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001458         GO TO 2000-READ-NEXT
001460     END-IF.
001461     IF (CB3N-VOL-WEEKDAY-SW NOT = SPACE AND NOT = "Y"
001462                                         AND NOT = "N")
001463         OR (CB3N-VOL-HOLD-SW NOT = SPACE AND NOT = "Y"
001464                                       AND NOT = "N")
001465         PERFORM 2500-REJECT-LINE THRU 2500-EXIT
001466         GO TO 2000-READ-NEXT
001468     END-IF.
001470     IF CB3N-PARTNER-ID = "DELETE"
001480         MOVE "D" TO CB3N-P-FUNCTION
001490     ELSE
001530     MOVE CB3N-PARTNER-ID        TO CB3N-P-PARTNER-ID.
001540     MOVE CB3N-PARTNER-NAME      TO CB3N-P-PARTNER-NAME.
001550     MOVE CB3N-PARTNER-CONTACT   TO CB3N-P-CONTACT.
001555     MOVE CB3N-REJECT-PCT-TEXT   TO CB3N-P-REJECT-PCT-TEXT.
001556     MOVE CB3N-ACK-HOURS-TEXT    TO CB3N-P-ACK-HOURS-TEXT.
001557     MOVE CB3N-VOL-PCT-TEXT      TO CB3N-P-VOL-PCT-TEXT.
001558     MOVE CB3N-VOL-WEEKDAY-SW    TO CB3N-P-VOL-WEEKDAY-SW.
001559     MOVE CB3N-VOL-HOLD-SW       TO CB3N-P-VOL-HOLD-SW.
001560     CALL "CBDEM3N" USING CB3N-PARM-AREA.
001570     IF CB3N-P-RETURN-CODE NOT = ZERO
001580         DISPLAY "CBDEM3L -- PARTNER MASTER WRITE FAILED"
