000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   09/02/2026  DLH  ORIGINAL VERSION.
000261*   10/15/2026  DLH  THE ROW NOW CARRIES THE FEED'S RECORD EDIT
000262*                    REJECT LIMIT, RETURNED ON A QUERY AND SET ON
000263*                    A WRITE. BLANK = USE THE RUN'S DEFAULT.
000264*   10/15/2026  DLH  THE ROW NOW CARRIES THE PARTNER'S OUTBOUND
000265*                    ACKNOWLEDGMENT DEADLINE IN HOURS, RETURNED
000266*                    ON A QUERY AND SET ON A WRITE. BLANK = THE
000267*                    PARTNER SENDS NO RECEIPTS.
000268*   10/15/2026  DLH  THE ROW NOW CARRIES THE FEED'S VOLUME BAND
000269*                    (PERCENT), WEEKDAY-BASELINE SWITCH AND
000270*                    HOLD-ON-BREACH SWITCH, RETURNED ON A QUERY
000271*                    AND SET ON A WRITE.
000272*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000700     05  CB3N-P-RETURN-CODE      PIC S9(04) COMP.
000710         88  CB3N-P-RC-OK                VALUE ZERO.
000720         88  CB3N-P-RC-FILE-ERROR        VALUE 8.
000721*        FEED'S RECORD EDIT REJECT LIMIT (SEE CB3NREC). BLANK ON
000722*        A QUERY MEANS NO LIMIT IS SET FOR THE FEED.
000723     05  CB3N-P-REJECT-PCT-TEXT  PIC X(05).
000724     05  CB3N-P-REJECT-PCT-LIMIT REDEFINES CB3N-P-REJECT-PCT-TEXT
000725                                 PIC 9(03)V99.
000726*        PARTNER'S OUTBOUND ACKNOWLEDGMENT DEADLINE IN HOURS (SEE
000727*        CB3NREC). BLANK ON A QUERY MEANS NO RECEIPT IS EXPECTED.
000728     05  CB3N-P-ACK-HOURS-TEXT   PIC X(03).
000729     05  CB3N-P-ACK-HOURS REDEFINES CB3N-P-ACK-HOURS-TEXT
000730                                 PIC 9(03).
000731     05  CB3N-P-VOL-PCT-TEXT     PIC X(03).
000732     05  CB3N-P-VOL-PCT REDEFINES CB3N-P-VOL-PCT-TEXT
000733                                 PIC 9(03).
000734     05  CB3N-P-VOL-WEEKDAY-SW   PIC X(01).
000735     05  CB3N-P-VOL-HOLD-SW      PIC X(01).
000736 PROCEDURE DIVISION USING CB3N-PARM.
000740*----------------------------------------------------------------
000750* 0000-MAINLINE -- TOP-LEVEL CONTROL FLOW.
000760*----------------------------------------------------------------
001230         MOVE CB3N-PARTNER-ID      TO CB3N-P-PARTNER-ID
001240         MOVE CB3N-PARTNER-NAME    TO CB3N-P-PARTNER-NAME
001250         MOVE CB3N-PARTNER-CONTACT TO CB3N-P-CONTACT
001251         IF CB3N-REJECT-PCT-LIMIT IS NUMERIC
001252             MOVE CB3N-REJECT-PCT-TEXT TO CB3N-P-REJECT-PCT-TEXT
001253         ELSE
001254             MOVE SPACES TO CB3N-P-REJECT-PCT-TEXT
001255         END-IF
001256         IF CB3N-ACK-HOURS IS NUMERIC
001257             MOVE CB3N-ACK-HOURS-TEXT TO CB3N-P-ACK-HOURS-TEXT
001258         ELSE
001259             MOVE SPACES TO CB3N-P-ACK-HOURS-TEXT
001260         END-IF
001261         IF CB3N-VOL-PCT IS NUMERIC
001262             MOVE CB3N-VOL-PCT-TEXT TO CB3N-P-VOL-PCT-TEXT
001263         ELSE
001264             MOVE SPACES TO CB3N-P-VOL-PCT-TEXT
001265         END-IF
001266         MOVE CB3N-VOL-WEEKDAY-SW   TO CB3N-P-VOL-WEEKDAY-SW
001267         MOVE CB3N-VOL-HOLD-SW      TO CB3N-P-VOL-HOLD-SW
001268     ELSE
001270         MOVE "N"    TO CB3N-P-FOUND
001280         MOVE SPACES TO CB3N-P-PARTNER-ID
001290                        CB3N-P-PARTNER-NAME
001300                        CB3N-P-CONTACT
001305                        CB3N-P-REJECT-PCT-TEXT
001306                        CB3N-P-ACK-HOURS-TEXT
001307                        CB3N-P-VOL-PCT-TEXT
001308                        CB3N-P-VOL-WEEKDAY-SW
001309                        CB3N-P-VOL-HOLD-SW
001310     END-IF.
001320 2000-EXIT.
001330     EXIT.
001410     MOVE CB3N-P-PARTNER-ID   TO CB3N-PARTNER-ID.
001420     MOVE CB3N-P-PARTNER-NAME TO CB3N-PARTNER-NAME.
001430     MOVE CB3N-P-CONTACT      TO CB3N-PARTNER-CONTACT.
001435     MOVE CB3N-P-REJECT-PCT-TEXT TO CB3N-REJECT-PCT-TEXT.
001436     MOVE CB3N-P-ACK-HOURS-TEXT  TO CB3N-ACK-HOURS-TEXT.
001437     MOVE CB3N-P-VOL-PCT-TEXT    TO CB3N-VOL-PCT-TEXT.
001438     MOVE CB3N-P-VOL-WEEKDAY-SW  TO CB3N-VOL-WEEKDAY-SW.
001439     MOVE CB3N-P-VOL-HOLD-SW     TO CB3N-VOL-HOLD-SW.
001440     WRITE CB3N-PARTNER-RECORD.
001450     IF CB3N-PARTNER-DUPLICATE
001460         REWRITE CB3N-PARTNER-RECORD
