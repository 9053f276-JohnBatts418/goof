000010***************************************************************
000020*    CB3ENREC -- ANALYST ENTITLEMENT MASTER RECORD.
000030*
000040*    ONE ROW PER USER-ID (THE SECURITY PRODUCT'S USER-ID THE
000050*    ANALYST SIGNS ON TO CICS OR SUBMITS BATCH WORK UNDER)
000060*    SAYING WHICH OF THE CONTROLLED ACTIONS THAT USER MAY
000070*    PERFORM. A FLAG OF "Y" GRANTS THE ACTION; ANYTHING ELSE
000080*    WITHHOLDS IT:
000090*
000100*        RELEASE  -- RELEASE A QUARANTINED FILE (CBDEM3U "R")
000110*        REJECT   -- REJECT A QUARANTINED FILE  (CBDEM3U "J")
000120*        PARTIAL  -- PARTIALLY ACCEPT ONE       (CBDEM3Y)
000130*        RE-KEY   -- KEY AN EXPECTED DIGEST     (CB3E PF5)
000140*        APPROVE  -- APPROVE SOMEONE ELSE'S RE-KEY (CB3E PF6)
000150*
000160*    THE ACTIONS ARE ALSO KNOWN BY THE ONE-BYTE CODES "R", "J",
000170*    "P", "K" AND "A", IN THAT ORDER, WHICH IS THE ORDER OF
000180*    CB3EN-ACTION-FLAG IN THE TABLE VIEW.
000190*
000200*    A USER MAY BE LIMITED TO THE FEEDS OF UP TO TEN PARTNERS
000210*    (PARTNER IDS AS ON THE PARTNER MASTER, CB3NREC). ALL TEN
000220*    BLANK MEANS EVERY PARTNER. A LIMITED USER CANNOT ACT ON A
000230*    FILE WHOSE PARTNER THE MASTER DOES NOT KNOW.
000240*
000250*    A ROW IS IN EFFECT FROM ITS EFFECTIVE DATE THROUGH ITS
000260*    EXPIRY DATE (ZERO = NO EXPIRY). THE CERTIFIED DATE AND
000270*    CERTIFIER ARE WHEN, AND BY WHOM, THE ROW WAS LAST CONFIRMED
000280*    AT ACCESS RECERTIFICATION; THE ENTITLEMENT-USAGE REPORT
000290*    (CBDEM3ER) PRINTS THEM BESIDE EACH USER'S ACTUAL USE.
000300*
000310*    A REFUSED ATTEMPT IS SEALED ON THE AUDIT TRAIL'S LEDGER (SEE
000320*    CB3SLREC) WITH ONE OF THESE REASON CODES:
000330*
000340*        "U"  USER-ID NOT ON THE MASTER
000350*        "D"  ROW NOT IN EFFECT ON THE DAY OF THE ATTEMPT
000360*        "A"  ACTION NOT GRANTED
000370*        "P"  FILE'S PARTNER OUTSIDE THE USER'S LIMIT
000380*        "I"  THE CONTROL CARD NAMED SOMEONE OTHER THAN THE USER
000390*             THE JOB RAN UNDER, OR THAT USER COULD NOT BE TOLD
000400*        "M"  THE MAKER OF A PENDING RE-KEY IS NO LONGER ENTITLED
000410*             TO RE-KEY, SO THE RE-KEY CANNOT BE APPROVED
000415*        "S"  THE MAKER OF A PENDING RE-KEY TRIED TO APPROVE IT
000420*        "E"  THE MASTER COULD NOT BE READ (CHECK FAILS CLOSED)
000430*
000440*    DATA CONTROL KEEPS THE TEXT MASTER IN THIS SAME LAYOUT, AS
000450*    IT DOES THE PARTNER AND KEY MASTERS, AND CBDEM3EL LOADS IT
000460*    INTO ENTITLF; A LINE WHOSE USER NAME IS THE WORD "DELETE"
000470*    DROPS THE USER.
000480*
000490*    COPIED BY CBDEM3EN (ENTITLEMENT KEEPER), THE ONLY BATCH
000500*    PROGRAM THAT READS THE MASTER; BY CBDEM3EL FOR THE TEXT FILE
000510*    IT LOADS FROM; BY CBDEM3ER FOR THE ROWS THE KEEPER HANDS
000520*    BACK; AND BY CBDEM3E, WHICH READS IT THROUGH CICS FILE
000530*    CONTROL FOR PF5 AND PF6.
000540***************************************************************
000550 01  CB3EN-ENTITLE-RECORD.
000560     05  CB3EN-ENTITLE-KEY.
000570         10  CB3EN-KEY-USER-ID        PIC X(08).
000580     05  CB3EN-USER-NAME              PIC X(30).
000590     05  CB3EN-ACTION-FLAGS.
000600         10  CB3EN-MAY-RELEASE        PIC X(01).
000610             88  CB3EN-RELEASE-GRANTED        VALUE "Y".
000620         10  CB3EN-MAY-REJECT         PIC X(01).
000630             88  CB3EN-REJECT-GRANTED         VALUE "Y".
000640         10  CB3EN-MAY-PARTIAL        PIC X(01).
000650             88  CB3EN-PARTIAL-GRANTED        VALUE "Y".
000660         10  CB3EN-MAY-REKEY          PIC X(01).
000670             88  CB3EN-REKEY-GRANTED          VALUE "Y".
000680         10  CB3EN-MAY-APPROVE        PIC X(01).
000690             88  CB3EN-APPROVE-GRANTED        VALUE "Y".
000700     05  CB3EN-ACTION-TABLE REDEFINES CB3EN-ACTION-FLAGS.
000710         10  CB3EN-ACTION-FLAG        PIC X(01) OCCURS 5 TIMES.
000720     05  CB3EN-EFFECTIVE-DATE         PIC 9(08).
000730     05  CB3EN-EXPIRY-DATE            PIC 9(08).
000740     05  CB3EN-CERTIFIED-DATE         PIC 9(08).
000750     05  CB3EN-CERTIFIED-BY           PIC X(08).
000760     05  CB3EN-PARTNER-LIMITS.
000770         10  CB3EN-PARTNER-ID         PIC X(08) OCCURS 10 TIMES.
