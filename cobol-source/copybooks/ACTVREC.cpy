000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    ACTVREC                                      *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     ACCOUNT BALANCE AND RECENT-ACTIVITY RECORD,   *
000080*                 CARRIED FORWARD EVERY CYCLE BY THE ACTIVITY   *
000090*                 STEP AFTER POSTING (SEQUENTIAL GDG) AND       *
000100*                 LOADED FROM THE SAME ROWS INTO THE KEYED      *
000110*                 ACTIVITY FILE READ BY THE ONLINE BALANCE      *
000120*                 INQUIRY (TPGB).  KEYED ON ACCOUNT NUMBER PLUS *
000130*                 A SEQUENCE: SEQUENCE 0000 IS THE BALANCE ROW  *
000140*                 (CURRENT BAL-BALANCE, LAST POST DATE AND THE  *
000150*                 NUMBER OF ITEM ROWS KEPT); 0001 UPWARD ARE    *
000160*                 THE POSTED ITEMS, NEWEST FIRST, SO A PAGE OF  *
000170*                 ACTIVITY IS A RUN OF CONSECUTIVE KEYS.        *
000180*                 ITEM AMOUNTS AND CURRENCIES ARE AS ENTERED    *
000190*                 (BEFORE BASE CONVERSION); THE BALANCE IS IN   *
000200*                 BASE CURRENCY AS ON THE BALANCE MASTER.       *
000210*                                                               *
000220*    MODIFICATION HISTORY.                                     *
000230*    2026-10-15  DO   INITIAL VERSION.                          *
000240*                                                               *
000250*****************************************************************
000260 01  ACCOUNT-ACTIVITY-RECORD.
000270     05  ACTV-KEY.
000280         10  ACTV-ACCT-NUMBER        PIC X(12).
000290         10  ACTV-SEQUENCE           PIC 9(04).
000300     05  ACTV-ROW-TYPE               PIC X(01).
000310         88  ACTV-TYPE-BALANCE           VALUE 'B'.
000320         88  ACTV-TYPE-ITEM              VALUE 'I'.
000330     05  ACTV-ROW-DATA               PIC X(63).
000340     05  ACTV-BALANCE-DATA REDEFINES ACTV-ROW-DATA.
000350         10  ACTV-BALANCE            PIC S9(11)V99 COMP-3.
000360         10  ACTV-BAL-CURRENCY       PIC X(03).
000370         10  ACTV-LAST-POST-DATE     PIC 9(08).
000380         10  ACTV-ITEM-COUNT         PIC 9(04).
000390         10  ACTV-AS-OF-DATE         PIC 9(08).
000400         10  FILLER                  PIC X(33).
000410     05  ACTV-ITEM-DATA REDEFINES ACTV-ROW-DATA.
000420         10  ACTV-TRANS-ID           PIC X(10).
000430         10  ACTV-TRANS-DATE         PIC 9(08).
000440         10  ACTV-TRANS-TYPE         PIC X(02).
000450         10  ACTV-ORIG-TYPE          PIC X(01).
000460         10  ACTV-AMOUNT             PIC S9(9)V99 COMP-3.
000470         10  ACTV-CURRENCY           PIC X(03).
000480         10  ACTV-BRANCH             PIC X(03).
000490         10  ACTV-POSTED-DATE        PIC 9(08).
000500         10  FILLER                  PIC X(22).
