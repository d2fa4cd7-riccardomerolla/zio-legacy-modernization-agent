000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    ALERTREC                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     SCREENING ALERT CASE, ONE ROW PER RULE HIT,   *
000080*                 WRITTEN BY THE PRE-POSTING SCREENING STEP     *
000090*                 FOR THE COMPLIANCE DESK.  THE CASE ID IS THE  *
000100*                 RUN DATE AND A SEQUENCE WITHIN THE NIGHT.     *
000110*                 THE RULE CODE NAMES THE RULE THAT FIRED:      *
000120*                   LV01  SINGLE ITEM OVER THE REPORTABLE       *
000130*                         THRESHOLD (TRANS-ID IS THE ITEM)      *
000140*                   VC01  ITEM COUNT OVER THE VELOCITY WINDOW   *
000150*                         ABOVE THE COUNT LIMIT                 *
000160*                   VA01  BASE TOTAL OVER THE VELOCITY WINDOW   *
000170*                         ABOVE THE AMOUNT LIMIT                *
000180*                   ST01  STRUCTURING - SEVERAL ITEMS JUST      *
000190*                         UNDER THE THRESHOLD IN THE WINDOW     *
000200*                 ACCOUNT-LEVEL RULES CARRY THE LAST OF TONIGHT *
000210*                 ITEMS ON THE ACCOUNT AS THE TRANS-ID.  THE    *
000220*                 AMOUNT IS THE ITEM (LV01) OR WINDOW TOTAL;    *
000230*                 THE LIMIT IS THE FIGURE THAT WAS EXCEEDED.    *
000240*                 STATUS IS OPEN WHEN WRITTEN.                  *
000250*                                                               *
000260*    MODIFICATION HISTORY.                                     *
000270*    2026-10-15  DO   INITIAL VERSION.                          *
000280*                                                               *
000290*****************************************************************
000300 01  ALERT-CASE-RECORD.
000310     05  ALRT-CASE-ID.
000320         10  ALRT-CASE-DATE          PIC 9(08).
000330         10  ALRT-CASE-SEQ           PIC 9(05).
000340     05  ALRT-RULE-CODE              PIC X(04).
000350         88  ALRT-RULE-LARGE-VALUE       VALUE 'LV01'.
000360         88  ALRT-RULE-VELOCITY-COUNT    VALUE 'VC01'.
000370         88  ALRT-RULE-VELOCITY-AMOUNT   VALUE 'VA01'.
000380         88  ALRT-RULE-STRUCTURING       VALUE 'ST01'.
000390     05  ALRT-RULE-TEXT              PIC X(40).
000400     05  ALRT-ACCOUNT                PIC X(12).
000410     05  ALRT-TRANS-ID               PIC X(10).
000420     05  ALRT-BASE-AMOUNT            PIC S9(11)V99 COMP-3.
000430     05  ALRT-ITEM-COUNT             PIC 9(05).
000440     05  ALRT-WINDOW-DAYS            PIC 9(02).
000450     05  ALRT-LIMIT-AMOUNT           PIC S9(11)V99 COMP-3.
000460     05  ALRT-LIMIT-COUNT            PIC 9(05).
000470     05  ALRT-STATUS                 PIC X(01).
000480         88  ALRT-STATUS-OPEN            VALUE 'O'.
000490     05  FILLER                      PIC X(14).
