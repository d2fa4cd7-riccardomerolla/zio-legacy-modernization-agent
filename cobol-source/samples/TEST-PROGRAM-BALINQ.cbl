000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-BALINQ.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-BALINQ                          *
000100*                                                               *
000110*    PURPOSE.     CICS BALANCE AND RECENT-ACTIVITY INQUIRY      *
000120*                 (TRANSACTION TPGB), COMPANION TO TPGI AND     *
000130*                 TPGC.  FOR A KEYED ACCOUNT NUMBER SHOWS THE   *
000140*                 ACCOUNT MASTER NAME AND STATUS (ACCTMSTF),    *
000150*                 THE CURRENT BALANCE, LAST POST DATE AND       *
000160*                 CYCLE DATE FROM THE KEYED ACTIVITY FILE       *
000170*                 (FCT ENTRY ACTVMSTF, RELOADED NIGHTLY BY THE  *
000180*                 ACTIVITY STEP AFTER POSTING), AND ONE PAGE    *
000190*                 OF THE MOST RECENT POSTED ITEMS -- DATE,      *
000200*                 TYPE, AMOUNT AND CURRENCY AS ENTERED, SOURCE  *
000210*                 BRANCH AND TRANS-ID -- NEWEST FIRST, SO A     *
000220*                 BRANCH CAN ANSWER A BALANCE CALL WITHOUT      *
000230*                 WAITING FOR THE PRINTED TRIAL BALANCE OR      *
000240*                 STATEMENT.                                    *
000250*                                                               *
000260*    INPUT.       TPGB aaaaaaaaaaaa ppp                         *
000270*                 COLS 6-17 THE ACCOUNT NUMBER; COLS 19-21 THE  *
000280*                 PAGE OF ACTIVITY (BLANK = 1, THE NEWEST TEN   *
000290*                 ITEMS; 2 = THE TEN BEFORE THOSE, AND SO ON).  *
000300*                                                               *
000310*    NOTES.       THE BALANCE IS AS AT THE LAST NIGHTLY CYCLE,  *
000320*                 IN BASE CURRENCY; TODAY'S UNPOSTED WORK IS    *
000330*                 NOT SHOWN.  THE ACTIVITY FILE IS READ-ONLY TO *
000340*                 CICS AND IS CLOSED WHILE THE BATCH STEP       *
000350*                 RELOADS IT; AN INQUIRY THEN GETS A 'NOT       *
000360*                 AVAILABLE' MESSAGE.                           *
000370*                                                               *
000380*    MODIFICATION HISTORY.                                     *
000390*    2026-10-15  DO   INITIAL VERSION.                          *
000400*                                                               *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460*
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490*****************************************************************
000500*    RECORD LAYOUTS READ BY THIS TRANSACTION.                  *
000510*****************************************************************
000520     COPY ACCTREC.
000530     COPY ACTVREC.
000540*****************************************************************
000550*    TERMINAL INPUT AND CICS WORK AREAS.                       *
000560*****************************************************************
000570 01  WS-INPUT-AREA.
000580     05  FILLER                  PIC X(05).
000590     05  WS-IN-ACCOUNT           PIC X(12).
000600     05  FILLER                  PIC X(01).
000610     05  WS-IN-PAGE              PIC X(03).
000620     05  FILLER                  PIC X(59).
000630 77  WS-RECEIVE-LEN              PIC S9(04) COMP VALUE 80.
000640 77  WS-READ-RESP                PIC S9(08) COMP VALUE ZERO.
000650 01  WS-ACTV-RIDFLD.
000660     05  WS-RID-ACCOUNT          PIC X(12).
000670     05  WS-RID-SEQUENCE         PIC 9(04).
000680*****************************************************************
000690*    PAGING WORK AREAS -- TEN ITEMS TO A PAGE.                 *
000700*****************************************************************
000710 77  WS-PAGE-VALID-SWITCH        PIC X(01)  VALUE 'Y'.
000720     88  WS-PAGE-VALID-YES           VALUE 'Y'.
000730 77  WS-ITEMS-PER-PAGE           PIC 9(04)  COMP VALUE 10.
000740 77  WS-PAGE                     PIC 9(04)  COMP VALUE ZERO.
000750 77  WS-PAGE-COUNT               PIC 9(04)  COMP VALUE ZERO.
000760 77  WS-ITEMS-ON-FILE            PIC 9(04)  COMP VALUE ZERO.
000770 77  WS-FIRST-SEQUENCE           PIC 9(04)  COMP VALUE ZERO.
000780 77  WS-LAST-SEQUENCE            PIC 9(04)  COMP VALUE ZERO.
000790 77  WS-ITEM-SEQUENCE            PIC 9(04)  COMP VALUE ZERO.
000800 77  WS-LINE-SUB                 PIC 9(04)  COMP VALUE ZERO.
000810 01  WS-PAGE-DIGITS              PIC 9(03)  VALUE ZERO.
000820*****************************************************************
000830*    BALANCE AND ACTIVITY SCREEN -- SIXTEEN 79-BYTE LINES SENT *
000840*    AS ONE TEXT BLOCK, SAME STYLE AS THE TPGI STATUS SCREEN.  *
000850*****************************************************************
000860 01  WS-INQUIRY-SCREEN.
000870     05  WS-INQUIRY-LINE-1.
000880         10  FILLER              PIC X(30)
000890                 VALUE 'ACCOUNT BALANCE AND ACTIVITY'.
000900         10  FILLER              PIC X(09)  VALUE 'ACCOUNT: '.
000910         10  SCR-ACCOUNT         PIC X(12).
000920         10  FILLER              PIC X(28)  VALUE SPACES.
000930     05  WS-INQUIRY-LINE-2.
000940         10  FILLER              PIC X(15)  VALUE 'NAME:'.
000950         10  SCR-NAME            PIC X(30).
000960         10  FILLER              PIC X(05)  VALUE SPACES.
000970         10  FILLER              PIC X(08)  VALUE 'STATUS: '.
000980         10  SCR-STATUS          PIC X(06).
000990         10  FILLER              PIC X(15)  VALUE SPACES.
001000     05  WS-INQUIRY-LINE-3.
001010         10  FILLER              PIC X(15)  VALUE 'BALANCE:'.
001020         10  SCR-BALANCE-FIELDS.
001030             15  SCR-BALANCE     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001040             15  FILLER          PIC X(01).
001050             15  SCR-BAL-CURRENCY
001060                                 PIC X(03).
001070             15  FILLER          PIC X(05).
001080             15  SCR-LAST-POST-LABEL
001090                                 PIC X(13).
001100             15  SCR-LAST-POST-DATE
001110                                 PIC 9(08).
001120         10  FILLER              PIC X(16)  VALUE SPACES.
001130     05  WS-INQUIRY-LINE-4.
001140         10  FILLER              PIC X(15)  VALUE 'AS OF CYCLE:'.
001150         10  SCR-AS-OF-DATE      PIC 9(08).
001160         10  FILLER              PIC X(05)  VALUE SPACES.
001170         10  FILLER              PIC X(15)
001180                 VALUE 'ITEMS ON FILE: '.
001190         10  SCR-ITEM-COUNT      PIC ZZZ9.
001200         10  FILLER              PIC X(32)  VALUE SPACES.
001210     05  WS-INQUIRY-LINE-5.
001220         10  FILLER              PIC X(10)  VALUE 'DATE'.
001230         10  FILLER              PIC X(04)  VALUE 'TYPE'.
001240         10  FILLER              PIC X(17)
001250                 VALUE '         AMOUNT  '.
001260         10  FILLER              PIC X(06)  VALUE 'CUR'.
001270         10  FILLER              PIC X(08)  VALUE 'BRANCH'.
001280         10  FILLER              PIC X(10)  VALUE 'TRANS-ID'.
001290         10  FILLER              PIC X(24)  VALUE SPACES.
001300     05  SCR-DETAIL-LINE         OCCURS 10 TIMES.
001310         10  SCR-D-DATE          PIC 9(08).
001320         10  FILLER              PIC X(02).
001330         10  SCR-D-TYPE          PIC X(02).
001340         10  FILLER              PIC X(02).
001350         10  SCR-D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
001360         10  FILLER              PIC X(02).
001370         10  SCR-D-CURRENCY      PIC X(03).
001380         10  FILLER              PIC X(03).
001390         10  SCR-D-BRANCH        PIC X(03).
001400         10  FILLER              PIC X(05).
001410         10  SCR-D-TRANS-ID      PIC X(10).
001420         10  FILLER              PIC X(24).
001430     05  WS-INQUIRY-LINE-16.
001440         10  FILLER              PIC X(05)  VALUE 'PAGE '.
001450         10  SCR-PAGE            PIC ZZ9.
001460         10  FILLER              PIC X(04)  VALUE ' OF '.
001470         10  SCR-PAGE-COUNT      PIC ZZ9.
001480         10  FILLER              PIC X(03)  VALUE SPACES.
001490         10  SCR-FOOTER-TEXT     PIC X(61).
001500 01  WS-MESSAGE-AREA.
001510     05  WS-MESSAGE-TEXT         PIC X(79)  VALUE SPACES.
001520*
001530 PROCEDURE DIVISION.
001540*****************************************************************
001550*    0000-MAINLINE                                             *
001560*****************************************************************
001570 0000-MAINLINE.
001580     MOVE SPACES TO WS-INPUT-AREA.
001590     EXEC CICS RECEIVE
001600         INTO(WS-INPUT-AREA)
001610         LENGTH(WS-RECEIVE-LEN)
001620     END-EXEC.
001630     IF WS-IN-ACCOUNT = SPACES
001640         MOVE 'ENTER TPGB <ACCOUNT> FOR BALANCE AND ACTIVITY'
001650             TO WS-MESSAGE-TEXT
001660         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
001670         PERFORM 9000-RETURN THRU 9000-EXIT
001680     END-IF.
001690     PERFORM 1100-EDIT-PAGE THRU 1100-EXIT.
001700     IF NOT WS-PAGE-VALID-YES
001710         MOVE 'PAGE MUST BE A NUMBER FROM 1 TO 999'
001720             TO WS-MESSAGE-TEXT
001730         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
001740         PERFORM 9000-RETURN THRU 9000-EXIT
001750     END-IF.
001760     MOVE WS-IN-ACCOUNT TO ACCT-NUMBER.
001770     EXEC CICS READ
001780         FILE('ACCTMSTF')
001790         INTO(ACCOUNT-MASTER-RECORD)
001800         RIDFLD(ACCT-NUMBER)
001810         RESP(WS-READ-RESP)
001820     END-EXEC.
001830     IF WS-READ-RESP NOT = DFHRESP(NORMAL)
001840         MOVE 'ACCOUNT NOT ON ACCOUNT MASTER' TO WS-MESSAGE-TEXT
001850         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
001860         PERFORM 9000-RETURN THRU 9000-EXIT
001870     END-IF.
001880     PERFORM 2000-FORMAT-ACCOUNT THRU 2000-EXIT.
001890     MOVE WS-IN-ACCOUNT TO WS-RID-ACCOUNT.
001900     MOVE ZERO          TO WS-RID-SEQUENCE.
001910     EXEC CICS READ
001920         FILE('ACTVMSTF')
001930         INTO(ACCOUNT-ACTIVITY-RECORD)
001940         RIDFLD(WS-ACTV-RIDFLD)
001950         RESP(WS-READ-RESP)
001960     END-EXEC.
001970     EVALUATE TRUE
001980         WHEN WS-READ-RESP = DFHRESP(NORMAL)
001990             PERFORM 3000-FORMAT-BALANCE THRU 3000-EXIT
002000             PERFORM 4000-FORMAT-ACTIVITY-PAGE THRU 4000-EXIT
002010         WHEN WS-READ-RESP = DFHRESP(NOTFND)
002020             MOVE 'NO POSTED BALANCE OR ACTIVITY ON FILE'
002030                 TO SCR-FOOTER-TEXT
002040         WHEN OTHER
002050             MOVE 'BALANCE FILE NOT AVAILABLE - TRY AGAIN LATER'
002060                 TO WS-MESSAGE-TEXT
002070             PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
002080             PERFORM 9000-RETURN THRU 9000-EXIT
002090     END-EVALUATE.
002100     EXEC CICS SEND TEXT
002110         FROM(WS-INQUIRY-SCREEN)
002120         LENGTH(LENGTH OF WS-INQUIRY-SCREEN)
002130         ERASE
002140         FREEKB
002150     END-EXEC.
002160     PERFORM 9000-RETURN THRU 9000-EXIT.
002170*****************************************************************
002180*    1100-EDIT-PAGE -- ONE TO THREE DIGITS, LEFT-JUSTIFIED AS   *
002190*    KEYED; BLANK IS PAGE 1.                                    *
002200*****************************************************************
002210 1100-EDIT-PAGE.
002220     MOVE 'Y' TO WS-PAGE-VALID-SWITCH.
002230     EVALUATE TRUE
002240         WHEN WS-IN-PAGE = SPACES
002250             MOVE 1 TO WS-PAGE-DIGITS
002260         WHEN WS-IN-PAGE(1:1) NUMERIC
002270                 AND WS-IN-PAGE(2:2) = SPACES
002280             MOVE WS-IN-PAGE(1:1) TO WS-PAGE-DIGITS
002290         WHEN WS-IN-PAGE(1:2) NUMERIC
002300                 AND WS-IN-PAGE(3:1) = SPACE
002310             MOVE WS-IN-PAGE(1:2) TO WS-PAGE-DIGITS
002320         WHEN WS-IN-PAGE NUMERIC
002330             MOVE WS-IN-PAGE TO WS-PAGE-DIGITS
002340         WHEN OTHER
002350             MOVE 'N' TO WS-PAGE-VALID-SWITCH
002360             GO TO 1100-EXIT
002370     END-EVALUATE.
002380     IF WS-PAGE-DIGITS = ZERO
002390         MOVE 'N' TO WS-PAGE-VALID-SWITCH
002400         GO TO 1100-EXIT
002410     END-IF.
002420     MOVE WS-PAGE-DIGITS TO WS-PAGE.
002430 1100-EXIT.
002440     EXIT.
002450*****************************************************************
002460*    2000-FORMAT-ACCOUNT                                       *
002470*****************************************************************
002480 2000-FORMAT-ACCOUNT.
002490     MOVE ACCT-NUMBER TO SCR-ACCOUNT.
002500     MOVE ACCT-NAME   TO SCR-NAME.
002510     EVALUATE TRUE
002520         WHEN ACCT-STATUS-OPEN
002530             MOVE 'OPEN'   TO SCR-STATUS
002540         WHEN ACCT-STATUS-CLOSED
002550             MOVE 'CLOSED' TO SCR-STATUS
002560         WHEN ACCT-STATUS-FROZEN
002570             MOVE 'FROZEN' TO SCR-STATUS
002580         WHEN OTHER
002590             MOVE ACCT-STATUS TO SCR-STATUS
002600     END-EVALUATE.
002610     MOVE SPACES TO SCR-BALANCE-FIELDS.
002620     PERFORM 2100-CLEAR-DETAIL-LINE THRU 2100-EXIT
002630         VARYING WS-LINE-SUB FROM 1 BY 1
002640         UNTIL WS-LINE-SUB > WS-ITEMS-PER-PAGE.
002650     MOVE ZERO   TO SCR-AS-OF-DATE.
002660     MOVE ZERO   TO SCR-ITEM-COUNT.
002670     MOVE WS-PAGE TO SCR-PAGE.
002680     MOVE ZERO   TO SCR-PAGE-COUNT.
002690     MOVE SPACES TO SCR-FOOTER-TEXT.
002700 2000-EXIT.
002710     EXIT.
002720*
002730 2100-CLEAR-DETAIL-LINE.
002740     MOVE SPACES TO SCR-DETAIL-LINE(WS-LINE-SUB).
002750 2100-EXIT.
002760     EXIT.
002770*****************************************************************
002780*    3000-FORMAT-BALANCE -- FROM THE BALANCE ROW (SEQUENCE      *
002790*    0000).  THE ITEM COUNT IS KEPT BEFORE THE ITEM READS       *
002800*    REUSE THE RECORD AREA.                                     *
002810*****************************************************************
002820 3000-FORMAT-BALANCE.
002830     MOVE ACTV-BALANCE        TO SCR-BALANCE.
002840     MOVE ACTV-BAL-CURRENCY   TO SCR-BAL-CURRENCY.
002850     MOVE 'LAST POSTED: '     TO SCR-LAST-POST-LABEL.
002860     MOVE ACTV-LAST-POST-DATE TO SCR-LAST-POST-DATE.
002870     MOVE ACTV-AS-OF-DATE     TO SCR-AS-OF-DATE.
002880     MOVE ACTV-ITEM-COUNT     TO SCR-ITEM-COUNT.
002890     MOVE ACTV-ITEM-COUNT     TO WS-ITEMS-ON-FILE.
002900 3000-EXIT.
002910     EXIT.
002920*****************************************************************
002930*    4000-FORMAT-ACTIVITY-PAGE -- ITEM SEQUENCES 1-10 ARE PAGE  *
002940*    1, 11-20 PAGE 2, AND SO ON; EACH IS A DIRECT READ ON       *
002950*    ACCOUNT PLUS SEQUENCE.                                     *
002960*****************************************************************
002970 4000-FORMAT-ACTIVITY-PAGE.
002980     IF WS-ITEMS-ON-FILE = ZERO
002990         MOVE 'NO POSTED ACTIVITY ON FILE' TO SCR-FOOTER-TEXT
003000         GO TO 4000-EXIT
003010     END-IF.
003020     COMPUTE WS-PAGE-COUNT =
003030         (WS-ITEMS-ON-FILE + WS-ITEMS-PER-PAGE - 1)
003040         / WS-ITEMS-PER-PAGE.
003050     MOVE WS-PAGE-COUNT TO SCR-PAGE-COUNT.
003060     IF WS-PAGE > WS-PAGE-COUNT
003070         MOVE 'NO EARLIER ACTIVITY ON FILE' TO SCR-FOOTER-TEXT
003080         GO TO 4000-EXIT
003090     END-IF.
003100     COMPUTE WS-FIRST-SEQUENCE =
003110         (WS-PAGE - 1) * WS-ITEMS-PER-PAGE + 1.
003120     COMPUTE WS-LAST-SEQUENCE =
003130         WS-FIRST-SEQUENCE + WS-ITEMS-PER-PAGE - 1.
003140     IF WS-LAST-SEQUENCE > WS-ITEMS-ON-FILE
003150         MOVE WS-ITEMS-ON-FILE TO WS-LAST-SEQUENCE
003160     END-IF.
003170     PERFORM 4100-FORMAT-ONE-ITEM THRU 4100-EXIT
003180         VARYING WS-ITEM-SEQUENCE FROM WS-FIRST-SEQUENCE BY 1
003190         UNTIL WS-ITEM-SEQUENCE > WS-LAST-SEQUENCE.
003200     IF WS-PAGE < WS-PAGE-COUNT
003210         MOVE 'KEY TPGB <ACCOUNT> <PAGE> FOR EARLIER ACTIVITY'
003220             TO SCR-FOOTER-TEXT
003230     ELSE
003240         MOVE 'END OF ACTIVITY ON FILE' TO SCR-FOOTER-TEXT
003250     END-IF.
003260 4000-EXIT.
003270     EXIT.
003280*
003290 4100-FORMAT-ONE-ITEM.
003300     COMPUTE WS-LINE-SUB =
003310         WS-ITEM-SEQUENCE - WS-FIRST-SEQUENCE + 1.
003320     MOVE WS-ITEM-SEQUENCE TO WS-RID-SEQUENCE.
003330     EXEC CICS READ
003340         FILE('ACTVMSTF')
003350         INTO(ACCOUNT-ACTIVITY-RECORD)
003360         RIDFLD(WS-ACTV-RIDFLD)
003370         RESP(WS-READ-RESP)
003380     END-EXEC.
003390     IF WS-READ-RESP NOT = DFHRESP(NORMAL)
003400         GO TO 4100-EXIT
003410     END-IF.
003420     MOVE ACTV-TRANS-DATE TO SCR-D-DATE(WS-LINE-SUB).
003430     MOVE ACTV-TRANS-TYPE TO SCR-D-TYPE(WS-LINE-SUB).
003440     MOVE ACTV-AMOUNT     TO SCR-D-AMOUNT(WS-LINE-SUB).
003450     MOVE ACTV-CURRENCY   TO SCR-D-CURRENCY(WS-LINE-SUB).
003460     MOVE ACTV-BRANCH     TO SCR-D-BRANCH(WS-LINE-SUB).
003470     MOVE ACTV-TRANS-ID   TO SCR-D-TRANS-ID(WS-LINE-SUB).
003480 4100-EXIT.
003490     EXIT.
003500*****************************************************************
003510*    7000-SEND-MESSAGE                                         *
003520*****************************************************************
003530 7000-SEND-MESSAGE.
003540     EXEC CICS SEND TEXT
003550         FROM(WS-MESSAGE-AREA)
003560         LENGTH(LENGTH OF WS-MESSAGE-AREA)
003570         ERASE
003580         FREEKB
003590     END-EXEC.
003600 7000-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    9000-RETURN -- CONTROL RETURNS TO CICS; NO STOP RUN        *
003640*    UNDER CICS.                                                *
003650*****************************************************************
003660 9000-RETURN.
003670     EXEC CICS RETURN
003680     END-EXEC.
003690     GOBACK.
003700 9000-EXIT.
003710     EXIT.
