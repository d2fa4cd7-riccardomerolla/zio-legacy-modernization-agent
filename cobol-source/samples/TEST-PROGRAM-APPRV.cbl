000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-APPRV.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-APPRV                           *
000100*                                                               *
000110*    PURPOSE.     CICS DUAL-CONTROL APPROVAL (TRANSACTION       *
000120*                 TPGA), COMPANION TO TPGC.  LISTS THE ITEMS    *
000130*                 WAITING ON THE PENDING-APPROVAL FILE (FCT     *
000140*                 ENTRY PENDMSTF) -- ACCOUNT MAINTENANCE CARDS  *
000150*                 AND DORMANCY FREEZES CAPTURED BY THE DUAL-    *
000160*                 CONTROL STEP, AND REJECT CORRECTIONS KEYED ON *
000170*                 TPGC OR CAPTURED FROM THE HAND-KEYED DECK --  *
000180*                 DISPLAYS ONE ITEM DECODED, AND RECORDS THE    *
000190*                 CHECKER'S APPROVAL OR DECLINE.  THE CHECKER   *
000200*                 IS THE SIGNED-ON USER AND MAY NOT BE THE      *
000210*                 MAKER.  ONLY AN APPROVED ITEM IS APPLIED BY   *
000220*                 THE NEXT ACCOUNT MAINTENANCE OR REPAIR RUN.   *
000230*                                                               *
000240*    INPUT.       TPGA pppppppppppppppppppp a                   *
000250*                 COLS 6-25 THE PENDING ID (BLANK = LIST THE    *
000260*                 FIRST TEN ITEMS PENDING); COL 27 THE ACTION   *
000270*                 (BLANK = DISPLAY, A = APPROVE, D = DECLINE,   *
000280*                 L = LIST THE NEXT TEN PENDING AFTER THE ID).  *
000290*                                                               *
000300*    NOTES.       AN ITEM LEFT PENDING PAST THE EXPIRY AGE IS   *
000310*                 EXPIRED BY THE NIGHTLY DUAL-CONTROL STEP; THE *
000320*                 FILE IS CLOSED TO CICS WHILE THE BATCH STEPS  *
000330*                 THAT UPDATE IT RUN.                           *
000340*                                                               *
000350*    MODIFICATION HISTORY.                                     *
000360*    2026-10-15  DO   INITIAL VERSION.                          *
000370*                                                               *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430*
000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.
000460*****************************************************************
000470*    RECORD LAYOUTS READ AND UPDATED BY THIS TRANSACTION.      *
000480*****************************************************************
000490     COPY PENDREC.
000500     COPY ACCTMNTC.
000510     COPY CORRREC.
000520*****************************************************************
000530*    TERMINAL INPUT AND CICS WORK AREAS.                       *
000540*****************************************************************
000550 01  WS-INPUT-AREA.
000560     05  FILLER                  PIC X(05).
000570     05  WS-IN-PENDING-ID        PIC X(20).
000580     05  FILLER                  PIC X(01).
000590     05  WS-IN-ACTION            PIC X(01).
000600         88  WS-ACTION-DISPLAY       VALUE SPACE.
000610         88  WS-ACTION-APPROVE       VALUE 'A'.
000620         88  WS-ACTION-DECLINE       VALUE 'D'.
000630         88  WS-ACTION-LIST          VALUE 'L'.
000640     05  FILLER                  PIC X(53).
000650 77  WS-RECEIVE-LEN              PIC S9(04) COMP VALUE 80.
000660 77  WS-READ-RESP                PIC S9(08) COMP VALUE ZERO.
000670 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000680 01  WS-USERID                   PIC X(08)  VALUE SPACES.
000690 01  WS-CURRENT-TIME             PIC 9(06)  VALUE ZERO.
000700 01  WS-BROWSE-KEY               PIC X(20)  VALUE SPACES.
000710*****************************************************************
000720*    LIST WORK AREAS -- TEN ITEMS TO A SCREEN.                 *
000730*****************************************************************
000740 77  WS-BROWSE-END-SWITCH        PIC X(01)  VALUE 'N'.
000750     88  WS-BROWSE-END-YES           VALUE 'Y'.
000760 77  WS-MORE-SWITCH              PIC X(01)  VALUE 'N'.
000770     88  WS-MORE-YES                 VALUE 'Y'.
000780 77  WS-ITEMS-PER-PAGE           PIC 9(04)  COMP VALUE 10.
000790 77  WS-LINE-SUB                 PIC 9(04)  COMP VALUE ZERO.
000800*****************************************************************
000810*    ITEM DESCRIPTION WORK AREAS.                              *
000820*****************************************************************
000830 01  WS-SHORT-ITEM               PIC X(22)  VALUE SPACES.
000840 01  WS-ACTION-WORD              PIC X(09)  VALUE SPACES.
000850 01  WS-ACTION-TEXT              PIC X(30)  VALUE SPACES.
000860 01  WS-STATUS-TEXT              PIC X(08)  VALUE SPACES.
000870 01  WS-DECISION-WORD            PIC X(08)  VALUE SPACES.
000880*****************************************************************
000890*    DAYS-PENDING WORK AREAS -- DAY SERIALS COMPUTED THE SAME  *
000900*    WAY THE REPAIR STEP'S AGING REPORT COMPUTES THEM.         *
000910*****************************************************************
000920 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
000930 01  WS-CURRENT-SERIAL           PIC 9(07)  VALUE ZERO.
000940 01  WS-DAYS-PENDING             PIC S9(07) COMP VALUE ZERO.
000950 01  WS-SERIAL-DATE.
000960     05  WS-SERIAL-YEAR          PIC 9(04).
000970     05  WS-SERIAL-MONTH         PIC 9(02).
000980     05  WS-SERIAL-DAY           PIC 9(02).
000990 01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE
001000                                 PIC 9(08).
001010 01  WS-SERIAL-RESULT            PIC 9(07)  VALUE ZERO.
001020 01  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
001030 01  WS-LEAP-REMAINDER           PIC 9(04)  VALUE ZERO.
001040 01  WS-CUM-DAYS-TABLE.
001050     05  FILLER                  PIC X(36)
001060             VALUE '000031059090120151181212243273304334'.
001070 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
001080     05  WS-CUM-DAYS             PIC 9(03)  OCCURS 12 TIMES.
001090*****************************************************************
001100*    PENDING LIST SCREEN -- THIRTEEN 79-BYTE LINES SENT AS ONE *
001110*    TEXT BLOCK, SAME STYLE AS THE TPGB INQUIRY SCREEN.        *
001120*****************************************************************
001130 01  WS-LIST-SCREEN.
001140     05  WS-LIST-LINE-1.
001150         10  FILLER              PIC X(27)
001160                 VALUE 'DUAL-CONTROL PENDING ITEMS'.
001170         10  FILLER              PIC X(06)  VALUE 'FROM: '.
001180         10  SCR-L-FROM          PIC X(20).
001190         10  FILLER              PIC X(26)  VALUE SPACES.
001200     05  WS-LIST-LINE-2.
001210         10  FILLER              PIC X(22)  VALUE 'PENDING ID'.
001220         10  FILLER              PIC X(05)  VALUE 'SRC'.
001230         10  FILLER              PIC X(23)  VALUE 'ITEM'.
001240         10  FILLER              PIC X(09)  VALUE 'MAKER'.
001250         10  FILLER              PIC X(10)  VALUE 'KEYED'.
001260         10  FILLER              PIC X(04)  VALUE ' AGE'.
001270         10  FILLER              PIC X(06)  VALUE SPACES.
001280     05  SCR-LIST-LINE           OCCURS 10 TIMES.
001290         10  SCR-L-ID            PIC X(20).
001300         10  FILLER              PIC X(02).
001310         10  SCR-L-SOURCE        PIC X(04).
001320         10  FILLER              PIC X(01).
001330         10  SCR-L-ITEM          PIC X(22).
001340         10  FILLER              PIC X(01).
001350         10  SCR-L-MAKER         PIC X(08).
001360         10  FILLER              PIC X(01).
001370         10  SCR-L-KEYED-DATE    PIC 9(08).
001380         10  FILLER              PIC X(02).
001390         10  SCR-L-AGE           PIC ZZZ9.
001400         10  FILLER              PIC X(06).
001410     05  WS-LIST-LINE-13.
001420         10  SCR-L-FOOTER-TEXT   PIC X(79).
001430*****************************************************************
001440*    ITEM DETAIL SCREEN -- EIGHT 79-BYTE LINES.                *
001450*****************************************************************
001460 01  WS-DETAIL-SCREEN.
001470     05  WS-DETAIL-LINE-1.
001480         10  FILLER              PIC X(24)
001490                 VALUE 'DUAL-CONTROL APPROVAL'.
001500         10  FILLER              PIC X(12)  VALUE 'PENDING ID: '.
001510         10  SCR-PENDING-ID      PIC X(20).
001520         10  FILLER              PIC X(23)  VALUE SPACES.
001530     05  WS-DETAIL-LINE-2.
001540         10  FILLER              PIC X(15)  VALUE 'SOURCE:'.
001550         10  SCR-SOURCE          PIC X(20).
001560         10  FILLER              PIC X(05)  VALUE SPACES.
001570         10  FILLER              PIC X(08)  VALUE 'STATUS: '.
001580         10  SCR-STATUS          PIC X(08).
001590         10  FILLER              PIC X(23)  VALUE SPACES.
001600     05  WS-DETAIL-LINE-3.
001610         10  FILLER              PIC X(15)  VALUE 'MAKER:'.
001620         10  SCR-MAKER           PIC X(08).
001630         10  FILLER              PIC X(05)  VALUE SPACES.
001640         10  FILLER              PIC X(07)  VALUE 'KEYED: '.
001650         10  SCR-KEYED-DATE      PIC 9(08).
001660         10  FILLER              PIC X(01)  VALUE SPACE.
001670         10  SCR-KEYED-TIME      PIC 9(06).
001680         10  FILLER              PIC X(05)  VALUE SPACES.
001690         10  FILLER              PIC X(14)
001700                 VALUE 'DAYS PENDING: '.
001710         10  SCR-DAYS-PENDING    PIC ZZZZ9.
001720         10  FILLER              PIC X(05)  VALUE SPACES.
001730     05  WS-DETAIL-LINE-4.
001740         10  FILLER              PIC X(15)  VALUE 'ACTION:'.
001750         10  SCR-ACTION-TEXT     PIC X(30).
001760         10  FILLER              PIC X(34)  VALUE SPACES.
001770     05  WS-DETAIL-LINE-5.
001780         10  SCR-KEY-LABEL       PIC X(15).
001790         10  SCR-KEY-VALUE       PIC X(12).
001800         10  FILLER              PIC X(52)  VALUE SPACES.
001810     05  WS-DETAIL-LINE-6.
001820         10  SCR-DATA-LABEL      PIC X(15).
001830         10  SCR-DATA-VALUE      PIC X(45).
001840         10  FILLER              PIC X(19)  VALUE SPACES.
001850     05  WS-DETAIL-LINE-7.
001860         10  FILLER              PIC X(15)  VALUE 'CHECKER:'.
001870         10  SCR-CHECKER         PIC X(08).
001880         10  FILLER              PIC X(05)  VALUE SPACES.
001890         10  FILLER              PIC X(09)  VALUE 'DECIDED: '.
001900         10  SCR-DECIDED-DATE    PIC X(08).
001910         10  FILLER              PIC X(34)  VALUE SPACES.
001920     05  WS-DETAIL-LINE-8.
001930         10  SCR-D-FOOTER-TEXT   PIC X(79).
001940 01  WS-MESSAGE-AREA.
001950     05  WS-MESSAGE-TEXT         PIC X(79)  VALUE SPACES.
001960*
001970 PROCEDURE DIVISION.
001980*****************************************************************
001990*    0000-MAINLINE                                             *
002000*****************************************************************
002010 0000-MAINLINE.
002020     MOVE SPACES TO WS-INPUT-AREA.
002030     EXEC CICS RECEIVE
002040         INTO(WS-INPUT-AREA)
002050         LENGTH(WS-RECEIVE-LEN)
002060     END-EXEC.
002070     EXEC CICS ASKTIME
002080         ABSTIME(WS-ABSTIME)
002090     END-EXEC.
002100     EXEC CICS FORMATTIME
002110         ABSTIME(WS-ABSTIME)
002120         YYYYMMDD(WS-CURRENT-DATE)
002130         TIME(WS-CURRENT-TIME)
002140     END-EXEC.
002150     MOVE WS-CURRENT-DATE TO WS-SERIAL-DATE-N.
002160     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
002170     MOVE WS-SERIAL-RESULT TO WS-CURRENT-SERIAL.
002180     EVALUATE TRUE
002190         WHEN WS-IN-PENDING-ID = SPACES
002200             MOVE LOW-VALUES TO WS-BROWSE-KEY
002210             PERFORM 2000-LIST-PENDING THRU 2000-EXIT
002220         WHEN WS-ACTION-LIST
002230             MOVE WS-IN-PENDING-ID TO WS-BROWSE-KEY
002240             PERFORM 2000-LIST-PENDING THRU 2000-EXIT
002250         WHEN WS-ACTION-DISPLAY
002260             PERFORM 3000-DISPLAY-ITEM THRU 3000-EXIT
002270         WHEN WS-ACTION-APPROVE
002280         WHEN WS-ACTION-DECLINE
002290             PERFORM 4000-RECORD-DECISION THRU 4000-EXIT
002300         WHEN OTHER
002310             MOVE 'ACTION MUST BE BLANK, A, D OR L'
002320                 TO WS-MESSAGE-TEXT
002330             PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
002340     END-EVALUATE.
002350     PERFORM 9000-RETURN THRU 9000-EXIT.
002360*****************************************************************
002370*    2000-LIST-PENDING -- BROWSES FROM WS-BROWSE-KEY AND LISTS *
002380*    THE NEXT TEN ITEMS STILL PENDING; FINISHED ITEMS ARE       *
002390*    PASSED OVER.  ON AN L REQUEST THE STARTING ITEM ITSELF IS  *
002400*    NOT LISTED AGAIN.                                          *
002410*****************************************************************
002420 2000-LIST-PENDING.
002430     PERFORM 2200-CLEAR-LIST-LINE THRU 2200-EXIT
002440         VARYING WS-LINE-SUB FROM 1 BY 1
002450         UNTIL WS-LINE-SUB > WS-ITEMS-PER-PAGE.
002460     MOVE WS-IN-PENDING-ID TO SCR-L-FROM.
002470     MOVE SPACES TO SCR-L-FOOTER-TEXT.
002480     MOVE ZERO TO WS-LINE-SUB.
002490     MOVE 'N' TO WS-BROWSE-END-SWITCH.
002500     MOVE 'N' TO WS-MORE-SWITCH.
002510     EXEC CICS STARTBR
002520         FILE('PENDMSTF')
002530         RIDFLD(WS-BROWSE-KEY)
002540         GTEQ
002550         RESP(WS-READ-RESP)
002560     END-EXEC.
002570     EVALUATE TRUE
002580         WHEN WS-READ-RESP = DFHRESP(NORMAL)
002590             PERFORM 2100-LIST-ONE-ITEM THRU 2100-EXIT
002600                 UNTIL WS-BROWSE-END-YES
002610             EXEC CICS ENDBR
002620                 FILE('PENDMSTF')
002630             END-EXEC
002640         WHEN WS-READ-RESP = DFHRESP(NOTFND)
002650             CONTINUE
002660         WHEN OTHER
002670             MOVE 'PENDING FILE NOT AVAILABLE - TRY AGAIN LATER'
002680                 TO WS-MESSAGE-TEXT
002690             PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
002700             GO TO 2000-EXIT
002710     END-EVALUATE.
002720     EVALUATE TRUE
002730         WHEN WS-LINE-SUB = ZERO
002740             MOVE 'NO ITEMS PENDING APPROVAL' TO SCR-L-FOOTER-TEXT
002750         WHEN WS-MORE-YES
002760             MOVE 'KEY TPGA <ID> TO DISPLAY - MORE: TPGA <ID> L'
002770                 TO SCR-L-FOOTER-TEXT
002780         WHEN OTHER
002790             MOVE 'KEY TPGA <ID> TO DISPLAY - END OF LIST'
002800                 TO SCR-L-FOOTER-TEXT
002810     END-EVALUATE.
002820     EXEC CICS SEND TEXT
002830         FROM(WS-LIST-SCREEN)
002840         LENGTH(LENGTH OF WS-LIST-SCREEN)
002850         ERASE
002860         FREEKB
002870     END-EXEC.
002880 2000-EXIT.
002890     EXIT.
002900*
002910 2100-LIST-ONE-ITEM.
002920     EXEC CICS READNEXT
002930         FILE('PENDMSTF')
002940         INTO(PENDING-ITEM-RECORD)
002950         RIDFLD(WS-BROWSE-KEY)
002960         RESP(WS-READ-RESP)
002970     END-EXEC.
002980     IF WS-READ-RESP NOT = DFHRESP(NORMAL)
002990         MOVE 'Y' TO WS-BROWSE-END-SWITCH
003000         GO TO 2100-EXIT
003010     END-IF.
003020     IF WS-ACTION-LIST
003030             AND PEND-KEY = WS-IN-PENDING-ID
003040         GO TO 2100-EXIT
003050     END-IF.
003060     IF NOT PEND-STATUS-PENDING
003070         GO TO 2100-EXIT
003080     END-IF.
003090     IF WS-LINE-SUB = WS-ITEMS-PER-PAGE
003100         MOVE 'Y' TO WS-MORE-SWITCH
003110         MOVE 'Y' TO WS-BROWSE-END-SWITCH
003120         GO TO 2100-EXIT
003130     END-IF.
003140     ADD 1 TO WS-LINE-SUB.
003150     PERFORM 5000-DESCRIBE-ITEM THRU 5000-EXIT.
003160     PERFORM 5100-COMPUTE-DAYS-PENDING THRU 5100-EXIT.
003170     MOVE PEND-KEY          TO SCR-L-ID(WS-LINE-SUB).
003180     IF PEND-SOURCE-MAINT
003190         MOVE 'MNT '        TO SCR-L-SOURCE(WS-LINE-SUB)
003200     ELSE
003210         MOVE 'CORR'        TO SCR-L-SOURCE(WS-LINE-SUB)
003220     END-IF.
003230     MOVE WS-SHORT-ITEM     TO SCR-L-ITEM(WS-LINE-SUB).
003240     MOVE PEND-MAKER-ID     TO SCR-L-MAKER(WS-LINE-SUB).
003250     MOVE PEND-CAPTURE-DATE TO SCR-L-KEYED-DATE(WS-LINE-SUB).
003260     MOVE WS-DAYS-PENDING   TO SCR-L-AGE(WS-LINE-SUB).
003270 2100-EXIT.
003280     EXIT.
003290*
003300 2200-CLEAR-LIST-LINE.
003310     MOVE SPACES TO SCR-LIST-LINE(WS-LINE-SUB).
003320 2200-EXIT.
003330     EXIT.
003340*****************************************************************
003350*    3000-DISPLAY-ITEM -- ONE ITEM, DECODED, IN ANY STATUS.     *
003360*****************************************************************
003370 3000-DISPLAY-ITEM.
003380     EXEC CICS READ
003390         FILE('PENDMSTF')
003400         INTO(PENDING-ITEM-RECORD)
003410         RIDFLD(WS-IN-PENDING-ID)
003420         RESP(WS-READ-RESP)
003430     END-EXEC.
003440     EVALUATE TRUE
003450         WHEN WS-READ-RESP = DFHRESP(NORMAL)
003460             CONTINUE
003470         WHEN WS-READ-RESP = DFHRESP(NOTFND)
003480             MOVE 'PENDING ID NOT ON THE PENDING-APPROVAL FILE'
003490                 TO WS-MESSAGE-TEXT
003500             PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
003510             GO TO 3000-EXIT
003520         WHEN OTHER
003530             MOVE 'PENDING FILE NOT AVAILABLE - TRY AGAIN LATER'
003540                 TO WS-MESSAGE-TEXT
003550             PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
003560             GO TO 3000-EXIT
003570     END-EVALUATE.
003580     PERFORM 5000-DESCRIBE-ITEM THRU 5000-EXIT.
003590     PERFORM 5100-COMPUTE-DAYS-PENDING THRU 5100-EXIT.
003600     MOVE PEND-KEY          TO SCR-PENDING-ID.
003610     MOVE WS-STATUS-TEXT    TO SCR-STATUS.
003620     MOVE PEND-MAKER-ID     TO SCR-MAKER.
003630     MOVE PEND-CAPTURE-DATE TO SCR-KEYED-DATE.
003640     MOVE PEND-CAPTURE-TIME TO SCR-KEYED-TIME.
003650     MOVE WS-DAYS-PENDING   TO SCR-DAYS-PENDING.
003660     MOVE WS-ACTION-TEXT    TO SCR-ACTION-TEXT.
003670     MOVE PEND-CHECKER-ID   TO SCR-CHECKER.
003680     IF PEND-DECISION-DATE NUMERIC
003690             AND PEND-DECISION-DATE > ZERO
003700         MOVE PEND-DECISION-DATE TO SCR-DECIDED-DATE
003710     ELSE
003720         MOVE SPACES TO SCR-DECIDED-DATE
003730     END-IF.
003740     IF PEND-STATUS-PENDING
003750         MOVE 'TPGA <ID> A TO APPROVE, TPGA <ID> D TO DECLINE'
003760             TO SCR-D-FOOTER-TEXT
003770     ELSE
003780         MOVE 'ITEM IS NO LONGER PENDING APPROVAL'
003790             TO SCR-D-FOOTER-TEXT
003800     END-IF.
003810     EXEC CICS SEND TEXT
003820         FROM(WS-DETAIL-SCREEN)
003830         LENGTH(LENGTH OF WS-DETAIL-SCREEN)
003840         ERASE
003850         FREEKB
003860     END-EXEC.
003870 3000-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    4000-RECORD-DECISION -- THE ITEM MUST STILL BE PENDING     *
003910*    AND THE SIGNED-ON USER MUST NOT BE ITS MAKER.  A DECLINE   *
003920*    FINISHES THE ITEM; AN APPROVAL LEAVES IT FOR THE NEXT      *
003930*    ACCOUNT MAINTENANCE OR REPAIR RUN TO APPLY.                *
003940*****************************************************************
003950 4000-RECORD-DECISION.
003960     EXEC CICS ASSIGN
003970         USERID(WS-USERID)
003980     END-EXEC.
003990     IF WS-USERID = SPACES
004000         MOVE 'SIGN ON BEFORE APPROVING OR DECLINING - NOT TAKEN'
004010             TO WS-MESSAGE-TEXT
004020         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
004030         GO TO 4000-EXIT
004040     END-IF.
004050     EXEC CICS READ
004060         FILE('PENDMSTF')
004070         INTO(PENDING-ITEM-RECORD)
004080         RIDFLD(WS-IN-PENDING-ID)
004090         UPDATE
004100         RESP(WS-READ-RESP)
004110     END-EXEC.
004120     EVALUATE TRUE
004130         WHEN WS-READ-RESP = DFHRESP(NORMAL)
004140             CONTINUE
004150         WHEN WS-READ-RESP = DFHRESP(NOTFND)
004160             MOVE 'PENDING ID NOT ON THE PENDING-APPROVAL FILE'
004170                 TO WS-MESSAGE-TEXT
004180             PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
004190             GO TO 4000-EXIT
004200         WHEN OTHER
004210             MOVE 'PENDING FILE NOT AVAILABLE - TRY AGAIN LATER'
004220                 TO WS-MESSAGE-TEXT
004230             PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
004240             GO TO 4000-EXIT
004250     END-EVALUATE.
004260     IF NOT PEND-STATUS-PENDING
004270         EXEC CICS UNLOCK
004280             FILE('PENDMSTF')
004290         END-EXEC
004300         PERFORM 5000-DESCRIBE-ITEM THRU 5000-EXIT
004310         STRING 'ITEM IS NOT PENDING (STATUS ' DELIMITED BY SIZE
004320             WS-STATUS-TEXT DELIMITED BY SPACE
004330             ') - NO DECISION RECORDED' DELIMITED BY SIZE
004340             INTO WS-MESSAGE-TEXT
004350         END-STRING
004360         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
004370         GO TO 4000-EXIT
004380     END-IF.
004390     IF PEND-MAKER-ID = WS-USERID
004400         EXEC CICS UNLOCK
004410             FILE('PENDMSTF')
004420         END-EXEC
004430         MOVE 'MAKER MAY NOT APPROVE OR DECLINE OWN ITEM'
004440             TO WS-MESSAGE-TEXT
004450         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
004460         GO TO 4000-EXIT
004470     END-IF.
004480     MOVE WS-USERID       TO PEND-CHECKER-ID.
004490     MOVE WS-CURRENT-DATE TO PEND-DECISION-DATE.
004500     MOVE WS-CURRENT-TIME TO PEND-DECISION-TIME.
004510     IF WS-ACTION-APPROVE
004520         MOVE 'A'             TO PEND-STATUS
004530         MOVE 'APPROVED'      TO WS-DECISION-WORD
004540     ELSE
004550         MOVE 'D'             TO PEND-STATUS
004560         MOVE WS-CURRENT-DATE TO PEND-CLOSE-DATE
004570         MOVE 'DECLINED'      TO WS-DECISION-WORD
004580     END-IF.
004590     EXEC CICS REWRITE
004600         FILE('PENDMSTF')
004610         FROM(PENDING-ITEM-RECORD)
004620         RESP(WS-READ-RESP)
004630     END-EXEC.
004640     IF WS-READ-RESP NOT = DFHRESP(NORMAL)
004650         MOVE 'FILE NOT AVAILABLE - NO DECISION RECORDED'
004660             TO WS-MESSAGE-TEXT
004670         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
004680         GO TO 4000-EXIT
004690     END-IF.
004700     STRING 'ITEM ' DELIMITED BY SIZE
004710         PEND-KEY DELIMITED BY SIZE
004720         ' ' DELIMITED BY SIZE
004730         WS-DECISION-WORD DELIMITED BY SPACE
004740         ' BY ' DELIMITED BY SIZE
004750         WS-USERID DELIMITED BY SPACE
004760         INTO WS-MESSAGE-TEXT
004770     END-STRING.
004780     PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT.
004790 4000-EXIT.
004800     EXIT.
004810*****************************************************************
004820*    5000-DESCRIBE-ITEM -- DECODES THE HELD IMAGE: SOURCE,      *
004830*    STATUS, THE ACTION IN WORDS, THE ACCOUNT OR TRANS-ID AND   *
004840*    THE NEW NAME OR CORRECTED IMAGE, AND A SHORT FORM FOR THE  *
004850*    LIST.                                                      *
004860*****************************************************************
004870 5000-DESCRIBE-ITEM.
004880     MOVE SPACES TO WS-SHORT-ITEM WS-ACTION-TEXT.
004890     MOVE SPACES TO SCR-KEY-LABEL SCR-KEY-VALUE.
004900     MOVE SPACES TO SCR-DATA-LABEL SCR-DATA-VALUE.
004910     IF PEND-SOURCE-MAINT
004920         MOVE 'ACCOUNT MAINTENANCE' TO SCR-SOURCE
004930         MOVE PEND-ITEM-IMAGE TO MAINTENANCE-CARD
004940         MOVE 'ACCOUNT:'       TO SCR-KEY-LABEL
004950         MOVE ACCM-ACCT-NUMBER TO SCR-KEY-VALUE
004960         EVALUATE TRUE
004970             WHEN ACCM-ACTION-ADD
004980                 MOVE 'ADD' TO WS-ACTION-WORD
004990                 STRING 'ADD NEW ACCOUNT - BRANCH '
005000                     DELIMITED BY SIZE
005010                     ACCM-BRANCH DELIMITED BY SIZE
005020                     INTO WS-ACTION-TEXT
005030                 END-STRING
005040                 MOVE 'NAME:'        TO SCR-DATA-LABEL
005050                 MOVE ACCM-ACCT-NAME TO SCR-DATA-VALUE
005060             WHEN ACCM-ACTION-NAME
005070                 MOVE 'NAME' TO WS-ACTION-WORD
005080                 MOVE 'CHANGE ACCOUNT NAME' TO WS-ACTION-TEXT
005090                 MOVE 'NEW NAME:'    TO SCR-DATA-LABEL
005100                 MOVE ACCM-ACCT-NAME TO SCR-DATA-VALUE
005110             WHEN ACCM-ACTION-CLOSE
005120                 MOVE 'CLOSE' TO WS-ACTION-WORD
005130                 MOVE 'CLOSE ACCOUNT' TO WS-ACTION-TEXT
005140             WHEN ACCM-ACTION-FREEZE
005150                 MOVE 'FREEZE' TO WS-ACTION-WORD
005160                 MOVE 'FREEZE ACCOUNT' TO WS-ACTION-TEXT
005170             WHEN ACCM-ACTION-UNFREEZE
005180                 MOVE 'UNFREEZE' TO WS-ACTION-WORD
005190                 MOVE 'UNFREEZE ACCOUNT' TO WS-ACTION-TEXT
005200             WHEN OTHER
005210                 MOVE 'ACTION ?' TO WS-ACTION-WORD
005220                 STRING 'UNKNOWN ACTION CODE ' DELIMITED BY SIZE
005230                     ACCM-ACTION DELIMITED BY SIZE
005240                     INTO WS-ACTION-TEXT
005250                 END-STRING
005260         END-EVALUATE
005270         STRING WS-ACTION-WORD ACCM-ACCT-NUMBER
005280             DELIMITED BY SIZE INTO WS-SHORT-ITEM
005290         END-STRING
005300     ELSE
005310         MOVE 'REJECT CORRECTION' TO SCR-SOURCE
005320         MOVE PEND-ITEM-IMAGE TO CORRECTION-RECORD
005330         MOVE 'TRANS-ID:'     TO SCR-KEY-LABEL
005340         MOVE CORR-TRANS-ID   TO SCR-KEY-VALUE
005350         IF CORR-ACTION-DROP
005360             MOVE 'WITHDRAW' TO WS-ACTION-WORD
005370             MOVE 'WITHDRAW REJECT (NO RECYCLE)' TO WS-ACTION-TEXT
005380         ELSE
005390             MOVE 'RECYCLE' TO WS-ACTION-WORD
005400             MOVE 'RECYCLE WITH CORRECTED IMAGE' TO WS-ACTION-TEXT
005410             MOVE 'NEW IMAGE:'    TO SCR-DATA-LABEL
005420             MOVE CORR-NEW-RECORD TO SCR-DATA-VALUE
005430         END-IF
005440         STRING WS-ACTION-WORD CORR-TRANS-ID
005450             DELIMITED BY SIZE INTO WS-SHORT-ITEM
005460         END-STRING
005470     END-IF.
005480     EVALUATE TRUE
005490         WHEN PEND-STATUS-PENDING
005500             MOVE 'PENDING'  TO WS-STATUS-TEXT
005510         WHEN PEND-STATUS-APPROVED
005520             MOVE 'APPROVED' TO WS-STATUS-TEXT
005530         WHEN PEND-STATUS-DECLINED
005540             MOVE 'DECLINED' TO WS-STATUS-TEXT
005550         WHEN PEND-STATUS-EXPIRED
005560             MOVE 'EXPIRED'  TO WS-STATUS-TEXT
005570         WHEN PEND-STATUS-APPLIED
005580             MOVE 'APPLIED'  TO WS-STATUS-TEXT
005590         WHEN OTHER
005600             MOVE 'FAILED'   TO WS-STATUS-TEXT
005610     END-EVALUATE.
005620 5000-EXIT.
005630     EXIT.
005640*
005650 5100-COMPUTE-DAYS-PENDING.
005660     MOVE ZERO TO WS-DAYS-PENDING.
005670     IF PEND-CAPTURE-DATE NOT NUMERIC
005680         GO TO 5100-EXIT
005690     END-IF.
005700     MOVE PEND-CAPTURE-DATE TO WS-SERIAL-DATE-N.
005710     IF WS-SERIAL-MONTH < 1 OR WS-SERIAL-MONTH > 12
005720         GO TO 5100-EXIT
005730     END-IF.
005740     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
005750     SUBTRACT WS-SERIAL-RESULT FROM WS-CURRENT-SERIAL
005760         GIVING WS-DAYS-PENDING.
005770     IF WS-DAYS-PENDING < ZERO
005780         MOVE ZERO TO WS-DAYS-PENDING
005790     END-IF.
005800 5100-EXIT.
005810     EXIT.
005820*****************************************************************
005830*    7000-SEND-MESSAGE                                         *
005840*****************************************************************
005850 7000-SEND-MESSAGE.
005860     EXEC CICS SEND TEXT
005870         FROM(WS-MESSAGE-AREA)
005880         LENGTH(LENGTH OF WS-MESSAGE-AREA)
005890         ERASE
005900         FREEKB
005910     END-EXEC.
005920 7000-EXIT.
005930     EXIT.
005940*****************************************************************
005950*    7100-COMPUTE-DAY-SERIAL -- WS-SERIAL-DATE-N IN,            *
005960*    WS-SERIAL-RESULT OUT.  SAME ALGORITHM AS THE REPAIR        *
005970*    STEP'S AGING REPORT; EXACT FOR 1901-2099.                  *
005980*****************************************************************
005990 7100-COMPUTE-DAY-SERIAL.
006000     COMPUTE WS-SERIAL-RESULT =
006010         WS-SERIAL-YEAR * 365
006020         + WS-CUM-DAYS(WS-SERIAL-MONTH)
006030         + WS-SERIAL-DAY.
006040     DIVIDE WS-SERIAL-YEAR BY 4
006050         GIVING WS-LEAP-QUOTIENT
006060         REMAINDER WS-LEAP-REMAINDER.
006070     ADD WS-LEAP-QUOTIENT TO WS-SERIAL-RESULT.
006080     IF WS-LEAP-REMAINDER = ZERO
006090             AND WS-SERIAL-MONTH < 3
006100         SUBTRACT 1 FROM WS-SERIAL-RESULT
006110     END-IF.
006120 7100-EXIT.
006130     EXIT.
006140*****************************************************************
006150*    9000-RETURN -- CONTROL RETURNS TO CICS; NO STOP RUN        *
006160*    UNDER CICS.                                                *
006170*****************************************************************
006180 9000-RETURN.
006190     EXEC CICS RETURN
006200     END-EXEC.
006210     GOBACK.
006220 9000-EXIT.
006230     EXIT.
