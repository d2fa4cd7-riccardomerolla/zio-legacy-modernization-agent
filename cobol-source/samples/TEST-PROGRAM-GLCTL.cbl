000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-GLCTL.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-GLCTL                           *
000100*                                                               *
000110*    PURPOSE.     SUBLEDGER-TO-GL CONTROL PROOF.  RUNS AFTER    *
000120*                 THE GL INTERFACE STEP.  THE RETAINED GL       *
000130*                 CONTROL-BALANCE FILE (OLD GENERATION IN, NEW  *
000140*                 GENERATION OUT) CARRIES THE BALANCE OF EVERY  *
000150*                 CONTROL GL ACCOUNT NAMED BY A TYPE P CARD ON  *
000160*                 THE GL MAPPING DECK; TONIGHT'S JOURNAL LINES  *
000170*                 ON THOSE ACCOUNTS ROLL THEM FORWARD.  THE     *
000180*                 ROLLED-FORWARD GL FIGURE IS PROVED AGAINST    *
000190*                 THE SUM OF BAL-BALANCE OVER THE NEW BALANCE   *
000200*                 MASTER GENERATION, AND THE PROOF REPORT       *
000210*                 PRINTS EACH CONTROL ACCOUNT, THE DIFFERENCE   *
000220*                 AND THE DAYS SINCE THE TWO LAST AGREED.  THE  *
000230*                 RESULT IS APPENDED TO THE RUN-HISTORY FILE    *
000240*                 SO THE END-OF-CYCLE SUMMARY REPORTS IT.       *
000250*                                                               *
000260*    NOTES.       A CONTROL ACCOUNT NEW TO THE FILE STARTS FROM *
000270*                 THE TAKE-ON BALANCE ON ITS P CARD.  AN        *
000280*                 ACCOUNT DROPPED FROM THE DECK IS STILL ROLLED *
000290*                 FORWARD AND CARRIED BUT LEAVES THE PROOF.  A  *
000300*                 RERUN AGAINST A JOURNAL WHOSE RUN ID IS       *
000310*                 ALREADY ON THE PROOF ROW DOES NOT APPLY IT A  *
000320*                 SECOND TIME; IT ONLY RE-PROVES.               *
000330*                                                               *
000340*    MODIFICATION HISTORY.                                     *
000350*    2026-10-15  DO   INITIAL VERSION.                          *
000360*                                                               *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT GLMAP-IN ASSIGN TO GLMAPIN
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-GLMAP-FS.
000470     SELECT JOURNAL-IN ASSIGN TO GLJRNL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-JOURNAL-FS.
000500     SELECT BALMST-IN ASSIGN TO BALMSTIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-BALIN-FS.
000530     SELECT CONTROL-IN ASSIGN TO GLCTLIN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CTLIN-FS.
000560     SELECT CONTROL-OUT ASSIGN TO GLCTLOUT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-CTLOUT-FS.
000590     SELECT STATS-FILE ASSIGN TO STATHIST
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-STATS-FS.
000620     SELECT PROOF-REPORT ASSIGN TO GLCPRT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-GLCPRT-FS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  GLMAP-IN
000690     LABEL RECORDS ARE STANDARD.
000700     COPY GLMAPREC.
000710*
000720 FD  JOURNAL-IN
000730     LABEL RECORDS ARE STANDARD.
000740     COPY GLJRNREC.
000750*
000760 FD  BALMST-IN
000770     LABEL RECORDS ARE STANDARD.
000780     COPY BALREC.
000790*
000800 FD  CONTROL-IN
000810     LABEL RECORDS ARE STANDARD.
000820     COPY GLCBREC.
000830*
000840 FD  CONTROL-OUT
000850     LABEL RECORDS ARE STANDARD.
000860     COPY GLCBREC REPLACING GL-CONTROL-BALANCE-RECORD
000870         BY NEW-CONTROL-RECORD
000880         GLCB-RECORD-TYPE BY NEWC-RECORD-TYPE
000890         GLCB-TYPE-PROOF BY NEWC-TYPE-PROOF
000900         GLCB-TYPE-ACCOUNT BY NEWC-TYPE-ACCOUNT
000910         GLCB-GL-ACCOUNT BY NEWC-GL-ACCOUNT
000920         GLCB-NATURAL-SIDE BY NEWC-NATURAL-SIDE
000930         GLCB-NATURAL-DEBIT BY NEWC-NATURAL-DEBIT
000940         GLCB-NATURAL-CREDIT BY NEWC-NATURAL-CREDIT
000950         GLCB-BALANCE BY NEWC-BALANCE
000960         GLCB-LAST-RUN-DATE BY NEWC-LAST-RUN-DATE
000970         GLCB-LAST-RUN-ID BY NEWC-LAST-RUN-ID
000980         GLCB-SUBLEDGER-TOTAL BY NEWC-SUBLEDGER-TOTAL
000990         GLCB-DIFFERENCE BY NEWC-DIFFERENCE
001000         GLCB-LAST-AGREED-DATE BY NEWC-LAST-AGREED-DATE.
001010*
001020 FD  STATS-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY RUNSTREC.
001050*
001060 FD  PROOF-REPORT
001070     LABEL RECORDS ARE STANDARD.
001080 01  WS-PRF-HEADER-LINE1.
001090     05  FILLER                  PIC X(01)  VALUE SPACE.
001100     05  FILLER                  PIC X(45)
001110             VALUE 'SUBLEDGER TO GL CONTROL PROOF'.
001120     05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
001130     05  PH-RUN-DATE             PIC X(10).
001140     05  FILLER                  PIC X(10)  VALUE SPACES.
001150     05  FILLER                  PIC X(06)  VALUE 'PAGE: '.
001160     05  PH-PAGE-NUMBER          PIC ZZZ9.
001170     05  FILLER                  PIC X(47)  VALUE SPACES.
001180 01  WS-PRF-HEADER-LINE2.
001190     05  FILLER                  PIC X(01)  VALUE SPACE.
001200     05  FILLER                  PIC X(11)  VALUE 'GL ACCOUNT'.
001210     05  FILLER                  PIC X(04)  VALUE 'SIDE'.
001220     05  FILLER                  PIC X(22)
001230             VALUE '             OPENING  '.
001240     05  FILLER                  PIC X(22)
001250             VALUE '              DEBITS  '.
001260     05  FILLER                  PIC X(22)
001270             VALUE '             CREDITS  '.
001280     05  FILLER                  PIC X(22)
001290             VALUE '             CLOSING  '.
001300     05  FILLER                  PIC X(08)  VALUE 'NOTE'.
001310     05  FILLER                  PIC X(21)  VALUE SPACES.
001320 01  WS-PRF-DETAIL-LINE.
001330     05  FILLER                  PIC X(01)  VALUE SPACE.
001340     05  PD-GL-ACCOUNT           PIC X(08).
001350     05  FILLER                  PIC X(03)  VALUE SPACES.
001360     05  PD-NATURAL-SIDE         PIC X(02).
001370     05  FILLER                  PIC X(02)  VALUE SPACES.
001380     05  PD-OPENING              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001390     05  FILLER                  PIC X(01)  VALUE SPACE.
001400     05  PD-DEBITS               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001410     05  FILLER                  PIC X(01)  VALUE SPACE.
001420     05  PD-CREDITS              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001430     05  FILLER                  PIC X(01)  VALUE SPACE.
001440     05  PD-CLOSING              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001450     05  FILLER                  PIC X(01)  VALUE SPACE.
001460     05  PD-NOTE                 PIC X(08).
001470     05  FILLER                  PIC X(21)  VALUE SPACES.
001480 01  WS-PRF-TOTAL-LINE.
001490     05  FILLER                  PIC X(01)  VALUE SPACE.
001500     05  PT-LABEL                PIC X(40).
001510     05  PT-COUNT                PIC ZZZZZZZZ9.
001520     05  FILLER                  PIC X(02)  VALUE SPACES.
001530     05  PT-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001540     05  FILLER                  PIC X(02)  VALUE SPACES.
001550     05  PT-TEXT                 PIC X(20).
001560     05  FILLER                  PIC X(38)  VALUE SPACES.
001570*
001580 WORKING-STORAGE SECTION.
001590*****************************************************************
001600*    FILE STATUS FIELDS.                                       *
001610*****************************************************************
001620 01  WS-FILE-STATUS-FIELDS.
001630     05  WS-GLMAP-FS             PIC X(02)  VALUE SPACES.
001640     05  WS-JOURNAL-FS           PIC X(02)  VALUE SPACES.
001650     05  WS-BALIN-FS             PIC X(02)  VALUE SPACES.
001660     05  WS-CTLIN-FS             PIC X(02)  VALUE SPACES.
001670     05  WS-CTLOUT-FS            PIC X(02)  VALUE SPACES.
001680     05  WS-STATS-FS             PIC X(02)  VALUE SPACES.
001690     05  WS-GLCPRT-FS            PIC X(02)  VALUE SPACES.
001700*****************************************************************
001710*    SWITCHES.                                                 *
001720*****************************************************************
001730 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
001740     88  WS-EOF-YES                  VALUE 'Y'.
001750 77  WS-CTLIN-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001760     88  WS-CTLIN-OPEN-YES           VALUE 'Y'.
001770 77  WS-OLD-PROOF-SWITCH         PIC X(01)  VALUE 'N'.
001780     88  WS-OLD-PROOF-YES            VALUE 'Y'.
001790 77  WS-ENTRY-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
001800     88  WS-ENTRY-FOUND-YES          VALUE 'Y'.
001810 77  WS-ALREADY-APPLIED-SWITCH   PIC X(01)  VALUE 'N'.
001820     88  WS-ALREADY-APPLIED-YES      VALUE 'Y'.
001830*****************************************************************
001840*    COUNTERS.                                                 *
001850*****************************************************************
001860 77  WS-BALANCE-ROWS             PIC 9(09)  COMP VALUE ZERO.
001870 77  WS-LINES-APPLIED            PIC 9(09)  COMP VALUE ZERO.
001880 77  WS-LINES-OTHER-GL           PIC 9(09)  COMP VALUE ZERO.
001890 77  WS-PROVED-COUNT             PIC 9(09)  COMP VALUE ZERO.
001900 77  WS-DAYS-UNAGREED            PIC 9(09)  COMP VALUE ZERO.
001910 77  WS-PAGE-NUMBER              PIC 9(04)  COMP VALUE ZERO.
001920 77  WS-LINE-COUNT               PIC 9(04)  COMP VALUE ZERO.
001930 77  WS-LINES-PER-PAGE           PIC 9(04)  COMP VALUE 50.
001940*****************************************************************
001950*    CONTROL ACCOUNT TABLE.  ONE ENTRY PER P CARD ON THE DECK,  *
001960*    PLUS ANY ACCOUNT STILL ON THE CONTROL FILE THAT THE DECK   *
001970*    NO LONGER NAMES (ROLLED AND CARRIED, NOT PROVED).          *
001980*****************************************************************
001990 77  WS-CTL-COUNT                PIC 9(03)  COMP VALUE ZERO.
002000 77  WS-CTL-SUB                  PIC 9(03)  COMP VALUE ZERO.
002010 77  WS-CTL-FOUND-SUB            PIC 9(03)  COMP VALUE ZERO.
002020 77  WS-CTL-MAX                  PIC 9(03)  COMP VALUE 50.
002030 01  WS-SEARCH-GL                PIC X(08)  VALUE SPACES.
002040 01  WS-CTL-TABLE.
002050     05  WS-CTL-ENTRY            OCCURS 50 TIMES.
002060         10  WS-CTL-GL-ACCOUNT       PIC X(08).
002070         10  WS-CTL-NATURAL-SIDE     PIC X(02).
002080         10  WS-CTL-ON-DECK-SW       PIC X(01).
002090         10  WS-CTL-ON-FILE-SW       PIC X(01).
002100         10  WS-CTL-TAKE-ON          PIC S9(13)V99 COMP-3.
002110         10  WS-CTL-OPENING          PIC S9(13)V99 COMP-3.
002120         10  WS-CTL-DEBITS           PIC S9(13)V99 COMP-3.
002130         10  WS-CTL-CREDITS          PIC S9(13)V99 COMP-3.
002140         10  WS-CTL-CLOSING          PIC S9(13)V99 COMP-3.
002150*****************************************************************
002160*    PROOF FIGURES.                                            *
002170*****************************************************************
002180 01  WS-GL-TOTAL                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002190 01  WS-SUBLEDGER-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
002200 01  WS-DIFFERENCE               PIC S9(13)V99 COMP-3 VALUE ZERO.
002210 01  WS-PROOF-RESULT             PIC X(04)  VALUE SPACES.
002220 01  WS-PRF-NOTE                 PIC X(08)  VALUE SPACES.
002230 77  WS-DISPLAY-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002240*    THE LAST JOURNAL ROLLED IN (FROM THE OLD PROOF ROW, THEN
002250*    TONIGHT'S JOURNAL ONCE IT IS APPLIED) AND THE DATE THE GL
002260*    AND THE SUBLEDGER LAST AGREED.
002270 01  WS-APPLIED-RUN-DATE         PIC 9(08)  VALUE ZERO.
002280 01  WS-APPLIED-RUN-ID           PIC X(08)  VALUE SPACES.
002290 01  WS-LAST-AGREED-DATE         PIC 9(08)  VALUE ZERO.
002300*****************************************************************
002310*    DATE AND TIME WORK AREAS.  DAY SERIALS ARE COMPUTED THE    *
002320*    SAME WAY THE REPAIR STEP'S AGING REPORT COMPUTES THEM.     *
002330*****************************************************************
002340 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
002350 01  WS-SYS-TIME                 PIC 9(08)  VALUE ZERO.
002360 01  WS-TIMESTAMP                PIC X(26)  VALUE SPACES.
002370 01  WS-START-TIMESTAMP          PIC X(26)  VALUE SPACES.
002380 01  WS-RUN-SERIAL               PIC 9(07)  VALUE ZERO.
002390 01  WS-RUN-DATE-X               PIC X(10)  VALUE SPACES.
002400 01  WS-EDIT-DATE-IN             PIC 9(08)  VALUE ZERO.
002410 01  WS-EDIT-DATE-X.
002420     05  WS-EDIT-YEAR            PIC X(04).
002430     05  FILLER                  PIC X(01)  VALUE '-'.
002440     05  WS-EDIT-MONTH           PIC X(02).
002450     05  FILLER                  PIC X(01)  VALUE '-'.
002460     05  WS-EDIT-DAY             PIC X(02).
002470 01  WS-SERIAL-DATE.
002480     05  WS-SERIAL-YEAR          PIC 9(04).
002490     05  WS-SERIAL-MONTH         PIC 9(02).
002500     05  WS-SERIAL-DAY           PIC 9(02).
002510 01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE
002520                                 PIC 9(08).
002530 01  WS-SERIAL-RESULT            PIC 9(07)  VALUE ZERO.
002540 01  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
002550 01  WS-LEAP-REMAINDER           PIC 9(04)  VALUE ZERO.
002560 01  WS-CUM-DAYS-TABLE.
002570     05  FILLER                  PIC X(36)
002580             VALUE '000031059090120151181212243273304334'.
002590 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
002600     05  WS-CUM-DAYS             PIC 9(03)  OCCURS 12 TIMES.
002610*
002620 PROCEDURE DIVISION.
002630*****************************************************************
002640*    0000-MAINLINE                                             *
002650*****************************************************************
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     PERFORM 1100-LOAD-PROOF-CARDS THRU 1100-EXIT.
002690     PERFORM 1200-LOAD-OLD-CONTROL THRU 1200-EXIT.
002700     PERFORM 2000-ROLL-FORWARD-JOURNAL THRU 2000-EXIT.
002710     PERFORM 3000-SUM-SUBLEDGER THRU 3000-EXIT.
002720     PERFORM 4000-PROVE-CONTROL THRU 4000-EXIT.
002730     PERFORM 5000-WRITE-NEW-CONTROL THRU 5000-EXIT.
002740     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002750     PERFORM 8500-APPEND-RUN-STATS THRU 8500-EXIT.
002760     GO TO 9999-EXIT.
002770*****************************************************************
002780*    1000-INITIALIZE                                           *
002790*****************************************************************
002800 1000-INITIALIZE.
002810     PERFORM 1900-BUILD-TIMESTAMP THRU 1900-EXIT.
002820     MOVE WS-TIMESTAMP TO WS-START-TIMESTAMP.
002830     MOVE WS-SYS-DATE TO WS-EDIT-DATE-IN.
002840     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
002850     MOVE WS-EDIT-DATE-X TO WS-RUN-DATE-X.
002860     MOVE WS-SYS-DATE TO WS-SERIAL-DATE-N.
002870     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
002880     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
002890     INITIALIZE WS-CTL-TABLE.
002900     OPEN INPUT GLMAP-IN.
002910     IF WS-GLMAP-FS NOT = '00'
002920         DISPLAY 'TEST-PROGRAM-GLCTL - UNABLE TO OPEN GLMAP-IN'
002930             ' - STATUS ' WS-GLMAP-FS
002940         MOVE 16 TO RETURN-CODE
002950         GO TO 9999-EXIT
002960     END-IF.
002970     OPEN INPUT JOURNAL-IN.
002980     IF WS-JOURNAL-FS NOT = '00'
002990         DISPLAY 'TEST-PROGRAM-GLCTL - UNABLE TO OPEN JOURNAL'
003000             '-IN - STATUS ' WS-JOURNAL-FS
003010         MOVE 16 TO RETURN-CODE
003020         GO TO 9999-EXIT
003030     END-IF.
003040     OPEN INPUT BALMST-IN.
003050     IF WS-BALIN-FS NOT = '00'
003060         DISPLAY 'TEST-PROGRAM-GLCTL - UNABLE TO OPEN BALMST-IN'
003070             ' - STATUS ' WS-BALIN-FS
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 9999-EXIT
003100     END-IF.
003110     OPEN INPUT CONTROL-IN.
003120     IF WS-CTLIN-FS NOT = '00'
003130         DISPLAY 'TEST-PROGRAM-GLCTL - NO GL CONTROL FILE - '
003140             'STATUS ' WS-CTLIN-FS ' - STARTING FROM TAKE-ON'
003150     ELSE
003160         MOVE 'Y' TO WS-CTLIN-OPEN-SWITCH
003170     END-IF.
003180     OPEN OUTPUT CONTROL-OUT.
003190     IF WS-CTLOUT-FS NOT = '00'
003200         DISPLAY 'TEST-PROGRAM-GLCTL - UNABLE TO OPEN CONTROL'
003210             '-OUT - STATUS ' WS-CTLOUT-FS
003220         MOVE 16 TO RETURN-CODE
003230         GO TO 9999-EXIT
003240     END-IF.
003250     OPEN OUTPUT PROOF-REPORT.
003260     IF WS-GLCPRT-FS NOT = '00'
003270         DISPLAY 'TEST-PROGRAM-GLCTL - UNABLE TO OPEN PROOF'
003280             '-REPORT - STATUS ' WS-GLCPRT-FS
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 9999-EXIT
003310     END-IF.
003320     PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT.
003330 1000-EXIT.
003340     EXIT.
003350*
003360 1050-WRITE-REPORT-HEADERS.
003370     ADD 1 TO WS-PAGE-NUMBER.
003380     MOVE ZERO TO WS-LINE-COUNT.
003390     MOVE WS-RUN-DATE-X TO PH-RUN-DATE.
003400     MOVE WS-PAGE-NUMBER TO PH-PAGE-NUMBER.
003410     WRITE WS-PRF-HEADER-LINE1.
003420     WRITE WS-PRF-HEADER-LINE2.
003430 1050-EXIT.
003440     EXIT.
003450*****************************************************************
003460*    1100-LOAD-PROOF-CARDS -- THE P CARDS ON THE GL MAPPING     *
003470*    DECK; THE C AND M CARDS BELONG TO THE GL INTERFACE STEP.   *
003480*****************************************************************
003490 1100-LOAD-PROOF-CARDS.
003500     PERFORM 1110-READ-MAPPING-CARD THRU 1110-EXIT
003510         UNTIL WS-EOF-YES.
003520     CLOSE GLMAP-IN.
003530     MOVE 'N' TO WS-EOF-SWITCH.
003540     IF WS-CTL-COUNT = ZERO
003550         DISPLAY 'TEST-PROGRAM-GLCTL - NO CONTROL ACCOUNTS (P '
003560             'CARDS) ON THE MAPPING DECK - NOTHING PROVED'
003570     END-IF.
003580 1100-EXIT.
003590     EXIT.
003600*
003610 1110-READ-MAPPING-CARD.
003620     READ GLMAP-IN
003630         AT END
003640             MOVE 'Y' TO WS-EOF-SWITCH
003650         NOT AT END
003660             IF GLM-TYPE-PROOF
003670                 PERFORM 1120-TABLE-ONE-PROOF-CARD THRU 1120-EXIT
003680             END-IF
003690     END-READ.
003700 1110-EXIT.
003710     EXIT.
003720*****************************************************************
003730*    1120-TABLE-ONE-PROOF-CARD -- A REPEATED ACCOUNT IS         *
003740*    IGNORED; A BLANK TAKE-ON BALANCE IS ZERO.                  *
003750*****************************************************************
003760 1120-TABLE-ONE-PROOF-CARD.
003770     MOVE GLM-GL-ACCOUNT TO WS-SEARCH-GL.
003780     PERFORM 1300-FIND-CONTROL-ENTRY THRU 1300-EXIT.
003790     IF WS-ENTRY-FOUND-YES
003800         DISPLAY 'TEST-PROGRAM-GLCTL - CONTROL ACCOUNT '
003810             GLM-GL-ACCOUNT ' REPEATED ON THE DECK - IGNORED'
003820         GO TO 1120-EXIT
003830     END-IF.
003840     IF WS-CTL-COUNT = WS-CTL-MAX
003850         DISPLAY 'TEST-PROGRAM-GLCTL - CONTROL ACCOUNTS EXCEED '
003860             'TABLE - ' GLM-GL-ACCOUNT ' IGNORED'
003870         GO TO 1120-EXIT
003880     END-IF.
003890     ADD 1 TO WS-CTL-COUNT.
003900     MOVE GLM-GL-ACCOUNT TO WS-CTL-GL-ACCOUNT(WS-CTL-COUNT).
003910     IF GLM-NATURAL-DEBIT
003920         MOVE 'DR' TO WS-CTL-NATURAL-SIDE(WS-CTL-COUNT)
003930     ELSE
003940         MOVE 'CR' TO WS-CTL-NATURAL-SIDE(WS-CTL-COUNT)
003950     END-IF.
003960     MOVE 'Y' TO WS-CTL-ON-DECK-SW(WS-CTL-COUNT).
003970     MOVE 'N' TO WS-CTL-ON-FILE-SW(WS-CTL-COUNT).
003980     MOVE ZERO TO WS-CTL-TAKE-ON(WS-CTL-COUNT).
003990     IF GLM-TAKE-ON-BALANCE-X = SPACES
004000         GO TO 1120-EXIT
004010     END-IF.
004020     IF GLM-TAKE-ON-BALANCE NOT NUMERIC
004030         DISPLAY 'TEST-PROGRAM-GLCTL - TAKE-ON BALANCE FOR '
004040             GLM-GL-ACCOUNT ' NOT NUMERIC - ZERO USED'
004050         GO TO 1120-EXIT
004060     END-IF.
004070     MOVE GLM-TAKE-ON-BALANCE TO WS-CTL-TAKE-ON(WS-CTL-COUNT).
004080     IF GLM-TAKE-ON-NEGATIVE
004090         COMPUTE WS-CTL-TAKE-ON(WS-CTL-COUNT) =
004100             ZERO - WS-CTL-TAKE-ON(WS-CTL-COUNT)
004110     END-IF.
004120 1120-EXIT.
004130     EXIT.
004140*****************************************************************
004150*    1200-LOAD-OLD-CONTROL -- THE PROOF ROW GIVES THE LAST      *
004160*    JOURNAL ROLLED IN AND THE LAST AGREED DATE; EACH ACCOUNT   *
004170*    ROW GIVES TONIGHT'S OPENING BALANCE.  A DECK ACCOUNT NOT   *
004180*    ON THE FILE OPENS AT ITS TAKE-ON BALANCE.                  *
004190*****************************************************************
004200 1200-LOAD-OLD-CONTROL.
004210     IF WS-CTLIN-OPEN-YES
004220         PERFORM 1210-READ-CONTROL-ROW THRU 1210-EXIT
004230             UNTIL WS-EOF-YES
004240         CLOSE CONTROL-IN
004250         MOVE 'N' TO WS-EOF-SWITCH
004260     END-IF.
004270     PERFORM 1250-SET-TAKE-ON THRU 1250-EXIT
004280         VARYING WS-CTL-SUB FROM 1 BY 1
004290         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
004300 1200-EXIT.
004310     EXIT.
004320*
004330 1210-READ-CONTROL-ROW.
004340     READ CONTROL-IN
004350         AT END
004360             MOVE 'Y' TO WS-EOF-SWITCH
004370             GO TO 1210-EXIT
004380     END-READ.
004390     IF GLCB-TYPE-PROOF
004400         MOVE GLCB-LAST-RUN-DATE    TO WS-APPLIED-RUN-DATE
004410         MOVE GLCB-LAST-RUN-ID      TO WS-APPLIED-RUN-ID
004420         MOVE GLCB-LAST-AGREED-DATE TO WS-LAST-AGREED-DATE
004430         MOVE 'Y' TO WS-OLD-PROOF-SWITCH
004440         GO TO 1210-EXIT
004450     END-IF.
004460     MOVE GLCB-GL-ACCOUNT TO WS-SEARCH-GL.
004470     PERFORM 1300-FIND-CONTROL-ENTRY THRU 1300-EXIT.
004480     IF NOT WS-ENTRY-FOUND-YES
004490         PERFORM 1220-TABLE-OFF-DECK-ROW THRU 1220-EXIT
004500         GO TO 1210-EXIT
004510     END-IF.
004520     MOVE GLCB-BALANCE TO WS-CTL-OPENING(WS-CTL-FOUND-SUB).
004530     MOVE 'Y' TO WS-CTL-ON-FILE-SW(WS-CTL-FOUND-SUB).
004540 1210-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    1220-TABLE-OFF-DECK-ROW -- AN ACCOUNT THE DECK NO LONGER   *
004580*    NAMES KEEPS ITS NATURAL SIDE FROM THE FILE AND IS CARRIED  *
004590*    SO IT CAN RETURN TO THE PROOF WITHOUT A NEW TAKE-ON.       *
004600*****************************************************************
004610 1220-TABLE-OFF-DECK-ROW.
004620     IF WS-CTL-COUNT = WS-CTL-MAX
004630         DISPLAY 'TEST-PROGRAM-GLCTL - CONTROL FILE EXCEEDS '
004640             'TABLE - ' GLCB-GL-ACCOUNT ' DROPPED'
004650         GO TO 1220-EXIT
004660     END-IF.
004670     ADD 1 TO WS-CTL-COUNT.
004680     MOVE GLCB-GL-ACCOUNT   TO WS-CTL-GL-ACCOUNT(WS-CTL-COUNT).
004690     MOVE GLCB-NATURAL-SIDE TO WS-CTL-NATURAL-SIDE(WS-CTL-COUNT).
004700     MOVE 'N'               TO WS-CTL-ON-DECK-SW(WS-CTL-COUNT).
004710     MOVE 'Y'               TO WS-CTL-ON-FILE-SW(WS-CTL-COUNT).
004720     MOVE ZERO              TO WS-CTL-TAKE-ON(WS-CTL-COUNT).
004730     MOVE GLCB-BALANCE      TO WS-CTL-OPENING(WS-CTL-COUNT).
004740 1220-EXIT.
004750     EXIT.
004760*
004770 1250-SET-TAKE-ON.
004780     IF WS-CTL-ON-FILE-SW(WS-CTL-SUB) = 'N'
004790         MOVE WS-CTL-TAKE-ON(WS-CTL-SUB)
004800             TO WS-CTL-OPENING(WS-CTL-SUB)
004810     END-IF.
004820 1250-EXIT.
004830     EXIT.
004840*****************************************************************
004850*    1300-FIND-CONTROL-ENTRY -- WS-SEARCH-GL IN, SERIAL SEARCH; *
004860*    WS-CTL-FOUND-SUB OUT WHEN WS-ENTRY-FOUND-YES.              *
004870*****************************************************************
004880 1300-FIND-CONTROL-ENTRY.
004890     MOVE 'N' TO WS-ENTRY-FOUND-SWITCH.
004900     MOVE ZERO TO WS-CTL-FOUND-SUB.
004910     PERFORM 1310-TEST-ONE-ENTRY THRU 1310-EXIT
004920         VARYING WS-CTL-SUB FROM 1 BY 1
004930         UNTIL WS-CTL-SUB > WS-CTL-COUNT
004940            OR WS-ENTRY-FOUND-YES.
004950 1300-EXIT.
004960     EXIT.
004970*
004980 1310-TEST-ONE-ENTRY.
004990     IF WS-CTL-GL-ACCOUNT(WS-CTL-SUB) = WS-SEARCH-GL
005000         MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
005010         MOVE WS-CTL-SUB TO WS-CTL-FOUND-SUB
005020     END-IF.
005030 1310-EXIT.
005040     EXIT.
005050*****************************************************************
005060*    1900-BUILD-TIMESTAMP -- SAME YYYY-MM-DD HH:MM:SS.HH FORM   *
005070*    THE REST OF THE STREAM WRITES.                             *
005080*****************************************************************
005090 1900-BUILD-TIMESTAMP.
005100     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
005110     ACCEPT WS-SYS-TIME FROM TIME.
005120     MOVE SPACES TO WS-TIMESTAMP.
005130     STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-'
005140            WS-SYS-DATE(7:2) ' '  WS-SYS-TIME(1:2) ':'
005150            WS-SYS-TIME(3:2) ':'  WS-SYS-TIME(5:2) '.'
005160            WS-SYS-TIME(7:2)
005170            DELIMITED BY SIZE INTO WS-TIMESTAMP
005180     END-STRING.
005190 1900-EXIT.
005200     EXIT.
005210*****************************************************************
005220*    2000-ROLL-FORWARD-JOURNAL -- EVERY LINE OF TONIGHT'S GL    *
005230*    JOURNAL ON A CONTROL ACCOUNT IS ADDED TO ITS DEBITS OR     *
005240*    CREDITS.  A JOURNAL WHOSE RUN DATE AND RUN ID MATCH THE    *
005250*    OLD PROOF ROW WAS ROLLED IN BY AN EARLIER RUN OF THIS      *
005260*    STEP AND IS NOT APPLIED AGAIN.                             *
005270*****************************************************************
005280 2000-ROLL-FORWARD-JOURNAL.
005290     PERFORM 2050-APPLY-JOURNAL THRU 2050-EXIT.
005300     CLOSE JOURNAL-IN.
005310     MOVE 'N' TO WS-EOF-SWITCH.
005320 2000-EXIT.
005330     EXIT.
005340*
005350 2050-APPLY-JOURNAL.
005360     PERFORM 2100-READ-JOURNAL-LINE THRU 2100-EXIT.
005370     IF WS-EOF-YES
005380         DISPLAY 'TEST-PROGRAM-GLCTL - GL JOURNAL IS EMPTY - '
005390             'NOTHING ROLLED FORWARD'
005400         GO TO 2050-EXIT
005410     END-IF.
005420     IF WS-OLD-PROOF-YES
005430             AND GLJ-RUN-DATE = WS-APPLIED-RUN-DATE
005440             AND GLJ-RUN-ID = WS-APPLIED-RUN-ID
005450         MOVE 'Y' TO WS-ALREADY-APPLIED-SWITCH
005460         DISPLAY 'TEST-PROGRAM-GLCTL - JOURNAL RUN ' GLJ-RUN-ID
005470             ' ALREADY ROLLED IN - NOT APPLIED AGAIN'
005480         GO TO 2050-EXIT
005490     END-IF.
005500     MOVE GLJ-RUN-DATE TO WS-APPLIED-RUN-DATE.
005510     MOVE GLJ-RUN-ID   TO WS-APPLIED-RUN-ID.
005520     PERFORM 2200-APPLY-ONE-LINE THRU 2200-EXIT
005530         UNTIL WS-EOF-YES.
005540 2050-EXIT.
005550     EXIT.
005560*
005570 2100-READ-JOURNAL-LINE.
005580     READ JOURNAL-IN
005590         AT END
005600             MOVE 'Y' TO WS-EOF-SWITCH
005610     END-READ.
005620 2100-EXIT.
005630     EXIT.
005640*
005650 2200-APPLY-ONE-LINE.
005660     MOVE GLJ-GL-ACCOUNT TO WS-SEARCH-GL.
005670     PERFORM 1300-FIND-CONTROL-ENTRY THRU 1300-EXIT.
005680     IF WS-ENTRY-FOUND-YES
005690         ADD 1 TO WS-LINES-APPLIED
005700         IF GLJ-SIDE-DEBIT
005710             ADD GLJ-AMOUNT TO WS-CTL-DEBITS(WS-CTL-FOUND-SUB)
005720         ELSE
005730             ADD GLJ-AMOUNT TO WS-CTL-CREDITS(WS-CTL-FOUND-SUB)
005740         END-IF
005750     ELSE
005760         ADD 1 TO WS-LINES-OTHER-GL
005770     END-IF.
005780     PERFORM 2100-READ-JOURNAL-LINE THRU 2100-EXIT.
005790 2200-EXIT.
005800     EXIT.
005810*****************************************************************
005820*    3000-SUM-SUBLEDGER -- BAL-BALANCE OVER EVERY ROW OF THE    *
005830*    NEW BALANCE MASTER GENERATION, CREDITS POSITIVE, IN BASE.  *
005840*****************************************************************
005850 3000-SUM-SUBLEDGER.
005860     PERFORM 3100-READ-BALANCE THRU 3100-EXIT
005870         UNTIL WS-EOF-YES.
005880     CLOSE BALMST-IN.
005890     MOVE 'N' TO WS-EOF-SWITCH.
005900 3000-EXIT.
005910     EXIT.
005920*
005930 3100-READ-BALANCE.
005940     READ BALMST-IN
005950         AT END
005960             MOVE 'Y' TO WS-EOF-SWITCH
005970             GO TO 3100-EXIT
005980     END-READ.
005990     ADD 1 TO WS-BALANCE-ROWS.
006000     ADD BAL-BALANCE TO WS-SUBLEDGER-TOTAL.
006010 3100-EXIT.
006020     EXIT.
006030*****************************************************************
006040*    4000-PROVE-CONTROL -- CLOSE EACH CONTROL ACCOUNT ON ITS    *
006050*    NATURAL SIDE, TOTAL THE ACCOUNTS THE DECK NAMES AND PROVE  *
006060*    THAT TOTAL AGAINST THE SUBLEDGER.  AGREEMENT STAMPS        *
006070*    TONIGHT AS THE LAST AGREED DATE; OTHERWISE THE DAYS SINCE  *
006080*    THE LAST AGREEMENT ARE COUNTED.                            *
006090*****************************************************************
006100 4000-PROVE-CONTROL.
006110     PERFORM 4100-CLOSE-ONE-ACCOUNT THRU 4100-EXIT
006120         VARYING WS-CTL-SUB FROM 1 BY 1
006130         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
006140     COMPUTE WS-DIFFERENCE = WS-GL-TOTAL - WS-SUBLEDGER-TOTAL.
006150     EVALUATE TRUE
006160         WHEN WS-PROVED-COUNT = ZERO
006170             MOVE 'MISS' TO WS-PROOF-RESULT
006180         WHEN WS-DIFFERENCE = ZERO
006190             MOVE 'AGRD' TO WS-PROOF-RESULT
006200             MOVE WS-SYS-DATE TO WS-LAST-AGREED-DATE
006210         WHEN OTHER
006220             MOVE 'DIFF' TO WS-PROOF-RESULT
006230     END-EVALUATE.
006240     IF WS-LAST-AGREED-DATE = ZERO
006250         MOVE ZERO TO WS-DAYS-UNAGREED
006260     ELSE
006270         MOVE WS-LAST-AGREED-DATE TO WS-SERIAL-DATE-N
006280         PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT
006290         SUBTRACT WS-SERIAL-RESULT FROM WS-RUN-SERIAL
006300             GIVING WS-DAYS-UNAGREED
006310     END-IF.
006320 4000-EXIT.
006330     EXIT.
006340*
006350 4100-CLOSE-ONE-ACCOUNT.
006360     IF WS-CTL-NATURAL-SIDE(WS-CTL-SUB) = 'DR'
006370         COMPUTE WS-CTL-CLOSING(WS-CTL-SUB) =
006380             WS-CTL-OPENING(WS-CTL-SUB)
006390             + WS-CTL-DEBITS(WS-CTL-SUB)
006400             - WS-CTL-CREDITS(WS-CTL-SUB)
006410     ELSE
006420         COMPUTE WS-CTL-CLOSING(WS-CTL-SUB) =
006430             WS-CTL-OPENING(WS-CTL-SUB)
006440             + WS-CTL-CREDITS(WS-CTL-SUB)
006450             - WS-CTL-DEBITS(WS-CTL-SUB)
006460     END-IF.
006470     MOVE SPACES TO WS-PRF-NOTE.
006480     IF WS-CTL-ON-DECK-SW(WS-CTL-SUB) = 'Y'
006490         ADD 1 TO WS-PROVED-COUNT
006500         ADD WS-CTL-CLOSING(WS-CTL-SUB) TO WS-GL-TOTAL
006510         IF WS-CTL-ON-FILE-SW(WS-CTL-SUB) = 'N'
006520             MOVE 'TAKE-ON ' TO WS-PRF-NOTE
006530         END-IF
006540     ELSE
006550         MOVE 'OFF DECK' TO WS-PRF-NOTE
006560     END-IF.
006570     MOVE WS-CTL-GL-ACCOUNT(WS-CTL-SUB)   TO PD-GL-ACCOUNT.
006580     MOVE WS-CTL-NATURAL-SIDE(WS-CTL-SUB) TO PD-NATURAL-SIDE.
006590     MOVE WS-CTL-OPENING(WS-CTL-SUB)      TO PD-OPENING.
006600     MOVE WS-CTL-DEBITS(WS-CTL-SUB)       TO PD-DEBITS.
006610     MOVE WS-CTL-CREDITS(WS-CTL-SUB)      TO PD-CREDITS.
006620     MOVE WS-CTL-CLOSING(WS-CTL-SUB)      TO PD-CLOSING.
006630     MOVE WS-PRF-NOTE                     TO PD-NOTE.
006640     WRITE WS-PRF-DETAIL-LINE.
006650     PERFORM 8900-COUNT-REPORT-LINE THRU 8900-EXIT.
006660 4100-EXIT.
006670     EXIT.
006680*****************************************************************
006690*    5000-WRITE-NEW-CONTROL -- THE PROOF ROW FIRST, THEN ONE    *
006700*    ROW PER CONTROL ACCOUNT AT ITS CLOSING BALANCE.            *
006710*****************************************************************
006720 5000-WRITE-NEW-CONTROL.
006730     MOVE SPACES               TO NEW-CONTROL-RECORD.
006740     MOVE 'P'                  TO NEWC-RECORD-TYPE.
006750     MOVE WS-GL-TOTAL          TO NEWC-BALANCE.
006760     MOVE WS-APPLIED-RUN-DATE  TO NEWC-LAST-RUN-DATE.
006770     MOVE WS-APPLIED-RUN-ID    TO NEWC-LAST-RUN-ID.
006780     MOVE WS-SUBLEDGER-TOTAL   TO NEWC-SUBLEDGER-TOTAL.
006790     MOVE WS-DIFFERENCE        TO NEWC-DIFFERENCE.
006800     MOVE WS-LAST-AGREED-DATE  TO NEWC-LAST-AGREED-DATE.
006810     WRITE NEW-CONTROL-RECORD.
006820     PERFORM 5100-WRITE-ACCOUNT-ROW THRU 5100-EXIT
006830         VARYING WS-CTL-SUB FROM 1 BY 1
006840         UNTIL WS-CTL-SUB > WS-CTL-COUNT.
006850 5000-EXIT.
006860     EXIT.
006870*
006880 5100-WRITE-ACCOUNT-ROW.
006890     MOVE SPACES               TO NEW-CONTROL-RECORD.
006900     MOVE 'A'                  TO NEWC-RECORD-TYPE.
006910     MOVE WS-CTL-GL-ACCOUNT(WS-CTL-SUB)   TO NEWC-GL-ACCOUNT.
006920     MOVE WS-CTL-NATURAL-SIDE(WS-CTL-SUB) TO NEWC-NATURAL-SIDE.
006930     MOVE WS-CTL-CLOSING(WS-CTL-SUB)      TO NEWC-BALANCE.
006940     MOVE WS-APPLIED-RUN-DATE  TO NEWC-LAST-RUN-DATE.
006950     MOVE WS-APPLIED-RUN-ID    TO NEWC-LAST-RUN-ID.
006960     MOVE ZERO                 TO NEWC-SUBLEDGER-TOTAL.
006970     MOVE ZERO                 TO NEWC-DIFFERENCE.
006980     MOVE ZERO                 TO NEWC-LAST-AGREED-DATE.
006990     WRITE NEW-CONTROL-RECORD.
007000 5100-EXIT.
007010     EXIT.
007020*****************************************************************
007030*    7100-COMPUTE-DAY-SERIAL -- WS-SERIAL-DATE-N IN,            *
007040*    WS-SERIAL-RESULT OUT.  SAME ALGORITHM AS THE REPAIR        *
007050*    STEP'S AGING REPORT; EXACT FOR 1901-2099.                  *
007060*****************************************************************
007070 7100-COMPUTE-DAY-SERIAL.
007080     COMPUTE WS-SERIAL-RESULT =
007090         WS-SERIAL-YEAR * 365
007100         + WS-CUM-DAYS(WS-SERIAL-MONTH)
007110         + WS-SERIAL-DAY.
007120     DIVIDE WS-SERIAL-YEAR BY 4
007130         GIVING WS-LEAP-QUOTIENT
007140         REMAINDER WS-LEAP-REMAINDER.
007150     ADD WS-LEAP-QUOTIENT TO WS-SERIAL-RESULT.
007160     IF WS-LEAP-REMAINDER = ZERO
007170             AND WS-SERIAL-MONTH < 3
007180         SUBTRACT 1 FROM WS-SERIAL-RESULT
007190     END-IF.
007200 7100-EXIT.
007210     EXIT.
007220*****************************************************************
007230*    7200-EDIT-DATE -- WS-EDIT-DATE-IN (YYYYMMDD) TO            *
007240*    WS-EDIT-DATE-X (YYYY-MM-DD).                               *
007250*****************************************************************
007260 7200-EDIT-DATE.
007270     MOVE WS-EDIT-DATE-IN(1:4) TO WS-EDIT-YEAR.
007280     MOVE WS-EDIT-DATE-IN(5:2) TO WS-EDIT-MONTH.
007290     MOVE WS-EDIT-DATE-IN(7:2) TO WS-EDIT-DAY.
007300 7200-EXIT.
007310     EXIT.
007320*****************************************************************
007330*    8000-FINALIZE -- PROOF TOTALS AND THE STEP RETURN CODE:    *
007340*    RC=0 GL CONTROL AGREES WITH THE SUBLEDGER, RC=8 IT DOES    *
007350*    NOT, OR NO CONTROL ACCOUNT IS NAMED ON THE DECK (NOTHING   *
007360*    PROVED).  THE NEW CONTROL GENERATION IS WRITTEN EITHER     *
007370*    WAY -- THE GL BALANCES ARE RIGHT EVEN WHEN THEY DISAGREE.  *
007380*****************************************************************
007390 8000-FINALIZE.
007400     MOVE 'CONTROL GL BALANCE (ACCOUNTS PROVED):' TO PT-LABEL.
007410     MOVE WS-PROVED-COUNT TO PT-COUNT.
007420     MOVE WS-GL-TOTAL TO PT-AMOUNT.
007430     MOVE SPACES TO PT-TEXT.
007440     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007450     MOVE 'SUBLEDGER BALANCE (MASTER ROWS):' TO PT-LABEL.
007460     MOVE WS-BALANCE-ROWS TO PT-COUNT.
007470     MOVE WS-SUBLEDGER-TOTAL TO PT-AMOUNT.
007480     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007490     MOVE 'DIFFERENCE (GL LESS SUBLEDGER):' TO PT-LABEL.
007500     MOVE ZERO TO PT-COUNT.
007510     MOVE WS-DIFFERENCE TO PT-AMOUNT.
007520     EVALUATE WS-PROOF-RESULT
007530         WHEN 'AGRD'
007540             MOVE 'AGREED' TO PT-TEXT
007550         WHEN 'DIFF'
007560             MOVE '** NOT AGREED **' TO PT-TEXT
007570         WHEN OTHER
007580             MOVE '** NOT PROVED **' TO PT-TEXT
007590     END-EVALUATE.
007600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007610     MOVE 'JOURNAL LINES ROLLED IN:' TO PT-LABEL.
007620     MOVE WS-LINES-APPLIED TO PT-COUNT.
007630     MOVE ZERO TO PT-AMOUNT.
007640     MOVE SPACES TO PT-TEXT.
007650     IF WS-ALREADY-APPLIED-YES
007660         MOVE 'ALREADY ROLLED IN' TO PT-TEXT
007670     END-IF.
007680     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007690     MOVE 'JOURNAL LINES ON OTHER GL ACCOUNTS:' TO PT-LABEL.
007700     MOVE WS-LINES-OTHER-GL TO PT-COUNT.
007710     MOVE SPACES TO PT-TEXT.
007720     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007730     MOVE 'DAYS SINCE GL AND SUBLEDGER LAST AGREED:' TO PT-LABEL.
007740     MOVE WS-DAYS-UNAGREED TO PT-COUNT.
007750     IF WS-LAST-AGREED-DATE = ZERO
007760         MOVE 'NEVER AGREED' TO PT-TEXT
007770     ELSE
007780         MOVE WS-LAST-AGREED-DATE TO WS-EDIT-DATE-IN
007790         PERFORM 7200-EDIT-DATE THRU 7200-EXIT
007800         MOVE SPACES TO PT-TEXT
007810         STRING 'LAST ' WS-EDIT-DATE-X
007820             DELIMITED BY SIZE INTO PT-TEXT
007830         END-STRING
007840     END-IF.
007850     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007860     MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT.
007870     DISPLAY 'TEST-PROGRAM-GLCTL PROOF RESULT: ' WS-PROOF-RESULT
007880         ' DIFFERENCE: ' WS-DISPLAY-AMOUNT.
007890     DISPLAY 'TEST-PROGRAM-GLCTL DAYS SINCE LAST AGREED: '
007900         WS-DAYS-UNAGREED.
007910     IF WS-PROOF-RESULT = 'AGRD'
007920         MOVE 0 TO RETURN-CODE
007930     ELSE
007940         MOVE 8 TO RETURN-CODE
007950     END-IF.
007960     CLOSE CONTROL-OUT.
007970     CLOSE PROOF-REPORT.
007980 8000-EXIT.
007990     EXIT.
008000*
008010 8100-WRITE-TOTAL-LINE.
008020     WRITE WS-PRF-TOTAL-LINE.
008030     PERFORM 8900-COUNT-REPORT-LINE THRU 8900-EXIT.
008040 8100-EXIT.
008050     EXIT.
008060*****************************************************************
008070*    8500-APPEND-RUN-STATS -- ONE ROW PER EXECUTION ON THE      *
008080*    PERMANENT RUN-HISTORY FILE FOR THE END-OF-CYCLE SUMMARY:   *
008090*    BALANCE ROWS, DAYS SINCE LAST AGREED, THE PROOF RESULT     *
008100*    AND THE SIGNED DIFFERENCE.  A STATS APPEND FAILURE IS      *
008110*    REPORTED BUT NEVER CHANGES THE STEP RETURN CODE.           *
008120*****************************************************************
008130 8500-APPEND-RUN-STATS.
008140     OPEN EXTEND STATS-FILE.
008150     IF WS-STATS-FS NOT = '00'
008160         DISPLAY 'TEST-PROGRAM-GLCTL - RUN STATS NOT APPENDED'
008170             ' - STATUS ' WS-STATS-FS
008180         GO TO 8500-EXIT
008190     END-IF.
008200     PERFORM 1900-BUILD-TIMESTAMP THRU 1900-EXIT.
008210     MOVE SPACES TO RUN-STATS-RECORD.
008220     MOVE WS-SYS-DATE         TO STAT-RUN-DATE.
008230     MOVE WS-APPLIED-RUN-ID   TO STAT-RUN-ID.
008240     MOVE 'G'                 TO STAT-PROGRAM-ID.
008250     MOVE WS-START-TIMESTAMP  TO STAT-START-TIMESTAMP.
008260     MOVE WS-TIMESTAMP        TO STAT-END-TIMESTAMP.
008270     MOVE WS-BALANCE-ROWS     TO STAT-COUNT-1.
008280     MOVE WS-DAYS-UNAGREED    TO STAT-COUNT-2.
008290     MOVE WS-PROOF-RESULT     TO STAT-RESULT-CODE.
008300     MOVE WS-DIFFERENCE       TO STAT-AMOUNT.
008310     WRITE RUN-STATS-RECORD.
008320     CLOSE STATS-FILE.
008330 8500-EXIT.
008340     EXIT.
008350*
008360 8900-COUNT-REPORT-LINE.
008370     ADD 1 TO WS-LINE-COUNT.
008380     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
008390         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
008400     END-IF.
008410 8900-EXIT.
008420     EXIT.
008430*****************************************************************
008440*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
008450*****************************************************************
008460 9999-EXIT.
008470     STOP RUN.
