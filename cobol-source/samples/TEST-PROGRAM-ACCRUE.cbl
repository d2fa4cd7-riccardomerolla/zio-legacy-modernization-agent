000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-ACCRUE.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-ACCRUE                          *
000100*                                                               *
000110*    PURPOSE.     DAILY INTEREST ACCRUAL.  RUNS AFTER THE       *
000120*                 POSTING STEP AGAINST THE NEW BALANCE MASTER   *
000130*                 GENERATION, MERGED IN ACCOUNT SEQUENCE WITH   *
000140*                 THE INTEREST ACCRUAL MASTER (OLD GENERATION   *
000150*                 IN, NEW GENERATION OUT).  EACH OPEN OR        *
000160*                 FROZEN ACCOUNT WITH A CREDIT BALANCE EARNS    *
000170*                 THE ANNUAL RATE OF ITS BALANCE BAND FROM THE  *
000180*                 TIER DECK FOR EVERY CALENDAR DAY SINCE ITS    *
000190*                 LAST ACCRUAL, ADDED TO ITS ACCRUED-TO-DATE.   *
000200*                 ON THE LAST CYCLE OF A PERIOD (THE SAME       *
000210*                 PERIOD CALENDAR THE RECON STEP READS) THE     *
000220*                 WHOLE CENTS ACCRUED ON EACH OPEN ACCOUNT ARE  *
000230*                 CAPITALIZED AS SYSTEM-GENERATED CREDIT        *
000240*                 TRANSACTIONS ON THE CAPITALIZATION FILE,      *
000250*                 WHICH THE NEXT CYCLE'S EDIT STEP READS AHEAD  *
000260*                 OF THE RAW FEED -- SO THE INTEREST POSTS,     *
000270*                 COUNTS AND REACHES THE GL JOURNAL LIKE ANY    *
000280*                 OTHER CREDIT.  THE ACCRUAL REGISTER LISTS     *
000290*                 EVERY ACCOUNT ACCRUED OR CAPITALIZED.         *
000300*                                                               *
000310*    NOTES.       FROZEN ACCOUNTS KEEP ACCRUING BUT THEIR       *
000320*                 CAPITALIZATION IS HELD (THE EDIT STEP WOULD   *
000330*                 REJECT THE CREDIT); CLOSED ACCOUNTS STOP      *
000340*                 ACCRUING AND HOLD WHAT THEY HAD.  A NIGHT     *
000350*                 THE STEP DOES NOT RUN IS CAUGHT UP ON THE     *
000360*                 NEXT RUN BECAUSE THE DAY COUNT IS TAKEN FROM  *
000370*                 THE LAST ACCRUAL DATE ON THE MASTER.          *
000380*                                                               *
000390*    MODIFICATION HISTORY.                                     *
000400*    2026-10-15  DO   INITIAL VERSION.                          *
000410*                                                               *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT BALMST-IN ASSIGN TO BALMSTIN
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-BALIN-FS.
000520     SELECT ACCRUAL-IN ASSIGN TO ACCRIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-ACCRIN-FS.
000550     SELECT ACCRUAL-OUT ASSIGN TO ACCROUT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ACCROUT-FS.
000580     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS ACCT-NUMBER
000620         FILE STATUS IS WS-ACCTMST-FS.
000630     SELECT TIER-IN ASSIGN TO INTRATE
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-TIERIN-FS.
000660     SELECT CALENDAR-FILE ASSIGN TO CALCTL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CALCTL-FS.
000690     SELECT CAPITAL-OUT ASSIGN TO CAPOUT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CAPOUT-FS.
000720     SELECT REGISTER-REPORT ASSIGN TO ACCRRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ACCRRPT-FS.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BALMST-IN
000790     LABEL RECORDS ARE STANDARD.
000800     COPY BALREC.
000810*
000820 FD  ACCRUAL-IN
000830     LABEL RECORDS ARE STANDARD.
000840     COPY INTACREC.
000850*
000860 FD  ACCRUAL-OUT
000870     LABEL RECORDS ARE STANDARD.
000880     COPY INTACREC REPLACING ACCRUAL-MASTER-RECORD
000890         BY NEW-ACCRUAL-RECORD
000900         INTA-ACCT-NUMBER BY NEWA-ACCT-NUMBER
000910         INTA-ACCRUED BY NEWA-ACCRUED
000920         INTA-LAST-ACCRUAL-DATE BY NEWA-LAST-ACCRUAL-DATE
000930         INTA-LAST-CAP-DATE BY NEWA-LAST-CAP-DATE
000940         INTA-LAST-CAP-AMOUNT BY NEWA-LAST-CAP-AMOUNT
000950         INTA-LAST-CAP-TRANS-ID BY NEWA-LAST-CAP-TRANS-ID.
000960*
000970 FD  ACCOUNT-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990     COPY ACCTREC.
001000*
001010 FD  TIER-IN
001020     LABEL RECORDS ARE STANDARD.
001030     COPY INTRTREC.
001040*
001050 FD  CALENDAR-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY CALREC.
001080*
001090 FD  CAPITAL-OUT
001100     LABEL RECORDS ARE STANDARD.
001110     COPY TRANSREC REPLACING TRANS-RECORD BY CAPITAL-RECORD
001120         TRANS-ID BY CAP-TRANS-ID
001130         TRANS-DATE BY CAP-TRANS-DATE
001140         TRANS-TYPE BY CAP-TRANS-TYPE
001150         TRANS-TYPE-DEBIT BY CAP-TYPE-DEBIT
001160         TRANS-TYPE-CREDIT BY CAP-TYPE-CREDIT
001170         TRANS-TYPE-REVERSAL BY CAP-TYPE-REVERSAL
001180         TRANS-AMOUNT BY CAP-TRANS-AMOUNT
001190         TRANS-ACCOUNT BY CAP-TRANS-ACCOUNT
001200         TRANS-BRANCH BY CAP-TRANS-BRANCH
001210         TRANS-CURRENCY BY CAP-TRANS-CURRENCY
001220         TRANS-ORIG-TYPE BY CAP-TRANS-ORIG-TYPE
001230         TRANS-ORIG-DEBIT BY CAP-ORIG-DEBIT
001240         TRANS-ORIG-CREDIT BY CAP-ORIG-CREDIT.
001250*
001260 FD  REGISTER-REPORT
001270     LABEL RECORDS ARE STANDARD.
001280 01  WS-REG-HEADER-LINE1.
001290     05  FILLER                  PIC X(01)  VALUE SPACE.
001300     05  FILLER                  PIC X(45)
001310             VALUE 'INTEREST ACCRUAL REGISTER'.
001320     05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
001330     05  RH-RUN-DATE             PIC X(10).
001340     05  FILLER                  PIC X(10)  VALUE SPACES.
001350     05  FILLER                  PIC X(06)  VALUE 'PAGE: '.
001360     05  RH-PAGE-NUMBER          PIC ZZZ9.
001370     05  FILLER                  PIC X(47)  VALUE SPACES.
001380 01  WS-REG-HEADER-LINE2.
001390     05  FILLER                  PIC X(01)  VALUE SPACE.
001400     05  FILLER                  PIC X(14)  VALUE 'ACCOUNT'.
001410     05  FILLER                  PIC X(07)  VALUE 'STATUS'.
001420     05  FILLER                  PIC X(19)
001430             VALUE '           BALANCE'.
001440     05  FILLER                  PIC X(09)  VALUE ' RATE %'.
001450     05  FILLER                  PIC X(04)  VALUE 'DAYS'.
001460     05  FILLER                  PIC X(20)
001470             VALUE '     INTEREST TODAY'.
001480     05  FILLER                  PIC X(20)
001490             VALUE '    ACCRUED TO DATE'.
001500     05  FILLER                  PIC X(16)
001510             VALUE '    CAPITALIZED'.
001520     05  FILLER                  PIC X(08)  VALUE 'NOTE'.
001530     05  FILLER                  PIC X(15)  VALUE SPACES.
001540 01  WS-REG-DETAIL-LINE.
001550     05  FILLER                  PIC X(01)  VALUE SPACE.
001560     05  RD-ACCOUNT              PIC X(12).
001570     05  FILLER                  PIC X(02)  VALUE SPACES.
001580     05  RD-STATUS               PIC X(06).
001590     05  FILLER                  PIC X(01)  VALUE SPACE.
001600     05  RD-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001610     05  FILLER                  PIC X(01)  VALUE SPACE.
001620     05  RD-RATE                 PIC Z9.9999.
001630     05  FILLER                  PIC X(02)  VALUE SPACES.
001640     05  RD-DAYS                 PIC ZZ9.
001650     05  FILLER                  PIC X(01)  VALUE SPACE.
001660     05  RD-DAY-INTEREST         PIC ZZZ,ZZZ,ZZ9.999999-.
001670     05  FILLER                  PIC X(01)  VALUE SPACE.
001680     05  RD-ACCRUED              PIC ZZZ,ZZZ,ZZ9.999999-.
001690     05  FILLER                  PIC X(01)  VALUE SPACE.
001700     05  RD-CAPITALIZED          PIC ZZZ,ZZZ,ZZ9.99-.
001710     05  FILLER                  PIC X(01)  VALUE SPACE.
001720     05  RD-NOTE                 PIC X(08).
001730     05  FILLER                  PIC X(15)  VALUE SPACES.
001740 01  WS-REG-TOTAL-LINE.
001750     05  FILLER                  PIC X(01)  VALUE SPACE.
001760     05  RT-LABEL                PIC X(40).
001770     05  RT-COUNT                PIC ZZZZZZZZ9.
001780     05  FILLER                  PIC X(02)  VALUE SPACES.
001790     05  RT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.999999-.
001800     05  FILLER                  PIC X(59)  VALUE SPACES.
001810*
001820 WORKING-STORAGE SECTION.
001830*****************************************************************
001840*    FILE STATUS FIELDS.                                       *
001850*****************************************************************
001860 01  WS-FILE-STATUS-FIELDS.
001870     05  WS-BALIN-FS             PIC X(02)  VALUE SPACES.
001880     05  WS-ACCRIN-FS            PIC X(02)  VALUE SPACES.
001890     05  WS-ACCROUT-FS           PIC X(02)  VALUE SPACES.
001900     05  WS-ACCTMST-FS           PIC X(02)  VALUE SPACES.
001910     05  WS-TIERIN-FS            PIC X(02)  VALUE SPACES.
001920     05  WS-CALCTL-FS            PIC X(02)  VALUE SPACES.
001930     05  WS-CAPOUT-FS            PIC X(02)  VALUE SPACES.
001940     05  WS-ACCRRPT-FS           PIC X(02)  VALUE SPACES.
001950*****************************************************************
001960*    SWITCHES.                                                 *
001970*****************************************************************
001980 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
001990     88  WS-EOF-YES                  VALUE 'Y'.
002000 77  WS-BAL-EOF-SWITCH           PIC X(01)  VALUE 'N'.
002010     88  WS-BAL-EOF-YES              VALUE 'Y'.
002020 77  WS-ACCR-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002030     88  WS-ACCR-EOF-YES             VALUE 'Y'.
002040 77  WS-LAST-CYCLE-SWITCH        PIC X(01)  VALUE 'N'.
002050     88  WS-LAST-CYCLE-YES           VALUE 'Y'.
002060 77  WS-MASTER-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
002070     88  WS-MASTER-FOUND-YES         VALUE 'Y'.
002080 77  WS-TIER-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
002090     88  WS-TIER-FOUND-YES           VALUE 'Y'.
002100*****************************************************************
002110*    COUNTERS.                                                 *
002120*****************************************************************
002130 77  WS-ACCOUNTS-READ            PIC 9(09)  COMP VALUE ZERO.
002140 77  WS-ACCRUED-COUNT            PIC 9(09)  COMP VALUE ZERO.
002150 77  WS-CAPITALIZED-COUNT        PIC 9(09)  COMP VALUE ZERO.
002160 77  WS-REISSUED-COUNT           PIC 9(09)  COMP VALUE ZERO.
002170 77  WS-HELD-COUNT               PIC 9(09)  COMP VALUE ZERO.
002180 77  WS-EXCEPTION-COUNT          PIC 9(09)  COMP VALUE ZERO.
002190 77  WS-CAP-SEQUENCE             PIC 9(05)  VALUE ZERO.
002200 77  WS-PAGE-NUMBER              PIC 9(04)  COMP VALUE ZERO.
002210 77  WS-LINE-COUNT               PIC 9(04)  COMP VALUE ZERO.
002220 77  WS-LINES-PER-PAGE           PIC 9(04)  COMP VALUE 50.
002230*****************************************************************
002240*    RATE TIER TABLE, LOADED FROM THE TIER DECK IN BAND ORDER.  *
002250*    THE FIRST BAND WHOSE FLOOR AND CEILING BRACKET THE         *
002260*    BALANCE WINS.                                              *
002270*****************************************************************
002280 77  WS-DAY-BASIS                PIC 9(03)  VALUE 365.
002290 77  WS-TIER-COUNT               PIC 9(02)  COMP VALUE ZERO.
002300 77  WS-TIER-SUB                 PIC 9(02)  COMP VALUE ZERO.
002310 77  WS-TIER-FOUND-SUB           PIC 9(02)  COMP VALUE ZERO.
002320 01  WS-TIER-TABLE.
002330     05  WS-TIER-ENTRY           OCCURS 20 TIMES.
002340         10  WS-TIER-FLOOR           PIC 9(11)V99.
002350         10  WS-TIER-CEILING         PIC 9(11)V99.
002360         10  WS-TIER-RATE            PIC 9(02)V9(04).
002370*****************************************************************
002380*    THE ACCOUNT IN HAND -- ACCRUAL FIELDS ARE LOADED FROM THE  *
002390*    OLD ACCRUAL ROW (OR ZERO FOR AN ACCOUNT NEW TO ACCRUAL),   *
002400*    WORKED HERE AND WRITTEN TO THE NEW GENERATION.             *
002410*****************************************************************
002420 01  WS-ACC-ACCOUNT              PIC X(12)  VALUE SPACES.
002430 01  WS-ACC-BALANCE              PIC S9(11)V99 COMP-3 VALUE ZERO.
002440 01  WS-ACC-ACCRUED              PIC S9(09)V9(06) COMP-3
002450                                            VALUE ZERO.
002460 01  WS-ACC-LAST-DATE            PIC 9(08)  VALUE ZERO.
002470 01  WS-ACC-CAP-DATE             PIC 9(08)  VALUE ZERO.
002480 01  WS-ACC-CAP-AMOUNT           PIC S9(09)V99 COMP-3 VALUE ZERO.
002490 01  WS-ACC-CAP-TRANS-ID         PIC X(10)  VALUE SPACES.
002500 01  WS-ACC-DAYS                 PIC S9(05) COMP VALUE ZERO.
002510 01  WS-ACC-RATE                 PIC 9(02)V9(04) VALUE ZERO.
002520 01  WS-DAY-INTEREST             PIC S9(09)V9(06) COMP-3
002530                                            VALUE ZERO.
002540 01  WS-CAPITALIZED-NOW          PIC S9(09)V99 COMP-3 VALUE ZERO.
002550 01  WS-ACC-NOTE                 PIC X(08)  VALUE SPACES.
002560 01  WS-STATUS-WORD              PIC X(06)  VALUE SPACES.
002570*    SYSTEM-GENERATED TRANSACTION ID FOR A CAPITALIZATION
002580*    CREDIT: 'I', THE RUN MONTH AND DAY, AND A SEQUENCE.
002590 01  WS-CAP-TRANS-ID.
002600     05  FILLER                  PIC X(01)  VALUE 'I'.
002610     05  WS-CAP-ID-MMDD          PIC X(04).
002620     05  WS-CAP-ID-SEQ           PIC 9(05).
002630*    CAPITALIZATION CREDITS ARRIVE IN BASE CURRENCY UNDER THE
002640*    INTEREST BRANCH CODE, SO THE GL MAPPING DECK CAN ROUTE
002650*    THEM TO THE INTEREST EXPENSE ACCOUNT.
002660 77  WS-BASE-CURRENCY            PIC X(03)  VALUE 'USD'.
002670 77  WS-INTEREST-BRANCH          PIC X(03)  VALUE 'INT'.
002680*****************************************************************
002690*    REGISTER TOTALS.                                          *
002700*****************************************************************
002710 01  WS-TOTAL-DAY-INTEREST       PIC S9(11)V9(06) COMP-3
002720                                            VALUE ZERO.
002730 01  WS-TOTAL-ACCRUED            PIC S9(11)V9(06) COMP-3
002740                                            VALUE ZERO.
002750 01  WS-TOTAL-CAPITALIZED        PIC S9(11)V9(06) COMP-3
002760                                            VALUE ZERO.
002770 01  WS-TOTAL-HELD               PIC S9(11)V9(06) COMP-3
002780                                            VALUE ZERO.
002790*****************************************************************
002800*    DATE WORK AREAS.  DAY SERIALS ARE COMPUTED THE SAME WAY    *
002810*    THE REPAIR STEP'S AGING REPORT COMPUTES THEM.              *
002820*****************************************************************
002830 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
002840 01  WS-RUN-SERIAL               PIC 9(07)  VALUE ZERO.
002850 01  WS-RUN-DATE-X.
002860     05  WS-RUN-YEAR             PIC X(04).
002870     05  FILLER                  PIC X(01)  VALUE '-'.
002880     05  WS-RUN-MONTH            PIC X(02).
002890     05  FILLER                  PIC X(01)  VALUE '-'.
002900     05  WS-RUN-DAY              PIC X(02).
002910 01  WS-PERIOD-ID                PIC X(06)  VALUE SPACES.
002920 01  WS-SERIAL-DATE.
002930     05  WS-SERIAL-YEAR          PIC 9(04).
002940     05  WS-SERIAL-MONTH         PIC 9(02).
002950     05  WS-SERIAL-DAY           PIC 9(02).
002960 01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE
002970                                 PIC 9(08).
002980 01  WS-SERIAL-RESULT            PIC 9(07)  VALUE ZERO.
002990 01  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
003000 01  WS-LEAP-REMAINDER           PIC 9(04)  VALUE ZERO.
003010 01  WS-CUM-DAYS-TABLE.
003020     05  FILLER                  PIC X(36)
003030             VALUE '000031059090120151181212243273304334'.
003040 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
003050     05  WS-CUM-DAYS             PIC 9(03)  OCCURS 12 TIMES.
003060*
003070 PROCEDURE DIVISION.
003080*****************************************************************
003090*    0000-MAINLINE -- BALANCE-LINE MERGE OF THE NEW BALANCE     *
003100*    MASTER AGAINST THE OLD ACCRUAL MASTER, BOTH IN ACCOUNT     *
003110*    SEQUENCE.                                                  *
003120*****************************************************************
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     PERFORM 2000-MERGE-ONE-KEY THRU 2000-EXIT
003160         UNTIL WS-BAL-EOF-YES AND WS-ACCR-EOF-YES.
003170     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003180     GO TO 9999-EXIT.
003190*****************************************************************
003200*    1000-INITIALIZE                                           *
003210*****************************************************************
003220 1000-INITIALIZE.
003230     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
003240     MOVE WS-SYS-DATE(1:4) TO WS-RUN-YEAR.
003250     MOVE WS-SYS-DATE(5:2) TO WS-RUN-MONTH.
003260     MOVE WS-SYS-DATE(7:2) TO WS-RUN-DAY.
003270     MOVE WS-SYS-DATE(5:4) TO WS-CAP-ID-MMDD.
003280     MOVE WS-SYS-DATE TO WS-SERIAL-DATE-N.
003290     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
003300     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
003310     OPEN INPUT BALMST-IN.
003320     IF WS-BALIN-FS NOT = '00'
003330         DISPLAY 'TEST-PROGRAM-ACCRUE - UNABLE TO OPEN BALMST-IN'
003340             ' - STATUS ' WS-BALIN-FS
003350         MOVE 16 TO RETURN-CODE
003360         GO TO 9999-EXIT
003370     END-IF.
003380     OPEN INPUT ACCRUAL-IN.
003390     IF WS-ACCRIN-FS NOT = '00'
003400         DISPLAY 'TEST-PROGRAM-ACCRUE - NO ACCRUAL MASTER - '
003410             'STATUS ' WS-ACCRIN-FS ' - STARTING EMPTY'
003420         MOVE 'Y' TO WS-ACCR-EOF-SWITCH
003430     END-IF.
003440     OPEN OUTPUT ACCRUAL-OUT.
003450     IF WS-ACCROUT-FS NOT = '00'
003460         DISPLAY 'TEST-PROGRAM-ACCRUE - UNABLE TO OPEN ACCRUAL'
003470             '-OUT - STATUS ' WS-ACCROUT-FS
003480         MOVE 16 TO RETURN-CODE
003490         GO TO 9999-EXIT
003500     END-IF.
003510     OPEN INPUT ACCOUNT-MASTER.
003520     IF WS-ACCTMST-FS NOT = '00'
003530         DISPLAY 'TEST-PROGRAM-ACCRUE - UNABLE TO OPEN ACCOUNT'
003540             '-MASTER - STATUS ' WS-ACCTMST-FS
003550         MOVE 16 TO RETURN-CODE
003560         GO TO 9999-EXIT
003570     END-IF.
003580     OPEN OUTPUT CAPITAL-OUT.
003590     IF WS-CAPOUT-FS NOT = '00'
003600         DISPLAY 'TEST-PROGRAM-ACCRUE - UNABLE TO OPEN CAPITAL'
003610             '-OUT - STATUS ' WS-CAPOUT-FS
003620         MOVE 16 TO RETURN-CODE
003630         GO TO 9999-EXIT
003640     END-IF.
003650     OPEN OUTPUT REGISTER-REPORT.
003660     IF WS-ACCRRPT-FS NOT = '00'
003670         DISPLAY 'TEST-PROGRAM-ACCRUE - UNABLE TO OPEN REGISTER'
003680             '-REPORT - STATUS ' WS-ACCRRPT-FS
003690         MOVE 16 TO RETURN-CODE
003700         GO TO 9999-EXIT
003710     END-IF.
003720     PERFORM 1100-LOAD-TIER-TABLE THRU 1100-EXIT.
003730     PERFORM 1200-CHECK-PERIOD-CALENDAR THRU 1200-EXIT.
003740     PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT.
003750     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
003760     PERFORM 2150-READ-OLD-ACCRUAL THRU 2150-EXIT.
003770 1000-EXIT.
003780     EXIT.
003790*
003800 1050-WRITE-REPORT-HEADERS.
003810     ADD 1 TO WS-PAGE-NUMBER.
003820     MOVE ZERO TO WS-LINE-COUNT.
003830     MOVE WS-RUN-DATE-X TO RH-RUN-DATE.
003840     MOVE WS-PAGE-NUMBER TO RH-PAGE-NUMBER.
003850     WRITE WS-REG-HEADER-LINE1.
003860     WRITE WS-REG-HEADER-LINE2.
003870 1050-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    1100-LOAD-TIER-TABLE -- A MISSING OR EMPTY DECK LEAVES NO  *
003910*    BAND TO ACCRUE AT; EVERY ACCOUNT IS CARRIED WITHOUT        *
003920*    ACCRUAL (ITS LAST ACCRUAL DATE UNCHANGED, SO THE NEXT      *
003930*    CLEAN RUN CATCHES THE DAYS UP) AND THE STEP ENDS RC=8.     *
003940*****************************************************************
003950 1100-LOAD-TIER-TABLE.
003960     OPEN INPUT TIER-IN.
003970     IF WS-TIERIN-FS NOT = '00'
003980         DISPLAY 'TEST-PROGRAM-ACCRUE - NO RATE TIER DECK - '
003990             'STATUS ' WS-TIERIN-FS ' - NOTHING ACCRUED'
004000         GO TO 1100-EXIT
004010     END-IF.
004020     PERFORM 1110-READ-TIER-CARD THRU 1110-EXIT
004030         UNTIL WS-EOF-YES.
004040     CLOSE TIER-IN.
004050     MOVE 'N' TO WS-EOF-SWITCH.
004060 1100-EXIT.
004070     EXIT.
004080*
004090 1110-READ-TIER-CARD.
004100     READ TIER-IN
004110         AT END
004120             MOVE 'Y' TO WS-EOF-SWITCH
004130         NOT AT END
004140             IF WS-TIER-COUNT = 20
004150                 DISPLAY 'TEST-PROGRAM-ACCRUE - RATE TIER DECK '
004160                     'EXCEEDS TABLE - EXTRA CARDS IGNORED'
004170                 MOVE 'Y' TO WS-EOF-SWITCH
004180             ELSE
004190                 ADD 1 TO WS-TIER-COUNT
004200                 MOVE INTR-BAND-FLOOR
004210                     TO WS-TIER-FLOOR(WS-TIER-COUNT)
004220                 MOVE INTR-BAND-CEILING
004230                     TO WS-TIER-CEILING(WS-TIER-COUNT)
004240                 MOVE INTR-ANNUAL-RATE
004250                     TO WS-TIER-RATE(WS-TIER-COUNT)
004260             END-IF
004270     END-READ.
004280 1110-EXIT.
004290     EXIT.
004300*****************************************************************
004310*    1200-CHECK-PERIOD-CALENDAR -- TONIGHT IS THE LAST CYCLE    *
004320*    OF A PERIOD WHEN A CALENDAR CARD ENDS ON THE RUN DATE,     *
004330*    THE SAME TEST THE RECON STEP USES TO ANNOUNCE IT.  A       *
004340*    MISSING CALENDAR MEANS NO CAPITALIZATION TONIGHT; THE      *
004350*    ACCRUED AMOUNTS SIMPLY CARRY.                              *
004360*****************************************************************
004370 1200-CHECK-PERIOD-CALENDAR.
004380     OPEN INPUT CALENDAR-FILE.
004390     IF WS-CALCTL-FS NOT = '00'
004400         DISPLAY 'TEST-PROGRAM-ACCRUE - NO PERIOD CALENDAR - '
004410             'STATUS ' WS-CALCTL-FS ' - NO CAPITALIZATION'
004420         GO TO 1200-EXIT
004430     END-IF.
004440     PERFORM 1210-READ-CALENDAR-CARD THRU 1210-EXIT
004450         UNTIL WS-EOF-YES.
004460     CLOSE CALENDAR-FILE.
004470     MOVE 'N' TO WS-EOF-SWITCH.
004480     IF WS-LAST-CYCLE-YES
004490         DISPLAY 'TEST-PROGRAM-ACCRUE - LAST CYCLE OF PERIOD '
004500             WS-PERIOD-ID ' - CAPITALIZING ACCRUED INTEREST'
004510     END-IF.
004520 1200-EXIT.
004530     EXIT.
004540*
004550 1210-READ-CALENDAR-CARD.
004560     READ CALENDAR-FILE
004570         AT END
004580             MOVE 'Y' TO WS-EOF-SWITCH
004590         NOT AT END
004600             IF CAL-PERIOD-END = WS-SYS-DATE
004610                 MOVE CAL-PERIOD-ID TO WS-PERIOD-ID
004620                 MOVE 'Y' TO WS-LAST-CYCLE-SWITCH
004630                 MOVE 'Y' TO WS-EOF-SWITCH
004640             END-IF
004650     END-READ.
004660 1210-EXIT.
004670     EXIT.
004680*****************************************************************
004690*    2000-MERGE-ONE-KEY -- AN ACCRUAL ROW WITH NO BALANCE ROW   *
004700*    CARRIES FORWARD UNTOUCHED; A BALANCE ROW WITH NO ACCRUAL   *
004710*    ROW STARTS ACCRUING FROM ZERO TONIGHT.                     *
004720*****************************************************************
004730 2000-MERGE-ONE-KEY.
004740     EVALUATE TRUE
004750         WHEN WS-BAL-EOF-YES
004760             PERFORM 2300-CARRY-ACCRUAL-ROW THRU 2300-EXIT
004770         WHEN WS-ACCR-EOF-YES
004780             PERFORM 2400-START-NEW-ACCRUAL THRU 2400-EXIT
004790         WHEN INTA-ACCT-NUMBER < BAL-ACCT-NUMBER
004800             PERFORM 2300-CARRY-ACCRUAL-ROW THRU 2300-EXIT
004810         WHEN INTA-ACCT-NUMBER > BAL-ACCT-NUMBER
004820             PERFORM 2400-START-NEW-ACCRUAL THRU 2400-EXIT
004830         WHEN OTHER
004840             PERFORM 2500-CONTINUE-ACCRUAL THRU 2500-EXIT
004850     END-EVALUATE.
004860 2000-EXIT.
004870     EXIT.
004880*
004890 2100-READ-BALANCE.
004900     IF WS-BAL-EOF-YES
004910         GO TO 2100-EXIT
004920     END-IF.
004930     READ BALMST-IN
004940         AT END
004950             MOVE 'Y' TO WS-BAL-EOF-SWITCH
004960     END-READ.
004970 2100-EXIT.
004980     EXIT.
004990*
005000 2150-READ-OLD-ACCRUAL.
005010     IF WS-ACCR-EOF-YES
005020         GO TO 2150-EXIT
005030     END-IF.
005040     READ ACCRUAL-IN
005050         AT END
005060             MOVE 'Y' TO WS-ACCR-EOF-SWITCH
005070     END-READ.
005080 2150-EXIT.
005090     EXIT.
005100*
005110 2300-CARRY-ACCRUAL-ROW.
005120     MOVE ACCRUAL-MASTER-RECORD TO NEW-ACCRUAL-RECORD.
005130     WRITE NEW-ACCRUAL-RECORD.
005140     ADD INTA-ACCRUED TO WS-TOTAL-ACCRUED.
005150     PERFORM 2150-READ-OLD-ACCRUAL THRU 2150-EXIT.
005160 2300-EXIT.
005170     EXIT.
005180*
005190 2400-START-NEW-ACCRUAL.
005200     MOVE BAL-ACCT-NUMBER TO WS-ACC-ACCOUNT.
005210     MOVE ZERO            TO WS-ACC-ACCRUED.
005220     MOVE ZERO            TO WS-ACC-LAST-DATE.
005230     MOVE ZERO            TO WS-ACC-CAP-DATE.
005240     MOVE ZERO            TO WS-ACC-CAP-AMOUNT.
005250     MOVE SPACES          TO WS-ACC-CAP-TRANS-ID.
005260     PERFORM 3000-ACCRUE-ONE-ACCOUNT THRU 3000-EXIT.
005270     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
005280 2400-EXIT.
005290     EXIT.
005300*
005310 2500-CONTINUE-ACCRUAL.
005320     MOVE BAL-ACCT-NUMBER        TO WS-ACC-ACCOUNT.
005330     MOVE INTA-ACCRUED           TO WS-ACC-ACCRUED.
005340     MOVE INTA-LAST-ACCRUAL-DATE TO WS-ACC-LAST-DATE.
005350     MOVE INTA-LAST-CAP-DATE     TO WS-ACC-CAP-DATE.
005360     MOVE INTA-LAST-CAP-AMOUNT   TO WS-ACC-CAP-AMOUNT.
005370     MOVE INTA-LAST-CAP-TRANS-ID TO WS-ACC-CAP-TRANS-ID.
005380     PERFORM 3000-ACCRUE-ONE-ACCOUNT THRU 3000-EXIT.
005390     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
005400     PERFORM 2150-READ-OLD-ACCRUAL THRU 2150-EXIT.
005410 2500-EXIT.
005420     EXIT.
005430*****************************************************************
005440*    3000-ACCRUE-ONE-ACCOUNT -- STATUS FROM THE ACCOUNT MASTER, *
005450*    THE DAY COUNT SINCE THE LAST ACCRUAL, THE BAND RATE, THE   *
005460*    INTEREST FOR THOSE DAYS, THEN CAPITALIZATION ON THE LAST   *
005470*    CYCLE.  WRITES THE NEW ACCRUAL ROW AND THE REGISTER LINE.  *
005480*****************************************************************
005490 3000-ACCRUE-ONE-ACCOUNT.
005500     ADD 1 TO WS-ACCOUNTS-READ.
005510     MOVE BAL-BALANCE TO WS-ACC-BALANCE.
005520     MOVE ZERO   TO WS-DAY-INTEREST.
005530     MOVE ZERO   TO WS-CAPITALIZED-NOW.
005540     MOVE ZERO   TO WS-ACC-RATE.
005550     MOVE SPACES TO WS-ACC-NOTE.
005560     PERFORM 3100-READ-ACCOUNT-MASTER THRU 3100-EXIT.
005570     PERFORM 3200-COUNT-ACCRUAL-DAYS THRU 3200-EXIT.
005580     IF WS-ACC-DAYS > ZERO
005590         PERFORM 3300-COMPUTE-INTEREST THRU 3300-EXIT
005600     END-IF.
005610     IF WS-LAST-CYCLE-YES
005620         PERFORM 3500-CAPITALIZE THRU 3500-EXIT
005630     END-IF.
005640     MOVE SPACES              TO NEW-ACCRUAL-RECORD.
005650     MOVE WS-ACC-ACCOUNT      TO NEWA-ACCT-NUMBER.
005660     MOVE WS-ACC-ACCRUED      TO NEWA-ACCRUED.
005670     MOVE WS-ACC-LAST-DATE    TO NEWA-LAST-ACCRUAL-DATE.
005680     MOVE WS-ACC-CAP-DATE     TO NEWA-LAST-CAP-DATE.
005690     MOVE WS-ACC-CAP-AMOUNT   TO NEWA-LAST-CAP-AMOUNT.
005700     MOVE WS-ACC-CAP-TRANS-ID TO NEWA-LAST-CAP-TRANS-ID.
005710     WRITE NEW-ACCRUAL-RECORD.
005720     ADD WS-DAY-INTEREST TO WS-TOTAL-DAY-INTEREST.
005730     ADD WS-ACC-ACCRUED  TO WS-TOTAL-ACCRUED.
005740     IF WS-DAY-INTEREST NOT = ZERO
005750             OR WS-ACC-ACCRUED NOT = ZERO
005760             OR WS-CAPITALIZED-NOW NOT = ZERO
005770             OR WS-ACC-NOTE NOT = SPACES
005780         PERFORM 3700-WRITE-REGISTER-LINE THRU 3700-EXIT
005790     END-IF.
005800 3000-EXIT.
005810     EXIT.
005820*
005830 3100-READ-ACCOUNT-MASTER.
005840     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
005850     MOVE WS-ACC-ACCOUNT TO ACCT-NUMBER.
005860     READ ACCOUNT-MASTER
005870         INVALID KEY
005880             MOVE SPACES TO ACCT-STATUS
005890         NOT INVALID KEY
005900             MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
005910     END-READ.
005920 3100-EXIT.
005930     EXIT.
005940*****************************************************************
005950*    3200-COUNT-ACCRUAL-DAYS -- CALENDAR DAYS FROM THE LAST     *
005960*    ACCRUAL TO TONIGHT, SO WEEKENDS AND HOLIDAYS ACCRUE ON     *
005970*    THE NEXT CYCLE.  AN ACCOUNT NEW TO ACCRUAL EARNS ONE DAY;  *
005980*    A RERUN TONIGHT FINDS ZERO DAYS AND ACCRUES NOTHING AGAIN. *
005990*****************************************************************
006000 3200-COUNT-ACCRUAL-DAYS.
006010     IF WS-ACC-LAST-DATE = ZERO
006020         MOVE 1 TO WS-ACC-DAYS
006030         GO TO 3200-EXIT
006040     END-IF.
006050     MOVE WS-ACC-LAST-DATE TO WS-SERIAL-DATE-N.
006060     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
006070     SUBTRACT WS-SERIAL-RESULT FROM WS-RUN-SERIAL
006080         GIVING WS-ACC-DAYS.
006090     IF WS-ACC-DAYS < ZERO
006100         MOVE ZERO TO WS-ACC-DAYS
006110     END-IF.
006120 3200-EXIT.
006130     EXIT.
006140*****************************************************************
006150*    3300-COMPUTE-INTEREST -- CLOSED ACCOUNTS AND DEBIT OR ZERO *
006160*    BALANCES EARN NOTHING BUT THEIR DAYS ARE CONSUMED.  AN     *
006170*    ACCOUNT MISSING FROM THE ACCOUNT MASTER OR OUTSIDE EVERY   *
006180*    BAND IS AN EXCEPTION: ITS LAST ACCRUAL DATE IS LEFT ALONE  *
006190*    SO THE DAYS ARE CAUGHT UP ONCE THE MASTER OR DECK IS       *
006200*    CORRECTED.                                                 *
006210*****************************************************************
006220 3300-COMPUTE-INTEREST.
006230     IF NOT WS-MASTER-FOUND-YES
006240         MOVE 'NO MSTR ' TO WS-ACC-NOTE
006250         ADD 1 TO WS-EXCEPTION-COUNT
006260         GO TO 3300-EXIT
006270     END-IF.
006280     IF ACCT-STATUS-CLOSED
006290             OR WS-ACC-BALANCE NOT > ZERO
006300         MOVE WS-SYS-DATE TO WS-ACC-LAST-DATE
006310         GO TO 3300-EXIT
006320     END-IF.
006330     PERFORM 3400-FIND-TIER THRU 3400-EXIT.
006340     IF NOT WS-TIER-FOUND-YES
006350         MOVE 'NO BAND ' TO WS-ACC-NOTE
006360         ADD 1 TO WS-EXCEPTION-COUNT
006370         GO TO 3300-EXIT
006380     END-IF.
006390     MOVE WS-TIER-RATE(WS-TIER-FOUND-SUB) TO WS-ACC-RATE.
006400     COMPUTE WS-DAY-INTEREST ROUNDED =
006410         WS-ACC-BALANCE * WS-ACC-RATE * WS-ACC-DAYS
006420             / (100 * WS-DAY-BASIS).
006430     ADD WS-DAY-INTEREST TO WS-ACC-ACCRUED.
006440     MOVE WS-SYS-DATE TO WS-ACC-LAST-DATE.
006450     ADD 1 TO WS-ACCRUED-COUNT.
006460 3300-EXIT.
006470     EXIT.
006480*
006490 3400-FIND-TIER.
006500     MOVE 'N' TO WS-TIER-FOUND-SWITCH.
006510     MOVE ZERO TO WS-TIER-FOUND-SUB.
006520     PERFORM 3410-TEST-ONE-TIER THRU 3410-EXIT
006530         VARYING WS-TIER-SUB FROM 1 BY 1
006540         UNTIL WS-TIER-SUB > WS-TIER-COUNT
006550            OR WS-TIER-FOUND-YES.
006560 3400-EXIT.
006570     EXIT.
006580*
006590 3410-TEST-ONE-TIER.
006600     IF WS-ACC-BALANCE >= WS-TIER-FLOOR(WS-TIER-SUB)
006610             AND WS-ACC-BALANCE <= WS-TIER-CEILING(WS-TIER-SUB)
006620         MOVE 'Y' TO WS-TIER-FOUND-SWITCH
006630         MOVE WS-TIER-SUB TO WS-TIER-FOUND-SUB
006640     END-IF.
006650 3410-EXIT.
006660     EXIT.
006670*****************************************************************
006680*    3500-CAPITALIZE -- LAST CYCLE OF THE PERIOD.  A ROW        *
006690*    ALREADY CAPITALIZED TONIGHT (STEP RERUN) RE-ISSUES THE     *
006700*    SAME CREDIT UNDER THE SAME TRANSACTION ID, SO THE NEW      *
006710*    CAPITALIZATION FILE IS COMPLETE AND THE EDIT STEP'S        *
006720*    DUPLICATE CHECK STILL HOLDS.  OTHERWISE THE WHOLE CENTS    *
006730*    ACCRUED ON AN OPEN ACCOUNT ARE CREDITED AND THE FRACTION   *
006740*    CARRIES; FROZEN AND CLOSED ACCOUNTS HOLD THEIR ACCRUAL.    *
006750*****************************************************************
006760 3500-CAPITALIZE.
006770     IF WS-ACC-CAP-DATE = WS-SYS-DATE
006780         MOVE WS-ACC-CAP-AMOUNT   TO WS-CAPITALIZED-NOW
006790         MOVE WS-ACC-CAP-TRANS-ID TO CAP-TRANS-ID
006800         PERFORM 3600-WRITE-CAPITAL-CREDIT THRU 3600-EXIT
006810         ADD 1 TO WS-REISSUED-COUNT
006820         GO TO 3500-EXIT
006830     END-IF.
006840     MOVE WS-ACC-ACCRUED TO WS-CAPITALIZED-NOW.
006850     IF WS-CAPITALIZED-NOW NOT > ZERO
006860         MOVE ZERO TO WS-CAPITALIZED-NOW
006870         GO TO 3500-EXIT
006880     END-IF.
006890     IF NOT WS-MASTER-FOUND-YES
006900             OR NOT ACCT-STATUS-OPEN
006910         MOVE ZERO TO WS-CAPITALIZED-NOW
006920         IF WS-ACC-NOTE = SPACES
006930             MOVE 'CAP HELD' TO WS-ACC-NOTE
006940         END-IF
006950         ADD 1 TO WS-HELD-COUNT
006960         ADD WS-ACC-ACCRUED TO WS-TOTAL-HELD
006970         GO TO 3500-EXIT
006980     END-IF.
006990     SUBTRACT WS-CAPITALIZED-NOW FROM WS-ACC-ACCRUED.
007000     ADD 1 TO WS-CAP-SEQUENCE.
007010     MOVE WS-CAP-SEQUENCE TO WS-CAP-ID-SEQ.
007020     MOVE WS-CAP-TRANS-ID    TO CAP-TRANS-ID.
007030     MOVE WS-SYS-DATE        TO WS-ACC-CAP-DATE.
007040     MOVE WS-CAPITALIZED-NOW TO WS-ACC-CAP-AMOUNT.
007050     MOVE WS-CAP-TRANS-ID    TO WS-ACC-CAP-TRANS-ID.
007060     PERFORM 3600-WRITE-CAPITAL-CREDIT THRU 3600-EXIT.
007070     ADD 1 TO WS-CAPITALIZED-COUNT.
007080 3500-EXIT.
007090     EXIT.
007100*****************************************************************
007110*    3600-WRITE-CAPITAL-CREDIT -- ONE CR TRANSREC PER ACCOUNT,  *
007120*    DATED TONIGHT, IN BASE CURRENCY UNDER THE INTEREST BRANCH. *
007130*    CAP-TRANS-ID IS SET BY THE CALLER.                         *
007140*****************************************************************
007150 3600-WRITE-CAPITAL-CREDIT.
007160     MOVE WS-SYS-DATE        TO CAP-TRANS-DATE.
007170     MOVE 'CR'               TO CAP-TRANS-TYPE.
007180     MOVE WS-CAPITALIZED-NOW TO CAP-TRANS-AMOUNT.
007190     MOVE WS-ACC-ACCOUNT     TO CAP-TRANS-ACCOUNT.
007200     MOVE WS-INTEREST-BRANCH TO CAP-TRANS-BRANCH.
007210     MOVE WS-BASE-CURRENCY   TO CAP-TRANS-CURRENCY.
007220     MOVE SPACE              TO CAP-TRANS-ORIG-TYPE.
007230     WRITE CAPITAL-RECORD.
007240     ADD WS-CAPITALIZED-NOW TO WS-TOTAL-CAPITALIZED.
007250 3600-EXIT.
007260     EXIT.
007270*
007280 3700-WRITE-REGISTER-LINE.
007290     MOVE WS-ACC-ACCOUNT     TO RD-ACCOUNT.
007300     EVALUATE TRUE
007310         WHEN NOT WS-MASTER-FOUND-YES
007320             MOVE '------' TO WS-STATUS-WORD
007330         WHEN ACCT-STATUS-OPEN
007340             MOVE 'OPEN  ' TO WS-STATUS-WORD
007350         WHEN ACCT-STATUS-CLOSED
007360             MOVE 'CLOSED' TO WS-STATUS-WORD
007370         WHEN ACCT-STATUS-FROZEN
007380             MOVE 'FROZEN' TO WS-STATUS-WORD
007390         WHEN OTHER
007400             MOVE '------' TO WS-STATUS-WORD
007410     END-EVALUATE.
007420     MOVE WS-STATUS-WORD     TO RD-STATUS.
007430     MOVE WS-ACC-BALANCE     TO RD-BALANCE.
007440     MOVE WS-ACC-RATE        TO RD-RATE.
007450     MOVE WS-ACC-DAYS        TO RD-DAYS.
007460     MOVE WS-DAY-INTEREST    TO RD-DAY-INTEREST.
007470     MOVE WS-ACC-ACCRUED     TO RD-ACCRUED.
007480     MOVE WS-CAPITALIZED-NOW TO RD-CAPITALIZED.
007490     MOVE WS-ACC-NOTE        TO RD-NOTE.
007500     WRITE WS-REG-DETAIL-LINE.
007510     ADD 1 TO WS-LINE-COUNT.
007520     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
007530         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
007540     END-IF.
007550 3700-EXIT.
007560     EXIT.
007570*****************************************************************
007580*    7100-COMPUTE-DAY-SERIAL -- WS-SERIAL-DATE-N IN,            *
007590*    WS-SERIAL-RESULT OUT.  SAME ALGORITHM AS THE REPAIR        *
007600*    STEP'S AGING REPORT; EXACT FOR 1901-2099.                  *
007610*****************************************************************
007620 7100-COMPUTE-DAY-SERIAL.
007630     COMPUTE WS-SERIAL-RESULT =
007640         WS-SERIAL-YEAR * 365
007650         + WS-CUM-DAYS(WS-SERIAL-MONTH)
007660         + WS-SERIAL-DAY.
007670     DIVIDE WS-SERIAL-YEAR BY 4
007680         GIVING WS-LEAP-QUOTIENT
007690         REMAINDER WS-LEAP-REMAINDER.
007700     ADD WS-LEAP-QUOTIENT TO WS-SERIAL-RESULT.
007710     IF WS-LEAP-REMAINDER = ZERO
007720             AND WS-SERIAL-MONTH < 3
007730         SUBTRACT 1 FROM WS-SERIAL-RESULT
007740     END-IF.
007750 7100-EXIT.
007760     EXIT.
007770*****************************************************************
007780*    8000-FINALIZE -- REGISTER TOTALS AND THE STEP RETURN CODE: *
007790*    RC=0 CLEAN, RC=4 ACCOUNTS NOT ACCRUED (MISSING FROM THE    *
007800*    ACCOUNT MASTER OR OUTSIDE EVERY BAND - REVIEW THE          *
007810*    REGISTER), RC=8 NO RATE TIER DECK (NOTHING ACCRUED).       *
007820*****************************************************************
007830 8000-FINALIZE.
007840     MOVE 'ACCOUNTS ON THE BALANCE MASTER:' TO RT-LABEL.
007850     MOVE WS-ACCOUNTS-READ TO RT-COUNT.
007860     MOVE ZERO TO RT-AMOUNT.
007870     WRITE WS-REG-TOTAL-LINE.
007880     MOVE 'ACCOUNTS ACCRUED / INTEREST TONIGHT:' TO RT-LABEL.
007890     MOVE WS-ACCRUED-COUNT TO RT-COUNT.
007900     MOVE WS-TOTAL-DAY-INTEREST TO RT-AMOUNT.
007910     WRITE WS-REG-TOTAL-LINE.
007920     MOVE 'ACCOUNTS CAPITALIZED / AMOUNT:' TO RT-LABEL.
007930     ADD WS-CAPITALIZED-COUNT WS-REISSUED-COUNT
007940         GIVING RT-COUNT.
007950     MOVE WS-TOTAL-CAPITALIZED TO RT-AMOUNT.
007960     WRITE WS-REG-TOTAL-LINE.
007970     MOVE 'CAPITALIZATION HELD (NOT OPEN):' TO RT-LABEL.
007980     MOVE WS-HELD-COUNT TO RT-COUNT.
007990     MOVE WS-TOTAL-HELD TO RT-AMOUNT.
008000     WRITE WS-REG-TOTAL-LINE.
008010     MOVE 'ACCRUED TO DATE CARRIED FORWARD:' TO RT-LABEL.
008020     MOVE WS-ACCOUNTS-READ TO RT-COUNT.
008030     MOVE WS-TOTAL-ACCRUED TO RT-AMOUNT.
008040     WRITE WS-REG-TOTAL-LINE.
008050     MOVE 'EXCEPTIONS (NO MASTER / NO BAND):' TO RT-LABEL.
008060     MOVE WS-EXCEPTION-COUNT TO RT-COUNT.
008070     MOVE ZERO TO RT-AMOUNT.
008080     WRITE WS-REG-TOTAL-LINE.
008090     DISPLAY 'TEST-PROGRAM-ACCRUE ACCOUNTS ACCRUED:    '
008100         WS-ACCRUED-COUNT.
008110     DISPLAY 'TEST-PROGRAM-ACCRUE ACCOUNTS CAPITALIZED: '
008120         WS-CAPITALIZED-COUNT.
008130     IF WS-REISSUED-COUNT > ZERO
008140         DISPLAY 'TEST-PROGRAM-ACCRUE CREDITS RE-ISSUED ON '
008150             'RERUN: ' WS-REISSUED-COUNT
008160     END-IF.
008170     DISPLAY 'TEST-PROGRAM-ACCRUE EXCEPTIONS:          '
008180         WS-EXCEPTION-COUNT.
008190     EVALUATE TRUE
008200         WHEN WS-TIER-COUNT = ZERO
008210             MOVE 8 TO RETURN-CODE
008220         WHEN WS-EXCEPTION-COUNT > ZERO
008230             MOVE 4 TO RETURN-CODE
008240         WHEN OTHER
008250             MOVE 0 TO RETURN-CODE
008260     END-EVALUATE.
008270     CLOSE BALMST-IN.
008280     IF WS-ACCRIN-FS = '00' OR WS-ACCRIN-FS = '10'
008290         CLOSE ACCRUAL-IN
008300     END-IF.
008310     CLOSE ACCRUAL-OUT.
008320     CLOSE ACCOUNT-MASTER.
008330     CLOSE CAPITAL-OUT.
008340     CLOSE REGISTER-REPORT.
008350 8000-EXIT.
008360     EXIT.
008370*****************************************************************
008380*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
008390*****************************************************************
008400 9999-EXIT.
008410     STOP RUN.
