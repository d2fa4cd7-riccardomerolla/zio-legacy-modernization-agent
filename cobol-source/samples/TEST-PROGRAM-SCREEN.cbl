000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-SCREEN.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-SCREEN                          *
000100*                                                               *
000110*    PURPOSE.     PRE-POSTING LARGE-VALUE AND VELOCITY          *
000120*                 SCREENING.  RUNS BETWEEN THE EDIT/COUNT       *
000130*                 STEPS AND POST AGAINST TONIGHT'S VALIDATED    *
000140*                 FEED AND THE ROLLING ACCEPTED-TRANSACTION     *
000150*                 HISTORY, AND RAISES A CASE FOR THE            *
000160*                 COMPLIANCE DESK ON EACH RULE HIT:             *
000170*                   LV01  A SINGLE ITEM OVER THE REPORTABLE     *
000180*                         THRESHOLD (BASE CURRENCY).            *
000190*                   VC01  AN ACCOUNT WHOSE ITEM COUNT OVER THE  *
000200*                         VELOCITY WINDOW EXCEEDS THE LIMIT.    *
000210*                   VA01  AN ACCOUNT WHOSE BASE TOTAL OVER THE  *
000220*                         VELOCITY WINDOW EXCEEDS THE LIMIT.    *
000230*                   ST01  AN ACCOUNT WITH SEVERAL ITEMS JUST    *
000240*                         UNDER THE THRESHOLD WITHIN THE        *
000250*                         STRUCTURING WINDOW.                   *
000260*                 EACH HIT IS WRITTEN TO THE ALERT CASE FILE    *
000270*                 AND LISTED ON THE DAILY ALERT REPORT.         *
000280*                                                               *
000290*    NOTES.       THE WINDOW RULES READ THE HISTORY KSDS, WHICH *
000300*                 ALREADY HOLDS TONIGHT'S ACCEPTED ITEMS (THE   *
000310*                 EDIT STEP ADDS THEM, WITH THEIR BASE AMOUNT), *
000320*                 SO TONIGHT IS NOT COUNTED TWICE.  ONLY        *
000330*                 ACCOUNTS WITH AN ITEM TONIGHT ARE JUDGED -    *
000340*                 AN ACCOUNT IS NOT RE-ALERTED ON A QUIET NIGHT *
000350*                 FOR ACTIVITY ALREADY SCREENED.  REVERSALS     *
000360*                 ARE NOT SCREENED.  THE STEP NEVER HOLDS       *
000370*                 BACK POSTING; RC=4 TELLS OPERATIONS THAT      *
000380*                 CASES WERE RAISED.                            *
000390*                                                               *
000400*    MODIFICATION HISTORY.                                     *
000410*    2026-10-15  DO   INITIAL VERSION.                          *
000420*                                                               *
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PARM-IN ASSIGN TO SCRNPARM
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARMIN-FS.
000530     SELECT TRANS-VALID ASSIGN TO TRANSVAL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-VALID-FS.
000560     SELECT RATES-IN ASSIGN TO RATEIN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RATEIN-FS.
000590     SELECT TRANS-HISTORY ASSIGN TO TRANSHST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS HIST-TRANS-ID
000630         FILE STATUS IS WS-HISTORY-FS.
000640     SELECT SORT-FILE ASSIGN TO SORTWK01.
000650     SELECT ALERT-OUT ASSIGN TO ALERTOUT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-ALERTOUT-FS.
000680     SELECT ALERT-REPORT ASSIGN TO ALRTRPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ALRTRPT-FS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PARM-IN
000750     LABEL RECORDS ARE STANDARD.
000760     COPY SCRNPARM.
000770*
000780 FD  TRANS-VALID
000790     LABEL RECORDS ARE STANDARD.
000800     COPY TRANSREC.
000810*
000820 FD  RATES-IN
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RATEREC.
000850*
000860 FD  TRANS-HISTORY
000870     LABEL RECORDS ARE STANDARD.
000880     COPY HISTREC.
000890*
000900 SD  SORT-FILE.
000910     COPY HISTREC REPLACING HISTORY-RECORD BY SORT-RECORD
000920         HIST-TRANS-ID BY SORT-HIST-TRANS-ID
000930         HIST-PROC-DATE BY SORT-HIST-PROC-DATE
000940         HIST-ACCOUNT BY SORT-HIST-ACCOUNT
000950         HIST-TRANS-TYPE BY SORT-HIST-TRANS-TYPE
000960         HIST-REVERSED-DATE BY SORT-HIST-REVERSED-DATE
000970         HIST-BASE-AMOUNT BY SORT-HIST-BASE-AMOUNT.
000980*
000990 FD  ALERT-OUT
001000     LABEL RECORDS ARE STANDARD.
001010     COPY ALERTREC.
001020*
001030 FD  ALERT-REPORT
001040     LABEL RECORDS ARE STANDARD.
001050 01  WS-ALR-HEADER-LINE1.
001060     05  FILLER                  PIC X(01)  VALUE SPACE.
001070     05  FILLER                  PIC X(45)
001080             VALUE 'LARGE-VALUE AND VELOCITY SCREENING ALERTS'.
001090     05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
001100     05  AH-RUN-DATE             PIC X(10).
001110     05  FILLER                  PIC X(10)  VALUE SPACES.
001120     05  FILLER                  PIC X(06)  VALUE 'PAGE: '.
001130     05  AH-PAGE-NUMBER          PIC ZZZ9.
001140     05  FILLER                  PIC X(47)  VALUE SPACES.
001150 01  WS-ALR-HEADER-LINE2.
001160     05  FILLER                  PIC X(01)  VALUE SPACE.
001170     05  FILLER                  PIC X(22)
001180             VALUE 'REPORTABLE THRESHOLD: '.
001190     05  AH-THRESHOLD            PIC ZZZ,ZZZ,ZZ9.99.
001200     05  FILLER                  PIC X(04)  VALUE SPACES.
001210     05  FILLER                  PIC X(22)
001220             VALUE 'STRUCTURING: ITEMS OF '.
001230     05  AH-FLOOR-PCT            PIC ZZ9.
001240     05  FILLER                  PIC X(21)
001250             VALUE '% TO 100% - LIMIT OF '.
001260     05  AH-STRUCT-COUNT         PIC ZZ9.
001270     05  FILLER                  PIC X(08)  VALUE ' IN LAST'.
001280     05  AH-STRUCT-DAYS          PIC ZZ9.
001290     05  FILLER                  PIC X(05)  VALUE ' DAYS'.
001300     05  FILLER                  PIC X(27)  VALUE SPACES.
001310 01  WS-ALR-HEADER-LINE3.
001320     05  FILLER                  PIC X(01)  VALUE SPACE.
001330     05  FILLER                  PIC X(22)
001340             VALUE 'VELOCITY WINDOW DAYS: '.
001350     05  AH-VELOCITY-DAYS        PIC ZZ9.
001360     05  FILLER                  PIC X(04)  VALUE SPACES.
001370     05  FILLER                  PIC X(13)  VALUE 'COUNT LIMIT: '.
001380     05  AH-VELOCITY-COUNT       PIC ZZZZ9.
001390     05  FILLER                  PIC X(04)  VALUE SPACES.
001400     05  FILLER                  PIC X(14)
001410             VALUE 'AMOUNT LIMIT: '.
001420     05  AH-VELOCITY-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001430     05  FILLER                  PIC X(50)  VALUE SPACES.
001440 01  WS-ALR-HEADER-LINE4.
001450     05  FILLER                  PIC X(01)  VALUE SPACE.
001460     05  FILLER                  PIC X(15)  VALUE 'CASE ID'.
001470     05  FILLER                  PIC X(06)  VALUE 'RULE'.
001480     05  FILLER                  PIC X(14)  VALUE 'ACCOUNT'.
001490     05  FILLER                  PIC X(12)  VALUE 'TRANS ID'.
001500     05  FILLER                  PIC X(20)
001510             VALUE '       BASE AMOUNT'.
001520     05  FILLER                  PIC X(06)  VALUE 'ITEMS'.
001530     05  FILLER                  PIC X(19)
001540             VALUE '             LIMIT'.
001550     05  FILLER                  PIC X(40)  VALUE 'RULE'.
001560 01  WS-ALR-DETAIL-LINE.
001570     05  FILLER                  PIC X(01)  VALUE SPACE.
001580     05  AD-CASE-ID              PIC X(13).
001590     05  FILLER                  PIC X(02)  VALUE SPACES.
001600     05  AD-RULE-CODE            PIC X(04).
001610     05  FILLER                  PIC X(02)  VALUE SPACES.
001620     05  AD-ACCOUNT              PIC X(12).
001630     05  FILLER                  PIC X(02)  VALUE SPACES.
001640     05  AD-TRANS-ID             PIC X(10).
001650     05  FILLER                  PIC X(02)  VALUE SPACES.
001660     05  AD-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001670     05  FILLER                  PIC X(02)  VALUE SPACES.
001680     05  AD-COUNT                PIC ZZZZ9.
001690     05  FILLER                  PIC X(01)  VALUE SPACE.
001700     05  AD-LIMIT                PIC X(18).
001710     05  FILLER                  PIC X(01)  VALUE SPACE.
001720     05  AD-RULE-TEXT            PIC X(40).
001740 01  WS-ALR-TOTAL-LINE.
001750     05  FILLER                  PIC X(01)  VALUE SPACE.
001760     05  AT-LABEL                PIC X(40).
001770     05  AT-COUNT                PIC ZZZZZZZZ9.
001780     05  FILLER                  PIC X(83)  VALUE SPACES.
001790*
001800 WORKING-STORAGE SECTION.
001810*****************************************************************
001820*    FILE STATUS FIELDS.                                       *
001830*****************************************************************
001840 01  WS-FILE-STATUS-FIELDS.
001850     05  WS-PARMIN-FS            PIC X(02)  VALUE SPACES.
001860     05  WS-VALID-FS             PIC X(02)  VALUE SPACES.
001870     05  WS-RATEIN-FS            PIC X(02)  VALUE SPACES.
001880     05  WS-HISTORY-FS           PIC X(02)  VALUE SPACES.
001890     05  WS-ALERTOUT-FS          PIC X(02)  VALUE SPACES.
001900     05  WS-ALRTRPT-FS           PIC X(02)  VALUE SPACES.
001910*****************************************************************
001920*    SWITCHES.                                                 *
001930*****************************************************************
001940 77  WS-VALID-EOF-SWITCH         PIC X(01)  VALUE 'N'.
001950     88  WS-VALID-EOF-YES            VALUE 'Y'.
001960 77  WS-HIST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001970     88  WS-HIST-EOF-YES             VALUE 'Y'.
001980 77  WS-SORT-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001990     88  WS-SORT-EOF-YES             VALUE 'Y'.
002000 77  WS-FIRST-RECORD-SWITCH      PIC X(01)  VALUE 'Y'.
002010     88  WS-FIRST-RECORD-YES         VALUE 'Y'.
002020 77  WS-TONIGHT-SWITCH           PIC X(01)  VALUE 'N'.
002030     88  WS-TONIGHT-YES              VALUE 'Y'.
002040 77  WS-RATE-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002050     88  WS-RATE-EOF-YES             VALUE 'Y'.
002060 77  WS-RATE-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
002070     88  WS-RATE-FOUND-YES           VALUE 'Y'.
002080*****************************************************************
002090*    LIMITS -- HOUSE DEFAULTS, OVERRIDDEN BY THE SCRNPARM       *
002100*    CARD.  NEITHER WINDOW MAY REACH PAST THE HISTORY           *
002110*    RETENTION KEPT BY THE EDIT STEP.                           *
002120*****************************************************************
002130 77  WS-HIST-RETAIN-DAYS         PIC 9(02)  COMP VALUE 7.
002140 77  WS-VELOCITY-DAYS            PIC 9(02)  COMP VALUE 5.
002150 77  WS-VELOCITY-COUNT           PIC 9(05)  COMP VALUE 20.
002160 77  WS-STRUCT-DAYS              PIC 9(02)  COMP VALUE 3.
002170 77  WS-STRUCT-FLOOR-PCT         PIC 9(03)  COMP VALUE 80.
002180 77  WS-STRUCT-COUNT             PIC 9(03)  COMP VALUE 3.
002190 77  WS-MAX-WINDOW-DAYS          PIC 9(02)  COMP VALUE ZERO.
002200 01  WS-LARGE-THRESHOLD          PIC S9(11)V99 COMP-3
002210                                            VALUE 10000.00.
002220 01  WS-VELOCITY-AMOUNT          PIC S9(11)V99 COMP-3
002230                                            VALUE 25000.00.
002240 01  WS-STRUCT-FLOOR             PIC S9(11)V99 COMP-3
002250                                            VALUE ZERO.
002260*****************************************************************
002270*    COUNTERS.                                                 *
002280*****************************************************************
002290 77  WS-ITEMS-SCREENED           PIC 9(09)  COMP VALUE ZERO.
002300 77  WS-REVERSALS-SKIPPED        PIC 9(09)  COMP VALUE ZERO.
002310 77  WS-UNCONVERTED-COUNT        PIC 9(09)  COMP VALUE ZERO.
002320 77  WS-HIST-READ-COUNT          PIC 9(09)  COMP VALUE ZERO.
002330 77  WS-HIST-SELECTED-COUNT      PIC 9(09)  COMP VALUE ZERO.
002340 77  WS-HIST-NO-AMOUNT-COUNT     PIC 9(09)  COMP VALUE ZERO.
002350 77  WS-ACCOUNTS-SCREENED        PIC 9(09)  COMP VALUE ZERO.
002360 77  WS-LV01-COUNT               PIC 9(09)  COMP VALUE ZERO.
002370 77  WS-VC01-COUNT               PIC 9(09)  COMP VALUE ZERO.
002380 77  WS-VA01-COUNT               PIC 9(09)  COMP VALUE ZERO.
002390 77  WS-ST01-COUNT               PIC 9(09)  COMP VALUE ZERO.
002400 77  WS-CASE-SEQ                 PIC 9(05)  COMP VALUE ZERO.
002410 77  WS-PAGE-NUMBER              PIC 9(04)  COMP VALUE ZERO.
002420 77  WS-LINE-COUNT               PIC 9(04)  COMP VALUE ZERO.
002430 77  WS-LINES-PER-PAGE           PIC 9(04)  COMP VALUE 50.
002440*****************************************************************
002450*    THE ACCOUNT IN HAND (SORT OUTPUT PROCEDURE).              *
002460*****************************************************************
002470 01  WS-CURRENT-ACCOUNT          PIC X(12)  VALUE SPACES.
002480 01  WS-TONIGHT-TRANS-ID         PIC X(10)  VALUE SPACES.
002490 01  WS-DAYS-AGO                 PIC S9(05) COMP VALUE ZERO.
002500 01  WS-ACC-VEL-COUNT            PIC 9(05)  COMP VALUE ZERO.
002510 01  WS-ACC-VEL-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002520 01  WS-ACC-STR-COUNT            PIC 9(05)  COMP VALUE ZERO.
002530 01  WS-ACC-STR-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002540*****************************************************************
002550*    ALERT BUILD AREA.                                         *
002560*****************************************************************
002570 01  WS-ALR-RULE-CODE            PIC X(04)  VALUE SPACES.
002580 01  WS-ALR-RULE-TEXT            PIC X(40)  VALUE SPACES.
002590 01  WS-ALR-ACCOUNT              PIC X(12)  VALUE SPACES.
002600 01  WS-ALR-TRANS-ID             PIC X(10)  VALUE SPACES.
002610 01  WS-ALR-AMOUNT               PIC S9(11)V99 COMP-3 VALUE ZERO.
002620 01  WS-ALR-COUNT                PIC 9(05)  VALUE ZERO.
002630 01  WS-ALR-WINDOW-DAYS          PIC 9(02)  VALUE ZERO.
002640 01  WS-ALR-LIMIT-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
002650 01  WS-ALR-LIMIT-COUNT          PIC 9(05)  VALUE ZERO.
002660 01  WS-EDIT-LIMIT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002670 01  WS-EDIT-LIMIT-COUNT         PIC Z(17)9.
002680*****************************************************************
002690*    DAILY EXCHANGE-RATE TABLE - SAME DECK AS EDIT AND POST.    *
002700*****************************************************************
002710 77  WS-BASE-CURRENCY            PIC X(03)  VALUE 'USD'.
002720 77  WS-RATE-COUNT               PIC 9(02)  COMP VALUE ZERO.
002730 77  WS-RATE-SUB                 PIC 9(02)  COMP VALUE ZERO.
002740 01  WS-RATE-TABLE.
002750     05  WS-RATE-ENTRY           OCCURS 50 TIMES.
002760         10  WS-RATE-CURRENCY        PIC X(03).
002770         10  WS-RATE-DATE            PIC 9(08).
002780         10  WS-RATE-TO-BASE         PIC 9(03)V9(06).
002790 01  WS-BASE-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
002800*****************************************************************
002810*    DATE WORK AREAS.  DAY SERIALS ARE COMPUTED THE SAME WAY    *
002820*    AS IN THE ACCRUAL STEP.                                    *
002830*****************************************************************
002840 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
002850 01  WS-RUN-SERIAL               PIC 9(07)  VALUE ZERO.
002860 01  WS-EDIT-DATE-IN             PIC 9(08)  VALUE ZERO.
002870 01  WS-EDIT-DATE-X.
002880     05  WS-EDIT-YEAR            PIC X(04).
002890     05  FILLER                  PIC X(01)  VALUE '-'.
002900     05  WS-EDIT-MONTH           PIC X(02).
002910     05  FILLER                  PIC X(01)  VALUE '-'.
002920     05  WS-EDIT-DAY             PIC X(02).
002930 01  WS-SERIAL-DATE.
002940     05  WS-SERIAL-YEAR          PIC 9(04).
002950     05  WS-SERIAL-MONTH         PIC 9(02).
002960     05  WS-SERIAL-DAY           PIC 9(02).
002970 01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE
002980                                 PIC 9(08).
002990 01  WS-SERIAL-RESULT            PIC 9(07)  VALUE ZERO.
003000 01  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
003010 01  WS-LEAP-REMAINDER           PIC 9(04)  VALUE ZERO.
003020 01  WS-CUM-DAYS-TABLE.
003030     05  FILLER                  PIC X(36)
003040             VALUE '000031059090120151181212243273304334'.
003050 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
003060     05  WS-CUM-DAYS             PIC 9(03)  OCCURS 12 TIMES.
003070*
003080 PROCEDURE DIVISION.
003090*****************************************************************
003100*    0000-MAINLINE -- THE SINGLE-ITEM RULE RUNS AGAINST THE     *
003110*    VALIDATED FEED; THE WINDOW RULES RUN AGAINST THE HISTORY   *
003120*    ROWS IN THE WINDOW, SORTED INTO ACCOUNT SEQUENCE.          *
003130*****************************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     PERFORM 2000-SCREEN-ONE-ITEM THRU 2000-EXIT
003170         UNTIL WS-VALID-EOF-YES.
003180     SORT SORT-FILE
003190         ON ASCENDING KEY SORT-HIST-ACCOUNT
003200                          SORT-HIST-PROC-DATE
003210                          SORT-HIST-TRANS-ID
003220         INPUT PROCEDURE IS 3000-SELECT-HISTORY
003230             THRU 3000-EXIT
003240         OUTPUT PROCEDURE IS 4000-SCREEN-ACCOUNTS
003250             THRU 4000-EXIT.
003260     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003270     GO TO 9999-EXIT.
003280*****************************************************************
003290*    1000-INITIALIZE -- THE LIMITS CARD IS PROVED BEFORE ANY    *
003300*    OUTPUT IS OPENED SO A BAD CARD LEAVES NOTHING BEHIND.      *
003310*****************************************************************
003320 1000-INITIALIZE.
003330     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
003340     MOVE WS-SYS-DATE TO WS-SERIAL-DATE-N.
003350     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
003360     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
003370     PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT.
003380     IF WS-STRUCT-FLOOR-PCT NOT < 100
003390         DISPLAY 'TEST-PROGRAM-SCREEN - STRUCTURING FLOOR '
003400             WS-STRUCT-FLOOR-PCT '% NOT BELOW 100% - CORRECT '
003410             'THE SCRNPARM CARD'
003420         MOVE 8 TO RETURN-CODE
003430         GO TO 9999-EXIT
003440     END-IF.
003450     IF WS-VELOCITY-DAYS > WS-HIST-RETAIN-DAYS
003460         DISPLAY 'TEST-PROGRAM-SCREEN - VELOCITY WINDOW '
003470             WS-VELOCITY-DAYS ' DAYS CUT TO HISTORY RETENTION '
003480             WS-HIST-RETAIN-DAYS
003490         MOVE WS-HIST-RETAIN-DAYS TO WS-VELOCITY-DAYS
003500     END-IF.
003510     IF WS-STRUCT-DAYS > WS-HIST-RETAIN-DAYS
003520         DISPLAY 'TEST-PROGRAM-SCREEN - STRUCTURING WINDOW '
003530             WS-STRUCT-DAYS ' DAYS CUT TO HISTORY RETENTION '
003540             WS-HIST-RETAIN-DAYS
003550         MOVE WS-HIST-RETAIN-DAYS TO WS-STRUCT-DAYS
003560     END-IF.
003570     MOVE WS-VELOCITY-DAYS TO WS-MAX-WINDOW-DAYS.
003580     IF WS-STRUCT-DAYS > WS-MAX-WINDOW-DAYS
003590         MOVE WS-STRUCT-DAYS TO WS-MAX-WINDOW-DAYS
003600     END-IF.
003610     COMPUTE WS-STRUCT-FLOOR ROUNDED =
003620         WS-LARGE-THRESHOLD * WS-STRUCT-FLOOR-PCT / 100.
003630     OPEN INPUT TRANS-VALID.
003640     IF WS-VALID-FS NOT = '00'
003650         DISPLAY 'TEST-PROGRAM-SCREEN - UNABLE TO OPEN TRANS'
003660             '-VALID - STATUS ' WS-VALID-FS
003670         MOVE 16 TO RETURN-CODE
003680         GO TO 9999-EXIT
003690     END-IF.
003700     OPEN INPUT TRANS-HISTORY.
003710     IF WS-HISTORY-FS NOT = '00'
003720         DISPLAY 'TEST-PROGRAM-SCREEN - UNABLE TO OPEN TRANS'
003730             '-HISTORY - STATUS ' WS-HISTORY-FS
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 9999-EXIT
003760     END-IF.
003770     OPEN OUTPUT ALERT-OUT.
003780     IF WS-ALERTOUT-FS NOT = '00'
003790         DISPLAY 'TEST-PROGRAM-SCREEN - UNABLE TO OPEN ALERT'
003800             '-OUT - STATUS ' WS-ALERTOUT-FS
003810         MOVE 16 TO RETURN-CODE
003820         GO TO 9999-EXIT
003830     END-IF.
003840     OPEN OUTPUT ALERT-REPORT.
003850     IF WS-ALRTRPT-FS NOT = '00'
003860         DISPLAY 'TEST-PROGRAM-SCREEN - UNABLE TO OPEN ALERT'
003870             '-REPORT - STATUS ' WS-ALRTRPT-FS
003880         MOVE 16 TO RETURN-CODE
003890         GO TO 9999-EXIT
003900     END-IF.
003910     PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT.
003920     PERFORM 1700-LOAD-RATE-TABLE THRU 1700-EXIT.
003930     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003940 1000-EXIT.
003950     EXIT.
003960*
003970 1050-WRITE-REPORT-HEADERS.
003980     ADD 1 TO WS-PAGE-NUMBER.
003990     MOVE ZERO TO WS-LINE-COUNT.
004000     MOVE WS-SYS-DATE TO WS-EDIT-DATE-IN.
004010     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
004020     MOVE WS-EDIT-DATE-X      TO AH-RUN-DATE.
004030     MOVE WS-PAGE-NUMBER      TO AH-PAGE-NUMBER.
004040     MOVE WS-LARGE-THRESHOLD  TO AH-THRESHOLD.
004050     MOVE WS-STRUCT-FLOOR-PCT TO AH-FLOOR-PCT.
004060     MOVE WS-STRUCT-COUNT     TO AH-STRUCT-COUNT.
004070     MOVE WS-STRUCT-DAYS      TO AH-STRUCT-DAYS.
004080     MOVE WS-VELOCITY-DAYS    TO AH-VELOCITY-DAYS.
004090     MOVE WS-VELOCITY-COUNT   TO AH-VELOCITY-COUNT.
004100     MOVE WS-VELOCITY-AMOUNT  TO AH-VELOCITY-AMOUNT.
004110     WRITE WS-ALR-HEADER-LINE1.
004120     WRITE WS-ALR-HEADER-LINE2.
004130     WRITE WS-ALR-HEADER-LINE3.
004140     WRITE WS-ALR-HEADER-LINE4.
004150 1050-EXIT.
004160     EXIT.
004170*****************************************************************
004180*    1100-LOAD-LIMITS -- NO CARD, OR ZERO IN A FIELD, KEEPS     *
004190*    THE HOUSE DEFAULT FOR THAT FIELD.                          *
004200*****************************************************************
004210 1100-LOAD-LIMITS.
004220     OPEN INPUT PARM-IN.
004230     IF WS-PARMIN-FS NOT = '00'
004240         DISPLAY 'TEST-PROGRAM-SCREEN - NO SCRNPARM CARD - '
004250             'STATUS ' WS-PARMIN-FS ' - USING DEFAULTS'
004260         GO TO 1100-EXIT
004270     END-IF.
004280     READ PARM-IN
004290         AT END
004300             DISPLAY 'TEST-PROGRAM-SCREEN - SCRNPARM EMPTY - '
004310                 'USING DEFAULTS'
004320         NOT AT END
004330             PERFORM 1110-APPLY-LIMITS THRU 1110-EXIT
004340     END-READ.
004350     CLOSE PARM-IN.
004360 1100-EXIT.
004370     EXIT.
004380*
004390 1110-APPLY-LIMITS.
004400     IF SCRP-LARGE-THRESHOLD IS NUMERIC
004410             AND SCRP-LARGE-THRESHOLD > ZERO
004420         MOVE SCRP-LARGE-THRESHOLD TO WS-LARGE-THRESHOLD
004430     END-IF.
004440     IF SCRP-VELOCITY-DAYS IS NUMERIC
004450             AND SCRP-VELOCITY-DAYS > ZERO
004460         MOVE SCRP-VELOCITY-DAYS TO WS-VELOCITY-DAYS
004470     END-IF.
004480     IF SCRP-VELOCITY-COUNT IS NUMERIC
004490             AND SCRP-VELOCITY-COUNT > ZERO
004500         MOVE SCRP-VELOCITY-COUNT TO WS-VELOCITY-COUNT
004510     END-IF.
004520     IF SCRP-VELOCITY-AMOUNT IS NUMERIC
004530             AND SCRP-VELOCITY-AMOUNT > ZERO
004540         MOVE SCRP-VELOCITY-AMOUNT TO WS-VELOCITY-AMOUNT
004550     END-IF.
004560     IF SCRP-STRUCT-DAYS IS NUMERIC
004570             AND SCRP-STRUCT-DAYS > ZERO
004580         MOVE SCRP-STRUCT-DAYS TO WS-STRUCT-DAYS
004590     END-IF.
004600     IF SCRP-STRUCT-FLOOR-PCT IS NUMERIC
004610             AND SCRP-STRUCT-FLOOR-PCT > ZERO
004620         MOVE SCRP-STRUCT-FLOOR-PCT TO WS-STRUCT-FLOOR-PCT
004630     END-IF.
004640     IF SCRP-STRUCT-COUNT IS NUMERIC
004650             AND SCRP-STRUCT-COUNT > ZERO
004660         MOVE SCRP-STRUCT-COUNT TO WS-STRUCT-COUNT
004670     END-IF.
004680 1110-EXIT.
004690     EXIT.
004700*****************************************************************
004710*    1700-LOAD-RATE-TABLE -- SAME DAILY RATES DECK THE EDIT     *
004720*    AND POST STEPS USE.  A MISSING DECK LEAVES FOREIGN         *
004730*    AMOUNTS SCREENED AT FACE VALUE, COUNTED AT FINALIZE.       *
004740*****************************************************************
004750 1700-LOAD-RATE-TABLE.
004760     OPEN INPUT RATES-IN.
004770     IF WS-RATEIN-FS NOT = '00'
004780         DISPLAY 'TEST-PROGRAM-SCREEN - NO RATES DECK - STATUS '
004790             WS-RATEIN-FS ' - FOREIGN AMOUNTS AT FACE VALUE'
004800         GO TO 1700-EXIT
004810     END-IF.
004820     PERFORM 1710-READ-RATE-CARD THRU 1710-EXIT
004830         UNTIL WS-RATE-EOF-YES.
004840     CLOSE RATES-IN.
004850 1700-EXIT.
004860     EXIT.
004870*
004880 1710-READ-RATE-CARD.
004890     READ RATES-IN
004900         AT END
004910             MOVE 'Y' TO WS-RATE-EOF-SWITCH
004920         NOT AT END
004930             IF WS-RATE-COUNT = 50
004940                 DISPLAY 'TEST-PROGRAM-SCREEN - RATES DECK '
004950                     'EXCEEDS TABLE - EXTRA CARDS IGNORED'
004960                 MOVE 'Y' TO WS-RATE-EOF-SWITCH
004970             ELSE
004980                 ADD 1 TO WS-RATE-COUNT
004990                 MOVE RATE-CURRENCY
005000                     TO WS-RATE-CURRENCY(WS-RATE-COUNT)
005010                 MOVE RATE-DATE
005020                     TO WS-RATE-DATE(WS-RATE-COUNT)
005030                 MOVE RATE-TO-BASE
005040                     TO WS-RATE-TO-BASE(WS-RATE-COUNT)
005050             END-IF
005060     END-READ.
005070 1710-EXIT.
005080     EXIT.
005090*****************************************************************
005100*    2000-SCREEN-ONE-ITEM -- RULE LV01 AGAINST ONE VALIDATED    *
005110*    ITEM.  REVERSALS BACK OUT AN ITEM ALREADY SCREENED AND     *
005120*    ARE PASSED OVER.                                           *
005130*****************************************************************
005140 2000-SCREEN-ONE-ITEM.
005150     IF TRANS-TYPE-REVERSAL
005160         ADD 1 TO WS-REVERSALS-SKIPPED
005170         GO TO 2000-READ-NEXT
005180     END-IF.
005190     ADD 1 TO WS-ITEMS-SCREENED.
005200     PERFORM 2200-CONVERT-TO-BASE THRU 2200-EXIT.
005210     IF WS-BASE-AMOUNT > WS-LARGE-THRESHOLD
005220         MOVE 'LV01'                 TO WS-ALR-RULE-CODE
005230         MOVE 'SINGLE ITEM OVER REPORTABLE THRESHOLD'
005240                                     TO WS-ALR-RULE-TEXT
005250         MOVE TRANS-ACCOUNT          TO WS-ALR-ACCOUNT
005260         MOVE TRANS-ID               TO WS-ALR-TRANS-ID
005270         MOVE WS-BASE-AMOUNT         TO WS-ALR-AMOUNT
005280         MOVE 1                      TO WS-ALR-COUNT
005290         MOVE 1                      TO WS-ALR-WINDOW-DAYS
005300         MOVE WS-LARGE-THRESHOLD     TO WS-ALR-LIMIT-AMOUNT
005310         MOVE ZERO                   TO WS-ALR-LIMIT-COUNT
005320         PERFORM 5000-RAISE-ALERT THRU 5000-EXIT
005330         ADD 1 TO WS-LV01-COUNT
005340     END-IF.
005350 2000-READ-NEXT.
005360     PERFORM 2100-READ-VALID THRU 2100-EXIT.
005370 2000-EXIT.
005380     EXIT.
005390*
005400 2100-READ-VALID.
005410     READ TRANS-VALID
005420         AT END
005430             MOVE 'Y' TO WS-VALID-EOF-SWITCH
005440     END-READ.
005450 2100-EXIT.
005460     EXIT.
005470*****************************************************************
005480*    2200-CONVERT-TO-BASE -- TONIGHT'S CARD (OR AN UNDATED      *
005490*    STANDING CARD) FOR THE ITEM'S CURRENCY.  NO CARD SCREENS   *
005500*    THE ITEM AT FACE VALUE RATHER THAN LET IT PASS UNSEEN.     *
005510*****************************************************************
005520 2200-CONVERT-TO-BASE.
005530     MOVE TRANS-AMOUNT TO WS-BASE-AMOUNT.
005540     IF TRANS-CURRENCY = SPACES
005550             OR TRANS-CURRENCY = WS-BASE-CURRENCY
005560         GO TO 2200-EXIT
005570     END-IF.
005580     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
005590     PERFORM 2210-TEST-ONE-RATE THRU 2210-EXIT
005600         VARYING WS-RATE-SUB FROM 1 BY 1
005610         UNTIL WS-RATE-SUB > WS-RATE-COUNT
005620            OR WS-RATE-FOUND-YES.
005630     IF NOT WS-RATE-FOUND-YES
005640         ADD 1 TO WS-UNCONVERTED-COUNT
005650     END-IF.
005660 2200-EXIT.
005670     EXIT.
005680*
005690 2210-TEST-ONE-RATE.
005700     IF WS-RATE-CURRENCY(WS-RATE-SUB) = TRANS-CURRENCY
005710             AND (WS-RATE-DATE(WS-RATE-SUB) = ZERO
005720                 OR WS-RATE-DATE(WS-RATE-SUB) = WS-SYS-DATE)
005730         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
005740         COMPUTE WS-BASE-AMOUNT ROUNDED =
005750             TRANS-AMOUNT * WS-RATE-TO-BASE(WS-RATE-SUB)
005760     END-IF.
005770 2210-EXIT.
005780     EXIT.
005790*****************************************************************
005800*    3000-SELECT-HISTORY -- SORT INPUT PROCEDURE.  BROWSES THE  *
005810*    HISTORY KSDS FROM THE TOP AND RELEASES EVERY ROW INSIDE    *
005820*    THE WIDER OF THE TWO WINDOWS.  A ROW FROM BEFORE THE BASE  *
005830*    AMOUNT WAS CARRIED COUNTS AS AN ITEM WITH NO AMOUNT.       *
005840*****************************************************************
005850 3000-SELECT-HISTORY.
005860     MOVE LOW-VALUES TO HIST-TRANS-ID.
005870     START TRANS-HISTORY KEY NOT LESS THAN HIST-TRANS-ID
005880         INVALID KEY
005890             MOVE 'Y' TO WS-HIST-EOF-SWITCH
005900     END-START.
005910     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005920     PERFORM 3200-TEST-HISTORY-ROW THRU 3200-EXIT
005930         UNTIL WS-HIST-EOF-YES.
005940 3000-EXIT.
005950     EXIT.
005960*
005970 3100-READ-HISTORY.
005980     IF WS-HIST-EOF-YES
005990         GO TO 3100-EXIT
006000     END-IF.
006010     READ TRANS-HISTORY NEXT
006020         AT END
006030             MOVE 'Y' TO WS-HIST-EOF-SWITCH
006040         NOT AT END
006050             ADD 1 TO WS-HIST-READ-COUNT
006060     END-READ.
006070 3100-EXIT.
006080     EXIT.
006090*
006100 3200-TEST-HISTORY-ROW.
006110     IF HIST-PROC-DATE NOT NUMERIC
006120             OR HIST-PROC-DATE > WS-SYS-DATE
006130         GO TO 3200-READ-NEXT
006140     END-IF.
006150     MOVE HIST-PROC-DATE TO WS-SERIAL-DATE-N.
006160     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
006170     COMPUTE WS-DAYS-AGO = WS-RUN-SERIAL - WS-SERIAL-RESULT.
006180     IF WS-DAYS-AGO NOT < WS-MAX-WINDOW-DAYS
006190         GO TO 3200-READ-NEXT
006200     END-IF.
006210     MOVE HISTORY-RECORD TO SORT-RECORD.
006220     IF HIST-BASE-AMOUNT NOT NUMERIC
006230         MOVE ZERO TO SORT-HIST-BASE-AMOUNT
006240         ADD 1 TO WS-HIST-NO-AMOUNT-COUNT
006250     END-IF.
006260     RELEASE SORT-RECORD.
006270     ADD 1 TO WS-HIST-SELECTED-COUNT.
006280 3200-READ-NEXT.
006290     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
006300 3200-EXIT.
006310     EXIT.
006320*****************************************************************
006330*    4000-SCREEN-ACCOUNTS -- SORT OUTPUT PROCEDURE.  ROWS COME  *
006340*    BACK IN ACCOUNT/DATE SEQUENCE; EACH ACCOUNT IS TOTALLED    *
006350*    OVER BOTH WINDOWS AND JUDGED AT THE ACCOUNT BREAK.         *
006360*****************************************************************
006370 4000-SCREEN-ACCOUNTS.
006380     PERFORM 4100-RETURN-SORTED-RECORD THRU 4100-EXIT.
006390     PERFORM 4200-PROCESS-SORTED-RECORD THRU 4200-EXIT
006400         UNTIL WS-SORT-EOF-YES.
006410     IF NOT WS-FIRST-RECORD-YES
006420         PERFORM 4300-ACCOUNT-BREAK THRU 4300-EXIT
006430     END-IF.
006440 4000-EXIT.
006450     EXIT.
006460*
006470 4100-RETURN-SORTED-RECORD.
006480     RETURN SORT-FILE
006490         AT END
006500             MOVE 'Y' TO WS-SORT-EOF-SWITCH
006510     END-RETURN.
006520 4100-EXIT.
006530     EXIT.
006540*
006550 4200-PROCESS-SORTED-RECORD.
006560     IF WS-FIRST-RECORD-YES
006570         MOVE SORT-HIST-ACCOUNT TO WS-CURRENT-ACCOUNT
006580         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
006590     ELSE
006600         IF SORT-HIST-ACCOUNT NOT = WS-CURRENT-ACCOUNT
006610             PERFORM 4300-ACCOUNT-BREAK THRU 4300-EXIT
006620             MOVE SORT-HIST-ACCOUNT TO WS-CURRENT-ACCOUNT
006630         END-IF
006640     END-IF.
006650     MOVE SORT-HIST-PROC-DATE TO WS-SERIAL-DATE-N.
006660     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
006670     COMPUTE WS-DAYS-AGO = WS-RUN-SERIAL - WS-SERIAL-RESULT.
006680     IF WS-DAYS-AGO = ZERO
006690         MOVE 'Y' TO WS-TONIGHT-SWITCH
006700         MOVE SORT-HIST-TRANS-ID TO WS-TONIGHT-TRANS-ID
006710     END-IF.
006720     IF WS-DAYS-AGO < WS-VELOCITY-DAYS
006730         ADD 1 TO WS-ACC-VEL-COUNT
006740         ADD SORT-HIST-BASE-AMOUNT TO WS-ACC-VEL-AMOUNT
006750     END-IF.
006760     IF WS-DAYS-AGO < WS-STRUCT-DAYS
006770             AND SORT-HIST-BASE-AMOUNT NOT < WS-STRUCT-FLOOR
006780             AND SORT-HIST-BASE-AMOUNT NOT > WS-LARGE-THRESHOLD
006790         ADD 1 TO WS-ACC-STR-COUNT
006800         ADD SORT-HIST-BASE-AMOUNT TO WS-ACC-STR-AMOUNT
006810     END-IF.
006820     PERFORM 4100-RETURN-SORTED-RECORD THRU 4100-EXIT.
006830 4200-EXIT.
006840     EXIT.
006850*****************************************************************
006860*    4300-ACCOUNT-BREAK -- AN ACCOUNT WITH NOTHING TONIGHT WAS  *
006870*    JUDGED ON AN EARLIER NIGHT AND IS LEFT ALONE.  ONE ACCOUNT *
006880*    MAY FIRE MORE THAN ONE RULE; EACH IS ITS OWN CASE.         *
006890*****************************************************************
006900 4300-ACCOUNT-BREAK.
006910     IF NOT WS-TONIGHT-YES
006920         GO TO 4300-RESET
006930     END-IF.
006940     ADD 1 TO WS-ACCOUNTS-SCREENED.
006950     MOVE WS-CURRENT-ACCOUNT  TO WS-ALR-ACCOUNT.
006960     MOVE WS-TONIGHT-TRANS-ID TO WS-ALR-TRANS-ID.
006970     IF WS-ACC-VEL-COUNT > WS-VELOCITY-COUNT
006980         MOVE 'VC01'              TO WS-ALR-RULE-CODE
006990         MOVE 'ITEM COUNT OVER VELOCITY LIMIT'
007000                                  TO WS-ALR-RULE-TEXT
007010         MOVE WS-ACC-VEL-AMOUNT   TO WS-ALR-AMOUNT
007020         MOVE WS-ACC-VEL-COUNT    TO WS-ALR-COUNT
007030         MOVE WS-VELOCITY-DAYS    TO WS-ALR-WINDOW-DAYS
007040         MOVE ZERO                TO WS-ALR-LIMIT-AMOUNT
007050         MOVE WS-VELOCITY-COUNT   TO WS-ALR-LIMIT-COUNT
007060         PERFORM 5000-RAISE-ALERT THRU 5000-EXIT
007070         ADD 1 TO WS-VC01-COUNT
007080     END-IF.
007090     IF WS-ACC-VEL-AMOUNT > WS-VELOCITY-AMOUNT
007100         MOVE 'VA01'              TO WS-ALR-RULE-CODE
007110         MOVE 'BASE TOTAL OVER VELOCITY LIMIT'
007120                                  TO WS-ALR-RULE-TEXT
007130         MOVE WS-ACC-VEL-AMOUNT   TO WS-ALR-AMOUNT
007140         MOVE WS-ACC-VEL-COUNT    TO WS-ALR-COUNT
007150         MOVE WS-VELOCITY-DAYS    TO WS-ALR-WINDOW-DAYS
007160         MOVE WS-VELOCITY-AMOUNT  TO WS-ALR-LIMIT-AMOUNT
007170         MOVE ZERO                TO WS-ALR-LIMIT-COUNT
007180         PERFORM 5000-RAISE-ALERT THRU 5000-EXIT
007190         ADD 1 TO WS-VA01-COUNT
007200     END-IF.
007210     IF WS-ACC-STR-COUNT NOT < WS-STRUCT-COUNT
007220         MOVE 'ST01'              TO WS-ALR-RULE-CODE
007230         MOVE 'ITEMS JUST UNDER THRESHOLD - STRUCTURING'
007240                                  TO WS-ALR-RULE-TEXT
007250         MOVE WS-ACC-STR-AMOUNT   TO WS-ALR-AMOUNT
007260         MOVE WS-ACC-STR-COUNT    TO WS-ALR-COUNT
007270         MOVE WS-STRUCT-DAYS      TO WS-ALR-WINDOW-DAYS
007280         MOVE ZERO                TO WS-ALR-LIMIT-AMOUNT
007290         MOVE WS-STRUCT-COUNT     TO WS-ALR-LIMIT-COUNT
007300         PERFORM 5000-RAISE-ALERT THRU 5000-EXIT
007310         ADD 1 TO WS-ST01-COUNT
007320     END-IF.
007330 4300-RESET.
007340     MOVE 'N'    TO WS-TONIGHT-SWITCH.
007350     MOVE SPACES TO WS-TONIGHT-TRANS-ID.
007360     MOVE ZERO   TO WS-ACC-VEL-COUNT.
007370     MOVE ZERO   TO WS-ACC-VEL-AMOUNT.
007380     MOVE ZERO   TO WS-ACC-STR-COUNT.
007390     MOVE ZERO   TO WS-ACC-STR-AMOUNT.
007400 4300-EXIT.
007410     EXIT.
007420*****************************************************************
007430*    5000-RAISE-ALERT -- ONE CASE ROW AND ONE REPORT LINE FROM  *
007440*    THE ALERT BUILD AREA.  A COUNT LIMIT PRINTS AS A COUNT,    *
007450*    AN AMOUNT LIMIT AS AN AMOUNT.                              *
007460*****************************************************************
007470 5000-RAISE-ALERT.
007480     ADD 1 TO WS-CASE-SEQ.
007490     MOVE SPACES              TO ALERT-CASE-RECORD.
007500     MOVE WS-SYS-DATE         TO ALRT-CASE-DATE.
007510     MOVE WS-CASE-SEQ         TO ALRT-CASE-SEQ.
007520     MOVE WS-ALR-RULE-CODE    TO ALRT-RULE-CODE.
007530     MOVE WS-ALR-RULE-TEXT    TO ALRT-RULE-TEXT.
007540     MOVE WS-ALR-ACCOUNT      TO ALRT-ACCOUNT.
007550     MOVE WS-ALR-TRANS-ID     TO ALRT-TRANS-ID.
007560     MOVE WS-ALR-AMOUNT       TO ALRT-BASE-AMOUNT.
007570     MOVE WS-ALR-COUNT        TO ALRT-ITEM-COUNT.
007580     MOVE WS-ALR-WINDOW-DAYS  TO ALRT-WINDOW-DAYS.
007590     MOVE WS-ALR-LIMIT-AMOUNT TO ALRT-LIMIT-AMOUNT.
007600     MOVE WS-ALR-LIMIT-COUNT  TO ALRT-LIMIT-COUNT.
007610     MOVE 'O'                 TO ALRT-STATUS.
007620     WRITE ALERT-CASE-RECORD.
007630     MOVE ALRT-CASE-ID        TO AD-CASE-ID.
007640     MOVE WS-ALR-RULE-CODE    TO AD-RULE-CODE.
007650     MOVE WS-ALR-ACCOUNT      TO AD-ACCOUNT.
007660     MOVE WS-ALR-TRANS-ID     TO AD-TRANS-ID.
007670     MOVE WS-ALR-AMOUNT       TO AD-AMOUNT.
007680     MOVE WS-ALR-COUNT        TO AD-COUNT.
007690     IF WS-ALR-LIMIT-COUNT > ZERO
007700         MOVE WS-ALR-LIMIT-COUNT TO WS-EDIT-LIMIT-COUNT
007710         MOVE WS-EDIT-LIMIT-COUNT TO AD-LIMIT
007720     ELSE
007730         MOVE WS-ALR-LIMIT-AMOUNT TO WS-EDIT-LIMIT-AMOUNT
007740         MOVE WS-EDIT-LIMIT-AMOUNT TO AD-LIMIT
007750     END-IF.
007760     MOVE WS-ALR-RULE-TEXT    TO AD-RULE-TEXT.
007770     WRITE WS-ALR-DETAIL-LINE.
007780     ADD 1 TO WS-LINE-COUNT.
007790     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
007800         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
007810     END-IF.
007820 5000-EXIT.
007830     EXIT.
007840*****************************************************************
007850*    7100-COMPUTE-DAY-SERIAL -- WS-SERIAL-DATE-N IN,            *
007860*    WS-SERIAL-RESULT OUT.  SAME ALGORITHM AS THE ACCRUAL STEP. *
007870*****************************************************************
007880 7100-COMPUTE-DAY-SERIAL.
007890     COMPUTE WS-SERIAL-RESULT =
007900         WS-SERIAL-YEAR * 365
007910         + WS-CUM-DAYS(WS-SERIAL-MONTH)
007920         + WS-SERIAL-DAY.
007930     DIVIDE WS-SERIAL-YEAR BY 4
007940         GIVING WS-LEAP-QUOTIENT
007950         REMAINDER WS-LEAP-REMAINDER.
007960     ADD WS-LEAP-QUOTIENT TO WS-SERIAL-RESULT.
007970     IF WS-LEAP-REMAINDER = ZERO
007980             AND WS-SERIAL-MONTH < 3
007990         SUBTRACT 1 FROM WS-SERIAL-RESULT
008000     END-IF.
008010 7100-EXIT.
008020     EXIT.
008030*
008040 7200-EDIT-DATE.
008050     MOVE WS-EDIT-DATE-IN(1:4) TO WS-EDIT-YEAR.
008060     MOVE WS-EDIT-DATE-IN(5:2) TO WS-EDIT-MONTH.
008070     MOVE WS-EDIT-DATE-IN(7:2) TO WS-EDIT-DAY.
008080 7200-EXIT.
008090     EXIT.
008100*****************************************************************
008110*    8000-FINALIZE -- TOTALS AND THE STEP RETURN CODE: RC=0     *
008120*    NO CASES, RC=4 CASES RAISED FOR THE COMPLIANCE DESK.       *
008130*    POSTING GOES AHEAD EITHER WAY.                             *
008140*****************************************************************
008150 8000-FINALIZE.
008160     MOVE SPACES TO WS-ALR-TOTAL-LINE.
008170     WRITE WS-ALR-TOTAL-LINE.
008180     MOVE 'ITEMS SCREENED:' TO AT-LABEL.
008190     MOVE WS-ITEMS-SCREENED TO AT-COUNT.
008200     WRITE WS-ALR-TOTAL-LINE.
008210     MOVE 'REVERSALS PASSED OVER:' TO AT-LABEL.
008220     MOVE WS-REVERSALS-SKIPPED TO AT-COUNT.
008230     WRITE WS-ALR-TOTAL-LINE.
008240     MOVE 'FOREIGN ITEMS AT FACE VALUE (NO RATE):' TO AT-LABEL.
008250     MOVE WS-UNCONVERTED-COUNT TO AT-COUNT.
008260     WRITE WS-ALR-TOTAL-LINE.
008270     MOVE 'HISTORY ROWS IN WINDOW:' TO AT-LABEL.
008280     MOVE WS-HIST-SELECTED-COUNT TO AT-COUNT.
008290     WRITE WS-ALR-TOTAL-LINE.
008300     MOVE 'HISTORY ROWS WITH NO BASE AMOUNT:' TO AT-LABEL.
008310     MOVE WS-HIST-NO-AMOUNT-COUNT TO AT-COUNT.
008320     WRITE WS-ALR-TOTAL-LINE.
008330     MOVE 'ACCOUNTS SCREENED:' TO AT-LABEL.
008340     MOVE WS-ACCOUNTS-SCREENED TO AT-COUNT.
008350     WRITE WS-ALR-TOTAL-LINE.
008360     MOVE 'LV01 LARGE-VALUE CASES:' TO AT-LABEL.
008370     MOVE WS-LV01-COUNT TO AT-COUNT.
008380     WRITE WS-ALR-TOTAL-LINE.
008390     MOVE 'VC01 VELOCITY COUNT CASES:' TO AT-LABEL.
008400     MOVE WS-VC01-COUNT TO AT-COUNT.
008410     WRITE WS-ALR-TOTAL-LINE.
008420     MOVE 'VA01 VELOCITY AMOUNT CASES:' TO AT-LABEL.
008430     MOVE WS-VA01-COUNT TO AT-COUNT.
008440     WRITE WS-ALR-TOTAL-LINE.
008450     MOVE 'ST01 STRUCTURING CASES:' TO AT-LABEL.
008460     MOVE WS-ST01-COUNT TO AT-COUNT.
008470     WRITE WS-ALR-TOTAL-LINE.
008480     MOVE 'TOTAL CASES RAISED:' TO AT-LABEL.
008490     MOVE WS-CASE-SEQ TO AT-COUNT.
008500     WRITE WS-ALR-TOTAL-LINE.
008510     DISPLAY 'TEST-PROGRAM-SCREEN ITEMS SCREENED:   '
008520         WS-ITEMS-SCREENED.
008530     DISPLAY 'TEST-PROGRAM-SCREEN ACCOUNTS SCREENED:'
008540         WS-ACCOUNTS-SCREENED.
008550     DISPLAY 'TEST-PROGRAM-SCREEN CASES RAISED:     '
008560         WS-CASE-SEQ.
008570     IF WS-CASE-SEQ > ZERO
008580         MOVE 4 TO RETURN-CODE
008590     ELSE
008600         MOVE 0 TO RETURN-CODE
008610     END-IF.
008620     CLOSE TRANS-VALID.
008630     CLOSE TRANS-HISTORY.
008640     CLOSE ALERT-OUT.
008650     CLOSE ALERT-REPORT.
008660 8000-EXIT.
008670     EXIT.
008680*****************************************************************
008690*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
008700*****************************************************************
008710 9999-EXIT.
008720     STOP RUN.
