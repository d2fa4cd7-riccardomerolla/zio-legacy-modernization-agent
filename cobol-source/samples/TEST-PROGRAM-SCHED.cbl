000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-SCHED.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-SCHED                           *
000100*                                                               *
000110*    PURPOSE.     STANDING-ORDER SCHEDULER.  RUNS AHEAD OF THE  *
000120*                 CONSOLIDATION STEP AND RAISES EVERY ACTIVE    *
000130*                 INSTRUCTION ON THE SORDMST KSDS THAT FALLS    *
000140*                 DUE ON OR BEFORE TONIGHT AS A TRANSACTION ON  *
000150*                 THE STANDING-ORDER FEED, WHICH CONSOLIDATION  *
000160*                 READS AS ONE MORE BRANCH FILE.  AN ITEM FOR   *
000170*                 A CLOSED, FROZEN OR UNKNOWN ACCOUNT (ACCTMST) *
000180*                 IS NOT RAISED BUT IS LISTED AS SKIPPED AND    *
000190*                 THE INSTRUCTION MOVES ON TO ITS NEXT DATE.    *
000200*                 THE SCHEDULE REGISTER SHOWS EVERY ITEM RAISED *
000210*                 OR SKIPPED TONIGHT, INSTRUCTIONS THAT REACHED *
000220*                 THEIR END DATE, AND EVERY ITEM DUE IN THE     *
000230*                 NEXT 7 DAYS.                                  *
000240*                                                               *
000250*    NOTES.       DUE DATES MISSED WHILE THE STREAM DID NOT RUN *
000260*                 ARE RAISED ON THE NEXT RUN, EACH DATED ITS    *
000270*                 OWN DUE DATE.  THE TRANS-ID IS 'S' + ORDER ID *
000280*                 + MMDD OF THE DUE DATE, SO A RERUN OF THE     *
000290*                 SAME NIGHT (LAST RUN DATE = TONIGHT, WHEN THE *
000300*                 NEXT DUE DATE IS PUT BACK TO THE PRIOR DUE    *
000310*                 DATE FIRST) RAISES THE SAME ITEMS UNDER THE   *
000320*                 SAME IDS AND THE EDIT DUPLICATE CHECK HOLDS.  *
000330*                                                               *
000340*    MODIFICATION HISTORY.                                     *
000350*    2026-10-15  DO   INITIAL VERSION.                          *
000352*    2026-10-15  DO   A SAME-NIGHT RERUN MAKES AN ORDER         *
000354*                     ENDED TONIGHT ACTIVE AGAIN SO ITS         *
000356*                     LAST ITEM IS RAISED AGAIN.                *
000360*                                                               *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ORDER-MASTER ASSIGN TO SORDMST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SORD-ORDER-ID
000480         FILE STATUS IS WS-SORDMST-FS.
000490     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS ACCT-NUMBER
000530         FILE STATUS IS WS-ACCTMST-FS.
000540     SELECT STANDING-FEED ASSIGN TO SOFEED
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-SOFEED-FS.
000570     SELECT SCHEDULE-REPORT ASSIGN TO SCHDRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SCHDRPT-FS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ORDER-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650     COPY SORDREC.
000660*
000670 FD  ACCOUNT-MASTER
000680     LABEL RECORDS ARE STANDARD.
000690     COPY ACCTREC.
000700*
000710 FD  STANDING-FEED
000720     LABEL RECORDS ARE STANDARD.
000730     COPY TRANSREC.
000740*
000750 FD  SCHEDULE-REPORT
000760     LABEL RECORDS ARE STANDARD.
000770 01  WS-SCH-HEADER-LINE1.
000780     05  FILLER                  PIC X(01)  VALUE SPACE.
000790     05  FILLER                  PIC X(45)
000800             VALUE 'STANDING ORDER SCHEDULE REGISTER'.
000810     05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
000820     05  SH-RUN-DATE             PIC X(10).
000830     05  FILLER                  PIC X(10)  VALUE SPACES.
000840     05  FILLER                  PIC X(06)  VALUE 'PAGE: '.
000850     05  SH-PAGE-NUMBER          PIC ZZZ9.
000860     05  FILLER                  PIC X(47)  VALUE SPACES.
000870 01  WS-SCH-HEADER-LINE2.
000880     05  FILLER                  PIC X(01)  VALUE SPACE.
000890     05  FILLER                  PIC X(08)  VALUE 'ORDER'.
000900     05  FILLER                  PIC X(14)  VALUE 'ACCOUNT'.
000910     05  FILLER                  PIC X(04)  VALUE 'TY'.
000920     05  FILLER                  PIC X(16)
000930             VALUE '        AMOUNT  '.
000940     05  FILLER                  PIC X(05)  VALUE 'CCY'.
000950     05  FILLER                  PIC X(10)  VALUE 'FREQUENCY'.
000960     05  FILLER                  PIC X(12)  VALUE 'DUE DATE'.
000970     05  FILLER                  PIC X(12)  VALUE 'TRANS ID'.
000980     05  FILLER                  PIC X(24)  VALUE 'ACTION'.
000990     05  FILLER                  PIC X(27)  VALUE SPACES.
001000 01  WS-SCH-SECTION-LINE.
001010     05  FILLER                  PIC X(01)  VALUE SPACE.
001020     05  SS-TEXT                 PIC X(60).
001030     05  FILLER                  PIC X(72)  VALUE SPACES.
001040 01  WS-SCH-DETAIL-LINE.
001050     05  FILLER                  PIC X(01)  VALUE SPACE.
001060     05  SD-ORDER-ID             PIC X(05).
001070     05  FILLER                  PIC X(03)  VALUE SPACES.
001080     05  SD-ACCOUNT              PIC X(12).
001090     05  FILLER                  PIC X(02)  VALUE SPACES.
001100     05  SD-TYPE                 PIC X(02).
001110     05  FILLER                  PIC X(02)  VALUE SPACES.
001120     05  SD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
001130     05  FILLER                  PIC X(02)  VALUE SPACES.
001140     05  SD-CURRENCY             PIC X(03).
001150     05  FILLER                  PIC X(02)  VALUE SPACES.
001160     05  SD-FREQUENCY            PIC X(08).
001170     05  FILLER                  PIC X(02)  VALUE SPACES.
001180     05  SD-DUE-DATE             PIC X(10).
001190     05  FILLER                  PIC X(02)  VALUE SPACES.
001200     05  SD-TRANS-ID             PIC X(10).
001210     05  FILLER                  PIC X(02)  VALUE SPACES.
001220     05  SD-ACTION               PIC X(24).
001230     05  FILLER                  PIC X(27)  VALUE SPACES.
001240 01  WS-SCH-TOTAL-LINE.
001250     05  FILLER                  PIC X(01)  VALUE SPACE.
001260     05  ST-LABEL                PIC X(40).
001270     05  ST-COUNT                PIC ZZZZZZZZ9.
001280     05  FILLER                  PIC X(83)  VALUE SPACES.
001290*
001300 WORKING-STORAGE SECTION.
001310*****************************************************************
001320*    FILE STATUS FIELDS.                                       *
001330*****************************************************************
001340 01  WS-FILE-STATUS-FIELDS.
001350     05  WS-SORDMST-FS           PIC X(02)  VALUE SPACES.
001360     05  WS-ACCTMST-FS           PIC X(02)  VALUE SPACES.
001370     05  WS-SOFEED-FS            PIC X(02)  VALUE SPACES.
001380     05  WS-SCHDRPT-FS           PIC X(02)  VALUE SPACES.
001390*****************************************************************
001400*    SWITCHES.                                                 *
001410*****************************************************************
001420 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
001430     88  WS-EOF-YES                  VALUE 'Y'.
001440     88  WS-EOF-NO                   VALUE 'N'.
001450 77  WS-ACCOUNT-READ-SWITCH      PIC X(01)  VALUE 'N'.
001460     88  WS-ACCOUNT-READ-YES         VALUE 'Y'.
001470 77  WS-ACCOUNT-STATE            PIC X(01)  VALUE SPACE.
001480     88  WS-ACCOUNT-USABLE           VALUE 'O'.
001490     88  WS-ACCOUNT-CLOSED           VALUE 'C'.
001500     88  WS-ACCOUNT-FROZEN           VALUE 'F'.
001510     88  WS-ACCOUNT-MISSING          VALUE 'M'.
001520*****************************************************************
001530*    COUNTERS.  WS-ITEM-LIMIT CAPS THE ITEMS ONE INSTRUCTION    *
001540*    CAN RAISE IN ONE NIGHT, SO A START DATE KEYED YEARS IN     *
001550*    THE PAST CANNOT FLOOD THE FEED.                            *
001560*****************************************************************
001570 77  WS-ORDERS-READ              PIC 9(09)  COMP VALUE ZERO.
001580 77  WS-ORDERS-ACTIVE            PIC 9(09)  COMP VALUE ZERO.
001590 77  WS-ORDERS-INACTIVE          PIC 9(09)  COMP VALUE ZERO.
001600 77  WS-ORDERS-RERUN             PIC 9(09)  COMP VALUE ZERO.
001610 77  WS-ORDERS-ENDED             PIC 9(09)  COMP VALUE ZERO.
001620 77  WS-ORDERS-CAPPED            PIC 9(09)  COMP VALUE ZERO.
001630 77  WS-ITEMS-GENERATED          PIC 9(09)  COMP VALUE ZERO.
001640 77  WS-ITEMS-SKIPPED            PIC 9(09)  COMP VALUE ZERO.
001650 77  WS-ITEMS-UPCOMING           PIC 9(09)  COMP VALUE ZERO.
001660 77  WS-REWRITE-ERRORS           PIC 9(09)  COMP VALUE ZERO.
001670 77  WS-ITEM-COUNT               PIC 9(04)  COMP VALUE ZERO.
001680 77  WS-ITEM-LIMIT               PIC 9(04)  COMP VALUE 31.
001690 77  WS-PAGE-NUMBER              PIC 9(04)  COMP VALUE ZERO.
001700 77  WS-LINE-COUNT               PIC 9(04)  COMP VALUE ZERO.
001710 77  WS-LINES-PER-PAGE           PIC 9(04)  COMP VALUE 50.
001720*****************************************************************
001730*    SCHEDULE WORK AREAS.                                      *
001740*****************************************************************
001750 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
001760 01  WS-HORIZON-DATE             PIC 9(08)  VALUE ZERO.
001770 01  WS-SEED-DATE                PIC 9(08)  VALUE ZERO.
001780 01  WS-DUE-DATE                 PIC 9(08)  VALUE ZERO.
001790 01  WS-TARGET-DAY               PIC 9(02)  VALUE ZERO.
001800 01  WS-ACTION-TEXT              PIC X(24)  VALUE SPACES.
001810 01  WS-FREQUENCY-WORD           PIC X(08)  VALUE SPACES.
001820 01  WS-GEN-TRANS-ID             PIC X(10)  VALUE SPACES.
001830*****************************************************************
001840*    DATE ARITHMETIC.  FEBRUARY IS TAKEN AS 29 DAYS IN ANY      *
001850*    YEAR DIVISIBLE BY 4, AS IN THE EDIT STEP.                  *
001860*****************************************************************
001870 01  WS-WORK-DATE.
001880     05  WS-WORK-YEAR            PIC 9(04).
001890     05  WS-WORK-MONTH           PIC 9(02).
001900     05  WS-WORK-DAY             PIC 9(02).
001910 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001920                                 PIC 9(08).
001930 01  WS-MONTH-LENGTH             PIC 9(02)  VALUE ZERO.
001940 01  WS-LEAP-REMAINDER           PIC 9(04)  VALUE ZERO.
001950 01  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
001960 01  WS-DAYS-IN-MONTH-TABLE.
001970     05  FILLER                  PIC X(24)
001980             VALUE '312831303130313130313031'.
001990 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
002000     05  WS-DAYS-IN-MONTH        PIC 9(02)  OCCURS 12 TIMES.
002010 01  WS-EDIT-DATE-IN             PIC 9(08)  VALUE ZERO.
002020 01  WS-EDIT-DATE-X.
002030     05  WS-EDIT-YEAR            PIC X(04).
002040     05  FILLER                  PIC X(01)  VALUE '-'.
002050     05  WS-EDIT-MONTH           PIC X(02).
002060     05  FILLER                  PIC X(01)  VALUE '-'.
002070     05  WS-EDIT-DAY             PIC X(02).
002080*
002090 PROCEDURE DIVISION.
002100*****************************************************************
002110*    0000-MAINLINE -- TONIGHT'S ITEMS ON ONE BROWSE OF THE      *
002120*    MASTER, THEN A SECOND BROWSE LISTS THE WEEK AHEAD FROM     *
002130*    THE DUE DATES THE FIRST ONE LEFT BEHIND.                   *
002140*****************************************************************
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-SCHEDULE-ONE-ORDER THRU 2000-EXIT
002180         UNTIL WS-EOF-YES.
002190     PERFORM 3000-LIST-UPCOMING THRU 3000-EXIT.
002200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002210     GO TO 9999-EXIT.
002220*****************************************************************
002230*    1000-INITIALIZE                                           *
002240*****************************************************************
002250 1000-INITIALIZE.
002260     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
002270     MOVE WS-SYS-DATE TO WS-WORK-DATE-N.
002280     PERFORM 7300-ADD-ONE-DAY THRU 7300-EXIT 7 TIMES.
002290     MOVE WS-WORK-DATE-N TO WS-HORIZON-DATE.
002300     OPEN I-O ORDER-MASTER.
002310     IF WS-SORDMST-FS NOT = '00'
002320         DISPLAY 'TEST-PROGRAM-SCHED - UNABLE TO OPEN ORDER'
002330             '-MASTER - STATUS ' WS-SORDMST-FS
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 9999-EXIT
002360     END-IF.
002370     OPEN INPUT ACCOUNT-MASTER.
002380     IF WS-ACCTMST-FS NOT = '00'
002390         DISPLAY 'TEST-PROGRAM-SCHED - UNABLE TO OPEN ACCOUNT'
002400             '-MASTER - STATUS ' WS-ACCTMST-FS
002410         MOVE 16 TO RETURN-CODE
002420         GO TO 9999-EXIT
002430     END-IF.
002440     OPEN OUTPUT STANDING-FEED.
002450     IF WS-SOFEED-FS NOT = '00'
002460         DISPLAY 'TEST-PROGRAM-SCHED - UNABLE TO OPEN STANDING'
002470             '-FEED - STATUS ' WS-SOFEED-FS
002480         MOVE 16 TO RETURN-CODE
002490         GO TO 9999-EXIT
002500     END-IF.
002510     OPEN OUTPUT SCHEDULE-REPORT.
002520     IF WS-SCHDRPT-FS NOT = '00'
002530         DISPLAY 'TEST-PROGRAM-SCHED - UNABLE TO OPEN SCHEDULE'
002540             '-REPORT - STATUS ' WS-SCHDRPT-FS
002550         MOVE 16 TO RETURN-CODE
002560         GO TO 9999-EXIT
002570     END-IF.
002580     PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT.
002590     MOVE 'ITEMS DUE TONIGHT - RAISED OR SKIPPED' TO SS-TEXT.
002600     PERFORM 1060-WRITE-SECTION-LINE THRU 1060-EXIT.
002610     MOVE LOW-VALUES TO SORD-ORDER-ID.
002620     START ORDER-MASTER KEY NOT LESS THAN SORD-ORDER-ID
002630         INVALID KEY
002640             MOVE 'Y' TO WS-EOF-SWITCH
002650     END-START.
002660 1000-EXIT.
002670     EXIT.
002680*
002690 1050-WRITE-REPORT-HEADERS.
002700     ADD 1 TO WS-PAGE-NUMBER.
002710     MOVE ZERO TO WS-LINE-COUNT.
002720     MOVE WS-SYS-DATE TO WS-EDIT-DATE-IN.
002730     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
002740     MOVE WS-EDIT-DATE-X TO SH-RUN-DATE.
002750     MOVE WS-PAGE-NUMBER TO SH-PAGE-NUMBER.
002760     WRITE WS-SCH-HEADER-LINE1.
002770     WRITE WS-SCH-HEADER-LINE2.
002780 1050-EXIT.
002790     EXIT.
002800*
002810 1060-WRITE-SECTION-LINE.
002820     MOVE SPACES TO WS-SCH-DETAIL-LINE.
002830     WRITE WS-SCH-DETAIL-LINE.
002840     WRITE WS-SCH-SECTION-LINE.
002850     ADD 2 TO WS-LINE-COUNT.
002860 1060-EXIT.
002870     EXIT.
002880*****************************************************************
002890*    2000-SCHEDULE-ONE-ORDER -- ONE INSTRUCTION PER PASS.  A    *
002900*    NEW OR RE-TIMED INSTRUCTION (NEXT DUE ZERO) IS GIVEN ITS   *
002910*    FIRST DUE DATE; THEN EVERY DUE DATE UP TO TONIGHT IS       *
002920*    RAISED OR SKIPPED IN TURN AND THE ROW IS REWRITTEN WITH    *
002930*    THE NEXT DUE DATE, TONIGHT AS LAST RUN DATE AND THE DATE   *
002940*    IT STARTED FROM AS PRIOR DUE DATE.                         *
002942*    AN ORDER ENDED BY THE FIRST RUN TONIGHT IS MADE ACTIVE     *
002944*    AGAIN SO A RERUN RAISES ITS LAST ITEM AND ENDS IT AGAIN.   *
002950*****************************************************************
002960 2000-SCHEDULE-ONE-ORDER.
002970     READ ORDER-MASTER NEXT
002980         AT END
002990             MOVE 'Y' TO WS-EOF-SWITCH
003000             GO TO 2000-EXIT
003010     END-READ.
003020     ADD 1 TO WS-ORDERS-READ.
003022     IF SORD-STATUS-ENDED
003024             AND SORD-LAST-RUN-DATE = WS-SYS-DATE
003026         MOVE 'A' TO SORD-STATUS
003028     END-IF.
003030     IF NOT SORD-STATUS-ACTIVE
003040         ADD 1 TO WS-ORDERS-INACTIVE
003050         GO TO 2000-EXIT
003060     END-IF.
003070     ADD 1 TO WS-ORDERS-ACTIVE.
003080     IF SORD-LAST-RUN-DATE = WS-SYS-DATE
003090         MOVE SORD-PRIOR-DUE-DATE TO SORD-NEXT-DUE-DATE
003100         ADD 1 TO WS-ORDERS-RERUN
003110     END-IF.
003120     IF SORD-NEXT-DUE-DATE = ZERO
003130         PERFORM 2100-SET-FIRST-DUE THRU 2100-EXIT
003140     END-IF.
003150     MOVE SORD-NEXT-DUE-DATE TO SORD-PRIOR-DUE-DATE.
003160     MOVE 'N' TO WS-ACCOUNT-READ-SWITCH.
003170     MOVE ZERO TO WS-ITEM-COUNT.
003180     PERFORM 2200-PROCESS-ONE-DUE-DATE THRU 2200-EXIT
003190         UNTIL SORD-NEXT-DUE-DATE > WS-SYS-DATE
003200            OR NOT SORD-STATUS-ACTIVE
003210            OR WS-ITEM-COUNT NOT < WS-ITEM-LIMIT.
003220     IF SORD-STATUS-ACTIVE
003230             AND SORD-NEXT-DUE-DATE NOT > WS-SYS-DATE
003240         ADD 1 TO WS-ORDERS-CAPPED
003250         DISPLAY 'TEST-PROGRAM-SCHED - ORDER ' SORD-ORDER-ID
003260             ' STOPPED AT ' WS-ITEM-LIMIT ' ITEMS - REST '
003270             'RAISED ON THE NEXT RUN'
003280     END-IF.
003290     IF SORD-STATUS-ACTIVE
003300             AND SORD-END-DATE NOT = ZERO
003310             AND SORD-NEXT-DUE-DATE > SORD-END-DATE
003320         PERFORM 2400-END-ORDER THRU 2400-EXIT
003330     END-IF.
003340     MOVE WS-SYS-DATE TO SORD-LAST-RUN-DATE.
003350     REWRITE STANDING-ORDER-RECORD
003360         INVALID KEY
003370             ADD 1 TO WS-REWRITE-ERRORS
003380             DISPLAY 'TEST-PROGRAM-SCHED - REWRITE FAILED FOR '
003390                 'ORDER ' SORD-ORDER-ID ' - STATUS '
003400                 WS-SORDMST-FS
003410     END-REWRITE.
003420 2000-EXIT.
003430     EXIT.
003440*****************************************************************
003450*    2100-SET-FIRST-DUE -- FIRST DUE DATE ON OR AFTER THE LATER *
003460*    OF THE START DATE AND TONIGHT.  WEEKLY COUNTS WHOLE WEEKS  *
003470*    FROM THE START DATE; MONTHLY AND DAY-OF-MONTH TAKE THE     *
003480*    TARGET DAY IN THE SEED MONTH, OR IN THE MONTH AFTER IF     *
003490*    THAT DAY HAS ALREADY PASSED.                               *
003500*****************************************************************
003510 2100-SET-FIRST-DUE.
003520     IF SORD-START-DATE > WS-SYS-DATE
003530         MOVE SORD-START-DATE TO WS-SEED-DATE
003540     ELSE
003550         MOVE WS-SYS-DATE TO WS-SEED-DATE
003560     END-IF.
003570     IF SORD-FREQ-WEEKLY
003580         MOVE SORD-START-DATE TO WS-WORK-DATE-N
003590         PERFORM 7310-ADD-ONE-WEEK THRU 7310-EXIT
003600             UNTIL WS-WORK-DATE-N NOT < WS-SEED-DATE
003610     ELSE
003620         PERFORM 2150-SET-TARGET-DAY THRU 2150-EXIT
003630         MOVE WS-SEED-DATE TO WS-WORK-DATE-N
003640         PERFORM 7400-SET-MONTH-LENGTH THRU 7400-EXIT
003650         IF WS-TARGET-DAY > WS-MONTH-LENGTH
003660             MOVE WS-MONTH-LENGTH TO WS-WORK-DAY
003670         ELSE
003680             MOVE WS-TARGET-DAY TO WS-WORK-DAY
003690         END-IF
003700         IF WS-WORK-DATE-N < WS-SEED-DATE
003710             PERFORM 7320-ADD-ONE-MONTH THRU 7320-EXIT
003720         END-IF
003730     END-IF.
003740     MOVE WS-WORK-DATE-N TO SORD-NEXT-DUE-DATE.
003750 2100-EXIT.
003760     EXIT.
003770*
003780 2150-SET-TARGET-DAY.
003790     IF SORD-FREQ-DAY-OF-MONTH
003800         MOVE SORD-RUN-DAY TO WS-TARGET-DAY
003810     ELSE
003820         MOVE SORD-START-DATE(7:2) TO WS-TARGET-DAY
003830     END-IF.
003840 2150-EXIT.
003850     EXIT.
003860*****************************************************************
003870*    2200-PROCESS-ONE-DUE-DATE -- AN ITEM PAST THE END DATE     *
003880*    ENDS THE INSTRUCTION INSTEAD.  THE ACCOUNT IS READ ONCE    *
003890*    PER INSTRUCTION; ONLY AN OPEN ACCOUNT GETS THE ITEM.       *
003900*****************************************************************
003910 2200-PROCESS-ONE-DUE-DATE.
003920     IF SORD-END-DATE NOT = ZERO
003930             AND SORD-NEXT-DUE-DATE > SORD-END-DATE
003940         PERFORM 2400-END-ORDER THRU 2400-EXIT
003950         GO TO 2200-EXIT
003960     END-IF.
003970     ADD 1 TO WS-ITEM-COUNT.
003980     MOVE SORD-NEXT-DUE-DATE TO WS-DUE-DATE.
003990     IF NOT WS-ACCOUNT-READ-YES
004000         PERFORM 2250-READ-ACCOUNT THRU 2250-EXIT
004010     END-IF.
004020     MOVE SPACES TO WS-GEN-TRANS-ID.
004030     EVALUATE TRUE
004040         WHEN WS-ACCOUNT-USABLE
004050             PERFORM 2300-WRITE-FEED-ITEM THRU 2300-EXIT
004060             MOVE 'RAISED' TO WS-ACTION-TEXT
004070         WHEN WS-ACCOUNT-CLOSED
004080             ADD 1 TO WS-ITEMS-SKIPPED
004090             MOVE 'SKIPPED - ACCOUNT CLOSED' TO WS-ACTION-TEXT
004100         WHEN WS-ACCOUNT-FROZEN
004110             ADD 1 TO WS-ITEMS-SKIPPED
004120             MOVE 'SKIPPED - ACCOUNT FROZEN' TO WS-ACTION-TEXT
004130         WHEN OTHER
004140             ADD 1 TO WS-ITEMS-SKIPPED
004150             MOVE 'SKIPPED - NO ACCOUNT' TO WS-ACTION-TEXT
004160     END-EVALUATE.
004170     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT.
004180     MOVE SORD-NEXT-DUE-DATE TO WS-WORK-DATE-N.
004190     IF SORD-FREQ-WEEKLY
004200         PERFORM 7310-ADD-ONE-WEEK THRU 7310-EXIT
004210     ELSE
004220         PERFORM 2150-SET-TARGET-DAY THRU 2150-EXIT
004230         PERFORM 7320-ADD-ONE-MONTH THRU 7320-EXIT
004240     END-IF.
004250     MOVE WS-WORK-DATE-N TO SORD-NEXT-DUE-DATE.
004260 2200-EXIT.
004270     EXIT.
004280*
004290 2250-READ-ACCOUNT.
004300     MOVE 'Y' TO WS-ACCOUNT-READ-SWITCH.
004310     MOVE SORD-ACCT-NUMBER TO ACCT-NUMBER.
004320     READ ACCOUNT-MASTER
004330         INVALID KEY
004340             MOVE 'M' TO WS-ACCOUNT-STATE
004350         NOT INVALID KEY
004360             MOVE ACCT-STATUS TO WS-ACCOUNT-STATE
004370     END-READ.
004380 2250-EXIT.
004390     EXIT.
004400*****************************************************************
004410*    2300-WRITE-FEED-ITEM -- ONE TRANSACTION IN THE BRANCH FEED *
004420*    LAYOUT.  THE BRANCH CODE IS LEFT FOR CONSOLIDATION TO SET  *
004430*    FROM THE BRANCH CONTROL DECK.                              *
004440*****************************************************************
004450 2300-WRITE-FEED-ITEM.
004460     STRING 'S' SORD-ORDER-ID WS-DUE-DATE(5:4)
004470            DELIMITED BY SIZE INTO WS-GEN-TRANS-ID
004480     END-STRING.
004490     MOVE SPACES TO TRANS-RECORD.
004500     MOVE WS-GEN-TRANS-ID   TO TRANS-ID.
004510     MOVE WS-DUE-DATE       TO TRANS-DATE.
004520     MOVE SORD-TRANS-TYPE   TO TRANS-TYPE.
004530     MOVE SORD-AMOUNT       TO TRANS-AMOUNT.
004540     MOVE SORD-ACCT-NUMBER  TO TRANS-ACCOUNT.
004550     MOVE SORD-CURRENCY     TO TRANS-CURRENCY.
004560     WRITE TRANS-RECORD.
004570     ADD 1 TO WS-ITEMS-GENERATED.
004580 2300-EXIT.
004590     EXIT.
004600*
004610 2400-END-ORDER.
004620     MOVE 'E' TO SORD-STATUS.
004630     ADD 1 TO WS-ORDERS-ENDED.
004640     MOVE SPACES TO WS-GEN-TRANS-ID.
004650     MOVE SORD-END-DATE TO WS-DUE-DATE.
004660     MOVE 'ENDED - PAST END DATE' TO WS-ACTION-TEXT.
004670     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT.
004680 2400-EXIT.
004690     EXIT.
004700*****************************************************************
004710*    3000-LIST-UPCOMING -- SECOND BROWSE: EVERY ACTIVE          *
004720*    INSTRUCTION WHOSE NEXT DUE DATE FALLS AFTER TONIGHT AND    *
004730*    WITHIN 7 DAYS.                                             *
004740*****************************************************************
004750 3000-LIST-UPCOMING.
004760     MOVE 'ITEMS DUE IN THE NEXT 7 DAYS' TO SS-TEXT.
004770     PERFORM 1060-WRITE-SECTION-LINE THRU 1060-EXIT.
004780     MOVE 'N' TO WS-EOF-SWITCH.
004790     MOVE LOW-VALUES TO SORD-ORDER-ID.
004800     START ORDER-MASTER KEY NOT LESS THAN SORD-ORDER-ID
004810         INVALID KEY
004820             MOVE 'Y' TO WS-EOF-SWITCH
004830     END-START.
004840     PERFORM 3100-TEST-ONE-ORDER THRU 3100-EXIT
004850         UNTIL WS-EOF-YES.
004860 3000-EXIT.
004870     EXIT.
004880*
004890 3100-TEST-ONE-ORDER.
004900     READ ORDER-MASTER NEXT
004910         AT END
004920             MOVE 'Y' TO WS-EOF-SWITCH
004930             GO TO 3100-EXIT
004940     END-READ.
004950     IF SORD-STATUS-ACTIVE
004960             AND SORD-NEXT-DUE-DATE > WS-SYS-DATE
004970             AND SORD-NEXT-DUE-DATE NOT > WS-HORIZON-DATE
004980         ADD 1 TO WS-ITEMS-UPCOMING
004990         MOVE SORD-NEXT-DUE-DATE TO WS-DUE-DATE
005000         MOVE SPACES TO WS-GEN-TRANS-ID
005010         MOVE 'DUE' TO WS-ACTION-TEXT
005020         PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
005030     END-IF.
005040 3100-EXIT.
005050     EXIT.
005060*****************************************************************
005070*    5000-WRITE-DETAIL-LINE -- ONE REGISTER LINE FOR THE        *
005080*    CURRENT INSTRUCTION, WS-DUE-DATE, WS-GEN-TRANS-ID AND      *
005090*    WS-ACTION-TEXT.                                            *
005100*****************************************************************
005110 5000-WRITE-DETAIL-LINE.
005120     MOVE SORD-ORDER-ID     TO SD-ORDER-ID.
005130     MOVE SORD-ACCT-NUMBER  TO SD-ACCOUNT.
005140     MOVE SORD-TRANS-TYPE   TO SD-TYPE.
005150     MOVE SORD-AMOUNT       TO SD-AMOUNT.
005160     MOVE SORD-CURRENCY     TO SD-CURRENCY.
005170     EVALUATE TRUE
005180         WHEN SORD-FREQ-WEEKLY
005190             MOVE 'WEEKLY  ' TO WS-FREQUENCY-WORD
005200         WHEN SORD-FREQ-MONTHLY
005210             MOVE 'MONTHLY ' TO WS-FREQUENCY-WORD
005220         WHEN OTHER
005230             MOVE SPACES TO WS-FREQUENCY-WORD
005240             STRING 'DAY ' SORD-RUN-DAY
005250                    DELIMITED BY SIZE INTO WS-FREQUENCY-WORD
005260             END-STRING
005270     END-EVALUATE.
005280     MOVE WS-FREQUENCY-WORD TO SD-FREQUENCY.
005290     MOVE WS-DUE-DATE TO WS-EDIT-DATE-IN.
005300     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
005310     MOVE WS-EDIT-DATE-X    TO SD-DUE-DATE.
005320     MOVE WS-GEN-TRANS-ID   TO SD-TRANS-ID.
005330     MOVE WS-ACTION-TEXT    TO SD-ACTION.
005340     WRITE WS-SCH-DETAIL-LINE.
005350     ADD 1 TO WS-LINE-COUNT.
005360     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
005370         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
005380     END-IF.
005390 5000-EXIT.
005400     EXIT.
005410*
005420 7200-EDIT-DATE.
005430     MOVE WS-EDIT-DATE-IN(1:4) TO WS-EDIT-YEAR.
005440     MOVE WS-EDIT-DATE-IN(5:2) TO WS-EDIT-MONTH.
005450     MOVE WS-EDIT-DATE-IN(7:2) TO WS-EDIT-DAY.
005460 7200-EXIT.
005470     EXIT.
005480*****************************************************************
005490*    7300 - 7400 -- DATE ARITHMETIC ON WS-WORK-DATE.            *
005500*    7320 MOVES TO WS-TARGET-DAY OF THE FOLLOWING MONTH, OR ITS *
005510*    LAST DAY WHEN THE MONTH IS TOO SHORT.                      *
005520*****************************************************************
005530 7300-ADD-ONE-DAY.
005540     PERFORM 7400-SET-MONTH-LENGTH THRU 7400-EXIT.
005550     IF WS-WORK-DAY < WS-MONTH-LENGTH
005560         ADD 1 TO WS-WORK-DAY
005570     ELSE
005580         MOVE 1 TO WS-WORK-DAY
005590         IF WS-WORK-MONTH < 12
005600             ADD 1 TO WS-WORK-MONTH
005610         ELSE
005620             MOVE 1 TO WS-WORK-MONTH
005630             ADD 1 TO WS-WORK-YEAR
005640         END-IF
005650     END-IF.
005660 7300-EXIT.
005670     EXIT.
005680*
005690 7310-ADD-ONE-WEEK.
005700     PERFORM 7300-ADD-ONE-DAY THRU 7300-EXIT 7 TIMES.
005710 7310-EXIT.
005720     EXIT.
005730*
005740 7320-ADD-ONE-MONTH.
005750     IF WS-WORK-MONTH < 12
005760         ADD 1 TO WS-WORK-MONTH
005770     ELSE
005780         MOVE 1 TO WS-WORK-MONTH
005790         ADD 1 TO WS-WORK-YEAR
005800     END-IF.
005810     PERFORM 7400-SET-MONTH-LENGTH THRU 7400-EXIT.
005820     IF WS-TARGET-DAY > WS-MONTH-LENGTH
005830         MOVE WS-MONTH-LENGTH TO WS-WORK-DAY
005840     ELSE
005850         MOVE WS-TARGET-DAY TO WS-WORK-DAY
005860     END-IF.
005870 7320-EXIT.
005880     EXIT.
005890*
005900 7400-SET-MONTH-LENGTH.
005910     MOVE WS-DAYS-IN-MONTH(WS-WORK-MONTH) TO WS-MONTH-LENGTH.
005920     IF WS-WORK-MONTH = 2
005930         DIVIDE WS-WORK-YEAR BY 4
005940             GIVING WS-LEAP-QUOTIENT
005950             REMAINDER WS-LEAP-REMAINDER
005960         IF WS-LEAP-REMAINDER = ZERO
005970             MOVE 29 TO WS-MONTH-LENGTH
005980         END-IF
005990     END-IF.
006000 7400-EXIT.
006010     EXIT.
006020*****************************************************************
006030*    8000-FINALIZE -- TOTALS AND THE STEP RETURN CODE: RC=0     *
006040*    ALL DUE ITEMS RAISED, RC=4 ITEMS SKIPPED FOR CLOSED,       *
006050*    FROZEN OR UNKNOWN ACCOUNTS, AN INSTRUCTION STOPPED AT THE  *
006060*    NIGHTLY ITEM LIMIT, OR A MASTER REWRITE FAILED.            *
006070*****************************************************************
006080 8000-FINALIZE.
006090     MOVE SPACES TO WS-SCH-TOTAL-LINE.
006100     WRITE WS-SCH-TOTAL-LINE.
006110     MOVE 'INSTRUCTIONS READ:' TO ST-LABEL.
006120     MOVE WS-ORDERS-READ TO ST-COUNT.
006130     WRITE WS-SCH-TOTAL-LINE.
006140     MOVE 'INSTRUCTIONS ACTIVE:' TO ST-LABEL.
006150     MOVE WS-ORDERS-ACTIVE TO ST-COUNT.
006160     WRITE WS-SCH-TOTAL-LINE.
006170     MOVE 'INSTRUCTIONS CANCELLED OR ENDED BEFORE:' TO ST-LABEL.
006180     MOVE WS-ORDERS-INACTIVE TO ST-COUNT.
006190     WRITE WS-SCH-TOTAL-LINE.
006200     MOVE 'INSTRUCTIONS ENDED TONIGHT:' TO ST-LABEL.
006210     MOVE WS-ORDERS-ENDED TO ST-COUNT.
006220     WRITE WS-SCH-TOTAL-LINE.
006230     MOVE 'INSTRUCTIONS RE-RUN FOR TONIGHT:' TO ST-LABEL.
006240     MOVE WS-ORDERS-RERUN TO ST-COUNT.
006250     WRITE WS-SCH-TOTAL-LINE.
006260     MOVE 'INSTRUCTIONS STOPPED AT ITEM LIMIT:' TO ST-LABEL.
006270     MOVE WS-ORDERS-CAPPED TO ST-COUNT.
006280     WRITE WS-SCH-TOTAL-LINE.
006290     MOVE 'ITEMS RAISED ON THE FEED:' TO ST-LABEL.
006300     MOVE WS-ITEMS-GENERATED TO ST-COUNT.
006310     WRITE WS-SCH-TOTAL-LINE.
006320     MOVE 'ITEMS SKIPPED:' TO ST-LABEL.
006330     MOVE WS-ITEMS-SKIPPED TO ST-COUNT.
006340     WRITE WS-SCH-TOTAL-LINE.
006350     MOVE 'ITEMS DUE IN THE NEXT 7 DAYS:' TO ST-LABEL.
006360     MOVE WS-ITEMS-UPCOMING TO ST-COUNT.
006370     WRITE WS-SCH-TOTAL-LINE.
006380     MOVE 'MASTER REWRITE FAILURES:' TO ST-LABEL.
006390     MOVE WS-REWRITE-ERRORS TO ST-COUNT.
006400     WRITE WS-SCH-TOTAL-LINE.
006410     DISPLAY 'TEST-PROGRAM-SCHED ITEMS RAISED:  '
006420         WS-ITEMS-GENERATED.
006430     DISPLAY 'TEST-PROGRAM-SCHED ITEMS SKIPPED: '
006440         WS-ITEMS-SKIPPED.
006450     IF WS-ITEMS-SKIPPED > ZERO
006460             OR WS-ORDERS-CAPPED > ZERO
006470             OR WS-REWRITE-ERRORS > ZERO
006480         MOVE 4 TO RETURN-CODE
006490     ELSE
006500         MOVE 0 TO RETURN-CODE
006510     END-IF.
006520     CLOSE ORDER-MASTER.
006530     CLOSE ACCOUNT-MASTER.
006540     CLOSE STANDING-FEED.
006550     CLOSE SCHEDULE-REPORT.
006560 8000-EXIT.
006570     EXIT.
006580*****************************************************************
006590*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
006600*****************************************************************
006610 9999-EXIT.
006620     STOP RUN.
