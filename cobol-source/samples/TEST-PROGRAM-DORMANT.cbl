000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-DORMANT.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-DORMANT                         *
000100*                                                               *
000110*    PURPOSE.     DORMANT ACCOUNT DETECTION AND ESCHEATMENT     *
000120*                 CANDIDATE SELECTION.  READS THE ACCOUNT       *
000130*                 MASTER KSDS IN KEY SEQUENCE AGAINST THE       *
000140*                 CURRENT BALANCE MASTER GENERATION AND WORKS   *
000150*                 OUT, FOR EVERY ACCOUNT NOT CLOSED, THE WHOLE  *
000160*                 MONTHS SINCE ITS LAST CUSTOMER ACTIVITY (THE  *
000170*                 LAST CUSTOMER POSTING, OR THE OPEN DATE FOR   *
000180*                 AN ACCOUNT NEVER USED).  AN OPEN ACCOUNT      *
000190*                 PAST THE DORMANT THRESHOLD GETS A FREEZE      *
000200*                 CARD IN THE ACCOUNT MAINTENANCE CARD LAYOUT   *
000204*                 UNDER THE DORMPARM OPERATOR ID (DEFAULT       *
000208*                 DORMANCY).  THE NEXT TESTACCT RUN HOLDS IT    *
000212*                 FOR APPROVAL, AND IT IS APPLIED ONLY ONCE A   *
000216*                 SECOND OPERATOR HAS APPROVED IT ON TPGA; ANY  *
000220*                 OPEN OR FROZEN ACCOUNT PAST THE ESCHEAT       *
000230*                 THRESHOLD IS WRITTEN TO THE ESCHEATMENT       *
000240*                 CANDIDATE FILE FOR THE UNCLAIMED-PROPERTY     *
000250*                 FILING.  THE DORMANCY REPORT LISTS EVERY      *
000260*                 ACCOUNT SELECTED WITH THE BALANCE AT RISK.    *
000270*                                                               *
000280*    NOTES.       THRESHOLDS COME FROM THE DORMPARM CARD.  A    *
000290*                 FROZEN ACCOUNT PAST THE DORMANT THRESHOLD IS  *
000300*                 LISTED BUT NOT CARDED AGAIN.                  *
000310*                                                               *
000320*    MODIFICATION HISTORY.                                     *
000330*    2026-10-15  DO   INITIAL VERSION.                          *
000332*    2026-10-15  DO   FREEZE CARDS NOW WAIT FOR A SECOND        *
000334*                     OPERATOR'S APPROVAL ON TPGA BEFORE        *
000336*                     THEY ARE APPLIED.                         *
000340*                                                               *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-IN ASSIGN TO DORMPARM
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARMIN-FS.
000450     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ACCT-NUMBER
000490         FILE STATUS IS WS-ACCTMST-FS.
000500     SELECT BALMST-IN ASSIGN TO BALMSTIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-BALIN-FS.
000530     SELECT FREEZE-OUT ASSIGN TO FRZOUT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FRZOUT-FS.
000560     SELECT ESCHEAT-OUT ASSIGN TO ESCHOUT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-ESCHOUT-FS.
000590     SELECT DORMANCY-REPORT ASSIGN TO DORMRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DORMRPT-FS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PARM-IN
000660     LABEL RECORDS ARE STANDARD.
000670     COPY DORMPARM.
000680*
000690 FD  ACCOUNT-MASTER
000700     LABEL RECORDS ARE STANDARD.
000710     COPY ACCTREC.
000720*
000730 FD  BALMST-IN
000740     LABEL RECORDS ARE STANDARD.
000750     COPY BALREC.
000760*
000770 FD  FREEZE-OUT
000780     LABEL RECORDS ARE STANDARD.
000790     COPY ACCTMNTC.
000800*
000810 FD  ESCHEAT-OUT
000820     LABEL RECORDS ARE STANDARD.
000830     COPY ESCHREC.
000840*
000850 FD  DORMANCY-REPORT
000860     LABEL RECORDS ARE STANDARD.
000870 01  WS-DRM-HEADER-LINE1.
000880     05  FILLER                  PIC X(01)  VALUE SPACE.
000890     05  FILLER                  PIC X(45)
000900             VALUE 'DORMANT ACCOUNT AND ESCHEATMENT REPORT'.
000910     05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
000920     05  DH-RUN-DATE             PIC X(10).
000930     05  FILLER                  PIC X(10)  VALUE SPACES.
000940     05  FILLER                  PIC X(06)  VALUE 'PAGE: '.
000950     05  DH-PAGE-NUMBER          PIC ZZZ9.
000960     05  FILLER                  PIC X(47)  VALUE SPACES.
000970 01  WS-DRM-HEADER-LINE2.
000980     05  FILLER                  PIC X(01)  VALUE SPACE.
000990     05  FILLER                  PIC X(22)
001000             VALUE 'DORMANT AFTER MONTHS: '.
001010     05  DH-DORMANT-MONTHS       PIC ZZ9.
001020     05  FILLER                  PIC X(04)  VALUE SPACES.
001030     05  FILLER                  PIC X(22)
001040             VALUE 'ESCHEAT AFTER MONTHS: '.
001050     05  DH-ESCHEAT-MONTHS       PIC ZZ9.
001060     05  FILLER                  PIC X(78)  VALUE SPACES.
001070 01  WS-DRM-HEADER-LINE3.
001080     05  FILLER                  PIC X(01)  VALUE SPACE.
001090     05  FILLER                  PIC X(14)  VALUE 'ACCOUNT'.
001100     05  FILLER                  PIC X(32)  VALUE 'NAME'.
001110     05  FILLER                  PIC X(08)  VALUE 'STATUS'.
001120     05  FILLER                  PIC X(12)  VALUE 'OPENED'.
001130     05  FILLER                  PIC X(12)  VALUE 'LAST ACTIV'.
001140     05  FILLER                  PIC X(06)  VALUE 'MNTHS'.
001150     05  FILLER                  PIC X(20)
001160             VALUE ' BALANCE AT RISK'.
001170     05  FILLER                  PIC X(10)  VALUE 'CLASS'.
001180     05  FILLER                  PIC X(14)  VALUE 'ACTION'.
001190     05  FILLER                  PIC X(04)  VALUE SPACES.
001200 01  WS-DRM-DETAIL-LINE.
001210     05  FILLER                  PIC X(01)  VALUE SPACE.
001220     05  DD-ACCOUNT              PIC X(12).
001230     05  FILLER                  PIC X(02)  VALUE SPACES.
001240     05  DD-NAME                 PIC X(30).
001250     05  FILLER                  PIC X(02)  VALUE SPACES.
001260     05  DD-STATUS               PIC X(06).
001270     05  FILLER                  PIC X(02)  VALUE SPACES.
001280     05  DD-OPEN-DATE            PIC X(10).
001290     05  FILLER                  PIC X(02)  VALUE SPACES.
001300     05  DD-LAST-ACTIVITY        PIC X(10).
001310     05  FILLER                  PIC X(02)  VALUE SPACES.
001320     05  DD-MONTHS               PIC ZZZ9.
001330     05  FILLER                  PIC X(02)  VALUE SPACES.
001340     05  DD-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001350     05  FILLER                  PIC X(02)  VALUE SPACES.
001360     05  DD-CLASS                PIC X(08).
001370     05  FILLER                  PIC X(02)  VALUE SPACES.
001380     05  DD-ACTION               PIC X(14).
001390     05  FILLER                  PIC X(04)  VALUE SPACES.
001400 01  WS-DRM-TOTAL-LINE.
001410     05  FILLER                  PIC X(01)  VALUE SPACE.
001420     05  DT-LABEL                PIC X(40).
001430     05  DT-COUNT                PIC ZZZZZZZZ9.
001440     05  FILLER                  PIC X(02)  VALUE SPACES.
001450     05  DT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001460     05  FILLER                  PIC X(63)  VALUE SPACES.
001470*
001480 WORKING-STORAGE SECTION.
001490*****************************************************************
001500*    FILE STATUS FIELDS.                                       *
001510*****************************************************************
001520 01  WS-FILE-STATUS-FIELDS.
001530     05  WS-PARMIN-FS            PIC X(02)  VALUE SPACES.
001540     05  WS-ACCTMST-FS           PIC X(02)  VALUE SPACES.
001550     05  WS-BALIN-FS             PIC X(02)  VALUE SPACES.
001560     05  WS-FRZOUT-FS            PIC X(02)  VALUE SPACES.
001570     05  WS-ESCHOUT-FS           PIC X(02)  VALUE SPACES.
001580     05  WS-DORMRPT-FS           PIC X(02)  VALUE SPACES.
001590*****************************************************************
001600*    SWITCHES.                                                 *
001610*****************************************************************
001620 77  WS-ACCT-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001630     88  WS-ACCT-EOF-YES             VALUE 'Y'.
001640 77  WS-BAL-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001650     88  WS-BAL-EOF-YES              VALUE 'Y'.
001660 77  WS-BAL-MATCH-SWITCH         PIC X(01)  VALUE 'N'.
001670     88  WS-BAL-MATCH-YES            VALUE 'Y'.
001680*****************************************************************
001690*    THRESHOLDS -- HOUSE DEFAULTS, OVERRIDDEN BY THE DORMPARM   *
001700*    CARD.                                                      *
001710*****************************************************************
001720 77  WS-DORMANT-MONTHS           PIC 9(03)  VALUE 12.
001730 77  WS-ESCHEAT-MONTHS           PIC 9(03)  VALUE 36.
001740 77  WS-CARD-OPERATOR            PIC X(08)  VALUE 'DORMANCY'.
001750*****************************************************************
001760*    COUNTERS AND TOTALS.                                      *
001770*****************************************************************
001780 77  WS-ACCOUNTS-READ            PIC 9(09)  COMP VALUE ZERO.
001790 77  WS-CLOSED-COUNT             PIC 9(09)  COMP VALUE ZERO.
001800 77  WS-DORMANT-COUNT            PIC 9(09)  COMP VALUE ZERO.
001810 77  WS-ESCHEAT-COUNT            PIC 9(09)  COMP VALUE ZERO.
001820 77  WS-FREEZE-COUNT             PIC 9(09)  COMP VALUE ZERO.
001830 77  WS-ORPHAN-COUNT             PIC 9(09)  COMP VALUE ZERO.
001840 77  WS-PAGE-NUMBER              PIC 9(04)  COMP VALUE ZERO.
001850 77  WS-LINE-COUNT               PIC 9(04)  COMP VALUE ZERO.
001860 77  WS-LINES-PER-PAGE           PIC 9(04)  COMP VALUE 50.
001870 01  WS-DORMANT-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
001880 01  WS-ESCHEAT-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
001890*****************************************************************
001900*    THE ACCOUNT IN HAND.                                      *
001910*****************************************************************
001920 01  WS-ACC-BALANCE              PIC S9(11)V99 COMP-3 VALUE ZERO.
001930 01  WS-ACC-MONTHS               PIC S9(05) COMP VALUE ZERO.
001940 01  WS-ACC-CLASS                PIC X(08)  VALUE SPACES.
001950 01  WS-ACC-ACTION               PIC X(14)  VALUE SPACES.
001960 01  WS-LAST-ACTIVITY            PIC 9(08)  VALUE ZERO.
001970 01  WS-LAST-ACTIVITY-R REDEFINES WS-LAST-ACTIVITY.
001980     05  WS-LAST-YEAR            PIC 9(04).
001990     05  WS-LAST-MONTH           PIC 9(02).
002000     05  WS-LAST-DAY             PIC 9(02).
002010 01  WS-STATUS-WORD              PIC X(06)  VALUE SPACES.
002020*****************************************************************
002030*    DATE WORK AREAS.                                          *
002040*****************************************************************
002050 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
002060 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
002070     05  WS-SYS-YEAR             PIC 9(04).
002080     05  WS-SYS-MONTH            PIC 9(02).
002090     05  WS-SYS-DAY              PIC 9(02).
002100 01  WS-EDIT-DATE-IN             PIC 9(08)  VALUE ZERO.
002110 01  WS-EDIT-DATE-X.
002120     05  WS-EDIT-YEAR            PIC X(04).
002130     05  FILLER                  PIC X(01)  VALUE '-'.
002140     05  WS-EDIT-MONTH           PIC X(02).
002150     05  FILLER                  PIC X(01)  VALUE '-'.
002160     05  WS-EDIT-DAY             PIC X(02).
002170*
002180 PROCEDURE DIVISION.
002190*****************************************************************
002200*    0000-MAINLINE                                             *
002210*****************************************************************
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002250         UNTIL WS-ACCT-EOF-YES.
002260     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002270     GO TO 9999-EXIT.
002280*****************************************************************
002290*    1000-INITIALIZE -- THE THRESHOLD CARD IS PROVED BEFORE     *
002300*    ANY OUTPUT IS OPENED SO A BAD CARD LEAVES NOTHING BEHIND.  *
002310*****************************************************************
002320 1000-INITIALIZE.
002330     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
002340     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT.
002350     IF WS-ESCHEAT-MONTHS < WS-DORMANT-MONTHS
002360         DISPLAY 'TEST-PROGRAM-DORMANT - ESCHEAT MONTHS '
002370             WS-ESCHEAT-MONTHS ' LESS THAN DORMANT MONTHS '
002380             WS-DORMANT-MONTHS ' - CORRECT THE DORMPARM CARD'
002390         MOVE 8 TO RETURN-CODE
002400         GO TO 9999-EXIT
002410     END-IF.
002420     OPEN INPUT ACCOUNT-MASTER.
002430     IF WS-ACCTMST-FS NOT = '00'
002440         DISPLAY 'TEST-PROGRAM-DORMANT - UNABLE TO OPEN ACCOUNT'
002450             '-MASTER - STATUS ' WS-ACCTMST-FS
002460         MOVE 16 TO RETURN-CODE
002470         GO TO 9999-EXIT
002480     END-IF.
002490     OPEN INPUT BALMST-IN.
002500     IF WS-BALIN-FS NOT = '00'
002510         DISPLAY 'TEST-PROGRAM-DORMANT - UNABLE TO OPEN BALMST'
002520             '-IN - STATUS ' WS-BALIN-FS
002530         MOVE 16 TO RETURN-CODE
002540         GO TO 9999-EXIT
002550     END-IF.
002560     OPEN OUTPUT FREEZE-OUT.
002570     IF WS-FRZOUT-FS NOT = '00'
002580         DISPLAY 'TEST-PROGRAM-DORMANT - UNABLE TO OPEN FREEZE'
002590             '-OUT - STATUS ' WS-FRZOUT-FS
002600         MOVE 16 TO RETURN-CODE
002610         GO TO 9999-EXIT
002620     END-IF.
002630     OPEN OUTPUT ESCHEAT-OUT.
002640     IF WS-ESCHOUT-FS NOT = '00'
002650         DISPLAY 'TEST-PROGRAM-DORMANT - UNABLE TO OPEN ESCHEAT'
002660             '-OUT - STATUS ' WS-ESCHOUT-FS
002670         MOVE 16 TO RETURN-CODE
002680         GO TO 9999-EXIT
002690     END-IF.
002700     OPEN OUTPUT DORMANCY-REPORT.
002710     IF WS-DORMRPT-FS NOT = '00'
002720         DISPLAY 'TEST-PROGRAM-DORMANT - UNABLE TO OPEN DORMANCY'
002730             '-REPORT - STATUS ' WS-DORMRPT-FS
002740         MOVE 16 TO RETURN-CODE
002750         GO TO 9999-EXIT
002760     END-IF.
002770     PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT.
002780     MOVE LOW-VALUES TO ACCT-NUMBER.
002790     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
002800         INVALID KEY
002810             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
002820     END-START.
002830     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
002840     PERFORM 2150-READ-BALANCE THRU 2150-EXIT.
002850 1000-EXIT.
002860     EXIT.
002870*
002880 1050-WRITE-REPORT-HEADERS.
002890     ADD 1 TO WS-PAGE-NUMBER.
002900     MOVE ZERO TO WS-LINE-COUNT.
002910     MOVE WS-SYS-DATE TO WS-EDIT-DATE-IN.
002920     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
002930     MOVE WS-EDIT-DATE-X TO DH-RUN-DATE.
002940     MOVE WS-PAGE-NUMBER TO DH-PAGE-NUMBER.
002950     MOVE WS-DORMANT-MONTHS TO DH-DORMANT-MONTHS.
002960     MOVE WS-ESCHEAT-MONTHS TO DH-ESCHEAT-MONTHS.
002970     WRITE WS-DRM-HEADER-LINE1.
002980     WRITE WS-DRM-HEADER-LINE2.
002990     WRITE WS-DRM-HEADER-LINE3.
003000 1050-EXIT.
003010     EXIT.
003020*****************************************************************
003030*    1100-LOAD-THRESHOLDS -- NO CARD, OR ZERO IN A FIELD,       *
003040*    KEEPS THE HOUSE DEFAULT FOR THAT FIELD.                    *
003050*****************************************************************
003060 1100-LOAD-THRESHOLDS.
003070     OPEN INPUT PARM-IN.
003080     IF WS-PARMIN-FS NOT = '00'
003090         DISPLAY 'TEST-PROGRAM-DORMANT - NO DORMPARM CARD - '
003100             'STATUS ' WS-PARMIN-FS ' - USING DEFAULTS'
003110         GO TO 1100-EXIT
003120     END-IF.
003130     READ PARM-IN
003140         AT END
003150             DISPLAY 'TEST-PROGRAM-DORMANT - DORMPARM EMPTY - '
003160                 'USING DEFAULTS'
003170         NOT AT END
003180             IF DORP-DORMANT-MONTHS IS NUMERIC
003190                     AND DORP-DORMANT-MONTHS > ZERO
003200                 MOVE DORP-DORMANT-MONTHS TO WS-DORMANT-MONTHS
003210             END-IF
003220             IF DORP-ESCHEAT-MONTHS IS NUMERIC
003230                     AND DORP-ESCHEAT-MONTHS > ZERO
003240                 MOVE DORP-ESCHEAT-MONTHS TO WS-ESCHEAT-MONTHS
003250             END-IF
003260             IF DORP-OPERATOR-ID NOT = SPACES
003270                 MOVE DORP-OPERATOR-ID TO WS-CARD-OPERATOR
003280             END-IF
003290     END-READ.
003300     CLOSE PARM-IN.
003310 1100-EXIT.
003320     EXIT.
003330*****************************************************************
003340*    2000-PROCESS-ACCOUNT -- ONE ACCOUNT-MASTER ROW.  BALANCE   *
003350*    ROWS AHEAD OF IT HAVE NO ACCOUNT AND ARE COUNTED; A        *
003360*    MATCHING ROW SUPPLIES THE BALANCE AND ACTIVITY DATE.       *
003370*****************************************************************
003380 2000-PROCESS-ACCOUNT.
003390     ADD 1 TO WS-ACCOUNTS-READ.
003400     PERFORM 2200-SKIP-ORPHAN-BALANCE THRU 2200-EXIT
003410         UNTIL WS-BAL-EOF-YES
003420            OR BAL-ACCT-NUMBER NOT < ACCT-NUMBER.
003430     MOVE 'N' TO WS-BAL-MATCH-SWITCH.
003440     IF NOT WS-BAL-EOF-YES
003450             AND BAL-ACCT-NUMBER = ACCT-NUMBER
003460         MOVE 'Y' TO WS-BAL-MATCH-SWITCH
003470     END-IF.
003480     IF ACCT-STATUS-CLOSED
003490         ADD 1 TO WS-CLOSED-COUNT
003500     ELSE
003510         PERFORM 3000-TEST-ONE-ACCOUNT THRU 3000-EXIT
003520     END-IF.
003530     IF WS-BAL-MATCH-YES
003540         PERFORM 2150-READ-BALANCE THRU 2150-EXIT
003550     END-IF.
003560     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
003570 2000-EXIT.
003580     EXIT.
003590*
003600 2100-READ-ACCOUNT.
003610     IF WS-ACCT-EOF-YES
003620         GO TO 2100-EXIT
003630     END-IF.
003640     READ ACCOUNT-MASTER NEXT
003650         AT END
003660             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
003670     END-READ.
003680 2100-EXIT.
003690     EXIT.
003700*
003710 2150-READ-BALANCE.
003720     IF WS-BAL-EOF-YES
003730         GO TO 2150-EXIT
003740     END-IF.
003750     READ BALMST-IN
003760         AT END
003770             MOVE 'Y' TO WS-BAL-EOF-SWITCH
003780     END-READ.
003790 2150-EXIT.
003800     EXIT.
003810*
003820 2200-SKIP-ORPHAN-BALANCE.
003830     ADD 1 TO WS-ORPHAN-COUNT.
003840     DISPLAY 'TEST-PROGRAM-DORMANT - BALANCE ROW WITH NO '
003850         'ACCOUNT MASTER ROW: ' BAL-ACCT-NUMBER.
003860     PERFORM 2150-READ-BALANCE THRU 2150-EXIT.
003870 2200-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    3000-TEST-ONE-ACCOUNT -- LAST ACTIVITY IS THE LAST         *
003910*    CUSTOMER POSTING ON THE BALANCE MASTER (A ROW FROM BEFORE  *
003920*    THAT DATE WAS KEPT FALLS BACK TO ITS LAST POST DATE), BUT  *
003930*    NEVER EARLIER THAN THE OPEN DATE.                          *
003940*****************************************************************
003950 3000-TEST-ONE-ACCOUNT.
003960     MOVE ZERO TO WS-ACC-BALANCE.
003970     MOVE ZERO TO WS-LAST-ACTIVITY.
003980     IF WS-BAL-MATCH-YES
003990         MOVE BAL-BALANCE TO WS-ACC-BALANCE
004000         IF BAL-LAST-CUST-DATE IS NUMERIC
004010             MOVE BAL-LAST-CUST-DATE TO WS-LAST-ACTIVITY
004020         ELSE
004030             MOVE BAL-LAST-POST-DATE TO WS-LAST-ACTIVITY
004040         END-IF
004050     END-IF.
004060     IF ACCT-OPEN-DATE IS NUMERIC
004070             AND ACCT-OPEN-DATE > WS-LAST-ACTIVITY
004080         MOVE ACCT-OPEN-DATE TO WS-LAST-ACTIVITY
004090     END-IF.
004100     IF WS-LAST-ACTIVITY = ZERO
004110         GO TO 3000-EXIT
004120     END-IF.
004130     PERFORM 3100-COUNT-MONTHS THRU 3100-EXIT.
004140     IF WS-ACC-MONTHS < WS-DORMANT-MONTHS
004150         GO TO 3000-EXIT
004160     END-IF.
004170     IF WS-ACC-MONTHS < WS-ESCHEAT-MONTHS
004180         MOVE 'DORMANT ' TO WS-ACC-CLASS
004190         ADD 1 TO WS-DORMANT-COUNT
004200         ADD WS-ACC-BALANCE TO WS-DORMANT-BALANCE
004210     ELSE
004220         MOVE 'ESCHEAT ' TO WS-ACC-CLASS
004230         ADD 1 TO WS-ESCHEAT-COUNT
004240         ADD WS-ACC-BALANCE TO WS-ESCHEAT-BALANCE
004250         PERFORM 3300-WRITE-ESCHEAT-ROW THRU 3300-EXIT
004260     END-IF.
004270     IF ACCT-STATUS-OPEN
004280         PERFORM 3200-WRITE-FREEZE-CARD THRU 3200-EXIT
004290         MOVE 'FREEZE CARD   ' TO WS-ACC-ACTION
004300     ELSE
004310         MOVE 'ALREADY FROZEN' TO WS-ACC-ACTION
004320     END-IF.
004330     PERFORM 3400-WRITE-REPORT-LINE THRU 3400-EXIT.
004340 3000-EXIT.
004350     EXIT.
004360*****************************************************************
004370*    3100-COUNT-MONTHS -- WHOLE CALENDAR MONTHS FROM THE LAST   *
004380*    ACTIVITY TO THE RUN DATE; A MONTH IS NOT COMPLETE UNTIL    *
004390*    THE SAME DAY OF THE MONTH IS REACHED.                      *
004400*****************************************************************
004410 3100-COUNT-MONTHS.
004420     COMPUTE WS-ACC-MONTHS =
004430         (WS-SYS-YEAR * 12 + WS-SYS-MONTH)
004440       - (WS-LAST-YEAR * 12 + WS-LAST-MONTH).
004450     IF WS-SYS-DAY < WS-LAST-DAY
004460         SUBTRACT 1 FROM WS-ACC-MONTHS
004470     END-IF.
004480     IF WS-ACC-MONTHS < ZERO
004490         MOVE ZERO TO WS-ACC-MONTHS
004500     END-IF.
004510 3100-EXIT.
004520     EXIT.
004530*****************************************************************
004540*    3200-WRITE-FREEZE-CARD -- ACTION F IN THE MAINTENANCE      *
004550*    CARD LAYOUT, WITH THE DORMPARM OPERATOR ID AS MAKER.  THE  *
004560*    NEXT MAINTENANCE RUN HOLDS IT UNTIL A SECOND OPERATOR      *
004570*    APPROVES IT ON TPGA.                                       *
004580*****************************************************************
004590 3200-WRITE-FREEZE-CARD.
004600     MOVE SPACES           TO MAINTENANCE-CARD.
004610     MOVE 'F'              TO ACCM-ACTION.
004620     MOVE ACCT-NUMBER      TO ACCM-ACCT-NUMBER.
004630     MOVE WS-CARD-OPERATOR TO ACCM-OPERATOR-ID.
004640     WRITE MAINTENANCE-CARD.
004650     ADD 1 TO WS-FREEZE-COUNT.
004660 3200-EXIT.
004670     EXIT.
004680*
004690 3300-WRITE-ESCHEAT-ROW.
004700     MOVE SPACES           TO ESCHEAT-CANDIDATE-RECORD.
004710     MOVE ACCT-NUMBER      TO ESCH-ACCT-NUMBER.
004720     MOVE ACCT-NAME        TO ESCH-ACCT-NAME.
004730     MOVE ACCT-STATUS      TO ESCH-ACCT-STATUS.
004740     IF ACCT-OPEN-DATE IS NUMERIC
004750         MOVE ACCT-OPEN-DATE TO ESCH-OPEN-DATE
004760     ELSE
004770         MOVE ZERO TO ESCH-OPEN-DATE
004780     END-IF.
004790     MOVE WS-LAST-ACTIVITY TO ESCH-LAST-ACTIVITY-DATE.
004800     MOVE WS-ACC-MONTHS    TO ESCH-MONTHS-INACTIVE.
004810     MOVE WS-ACC-BALANCE   TO ESCH-BALANCE.
004820     MOVE WS-SYS-DATE      TO ESCH-RUN-DATE.
004830     WRITE ESCHEAT-CANDIDATE-RECORD.
004840 3300-EXIT.
004850     EXIT.
004860*
004870 3400-WRITE-REPORT-LINE.
004880     MOVE ACCT-NUMBER TO DD-ACCOUNT.
004890     MOVE ACCT-NAME   TO DD-NAME.
004900     EVALUATE TRUE
004910         WHEN ACCT-STATUS-OPEN
004920             MOVE 'OPEN  ' TO WS-STATUS-WORD
004930         WHEN ACCT-STATUS-FROZEN
004940             MOVE 'FROZEN' TO WS-STATUS-WORD
004950         WHEN OTHER
004960             MOVE '------' TO WS-STATUS-WORD
004970     END-EVALUATE.
004980     MOVE WS-STATUS-WORD TO DD-STATUS.
004990     IF ACCT-OPEN-DATE IS NUMERIC
005000         MOVE ACCT-OPEN-DATE TO WS-EDIT-DATE-IN
005010         PERFORM 7200-EDIT-DATE THRU 7200-EXIT
005020         MOVE WS-EDIT-DATE-X TO DD-OPEN-DATE
005030     ELSE
005040         MOVE SPACES TO DD-OPEN-DATE
005050     END-IF.
005060     MOVE WS-LAST-ACTIVITY TO WS-EDIT-DATE-IN.
005070     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
005080     MOVE WS-EDIT-DATE-X TO DD-LAST-ACTIVITY.
005090     MOVE WS-ACC-MONTHS  TO DD-MONTHS.
005100     MOVE WS-ACC-BALANCE TO DD-BALANCE.
005110     MOVE WS-ACC-CLASS   TO DD-CLASS.
005120     MOVE WS-ACC-ACTION  TO DD-ACTION.
005130     WRITE WS-DRM-DETAIL-LINE.
005140     ADD 1 TO WS-LINE-COUNT.
005150     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
005160         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
005170     END-IF.
005180 3400-EXIT.
005190     EXIT.
005200*
005210 7200-EDIT-DATE.
005220     MOVE WS-EDIT-DATE-IN(1:4) TO WS-EDIT-YEAR.
005230     MOVE WS-EDIT-DATE-IN(5:2) TO WS-EDIT-MONTH.
005240     MOVE WS-EDIT-DATE-IN(7:2) TO WS-EDIT-DAY.
005250 7200-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    8000-FINALIZE -- TOTALS AND THE STEP RETURN CODE: RC=0     *
005290*    CLEAN, RC=4 BALANCE ROWS WITH NO ACCOUNT-MASTER ROW (THE   *
005300*    SELECTION COULD NOT JUDGE THEM - INVESTIGATE).             *
005310*****************************************************************
005320 8000-FINALIZE.
005330     PERFORM 2200-SKIP-ORPHAN-BALANCE THRU 2200-EXIT
005340         UNTIL WS-BAL-EOF-YES.
005350     MOVE 'ACCOUNTS EXAMINED:' TO DT-LABEL.
005360     MOVE WS-ACCOUNTS-READ TO DT-COUNT.
005370     MOVE ZERO TO DT-AMOUNT.
005380     WRITE WS-DRM-TOTAL-LINE.
005390     MOVE 'CLOSED ACCOUNTS SKIPPED:' TO DT-LABEL.
005400     MOVE WS-CLOSED-COUNT TO DT-COUNT.
005410     MOVE ZERO TO DT-AMOUNT.
005420     WRITE WS-DRM-TOTAL-LINE.
005430     MOVE 'DORMANT - BALANCE AT RISK:' TO DT-LABEL.
005440     MOVE WS-DORMANT-COUNT TO DT-COUNT.
005450     MOVE WS-DORMANT-BALANCE TO DT-AMOUNT.
005460     WRITE WS-DRM-TOTAL-LINE.
005470     MOVE 'ESCHEATMENT CANDIDATES - BALANCE AT RISK:'
005480         TO DT-LABEL.
005490     MOVE WS-ESCHEAT-COUNT TO DT-COUNT.
005500     MOVE WS-ESCHEAT-BALANCE TO DT-AMOUNT.
005510     WRITE WS-DRM-TOTAL-LINE.
005520     MOVE 'FREEZE CARDS WRITTEN:' TO DT-LABEL.
005530     MOVE WS-FREEZE-COUNT TO DT-COUNT.
005540     MOVE ZERO TO DT-AMOUNT.
005550     WRITE WS-DRM-TOTAL-LINE.
005560     MOVE 'BALANCE ROWS WITH NO ACCOUNT:' TO DT-LABEL.
005570     MOVE WS-ORPHAN-COUNT TO DT-COUNT.
005580     MOVE ZERO TO DT-AMOUNT.
005590     WRITE WS-DRM-TOTAL-LINE.
005600     DISPLAY 'TEST-PROGRAM-DORMANT ACCOUNTS EXAMINED:   '
005610         WS-ACCOUNTS-READ.
005620     DISPLAY 'TEST-PROGRAM-DORMANT DORMANT ACCOUNTS:    '
005630         WS-DORMANT-COUNT.
005640     DISPLAY 'TEST-PROGRAM-DORMANT ESCHEAT CANDIDATES:  '
005650         WS-ESCHEAT-COUNT.
005660     DISPLAY 'TEST-PROGRAM-DORMANT FREEZE CARDS WRITTEN:'
005670         WS-FREEZE-COUNT.
005680     IF WS-ORPHAN-COUNT > ZERO
005690         MOVE 4 TO RETURN-CODE
005700     ELSE
005710         MOVE 0 TO RETURN-CODE
005720     END-IF.
005730     CLOSE ACCOUNT-MASTER.
005740     CLOSE BALMST-IN.
005750     CLOSE FREEZE-OUT.
005760     CLOSE ESCHEAT-OUT.
005770     CLOSE DORMANCY-REPORT.
005780 8000-EXIT.
005790     EXIT.
005800*****************************************************************
005810*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
005820*****************************************************************
005830 9999-EXIT.
005840     STOP RUN.
