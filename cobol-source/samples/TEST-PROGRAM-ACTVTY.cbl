000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-ACTVTY.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-ACTVTY                          *
000100*                                                               *
000110*    PURPOSE.     ACCOUNT BALANCE AND RECENT-ACTIVITY BUILD.    *
000120*                 RUNS AFTER THE POSTING STEP.  MERGES THE NEW  *
000130*                 BALANCE MASTER GENERATION, TONIGHT'S          *
000140*                 VALIDATED FEED (THE ITEMS POST APPLIED,       *
000150*                 SORTED INTO ACCOUNT SEQUENCE, NEWEST FIRST)   *
000160*                 AND THE RETAINED ACTIVITY FILE (OLD           *
000170*                 GENERATION IN, NEW GENERATION OUT) INTO ONE   *
000180*                 BALANCE ROW PLUS THE MOST RECENT POSTED       *
000190*                 ITEMS PER ACCOUNT, AND RELOADS THE KEYED      *
000200*                 ACTIVITY FILE (FCT ENTRY ACTVMSTF) FROM THE   *
000210*                 SAME ROWS FOR THE ONLINE BALANCE INQUIRY      *
000220*                 (TPGB) -- THE BALANCE MASTER GDG AND THE      *
000230*                 POSTED FILE CANNOT BE READ BY KEY ONLINE.     *
000240*                                                               *
000250*    NOTES.       AT MOST WS-RETAIN-MAX ITEMS ARE KEPT PER      *
000260*                 ACCOUNT; OLDER ITEMS AGE OFF.  ITEMS ALREADY  *
000270*                 STAMPED WITH TONIGHT'S BUSINESS DATE (CYCLE   *
000280*                 CONTROL RECORD) ARE NOT CARRIED FORWARD, SO   *
000290*                 A RERUN AGAINST ITS OWN OUTPUT REBUILDS       *
000300*                 TONIGHT'S ITEMS FROM THE FEED WITHOUT         *
000310*                 DOUBLING THEM.  THE KEYED FILE IS DEFINED     *
000320*                 REUSE AND IS LOADED IN KEY SEQUENCE; CICS     *
000330*                 MUST HAVE IT CLOSED WHILE THIS STEP RUNS.     *
000340*                                                               *
000350*    MODIFICATION HISTORY.                                     *
000360*    2026-10-15  DO   INITIAL VERSION.                          *
000370*                                                               *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-CYCCTL-FS.
000480     SELECT TRANS-IN ASSIGN TO TRANSIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-TRANSIN-FS.
000510     SELECT SORT-FILE ASSIGN TO SORTWK01.
000520     SELECT BALMST-IN ASSIGN TO BALMSTIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-BALIN-FS.
000550     SELECT ACTIVITY-IN ASSIGN TO ACTVIN
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ACTVIN-FS.
000580     SELECT ACTIVITY-OUT ASSIGN TO ACTVOUT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-ACTVOUT-FS.
000610     SELECT ACTIVITY-KSDS ASSIGN TO ACTVKSDS
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS AKS-KEY
000650         FILE STATUS IS WS-ACTKSDS-FS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CYCLE-CONTROL
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CYCREC.
000720*
000730 FD  TRANS-IN
000740     LABEL RECORDS ARE STANDARD.
000750     COPY TRANSREC.
000760*
000770 SD  SORT-FILE.
000780 01  SORT-RECORD.
000790     05  SORT-TRANS-ID           PIC X(10).
000800     05  SORT-TRANS-DATE         PIC 9(08).
000810     05  SORT-TRANS-TYPE         PIC X(02).
000820     05  SORT-TRANS-AMOUNT       PIC S9(9)V99 COMP-3.
000830     05  SORT-TRANS-ACCOUNT      PIC X(12).
000840     05  SORT-TRANS-BRANCH       PIC X(03).
000850     05  SORT-TRANS-CURRENCY     PIC X(03).
000860     05  SORT-TRANS-ORIG-TYPE    PIC X(01).
000870     05  SORT-FEED-SEQUENCE      PIC 9(09)  COMP.
000880*
000890 FD  BALMST-IN
000900     LABEL RECORDS ARE STANDARD.
000910     COPY BALREC.
000920*
000930 FD  ACTIVITY-IN
000940     LABEL RECORDS ARE STANDARD.
000950     COPY ACTVREC.
000960*
000970 FD  ACTIVITY-OUT
000980     LABEL RECORDS ARE STANDARD.
000990     COPY ACTVREC REPLACING ACCOUNT-ACTIVITY-RECORD
001000         BY NEW-ACTIVITY-RECORD
001010         ACTV-KEY BY NEWA-KEY
001020         ACTV-ACCT-NUMBER BY NEWA-ACCT-NUMBER
001030         ACTV-SEQUENCE BY NEWA-SEQUENCE
001040         ACTV-ROW-TYPE BY NEWA-ROW-TYPE
001050         ACTV-TYPE-BALANCE BY NEWA-TYPE-BALANCE
001060         ACTV-TYPE-ITEM BY NEWA-TYPE-ITEM
001070         ACTV-ROW-DATA BY NEWA-ROW-DATA
001080         ACTV-BALANCE-DATA BY NEWA-BALANCE-DATA
001090         ACTV-BALANCE BY NEWA-BALANCE
001100         ACTV-BAL-CURRENCY BY NEWA-BAL-CURRENCY
001110         ACTV-LAST-POST-DATE BY NEWA-LAST-POST-DATE
001120         ACTV-ITEM-COUNT BY NEWA-ITEM-COUNT
001130         ACTV-AS-OF-DATE BY NEWA-AS-OF-DATE
001140         ACTV-ITEM-DATA BY NEWA-ITEM-DATA
001150         ACTV-TRANS-ID BY NEWA-TRANS-ID
001160         ACTV-TRANS-DATE BY NEWA-TRANS-DATE
001170         ACTV-TRANS-TYPE BY NEWA-TRANS-TYPE
001180         ACTV-ORIG-TYPE BY NEWA-ORIG-TYPE
001190         ACTV-AMOUNT BY NEWA-AMOUNT
001200         ACTV-CURRENCY BY NEWA-CURRENCY
001210         ACTV-BRANCH BY NEWA-BRANCH
001220         ACTV-POSTED-DATE BY NEWA-POSTED-DATE.
001230*
001240 FD  ACTIVITY-KSDS
001250     LABEL RECORDS ARE STANDARD.
001260 01  ACTIVITY-KSDS-RECORD.
001270     05  AKS-KEY                 PIC X(16).
001280     05  FILLER                  PIC X(64).
001290*
001300 WORKING-STORAGE SECTION.
001310*****************************************************************
001320*    FILE STATUS FIELDS.                                       *
001330*****************************************************************
001340 01  WS-FILE-STATUS-FIELDS.
001350     05  WS-CYCCTL-FS            PIC X(02)  VALUE SPACES.
001360     05  WS-TRANSIN-FS           PIC X(02)  VALUE SPACES.
001370     05  WS-BALIN-FS             PIC X(02)  VALUE SPACES.
001380     05  WS-ACTVIN-FS            PIC X(02)  VALUE SPACES.
001390     05  WS-ACTVOUT-FS           PIC X(02)  VALUE SPACES.
001400     05  WS-ACTKSDS-FS           PIC X(02)  VALUE SPACES.
001410*****************************************************************
001420*    SWITCHES.                                                 *
001430*****************************************************************
001440 77  WS-FEED-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001450     88  WS-FEED-EOF-YES             VALUE 'Y'.
001460 77  WS-SORT-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001470     88  WS-SORT-EOF-YES             VALUE 'Y'.
001480 77  WS-MASTER-EOF-SWITCH        PIC X(01)  VALUE 'N'.
001490     88  WS-MASTER-EOF-YES           VALUE 'Y'.
001500 77  WS-OLD-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001510     88  WS-OLD-EOF-YES              VALUE 'Y'.
001520 77  WS-OLD-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
001530     88  WS-OLD-OPEN-YES             VALUE 'Y'.
001540*****************************************************************
001550*    COUNTERS.                                                 *
001560*****************************************************************
001570 77  WS-FEED-COUNT               PIC 9(09)  COMP VALUE ZERO.
001580 77  WS-BALANCE-ROWS             PIC 9(09)  COMP VALUE ZERO.
001590 77  WS-NEW-ITEM-COUNT           PIC 9(09)  COMP VALUE ZERO.
001600 77  WS-CARRIED-ITEM-COUNT       PIC 9(09)  COMP VALUE ZERO.
001610 77  WS-AGED-OFF-COUNT           PIC 9(09)  COMP VALUE ZERO.
001620 77  WS-RERUN-DROP-COUNT         PIC 9(09)  COMP VALUE ZERO.
001630 77  WS-ORPHAN-ITEM-COUNT        PIC 9(09)  COMP VALUE ZERO.
001640 77  WS-DROPPED-ITEM-COUNT       PIC 9(09)  COMP VALUE ZERO.
001650 77  WS-ROWS-WRITTEN             PIC 9(09)  COMP VALUE ZERO.
001660*****************************************************************
001670*    ITEM TABLE -- ONE ACCOUNT'S ITEMS, NEWEST FIRST, HELD      *
001680*    UNTIL THE ACCOUNT BREAK SO THE BALANCE ROW (SEQUENCE 0000, *
001690*    CARRYING THE ITEM COUNT) CAN BE WRITTEN AHEAD OF THEM.     *
001700*****************************************************************
001710 77  WS-RETAIN-MAX               PIC 9(04)  COMP VALUE 100.
001720 77  WS-ITEM-COUNT               PIC 9(04)  COMP VALUE ZERO.
001730 77  WS-ITEM-SUB                 PIC 9(04)  COMP VALUE ZERO.
001740 01  WS-ITEM-TABLE.
001750     05  WS-ITEM-ENTRY           OCCURS 100 TIMES.
001760         10  WS-ITEM-DATA            PIC X(63).
001770*****************************************************************
001780*    MERGE KEYS.  EACH INPUT'S CURRENT ACCOUNT, HIGH-VALUES AT  *
001790*    END OF FILE; THE LOWEST OF THE THREE IS THE ACCOUNT BEING  *
001800*    BUILT.                                                     *
001810*****************************************************************
001820 01  WS-MASTER-KEY               PIC X(12)  VALUE SPACES.
001830 01  WS-FEED-KEY                 PIC X(12)  VALUE SPACES.
001840 01  WS-OLD-KEY                  PIC X(12)  VALUE SPACES.
001850 01  WS-LOW-KEY                  PIC X(12)  VALUE SPACES.
001860*****************************************************************
001870*    BUSINESS DATE AND BASE CURRENCY.  AN ITEM KEYED WITH NO    *
001880*    CURRENCY IS BASE MONEY, AS IN THE POSTING STEP.            *
001890*****************************************************************
001900 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
001910 77  WS-BASE-CURRENCY            PIC X(03)  VALUE 'USD'.
001920*
001930 PROCEDURE DIVISION.
001940*****************************************************************
001950*    0000-MAINLINE -- THE FEED IS SORTED BY ACCOUNT WITH THE    *
001960*    LAST ITEM IT CARRIES FOR AN ACCOUNT FIRST, SO EACH         *
001970*    ACCOUNT'S ITEMS COME BACK NEWEST FIRST.                    *
001980*****************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     SORT SORT-FILE
002020         ON ASCENDING KEY SORT-TRANS-ACCOUNT
002030         ON DESCENDING KEY SORT-FEED-SEQUENCE
002040         INPUT PROCEDURE IS 2000-RELEASE-FEED
002050             THRU 2000-EXIT
002060         OUTPUT PROCEDURE IS 3000-BUILD-ACTIVITY
002070             THRU 3000-EXIT.
002080     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002090     GO TO 9999-EXIT.
002100*****************************************************************
002110*    1000-INITIALIZE -- TONIGHT'S BUSINESS DATE COMES FROM THE  *
002120*    CYCLE CONTROL RECORD THE CONSOLIDATION STEP OPENED.  THE   *
002130*    FIRST NIGHT THERE IS NO OLD ACTIVITY GENERATION TO READ.   *
002140*****************************************************************
002150 1000-INITIALIZE.
002160     OPEN INPUT CYCLE-CONTROL.
002170     IF WS-CYCCTL-FS NOT = '00'
002180         DISPLAY 'TEST-PROGRAM-ACTVTY - UNABLE TO OPEN CYCLE'
002190             '-CONTROL - STATUS ' WS-CYCCTL-FS
002200         MOVE 16 TO RETURN-CODE
002210         GO TO 9999-EXIT
002220     END-IF.
002230     READ CYCLE-CONTROL
002240         AT END
002250             DISPLAY 'TEST-PROGRAM-ACTVTY - CYCLE CONTROL '
002260                 'RECORD IS MISSING'
002270             MOVE 16 TO RETURN-CODE
002280             GO TO 9999-EXIT
002290     END-READ.
002300     IF CYC-BUSINESS-DATE NOT NUMERIC
002310         DISPLAY 'TEST-PROGRAM-ACTVTY - CYCLE CONTROL BUSINESS '
002320             'DATE IS NOT NUMERIC'
002330         MOVE 16 TO RETURN-CODE
002340         GO TO 9999-EXIT
002350     END-IF.
002360     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
002370     CLOSE CYCLE-CONTROL.
002380     OPEN INPUT TRANS-IN.
002390     IF WS-TRANSIN-FS NOT = '00'
002400         DISPLAY 'TEST-PROGRAM-ACTVTY - UNABLE TO OPEN TRANS-IN'
002410             ' - STATUS ' WS-TRANSIN-FS
002420         MOVE 16 TO RETURN-CODE
002430         GO TO 9999-EXIT
002440     END-IF.
002450     OPEN INPUT BALMST-IN.
002460     IF WS-BALIN-FS NOT = '00'
002470         DISPLAY 'TEST-PROGRAM-ACTVTY - UNABLE TO OPEN BALMST-IN'
002480             ' - STATUS ' WS-BALIN-FS
002490         MOVE 16 TO RETURN-CODE
002500         GO TO 9999-EXIT
002510     END-IF.
002520     OPEN INPUT ACTIVITY-IN.
002530     IF WS-ACTVIN-FS NOT = '00'
002540         DISPLAY 'TEST-PROGRAM-ACTVTY - NO ACTIVITY FILE - '
002550             'STATUS ' WS-ACTVIN-FS ' - STARTING EMPTY'
002560         MOVE 'Y' TO WS-OLD-EOF-SWITCH
002570     ELSE
002580         MOVE 'Y' TO WS-OLD-OPEN-SWITCH
002590     END-IF.
002600     OPEN OUTPUT ACTIVITY-OUT.
002610     IF WS-ACTVOUT-FS NOT = '00'
002620         DISPLAY 'TEST-PROGRAM-ACTVTY - UNABLE TO OPEN ACTIVITY'
002630             '-OUT - STATUS ' WS-ACTVOUT-FS
002640         MOVE 16 TO RETURN-CODE
002650         GO TO 9999-EXIT
002660     END-IF.
002670     OPEN OUTPUT ACTIVITY-KSDS.
002680     IF WS-ACTKSDS-FS NOT = '00'
002690         DISPLAY 'TEST-PROGRAM-ACTVTY - UNABLE TO OPEN ACTIVITY'
002700             '-KSDS - STATUS ' WS-ACTKSDS-FS
002710         MOVE 16 TO RETURN-CODE
002720         GO TO 9999-EXIT
002730     END-IF.
002740 1000-EXIT.
002750     EXIT.
002760*****************************************************************
002770*    2000-RELEASE-FEED -- SORT INPUT PROCEDURE.  EACH ITEM IS   *
002780*    TAGGED WITH ITS POSITION ON THE FEED (THE ORDER POST       *
002790*    APPLIED IT IN WITHIN THE ACCOUNT).                         *
002800*****************************************************************
002810 2000-RELEASE-FEED.
002820     PERFORM 2100-READ-FEED THRU 2100-EXIT.
002830     PERFORM 2200-RELEASE-ONE-ITEM THRU 2200-EXIT
002840         UNTIL WS-FEED-EOF-YES.
002850     CLOSE TRANS-IN.
002860 2000-EXIT.
002870     EXIT.
002880*
002890 2100-READ-FEED.
002900     READ TRANS-IN
002910         AT END
002920             MOVE 'Y' TO WS-FEED-EOF-SWITCH
002930     END-READ.
002940 2100-EXIT.
002950     EXIT.
002960*
002970 2200-RELEASE-ONE-ITEM.
002980     ADD 1 TO WS-FEED-COUNT.
002990     MOVE TRANS-ID        TO SORT-TRANS-ID.
003000     MOVE TRANS-DATE      TO SORT-TRANS-DATE.
003010     MOVE TRANS-TYPE      TO SORT-TRANS-TYPE.
003020     MOVE TRANS-AMOUNT    TO SORT-TRANS-AMOUNT.
003030     MOVE TRANS-ACCOUNT   TO SORT-TRANS-ACCOUNT.
003040     MOVE TRANS-BRANCH    TO SORT-TRANS-BRANCH.
003050     MOVE TRANS-CURRENCY  TO SORT-TRANS-CURRENCY.
003060     MOVE TRANS-ORIG-TYPE TO SORT-TRANS-ORIG-TYPE.
003070     MOVE WS-FEED-COUNT   TO SORT-FEED-SEQUENCE.
003080     RELEASE SORT-RECORD.
003090     PERFORM 2100-READ-FEED THRU 2100-EXIT.
003100 2200-EXIT.
003110     EXIT.
003120*****************************************************************
003130*    3000-BUILD-ACTIVITY -- SORT OUTPUT PROCEDURE.  A THREE-WAY *
003140*    MATCH ON ACCOUNT NUMBER OVER THE NEW BALANCE MASTER, THE   *
003150*    SORTED FEED AND THE OLD ACTIVITY GENERATION.               *
003160*****************************************************************
003170 3000-BUILD-ACTIVITY.
003180     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003190     PERFORM 3200-RETURN-SORTED-ITEM THRU 3200-EXIT.
003200     PERFORM 3300-READ-OLD-ACTIVITY THRU 3300-EXIT.
003210     PERFORM 3400-BUILD-ONE-ACCOUNT THRU 3400-EXIT
003220         UNTIL WS-MASTER-EOF-YES
003230           AND WS-SORT-EOF-YES
003240           AND WS-OLD-EOF-YES.
003250 3000-EXIT.
003260     EXIT.
003270*
003280 3100-READ-MASTER.
003290     IF WS-MASTER-EOF-YES
003300         GO TO 3100-EXIT
003310     END-IF.
003320     READ BALMST-IN
003330         AT END
003340             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
003350     END-READ.
003360     IF WS-MASTER-EOF-YES
003370         MOVE HIGH-VALUES TO WS-MASTER-KEY
003380     ELSE
003390         MOVE BAL-ACCT-NUMBER TO WS-MASTER-KEY
003400     END-IF.
003410 3100-EXIT.
003420     EXIT.
003430*
003440 3200-RETURN-SORTED-ITEM.
003450     RETURN SORT-FILE
003460         AT END
003470             MOVE 'Y' TO WS-SORT-EOF-SWITCH
003480     END-RETURN.
003490     IF WS-SORT-EOF-YES
003500         MOVE HIGH-VALUES TO WS-FEED-KEY
003510     ELSE
003520         MOVE SORT-TRANS-ACCOUNT TO WS-FEED-KEY
003530     END-IF.
003540 3200-EXIT.
003550     EXIT.
003560*
003570 3300-READ-OLD-ACTIVITY.
003580     IF WS-OLD-EOF-YES
003590         MOVE HIGH-VALUES TO WS-OLD-KEY
003600         GO TO 3300-EXIT
003610     END-IF.
003620     READ ACTIVITY-IN
003630         AT END
003640             MOVE 'Y' TO WS-OLD-EOF-SWITCH
003650     END-READ.
003660     IF WS-OLD-EOF-YES
003670         MOVE HIGH-VALUES TO WS-OLD-KEY
003680     ELSE
003690         MOVE ACTV-ACCT-NUMBER TO WS-OLD-KEY
003700     END-IF.
003710 3300-EXIT.
003720     EXIT.
003730*****************************************************************
003740*    3400-BUILD-ONE-ACCOUNT -- TONIGHT'S ITEMS FIRST, THEN THE  *
003750*    CARRIED ITEMS, UP TO THE RETENTION LIMIT.  AN ACCOUNT WITH *
003760*    NO ROW ON THE NEW BALANCE MASTER IS NOT WRITTEN: OLD ROWS  *
003770*    FOR IT ARE DROPPED, AND FEED ITEMS FOR IT (WHICH POST      *
003780*    WOULD HAVE GIVEN A ROW) ARE REPORTED.                      *
003790*****************************************************************
003800 3400-BUILD-ONE-ACCOUNT.
003810     MOVE WS-MASTER-KEY TO WS-LOW-KEY.
003820     IF WS-FEED-KEY < WS-LOW-KEY
003830         MOVE WS-FEED-KEY TO WS-LOW-KEY
003840     END-IF.
003850     IF WS-OLD-KEY < WS-LOW-KEY
003860         MOVE WS-OLD-KEY TO WS-LOW-KEY
003870     END-IF.
003880     MOVE ZERO TO WS-ITEM-COUNT.
003890     PERFORM 3500-TABLE-FEED-ITEM THRU 3500-EXIT
003900         UNTIL WS-FEED-KEY NOT = WS-LOW-KEY.
003910     PERFORM 3600-TABLE-OLD-ITEM THRU 3600-EXIT
003920         UNTIL WS-OLD-KEY NOT = WS-LOW-KEY.
003930     IF WS-MASTER-KEY NOT = WS-LOW-KEY
003940         GO TO 3400-EXIT
003950     END-IF.
003960     PERFORM 4000-WRITE-ACCOUNT-ROWS THRU 4000-EXIT.
003970     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003980 3400-EXIT.
003990     EXIT.
004000*
004010 3500-TABLE-FEED-ITEM.
004020     IF WS-MASTER-KEY NOT = WS-LOW-KEY
004030         ADD 1 TO WS-ORPHAN-ITEM-COUNT
004040         DISPLAY 'TEST-PROGRAM-ACTVTY - ITEM ' SORT-TRANS-ID
004050             ' FOR ACCOUNT ' SORT-TRANS-ACCOUNT
004060             ' HAS NO BALANCE ROW - NOT LOADED'
004070         GO TO 3500-READ-NEXT
004080     END-IF.
004090     ADD 1 TO WS-NEW-ITEM-COUNT.
004100     IF WS-ITEM-COUNT NOT < WS-RETAIN-MAX
004110         ADD 1 TO WS-AGED-OFF-COUNT
004120         GO TO 3500-READ-NEXT
004130     END-IF.
004140     ADD 1 TO WS-ITEM-COUNT.
004150     MOVE SPACES               TO NEWA-ROW-DATA.
004160     MOVE SORT-TRANS-ID        TO NEWA-TRANS-ID.
004170     MOVE SORT-TRANS-DATE      TO NEWA-TRANS-DATE.
004180     MOVE SORT-TRANS-TYPE      TO NEWA-TRANS-TYPE.
004190     MOVE SORT-TRANS-ORIG-TYPE TO NEWA-ORIG-TYPE.
004200     MOVE SORT-TRANS-AMOUNT    TO NEWA-AMOUNT.
004210     MOVE SORT-TRANS-CURRENCY  TO NEWA-CURRENCY.
004220     IF SORT-TRANS-CURRENCY = SPACES
004230         MOVE WS-BASE-CURRENCY TO NEWA-CURRENCY
004240     END-IF.
004250     MOVE SORT-TRANS-BRANCH    TO NEWA-BRANCH.
004260     MOVE WS-BUSINESS-DATE     TO NEWA-POSTED-DATE.
004270     MOVE NEWA-ROW-DATA TO WS-ITEM-DATA(WS-ITEM-COUNT).
004280 3500-READ-NEXT.
004290     PERFORM 3200-RETURN-SORTED-ITEM THRU 3200-EXIT.
004300 3500-EXIT.
004310     EXIT.
004320*****************************************************************
004330*    3600-TABLE-OLD-ITEM -- THE OLD BALANCE ROW IS SUPERSEDED   *
004340*    BY TONIGHT'S MASTER.  AN ITEM ALREADY STAMPED WITH         *
004350*    TONIGHT'S DATE CAME FROM AN EARLIER RUN OF THIS CYCLE AND  *
004360*    IS REBUILT FROM THE FEED INSTEAD.                          *
004370*****************************************************************
004380 3600-TABLE-OLD-ITEM.
004390     IF NOT ACTV-TYPE-ITEM
004400         GO TO 3600-READ-NEXT
004410     END-IF.
004420     IF ACTV-POSTED-DATE NOT < WS-BUSINESS-DATE
004430         ADD 1 TO WS-RERUN-DROP-COUNT
004440         GO TO 3600-READ-NEXT
004450     END-IF.
004460     IF WS-MASTER-KEY NOT = WS-LOW-KEY
004470         ADD 1 TO WS-DROPPED-ITEM-COUNT
004480         GO TO 3600-READ-NEXT
004490     END-IF.
004500     IF WS-ITEM-COUNT < WS-RETAIN-MAX
004510         ADD 1 TO WS-ITEM-COUNT
004520         MOVE ACTV-ROW-DATA TO WS-ITEM-DATA(WS-ITEM-COUNT)
004530         ADD 1 TO WS-CARRIED-ITEM-COUNT
004540     ELSE
004550         ADD 1 TO WS-AGED-OFF-COUNT
004560     END-IF.
004570 3600-READ-NEXT.
004580     PERFORM 3300-READ-OLD-ACTIVITY THRU 3300-EXIT.
004590 3600-EXIT.
004600     EXIT.
004610*****************************************************************
004620*    4000-WRITE-ACCOUNT-ROWS -- THE BALANCE ROW, THEN THE       *
004630*    TABLED ITEMS AS SEQUENCE 0001 UPWARD, TO BOTH THE NEW      *
004640*    GENERATION AND THE KEYED FILE.                             *
004650*****************************************************************
004660 4000-WRITE-ACCOUNT-ROWS.
004670     MOVE SPACES              TO NEW-ACTIVITY-RECORD.
004680     MOVE BAL-ACCT-NUMBER     TO NEWA-ACCT-NUMBER.
004690     MOVE ZERO                TO NEWA-SEQUENCE.
004700     MOVE 'B'                 TO NEWA-ROW-TYPE.
004710     MOVE BAL-BALANCE         TO NEWA-BALANCE.
004720     MOVE WS-BASE-CURRENCY    TO NEWA-BAL-CURRENCY.
004730     MOVE BAL-LAST-POST-DATE  TO NEWA-LAST-POST-DATE.
004740     MOVE WS-ITEM-COUNT       TO NEWA-ITEM-COUNT.
004750     MOVE WS-BUSINESS-DATE    TO NEWA-AS-OF-DATE.
004760     PERFORM 4100-WRITE-ROW THRU 4100-EXIT.
004770     ADD 1 TO WS-BALANCE-ROWS.
004780     PERFORM 4200-WRITE-ITEM-ROW THRU 4200-EXIT
004790         VARYING WS-ITEM-SUB FROM 1 BY 1
004800         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
004810 4000-EXIT.
004820     EXIT.
004830*
004840 4100-WRITE-ROW.
004850     WRITE NEW-ACTIVITY-RECORD.
004860     WRITE ACTIVITY-KSDS-RECORD FROM NEW-ACTIVITY-RECORD
004870         INVALID KEY
004880             DISPLAY 'TEST-PROGRAM-ACTVTY - KSDS KEY OUT OF '
004890                 'SEQUENCE ' NEWA-KEY ' - STATUS '
004900                 WS-ACTKSDS-FS
004910             MOVE 16 TO RETURN-CODE
004920     END-WRITE.
004930     ADD 1 TO WS-ROWS-WRITTEN.
004940 4100-EXIT.
004950     EXIT.
004960*
004970 4200-WRITE-ITEM-ROW.
004980     MOVE SPACES              TO NEW-ACTIVITY-RECORD.
004990     MOVE BAL-ACCT-NUMBER     TO NEWA-ACCT-NUMBER.
005000     MOVE WS-ITEM-SUB         TO NEWA-SEQUENCE.
005010     MOVE 'I'                 TO NEWA-ROW-TYPE.
005020     MOVE WS-ITEM-DATA(WS-ITEM-SUB) TO NEWA-ROW-DATA.
005030     PERFORM 4100-WRITE-ROW THRU 4100-EXIT.
005040 4200-EXIT.
005050     EXIT.
005060*****************************************************************
005070*    8000-FINALIZE -- RC=4 WHEN FEED ITEMS HAD NO BALANCE ROW   *
005080*    (THE FEED AND THE MASTER ARE NOT FROM THE SAME POST RUN).  *
005090*****************************************************************
005100 8000-FINALIZE.
005110     DISPLAY 'TEST-PROGRAM-ACTVTY BUSINESS DATE:      '
005120         WS-BUSINESS-DATE.
005130     DISPLAY 'TEST-PROGRAM-ACTVTY FEED ITEMS READ:    '
005140         WS-FEED-COUNT.
005150     DISPLAY 'TEST-PROGRAM-ACTVTY BALANCE ROWS:       '
005160         WS-BALANCE-ROWS.
005170     DISPLAY 'TEST-PROGRAM-ACTVTY NEW ITEMS:          '
005180         WS-NEW-ITEM-COUNT.
005190     DISPLAY 'TEST-PROGRAM-ACTVTY ITEMS CARRIED:      '
005200         WS-CARRIED-ITEM-COUNT.
005210     DISPLAY 'TEST-PROGRAM-ACTVTY ITEMS AGED OFF:     '
005220         WS-AGED-OFF-COUNT.
005230     DISPLAY 'TEST-PROGRAM-ACTVTY RERUN ITEMS DROPPED:'
005240         WS-RERUN-DROP-COUNT.
005250     DISPLAY 'TEST-PROGRAM-ACTVTY ITEMS OFF MASTER:   '
005260         WS-DROPPED-ITEM-COUNT.
005270     DISPLAY 'TEST-PROGRAM-ACTVTY ROWS LOADED:        '
005280         WS-ROWS-WRITTEN.
005290     IF WS-ORPHAN-ITEM-COUNT > ZERO
005300         DISPLAY 'TEST-PROGRAM-ACTVTY ITEMS WITH NO BALANCE '
005310             'ROW: ' WS-ORPHAN-ITEM-COUNT
005320         IF RETURN-CODE < 4
005330             MOVE 4 TO RETURN-CODE
005340         END-IF
005350     END-IF.
005360     CLOSE BALMST-IN.
005370     IF WS-OLD-OPEN-YES
005380         CLOSE ACTIVITY-IN
005390     END-IF.
005400     CLOSE ACTIVITY-OUT.
005410     CLOSE ACTIVITY-KSDS.
005420 8000-EXIT.
005430     EXIT.
005440*****************************************************************
005450*    9999-EXIT                                                 *
005460*****************************************************************
005470 9999-EXIT.
005480     STOP RUN.
