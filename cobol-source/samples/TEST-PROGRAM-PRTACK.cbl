000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-PRTACK.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-PRTACK                          *
000100*                                                               *
000110*    PURPOSE.     PARTNER ACKNOWLEDGEMENT AND RETURN FILES, AT  *
000120*                 THE END OF THE CYCLE.  FOR EACH PARTNER ON    *
000130*                 THE LAYOUT DECK (CARD N = PRTIN0N) EVERY      *
000140*                 LINE RECEIVED TONIGHT IS LISTED UNDER THE     *
000150*                 PARTNER'S OWN REFERENCE, IN THE PARTNER'S     *
000160*                 OWN DELIMITER, AS ACCEPTED, SUSPENDED OR      *
000170*                 RETURNED WITH OUR REASON CODE AND TEXT:       *
000180*                   - A LINE THE TRANSLATION STEP COULD NOT     *
000190*                     MAP (PRTREJ) IS RETURNED WITH ITS X-CODE; *
000200*                   - A TRANSLATED ITEM TAKES THE EDIT STEP'S   *
000210*                     OUTCOME: VALID FILE = ACCEPTED, HELD ON   *
000220*                     THE NEW SUSPENSE GENERATION = SUSPENDED   *
000230*                     (H001), REJECT FILE = RETURNED WITH ITS   *
000240*                     E-CODE.                                   *
000250*                 A HEADER RECORD CARRIES THE RECEIVED,         *
000260*                 ACCEPTED, SUSPENDED AND RETURNED COUNTS AND   *
000270*                 AMOUNTS, SO THE PARTNER CAN RECONCILE AND     *
000280*                 RESUBMIT CORRECTED ITEMS WITHOUT A CALL TO    *
000290*                 OPERATIONS.  THE ACKNOWLEDGEMENT REPORT       *
000300*                 SHOWS THE SAME COUNTS PER PARTNER.            *
000310*                                                               *
000320*    NOTES.       THE RAW PARTNER FILE IS WALKED IN STEP WITH   *
000330*                 THE TRANSLATION REJECTS AND THE TRANSLATED    *
000340*                 FILE, WHICH THE TRANSLATION STEP WROTE IN     *
000350*                 THE SAME LINE ORDER, SO EVERY ITEM KEEPS THE  *
000360*                 REFERENCE, DATE, AMOUNT AND ACCOUNT EXACTLY   *
000370*                 AS THE PARTNER SENT THEM.  EDIT OUTCOMES ARE  *
000380*                 MATCHED ON BRANCH (= PARTNER CODE) AND        *
000390*                 TRANS-ID, EACH OUTCOME USED ONCE, SO A        *
000400*                 REFERENCE SENT TWICE IS ACCEPTED ONCE AND     *
000410*                 RETURNED E010 ONCE.  AMOUNTS ARE THE AMOUNTS  *
000420*                 AS SENT, UNSIGNED, IN THE ITEM'S CURRENCY (A  *
000430*                 HASH TOTAL FOR THE PARTNER); A LINE WHOSE     *
000440*                 AMOUNT CANNOT BE READ COUNTS AS ZERO.  AN     *
000450*                 ITEM WITH NO EDIT OUTCOME IS LISTED AS        *
000460*                 SUSPENDED (H002) AND ENDS THE STEP RC=4.      *
000470*                                                               *
000480*    MODIFICATION HISTORY.                                     *
000490*    2026-10-15  DO   INITIAL VERSION.                          *
000500*                                                               *
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT LAYOUT-CONTROL ASSIGN TO PRTLAYT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LAYOUT-FS.
000610     SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CYCCTL-FS.
000640     SELECT PARTNER-IN-1 ASSIGN TO PRTIN01
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PARTNER-FS.
000670     SELECT PARTNER-IN-2 ASSIGN TO PRTIN02
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PARTNER-FS.
000700     SELECT TRANSLATED-IN-1 ASSIGN TO PRTXLT01
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-XLATED-FS.
000730     SELECT TRANSLATED-IN-2 ASSIGN TO PRTXLT02
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-XLATED-FS.
000760     SELECT XLATE-REJECT-IN ASSIGN TO PRTREJ
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-XREJ-FS.
000790     SELECT TRANS-VALID ASSIGN TO TRANSVAL
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-VALID-FS.
000820     SELECT SUSPENSE-IN ASSIGN TO SUSPIN
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-SUSPIN-FS.
000850     SELECT REJECT-FILE ASSIGN TO REJECTS
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-REJECT-FS.
000880     SELECT ACK-WORK ASSIGN TO ACKWORK
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-ACKWORK-FS.
000910     SELECT ACK-OUT-1 ASSIGN TO ACKOUT01
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-ACKOUT-FS.
000940     SELECT ACK-OUT-2 ASSIGN TO ACKOUT02
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-ACKOUT-FS.
000970     SELECT ACK-REPORT ASSIGN TO ACKRPT
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REPORT-FS.
001000*
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  LAYOUT-CONTROL
001040     LABEL RECORDS ARE STANDARD.
001050     COPY PRTLAYRC.
001060*
001070 FD  CYCLE-CONTROL
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CYCREC.
001100*
001110 FD  PARTNER-IN-1
001120     LABEL RECORDS ARE STANDARD.
001130 01  PR1-LINE                    PIC X(200).
001140*
001150 FD  PARTNER-IN-2
001160     LABEL RECORDS ARE STANDARD.
001170 01  PR2-LINE                    PIC X(200).
001180*
001190 FD  TRANSLATED-IN-1
001200     LABEL RECORDS ARE STANDARD.
001210 01  PX1-RECORD                  PIC X(45).
001220*
001230 FD  TRANSLATED-IN-2
001240     LABEL RECORDS ARE STANDARD.
001250 01  PX2-RECORD                  PIC X(45).
001260*
001270 FD  XLATE-REJECT-IN
001280     LABEL RECORDS ARE STANDARD.
001290     COPY PRTREJRC.
001300*
001310 FD  TRANS-VALID
001320     LABEL RECORDS ARE STANDARD.
001330 01  VALID-RECORD                PIC X(45).
001340*
001350 FD  SUSPENSE-IN
001360     LABEL RECORDS ARE STANDARD.
001370     COPY SUSPREC.
001380*
001390 FD  REJECT-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY REJCTREC.
001420*
001430 FD  ACK-WORK
001440     LABEL RECORDS ARE STANDARD.
001450 01  ACK-WORK-RECORD             PIC X(200).
001460*
001470 FD  ACK-OUT-1
001480     LABEL RECORDS ARE STANDARD.
001490 01  ACK1-LINE                   PIC X(200).
001500*
001510 FD  ACK-OUT-2
001520     LABEL RECORDS ARE STANDARD.
001530 01  ACK2-LINE                   PIC X(200).
001540*
001550 FD  ACK-REPORT
001560     LABEL RECORDS ARE STANDARD.
001570 01  WS-ACK-HEADER-LINE1.
001580     05  FILLER                  PIC X(01)  VALUE SPACE.
001590     05  FILLER                  PIC X(45)
001600             VALUE 'PARTNER ACKNOWLEDGEMENT REPORT'.
001610     05  FILLER                  PIC X(15)
001620             VALUE 'BUSINESS DATE: '.
001630     05  AH-BUSINESS-DATE        PIC 9(08).
001640     05  FILLER                  PIC X(12)  VALUE '  RUN DATE: '.
001650     05  AH-RUN-DATE             PIC 9(08).
001660     05  FILLER                  PIC X(44)  VALUE SPACES.
001670 01  WS-ACK-HEADER-LINE2.
001680     05  FILLER                  PIC X(01)  VALUE SPACE.
001690     05  FILLER                  PIC X(09)  VALUE 'PARTNER'.
001700     05  FILLER                  PIC X(12)  VALUE '    RECEIVED'.
001710     05  FILLER                  PIC X(12)  VALUE '    ACCEPTED'.
001720     05  FILLER                  PIC X(12)  VALUE '   SUSPENDED'.
001730     05  FILLER                  PIC X(12)  VALUE '    RETURNED'.
001740     05  FILLER                  PIC X(20)
001750             VALUE '     RECEIVED AMOUNT'.
001760     05  FILLER                  PIC X(20)
001770             VALUE '     RETURNED AMOUNT'.
001780     05  FILLER                  PIC X(35)  VALUE SPACES.
001790 01  WS-ACK-DETAIL-LINE.
001800     05  FILLER                  PIC X(01)  VALUE SPACE.
001810     05  AD-PARTNER-CODE         PIC X(03).
001820     05  FILLER                  PIC X(06)  VALUE SPACES.
001830     05  AD-RECEIVED-COUNT       PIC ZZZZZZZZZZZ9.
001840     05  AD-ACCEPTED-COUNT       PIC ZZZZZZZZZZZ9.
001850     05  AD-SUSPENDED-COUNT      PIC ZZZZZZZZZZZ9.
001860     05  AD-RETURNED-COUNT       PIC ZZZZZZZZZZZ9.
001870     05  AD-RECEIVED-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001880     05  FILLER                  PIC X(02)  VALUE SPACES.
001890     05  AD-RETURNED-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001900     05  FILLER                  PIC X(02)  VALUE SPACES.
001910     05  AD-NOTE                 PIC X(32).
001915     05  FILLER                  PIC X(03)  VALUE SPACES.
001920 01  WS-ACK-TOTAL-LINE.
001930     05  FILLER                  PIC X(01)  VALUE SPACE.
001940     05  FILLER                  PIC X(09)  VALUE 'TOTAL'.
001950     05  AT-RECEIVED-COUNT       PIC ZZZZZZZZZZZ9.
001960     05  AT-ACCEPTED-COUNT       PIC ZZZZZZZZZZZ9.
001970     05  AT-SUSPENDED-COUNT      PIC ZZZZZZZZZZZ9.
001980     05  AT-RETURNED-COUNT       PIC ZZZZZZZZZZZ9.
001990     05  FILLER                  PIC X(75)  VALUE SPACES.
002000*
002010 WORKING-STORAGE SECTION.
002020*****************************************************************
002030*    FILE STATUS FIELDS.  THE TWO PARTNER FILES OF EACH KIND    *
002040*    SHARE ONE STATUS FIELD -- ONLY ONE IS OPEN AT A TIME.      *
002050*****************************************************************
002060 01  WS-FILE-STATUS-FIELDS.
002070     05  WS-LAYOUT-FS            PIC X(02)  VALUE SPACES.
002080     05  WS-CYCCTL-FS            PIC X(02)  VALUE SPACES.
002090     05  WS-PARTNER-FS           PIC X(02)  VALUE SPACES.
002100     05  WS-XLATED-FS            PIC X(02)  VALUE SPACES.
002110     05  WS-XREJ-FS              PIC X(02)  VALUE SPACES.
002120     05  WS-VALID-FS             PIC X(02)  VALUE SPACES.
002130     05  WS-SUSPIN-FS            PIC X(02)  VALUE SPACES.
002140     05  WS-REJECT-FS            PIC X(02)  VALUE SPACES.
002150     05  WS-ACKWORK-FS           PIC X(02)  VALUE SPACES.
002160     05  WS-ACKOUT-FS            PIC X(02)  VALUE SPACES.
002170     05  WS-REPORT-FS            PIC X(02)  VALUE SPACES.
002180*****************************************************************
002190*    SWITCHES.                                                 *
002200*****************************************************************
002210 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
002220     88  WS-EOF-YES                  VALUE 'Y'.
002230 77  WS-XLATED-EOF-SWITCH        PIC X(01)  VALUE 'N'.
002240     88  WS-XLATED-EOF-YES           VALUE 'Y'.
002250 77  WS-XREJ-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002260     88  WS-XREJ-EOF-YES             VALUE 'Y'.
002270 77  WS-PARTNER-PRESENT-SWITCH   PIC X(01)  VALUE 'N'.
002280     88  WS-PARTNER-PRESENT-YES      VALUE 'Y'.
002290 77  WS-ENTRY-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
002300     88  WS-ENTRY-FOUND-YES          VALUE 'Y'.
002310 77  WS-TABLE-FULL-SWITCH        PIC X(01)  VALUE 'N'.
002320     88  WS-TABLE-FULL-YES           VALUE 'Y'.
002330 77  WS-AMT-DECIMAL-SWITCH       PIC X(01)  VALUE 'N'.
002340     88  WS-AMT-DECIMAL-YES          VALUE 'Y'.
002350 77  WS-AMT-DONE-SWITCH          PIC X(01)  VALUE 'N'.
002360     88  WS-AMT-DONE-YES             VALUE 'Y'.
002370 77  WS-AMT-ERROR-SWITCH         PIC X(01)  VALUE 'N'.
002380     88  WS-AMT-ERROR-YES            VALUE 'Y'.
002390*****************************************************************
002400*    PARTNER LAYOUT TABLE -- CARD N DRIVES DD PRTIN0N, SAME     *
002410*    DECK AND CONVENTION AS THE TRANSLATION STEP.  THE COUNTS   *
002420*    ARE TONIGHT'S ACKNOWLEDGEMENT COUNTS PER PARTNER.          *
002430*****************************************************************
002440 77  WS-PARTNER-COUNT            PIC 9(02)  COMP VALUE ZERO.
002450 77  WS-PARTNER-SUB              PIC 9(02)  COMP VALUE ZERO.
002460 01  WS-PARTNER-TABLE.
002470     05  WS-PARTNER-ENTRY        OCCURS 2 TIMES.
002480         10  WS-PLY-PARTNER-CODE     PIC X(03).
002490         10  WS-PLY-DELIMITER        PIC X(01).
002500         10  WS-PLY-REF-POS          PIC 9(02).
002510         10  WS-PLY-DATE-POS         PIC 9(02).
002520         10  WS-PLY-AMT-POS          PIC 9(02).
002530         10  WS-PLY-ACCT-POS         PIC 9(02).
002540         10  WS-PLY-RECEIVED-COUNT   PIC 9(09)  COMP.
002550         10  WS-PLY-ACCEPTED-COUNT   PIC 9(09)  COMP.
002560         10  WS-PLY-SUSPENDED-COUNT  PIC 9(09)  COMP.
002570         10  WS-PLY-RETURNED-COUNT   PIC 9(09)  COMP.
002580         10  WS-PLY-RECEIVED-AMOUNT  PIC S9(13)V99 COMP-3.
002590         10  WS-PLY-ACCEPTED-AMOUNT  PIC S9(13)V99 COMP-3.
002600         10  WS-PLY-SUSPENDED-AMOUNT PIC S9(13)V99 COMP-3.
002610         10  WS-PLY-RETURNED-AMOUNT  PIC S9(13)V99 COMP-3.
002620         10  WS-PLY-UNRESOLVED-COUNT PIC 9(09)  COMP.
002630*****************************************************************
002640*    EDIT OUTCOME TABLE -- EVERY ITEM TONIGHT'S EDIT STEP       *
002650*    ACCEPTED, HELD OR REJECTED FOR A PARTNER BRANCH, IN THAT   *
002660*    ORDER.  SERIAL SEARCH ON BRANCH + TRANS-ID; AN ENTRY IS    *
002670*    MARKED USED WHEN AN ITEM TAKES IT.                         *
002680*****************************************************************
002690 77  WS-OUT-MAX                  PIC 9(05)  COMP VALUE 5000.
002700 77  WS-OUT-COUNT                PIC 9(05)  COMP VALUE ZERO.
002710 77  WS-OUT-SUB                  PIC 9(05)  COMP VALUE ZERO.
002720 77  WS-OUT-FOUND-SUB            PIC 9(05)  COMP VALUE ZERO.
002730 01  WS-OUTCOME-TABLE.
002740     05  WS-OUT-ENTRY            OCCURS 5000 TIMES.
002750         10  WS-OUT-BRANCH           PIC X(03).
002760         10  WS-OUT-TRANS-ID         PIC X(10).
002770         10  WS-OUT-STATUS           PIC X(01).
002780         10  WS-OUT-REASON-CODE      PIC X(04).
002790         10  WS-OUT-REASON-TEXT      PIC X(40).
002800         10  WS-OUT-USED             PIC X(01).
002810 01  WS-SEARCH-BRANCH            PIC X(03)  VALUE SPACES.
002820 01  WS-SEARCH-TRANS-ID          PIC X(10)  VALUE SPACES.
002830*****************************************************************
002840*    PARSED-FIELD TABLE -- SAME SPLIT AS THE TRANSLATION STEP.  *
002850*****************************************************************
002860 77  WS-FIELD-COUNT              PIC 9(02)  COMP VALUE ZERO.
002870 77  WS-CHAR-SUB                 PIC 9(03)  COMP VALUE ZERO.
002880 01  WS-FIELD-TABLE.
002890     05  WS-FIELD                PIC X(40)  OCCURS 20 TIMES.
002900 01  WS-PARTNER-LINE             PIC X(200) VALUE SPACES.
002910*****************************************************************
002920*    THE ITEM BEING ACKNOWLEDGED.                               *
002930*****************************************************************
002940     COPY TRANSREC.
002950 01  WS-ITEM-REFERENCE           PIC X(40)  VALUE SPACES.
002960 01  WS-ITEM-DATE                PIC X(40)  VALUE SPACES.
002970 01  WS-ITEM-AMOUNT-TEXT         PIC X(40)  VALUE SPACES.
002980 01  WS-ITEM-ACCOUNT             PIC X(40)  VALUE SPACES.
002990 01  WS-ITEM-TRANS-ID            PIC X(10)  VALUE SPACES.
003000 01  WS-ITEM-STATUS              PIC X(01)  VALUE SPACE.
003010     88  WS-ITEM-ACCEPTED            VALUE 'A'.
003020     88  WS-ITEM-SUSPENDED           VALUE 'S'.
003030     88  WS-ITEM-RETURNED            VALUE 'R'.
003040 01  WS-ITEM-REASON-CODE         PIC X(04)  VALUE SPACES.
003050 01  WS-ITEM-REASON-TEXT         PIC X(40)  VALUE SPACES.
003060 01  WS-ITEM-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
003070 77  WS-AMT-INT                  PIC 9(09)  COMP VALUE ZERO.
003080 77  WS-AMT-DEC                  PIC 9(02)  COMP VALUE ZERO.
003090 77  WS-AMT-DEC-COUNT            PIC 9(01)  COMP VALUE ZERO.
003100 77  WS-AMT-DIGIT                PIC 9(01)  COMP VALUE ZERO.
003110 77  WS-AMT-INT-DIGITS           PIC 9(02)  COMP VALUE ZERO.
003120*****************************************************************
003130*    DELIMITED OUTPUT LINE BUILD.  EACH FIELD IS TRIMMED OF     *
003140*    TRAILING BLANKS (NUMBERS OF LEADING BLANKS TOO) AND ANY    *
003150*    DELIMITER CHARACTER INSIDE IT IS BLANKED.                  *
003160*****************************************************************
003170 01  WS-ACK-LINE                 PIC X(200) VALUE SPACES.
003180 01  WS-ACK-FIELD                PIC X(60)  VALUE SPACES.
003190 01  WS-ACK-DELIMITER            PIC X(01)  VALUE SPACE.
003200 77  WS-ACK-PTR                  PIC 9(03)  COMP VALUE ZERO.
003210 77  WS-ACK-LEN                  PIC 9(03)  COMP VALUE ZERO.
003220 77  WS-ACK-LEAD                 PIC 9(03)  COMP VALUE ZERO.
003230 77  WS-ACK-FIELD-COUNT          PIC 9(03)  COMP VALUE ZERO.
003240 01  WS-EDIT-COUNT               PIC Z(08)9.
003250 01  WS-EDIT-AMOUNT              PIC Z(12)9.99.
003260*****************************************************************
003270*    RUN TOTALS, BUSINESS DATE AND RUN DATE.                    *
003280*****************************************************************
003290 77  WS-TOTAL-RECEIVED           PIC 9(09)  COMP VALUE ZERO.
003300 77  WS-TOTAL-ACCEPTED           PIC 9(09)  COMP VALUE ZERO.
003310 77  WS-TOTAL-SUSPENDED          PIC 9(09)  COMP VALUE ZERO.
003320 77  WS-TOTAL-RETURNED           PIC 9(09)  COMP VALUE ZERO.
003330 77  WS-TOTAL-UNRESOLVED         PIC 9(09)  COMP VALUE ZERO.
003340 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
003350 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
003360*
003370 PROCEDURE DIVISION.
003380*****************************************************************
003390*    0000-MAINLINE                                             *
003400*****************************************************************
003410 0000-MAINLINE.
003420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003430     PERFORM 3000-ACK-ONE-PARTNER THRU 3000-EXIT
003440         VARYING WS-PARTNER-SUB FROM 1 BY 1
003450         UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT.
003460     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003470     GO TO 9999-EXIT.
003480*****************************************************************
003490*    1000-INITIALIZE                                           *
003500*****************************************************************
003510 1000-INITIALIZE.
003520     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
003530     MOVE WS-SYS-DATE TO WS-BUSINESS-DATE.
003540     OPEN INPUT CYCLE-CONTROL.
003550     IF WS-CYCCTL-FS = '00'
003560         READ CYCLE-CONTROL
003570             AT END
003580                 CONTINUE
003590             NOT AT END
003600                 MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
003610         END-READ
003620         CLOSE CYCLE-CONTROL
003630     END-IF.
003640     PERFORM 1100-LOAD-LAYOUT-DECK THRU 1100-EXIT.
003650     IF WS-PARTNER-COUNT = ZERO
003660         DISPLAY 'TEST-PROGRAM-PRTACK - NO PARTNER LAYOUT CARDS'
003670             ' - NOTHING TO ACKNOWLEDGE'
003680         MOVE 16 TO RETURN-CODE
003690         GO TO 9999-EXIT
003700     END-IF.
003710     OPEN OUTPUT ACK-REPORT.
003720     IF WS-REPORT-FS NOT = '00'
003730         DISPLAY 'TEST-PROGRAM-PRTACK - UNABLE TO OPEN ACK'
003740             '-REPORT - STATUS ' WS-REPORT-FS
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 9999-EXIT
003770     END-IF.
003780     MOVE WS-BUSINESS-DATE TO AH-BUSINESS-DATE.
003790     MOVE WS-SYS-DATE      TO AH-RUN-DATE.
003800     WRITE WS-ACK-HEADER-LINE1.
003810     WRITE WS-ACK-HEADER-LINE2.
003820     PERFORM 1200-LOAD-VALID-ITEMS THRU 1200-EXIT.
003830     PERFORM 1300-LOAD-SUSPENDED-ITEMS THRU 1300-EXIT.
003840     PERFORM 1400-LOAD-REJECTED-ITEMS THRU 1400-EXIT.
003850     OPEN INPUT XLATE-REJECT-IN.
003860     IF WS-XREJ-FS NOT = '00'
003870         DISPLAY 'TEST-PROGRAM-PRTACK - UNABLE TO OPEN XLATE'
003880             '-REJECT-IN - STATUS ' WS-XREJ-FS
003890         MOVE 16 TO RETURN-CODE
003900         GO TO 9999-EXIT
003910     END-IF.
003920     PERFORM 3250-READ-XLATE-REJECT THRU 3250-EXIT.
003930 1000-EXIT.
003940     EXIT.
003950*
003960 1100-LOAD-LAYOUT-DECK.
003970     OPEN INPUT LAYOUT-CONTROL.
003980     IF WS-LAYOUT-FS NOT = '00'
003990         DISPLAY 'TEST-PROGRAM-PRTACK - UNABLE TO OPEN LAYOUT'
004000             '-CONTROL - STATUS ' WS-LAYOUT-FS
004010         GO TO 1100-EXIT
004020     END-IF.
004030     MOVE 'N' TO WS-EOF-SWITCH.
004040     PERFORM 1110-READ-LAYOUT-CARD THRU 1110-EXIT
004050         UNTIL WS-EOF-YES.
004060     CLOSE LAYOUT-CONTROL.
004070     MOVE 'N' TO WS-EOF-SWITCH.
004080 1100-EXIT.
004090     EXIT.
004100*
004110 1110-READ-LAYOUT-CARD.
004120     READ LAYOUT-CONTROL
004130         AT END
004140             MOVE 'Y' TO WS-EOF-SWITCH
004150         NOT AT END
004160             IF WS-PARTNER-COUNT = 2
004170                 MOVE 'Y' TO WS-EOF-SWITCH
004180             ELSE
004190                 ADD 1 TO WS-PARTNER-COUNT
004200                 PERFORM 1120-TABLE-ONE-LAYOUT THRU 1120-EXIT
004210             END-IF
004220     END-READ.
004230 1110-EXIT.
004240     EXIT.
004250*
004260 1120-TABLE-ONE-LAYOUT.
004270     MOVE PLY-PARTNER-CODE
004280         TO WS-PLY-PARTNER-CODE(WS-PARTNER-COUNT).
004290     MOVE PLY-DELIMITER TO WS-PLY-DELIMITER(WS-PARTNER-COUNT).
004300     MOVE PLY-REF-POS   TO WS-PLY-REF-POS(WS-PARTNER-COUNT).
004310     MOVE PLY-DATE-POS  TO WS-PLY-DATE-POS(WS-PARTNER-COUNT).
004320     MOVE PLY-AMT-POS   TO WS-PLY-AMT-POS(WS-PARTNER-COUNT).
004330     MOVE PLY-ACCT-POS  TO WS-PLY-ACCT-POS(WS-PARTNER-COUNT).
004340     MOVE ZERO TO WS-PLY-RECEIVED-COUNT(WS-PARTNER-COUNT).
004350     MOVE ZERO TO WS-PLY-ACCEPTED-COUNT(WS-PARTNER-COUNT).
004360     MOVE ZERO TO WS-PLY-SUSPENDED-COUNT(WS-PARTNER-COUNT).
004370     MOVE ZERO TO WS-PLY-RETURNED-COUNT(WS-PARTNER-COUNT).
004380     MOVE ZERO TO WS-PLY-RECEIVED-AMOUNT(WS-PARTNER-COUNT).
004390     MOVE ZERO TO WS-PLY-ACCEPTED-AMOUNT(WS-PARTNER-COUNT).
004400     MOVE ZERO TO WS-PLY-SUSPENDED-AMOUNT(WS-PARTNER-COUNT).
004410     MOVE ZERO TO WS-PLY-RETURNED-AMOUNT(WS-PARTNER-COUNT).
004420     MOVE ZERO TO WS-PLY-UNRESOLVED-COUNT(WS-PARTNER-COUNT).
004430 1120-EXIT.
004440     EXIT.
004450*****************************************************************
004460*    1200/1300/1400 -- TABLE TONIGHT'S EDIT OUTCOMES FOR THE    *
004470*    PARTNER BRANCHES: ACCEPTED (VALID FILE), SUSPENDED (NEW    *
004480*    SUSPENSE GENERATION, HELD TONIGHT) AND RETURNED (REJECT    *
004490*    FILE, WITH THE EDIT STEP'S REASON).                        *
004500*****************************************************************
004510 1200-LOAD-VALID-ITEMS.
004520     OPEN INPUT TRANS-VALID.
004530     IF WS-VALID-FS NOT = '00'
004540         DISPLAY 'TEST-PROGRAM-PRTACK - UNABLE TO OPEN TRANS'
004550             '-VALID - STATUS ' WS-VALID-FS
004560         MOVE 16 TO RETURN-CODE
004570         GO TO 9999-EXIT
004580     END-IF.
004590     MOVE 'N' TO WS-EOF-SWITCH.
004600     PERFORM 1210-TABLE-ONE-VALID-ITEM THRU 1210-EXIT
004610         UNTIL WS-EOF-YES.
004620     CLOSE TRANS-VALID.
004630     MOVE 'N' TO WS-EOF-SWITCH.
004640 1200-EXIT.
004650     EXIT.
004660*
004670 1210-TABLE-ONE-VALID-ITEM.
004680     READ TRANS-VALID
004690         AT END
004700             MOVE 'Y' TO WS-EOF-SWITCH
004710             GO TO 1210-EXIT
004720     END-READ.
004730     MOVE VALID-RECORD TO TRANS-RECORD.
004740     MOVE 'A'    TO WS-ITEM-STATUS.
004750     MOVE SPACES TO WS-ITEM-REASON-CODE.
004760     MOVE SPACES TO WS-ITEM-REASON-TEXT.
004770     PERFORM 1500-ADD-OUTCOME-ENTRY THRU 1500-EXIT.
004780 1210-EXIT.
004790     EXIT.
004800*
004810 1300-LOAD-SUSPENDED-ITEMS.
004820     OPEN INPUT SUSPENSE-IN.
004830     IF WS-SUSPIN-FS NOT = '00'
004840         DISPLAY 'TEST-PROGRAM-PRTACK - UNABLE TO OPEN SUSPENSE'
004850             '-IN - STATUS ' WS-SUSPIN-FS
004860         MOVE 16 TO RETURN-CODE
004870         GO TO 9999-EXIT
004880     END-IF.
004890     MOVE 'N' TO WS-EOF-SWITCH.
004900     PERFORM 1310-TABLE-ONE-HELD-ITEM THRU 1310-EXIT
004910         UNTIL WS-EOF-YES.
004920     CLOSE SUSPENSE-IN.
004930     MOVE 'N' TO WS-EOF-SWITCH.
004940 1300-EXIT.
004950     EXIT.
004960*
004970 1310-TABLE-ONE-HELD-ITEM.
004980     READ SUSPENSE-IN
004990         AT END
005000             MOVE 'Y' TO WS-EOF-SWITCH
005010             GO TO 1310-EXIT
005020     END-READ.
005030*    ITEMS CARRIED FORWARD FROM EARLIER NIGHTS WERE ALREADY
005040*    ACKNOWLEDGED THE NIGHT THEY WERE HELD.
005050     IF SUSP-DATE-SUSPENDED < WS-BUSINESS-DATE
005060         GO TO 1310-EXIT
005070     END-IF.
005080     MOVE SUSP-TRANS-IMAGE TO TRANS-RECORD.
005090     MOVE 'S'    TO WS-ITEM-STATUS.
005100     MOVE 'H001' TO WS-ITEM-REASON-CODE.
005110     MOVE 'FUTURE-DATED - HELD UNTIL THE VALUE DATE'
005120         TO WS-ITEM-REASON-TEXT.
005130     PERFORM 1500-ADD-OUTCOME-ENTRY THRU 1500-EXIT.
005140 1310-EXIT.
005150     EXIT.
005160*
005170 1400-LOAD-REJECTED-ITEMS.
005180     OPEN INPUT REJECT-FILE.
005190     IF WS-REJECT-FS NOT = '00'
005200         DISPLAY 'TEST-PROGRAM-PRTACK - UNABLE TO OPEN REJECT'
005210             '-FILE - STATUS ' WS-REJECT-FS
005220         MOVE 16 TO RETURN-CODE
005230         GO TO 9999-EXIT
005240     END-IF.
005250     MOVE 'N' TO WS-EOF-SWITCH.
005260     PERFORM 1410-TABLE-ONE-REJECTED-ITEM THRU 1410-EXIT
005270         UNTIL WS-EOF-YES.
005280     CLOSE REJECT-FILE.
005290     MOVE 'N' TO WS-EOF-SWITCH.
005300 1400-EXIT.
005310     EXIT.
005320*
005330 1410-TABLE-ONE-REJECTED-ITEM.
005340     READ REJECT-FILE
005350         AT END
005360             MOVE 'Y' TO WS-EOF-SWITCH
005370             GO TO 1410-EXIT
005380     END-READ.
005390     MOVE REJECT-INPUT-RECORD TO TRANS-RECORD.
005400     MOVE 'R'                 TO WS-ITEM-STATUS.
005410     MOVE REJECT-REASON-CODE  TO WS-ITEM-REASON-CODE.
005420     MOVE REJECT-REASON-TEXT  TO WS-ITEM-REASON-TEXT.
005430     PERFORM 1500-ADD-OUTCOME-ENTRY THRU 1500-EXIT.
005440 1410-EXIT.
005450     EXIT.
005460*****************************************************************
005470*    1500-ADD-OUTCOME-ENTRY -- TRANS-RECORD AND THE WS-ITEM-    *
005480*    STATUS/REASON FIELDS IN.  ONLY PARTNER BRANCHES ARE KEPT.  *
005490*****************************************************************
005500 1500-ADD-OUTCOME-ENTRY.
005510     IF TRANS-BRANCH NOT = WS-PLY-PARTNER-CODE(1)
005520             AND (WS-PARTNER-COUNT < 2
005530              OR TRANS-BRANCH NOT = WS-PLY-PARTNER-CODE(2))
005540         GO TO 1500-EXIT
005550     END-IF.
005560     IF WS-OUT-COUNT = WS-OUT-MAX
005570         IF NOT WS-TABLE-FULL-YES
005580             DISPLAY 'TEST-PROGRAM-PRTACK - MORE THAN '
005590                 WS-OUT-MAX ' PARTNER OUTCOMES - REST NOT '
005600                 'MATCHED'
005610             MOVE 'Y' TO WS-TABLE-FULL-SWITCH
005620         END-IF
005630         GO TO 1500-EXIT
005640     END-IF.
005650     ADD 1 TO WS-OUT-COUNT.
005660     MOVE TRANS-BRANCH        TO WS-OUT-BRANCH(WS-OUT-COUNT).
005670     MOVE TRANS-ID            TO WS-OUT-TRANS-ID(WS-OUT-COUNT).
005680     MOVE WS-ITEM-STATUS      TO WS-OUT-STATUS(WS-OUT-COUNT).
005690     MOVE WS-ITEM-REASON-CODE TO WS-OUT-REASON-CODE(WS-OUT-COUNT).
005700     MOVE WS-ITEM-REASON-TEXT TO WS-OUT-REASON-TEXT(WS-OUT-COUNT).
005710     MOVE 'N'                 TO WS-OUT-USED(WS-OUT-COUNT).
005720 1500-EXIT.
005730     EXIT.
005740*****************************************************************
005750*    1600-FIND-OUTCOME -- WS-SEARCH-BRANCH/-TRANS-ID IN, SERIAL *
005760*    SEARCH FOR THE FIRST UNUSED ENTRY; WS-OUT-FOUND-SUB OUT    *
005770*    WHEN WS-ENTRY-FOUND-YES.                                   *
005780*****************************************************************
005790 1600-FIND-OUTCOME.
005800     MOVE 'N' TO WS-ENTRY-FOUND-SWITCH.
005810     MOVE ZERO TO WS-OUT-FOUND-SUB.
005820     PERFORM 1610-TEST-ONE-OUTCOME THRU 1610-EXIT
005830         VARYING WS-OUT-SUB FROM 1 BY 1
005840         UNTIL WS-OUT-SUB > WS-OUT-COUNT
005850            OR WS-ENTRY-FOUND-YES.
005860 1600-EXIT.
005870     EXIT.
005880*
005890 1610-TEST-ONE-OUTCOME.
005900     IF WS-OUT-TRANS-ID(WS-OUT-SUB) = WS-SEARCH-TRANS-ID
005910             AND WS-OUT-BRANCH(WS-OUT-SUB) = WS-SEARCH-BRANCH
005920             AND WS-OUT-USED(WS-OUT-SUB) = 'N'
005930         MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
005940         MOVE WS-OUT-SUB TO WS-OUT-FOUND-SUB
005950     END-IF.
005960 1610-EXIT.
005970     EXIT.
005980*****************************************************************
005990*    3000-ACK-ONE-PARTNER -- BUILD THE DETAIL RECORDS ON THE    *
006000*    WORK FILE WHILE THE COUNTS ACCUMULATE, THEN WRITE THE      *
006010*    PARTNER'S FILE: HEADER FIRST, DETAILS AFTER.  A PARTNER    *
006020*    WHOSE FILE DID NOT ARRIVE GETS A HEADER WITH ZERO COUNTS.  *
006030*****************************************************************
006040 3000-ACK-ONE-PARTNER.
006050     MOVE WS-PLY-DELIMITER(WS-PARTNER-SUB) TO WS-ACK-DELIMITER.
006060     OPEN OUTPUT ACK-WORK.
006070     IF WS-ACKWORK-FS NOT = '00'
006080         DISPLAY 'TEST-PROGRAM-PRTACK - UNABLE TO OPEN ACK-WORK'
006090             ' - STATUS ' WS-ACKWORK-FS
006100         MOVE 16 TO RETURN-CODE
006110         GO TO 9999-EXIT
006120     END-IF.
006130     PERFORM 3100-OPEN-PARTNER-FILES THRU 3100-EXIT.
006140     IF WS-PARTNER-PRESENT-YES
006150         MOVE 'N' TO WS-EOF-SWITCH
006160         PERFORM 3200-READ-PARTNER-LINE THRU 3200-EXIT
006170         PERFORM 3300-ACK-ONE-LINE THRU 3300-EXIT
006180             UNTIL WS-EOF-YES
006190         PERFORM 3900-CLOSE-PARTNER-FILES THRU 3900-EXIT
006200     ELSE
006210         DISPLAY 'TEST-PROGRAM-PRTACK - PARTNER '
006220             WS-PLY-PARTNER-CODE(WS-PARTNER-SUB)
006230             ' FILE NOT PRESENT - STATUS ' WS-PARTNER-FS
006232         IF RETURN-CODE < 4
006234             MOVE 4 TO RETURN-CODE
006236         END-IF
006240     END-IF.
006250     CLOSE ACK-WORK.
006260     PERFORM 5000-WRITE-PARTNER-FILE THRU 5000-EXIT.
006270     MOVE 'N' TO WS-EOF-SWITCH.
006280 3000-EXIT.
006290     EXIT.
006300*
006310 3100-OPEN-PARTNER-FILES.
006320     MOVE 'N' TO WS-PARTNER-PRESENT-SWITCH.
006330     MOVE 'N' TO WS-XLATED-EOF-SWITCH.
006340     IF WS-PARTNER-SUB = 1
006350         OPEN INPUT PARTNER-IN-1
006360     ELSE
006370         OPEN INPUT PARTNER-IN-2
006380     END-IF.
006390     IF WS-PARTNER-FS NOT = '00'
006400         GO TO 3100-EXIT
006410     END-IF.
006420     MOVE 'Y' TO WS-PARTNER-PRESENT-SWITCH.
006430     IF WS-PARTNER-SUB = 1
006440         OPEN INPUT TRANSLATED-IN-1
006450     ELSE
006460         OPEN INPUT TRANSLATED-IN-2
006470     END-IF.
006480     IF WS-XLATED-FS NOT = '00'
006490         DISPLAY 'TEST-PROGRAM-PRTACK - PARTNER '
006500             WS-PLY-PARTNER-CODE(WS-PARTNER-SUB)
006510             ' TRANSLATED FILE NOT PRESENT - STATUS '
006520             WS-XLATED-FS
006530         MOVE 'Y' TO WS-XLATED-EOF-SWITCH
006540     END-IF.
006550 3100-EXIT.
006560     EXIT.
006570*
006580 3200-READ-PARTNER-LINE.
006590     IF WS-PARTNER-SUB = 1
006600         READ PARTNER-IN-1
006610             AT END MOVE 'Y' TO WS-EOF-SWITCH
006620             NOT AT END
006630                 MOVE PR1-LINE TO WS-PARTNER-LINE
006640         END-READ
006650     ELSE
006660         READ PARTNER-IN-2
006670             AT END MOVE 'Y' TO WS-EOF-SWITCH
006680             NOT AT END
006690                 MOVE PR2-LINE TO WS-PARTNER-LINE
006700         END-READ
006710     END-IF.
006720 3200-EXIT.
006730     EXIT.
006740*
006750 3250-READ-XLATE-REJECT.
006760     READ XLATE-REJECT-IN
006770         AT END
006780             MOVE 'Y' TO WS-XREJ-EOF-SWITCH
006790     END-READ.
006800 3250-EXIT.
006810     EXIT.
006820*
006830 3260-READ-TRANSLATED.
006840     IF WS-XLATED-EOF-YES
006850         GO TO 3260-EXIT
006860     END-IF.
006870     IF WS-PARTNER-SUB = 1
006880         READ TRANSLATED-IN-1
006890             AT END MOVE 'Y' TO WS-XLATED-EOF-SWITCH
006900             NOT AT END
006910                 MOVE PX1-RECORD TO TRANS-RECORD
006920         END-READ
006930     ELSE
006940         READ TRANSLATED-IN-2
006950             AT END MOVE 'Y' TO WS-XLATED-EOF-SWITCH
006960             NOT AT END
006970                 MOVE PX2-RECORD TO TRANS-RECORD
006980         END-READ
006990     END-IF.
007000 3260-EXIT.
007010     EXIT.
007020*****************************************************************
007030*    3300-ACK-ONE-LINE -- THE TRANSLATION STEP EITHER REJECTED  *
007040*    THE LINE (IT IS THE NEXT PRTREJ ROW FOR THIS PARTNER) OR   *
007050*    TRANSLATED IT (IT IS THE NEXT TRANSLATED RECORD, WHOSE     *
007060*    EDIT OUTCOME IS LOOKED UP).                                *
007070*****************************************************************
007080 3300-ACK-ONE-LINE.
007090     PERFORM 3400-SPLIT-LINE THRU 3400-EXIT.
007100     MOVE SPACES TO WS-ITEM-TRANS-ID.
007110     MOVE ZERO   TO WS-ITEM-AMOUNT.
007120     IF NOT WS-XREJ-EOF-YES
007130             AND XREJ-PARTNER-CODE =
007140                 WS-PLY-PARTNER-CODE(WS-PARTNER-SUB)
007150             AND XREJ-LINE-IMAGE = WS-PARTNER-LINE
007160         MOVE 'R'              TO WS-ITEM-STATUS
007170         MOVE XREJ-REASON-CODE TO WS-ITEM-REASON-CODE
007180         MOVE XREJ-REASON-TEXT TO WS-ITEM-REASON-TEXT
007190         PERFORM 3600-READ-AMOUNT-AS-SENT THRU 3600-EXIT
007200         PERFORM 3250-READ-XLATE-REJECT THRU 3250-EXIT
007210     ELSE
007220         PERFORM 3500-TAKE-EDIT-OUTCOME THRU 3500-EXIT
007230     END-IF.
007240     PERFORM 3700-COUNT-ITEM THRU 3700-EXIT.
007250     PERFORM 4000-WRITE-DETAIL-RECORD THRU 4000-EXIT.
007260     PERFORM 3200-READ-PARTNER-LINE THRU 3200-EXIT.
007270 3300-EXIT.
007280     EXIT.
007290*
007300 3400-SPLIT-LINE.
007310     MOVE SPACES TO WS-FIELD-TABLE.
007320     MOVE ZERO TO WS-FIELD-COUNT.
007330     UNSTRING WS-PARTNER-LINE
007340         DELIMITED BY WS-PLY-DELIMITER(WS-PARTNER-SUB)
007350         INTO WS-FIELD(1) WS-FIELD(2) WS-FIELD(3) WS-FIELD(4)
007360              WS-FIELD(5) WS-FIELD(6) WS-FIELD(7) WS-FIELD(8)
007370              WS-FIELD(9) WS-FIELD(10) WS-FIELD(11) WS-FIELD(12)
007380              WS-FIELD(13) WS-FIELD(14) WS-FIELD(15) WS-FIELD(16)
007390              WS-FIELD(17) WS-FIELD(18) WS-FIELD(19) WS-FIELD(20)
007400         TALLYING IN WS-FIELD-COUNT
007410         ON OVERFLOW
007420             CONTINUE
007430     END-UNSTRING.
007440     MOVE WS-PLY-REF-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
007450     PERFORM 3450-PICK-FIELD THRU 3450-EXIT.
007460     MOVE WS-ACK-FIELD TO WS-ITEM-REFERENCE.
007470     MOVE WS-PLY-DATE-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
007480     PERFORM 3450-PICK-FIELD THRU 3450-EXIT.
007490     MOVE WS-ACK-FIELD TO WS-ITEM-DATE.
007500     MOVE WS-PLY-AMT-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
007510     PERFORM 3450-PICK-FIELD THRU 3450-EXIT.
007520     MOVE WS-ACK-FIELD TO WS-ITEM-AMOUNT-TEXT.
007530     MOVE WS-PLY-ACCT-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
007540     PERFORM 3450-PICK-FIELD THRU 3450-EXIT.
007550     MOVE WS-ACK-FIELD TO WS-ITEM-ACCOUNT.
007560 3400-EXIT.
007570     EXIT.
007580*
007590 3450-PICK-FIELD.
007600     MOVE SPACES TO WS-ACK-FIELD.
007610     IF WS-CHAR-SUB > ZERO AND WS-CHAR-SUB NOT > WS-FIELD-COUNT
007620         MOVE WS-FIELD(WS-CHAR-SUB) TO WS-ACK-FIELD
007630     END-IF.
007640 3450-EXIT.
007650     EXIT.
007660*****************************************************************
007670*    3500-TAKE-EDIT-OUTCOME -- THE TRANSLATED RECORD CARRIES    *
007680*    OUR TRANS-ID AND THE AMOUNT; ITS BRANCH IS THE PARTNER     *
007690*    CODE (THE BRANCH CONTROL DECK NAMES IT ON BRCH006/007).    *
007700*****************************************************************
007710 3500-TAKE-EDIT-OUTCOME.
007720     PERFORM 3260-READ-TRANSLATED THRU 3260-EXIT.
007730     IF WS-XLATED-EOF-YES
007740         PERFORM 3600-READ-AMOUNT-AS-SENT THRU 3600-EXIT
007750         PERFORM 3550-SET-UNRESOLVED THRU 3550-EXIT
007760         GO TO 3500-EXIT
007770     END-IF.
007780     MOVE TRANS-ID     TO WS-ITEM-TRANS-ID.
007790     MOVE TRANS-AMOUNT TO WS-ITEM-AMOUNT.
007800     MOVE WS-PLY-PARTNER-CODE(WS-PARTNER-SUB)
007810         TO WS-SEARCH-BRANCH.
007820     MOVE TRANS-ID TO WS-SEARCH-TRANS-ID.
007830     PERFORM 1600-FIND-OUTCOME THRU 1600-EXIT.
007840     IF NOT WS-ENTRY-FOUND-YES
007850         PERFORM 3550-SET-UNRESOLVED THRU 3550-EXIT
007860         GO TO 3500-EXIT
007870     END-IF.
007880     MOVE 'Y' TO WS-OUT-USED(WS-OUT-FOUND-SUB).
007890     MOVE WS-OUT-STATUS(WS-OUT-FOUND-SUB) TO WS-ITEM-STATUS.
007900     MOVE WS-OUT-REASON-CODE(WS-OUT-FOUND-SUB)
007910         TO WS-ITEM-REASON-CODE.
007920     MOVE WS-OUT-REASON-TEXT(WS-OUT-FOUND-SUB)
007930         TO WS-ITEM-REASON-TEXT.
007940 3500-EXIT.
007950     EXIT.
007960*
007970 3550-SET-UNRESOLVED.
007980     MOVE 'S'    TO WS-ITEM-STATUS.
007990     MOVE 'H002' TO WS-ITEM-REASON-CODE.
008000     MOVE 'UNDER INVESTIGATION - DO NOT RESEND'
008010         TO WS-ITEM-REASON-TEXT.
008020     ADD 1 TO WS-PLY-UNRESOLVED-COUNT(WS-PARTNER-SUB).
008030     ADD 1 TO WS-TOTAL-UNRESOLVED.
008040 3550-EXIT.
008050     EXIT.
008060*****************************************************************
008070*    3600-READ-AMOUNT-AS-SENT -- SAME CHARACTER SCAN AS THE     *
008080*    TRANSLATION STEP (SIGN EITHER END, UP TO TWO DECIMALS),    *
008090*    FOR LINES THAT NEVER BECAME A TRANSACTION.  AN AMOUNT      *
008100*    THAT CANNOT BE READ IS LEFT AT ZERO.                       *
008110*****************************************************************
008120 3600-READ-AMOUNT-AS-SENT.
008130     MOVE ZERO TO WS-ITEM-AMOUNT.
008140     MOVE 'N' TO WS-AMT-DECIMAL-SWITCH.
008150     MOVE 'N' TO WS-AMT-DONE-SWITCH.
008160     MOVE 'N' TO WS-AMT-ERROR-SWITCH.
008170     MOVE ZERO TO WS-AMT-INT.
008180     MOVE ZERO TO WS-AMT-DEC.
008190     MOVE ZERO TO WS-AMT-DEC-COUNT.
008200     MOVE ZERO TO WS-AMT-INT-DIGITS.
008210     PERFORM 3610-SCAN-AMOUNT-CHAR THRU 3610-EXIT
008220         VARYING WS-CHAR-SUB FROM 1 BY 1
008230         UNTIL WS-CHAR-SUB > 40
008240            OR WS-AMT-ERROR-YES.
008250     IF WS-AMT-ERROR-YES OR WS-AMT-INT-DIGITS = ZERO
008260         GO TO 3600-EXIT
008270     END-IF.
008280     IF WS-AMT-DEC-COUNT = 1
008290         MULTIPLY 10 BY WS-AMT-DEC
008300     END-IF.
008310     COMPUTE WS-ITEM-AMOUNT = WS-AMT-INT + WS-AMT-DEC / 100.
008320 3600-EXIT.
008330     EXIT.
008340*
008350 3610-SCAN-AMOUNT-CHAR.
008360     EVALUATE TRUE
008370         WHEN WS-ITEM-AMOUNT-TEXT(WS-CHAR-SUB:1) = SPACE
008380             IF WS-AMT-INT-DIGITS > ZERO
008390                 MOVE 'Y' TO WS-AMT-DONE-SWITCH
008400             END-IF
008410         WHEN WS-AMT-DONE-YES
008420             MOVE 'Y' TO WS-AMT-ERROR-SWITCH
008430         WHEN WS-ITEM-AMOUNT-TEXT(WS-CHAR-SUB:1) = '-'
008440             CONTINUE
008450         WHEN WS-ITEM-AMOUNT-TEXT(WS-CHAR-SUB:1) = '.'
008460             IF WS-AMT-DECIMAL-YES
008470                 MOVE 'Y' TO WS-AMT-ERROR-SWITCH
008480             ELSE
008490                 MOVE 'Y' TO WS-AMT-DECIMAL-SWITCH
008500             END-IF
008510         WHEN WS-ITEM-AMOUNT-TEXT(WS-CHAR-SUB:1) >= '0'
008520                 AND WS-ITEM-AMOUNT-TEXT(WS-CHAR-SUB:1) <= '9'
008530             MOVE WS-ITEM-AMOUNT-TEXT(WS-CHAR-SUB:1)
008540                 TO WS-AMT-DIGIT
008550             IF WS-AMT-DECIMAL-YES
008560                 IF WS-AMT-DEC-COUNT < 2
008570                     COMPUTE WS-AMT-DEC =
008580                         WS-AMT-DEC * 10 + WS-AMT-DIGIT
008590                     ADD 1 TO WS-AMT-DEC-COUNT
008600                 END-IF
008610             ELSE
008620                 IF WS-AMT-INT-DIGITS = 9
008630                     MOVE 'Y' TO WS-AMT-ERROR-SWITCH
008640                 ELSE
008650                     COMPUTE WS-AMT-INT =
008660                         WS-AMT-INT * 10 + WS-AMT-DIGIT
008670                     ADD 1 TO WS-AMT-INT-DIGITS
008680                 END-IF
008690             END-IF
008700         WHEN OTHER
008710             MOVE 'Y' TO WS-AMT-ERROR-SWITCH
008720     END-EVALUATE.
008730 3610-EXIT.
008740     EXIT.
008750*
008760 3700-COUNT-ITEM.
008770     ADD 1 TO WS-PLY-RECEIVED-COUNT(WS-PARTNER-SUB).
008780     ADD WS-ITEM-AMOUNT
008790         TO WS-PLY-RECEIVED-AMOUNT(WS-PARTNER-SUB).
008800     ADD 1 TO WS-TOTAL-RECEIVED.
008810     EVALUATE TRUE
008820         WHEN WS-ITEM-ACCEPTED
008830             ADD 1 TO WS-PLY-ACCEPTED-COUNT(WS-PARTNER-SUB)
008840             ADD WS-ITEM-AMOUNT
008850                 TO WS-PLY-ACCEPTED-AMOUNT(WS-PARTNER-SUB)
008860             ADD 1 TO WS-TOTAL-ACCEPTED
008870         WHEN WS-ITEM-SUSPENDED
008880             ADD 1 TO WS-PLY-SUSPENDED-COUNT(WS-PARTNER-SUB)
008890             ADD WS-ITEM-AMOUNT
008900                 TO WS-PLY-SUSPENDED-AMOUNT(WS-PARTNER-SUB)
008910             ADD 1 TO WS-TOTAL-SUSPENDED
008920         WHEN OTHER
008930             ADD 1 TO WS-PLY-RETURNED-COUNT(WS-PARTNER-SUB)
008940             ADD WS-ITEM-AMOUNT
008950                 TO WS-PLY-RETURNED-AMOUNT(WS-PARTNER-SUB)
008960             ADD 1 TO WS-TOTAL-RETURNED
008970     END-EVALUATE.
008980 3700-EXIT.
008990     EXIT.
009000*
009010 3900-CLOSE-PARTNER-FILES.
009020     IF WS-PARTNER-SUB = 1
009030         CLOSE PARTNER-IN-1
009040         CLOSE TRANSLATED-IN-1
009050     ELSE
009060         CLOSE PARTNER-IN-2
009070         CLOSE TRANSLATED-IN-2
009080     END-IF.
009090 3900-EXIT.
009100     EXIT.
009110*****************************************************************
009120*    4000-WRITE-DETAIL-RECORD -- D, PARTNER REFERENCE, OUR      *
009130*    TRANS-ID, DATE, AMOUNT AND ACCOUNT AS SENT, STATUS,        *
009140*    REASON CODE, REASON TEXT.                                  *
009150*****************************************************************
009160 4000-WRITE-DETAIL-RECORD.
009170     PERFORM 6000-START-LINE THRU 6000-EXIT.
009180     MOVE 'D' TO WS-ACK-FIELD.
009190     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009200     MOVE WS-ITEM-REFERENCE TO WS-ACK-FIELD.
009210     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009220     MOVE WS-ITEM-TRANS-ID TO WS-ACK-FIELD.
009230     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009240     MOVE WS-ITEM-DATE TO WS-ACK-FIELD.
009250     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009260     MOVE WS-ITEM-AMOUNT-TEXT TO WS-ACK-FIELD.
009270     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009280     MOVE WS-ITEM-ACCOUNT TO WS-ACK-FIELD.
009290     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009300     EVALUATE TRUE
009310         WHEN WS-ITEM-ACCEPTED
009320             MOVE 'ACCEPTED' TO WS-ACK-FIELD
009330         WHEN WS-ITEM-SUSPENDED
009340             MOVE 'SUSPENDED' TO WS-ACK-FIELD
009350         WHEN OTHER
009360             MOVE 'RETURNED' TO WS-ACK-FIELD
009370     END-EVALUATE.
009380     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009390     MOVE WS-ITEM-REASON-CODE TO WS-ACK-FIELD.
009400     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009410     MOVE WS-ITEM-REASON-TEXT TO WS-ACK-FIELD.
009420     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009430     WRITE ACK-WORK-RECORD FROM WS-ACK-LINE.
009440 4000-EXIT.
009450     EXIT.
009460*****************************************************************
009470*    5000-WRITE-PARTNER-FILE -- HEADER: H, PARTNER CODE,        *
009480*    BUSINESS DATE, RUN DATE, THEN COUNT AND AMOUNT RECEIVED,   *
009490*    ACCEPTED, SUSPENDED AND RETURNED; THEN THE DETAILS.        *
009500*****************************************************************
009510 5000-WRITE-PARTNER-FILE.
009520     IF WS-PARTNER-SUB = 1
009530         OPEN OUTPUT ACK-OUT-1
009540     ELSE
009550         OPEN OUTPUT ACK-OUT-2
009560     END-IF.
009570     IF WS-ACKOUT-FS NOT = '00'
009580         DISPLAY 'TEST-PROGRAM-PRTACK - UNABLE TO OPEN ACK-OUT '
009590             'FOR PARTNER ' WS-PLY-PARTNER-CODE(WS-PARTNER-SUB)
009600             ' - STATUS ' WS-ACKOUT-FS
009610         MOVE 16 TO RETURN-CODE
009620         GO TO 9999-EXIT
009630     END-IF.
009640     PERFORM 5100-BUILD-HEADER-RECORD THRU 5100-EXIT.
009650     PERFORM 5200-WRITE-ACK-LINE THRU 5200-EXIT.
009660     OPEN INPUT ACK-WORK.
009670     MOVE 'N' TO WS-EOF-SWITCH.
009680     PERFORM 5300-COPY-ONE-DETAIL THRU 5300-EXIT
009690         UNTIL WS-EOF-YES.
009700     CLOSE ACK-WORK.
009710     IF WS-PARTNER-SUB = 1
009720         CLOSE ACK-OUT-1
009730     ELSE
009740         CLOSE ACK-OUT-2
009750     END-IF.
009760 5000-EXIT.
009770     EXIT.
009780*
009790 5100-BUILD-HEADER-RECORD.
009800     PERFORM 6000-START-LINE THRU 6000-EXIT.
009810     MOVE 'H' TO WS-ACK-FIELD.
009820     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009830     MOVE WS-PLY-PARTNER-CODE(WS-PARTNER-SUB) TO WS-ACK-FIELD.
009840     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009850     MOVE WS-BUSINESS-DATE TO WS-ACK-FIELD.
009860     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009870     MOVE WS-SYS-DATE TO WS-ACK-FIELD.
009880     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
009890     MOVE WS-PLY-RECEIVED-COUNT(WS-PARTNER-SUB) TO WS-EDIT-COUNT.
009900     PERFORM 6200-APPEND-COUNT THRU 6200-EXIT.
009910     MOVE WS-PLY-RECEIVED-AMOUNT(WS-PARTNER-SUB)
009920         TO WS-EDIT-AMOUNT.
009930     PERFORM 6300-APPEND-AMOUNT THRU 6300-EXIT.
009940     MOVE WS-PLY-ACCEPTED-COUNT(WS-PARTNER-SUB) TO WS-EDIT-COUNT.
009950     PERFORM 6200-APPEND-COUNT THRU 6200-EXIT.
009960     MOVE WS-PLY-ACCEPTED-AMOUNT(WS-PARTNER-SUB)
009970         TO WS-EDIT-AMOUNT.
009980     PERFORM 6300-APPEND-AMOUNT THRU 6300-EXIT.
009990     MOVE WS-PLY-SUSPENDED-COUNT(WS-PARTNER-SUB)
010000         TO WS-EDIT-COUNT.
010010     PERFORM 6200-APPEND-COUNT THRU 6200-EXIT.
010020     MOVE WS-PLY-SUSPENDED-AMOUNT(WS-PARTNER-SUB)
010030         TO WS-EDIT-AMOUNT.
010040     PERFORM 6300-APPEND-AMOUNT THRU 6300-EXIT.
010050     MOVE WS-PLY-RETURNED-COUNT(WS-PARTNER-SUB) TO WS-EDIT-COUNT.
010060     PERFORM 6200-APPEND-COUNT THRU 6200-EXIT.
010070     MOVE WS-PLY-RETURNED-AMOUNT(WS-PARTNER-SUB)
010080         TO WS-EDIT-AMOUNT.
010090     PERFORM 6300-APPEND-AMOUNT THRU 6300-EXIT.
010100 5100-EXIT.
010110     EXIT.
010120*
010130 5200-WRITE-ACK-LINE.
010140     IF WS-PARTNER-SUB = 1
010150         WRITE ACK1-LINE FROM WS-ACK-LINE
010160     ELSE
010170         WRITE ACK2-LINE FROM WS-ACK-LINE
010180     END-IF.
010190 5200-EXIT.
010200     EXIT.
010210*
010220 5300-COPY-ONE-DETAIL.
010230     READ ACK-WORK
010240         AT END
010250             MOVE 'Y' TO WS-EOF-SWITCH
010260             GO TO 5300-EXIT
010270     END-READ.
010280     MOVE ACK-WORK-RECORD TO WS-ACK-LINE.
010290     PERFORM 5200-WRITE-ACK-LINE THRU 5200-EXIT.
010300 5300-EXIT.
010310     EXIT.
010320*****************************************************************
010330*    6000-6300 -- DELIMITED LINE BUILD.  6100 APPENDS           *
010340*    WS-ACK-FIELD, PRECEDED BY THE PARTNER'S DELIMITER FOR      *
010350*    EVERY FIELD BUT THE FIRST.                                 *
010360*****************************************************************
010370 6000-START-LINE.
010380     MOVE SPACES TO WS-ACK-LINE.
010390     MOVE 1 TO WS-ACK-PTR.
010400     MOVE ZERO TO WS-ACK-FIELD-COUNT.
010410 6000-EXIT.
010420     EXIT.
010430*
010440 6100-APPEND-FIELD.
010450     INSPECT WS-ACK-FIELD REPLACING ALL WS-ACK-DELIMITER BY SPACE.
010460     IF WS-ACK-FIELD-COUNT > ZERO
010470         STRING WS-ACK-DELIMITER DELIMITED BY SIZE
010480             INTO WS-ACK-LINE WITH POINTER WS-ACK-PTR
010490         END-STRING
010500     END-IF.
010510     ADD 1 TO WS-ACK-FIELD-COUNT.
010520     MOVE ZERO TO WS-ACK-LEN.
010530     PERFORM 6110-FIND-LAST-CHAR THRU 6110-EXIT
010540         VARYING WS-CHAR-SUB FROM 1 BY 1
010550         UNTIL WS-CHAR-SUB > 60.
010560     IF WS-ACK-LEN > ZERO
010570         STRING WS-ACK-FIELD(1:WS-ACK-LEN) DELIMITED BY SIZE
010580             INTO WS-ACK-LINE WITH POINTER WS-ACK-PTR
010590         END-STRING
010600     END-IF.
010610 6100-EXIT.
010620     EXIT.
010630*
010640 6110-FIND-LAST-CHAR.
010650     IF WS-ACK-FIELD(WS-CHAR-SUB:1) NOT = SPACE
010660         MOVE WS-CHAR-SUB TO WS-ACK-LEN
010670     END-IF.
010680 6110-EXIT.
010690     EXIT.
010700*
010710 6200-APPEND-COUNT.
010720     MOVE ZERO TO WS-ACK-LEAD.
010730     INSPECT WS-EDIT-COUNT TALLYING WS-ACK-LEAD FOR LEADING SPACE.
010740     MOVE WS-EDIT-COUNT(WS-ACK-LEAD + 1:) TO WS-ACK-FIELD.
010750     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
010760 6200-EXIT.
010770     EXIT.
010780*
010790 6300-APPEND-AMOUNT.
010800     MOVE ZERO TO WS-ACK-LEAD.
010810     INSPECT WS-EDIT-AMOUNT TALLYING WS-ACK-LEAD
010820         FOR LEADING SPACE.
010830     MOVE WS-EDIT-AMOUNT(WS-ACK-LEAD + 1:) TO WS-ACK-FIELD.
010840     PERFORM 6100-APPEND-FIELD THRU 6100-EXIT.
010850 6300-EXIT.
010860     EXIT.
010870*****************************************************************
010880*    8000-FINALIZE -- PER-PARTNER COUNTS ON THE REPORT, THEN    *
010890*    THE STEP RETURN CODE: RC=4 ANY ITEM LEFT WITHOUT AN EDIT   *
010900*    OUTCOME (H002 - FIND IT BEFORE THE PARTNER CALLS), ANY     *
010910*    TRANSLATION REJECT NOT MATCHED TO ITS LINE, OR A PARTNER   *
010920*    FILE MISSING.                                              *
010930*****************************************************************
010940 8000-FINALIZE.
010950     PERFORM 8100-REPORT-ONE-PARTNER THRU 8100-EXIT
010960         VARYING WS-PARTNER-SUB FROM 1 BY 1
010970         UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT.
010980     MOVE WS-TOTAL-RECEIVED  TO AT-RECEIVED-COUNT.
010990     MOVE WS-TOTAL-ACCEPTED  TO AT-ACCEPTED-COUNT.
011000     MOVE WS-TOTAL-SUSPENDED TO AT-SUSPENDED-COUNT.
011010     MOVE WS-TOTAL-RETURNED  TO AT-RETURNED-COUNT.
011020     WRITE WS-ACK-TOTAL-LINE.
011030     IF NOT WS-XREJ-EOF-YES
011040         DISPLAY 'TEST-PROGRAM-PRTACK - TRANSLATION REJECTS NOT '
011050             'MATCHED TO A PARTNER LINE - CHECK PRTREJ'
011060         IF RETURN-CODE < 4
011070             MOVE 4 TO RETURN-CODE
011080         END-IF
011090     END-IF.
011100     CLOSE XLATE-REJECT-IN.
011110     CLOSE ACK-REPORT.
011120     DISPLAY 'TEST-PROGRAM-PRTACK ITEMS RECEIVED:  '
011130         WS-TOTAL-RECEIVED.
011140     DISPLAY 'TEST-PROGRAM-PRTACK ACCEPTED:        '
011150         WS-TOTAL-ACCEPTED.
011160     DISPLAY 'TEST-PROGRAM-PRTACK SUSPENDED:       '
011170         WS-TOTAL-SUSPENDED.
011180     DISPLAY 'TEST-PROGRAM-PRTACK RETURNED:        '
011190         WS-TOTAL-RETURNED.
011200     IF WS-TOTAL-UNRESOLVED > ZERO
011210         DISPLAY 'TEST-PROGRAM-PRTACK - ' WS-TOTAL-UNRESOLVED
011220             ' ITEMS WITH NO EDIT OUTCOME (H002)'
011230         IF RETURN-CODE < 4
011240             MOVE 4 TO RETURN-CODE
011250         END-IF
011260     END-IF.
011270 8000-EXIT.
011280     EXIT.
011290*
011300 8100-REPORT-ONE-PARTNER.
011310     MOVE WS-PLY-PARTNER-CODE(WS-PARTNER-SUB)
011320         TO AD-PARTNER-CODE.
011330     MOVE WS-PLY-RECEIVED-COUNT(WS-PARTNER-SUB)
011340         TO AD-RECEIVED-COUNT.
011350     MOVE WS-PLY-ACCEPTED-COUNT(WS-PARTNER-SUB)
011360         TO AD-ACCEPTED-COUNT.
011370     MOVE WS-PLY-SUSPENDED-COUNT(WS-PARTNER-SUB)
011380         TO AD-SUSPENDED-COUNT.
011390     MOVE WS-PLY-RETURNED-COUNT(WS-PARTNER-SUB)
011400         TO AD-RETURNED-COUNT.
011410     MOVE WS-PLY-RECEIVED-AMOUNT(WS-PARTNER-SUB)
011420         TO AD-RECEIVED-AMOUNT.
011430     MOVE WS-PLY-RETURNED-AMOUNT(WS-PARTNER-SUB)
011440         TO AD-RETURNED-AMOUNT.
011450     MOVE SPACES TO AD-NOTE.
011460     IF WS-PLY-UNRESOLVED-COUNT(WS-PARTNER-SUB) > ZERO
011470         MOVE 'ITEMS WITH NO OUTCOME (H002)' TO AD-NOTE
011480     END-IF.
011490     IF WS-PLY-RECEIVED-COUNT(WS-PARTNER-SUB) = ZERO
011500         MOVE 'NO FILE OR EMPTY FILE RECEIVED' TO AD-NOTE
011510     END-IF.
011520     WRITE WS-ACK-DETAIL-LINE.
011530 8100-EXIT.
011540     EXIT.
011550*****************************************************************
011560*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
011570*****************************************************************
011580 9999-EXIT.
011590     STOP RUN.
