000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-BRMIS.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-BRMIS                           *
000100*                                                               *
000110*    PURPOSE.     BRANCH MANAGEMENT MIS REPORT.  FOR EACH       *
000120*                 BRANCH AND SETTLEMENT CURRENCY: TONIGHT'S     *
000130*                 AND PERIOD-TO-DATE DEBIT AND CREDIT COUNTS    *
000140*                 AND BASE AMOUNTS, REJECT AND REVERSAL COUNTS, *
000150*                 AND (PER BRANCH) NEW ACCOUNTS OPENED, EACH    *
000160*                 SET AGAINST THE SAME POINT IN THE PRIOR       *
000170*                 PERIOD WITH THE VARIANCE AND PERCENT CHANGE.  *
000180*                 ONE PAGE PER BRANCH (EVERY BRANCH ON THE      *
000190*                 BRANCH CONTROL DECK, QUIET OR NOT), THEN A    *
000200*                 BANK-WIDE RECAP, AND A COMMA-DELIMITED COPY   *
000210*                 (ONE ROW PER BRANCH, CURRENCY AND MEASURE)    *
000220*                 FOR REGIONAL MANAGEMENT'S SPREADSHEETS.       *
000230*                                                               *
000240*    NOTES.       TONIGHT = THE POSTED FILE AND THE REJECT      *
000250*                 FILE; PERIOD-TO-DATE DEBITS, CREDITS AND      *
000260*                 REVERSALS = THE PERIOD-TO-DATE POSTED FILE    *
000270*                 (TRANS.MTD, TONIGHT ALREADY APPENDED).  NEW   *
000280*                 ACCOUNTS ARE COUNTED FROM THE ACCOUNT MASTER  *
000290*                 OPEN DATE AND DOMICILE BRANCH.  THE PERIOD    *
000300*                 COMES FROM THE PERIOD CALENDAR; THE PRIOR     *
000310*                 PERIOD IS THE CARD BEFORE IT.                 *
000320*                 THE PERIOD-TO-DATE FILE IS EMPTIED AT EACH    *
000330*                 PERIOD END, SO THE PRIOR PERIOD IS TAKEN FROM *
000340*                 THE RETAINED MIS SUMMARY (BRMISREC), ONE ROW  *
000350*                 PER NIGHT, BRANCH AND CURRENCY, CARRIED       *
000360*                 FORWARD HERE GENERATION TO GENERATION (THE    *
000370*                 CURRENT AND PRIOR PERIODS ARE KEPT).  "THE    *
000380*                 SAME POINT" IS THE SAME CYCLE NUMBER: TONIGHT *
000390*                 IS CYCLE N OF ITS PERIOD, SO PRIOR TODAY IS   *
000400*                 CYCLE N OF THE PRIOR PERIOD AND PRIOR PTD IS  *
000410*                 CYCLES 1 TO N.  ROWS FOR TONIGHT'S DATE OR    *
000420*                 LATER ARE DROPPED AS THEY ARE READ, SO A      *
000430*                 RERUN DOES NOT COUNT A NIGHT TWICE.           *
000440*                 DEBIT AND CREDIT FIGURES EXCLUDE REVERSALS,   *
000450*                 WHICH ARE COUNTED ON THEIR OWN.               *
000460*                 RC=4  TABLE FULL OR ACCOUNT MASTER NOT READ.  *
000470*                 RC=8  NO CALENDAR PERIOD FOR THE BUSINESS     *
000480*                       DATE - THE SUMMARY IS CARRIED FORWARD   *
000490*                       UNCHANGED AND NOTHING IS PRINTED.       *
000500*                 RC=16 A REQUIRED FILE COULD NOT BE OPENED.    *
000510*                                                               *
000520*    MODIFICATION HISTORY.                                     *
000530*    2026-10-15  DO   INITIAL VERSION.                          *
000540*                                                               *
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-CYCCTL-FS.
000650     SELECT CALENDAR-FILE ASSIGN TO CALCTL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CALCTL-FS.
000680     SELECT BRANCH-CONTROL ASSIGN TO BRCHCTL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BRCHCTL-FS.
000710     SELECT POSTED-IN ASSIGN TO POSTIN
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-POSTIN-FS.
000740     SELECT MTD-IN ASSIGN TO MTDIN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-MTDIN-FS.
000770     SELECT REJECT-FILE ASSIGN TO REJECTS
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-REJECT-FS.
000800     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS ACCT-NUMBER
000840         FILE STATUS IS WS-ACCTMST-FS.
000850     SELECT MIS-HIST-IN ASSIGN TO MISHIN
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-MISHIN-FS.
000880     SELECT MIS-HIST-OUT ASSIGN TO MISHOUT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-MISHOUT-FS.
000910     SELECT MIS-REPORT ASSIGN TO MISRPT
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-MISRPT-FS.
000940     SELECT MIS-CSV ASSIGN TO MISCSV
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-MISCSV-FS.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  CYCLE-CONTROL
001010     LABEL RECORDS ARE STANDARD.
001020     COPY CYCREC.
001030*
001040 FD  CALENDAR-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY CALREC.
001070*
001080 FD  BRANCH-CONTROL
001090     LABEL RECORDS ARE STANDARD.
001100 01  BRANCH-CONTROL-CARD.
001110     05  BCTL-BRANCH-CODE        PIC X(03).
001120     05  BCTL-BRANCH-NAME        PIC X(20).
001130     05  FILLER                  PIC X(57).
001140*
001150 FD  POSTED-IN
001160     LABEL RECORDS ARE STANDARD.
001170 01  POSTED-IN-RECORD            PIC X(45).
001180*
001190 FD  MTD-IN
001200     LABEL RECORDS ARE STANDARD.
001210 01  MTD-IN-RECORD               PIC X(45).
001220*
001230 FD  REJECT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY REJCTREC.
001260*
001270 FD  ACCOUNT-MASTER
001280     LABEL RECORDS ARE STANDARD.
001290     COPY ACCTREC.
001300*
001310 FD  MIS-HIST-IN
001320     LABEL RECORDS ARE STANDARD.
001330     COPY BRMISREC.
001340*
001350 FD  MIS-HIST-OUT
001360     LABEL RECORDS ARE STANDARD.
001370 01  MIS-HIST-OUT-RECORD         PIC X(80).
001380*
001390 FD  MIS-REPORT
001400     LABEL RECORDS ARE STANDARD.
001410 01  WS-MIS-HEADER-LINE1.
001420     05  FILLER                  PIC X(01)  VALUE SPACE.
001430     05  FILLER                  PIC X(20)
001440             VALUE 'BRANCH MIS REPORT'.
001450     05  MH-BRANCH-CODE          PIC X(04).
001460     05  MH-BRANCH-NAME          PIC X(24).
001470     05  FILLER                  PIC X(15)
001480             VALUE 'BUSINESS DATE: '.
001490     05  MH-BUSINESS-DATE        PIC 9(08).
001500     05  FILLER                  PIC X(12)  VALUE '  RUN DATE: '.
001510     05  MH-RUN-DATE             PIC 9(08).
001520     05  FILLER                  PIC X(08)  VALUE '  PAGE: '.
001530     05  MH-PAGE                 PIC ZZZ9.
001540     05  FILLER                  PIC X(29)  VALUE SPACES.
001550 01  WS-MIS-HEADER-LINE2.
001560     05  FILLER                  PIC X(01)  VALUE SPACE.
001570     05  FILLER                  PIC X(08)  VALUE 'PERIOD: '.
001580     05  MH-PERIOD-ID            PIC X(06).
001590     05  FILLER                  PIC X(08)  VALUE '  CYCLE '.
001600     05  MH-CYCLE-NO             PIC ZZ9.
001610     05  FILLER                  PIC X(26)
001620             VALUE '  COMPARED WITH PERIOD: '.
001630     05  MH-PRIOR-PERIOD-ID      PIC X(06).
001640     05  FILLER                  PIC X(08)  VALUE '  CYCLE '.
001650     05  MH-PRIOR-CYCLE-NO       PIC ZZ9.
001660     05  FILLER                  PIC X(02)  VALUE SPACES.
001670     05  MH-PRIOR-NOTE           PIC X(40).
001680     05  FILLER                  PIC X(22)  VALUE SPACES.
001690 01  WS-MIS-HEADER-LINE3.
001700     05  FILLER                  PIC X(22)  VALUE SPACES.
001710     05  FILLER                  PIC X(57)  VALUE
001720         '------------------- TODAY -------------------'.
001730     05  FILLER                  PIC X(54)  VALUE
001740         '-------------- PERIOD-TO-DATE ---------------'.
001750 01  WS-MIS-HEADER-LINE4.
001760     05  FILLER                  PIC X(01)  VALUE SPACE.
001770     05  FILLER                  PIC X(05)  VALUE 'CUR'.
001780     05  FILLER                  PIC X(12)  VALUE 'MEASURE'.
001790     05  FILLER                  PIC X(16)  VALUE
001800         '         CURRENT'.
001810     05  FILLER                  PIC X(16)  VALUE
001820         '    PRIOR PERIOD'.
001830     05  FILLER                  PIC X(16)  VALUE
001840         '        VARIANCE'.
001850     05  FILLER                  PIC X(09)  VALUE '    % CHG'.
001860     05  FILLER                  PIC X(16)  VALUE
001870         '         CURRENT'.
001880     05  FILLER                  PIC X(16)  VALUE
001890         '    PRIOR PERIOD'.
001900     05  FILLER                  PIC X(16)  VALUE
001910         '        VARIANCE'.
001920     05  FILLER                  PIC X(09)  VALUE '    % CHG'.
001925     05  FILLER                  PIC X(01)  VALUE SPACE.
001930 01  WS-MIS-DETAIL-LINE.
001940     05  FILLER                  PIC X(01)  VALUE SPACE.
001950     05  MD-CURRENCY             PIC X(04).
001960     05  FILLER                  PIC X(01)  VALUE SPACE.
001970     05  MD-MEASURE              PIC X(12).
001980     05  FILLER                  PIC X(01)  VALUE SPACE.
001990     05  MD-TODAY                PIC X(15).
002000     05  FILLER                  PIC X(01)  VALUE SPACE.
002010     05  MD-PRIOR-TODAY          PIC X(15).
002020     05  FILLER                  PIC X(01)  VALUE SPACE.
002030     05  MD-VAR-TODAY            PIC X(15).
002040     05  FILLER                  PIC X(01)  VALUE SPACE.
002050     05  MD-PCT-TODAY            PIC X(08).
002060     05  FILLER                  PIC X(01)  VALUE SPACE.
002070     05  MD-PTD                  PIC X(15).
002080     05  FILLER                  PIC X(01)  VALUE SPACE.
002090     05  MD-PRIOR-PTD            PIC X(15).
002100     05  FILLER                  PIC X(01)  VALUE SPACE.
002110     05  MD-VAR-PTD              PIC X(15).
002120     05  FILLER                  PIC X(01)  VALUE SPACE.
002130     05  MD-PCT-PTD              PIC X(08).
002135     05  FILLER                  PIC X(01)  VALUE SPACE.
002140 01  WS-MIS-BLANK-LINE           PIC X(133).
002150*
002160 FD  MIS-CSV
002170     LABEL RECORDS ARE STANDARD.
002180 01  MIS-CSV-LINE                PIC X(200).
002190*
002200 WORKING-STORAGE SECTION.
002210*****************************************************************
002220*    FILE STATUS FIELDS.                                       *
002230*****************************************************************
002240 01  WS-FILE-STATUS-FIELDS.
002250     05  WS-CYCCTL-FS            PIC X(02)  VALUE SPACES.
002260     05  WS-CALCTL-FS            PIC X(02)  VALUE SPACES.
002270     05  WS-BRCHCTL-FS           PIC X(02)  VALUE SPACES.
002280     05  WS-POSTIN-FS            PIC X(02)  VALUE SPACES.
002290     05  WS-MTDIN-FS             PIC X(02)  VALUE SPACES.
002300     05  WS-REJECT-FS            PIC X(02)  VALUE SPACES.
002310     05  WS-ACCTMST-FS           PIC X(02)  VALUE SPACES.
002320     05  WS-MISHIN-FS            PIC X(02)  VALUE SPACES.
002330     05  WS-MISHOUT-FS           PIC X(02)  VALUE SPACES.
002340     05  WS-MISRPT-FS            PIC X(02)  VALUE SPACES.
002350     05  WS-MISCSV-FS            PIC X(02)  VALUE SPACES.
002360*****************************************************************
002370*    SWITCHES.                                                 *
002380*****************************************************************
002390 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
002400     88  WS-EOF-YES                  VALUE 'Y'.
002410 77  WS-PERIOD-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
002420     88  WS-PERIOD-FOUND-YES         VALUE 'Y'.
002430 77  WS-PRIOR-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
002440     88  WS-PRIOR-FOUND-YES          VALUE 'Y'.
002450 77  WS-TABLE-FULL-SWITCH        PIC X(01)  VALUE 'N'.
002460     88  WS-TABLE-FULL-YES           VALUE 'Y'.
002470*****************************************************************
002480*    DATES AND PERIODS.  THE CYCLE NUMBER IS TONIGHT'S PLACE    *
002490*    IN THE CURRENT PERIOD; THE LAST CYCLE DATE IS THE LATEST   *
002500*    EARLIER NIGHT ON THE RETAINED SUMMARY (NEW ACCOUNTS OPENED *
002510*    AFTER IT COUNT AS TONIGHT'S).                              *
002520*****************************************************************
002530 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZERO.
002540 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
002550 01  WS-PERIOD-ID                PIC X(06)  VALUE SPACES.
002560 01  WS-PERIOD-START             PIC 9(08)  VALUE ZERO.
002570 01  WS-PRIOR-PERIOD-ID          PIC X(06)  VALUE SPACES.
002580 01  WS-LAST-CARD-PERIOD-ID      PIC X(06)  VALUE SPACES.
002590 01  WS-LAST-CYCLE-DATE          PIC 9(08)  VALUE ZERO.
002600 01  WS-LAST-CURRENT-DATE        PIC 9(08)  VALUE ZERO.
002610 77  WS-CYCLE-NO                 PIC 9(03)  COMP VALUE ZERO.
002620 77  WS-PRIOR-CYCLE-COUNT        PIC 9(03)  COMP VALUE ZERO.
002630 01  WS-LAST-PRIOR-DATE          PIC 9(08)  VALUE ZERO.
002640 01  WS-BASE-CURRENCY            PIC X(03)  VALUE 'USD'.
002650 01  WS-ALL-KEY                  PIC X(03)  VALUE HIGH-VALUES.
002660*****************************************************************
002670*    BRANCH NAMES FROM THE BRANCH CONTROL DECK.                 *
002680*****************************************************************
002690 77  WS-BRANCH-COUNT             PIC 9(03)  COMP VALUE ZERO.
002700 77  WS-BRANCH-MAX               PIC 9(03)  COMP VALUE 50.
002710 77  WS-BRANCH-SUB               PIC 9(03)  COMP VALUE ZERO.
002720 01  WS-BRANCH-TABLE.
002730     05  WS-BRANCH-ENTRY         OCCURS 50 TIMES.
002740         10  WS-BRN-CODE             PIC X(03).
002750         10  WS-BRN-NAME             PIC X(20).
002760 01  WS-BRANCH-NAME              PIC X(24)  VALUE SPACES.
002770*****************************************************************
002780*    MIS TABLE -- ONE ENTRY PER BRANCH AND CURRENCY, KEPT IN    *
002790*    KEY ORDER.  CURRENCY HIGH-VALUES IS THE BRANCH'S ALL-      *
002800*    CURRENCY TOTAL (BASE AMOUNTS ADD ACROSS CURRENCIES) AND    *
002810*    CARRIES ITS NEW ACCOUNTS; BRANCH HIGH-VALUES IS THE BANK.  *
002820*    FIGURE SETS: 1 TODAY, 2 PRIOR PERIOD SAME CYCLE, 3 PERIOD- *
002830*    TO-DATE, 4 PRIOR PERIOD TO THE SAME CYCLE.                 *
002840*****************************************************************
002850 77  WS-MIS-MAX                  PIC 9(05)  COMP VALUE 400.
002860 77  WS-MIS-COUNT                PIC 9(05)  COMP VALUE ZERO.
002870 77  WS-MIS-SUB                  PIC 9(05)  COMP VALUE ZERO.
002880 77  WS-SHIFT-SUB                PIC 9(05)  COMP VALUE ZERO.
002890 77  WS-INSERT-SUB               PIC 9(05)  COMP VALUE ZERO.
002900 77  WS-SET-SUB                  PIC 9(01)  COMP VALUE ZERO.
002910 01  WS-MIS-TABLE.
002920     05  WS-MIS-ENTRY            OCCURS 400 TIMES.
002930         10  WS-MIS-KEY.
002940             15  WS-MIS-BRANCH       PIC X(03).
002950             15  WS-MIS-CURRENCY     PIC X(03).
002960         10  WS-MIS-FIGURES      OCCURS 4 TIMES.
002970             15  WS-MIS-DR-COUNT     PIC 9(09)  COMP.
002980             15  WS-MIS-DR-AMOUNT    PIC S9(13)V99 COMP-3.
002990             15  WS-MIS-CR-COUNT     PIC 9(09)  COMP.
003000             15  WS-MIS-CR-AMOUNT    PIC S9(13)V99 COMP-3.
003010             15  WS-MIS-REJECT-COUNT PIC 9(09)  COMP.
003020             15  WS-MIS-REV-COUNT    PIC 9(09)  COMP.
003030             15  WS-MIS-NEW-ACCOUNTS PIC 9(09)  COMP.
003040 01  WS-SEARCH-KEY.
003050     05  WS-SEARCH-BRANCH        PIC X(03).
003060     05  WS-SEARCH-CURRENCY      PIC X(03).
003070*****************************************************************
003080*    ONE ITEM'S FIGURES ON THEIR WAY INTO THE TABLE -- ADDED    *
003090*    TO THE BRANCH/CURRENCY ENTRY, THE BRANCH TOTAL, THE BANK   *
003100*    CURRENCY ENTRY AND THE BANK TOTAL, IN FIGURE SET           *
003110*    WS-ADD-SET.  A BLANK CURRENCY (NEW ACCOUNTS) GOES TO THE   *
003120*    TWO TOTALS ONLY.                                           *
003130*****************************************************************
003140 01  WS-ADD-BRANCH               PIC X(03)  VALUE SPACES.
003150 01  WS-ADD-CURRENCY             PIC X(03)  VALUE SPACES.
003160 77  WS-ADD-SET                  PIC 9(01)  COMP VALUE ZERO.
003170 01  WS-ADD-FIGURES.
003180     05  WS-ADD-DR-COUNT         PIC 9(09)  COMP.
003190     05  WS-ADD-DR-AMOUNT        PIC S9(13)V99 COMP-3.
003200     05  WS-ADD-CR-COUNT         PIC 9(09)  COMP.
003210     05  WS-ADD-CR-AMOUNT        PIC S9(13)V99 COMP-3.
003220     05  WS-ADD-REJECT-COUNT     PIC 9(09)  COMP.
003230     05  WS-ADD-REV-COUNT        PIC 9(09)  COMP.
003240     05  WS-ADD-NEW-ACCOUNTS     PIC 9(09)  COMP.
003250*****************************************************************
003260*    THE TRANSACTION BEING COUNTED.                             *
003270*****************************************************************
003280     COPY TRANSREC.
003290*****************************************************************
003300*    PRINTING -- ONE MEASURE AT A TIME.  WS-MEASURE-VALUE(1-4)  *
003310*    HOLDS THE MEASURE FROM FIGURE SETS 1-4.                    *
003320*****************************************************************
003330 77  WS-MEASURE-SUB              PIC 9(01)  COMP VALUE ZERO.
003340 77  WS-MEASURE-LAST             PIC 9(01)  COMP VALUE ZERO.
003350 01  WS-MEASURE-NAMES.
003360     05  FILLER                  PIC X(13)  VALUE 'CDR COUNT'.
003370     05  FILLER                  PIC X(13)  VALUE 'ADR AMOUNT'.
003380     05  FILLER                  PIC X(13)  VALUE 'CCR COUNT'.
003390     05  FILLER                  PIC X(13)  VALUE 'ACR AMOUNT'.
003400     05  FILLER                  PIC X(13)  VALUE 'CREJECTS'.
003410     05  FILLER                  PIC X(13)  VALUE 'CREVERSALS'.
003420     05  FILLER                  PIC X(13)  VALUE 'CNEW ACCOUNTS'.
003430 01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
003440     05  WS-MEASURE-ENTRY        OCCURS 7 TIMES.
003450         10  WS-MEASURE-KIND         PIC X(01).
003460             88  WS-MEASURE-IS-AMOUNT    VALUE 'A'.
003470         10  WS-MEASURE-NAME         PIC X(12).
003480 01  WS-MEASURE-VALUES.
003490     05  WS-MEASURE-VALUE        PIC S9(13)V99 COMP-3
003500                                 OCCURS 4 TIMES.
003510 01  WS-VARIANCE                 PIC S9(13)V99 COMP-3 VALUE ZERO.
003520 01  WS-PCT                      PIC S9(05)V9 COMP-3 VALUE ZERO.
003530 01  WS-PCT-TEXT                 PIC X(08)  VALUE SPACES.
003540 01  WS-CURRENT-VALUE            PIC S9(13)V99 COMP-3 VALUE ZERO.
003550 01  WS-PRIOR-VALUE              PIC S9(13)V99 COMP-3 VALUE ZERO.
003560 01  WS-EDIT-AMOUNT              PIC -(11)9.99.
003570 01  WS-EDIT-COUNT               PIC -(14)9.
003580 01  WS-EDIT-PCT                 PIC -(5)9.9.
003590 01  WS-VALUE-TEXT               PIC X(15)  VALUE SPACES.
003600 01  WS-PREV-BRANCH              PIC X(03)  VALUE SPACES.
003610 77  WS-PAGE-COUNT               PIC 9(04)  COMP VALUE ZERO.
003620 77  WS-LINE-COUNT               PIC 9(03)  COMP VALUE ZERO.
003630 77  WS-PAGE-LIMIT               PIC 9(03)  COMP VALUE 52.
003640*****************************************************************
003650*    COMMA-DELIMITED COPY -- SAME LINE BUILD AS THE PARTNER     *
003660*    ACKNOWLEDGEMENT FILES: EACH FIELD TRIMMED, COMMAS INSIDE   *
003670*    A FIELD BLANKED.                                           *
003680*****************************************************************
003690 01  WS-CSV-LINE                 PIC X(200) VALUE SPACES.
003700 01  WS-CSV-FIELD                PIC X(30)  VALUE SPACES.
003710 01  WS-CSV-DELIMITER            PIC X(01)  VALUE ','.
003720 77  WS-CSV-PTR                  PIC 9(03)  COMP VALUE ZERO.
003730 77  WS-CSV-LEN                  PIC 9(03)  COMP VALUE ZERO.
003740 77  WS-CSV-LEAD                 PIC 9(03)  COMP VALUE ZERO.
003750 77  WS-CSV-FIELD-COUNT          PIC 9(03)  COMP VALUE ZERO.
003760 77  WS-CHAR-SUB                 PIC 9(03)  COMP VALUE ZERO.
003770 01  WS-CSV-BRANCH               PIC X(03)  VALUE SPACES.
003780 01  WS-CSV-CURRENCY             PIC X(03)  VALUE SPACES.
003790 01  WS-EDIT-CYCLE               PIC ZZ9.
003800*****************************************************************
003810*    RUN COUNTS.                                                *
003820*****************************************************************
003830 77  WS-POSTED-COUNT             PIC 9(09)  COMP VALUE ZERO.
003840 77  WS-MTD-COUNT                PIC 9(09)  COMP VALUE ZERO.
003850 77  WS-REJECT-COUNT             PIC 9(09)  COMP VALUE ZERO.
003860 77  WS-NEW-ACCOUNT-COUNT        PIC 9(09)  COMP VALUE ZERO.
003870 77  WS-HIST-READ-COUNT          PIC 9(09)  COMP VALUE ZERO.
003880 77  WS-HIST-KEPT-COUNT          PIC 9(09)  COMP VALUE ZERO.
003890 77  WS-HIST-ADDED-COUNT         PIC 9(09)  COMP VALUE ZERO.
003900 77  WS-CSV-COUNT                PIC 9(09)  COMP VALUE ZERO.
003910*
003920 PROCEDURE DIVISION.
003930*****************************************************************
003940*    0000-MAINLINE                                             *
003950*****************************************************************
003960 0000-MAINLINE.
003970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003980     IF NOT WS-PERIOD-FOUND-YES
003990         PERFORM 2100-SCAN-SUMMARY THRU 2100-EXIT
004000         PERFORM 2200-CARRY-SUMMARY THRU 2200-EXIT
004010         PERFORM 8000-FINALIZE THRU 8000-EXIT
004020         GO TO 9999-EXIT
004030     END-IF.
004040     PERFORM 1300-LOAD-BRANCH-CONTROL THRU 1300-EXIT.
004050     PERFORM 2100-SCAN-SUMMARY THRU 2100-EXIT.
004060     PERFORM 2200-CARRY-SUMMARY THRU 2200-EXIT.
004070     PERFORM 2500-COUNT-POSTED THRU 2500-EXIT.
004080     PERFORM 2600-COUNT-MTD THRU 2600-EXIT.
004090     PERFORM 2700-COUNT-REJECTS THRU 2700-EXIT.
004100     PERFORM 2800-COUNT-NEW-ACCOUNTS THRU 2800-EXIT.
004110     PERFORM 3000-WRITE-TONIGHT-SUMMARY THRU 3000-EXIT.
004120     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
004130     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004140     GO TO 9999-EXIT.
004150*****************************************************************
004160*    1000-INITIALIZE -- BUSINESS DATE (CYCLE CONTROL, ELSE THE  *
004170*    RUN DATE) AND ITS PERIOD ON THE CALENDAR.                  *
004180*****************************************************************
004190 1000-INITIALIZE.
004200     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
004210     MOVE WS-SYS-DATE TO WS-BUSINESS-DATE.
004220     OPEN INPUT CYCLE-CONTROL.
004230     IF WS-CYCCTL-FS = '00'
004240         READ CYCLE-CONTROL
004250             AT END
004260                 CONTINUE
004270             NOT AT END
004280                 MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
004290         END-READ
004300         CLOSE CYCLE-CONTROL
004310     END-IF.
004320     PERFORM 1100-FIND-PERIOD THRU 1100-EXIT.
004330     OPEN INPUT MIS-HIST-IN.
004340     IF WS-MISHIN-FS NOT = '00'
004350         DISPLAY 'TEST-PROGRAM-BRMIS - UNABLE TO OPEN MIS-HIST'
004360             '-IN - STATUS ' WS-MISHIN-FS
004370         MOVE 16 TO RETURN-CODE
004380         GO TO 9999-EXIT
004390     END-IF.
004400     CLOSE MIS-HIST-IN.
004410     OPEN OUTPUT MIS-HIST-OUT.
004420     IF WS-MISHOUT-FS NOT = '00'
004430         DISPLAY 'TEST-PROGRAM-BRMIS - UNABLE TO OPEN MIS-HIST'
004440             '-OUT - STATUS ' WS-MISHOUT-FS
004450         MOVE 16 TO RETURN-CODE
004460         GO TO 9999-EXIT
004470     END-IF.
004480     IF NOT WS-PERIOD-FOUND-YES
004490         DISPLAY 'TEST-PROGRAM-BRMIS - NO CALENDAR PERIOD FOR '
004500             'BUSINESS DATE ' WS-BUSINESS-DATE
004510             ' - SUMMARY CARRIED FORWARD, NO REPORT'
004520         MOVE 8 TO RETURN-CODE
004530         GO TO 1000-EXIT
004540     END-IF.
004550     OPEN OUTPUT MIS-REPORT.
004560     IF WS-MISRPT-FS NOT = '00'
004570         DISPLAY 'TEST-PROGRAM-BRMIS - UNABLE TO OPEN MIS-REPORT'
004580             ' - STATUS ' WS-MISRPT-FS
004590         MOVE 16 TO RETURN-CODE
004600         GO TO 9999-EXIT
004610     END-IF.
004620     OPEN OUTPUT MIS-CSV.
004630     IF WS-MISCSV-FS NOT = '00'
004640         DISPLAY 'TEST-PROGRAM-BRMIS - UNABLE TO OPEN MIS-CSV'
004650             ' - STATUS ' WS-MISCSV-FS
004660         MOVE 16 TO RETURN-CODE
004670         GO TO 9999-EXIT
004680     END-IF.
004690 1000-EXIT.
004700     EXIT.
004710*****************************************************************
004720*    1100-FIND-PERIOD -- THE CARD WHOSE RANGE HOLDS THE         *
004730*    BUSINESS DATE IS THE CURRENT PERIOD; THE CARD BEFORE IT    *
004740*    (THE DECK IS IN DATE ORDER) IS THE PRIOR PERIOD.           *
004750*****************************************************************
004760 1100-FIND-PERIOD.
004770     OPEN INPUT CALENDAR-FILE.
004780     IF WS-CALCTL-FS NOT = '00'
004790         DISPLAY 'TEST-PROGRAM-BRMIS - NO PERIOD CALENDAR - '
004800             'STATUS ' WS-CALCTL-FS
004810         GO TO 1100-EXIT
004820     END-IF.
004830     MOVE 'N' TO WS-EOF-SWITCH.
004840     PERFORM 1110-TEST-CALENDAR-CARD THRU 1110-EXIT
004850         UNTIL WS-EOF-YES.
004860     CLOSE CALENDAR-FILE.
004870     MOVE 'N' TO WS-EOF-SWITCH.
004880 1100-EXIT.
004890     EXIT.
004900*
004910 1110-TEST-CALENDAR-CARD.
004920     READ CALENDAR-FILE
004930         AT END
004940             MOVE 'Y' TO WS-EOF-SWITCH
004950             GO TO 1110-EXIT
004960     END-READ.
004970     IF CAL-PERIOD-START NOT > WS-BUSINESS-DATE
004980             AND CAL-PERIOD-END NOT < WS-BUSINESS-DATE
004990         MOVE 'Y'              TO WS-PERIOD-FOUND-SWITCH
005000         MOVE CAL-PERIOD-ID    TO WS-PERIOD-ID
005010         MOVE CAL-PERIOD-START TO WS-PERIOD-START
005020         IF WS-LAST-CARD-PERIOD-ID NOT = SPACES
005030             MOVE 'Y' TO WS-PRIOR-FOUND-SWITCH
005040             MOVE WS-LAST-CARD-PERIOD-ID TO WS-PRIOR-PERIOD-ID
005050         END-IF
005060         MOVE 'Y' TO WS-EOF-SWITCH
005070         GO TO 1110-EXIT
005080     END-IF.
005090     MOVE CAL-PERIOD-ID TO WS-LAST-CARD-PERIOD-ID.
005100 1110-EXIT.
005110     EXIT.
005120*****************************************************************
005130*    1300-LOAD-BRANCH-CONTROL -- NAMES FOR THE PAGE HEADINGS;   *
005140*    EVERY BRANCH ON THE DECK GETS A PAGE EVEN ON A QUIET       *
005150*    NIGHT, SO ITS TOTAL ENTRY IS MADE UP FRONT.                *
005160*****************************************************************
005170 1300-LOAD-BRANCH-CONTROL.
005180     MOVE WS-ALL-KEY TO WS-SEARCH-BRANCH.
005190     MOVE WS-ALL-KEY TO WS-SEARCH-CURRENCY.
005200     PERFORM 5100-FIND-OR-ADD-ENTRY THRU 5100-EXIT.
005210     OPEN INPUT BRANCH-CONTROL.
005220     IF WS-BRCHCTL-FS NOT = '00'
005230         DISPLAY 'TEST-PROGRAM-BRMIS - NO BRANCH CONTROL DECK - '
005240             'STATUS ' WS-BRCHCTL-FS
005250         GO TO 1300-EXIT
005260     END-IF.
005270     MOVE 'N' TO WS-EOF-SWITCH.
005280     PERFORM 1310-READ-BRANCH-CARD THRU 1310-EXIT
005290         UNTIL WS-EOF-YES.
005300     CLOSE BRANCH-CONTROL.
005310     MOVE 'N' TO WS-EOF-SWITCH.
005320 1300-EXIT.
005330     EXIT.
005340*
005350 1310-READ-BRANCH-CARD.
005360     READ BRANCH-CONTROL
005370         AT END
005380             MOVE 'Y' TO WS-EOF-SWITCH
005390             GO TO 1310-EXIT
005400     END-READ.
005410     IF BCTL-BRANCH-CODE = SPACES
005420             OR WS-BRANCH-COUNT = WS-BRANCH-MAX
005430         GO TO 1310-EXIT
005440     END-IF.
005450     ADD 1 TO WS-BRANCH-COUNT.
005460     MOVE BCTL-BRANCH-CODE TO WS-BRN-CODE(WS-BRANCH-COUNT).
005470     MOVE BCTL-BRANCH-NAME TO WS-BRN-NAME(WS-BRANCH-COUNT).
005480     MOVE BCTL-BRANCH-CODE TO WS-SEARCH-BRANCH.
005490     MOVE WS-ALL-KEY       TO WS-SEARCH-CURRENCY.
005500     PERFORM 5100-FIND-OR-ADD-ENTRY THRU 5100-EXIT.
005510 1310-EXIT.
005520     EXIT.
005530*****************************************************************
005540*    2100-SCAN-SUMMARY -- FIRST PASS OF THE RETAINED SUMMARY:   *
005550*    TONIGHT'S CYCLE NUMBER (EARLIER NIGHTS OF THIS PERIOD + 1) *
005560*    AND THE LAST EARLIER CYCLE DATE.                           *
005570*****************************************************************
005580 2100-SCAN-SUMMARY.
005590     OPEN INPUT MIS-HIST-IN.
005600     MOVE 'N' TO WS-EOF-SWITCH.
005610     PERFORM 2110-SCAN-ONE-ROW THRU 2110-EXIT
005620         UNTIL WS-EOF-YES.
005630     CLOSE MIS-HIST-IN.
005640     MOVE 'N' TO WS-EOF-SWITCH.
005650     ADD 1 TO WS-CYCLE-NO.
005660 2100-EXIT.
005670     EXIT.
005680*
005690 2110-SCAN-ONE-ROW.
005700     READ MIS-HIST-IN
005710         AT END
005720             MOVE 'Y' TO WS-EOF-SWITCH
005730             GO TO 2110-EXIT
005740     END-READ.
005750     IF BRM-BUSINESS-DATE NOT < WS-BUSINESS-DATE
005760         GO TO 2110-EXIT
005770     END-IF.
005780     IF BRM-BUSINESS-DATE > WS-LAST-CYCLE-DATE
005790         MOVE BRM-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
005800     END-IF.
005810     IF BRM-PERIOD-ID = WS-PERIOD-ID
005820             AND BRM-BUSINESS-DATE NOT = WS-LAST-CURRENT-DATE
005830         ADD 1 TO WS-CYCLE-NO
005840         MOVE BRM-BUSINESS-DATE TO WS-LAST-CURRENT-DATE
005850     END-IF.
005860     IF BRM-PERIOD-ID = WS-PRIOR-PERIOD-ID
005870             AND WS-PRIOR-FOUND-YES
005880             AND BRM-BUSINESS-DATE NOT = WS-LAST-PRIOR-DATE
005890         ADD 1 TO WS-PRIOR-CYCLE-COUNT
005900         MOVE BRM-BUSINESS-DATE TO WS-LAST-PRIOR-DATE
005910     END-IF.
005920 2110-EXIT.
005930     EXIT.
005940*****************************************************************
005950*    2200-CARRY-SUMMARY -- SECOND PASS: KEEP THE CURRENT AND    *
005960*    PRIOR PERIODS' EARLIER NIGHTS ON THE NEW GENERATION (ALL   *
005970*    OF THEM WHEN THE PERIOD IS UNKNOWN), ADD THE PRIOR         *
005980*    PERIOD'S CYCLES 1 TO N INTO SET 4 (CYCLE N ALSO INTO SET   *
005990*    2) AND THIS PERIOD'S EARLIER REJECTS INTO SET 3.           *
006000*****************************************************************
006010 2200-CARRY-SUMMARY.
006020     OPEN INPUT MIS-HIST-IN.
006030     MOVE 'N' TO WS-EOF-SWITCH.
006040     PERFORM 2210-CARRY-ONE-ROW THRU 2210-EXIT
006050         UNTIL WS-EOF-YES.
006060     CLOSE MIS-HIST-IN.
006070     MOVE 'N' TO WS-EOF-SWITCH.
006080 2200-EXIT.
006090     EXIT.
006100*
006110 2210-CARRY-ONE-ROW.
006120     READ MIS-HIST-IN
006130         AT END
006140             MOVE 'Y' TO WS-EOF-SWITCH
006150             GO TO 2210-EXIT
006160     END-READ.
006170     ADD 1 TO WS-HIST-READ-COUNT.
006180     IF BRM-BUSINESS-DATE NOT < WS-BUSINESS-DATE
006190         GO TO 2210-EXIT
006200     END-IF.
006210     IF NOT WS-PERIOD-FOUND-YES
006220         WRITE MIS-HIST-OUT-RECORD FROM BRANCH-MIS-RECORD
006230         ADD 1 TO WS-HIST-KEPT-COUNT
006240         GO TO 2210-EXIT
006250     END-IF.
006260     IF BRM-PERIOD-ID NOT = WS-PERIOD-ID
006270             AND (NOT WS-PRIOR-FOUND-YES
006280              OR BRM-PERIOD-ID NOT = WS-PRIOR-PERIOD-ID)
006290         GO TO 2210-EXIT
006300     END-IF.
006310     WRITE MIS-HIST-OUT-RECORD FROM BRANCH-MIS-RECORD.
006320     ADD 1 TO WS-HIST-KEPT-COUNT.
006330     IF BRM-PERIOD-ID = WS-PERIOD-ID
006340         IF BRM-REJECT-COUNT > ZERO
006350             PERFORM 5000-CLEAR-ADD-FIGURES THRU 5000-EXIT
006360             MOVE BRM-REJECT-COUNT TO WS-ADD-REJECT-COUNT
006370             MOVE BRM-BRANCH   TO WS-ADD-BRANCH
006380             MOVE BRM-CURRENCY TO WS-ADD-CURRENCY
006390             MOVE 3 TO WS-ADD-SET
006400             PERFORM 5200-ADD-FIGURES THRU 5200-EXIT
006410         END-IF
006420         GO TO 2210-EXIT
006430     END-IF.
006440     IF BRM-CYCLE-NO > WS-CYCLE-NO
006450         GO TO 2210-EXIT
006460     END-IF.
006470     PERFORM 5000-CLEAR-ADD-FIGURES THRU 5000-EXIT.
006480     MOVE BRM-DR-COUNT       TO WS-ADD-DR-COUNT.
006490     MOVE BRM-DR-AMOUNT      TO WS-ADD-DR-AMOUNT.
006500     MOVE BRM-CR-COUNT       TO WS-ADD-CR-COUNT.
006510     MOVE BRM-CR-AMOUNT      TO WS-ADD-CR-AMOUNT.
006520     MOVE BRM-REJECT-COUNT   TO WS-ADD-REJECT-COUNT.
006530     MOVE BRM-REVERSAL-COUNT TO WS-ADD-REV-COUNT.
006540     MOVE BRM-NEW-ACCT-COUNT TO WS-ADD-NEW-ACCOUNTS.
006550     MOVE BRM-BRANCH         TO WS-ADD-BRANCH.
006560     MOVE BRM-CURRENCY       TO WS-ADD-CURRENCY.
006570     MOVE 4 TO WS-ADD-SET.
006580     PERFORM 5200-ADD-FIGURES THRU 5200-EXIT.
006590     IF BRM-CYCLE-NO = WS-CYCLE-NO
006600         MOVE 2 TO WS-ADD-SET
006610         PERFORM 5200-ADD-FIGURES THRU 5200-EXIT
006620     END-IF.
006630 2210-EXIT.
006640     EXIT.
006650*****************************************************************
006660*    2500-COUNT-POSTED -- TONIGHT'S POSTED ITEMS INTO SET 1.    *
006670*    2600-COUNT-MTD -- THE PERIOD-TO-DATE FILE INTO SET 3.      *
006680*    BOTH CARRY THE BASE AMOUNT AND THE SETTLEMENT CURRENCY.    *
006690*****************************************************************
006700 2500-COUNT-POSTED.
006710     OPEN INPUT POSTED-IN.
006720     IF WS-POSTIN-FS NOT = '00'
006730         DISPLAY 'TEST-PROGRAM-BRMIS - UNABLE TO OPEN POSTED-IN'
006740             ' - STATUS ' WS-POSTIN-FS
006750         MOVE 16 TO RETURN-CODE
006760         GO TO 9999-EXIT
006770     END-IF.
006780     MOVE 1 TO WS-ADD-SET.
006790     MOVE 'N' TO WS-EOF-SWITCH.
006800     PERFORM 2510-COUNT-ONE-POSTED THRU 2510-EXIT
006810         UNTIL WS-EOF-YES.
006820     CLOSE POSTED-IN.
006830     MOVE 'N' TO WS-EOF-SWITCH.
006840 2500-EXIT.
006850     EXIT.
006860*
006870 2510-COUNT-ONE-POSTED.
006880     READ POSTED-IN
006890         AT END
006900             MOVE 'Y' TO WS-EOF-SWITCH
006910             GO TO 2510-EXIT
006920     END-READ.
006930     ADD 1 TO WS-POSTED-COUNT.
006940     MOVE POSTED-IN-RECORD TO TRANS-RECORD.
006950     PERFORM 2900-ADD-ONE-TRANS THRU 2900-EXIT.
006960 2510-EXIT.
006970     EXIT.
006980*
006990 2600-COUNT-MTD.
007000     OPEN INPUT MTD-IN.
007010     IF WS-MTDIN-FS NOT = '00'
007020         DISPLAY 'TEST-PROGRAM-BRMIS - UNABLE TO OPEN MTD-IN'
007030             ' - STATUS ' WS-MTDIN-FS
007040         MOVE 16 TO RETURN-CODE
007050         GO TO 9999-EXIT
007060     END-IF.
007070     MOVE 3 TO WS-ADD-SET.
007080     MOVE 'N' TO WS-EOF-SWITCH.
007090     PERFORM 2610-COUNT-ONE-MTD THRU 2610-EXIT
007100         UNTIL WS-EOF-YES.
007110     CLOSE MTD-IN.
007120     MOVE 'N' TO WS-EOF-SWITCH.
007130 2600-EXIT.
007140     EXIT.
007150*
007160 2610-COUNT-ONE-MTD.
007170     READ MTD-IN
007180         AT END
007190             MOVE 'Y' TO WS-EOF-SWITCH
007200             GO TO 2610-EXIT
007210     END-READ.
007220     ADD 1 TO WS-MTD-COUNT.
007230     MOVE MTD-IN-RECORD TO TRANS-RECORD.
007240     PERFORM 2900-ADD-ONE-TRANS THRU 2900-EXIT.
007250 2610-EXIT.
007260     EXIT.
007270*****************************************************************
007280*    2700-COUNT-REJECTS -- TONIGHT'S EDIT REJECTS, BY THE       *
007290*    BRANCH AND CURRENCY ON THE REJECTED IMAGE, INTO SETS 1     *
007300*    AND 3.                                                     *
007310*****************************************************************
007320 2700-COUNT-REJECTS.
007330     OPEN INPUT REJECT-FILE.
007340     IF WS-REJECT-FS NOT = '00'
007350         DISPLAY 'TEST-PROGRAM-BRMIS - UNABLE TO OPEN REJECT'
007360             '-FILE - STATUS ' WS-REJECT-FS
007370         MOVE 16 TO RETURN-CODE
007380         GO TO 9999-EXIT
007390     END-IF.
007400     MOVE 'N' TO WS-EOF-SWITCH.
007410     PERFORM 2710-COUNT-ONE-REJECT THRU 2710-EXIT
007420         UNTIL WS-EOF-YES.
007430     CLOSE REJECT-FILE.
007440     MOVE 'N' TO WS-EOF-SWITCH.
007450 2700-EXIT.
007460     EXIT.
007470*
007480 2710-COUNT-ONE-REJECT.
007490     READ REJECT-FILE
007500         AT END
007510             MOVE 'Y' TO WS-EOF-SWITCH
007520             GO TO 2710-EXIT
007530     END-READ.
007540     ADD 1 TO WS-REJECT-COUNT.
007550     MOVE REJECT-INPUT-RECORD TO TRANS-RECORD.
007560     PERFORM 5000-CLEAR-ADD-FIGURES THRU 5000-EXIT.
007570     MOVE 1 TO WS-ADD-REJECT-COUNT.
007580     MOVE TRANS-BRANCH TO WS-ADD-BRANCH.
007590     MOVE TRANS-CURRENCY TO WS-ADD-CURRENCY.
007600     IF WS-ADD-CURRENCY = SPACES
007610         MOVE WS-BASE-CURRENCY TO WS-ADD-CURRENCY
007620     END-IF.
007630     MOVE 1 TO WS-ADD-SET.
007640     PERFORM 5200-ADD-FIGURES THRU 5200-EXIT.
007650     MOVE 3 TO WS-ADD-SET.
007660     PERFORM 5200-ADD-FIGURES THRU 5200-EXIT.
007670 2710-EXIT.
007680     EXIT.
007690*****************************************************************
007700*    2800-COUNT-NEW-ACCOUNTS -- ACCOUNTS OPENED THIS PERIOD UP  *
007710*    TO THE BUSINESS DATE INTO SET 3, BY DOMICILE BRANCH; THOSE *
007720*    OPENED SINCE THE LAST CYCLE (TONIGHT'S DATE ON THE FIRST   *
007730*    RUN) ALSO INTO SET 1.                                      *
007740*****************************************************************
007750 2800-COUNT-NEW-ACCOUNTS.
007760     IF WS-LAST-CYCLE-DATE = ZERO
007770         COMPUTE WS-LAST-CYCLE-DATE = WS-BUSINESS-DATE - 1
007780     END-IF.
007790     OPEN INPUT ACCOUNT-MASTER.
007800     IF WS-ACCTMST-FS NOT = '00'
007810         DISPLAY 'TEST-PROGRAM-BRMIS - UNABLE TO OPEN ACCOUNT'
007820             '-MASTER - STATUS ' WS-ACCTMST-FS
007830             ' - NEW ACCOUNTS NOT COUNTED'
007840         IF RETURN-CODE < 4
007850             MOVE 4 TO RETURN-CODE
007860         END-IF
007870         GO TO 2800-EXIT
007880     END-IF.
007890     MOVE 'N' TO WS-EOF-SWITCH.
007900     PERFORM 2810-TEST-ONE-ACCOUNT THRU 2810-EXIT
007910         UNTIL WS-EOF-YES.
007920     CLOSE ACCOUNT-MASTER.
007930     MOVE 'N' TO WS-EOF-SWITCH.
007940 2800-EXIT.
007950     EXIT.
007960*
007970 2810-TEST-ONE-ACCOUNT.
007980     READ ACCOUNT-MASTER
007990         AT END
008000             MOVE 'Y' TO WS-EOF-SWITCH
008010             GO TO 2810-EXIT
008020     END-READ.
008030     IF ACCT-OPEN-DATE NOT NUMERIC
008040             OR ACCT-OPEN-DATE < WS-PERIOD-START
008050             OR ACCT-OPEN-DATE > WS-BUSINESS-DATE
008060         GO TO 2810-EXIT
008070     END-IF.
008080     PERFORM 5000-CLEAR-ADD-FIGURES THRU 5000-EXIT.
008090     MOVE 1 TO WS-ADD-NEW-ACCOUNTS.
008100     MOVE ACCT-BRANCH TO WS-ADD-BRANCH.
008110     MOVE SPACES TO WS-ADD-CURRENCY.
008120     MOVE 3 TO WS-ADD-SET.
008130     PERFORM 5200-ADD-FIGURES THRU 5200-EXIT.
008140     IF ACCT-OPEN-DATE > WS-LAST-CYCLE-DATE
008150         ADD 1 TO WS-NEW-ACCOUNT-COUNT
008160         MOVE 1 TO WS-ADD-SET
008170         PERFORM 5200-ADD-FIGURES THRU 5200-EXIT
008180     END-IF.
008190 2810-EXIT.
008200     EXIT.
008210*****************************************************************
008220*    2900-ADD-ONE-TRANS -- A POSTED IMAGE IN TRANS-RECORD INTO  *
008230*    FIGURE SET WS-ADD-SET.  A REVERSAL IS COUNTED AS SUCH, NOT *
008240*    AS A DEBIT OR CREDIT.                                      *
008250*****************************************************************
008260 2900-ADD-ONE-TRANS.
008270     PERFORM 5000-CLEAR-ADD-FIGURES THRU 5000-EXIT.
008280     EVALUATE TRUE
008290         WHEN TRANS-TYPE-REVERSAL
008300             MOVE 1 TO WS-ADD-REV-COUNT
008310         WHEN TRANS-TYPE-DEBIT
008320             MOVE 1 TO WS-ADD-DR-COUNT
008330             MOVE TRANS-AMOUNT TO WS-ADD-DR-AMOUNT
008340         WHEN OTHER
008350             MOVE 1 TO WS-ADD-CR-COUNT
008360             MOVE TRANS-AMOUNT TO WS-ADD-CR-AMOUNT
008370     END-EVALUATE.
008380     MOVE TRANS-BRANCH TO WS-ADD-BRANCH.
008390     MOVE TRANS-CURRENCY TO WS-ADD-CURRENCY.
008400     IF WS-ADD-CURRENCY = SPACES
008410         MOVE WS-BASE-CURRENCY TO WS-ADD-CURRENCY
008420     END-IF.
008430     PERFORM 5200-ADD-FIGURES THRU 5200-EXIT.
008440 2900-EXIT.
008450     EXIT.
008460*****************************************************************
008470*    3000-WRITE-TONIGHT-SUMMARY -- ONE ROW PER BRANCH AND       *
008480*    CURRENCY WITH ANY ACTIVITY TONIGHT, AND A BLANK-CURRENCY   *
008490*    ROW PER BRANCH THAT OPENED ACCOUNTS, AFTER THE ROWS KEPT   *
008500*    FROM THE OLD GENERATION.                                   *
008510*****************************************************************
008520 3000-WRITE-TONIGHT-SUMMARY.
008530     PERFORM 3100-WRITE-ONE-SUMMARY THRU 3100-EXIT
008540         VARYING WS-MIS-SUB FROM 1 BY 1
008550         UNTIL WS-MIS-SUB > WS-MIS-COUNT.
008560 3000-EXIT.
008570     EXIT.
008580*
008590 3100-WRITE-ONE-SUMMARY.
008600     IF WS-MIS-BRANCH(WS-MIS-SUB) = WS-ALL-KEY
008610         GO TO 3100-EXIT
008620     END-IF.
008630     MOVE SPACES TO BRANCH-MIS-RECORD.
008640     MOVE WS-BUSINESS-DATE TO BRM-BUSINESS-DATE.
008650     MOVE WS-PERIOD-ID     TO BRM-PERIOD-ID.
008660     MOVE WS-CYCLE-NO      TO BRM-CYCLE-NO.
008670     MOVE WS-MIS-BRANCH(WS-MIS-SUB) TO BRM-BRANCH.
008680     MOVE ZERO TO BRM-DR-COUNT BRM-DR-AMOUNT BRM-CR-COUNT
008690         BRM-CR-AMOUNT BRM-REJECT-COUNT BRM-REVERSAL-COUNT
008700         BRM-NEW-ACCT-COUNT.
008710     IF WS-MIS-CURRENCY(WS-MIS-SUB) = WS-ALL-KEY
008720         IF WS-MIS-NEW-ACCOUNTS(WS-MIS-SUB, 1) = ZERO
008730             GO TO 3100-EXIT
008740         END-IF
008750         MOVE SPACES TO BRM-CURRENCY
008760         MOVE WS-MIS-NEW-ACCOUNTS(WS-MIS-SUB, 1)
008770             TO BRM-NEW-ACCT-COUNT
008780     ELSE
008790         IF WS-MIS-DR-COUNT(WS-MIS-SUB, 1) = ZERO
008800                 AND WS-MIS-CR-COUNT(WS-MIS-SUB, 1) = ZERO
008810                 AND WS-MIS-REJECT-COUNT(WS-MIS-SUB, 1) = ZERO
008820                 AND WS-MIS-REV-COUNT(WS-MIS-SUB, 1) = ZERO
008830             GO TO 3100-EXIT
008840         END-IF
008850         MOVE WS-MIS-CURRENCY(WS-MIS-SUB) TO BRM-CURRENCY
008860         MOVE WS-MIS-DR-COUNT(WS-MIS-SUB, 1) TO BRM-DR-COUNT
008870         MOVE WS-MIS-DR-AMOUNT(WS-MIS-SUB, 1) TO BRM-DR-AMOUNT
008880         MOVE WS-MIS-CR-COUNT(WS-MIS-SUB, 1) TO BRM-CR-COUNT
008890         MOVE WS-MIS-CR-AMOUNT(WS-MIS-SUB, 1) TO BRM-CR-AMOUNT
008900         MOVE WS-MIS-REJECT-COUNT(WS-MIS-SUB, 1)
008910             TO BRM-REJECT-COUNT
008920         MOVE WS-MIS-REV-COUNT(WS-MIS-SUB, 1)
008930             TO BRM-REVERSAL-COUNT
008940     END-IF.
008950     WRITE MIS-HIST-OUT-RECORD FROM BRANCH-MIS-RECORD.
008960     ADD 1 TO WS-HIST-ADDED-COUNT.
008970 3100-EXIT.
008980     EXIT.
008990*****************************************************************
009000*    4000-PRINT-REPORT -- THE TABLE IS IN BRANCH/CURRENCY       *
009010*    ORDER WITH EACH BRANCH'S TOTAL LAST AND THE BANK LAST OF   *
009020*    ALL, SO A NEW BRANCH STARTS A NEW PAGE AND THE BANK PAGES  *
009030*    ARE THE RECAP.  THE CSV HEADER ROW GOES OUT FIRST.         *
009040*****************************************************************
009050 4000-PRINT-REPORT.
009060     PERFORM 6000-START-CSV-LINE THRU 6000-EXIT.
009070     MOVE 'BUSINESS-DATE' TO WS-CSV-FIELD.
009080     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009090     MOVE 'PERIOD' TO WS-CSV-FIELD.
009100     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009110     MOVE 'CYCLE' TO WS-CSV-FIELD.
009120     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009130     MOVE 'BRANCH' TO WS-CSV-FIELD.
009140     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009150     MOVE 'BRANCH-NAME' TO WS-CSV-FIELD.
009160     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009170     MOVE 'CURRENCY' TO WS-CSV-FIELD.
009180     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009190     MOVE 'MEASURE' TO WS-CSV-FIELD.
009200     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009210     MOVE 'TODAY' TO WS-CSV-FIELD.
009220     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009230     MOVE 'PRIOR-TODAY' TO WS-CSV-FIELD.
009240     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009250     MOVE 'VARIANCE-TODAY' TO WS-CSV-FIELD.
009260     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009270     MOVE 'PCT-CHANGE-TODAY' TO WS-CSV-FIELD.
009280     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009290     MOVE 'PTD' TO WS-CSV-FIELD.
009300     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009310     MOVE 'PRIOR-PTD' TO WS-CSV-FIELD.
009320     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009330     MOVE 'VARIANCE-PTD' TO WS-CSV-FIELD.
009340     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009350     MOVE 'PCT-CHANGE-PTD' TO WS-CSV-FIELD.
009360     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
009370     WRITE MIS-CSV-LINE FROM WS-CSV-LINE.
009380     MOVE LOW-VALUES TO WS-PREV-BRANCH.
009390     PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-EXIT
009400         VARYING WS-MIS-SUB FROM 1 BY 1
009410         UNTIL WS-MIS-SUB > WS-MIS-COUNT.
009420 4000-EXIT.
009430     EXIT.
009440*
009450 4100-PRINT-ONE-ENTRY.
009460     IF WS-MIS-BRANCH(WS-MIS-SUB) NOT = WS-PREV-BRANCH
009470         MOVE WS-MIS-BRANCH(WS-MIS-SUB) TO WS-PREV-BRANCH
009480         PERFORM 4500-BRANCH-NAME THRU 4500-EXIT
009490         PERFORM 4600-WRITE-PAGE-HEADERS THRU 4600-EXIT
009500     END-IF.
009510     IF WS-LINE-COUNT > WS-PAGE-LIMIT
009520         PERFORM 4600-WRITE-PAGE-HEADERS THRU 4600-EXIT
009530     END-IF.
009540     IF WS-MIS-CURRENCY(WS-MIS-SUB) = WS-ALL-KEY
009550         MOVE 7 TO WS-MEASURE-LAST
009560         MOVE 'ALL' TO WS-CSV-CURRENCY
009570     ELSE
009580         MOVE 6 TO WS-MEASURE-LAST
009590         MOVE WS-MIS-CURRENCY(WS-MIS-SUB) TO WS-CSV-CURRENCY
009600     END-IF.
009610     IF WS-MIS-BRANCH(WS-MIS-SUB) = WS-ALL-KEY
009620         MOVE 'ALL' TO WS-CSV-BRANCH
009630     ELSE
009640         MOVE WS-MIS-BRANCH(WS-MIS-SUB) TO WS-CSV-BRANCH
009650     END-IF.
009660     PERFORM 4200-PRINT-ONE-MEASURE THRU 4200-EXIT
009670         VARYING WS-MEASURE-SUB FROM 1 BY 1
009680         UNTIL WS-MEASURE-SUB > WS-MEASURE-LAST.
009690     WRITE WS-MIS-BLANK-LINE FROM SPACES.
009700     ADD 1 TO WS-LINE-COUNT.
009710 4100-EXIT.
009720     EXIT.
009730*
009740 4200-PRINT-ONE-MEASURE.
009750     PERFORM 4300-PICK-MEASURE THRU 4300-EXIT
009760         VARYING WS-SET-SUB FROM 1 BY 1
009770         UNTIL WS-SET-SUB > 4.
009780     MOVE SPACES TO WS-MIS-DETAIL-LINE.
009790     IF WS-MEASURE-SUB = 1
009800         MOVE WS-CSV-CURRENCY TO MD-CURRENCY
009810     END-IF.
009820     MOVE WS-MEASURE-NAME(WS-MEASURE-SUB) TO MD-MEASURE.
009830     MOVE WS-MEASURE-VALUE(1) TO WS-CURRENT-VALUE.
009840     PERFORM 4400-EDIT-VALUE THRU 4400-EXIT.
009850     MOVE WS-VALUE-TEXT TO MD-TODAY.
009860     MOVE WS-MEASURE-VALUE(2) TO WS-CURRENT-VALUE.
009870     PERFORM 4400-EDIT-VALUE THRU 4400-EXIT.
009880     MOVE WS-VALUE-TEXT TO MD-PRIOR-TODAY.
009890     MOVE WS-MEASURE-VALUE(1) TO WS-CURRENT-VALUE.
009900     MOVE WS-MEASURE-VALUE(2) TO WS-PRIOR-VALUE.
009910     PERFORM 4410-EDIT-VARIANCE THRU 4410-EXIT.
009920     MOVE WS-VALUE-TEXT TO MD-VAR-TODAY.
009930     MOVE WS-PCT-TEXT TO MD-PCT-TODAY.
009940     MOVE WS-MEASURE-VALUE(3) TO WS-CURRENT-VALUE.
009950     PERFORM 4400-EDIT-VALUE THRU 4400-EXIT.
009960     MOVE WS-VALUE-TEXT TO MD-PTD.
009970     MOVE WS-MEASURE-VALUE(4) TO WS-CURRENT-VALUE.
009980     PERFORM 4400-EDIT-VALUE THRU 4400-EXIT.
009990     MOVE WS-VALUE-TEXT TO MD-PRIOR-PTD.
010000     MOVE WS-MEASURE-VALUE(3) TO WS-CURRENT-VALUE.
010010     MOVE WS-MEASURE-VALUE(4) TO WS-PRIOR-VALUE.
010020     PERFORM 4410-EDIT-VARIANCE THRU 4410-EXIT.
010030     MOVE WS-VALUE-TEXT TO MD-VAR-PTD.
010040     MOVE WS-PCT-TEXT TO MD-PCT-PTD.
010050     WRITE WS-MIS-DETAIL-LINE.
010060     ADD 1 TO WS-LINE-COUNT.
010070     PERFORM 4700-WRITE-CSV-MEASURE THRU 4700-EXIT.
010080 4200-EXIT.
010090     EXIT.
010100*
010110 4300-PICK-MEASURE.
010120     EVALUATE WS-MEASURE-SUB
010130         WHEN 1
010140             MOVE WS-MIS-DR-COUNT(WS-MIS-SUB, WS-SET-SUB)
010150                 TO WS-MEASURE-VALUE(WS-SET-SUB)
010160         WHEN 2
010170             MOVE WS-MIS-DR-AMOUNT(WS-MIS-SUB, WS-SET-SUB)
010180                 TO WS-MEASURE-VALUE(WS-SET-SUB)
010190         WHEN 3
010200             MOVE WS-MIS-CR-COUNT(WS-MIS-SUB, WS-SET-SUB)
010210                 TO WS-MEASURE-VALUE(WS-SET-SUB)
010220         WHEN 4
010230             MOVE WS-MIS-CR-AMOUNT(WS-MIS-SUB, WS-SET-SUB)
010240                 TO WS-MEASURE-VALUE(WS-SET-SUB)
010250         WHEN 5
010260             MOVE WS-MIS-REJECT-COUNT(WS-MIS-SUB, WS-SET-SUB)
010270                 TO WS-MEASURE-VALUE(WS-SET-SUB)
010280         WHEN 6
010290             MOVE WS-MIS-REV-COUNT(WS-MIS-SUB, WS-SET-SUB)
010300                 TO WS-MEASURE-VALUE(WS-SET-SUB)
010310         WHEN OTHER
010320             MOVE WS-MIS-NEW-ACCOUNTS(WS-MIS-SUB, WS-SET-SUB)
010330                 TO WS-MEASURE-VALUE(WS-SET-SUB)
010340     END-EVALUATE.
010350 4300-EXIT.
010360     EXIT.
010370*****************************************************************
010380*    4400-EDIT-VALUE -- WS-CURRENT-VALUE TO WS-VALUE-TEXT, TWO  *
010390*    DECIMALS FOR AN AMOUNT MEASURE, NONE FOR A COUNT.          *
010400*    4410-EDIT-VARIANCE -- CURRENT LESS PRIOR INTO              *
010410*    WS-VALUE-TEXT AND THE PERCENT CHANGE INTO WS-PCT-TEXT:     *
010420*    NEW WHEN THE PRIOR FIGURE IS ZERO, ***** WHEN TOO LARGE.   *
010430*****************************************************************
010440 4400-EDIT-VALUE.
010450     IF WS-MEASURE-IS-AMOUNT(WS-MEASURE-SUB)
010460         MOVE WS-CURRENT-VALUE TO WS-EDIT-AMOUNT
010470         MOVE WS-EDIT-AMOUNT TO WS-VALUE-TEXT
010480     ELSE
010490         MOVE WS-CURRENT-VALUE TO WS-EDIT-COUNT
010500         MOVE WS-EDIT-COUNT TO WS-VALUE-TEXT
010510     END-IF.
010520 4400-EXIT.
010530     EXIT.
010540*
010550 4410-EDIT-VARIANCE.
010560     COMPUTE WS-VARIANCE = WS-CURRENT-VALUE - WS-PRIOR-VALUE.
010570     MOVE SPACES TO WS-PCT-TEXT.
010580     IF WS-PRIOR-VALUE = ZERO
010590         IF WS-CURRENT-VALUE NOT = ZERO
010600             MOVE '     NEW' TO WS-PCT-TEXT
010610         END-IF
010620     ELSE
010630         COMPUTE WS-PCT ROUNDED =
010640                 WS-VARIANCE * 100 / WS-PRIOR-VALUE
010650             ON SIZE ERROR
010660                 MOVE '   *****' TO WS-PCT-TEXT
010670             NOT ON SIZE ERROR
010680                 MOVE WS-PCT TO WS-EDIT-PCT
010690                 MOVE WS-EDIT-PCT TO WS-PCT-TEXT
010700         END-COMPUTE
010710     END-IF.
010720     MOVE WS-VARIANCE TO WS-CURRENT-VALUE.
010730     PERFORM 4400-EDIT-VALUE THRU 4400-EXIT.
010740 4410-EXIT.
010750     EXIT.
010760*****************************************************************
010770*    4500-BRANCH-NAME -- FROM THE BRANCH CONTROL DECK.          *
010780*****************************************************************
010790 4500-BRANCH-NAME.
010800     MOVE SPACES TO WS-BRANCH-NAME.
010810     IF WS-PREV-BRANCH = WS-ALL-KEY
010820         MOVE 'BANK-WIDE RECAP' TO WS-BRANCH-NAME
010830         GO TO 4500-EXIT
010840     END-IF.
010850     IF WS-PREV-BRANCH = SPACES
010860         MOVE 'NO DOMICILE BRANCH' TO WS-BRANCH-NAME
010870         GO TO 4500-EXIT
010880     END-IF.
010890     MOVE 'NOT ON BRANCH CONTROL' TO WS-BRANCH-NAME.
010900     PERFORM 4510-TEST-ONE-BRANCH THRU 4510-EXIT
010910         VARYING WS-BRANCH-SUB FROM 1 BY 1
010920         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
010930 4500-EXIT.
010940     EXIT.
010950*
010960 4510-TEST-ONE-BRANCH.
010970     IF WS-BRN-CODE(WS-BRANCH-SUB) = WS-PREV-BRANCH
010980         MOVE WS-BRN-NAME(WS-BRANCH-SUB) TO WS-BRANCH-NAME
010990     END-IF.
011000 4510-EXIT.
011010     EXIT.
011020*
011030 4600-WRITE-PAGE-HEADERS.
011040     ADD 1 TO WS-PAGE-COUNT.
011050     IF WS-PREV-BRANCH = WS-ALL-KEY
011060         MOVE 'ALL ' TO MH-BRANCH-CODE
011070     ELSE
011080         MOVE WS-PREV-BRANCH TO MH-BRANCH-CODE
011090     END-IF.
011100     MOVE WS-BRANCH-NAME   TO MH-BRANCH-NAME.
011110     MOVE WS-BUSINESS-DATE TO MH-BUSINESS-DATE.
011120     MOVE WS-SYS-DATE      TO MH-RUN-DATE.
011130     MOVE WS-PAGE-COUNT    TO MH-PAGE.
011140     WRITE WS-MIS-HEADER-LINE1 AFTER ADVANCING PAGE.
011150     MOVE WS-PERIOD-ID     TO MH-PERIOD-ID.
011160     MOVE WS-CYCLE-NO      TO MH-CYCLE-NO.
011170     MOVE WS-CYCLE-NO      TO MH-PRIOR-CYCLE-NO.
011180     MOVE SPACES           TO MH-PRIOR-NOTE.
011190     IF WS-PRIOR-FOUND-YES
011200         MOVE WS-PRIOR-PERIOD-ID TO MH-PRIOR-PERIOD-ID
011210         IF WS-PRIOR-CYCLE-COUNT < WS-CYCLE-NO
011220             MOVE '(PRIOR PERIOD HAD FEWER CYCLES)'
011230                 TO MH-PRIOR-NOTE
011240         END-IF
011250     ELSE
011260         MOVE SPACES TO MH-PRIOR-PERIOD-ID
011270         MOVE '(NO PRIOR PERIOD ON THE CALENDAR)'
011280             TO MH-PRIOR-NOTE
011290     END-IF.
011300     WRITE WS-MIS-HEADER-LINE2.
011310     WRITE WS-MIS-HEADER-LINE3.
011320     WRITE WS-MIS-HEADER-LINE4.
011330     MOVE 4 TO WS-LINE-COUNT.
011340 4600-EXIT.
011350     EXIT.
011360*****************************************************************
011370*    4700-WRITE-CSV-MEASURE -- ONE CSV ROW PER BRANCH, CURRENCY *
011380*    AND MEASURE; NUMBERS UNEDITED BUT FOR A LEADING MINUS.     *
011390*****************************************************************
011400 4700-WRITE-CSV-MEASURE.
011410     PERFORM 6000-START-CSV-LINE THRU 6000-EXIT.
011420     MOVE WS-BUSINESS-DATE TO WS-CSV-FIELD.
011430     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
011440     MOVE WS-PERIOD-ID TO WS-CSV-FIELD.
011450     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
011460     MOVE WS-CYCLE-NO TO WS-EDIT-CYCLE.
011470     MOVE WS-EDIT-CYCLE TO WS-VALUE-TEXT.
011480     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011490     MOVE WS-CSV-BRANCH TO WS-CSV-FIELD.
011500     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
011510     MOVE WS-BRANCH-NAME TO WS-CSV-FIELD.
011520     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
011530     MOVE WS-CSV-CURRENCY TO WS-CSV-FIELD.
011540     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
011550     MOVE WS-MEASURE-NAME(WS-MEASURE-SUB) TO WS-CSV-FIELD.
011560     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
011570     MOVE MD-TODAY TO WS-VALUE-TEXT.
011580     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011590     MOVE MD-PRIOR-TODAY TO WS-VALUE-TEXT.
011600     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011610     MOVE MD-VAR-TODAY TO WS-VALUE-TEXT.
011620     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011630     MOVE MD-PCT-TODAY TO WS-VALUE-TEXT.
011640     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011650     MOVE MD-PTD TO WS-VALUE-TEXT.
011660     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011670     MOVE MD-PRIOR-PTD TO WS-VALUE-TEXT.
011680     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011690     MOVE MD-VAR-PTD TO WS-VALUE-TEXT.
011700     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011710     MOVE MD-PCT-PTD TO WS-VALUE-TEXT.
011720     PERFORM 6200-APPEND-CSV-NUMBER THRU 6200-EXIT.
011730     WRITE MIS-CSV-LINE FROM WS-CSV-LINE.
011740     ADD 1 TO WS-CSV-COUNT.
011750 4700-EXIT.
011760     EXIT.
011770*****************************************************************
011780*    5000-5300 -- TABLE MAINTENANCE.                            *
011790*****************************************************************
011800 5000-CLEAR-ADD-FIGURES.
011810     MOVE ZERO TO WS-ADD-DR-COUNT WS-ADD-DR-AMOUNT
011820         WS-ADD-CR-COUNT WS-ADD-CR-AMOUNT WS-ADD-REJECT-COUNT
011830         WS-ADD-REV-COUNT WS-ADD-NEW-ACCOUNTS.
011840 5000-EXIT.
011850     EXIT.
011860*****************************************************************
011870*    5100-FIND-OR-ADD-ENTRY -- WS-SEARCH-KEY IN, WS-MIS-SUB     *
011880*    OUT (ZERO WHEN THE TABLE IS FULL).  A NEW KEY IS SLOTTED   *
011890*    IN KEY ORDER, THE ENTRIES AFTER IT MOVED DOWN ONE.         *
011900*****************************************************************
011910 5100-FIND-OR-ADD-ENTRY.
011920     MOVE ZERO TO WS-INSERT-SUB.
011930     PERFORM 5110-TEST-ONE-KEY THRU 5110-EXIT
011940         VARYING WS-MIS-SUB FROM 1 BY 1
011950         UNTIL WS-MIS-SUB > WS-MIS-COUNT
011960            OR WS-INSERT-SUB > ZERO.
011970     IF WS-INSERT-SUB = ZERO
011980         COMPUTE WS-INSERT-SUB = WS-MIS-COUNT + 1
011990     ELSE
012000         IF WS-MIS-KEY(WS-INSERT-SUB) = WS-SEARCH-KEY
012010             MOVE WS-INSERT-SUB TO WS-MIS-SUB
012020             GO TO 5100-EXIT
012030         END-IF
012040     END-IF.
012050     IF WS-MIS-COUNT = WS-MIS-MAX
012060         IF NOT WS-TABLE-FULL-YES
012070             DISPLAY 'TEST-PROGRAM-BRMIS - MORE THAN '
012080                 WS-MIS-MAX ' BRANCH/CURRENCY ENTRIES - REST '
012090                 'NOT REPORTED'
012100             MOVE 'Y' TO WS-TABLE-FULL-SWITCH
012110             IF RETURN-CODE < 4
012120                 MOVE 4 TO RETURN-CODE
012130             END-IF
012140         END-IF
012150         MOVE ZERO TO WS-MIS-SUB
012160         GO TO 5100-EXIT
012170     END-IF.
012180     PERFORM 5120-MOVE-ENTRY-DOWN THRU 5120-EXIT
012190         VARYING WS-SHIFT-SUB FROM WS-MIS-COUNT BY -1
012200         UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.
012210     ADD 1 TO WS-MIS-COUNT.
012220     MOVE WS-INSERT-SUB TO WS-MIS-SUB.
012230     INITIALIZE WS-MIS-ENTRY(WS-MIS-SUB).
012240     MOVE WS-SEARCH-KEY TO WS-MIS-KEY(WS-MIS-SUB).
012250 5100-EXIT.
012260     EXIT.
012270*
012280 5110-TEST-ONE-KEY.
012290     IF WS-MIS-KEY(WS-MIS-SUB) NOT < WS-SEARCH-KEY
012300         MOVE WS-MIS-SUB TO WS-INSERT-SUB
012310     END-IF.
012320 5110-EXIT.
012330     EXIT.
012340*
012350 5120-MOVE-ENTRY-DOWN.
012360     MOVE WS-MIS-ENTRY(WS-SHIFT-SUB)
012370         TO WS-MIS-ENTRY(WS-SHIFT-SUB + 1).
012380 5120-EXIT.
012390     EXIT.
012400*****************************************************************
012410*    5200-ADD-FIGURES -- WS-ADD-FIGURES INTO SET WS-ADD-SET OF  *
012420*    THE BRANCH/CURRENCY ENTRY, THE BRANCH TOTAL, THE BANK      *
012430*    CURRENCY ENTRY AND THE BANK TOTAL.                         *
012440*****************************************************************
012450 5200-ADD-FIGURES.
012460     MOVE WS-ADD-BRANCH TO WS-SEARCH-BRANCH.
012470     MOVE WS-ALL-KEY    TO WS-SEARCH-CURRENCY.
012480     PERFORM 5300-ADD-TO-ONE-ENTRY THRU 5300-EXIT.
012490     MOVE WS-ALL-KEY    TO WS-SEARCH-BRANCH.
012500     PERFORM 5300-ADD-TO-ONE-ENTRY THRU 5300-EXIT.
012510     IF WS-ADD-CURRENCY = SPACES
012520         GO TO 5200-EXIT
012530     END-IF.
012540     MOVE WS-ADD-BRANCH   TO WS-SEARCH-BRANCH.
012550     MOVE WS-ADD-CURRENCY TO WS-SEARCH-CURRENCY.
012560     PERFORM 5300-ADD-TO-ONE-ENTRY THRU 5300-EXIT.
012570     MOVE WS-ALL-KEY      TO WS-SEARCH-BRANCH.
012580     PERFORM 5300-ADD-TO-ONE-ENTRY THRU 5300-EXIT.
012590 5200-EXIT.
012600     EXIT.
012610*
012620 5300-ADD-TO-ONE-ENTRY.
012630     PERFORM 5100-FIND-OR-ADD-ENTRY THRU 5100-EXIT.
012640     IF WS-MIS-SUB = ZERO
012650         GO TO 5300-EXIT
012660     END-IF.
012670     ADD WS-ADD-DR-COUNT
012680         TO WS-MIS-DR-COUNT(WS-MIS-SUB, WS-ADD-SET).
012690     ADD WS-ADD-DR-AMOUNT
012700         TO WS-MIS-DR-AMOUNT(WS-MIS-SUB, WS-ADD-SET).
012710     ADD WS-ADD-CR-COUNT
012720         TO WS-MIS-CR-COUNT(WS-MIS-SUB, WS-ADD-SET).
012730     ADD WS-ADD-CR-AMOUNT
012740         TO WS-MIS-CR-AMOUNT(WS-MIS-SUB, WS-ADD-SET).
012750     ADD WS-ADD-REJECT-COUNT
012760         TO WS-MIS-REJECT-COUNT(WS-MIS-SUB, WS-ADD-SET).
012770     ADD WS-ADD-REV-COUNT
012780         TO WS-MIS-REV-COUNT(WS-MIS-SUB, WS-ADD-SET).
012790     ADD WS-ADD-NEW-ACCOUNTS
012800         TO WS-MIS-NEW-ACCOUNTS(WS-MIS-SUB, WS-ADD-SET).
012810 5300-EXIT.
012820     EXIT.
012830*****************************************************************
012840*    6000-6200 -- CSV LINE BUILD.  6100 APPENDS WS-CSV-FIELD    *
012850*    TRIMMED, 6200 APPENDS WS-VALUE-TEXT WITH ITS LEADING       *
012860*    BLANKS DROPPED.                                            *
012870*****************************************************************
012880 6000-START-CSV-LINE.
012890     MOVE SPACES TO WS-CSV-LINE.
012900     MOVE 1 TO WS-CSV-PTR.
012910     MOVE ZERO TO WS-CSV-FIELD-COUNT.
012920 6000-EXIT.
012930     EXIT.
012940*
012950 6100-APPEND-CSV-FIELD.
012960     INSPECT WS-CSV-FIELD REPLACING ALL WS-CSV-DELIMITER BY SPACE.
012970     IF WS-CSV-FIELD-COUNT > ZERO
012980         STRING WS-CSV-DELIMITER DELIMITED BY SIZE
012990             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
013000         END-STRING
013010     END-IF.
013020     ADD 1 TO WS-CSV-FIELD-COUNT.
013030     MOVE ZERO TO WS-CSV-LEN.
013040     PERFORM 6110-FIND-LAST-CHAR THRU 6110-EXIT
013050         VARYING WS-CHAR-SUB FROM 1 BY 1
013060         UNTIL WS-CHAR-SUB > 30.
013070     IF WS-CSV-LEN > ZERO
013080         STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
013090             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
013100         END-STRING
013110     END-IF.
013120 6100-EXIT.
013130     EXIT.
013140*
013150 6110-FIND-LAST-CHAR.
013160     IF WS-CSV-FIELD(WS-CHAR-SUB:1) NOT = SPACE
013170         MOVE WS-CHAR-SUB TO WS-CSV-LEN
013180     END-IF.
013190 6110-EXIT.
013200     EXIT.
013210*
013220 6200-APPEND-CSV-NUMBER.
013230     MOVE SPACES TO WS-CSV-FIELD.
013240     MOVE ZERO TO WS-CSV-LEAD.
013250     INSPECT WS-VALUE-TEXT TALLYING WS-CSV-LEAD
013260         FOR LEADING SPACE.
013270     IF WS-CSV-LEAD < 15
013280         MOVE WS-VALUE-TEXT(WS-CSV-LEAD + 1:) TO WS-CSV-FIELD
013290     END-IF.
013300     PERFORM 6100-APPEND-CSV-FIELD THRU 6100-EXIT.
013310 6200-EXIT.
013320     EXIT.
013330*****************************************************************
013340*    8000-FINALIZE                                             *
013350*****************************************************************
013360 8000-FINALIZE.
013370     CLOSE MIS-HIST-OUT.
013380     IF WS-PERIOD-FOUND-YES
013390         CLOSE MIS-REPORT
013400         CLOSE MIS-CSV
013410     END-IF.
013420     DISPLAY 'TEST-PROGRAM-BRMIS POSTED TONIGHT:   '
013430         WS-POSTED-COUNT.
013440     DISPLAY 'TEST-PROGRAM-BRMIS PERIOD-TO-DATE:   '
013450         WS-MTD-COUNT.
013460     DISPLAY 'TEST-PROGRAM-BRMIS REJECTS TONIGHT:  '
013470         WS-REJECT-COUNT.
013480     DISPLAY 'TEST-PROGRAM-BRMIS NEW ACCOUNTS:     '
013490         WS-NEW-ACCOUNT-COUNT.
013500     DISPLAY 'TEST-PROGRAM-BRMIS SUMMARY ROWS READ: '
013510         WS-HIST-READ-COUNT ' KEPT: ' WS-HIST-KEPT-COUNT
013520         ' ADDED: ' WS-HIST-ADDED-COUNT.
013530     DISPLAY 'TEST-PROGRAM-BRMIS CSV ROWS:         '
013540         WS-CSV-COUNT.
013550 8000-EXIT.
013560     EXIT.
013570*****************************************************************
013580*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
013590*****************************************************************
013600 9999-EXIT.
013610     STOP RUN.
