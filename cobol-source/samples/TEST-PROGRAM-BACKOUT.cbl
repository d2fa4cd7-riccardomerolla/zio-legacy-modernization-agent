000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-BACKOUT.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-BACKOUT                         *
000100*                                                               *
000110*    PURPOSE.     WHOLE-CYCLE BACKOUT.  UNDOES ONE BUSINESS     *
000120*                 DATE THAT THE DAILY STREAM (TESTPGMJ) RAN TO  *
000130*                 COMPLETION ON A BAD FEED, SO THE DATE CAN BE  *
000140*                 RESUBMITTED ON THE CORRECTED FILE:            *
000150*                   - DELETES THE DATE'S ROWS FROM THE          *
000160*                     ACCEPTED-TRANSACTION HISTORY KSDS AND     *
000170*                     UNSTAMPS THE ORIGINALS THE NIGHT'S        *
000180*                     REVERSALS MATCHED;                        *
000190*                   - MARKS THE NIGHT'S RUN-ID ON THE AUDIT     *
000200*                     TRAIL AS BACKED OUT (THE ROWS STAY);      *
000210*                   - STRIPS THE NIGHT'S ROWS FROM THE PERIOD-  *
000220*                     TO-DATE POSTED AND EXTRACT FILES;         *
000223*                   - PUTS BACK THE STANDING ORDERS THE NIGHT'S *
000226*                     SCHEDULER RUN ADVANCED;                   *
000227*                   - DROPS THE NIGHT'S ROWS FROM THE BRANCH   *
000228*                     MIS SUMMARY;                              *
000230*                   - PICKS THE GL CONTROL-BALANCE GENERATION   *
000240*                     TO RESTORE AND RELOADS THE ACTIVITY KSDS  *
000250*                     FROM THE PRIOR ACTIVITY GENERATION;       *
000260*                   - RESETS THE CYCLE-CONTROL RECORD AND THE   *
000270*                     RUN-STATUS ROW SO CONSOL ACCEPTS THE      *
000280*                     DATE AGAIN.                               *
000290*                 THE FLAT FILES ARE WRITTEN TO KEEP FILES AND  *
000300*                 THE GDGS ARE ROLLED BACK BY THE JOB STEPS     *
000310*                 THAT FOLLOW, WHICH RUN ONLY WHEN THIS STEP    *
000320*                 ENDS RC 4 OR LESS.  THE BACKOUT REPORT SHOWS  *
000330*                 EVERYTHING THAT WAS UNDONE.                   *
000340*                                                               *
000350*    NOTES.       NOTHING IS CHANGED UNTIL EVERY CHECK HAS      *
000360*                 PASSED.  THE BACKOUT IS REFUSED (RC=16) WHEN  *
000370*                 THE CONTROL CARD IS MISSING OR INVALID, WHEN  *
000380*                 A LATER BUSINESS DATE HAS ALREADY BEEN        *
000390*                 PROCESSED, WHEN THE DATE WAS NEVER PROCESSED  *
000400*                 OR IS ALREADY BACKED OUT, WHEN THE NIGHT DID  *
000410*                 NOT REACH RECON, WHEN THE CURRENT ACTIVITY    *
000420*                 GENERATION IS NOT THAT NIGHT'S (SO THE        *
000430*                 GENERATIONS CANNOT SAFELY BE ROLLED BACK),    *
000440*                 OR WHEN THE TAIL OF THE PERIOD-TO-DATE        *
000450*                 POSTED FILE DOES NOT MATCH THE NIGHT'S        *
000460*                 POSTED FILE.  RC=4 = BACKED OUT WITH A        *
000470*                 WARNING ON THE REPORT (NO AUDIT ROWS FOR THE  *
000480*                 RUN, OR PART OF THE NIGHT HAD NOT RUN).       *
000490*                 THE CYCLE-CONTROL AND RUN-STATUS RECORDS ARE  *
000500*                 RESET LAST, SO AN ABEND PART WAY THROUGH CAN  *
000504*                 SIMPLY BE RESUBMITTED.  STANDING ORDERS THE   *
000508*                 NIGHT'S SCHEDULER RUN ADVANCED (LAST RUN DATE *
000512*                 = THE DATE THE CYCLE WAS OPENED) GO BACK TO   *
000516*                 THEIR PRIOR DUE DATE, AND ANY IT ENDED ARE    *
000520*                 MADE ACTIVE AGAIN, SO THE RERUN RAISES THEIR  *
000524*                 ITEMS AGAIN ON WHATEVER DAY IT RUNS.          *
000528*                 REJECT-REPAIR WORK (TESTPGMX) AND THE         *
000532*                 COMPLIANCE ALERT GENERATION ARE NOT UNDONE.   *
000540*                                                               *
000550*    MODIFICATION HISTORY.                                     *
000560*    2026-10-15  DO   INITIAL VERSION.                          *
000563*    2026-10-15  DO   PUT BACK THE STANDING ORDERS THE          *
000566*                     NIGHT'S SCHEDULER RUN ADVANCED.           *
000567*    2026-10-15  DO   DROP THE NIGHT'S ROWS FROM THE BRANCH MIS *
000568*                     SUMMARY (NEW MISHIN AND MISKEEP DDS).     *
000570*                                                               *
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. IBM-370.
000620 OBJECT-COMPUTER. IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT PARM-FILE ASSIGN TO BKOTPARM
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PARM-FS.
000680     SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-CYCCTL-FS.
000710     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS RSTA-KEY
000750         FILE STATUS IS WS-RUNSTAT-FS.
000760     SELECT TRANS-HISTORY ASSIGN TO TRANSHST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS HIST-TRANS-ID
000800         FILE STATUS IS WS-HISTORY-FS.
000810     SELECT AUDIT-IN ASSIGN TO AUDITIN
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-AUDITIN-FS.
000840     SELECT AUDIT-KEEP ASSIGN TO AUDKEEP
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-AUDKEEP-FS.
000870     SELECT POSTED-IN ASSIGN TO POSTIN
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-POSTIN-FS.
000900     SELECT TRANS-MTD-IN ASSIGN TO MTDTIN
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-MTDTIN-FS.
000930     SELECT TRANS-MTD-KEEP ASSIGN TO MTDTKEEP
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-MTDTKEEP-FS.
000960     SELECT EXTR-MTD-IN ASSIGN TO MTDXIN
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-MTDXIN-FS.
000990     SELECT EXTR-MTD-KEEP ASSIGN TO MTDXKEEP
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-MTDXKEEP-FS.
001020     SELECT CONTROL-CUR ASSIGN TO GLCTLCUR
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-GLCCUR-FS.
001050     SELECT CONTROL-PRV ASSIGN TO GLCTLPRV
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-GLCPRV-FS.
001080     SELECT CONTROL-KEEP ASSIGN TO GLCKEEP
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-GLCKEEP-FS.
001101     SELECT MIS-HIST-IN ASSIGN TO MISHIN
001102         ORGANIZATION IS SEQUENTIAL
001103         FILE STATUS IS WS-MISHIN-FS.
001104     SELECT MIS-HIST-KEEP ASSIGN TO MISKEEP
001105         ORGANIZATION IS SEQUENTIAL
001106         FILE STATUS IS WS-MISKEEP-FS.
001110     SELECT ACTIVITY-CUR ASSIGN TO ACTVCUR
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-ACTVCUR-FS.
001140     SELECT ACTIVITY-PRV ASSIGN TO ACTVPRV
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-ACTVPRV-FS.
001170     SELECT ACTIVITY-KSDS ASSIGN TO ACTVKSDS
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS SEQUENTIAL
001200         RECORD KEY IS AKS-KEY
001210         FILE STATUS IS WS-ACTKSDS-FS.
001211     SELECT ORDER-MASTER ASSIGN TO SORDMST
001212         ORGANIZATION IS INDEXED
001213         ACCESS MODE IS SEQUENTIAL
001214         RECORD KEY IS SORD-ORDER-ID
001215         FILE STATUS IS WS-SORDMST-FS.
001220     SELECT BACKOUT-REPORT ASSIGN TO BKOTRPT
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-BKOTRPT-FS.
001250*
001260 DATA DIVISION.
001270 FILE SECTION.
001280 FD  PARM-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY BKOTPARM.
001310*
001320 FD  CYCLE-CONTROL
001330     LABEL RECORDS ARE STANDARD.
001340     COPY CYCREC.
001350*
001360 FD  RUN-STATUS-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY RUNSTAT.
001390*
001400 FD  TRANS-HISTORY
001410     LABEL RECORDS ARE STANDARD.
001420     COPY HISTREC.
001430*
001440 FD  AUDIT-IN
001450     LABEL RECORDS ARE STANDARD.
001460     COPY AUDITREC.
001470*
001480 FD  AUDIT-KEEP
001490     LABEL RECORDS ARE STANDARD.
001500 01  AUDIT-KEEP-RECORD           PIC X(63).
001510*
001520 FD  POSTED-IN
001530     LABEL RECORDS ARE STANDARD.
001540 01  POSTED-RECORD               PIC X(45).
001550*
001560 FD  TRANS-MTD-IN
001570     LABEL RECORDS ARE STANDARD.
001580 01  TRANS-MTD-RECORD            PIC X(45).
001590*
001600 FD  TRANS-MTD-KEEP
001610     LABEL RECORDS ARE STANDARD.
001620 01  TRANS-MTD-KEEP-RECORD       PIC X(45).
001630*
001640 FD  EXTR-MTD-IN
001650     LABEL RECORDS ARE STANDARD.
001660     COPY EXTRREC.
001670*
001680 FD  EXTR-MTD-KEEP
001690     LABEL RECORDS ARE STANDARD.
001700 01  EXTR-MTD-KEEP-RECORD        PIC X(89).
001710*
001720 FD  CONTROL-CUR
001730     LABEL RECORDS ARE STANDARD.
001740     COPY GLCBREC.
001750*
001760 FD  CONTROL-PRV
001770     LABEL RECORDS ARE STANDARD.
001780 01  CONTROL-PRV-RECORD          PIC X(80).
001790*
001800 FD  CONTROL-KEEP
001810     LABEL RECORDS ARE STANDARD.
001820 01  CONTROL-KEEP-RECORD         PIC X(80).
001821*
001822 FD  MIS-HIST-IN
001823     LABEL RECORDS ARE STANDARD.
001824     COPY BRMISREC.
001825*
001826 FD  MIS-HIST-KEEP
001827     LABEL RECORDS ARE STANDARD.
001828 01  MIS-HIST-KEEP-RECORD        PIC X(80).
001830*
001840 FD  ACTIVITY-CUR
001850     LABEL RECORDS ARE STANDARD.
001860     COPY ACTVREC.
001870*
001880 FD  ACTIVITY-PRV
001890     LABEL RECORDS ARE STANDARD.
001900 01  ACTIVITY-PRV-RECORD         PIC X(80).
001910*
001920 FD  ACTIVITY-KSDS
001930     LABEL RECORDS ARE STANDARD.
001940 01  ACTIVITY-KSDS-RECORD.
001950     05  AKS-KEY                 PIC X(16).
001960     05  FILLER                  PIC X(64).
001962*
001964 FD  ORDER-MASTER
001966     LABEL RECORDS ARE STANDARD.
001968     COPY SORDREC.
001970*
001980 FD  BACKOUT-REPORT
001990     LABEL RECORDS ARE STANDARD.
002000 01  WS-BKO-HEADER-LINE1.
002010     05  FILLER                  PIC X(01)  VALUE SPACE.
002020     05  FILLER                  PIC X(30)
002030             VALUE 'WHOLE-CYCLE BACKOUT REPORT'.
002040     05  FILLER                  PIC X(15)
002050             VALUE 'BUSINESS DATE: '.
002060     05  BH-BUSINESS-DATE        PIC 9(08).
002070     05  FILLER                  PIC X(13)
002080             VALUE '  RUN DATE: '.
002090     05  BH-RUN-DATE             PIC X(10).
002100     05  FILLER                  PIC X(13)
002110             VALUE '  OPERATOR: '.
002120     05  BH-OPERATOR-ID          PIC X(08).
002130     05  FILLER                  PIC X(35)  VALUE SPACES.
002140 01  WS-BKO-HEADER-LINE2.
002150     05  FILLER                  PIC X(01)  VALUE SPACE.
002160     05  FILLER                  PIC X(40)  VALUE 'ITEM'.
002170     05  FILLER                  PIC X(11)  VALUE '      ROWS'.
002180     05  FILLER                  PIC X(70)  VALUE 'ACTION'.
002190     05  FILLER                  PIC X(11)  VALUE SPACES.
002200 01  WS-BKO-DETAIL-LINE.
002210     05  FILLER                  PIC X(01)  VALUE SPACE.
002220     05  BD-LABEL                PIC X(40).
002230     05  BD-COUNT                PIC ZZZZZZZZ9.
002240     05  FILLER                  PIC X(02)  VALUE SPACES.
002250     05  BD-TEXT                 PIC X(70).
002260     05  FILLER                  PIC X(11)  VALUE SPACES.
002270*
002280 WORKING-STORAGE SECTION.
002290*****************************************************************
002300*    FILE STATUS FIELDS.                                       *
002310*****************************************************************
002320 01  WS-FILE-STATUS-FIELDS.
002330     05  WS-PARM-FS              PIC X(02)  VALUE SPACES.
002340     05  WS-CYCCTL-FS            PIC X(02)  VALUE SPACES.
002350     05  WS-RUNSTAT-FS           PIC X(02)  VALUE SPACES.
002360     05  WS-HISTORY-FS           PIC X(02)  VALUE SPACES.
002370     05  WS-AUDITIN-FS           PIC X(02)  VALUE SPACES.
002380     05  WS-AUDKEEP-FS           PIC X(02)  VALUE SPACES.
002390     05  WS-POSTIN-FS            PIC X(02)  VALUE SPACES.
002400     05  WS-MTDTIN-FS            PIC X(02)  VALUE SPACES.
002410     05  WS-MTDTKEEP-FS          PIC X(02)  VALUE SPACES.
002420     05  WS-MTDXIN-FS            PIC X(02)  VALUE SPACES.
002430     05  WS-MTDXKEEP-FS          PIC X(02)  VALUE SPACES.
002440     05  WS-GLCCUR-FS            PIC X(02)  VALUE SPACES.
002450     05  WS-GLCPRV-FS            PIC X(02)  VALUE SPACES.
002460     05  WS-GLCKEEP-FS           PIC X(02)  VALUE SPACES.
002463     05  WS-MISHIN-FS            PIC X(02)  VALUE SPACES.
002466     05  WS-MISKEEP-FS           PIC X(02)  VALUE SPACES.
002470     05  WS-ACTVCUR-FS           PIC X(02)  VALUE SPACES.
002480     05  WS-ACTVPRV-FS           PIC X(02)  VALUE SPACES.
002490     05  WS-ACTKSDS-FS           PIC X(02)  VALUE SPACES.
002495     05  WS-SORDMST-FS           PIC X(02)  VALUE SPACES.
002500     05  WS-BKOTRPT-FS           PIC X(02)  VALUE SPACES.
002510*****************************************************************
002520*    SWITCHES.                                                 *
002530*****************************************************************
002540 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
002550     88  WS-EOF-YES                  VALUE 'Y'.
002560 77  WS-POST-EOF-SWITCH          PIC X(01)  VALUE 'N'.
002570     88  WS-POST-EOF-YES             VALUE 'Y'.
002580 77  WS-PARM-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
002590     88  WS-PARM-FOUND-YES           VALUE 'Y'.
002600 77  WS-CYCLE-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
002610     88  WS-CYCLE-FOUND-YES          VALUE 'Y'.
002620 77  WS-STATUS-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
002630     88  WS-STATUS-FOUND-YES         VALUE 'Y'.
002640 77  WS-MTD-APPENDED-SWITCH      PIC X(01)  VALUE 'N'.
002650     88  WS-MTD-APPENDED-YES         VALUE 'Y'.
002660 77  WS-GLC-ROLLBACK-SWITCH      PIC X(01)  VALUE 'N'.
002670     88  WS-GLC-ROLLBACK-YES         VALUE 'Y'.
002680 77  WS-TAIL-MATCH-SWITCH        PIC X(01)  VALUE 'Y'.
002690     88  WS-TAIL-MATCH-YES           VALUE 'Y'.
002700*****************************************************************
002710*    COUNTERS.                                                 *
002720*****************************************************************
002730 77  WS-HIST-DELETED-COUNT       PIC 9(09)  COMP VALUE ZERO.
002740 77  WS-HIST-UNSTAMP-COUNT       PIC 9(09)  COMP VALUE ZERO.
002750 77  WS-AUDIT-MARKED-COUNT       PIC 9(09)  COMP VALUE ZERO.
002760 77  WS-AUDIT-KEPT-COUNT         PIC 9(09)  COMP VALUE ZERO.
002770 77  WS-POSTED-COUNT             PIC 9(09)  COMP VALUE ZERO.
002780 77  WS-MTDT-READ-COUNT          PIC 9(09)  COMP VALUE ZERO.
002790 77  WS-MTDT-KEEP-LIMIT          PIC 9(09)  COMP VALUE ZERO.
002800 77  WS-MTDT-KEPT-COUNT          PIC 9(09)  COMP VALUE ZERO.
002810 77  WS-MTDT-STRIP-COUNT         PIC 9(09)  COMP VALUE ZERO.
002820 77  WS-MTDX-READ-COUNT          PIC 9(09)  COMP VALUE ZERO.
002830 77  WS-MTDX-KEPT-COUNT          PIC 9(09)  COMP VALUE ZERO.
002840 77  WS-MTDX-STRIP-COUNT         PIC 9(09)  COMP VALUE ZERO.
002850 77  WS-GLC-COPIED-COUNT         PIC 9(09)  COMP VALUE ZERO.
002860 77  WS-KSDS-LOADED-COUNT        PIC 9(09)  COMP VALUE ZERO.
002870 77  WS-KSDS-ERROR-COUNT         PIC 9(09)  COMP VALUE ZERO.
002873 77  WS-SORD-RESTORED-COUNT      PIC 9(09)  COMP VALUE ZERO.
002876 77  WS-SORD-ERROR-COUNT         PIC 9(09)  COMP VALUE ZERO.
002877 77  WS-MIS-KEPT-COUNT           PIC 9(09)  COMP VALUE ZERO.
002878 77  WS-MIS-STRIP-COUNT          PIC 9(09)  COMP VALUE ZERO.
002880*****************************************************************
002890*    THE CYCLE BEING BACKED OUT.  THE RUN-ID IS THE COUNT       *
002900*    STEP'S, LEFT ON THE RUN-STATUS ROW; IT IS THE ID CARRIED   *
002910*    BY THE AUDIT TRAIL, THE EXTRACT AND THE GL JOURNAL.        *
002920*****************************************************************
002930 01  WS-BACKOUT-DATE             PIC 9(08)  VALUE ZERO.
002940 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
002950 01  WS-BACKOUT-RUN-ID           PIC X(08)  VALUE SPACES.
002960 01  WS-CYC-STATUS-BEFORE        PIC X(08)  VALUE SPACES.
002970 01  WS-CYC-OPEN-TIMESTAMP       PIC X(26)  VALUE SPACES.
002980 01  WS-RECON-RESULT-BEFORE      PIC X(04)  VALUE SPACES.
002981*****************************************************************
002982*    NIGHT'S SCHEDULER RUN DATE = THE DAY THE CYCLE OPENED.     *
002983*****************************************************************
002984 01  WS-SCHED-RUN-DATE-X.
002985     05  WS-SRD-CCYY             PIC X(04).
002986     05  WS-SRD-MM               PIC X(02).
002987     05  WS-SRD-DD               PIC X(02).
002988 01  WS-SCHED-RUN-DATE REDEFINES WS-SCHED-RUN-DATE-X
002989                                 PIC 9(08).
002990 01  WS-REFUSE-TEXT              PIC X(70)  VALUE SPACES.
003000 01  WS-WORK-TEXT                PIC X(70)  VALUE SPACES.
003010*****************************************************************
003020*    SYSTEM DATE/TIME AND TIMESTAMP WORK AREAS.                 *
003030*****************************************************************
003040 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
003050 01  WS-SYS-TIME                 PIC 9(08)  VALUE ZERO.
003060 01  WS-TIMESTAMP                PIC X(26)  VALUE SPACES.
003070 01  WS-RUN-DATE-X               PIC X(10)  VALUE SPACES.
003080*
003090 PROCEDURE DIVISION.
003100*****************************************************************
003110*    0000-MAINLINE                                             *
003120*****************************************************************
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     PERFORM 2000-VERIFY-CYCLE THRU 2000-EXIT.
003160     PERFORM 3000-CLEAR-HISTORY THRU 3000-EXIT.
003170     PERFORM 4000-MARK-AUDIT-TRAIL THRU 4000-EXIT.
003180     PERFORM 5000-STRIP-MTD-FILES THRU 5000-EXIT.
003190     PERFORM 6000-RESTORE-CONTROL-FILES THRU 6000-EXIT.
003200     PERFORM 7000-RESET-CYCLE-STATUS THRU 7000-EXIT.
003210     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003220     GO TO 9999-EXIT.
003230*****************************************************************
003240*    1000-INITIALIZE -- REPORT FIRST, SO A REFUSAL IS PRINTED   *
003250*    AS WELL AS DISPLAYED.                                      *
003260*****************************************************************
003270 1000-INITIALIZE.
003280     PERFORM 1900-BUILD-TIMESTAMP THRU 1900-EXIT.
003290     MOVE WS-TIMESTAMP(1:10) TO WS-RUN-DATE-X.
003300     OPEN OUTPUT BACKOUT-REPORT.
003310     IF WS-BKOTRPT-FS NOT = '00'
003320         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN BACKOUT'
003330             '-REPORT - STATUS ' WS-BKOTRPT-FS
003340         MOVE 16 TO RETURN-CODE
003350         GO TO 9999-EXIT
003360     END-IF.
003370     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003380     MOVE WS-BACKOUT-DATE TO BH-BUSINESS-DATE.
003390     MOVE WS-RUN-DATE-X   TO BH-RUN-DATE.
003400     MOVE WS-OPERATOR-ID  TO BH-OPERATOR-ID.
003410     WRITE WS-BKO-HEADER-LINE1.
003420     WRITE WS-BKO-HEADER-LINE2.
003430     IF NOT WS-PARM-FOUND-YES
003440         MOVE 'NO BACKOUT CONTROL CARD ON BKOTPARM'
003450             TO WS-REFUSE-TEXT
003460         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
003470     END-IF.
003480     IF WS-BACKOUT-DATE = ZERO
003490         MOVE 'BUSINESS DATE ON THE CONTROL CARD IS NOT NUMERIC'
003500             TO WS-REFUSE-TEXT
003510         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
003520     END-IF.
003530     IF WS-OPERATOR-ID = SPACES
003540         MOVE 'NO OPERATOR ID ON THE CONTROL CARD'
003550             TO WS-REFUSE-TEXT
003560         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
003570     END-IF.
003580 1000-EXIT.
003590     EXIT.
003600*
003610 1100-READ-CONTROL-CARD.
003620     OPEN INPUT PARM-FILE.
003630     IF WS-PARM-FS NOT = '00'
003640         GO TO 1100-EXIT
003650     END-IF.
003660     READ PARM-FILE
003670         AT END
003680             CONTINUE
003690         NOT AT END
003700             MOVE 'Y' TO WS-PARM-FOUND-SWITCH
003710     END-READ.
003720     CLOSE PARM-FILE.
003730     IF WS-PARM-FOUND-YES
003740         IF BKOP-BUSINESS-DATE IS NUMERIC
003750             MOVE BKOP-BUSINESS-DATE TO WS-BACKOUT-DATE
003760         END-IF
003770         MOVE BKOP-OPERATOR-ID TO WS-OPERATOR-ID
003780     END-IF.
003790 1100-EXIT.
003800     EXIT.
003810*****************************************************************
003820*    1900-BUILD-TIMESTAMP -- SAME YYYY-MM-DD HH:MM:SS.HH FORM   *
003830*    THE REST OF THE STREAM WRITES.                             *
003840*****************************************************************
003850 1900-BUILD-TIMESTAMP.
003860     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
003870     ACCEPT WS-SYS-TIME FROM TIME.
003880     MOVE SPACES TO WS-TIMESTAMP.
003890     STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-'
003900            WS-SYS-DATE(7:2) ' '  WS-SYS-TIME(1:2) ':'
003910            WS-SYS-TIME(3:2) ':'  WS-SYS-TIME(5:2) '.'
003920            WS-SYS-TIME(7:2)
003930            DELIMITED BY SIZE INTO WS-TIMESTAMP
003940     END-STRING.
003950 1900-EXIT.
003960     EXIT.
003970*****************************************************************
003980*    2000-VERIFY-CYCLE -- EVERY CHECK IS MADE BEFORE ANYTHING   *
003990*    IS CHANGED.  A FAILED CHECK REFUSES THE WHOLE BACKOUT.     *
004000*****************************************************************
004010 2000-VERIFY-CYCLE.
004020     PERFORM 2100-CHECK-CYCLE-CONTROL THRU 2100-EXIT.
004030     PERFORM 2200-CHECK-RUN-STATUS THRU 2200-EXIT.
004040     PERFORM 2300-CHECK-ACTIVITY-GEN THRU 2300-EXIT.
004050     PERFORM 2400-CHECK-GL-CONTROL-GEN THRU 2400-EXIT.
004060     PERFORM 2500-CHECK-MTD-FILES THRU 2500-EXIT.
004070 2000-EXIT.
004080     EXIT.
004090*****************************************************************
004100*    2100-CHECK-CYCLE-CONTROL -- THE CYCLE-CONTROL RECORD NAMES *
004110*    THE LAST BUSINESS DATE CONSOL OPENED.  A LATER DATE MEANS  *
004120*    ANOTHER CYCLE HAS ALREADY BEEN PROCESSED ON TOP OF THE     *
004130*    ONE NAMED, AND BACKING OUT UNDERNEATH IT IS REFUSED.       *
004140*****************************************************************
004150 2100-CHECK-CYCLE-CONTROL.
004160     OPEN INPUT CYCLE-CONTROL.
004170     IF WS-CYCCTL-FS NOT = '00'
004180         MOVE 'NO CYCLE CONTROL RECORD - NOTHING TO BACK OUT'
004190             TO WS-REFUSE-TEXT
004200         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
004210     END-IF.
004220     READ CYCLE-CONTROL
004230         AT END
004240             CONTINUE
004250         NOT AT END
004260             MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH
004270     END-READ.
004280     CLOSE CYCLE-CONTROL.
004290     IF NOT WS-CYCLE-FOUND-YES
004300         MOVE 'NO CYCLE CONTROL RECORD - NOTHING TO BACK OUT'
004310             TO WS-REFUSE-TEXT
004320         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
004330     END-IF.
004340     IF CYC-BUSINESS-DATE > WS-BACKOUT-DATE
004350         MOVE SPACES TO WS-REFUSE-TEXT
004360         STRING 'LATER BUSINESS DATE ' CYC-BUSINESS-DATE
004370             ' ALREADY PROCESSED ON TOP OF IT'
004380             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
004390         END-STRING
004400         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
004410     END-IF.
004420     IF CYC-BUSINESS-DATE < WS-BACKOUT-DATE
004430         MOVE SPACES TO WS-REFUSE-TEXT
004440         STRING 'NOT PROCESSED - LAST BUSINESS DATE IS '
004450             CYC-BUSINESS-DATE
004460             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
004470         END-STRING
004480         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
004490     END-IF.
004500     IF CYC-STATUS-BACKOUT
004510         MOVE SPACES TO WS-REFUSE-TEXT
004520         STRING 'ALREADY BACKED OUT AT ' CYC-CLOSE-TIMESTAMP
004530             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
004540         END-STRING
004550         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
004560     END-IF.
004570     MOVE CYC-STATUS         TO WS-CYC-STATUS-BEFORE.
004580     MOVE CYC-OPEN-TIMESTAMP TO WS-CYC-OPEN-TIMESTAMP.
004590 2100-EXIT.
004600     EXIT.
004610*****************************************************************
004620*    2200-CHECK-RUN-STATUS -- THE 'CURRENT ' ROW MUST BE THIS   *
004630*    DATE'S AND MUST HAVE REACHED RECON: ONLY THEN DID EVERY    *
004640*    STEP THAT WRITES A NEW GENERATION RUN THAT NIGHT.  A       *
004650*    NIGHT THAT STOPPED SHORT IS RESTARTED, NOT BACKED OUT.     *
004660*****************************************************************
004670 2200-CHECK-RUN-STATUS.
004680     OPEN INPUT RUN-STATUS-FILE.
004690     IF WS-RUNSTAT-FS NOT = '00'
004700         MOVE SPACES TO WS-REFUSE-TEXT
004710         STRING 'RUN STATUS NOT READABLE - STATUS '
004720             WS-RUNSTAT-FS
004730             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
004740         END-STRING
004750         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
004760     END-IF.
004770     MOVE 'CURRENT ' TO RSTA-KEY.
004780     READ RUN-STATUS-FILE
004790         INVALID KEY
004800             CONTINUE
004810         NOT INVALID KEY
004820             MOVE 'Y' TO WS-STATUS-FOUND-SWITCH
004830     END-READ.
004840     CLOSE RUN-STATUS-FILE.
004850     IF NOT WS-STATUS-FOUND-YES
004860         MOVE 'NO CURRENT RUN STATUS ROW' TO WS-REFUSE-TEXT
004870         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
004880     END-IF.
004890     IF RSTA-RUN-DATE NOT = WS-BACKOUT-DATE
004900         MOVE SPACES TO WS-REFUSE-TEXT
004910         STRING 'RUN STATUS ROW IS FOR ' RSTA-RUN-DATE
004920             ' - THE NIGHT NEVER REACHED THE EDIT STEP'
004930             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
004940         END-STRING
004950         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
004960     END-IF.
004970     IF NOT RSTA-PHASE-RECON
004980         MOVE SPACES TO WS-REFUSE-TEXT
004990         STRING 'NIGHT STOPPED IN PHASE ' RSTA-PHASE
005000             ' - RESTART IT, DO NOT BACK IT OUT'
005010             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
005020         END-STRING
005030         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
005040     END-IF.
005050     MOVE RSTA-RUN-ID       TO WS-BACKOUT-RUN-ID.
005060     MOVE RSTA-RECON-RESULT TO WS-RECON-RESULT-BEFORE.
005070 2200-EXIT.
005080     EXIT.
005090*****************************************************************
005100*    2300-CHECK-ACTIVITY-GEN -- THE BALANCE MASTER CARRIES NO   *
005110*    BUSINESS DATE, BUT THE ACTIVITY GENERATION WRITTEN FROM    *
005120*    IT THE SAME NIGHT DOES.  ITS BALANCE ROWS MUST BE STAMPED  *
005130*    WITH THE DATE BEING BACKED OUT, OR THE CURRENT             *
005140*    GENERATIONS ARE NOT THAT NIGHT'S AND ROLLING THEM BACK     *
005150*    WOULD DISCARD A GOOD NIGHT'S WORK.                         *
005160*****************************************************************
005170 2300-CHECK-ACTIVITY-GEN.
005180     OPEN INPUT ACTIVITY-CUR.
005190     IF WS-ACTVCUR-FS NOT = '00'
005200         MOVE SPACES TO WS-REFUSE-TEXT
005210         STRING 'CURRENT ACTIVITY GENERATION NOT READABLE - '
005220             'STATUS ' WS-ACTVCUR-FS
005230             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
005240         END-STRING
005250         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
005260     END-IF.
005270     MOVE 'N' TO WS-EOF-SWITCH.
005280     READ ACTIVITY-CUR
005290         AT END
005300             MOVE 'Y' TO WS-EOF-SWITCH
005310     END-READ.
005320     CLOSE ACTIVITY-CUR.
005330     IF WS-EOF-YES
005340         MOVE 'CURRENT ACTIVITY GENERATION IS EMPTY - CANNOT '
005350             & 'PROVE WHOSE IT IS' TO WS-REFUSE-TEXT
005360         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
005370     END-IF.
005380     IF NOT ACTV-TYPE-BALANCE
005390             OR ACTV-AS-OF-DATE NOT = WS-BACKOUT-DATE
005400         MOVE SPACES TO WS-REFUSE-TEXT
005410         STRING 'CURRENT GENERATIONS ARE NOT FROM '
005420             WS-BACKOUT-DATE ' (ACTIVITY AS OF '
005430             ACTV-AS-OF-DATE ')'
005440             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
005450         END-STRING
005460         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
005470     END-IF.
005480     MOVE 'N' TO WS-EOF-SWITCH.
005490 2300-EXIT.
005500     EXIT.
005510*****************************************************************
005520*    2400-CHECK-GL-CONTROL-GEN -- THE GL CONTROL STEP IS        *
005530*    SKIPPED WHEN THE GL INTERFACE FAILS, SO ITS CURRENT        *
005540*    GENERATION IS ONLY ROLLED BACK WHEN IT CARRIES THE         *
005550*    NIGHT'S RUN-ID; OTHERWISE IT IS CARRIED FORWARD AS IT IS.  *
005560*****************************************************************
005570 2400-CHECK-GL-CONTROL-GEN.
005580     OPEN INPUT CONTROL-CUR.
005590     IF WS-GLCCUR-FS NOT = '00'
005600         DISPLAY 'TEST-PROGRAM-BACKOUT - NO GL CONTROL '
005610             'GENERATION - STATUS ' WS-GLCCUR-FS
005620         GO TO 2400-EXIT
005630     END-IF.
005640     MOVE 'N' TO WS-EOF-SWITCH.
005650     READ CONTROL-CUR
005660         AT END
005670             MOVE 'Y' TO WS-EOF-SWITCH
005680     END-READ.
005690     CLOSE CONTROL-CUR.
005700     IF NOT WS-EOF-YES
005710             AND GLCB-LAST-RUN-ID = WS-BACKOUT-RUN-ID
005720         MOVE 'Y' TO WS-GLC-ROLLBACK-SWITCH
005730     END-IF.
005740     MOVE 'N' TO WS-EOF-SWITCH.
005750 2400-EXIT.
005760     EXIT.
005770*****************************************************************
005780*    2500-CHECK-MTD-FILES -- THE PERIOD-TO-DATE FILES ARE ONLY  *
005790*    APPENDED WHEN POST ENDED CLEANLY; THE EXTRACT ROWS CARRY   *
005800*    THE RUN-ID, SO THEIR PRESENCE SAYS WHETHER THE NIGHT WAS   *
005810*    APPENDED.  THE POSTED ROWS CARRY NO RUN-ID: THEY WERE      *
005820*    APPENDED LAST, SO THE TAIL OF THE PERIOD-TO-DATE FILE      *
005830*    MUST MATCH THE NIGHT'S POSTED FILE ROW FOR ROW.            *
005840*****************************************************************
005850 2500-CHECK-MTD-FILES.
005860     PERFORM 2510-COUNT-EXTRACT-ROWS THRU 2510-EXIT.
005870     IF NOT WS-MTD-APPENDED-YES
005880         GO TO 2500-EXIT
005890     END-IF.
005900     PERFORM 2520-COUNT-POSTED-ROWS THRU 2520-EXIT.
005910     IF WS-POSTED-COUNT > WS-MTDT-READ-COUNT
005920         MOVE 'PERIOD-TO-DATE POSTED FILE IS SHORTER THAN THE '
005930             & 'NIGHT''S POSTED FILE' TO WS-REFUSE-TEXT
005940         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
005950     END-IF.
005960     COMPUTE WS-MTDT-KEEP-LIMIT =
005970         WS-MTDT-READ-COUNT - WS-POSTED-COUNT.
005980     PERFORM 2530-COMPARE-POSTED-TAIL THRU 2530-EXIT.
005990     IF NOT WS-TAIL-MATCH-YES
006000         MOVE 'PERIOD-TO-DATE POSTED FILE DOES NOT END WITH '
006010             & 'THE NIGHT''S POSTED FILE' TO WS-REFUSE-TEXT
006020         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
006030     END-IF.
006040 2500-EXIT.
006050     EXIT.
006060*
006070 2510-COUNT-EXTRACT-ROWS.
006080     OPEN INPUT EXTR-MTD-IN.
006090     IF WS-MTDXIN-FS NOT = '00'
006100         MOVE SPACES TO WS-REFUSE-TEXT
006110         STRING 'PERIOD-TO-DATE EXTRACT FILE NOT READABLE - '
006120             'STATUS ' WS-MTDXIN-FS
006130             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
006140         END-STRING
006150         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
006160     END-IF.
006170     MOVE 'N' TO WS-EOF-SWITCH.
006180     PERFORM 2515-COUNT-ONE-EXTRACT-ROW THRU 2515-EXIT
006190         UNTIL WS-EOF-YES.
006200     CLOSE EXTR-MTD-IN.
006210     MOVE 'N' TO WS-EOF-SWITCH.
006220     IF WS-MTDX-STRIP-COUNT > ZERO
006230         MOVE 'Y' TO WS-MTD-APPENDED-SWITCH
006240     END-IF.
006250 2510-EXIT.
006260     EXIT.
006270*
006280 2515-COUNT-ONE-EXTRACT-ROW.
006290     READ EXTR-MTD-IN
006300         AT END
006310             MOVE 'Y' TO WS-EOF-SWITCH
006320         NOT AT END
006330             IF EXTR-RUN-ID = WS-BACKOUT-RUN-ID
006340                 ADD 1 TO WS-MTDX-STRIP-COUNT
006350             END-IF
006360     END-READ.
006370 2515-EXIT.
006380     EXIT.
006390*
006400 2520-COUNT-POSTED-ROWS.
006410     OPEN INPUT POSTED-IN.
006420     IF WS-POSTIN-FS NOT = '00'
006430         MOVE SPACES TO WS-REFUSE-TEXT
006440         STRING 'NIGHT''S POSTED FILE NOT READABLE - STATUS '
006450             WS-POSTIN-FS
006460             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
006470         END-STRING
006480         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
006490     END-IF.
006500     MOVE 'N' TO WS-EOF-SWITCH.
006510     PERFORM 2525-COUNT-ONE-POSTED-ROW THRU 2525-EXIT
006520         UNTIL WS-EOF-YES.
006530     CLOSE POSTED-IN.
006540     OPEN INPUT TRANS-MTD-IN.
006550     IF WS-MTDTIN-FS NOT = '00'
006560         MOVE SPACES TO WS-REFUSE-TEXT
006570         STRING 'PERIOD-TO-DATE POSTED FILE NOT READABLE - '
006580             'STATUS ' WS-MTDTIN-FS
006590             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
006600         END-STRING
006610         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
006620     END-IF.
006630     MOVE 'N' TO WS-EOF-SWITCH.
006640     PERFORM 2527-COUNT-ONE-MTD-ROW THRU 2527-EXIT
006650         UNTIL WS-EOF-YES.
006660     CLOSE TRANS-MTD-IN.
006670     MOVE 'N' TO WS-EOF-SWITCH.
006680 2520-EXIT.
006690     EXIT.
006700*
006710 2525-COUNT-ONE-POSTED-ROW.
006720     READ POSTED-IN
006730         AT END
006740             MOVE 'Y' TO WS-EOF-SWITCH
006750         NOT AT END
006760             ADD 1 TO WS-POSTED-COUNT
006770     END-READ.
006780 2525-EXIT.
006790     EXIT.
006800*
006810 2527-COUNT-ONE-MTD-ROW.
006820     READ TRANS-MTD-IN
006830         AT END
006840             MOVE 'Y' TO WS-EOF-SWITCH
006850         NOT AT END
006860             ADD 1 TO WS-MTDT-READ-COUNT
006870     END-READ.
006880 2527-EXIT.
006890     EXIT.
006900*
006910 2530-COMPARE-POSTED-TAIL.
006920     OPEN INPUT TRANS-MTD-IN.
006930     OPEN INPUT POSTED-IN.
006940     MOVE ZERO TO WS-MTDT-KEPT-COUNT.
006950     MOVE 'N' TO WS-EOF-SWITCH.
006960     MOVE 'N' TO WS-POST-EOF-SWITCH.
006970     PERFORM 2535-COMPARE-ONE-ROW THRU 2535-EXIT
006980         UNTIL WS-EOF-YES OR NOT WS-TAIL-MATCH-YES.
006990     CLOSE TRANS-MTD-IN.
007000     CLOSE POSTED-IN.
007010     MOVE ZERO TO WS-MTDT-KEPT-COUNT.
007020     MOVE 'N' TO WS-EOF-SWITCH.
007030 2530-EXIT.
007040     EXIT.
007050*
007060 2535-COMPARE-ONE-ROW.
007070     READ TRANS-MTD-IN
007080         AT END
007090             MOVE 'Y' TO WS-EOF-SWITCH
007100             GO TO 2535-EXIT
007110     END-READ.
007120     ADD 1 TO WS-MTDT-KEPT-COUNT.
007130     IF WS-MTDT-KEPT-COUNT NOT > WS-MTDT-KEEP-LIMIT
007140         GO TO 2535-EXIT
007150     END-IF.
007160     READ POSTED-IN
007170         AT END
007180             MOVE 'Y' TO WS-POST-EOF-SWITCH
007190     END-READ.
007200     IF WS-POST-EOF-YES
007210             OR TRANS-MTD-RECORD NOT = POSTED-RECORD
007220         MOVE 'N' TO WS-TAIL-MATCH-SWITCH
007230     END-IF.
007240 2535-EXIT.
007250     EXIT.
007260*****************************************************************
007270*    2900-REFUSE-BACKOUT -- PRINT AND DISPLAY THE REASON AND    *
007280*    END THE STEP RC=16.  NOTHING HAS BEEN CHANGED.             *
007290*****************************************************************
007300 2900-REFUSE-BACKOUT.
007310     DISPLAY 'TEST-PROGRAM-BACKOUT - BACKOUT OF '
007320         WS-BACKOUT-DATE ' REFUSED - ' WS-REFUSE-TEXT.
007330     MOVE 'BACKOUT REFUSED - NOTHING CHANGED' TO BD-LABEL.
007340     MOVE ZERO           TO BD-COUNT.
007350     MOVE WS-REFUSE-TEXT TO BD-TEXT.
007360     WRITE WS-BKO-DETAIL-LINE.
007370     CLOSE BACKOUT-REPORT.
007380     MOVE 16 TO RETURN-CODE.
007390     GO TO 9999-EXIT.
007400 2900-EXIT.
007410     EXIT.
007420*****************************************************************
007430*    3000-CLEAR-HISTORY -- SAME SWEEP THE EDIT STEP MAKES ON A  *
007440*    SAME-NIGHT RERUN: THE DATE'S OWN ROWS ARE DELETED SO THE   *
007450*    CORRECTED FEED DOES NOT REJECT AS DUPLICATES, AND ANY      *
007460*    ORIGINAL STAMPED REVERSED BY THAT NIGHT IS UNSTAMPED SO    *
007470*    ITS REVERSAL CAN BE PRESENTED AGAIN.                       *
007480*****************************************************************
007490 3000-CLEAR-HISTORY.
007500     OPEN I-O TRANS-HISTORY.
007510     IF WS-HISTORY-FS NOT = '00'
007520         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN TRANS'
007530             '-HISTORY - STATUS ' WS-HISTORY-FS
007540         MOVE 16 TO RETURN-CODE
007550         GO TO 9999-EXIT
007560     END-IF.
007570     MOVE 'N' TO WS-EOF-SWITCH.
007580     MOVE LOW-VALUES TO HIST-TRANS-ID.
007590     START TRANS-HISTORY KEY NOT LESS THAN HIST-TRANS-ID
007600         INVALID KEY
007610             MOVE 'Y' TO WS-EOF-SWITCH
007620     END-START.
007630     PERFORM 3100-SWEEP-ONE-HISTORY-ROW THRU 3100-EXIT
007640         UNTIL WS-EOF-YES.
007650     CLOSE TRANS-HISTORY.
007660     MOVE 'N' TO WS-EOF-SWITCH.
007670     MOVE 'HISTORY ROWS DELETED' TO BD-LABEL.
007680     MOVE WS-HIST-DELETED-COUNT TO BD-COUNT.
007690     MOVE 'ACCEPTED ITEMS OF THE DATE REMOVED FROM TRANS.HISTORY'
007700         TO BD-TEXT.
007710     WRITE WS-BKO-DETAIL-LINE.
007720     MOVE 'REVERSAL STAMPS CLEARED' TO BD-LABEL.
007730     MOVE WS-HIST-UNSTAMP-COUNT TO BD-COUNT.
007740     MOVE 'ORIGINALS MATCHED BY THE NIGHT''S REVERSALS REOPENED'
007750         TO BD-TEXT.
007760     WRITE WS-BKO-DETAIL-LINE.
007770 3000-EXIT.
007780     EXIT.
007790*
007800 3100-SWEEP-ONE-HISTORY-ROW.
007810     READ TRANS-HISTORY NEXT
007820         AT END
007830             MOVE 'Y' TO WS-EOF-SWITCH
007840         NOT AT END
007850             IF HIST-PROC-DATE = WS-BACKOUT-DATE
007860                 DELETE TRANS-HISTORY
007870                 ADD 1 TO WS-HIST-DELETED-COUNT
007880             ELSE
007890                 IF HIST-REVERSED-DATE IS NUMERIC
007900                         AND HIST-REVERSED-DATE = WS-BACKOUT-DATE
007910                     MOVE ZERO TO HIST-REVERSED-DATE
007920                     REWRITE HISTORY-RECORD
007930                         INVALID KEY
007940                             CONTINUE
007950                     END-REWRITE
007960                     ADD 1 TO WS-HIST-UNSTAMP-COUNT
007970                 END-IF
007980             END-IF
007990     END-READ.
008000 3100-EXIT.
008010     EXIT.
008020*****************************************************************
008030*    4000-MARK-AUDIT-TRAIL -- THE AUDIT TRAIL IS NEVER          *
008040*    SHORTENED BY A BACKOUT: EVERY ROW IS COPIED TO THE KEEP    *
008050*    FILE (COPIED BACK OVER THE LIVE TRAIL BY A LATER STEP) AND *
008060*    THE BACKED-OUT RUN'S ROWS ARE STAMPED WITH TODAY'S DATE.   *
008070*****************************************************************
008080 4000-MARK-AUDIT-TRAIL.
008090     OPEN INPUT AUDIT-IN.
008100     IF WS-AUDITIN-FS NOT = '00'
008110         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN AUDIT-IN'
008120             ' - STATUS ' WS-AUDITIN-FS
008130         MOVE 16 TO RETURN-CODE
008140         GO TO 9999-EXIT
008150     END-IF.
008160     OPEN OUTPUT AUDIT-KEEP.
008170     IF WS-AUDKEEP-FS NOT = '00'
008180         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN AUDIT'
008190             '-KEEP - STATUS ' WS-AUDKEEP-FS
008200         MOVE 16 TO RETURN-CODE
008210         GO TO 9999-EXIT
008220     END-IF.
008230     MOVE 'N' TO WS-EOF-SWITCH.
008240     PERFORM 4100-COPY-ONE-AUDIT-ROW THRU 4100-EXIT
008250         UNTIL WS-EOF-YES.
008260     CLOSE AUDIT-IN.
008270     CLOSE AUDIT-KEEP.
008280     MOVE 'N' TO WS-EOF-SWITCH.
008290     MOVE SPACES TO WS-WORK-TEXT.
008300     STRING 'RUN-ID ' WS-BACKOUT-RUN-ID
008310         ' STAMPED BACKED OUT ' WS-SYS-DATE
008320         ' ON THE AUDIT TRAIL'
008330         DELIMITED BY SIZE INTO WS-WORK-TEXT
008340     END-STRING.
008350     MOVE 'AUDIT ROWS MARKED BACKED OUT' TO BD-LABEL.
008360     MOVE WS-AUDIT-MARKED-COUNT TO BD-COUNT.
008370     MOVE WS-WORK-TEXT TO BD-TEXT.
008380     WRITE WS-BKO-DETAIL-LINE.
008390     IF WS-AUDIT-MARKED-COUNT = ZERO
008400         DISPLAY 'TEST-PROGRAM-BACKOUT - NO AUDIT ROWS FOR '
008410             'RUN-ID ' WS-BACKOUT-RUN-ID
008420         MOVE 'WARNING - NO AUDIT ROWS FOR THE RUN-ID'
008430             TO BD-LABEL
008440         MOVE ZERO TO BD-COUNT
008450         MOVE 'CHECK THE RUN-ID ON THE RUN STATUS ROW'
008460             TO BD-TEXT
008470         WRITE WS-BKO-DETAIL-LINE
008480         IF RETURN-CODE < 4
008490             MOVE 4 TO RETURN-CODE
008500         END-IF
008510     END-IF.
008520 4000-EXIT.
008530     EXIT.
008540*
008550 4100-COPY-ONE-AUDIT-ROW.
008560     READ AUDIT-IN
008570         AT END
008580             MOVE 'Y' TO WS-EOF-SWITCH
008590             GO TO 4100-EXIT
008600     END-READ.
008610     IF AUDIT-RUN-ID = WS-BACKOUT-RUN-ID
008620         MOVE WS-SYS-DATE TO AUDIT-BACKOUT-DATE
008630         ADD 1 TO WS-AUDIT-MARKED-COUNT
008640     ELSE
008650         ADD 1 TO WS-AUDIT-KEPT-COUNT
008660     END-IF.
008670     WRITE AUDIT-KEEP-RECORD FROM AUDIT-RECORD.
008680 4100-EXIT.
008690     EXIT.
008700*****************************************************************
008710*    5000-STRIP-MTD-FILES -- KEEP FILES FOR BOTH PERIOD-TO-DATE *
008720*    FILES, COPIED BACK BY LATER STEPS.  WHEN THE NIGHT WAS     *
008730*    NEVER APPENDED THEY ARE STRAIGHT COPIES.                   *
008740*****************************************************************
008750 5000-STRIP-MTD-FILES.
008760     IF NOT WS-MTD-APPENDED-YES
008770         MOVE 999999999 TO WS-MTDT-KEEP-LIMIT
008780     END-IF.
008790     OPEN INPUT TRANS-MTD-IN.
008800     IF WS-MTDTIN-FS NOT = '00'
008810         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN TRANS'
008820             '-MTD-IN - STATUS ' WS-MTDTIN-FS
008830         MOVE 16 TO RETURN-CODE
008840         GO TO 9999-EXIT
008850     END-IF.
008860     OPEN OUTPUT TRANS-MTD-KEEP.
008870     IF WS-MTDTKEEP-FS NOT = '00'
008880         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN TRANS'
008890             '-MTD-KEEP - STATUS ' WS-MTDTKEEP-FS
008900         MOVE 16 TO RETURN-CODE
008910         GO TO 9999-EXIT
008920     END-IF.
008930     MOVE 'N' TO WS-EOF-SWITCH.
008940     PERFORM 5100-COPY-ONE-MTD-ROW THRU 5100-EXIT
008950         UNTIL WS-EOF-YES.
008960     CLOSE TRANS-MTD-IN.
008970     CLOSE TRANS-MTD-KEEP.
008980     OPEN INPUT EXTR-MTD-IN.
008990     OPEN OUTPUT EXTR-MTD-KEEP.
009000     IF WS-MTDXKEEP-FS NOT = '00'
009010         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN EXTR'
009020             '-MTD-KEEP - STATUS ' WS-MTDXKEEP-FS
009030         MOVE 16 TO RETURN-CODE
009040         GO TO 9999-EXIT
009050     END-IF.
009060     MOVE 'N' TO WS-EOF-SWITCH.
009070     PERFORM 5200-COPY-ONE-EXTRACT-ROW THRU 5200-EXIT
009080         UNTIL WS-EOF-YES.
009090     CLOSE EXTR-MTD-IN.
009100     CLOSE EXTR-MTD-KEEP.
009110     MOVE 'N' TO WS-EOF-SWITCH.
009120     PERFORM 5300-REPORT-MTD-FILES THRU 5300-EXIT.
009130 5000-EXIT.
009140     EXIT.
009150*
009160 5100-COPY-ONE-MTD-ROW.
009170     READ TRANS-MTD-IN
009180         AT END
009190             MOVE 'Y' TO WS-EOF-SWITCH
009200             GO TO 5100-EXIT
009210     END-READ.
009220     IF WS-MTDT-KEPT-COUNT < WS-MTDT-KEEP-LIMIT
009230         WRITE TRANS-MTD-KEEP-RECORD FROM TRANS-MTD-RECORD
009240         ADD 1 TO WS-MTDT-KEPT-COUNT
009250     ELSE
009260         ADD 1 TO WS-MTDT-STRIP-COUNT
009270     END-IF.
009280 5100-EXIT.
009290     EXIT.
009300*
009310 5200-COPY-ONE-EXTRACT-ROW.
009320     READ EXTR-MTD-IN
009330         AT END
009340             MOVE 'Y' TO WS-EOF-SWITCH
009350             GO TO 5200-EXIT
009360     END-READ.
009370     IF EXTR-RUN-ID NOT = WS-BACKOUT-RUN-ID
009380         WRITE EXTR-MTD-KEEP-RECORD FROM EXTRACT-RECORD
009390         ADD 1 TO WS-MTDX-KEPT-COUNT
009400     END-IF.
009410 5200-EXIT.
009420     EXIT.
009430*
009440 5300-REPORT-MTD-FILES.
009450     IF WS-MTD-APPENDED-YES
009460         MOVE 'NIGHT''S ROWS REMOVED FROM PROD.MONTHLY.TRANS.MTD'
009470             TO BD-TEXT
009480     ELSE
009490         MOVE 'NIGHT WAS NOT APPENDED - PERIOD-TO-DATE FILES '
009500             & 'UNCHANGED' TO BD-TEXT
009510     END-IF.
009520     MOVE 'PERIOD-TO-DATE POSTED ROWS REMOVED' TO BD-LABEL.
009530     MOVE WS-MTDT-STRIP-COUNT TO BD-COUNT.
009540     WRITE WS-BKO-DETAIL-LINE.
009550     MOVE 'PERIOD-TO-DATE POSTED ROWS KEPT' TO BD-LABEL.
009560     MOVE WS-MTDT-KEPT-COUNT TO BD-COUNT.
009570     MOVE SPACES TO BD-TEXT.
009580     WRITE WS-BKO-DETAIL-LINE.
009590     MOVE 'PERIOD-TO-DATE EXTRACT ROWS REMOVED' TO BD-LABEL.
009600     MOVE WS-MTDX-STRIP-COUNT TO BD-COUNT.
009610     MOVE SPACES TO WS-WORK-TEXT.
009620     IF WS-MTD-APPENDED-YES
009630         STRING 'RUN-ID ' WS-BACKOUT-RUN-ID
009640             ' ROWS REMOVED FROM PROD.MONTHLY.EXTR.MTD'
009650             DELIMITED BY SIZE INTO WS-WORK-TEXT
009660         END-STRING
009670     END-IF.
009680     MOVE WS-WORK-TEXT TO BD-TEXT.
009690     WRITE WS-BKO-DETAIL-LINE.
009700     MOVE 'PERIOD-TO-DATE EXTRACT ROWS KEPT' TO BD-LABEL.
009710     MOVE WS-MTDX-KEPT-COUNT TO BD-COUNT.
009720     MOVE SPACES TO BD-TEXT.
009730     WRITE WS-BKO-DETAIL-LINE.
009740     IF NOT WS-MTD-APPENDED-YES
009750         IF RETURN-CODE < 4
009760             MOVE 4 TO RETURN-CODE
009770         END-IF
009780     END-IF.
009790 5300-EXIT.
009800     EXIT.
009810*****************************************************************
009820*    6000-RESTORE-CONTROL-FILES -- THE GL CONTROL GENERATION    *
009830*    TO BE RESTORED GOES TO ITS KEEP FILE (THE PRIOR ONE WHEN   *
009840*    THE NIGHT ROLLED IT, THE CURRENT ONE OTHERWISE), AND THE   *
009850*    ONLINE ACTIVITY KSDS IS RELOADED FROM THE PRIOR ACTIVITY   *
009860*    GENERATION (DEFINED REUSE; CICS MUST HAVE IT CLOSED).      *
009863*    STANDING ORDERS THE NIGHT ADVANCED GO BACK TO THEIR PRIOR  *
009866*    DUE DATE.                                                  *
009868*    THE BRANCH MIS SUMMARY IS KEPT WITHOUT THE NIGHT'S ROWS.   *
009870*****************************************************************
009880 6000-RESTORE-CONTROL-FILES.
009890     PERFORM 6100-KEEP-GL-CONTROL THRU 6100-EXIT.
009900     PERFORM 6200-RELOAD-ACTIVITY-KSDS THRU 6200-EXIT.
009905     PERFORM 6300-RESTORE-STANDING-ORDERS THRU 6300-EXIT.
009907     PERFORM 6400-KEEP-MIS-HISTORY THRU 6400-EXIT.
009910 6000-EXIT.
009920     EXIT.
009930*
009940 6100-KEEP-GL-CONTROL.
009950     OPEN OUTPUT CONTROL-KEEP.
009960     IF WS-GLCKEEP-FS NOT = '00'
009970         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN CONTROL'
009980             '-KEEP - STATUS ' WS-GLCKEEP-FS
009990         MOVE 16 TO RETURN-CODE
010000         GO TO 9999-EXIT
010010     END-IF.
010020     MOVE 'N' TO WS-EOF-SWITCH.
010030     IF WS-GLC-ROLLBACK-YES
010040         OPEN INPUT CONTROL-PRV
010050         IF WS-GLCPRV-FS NOT = '00'
010060             DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN '
010070                 'CONTROL-PRV - STATUS ' WS-GLCPRV-FS
010080             MOVE 16 TO RETURN-CODE
010090             GO TO 9999-EXIT
010100         END-IF
010110         PERFORM 6110-COPY-ONE-PRIOR-ROW THRU 6110-EXIT
010120             UNTIL WS-EOF-YES
010130         CLOSE CONTROL-PRV
010140         MOVE 'PRIOR GENERATION RESTORED BY STEP RSTGLCTL'
010150             TO BD-TEXT
010160     ELSE
010170         OPEN INPUT CONTROL-CUR
010180         IF WS-GLCCUR-FS = '00'
010190             PERFORM 6120-COPY-ONE-CURRENT-ROW THRU 6120-EXIT
010200                 UNTIL WS-EOF-YES
010210             CLOSE CONTROL-CUR
010220         END-IF
010230         MOVE 'NOT ROLLED THAT NIGHT - CURRENT GENERATION '
010240             & 'CARRIED FORWARD' TO BD-TEXT
010250         IF RETURN-CODE < 4
010260             MOVE 4 TO RETURN-CODE
010270         END-IF
010280     END-IF.
010290     CLOSE CONTROL-KEEP.
010300     MOVE 'N' TO WS-EOF-SWITCH.
010310     MOVE 'GL CONTROL BALANCE ROWS' TO BD-LABEL.
010320     MOVE WS-GLC-COPIED-COUNT TO BD-COUNT.
010330     WRITE WS-BKO-DETAIL-LINE.
010340 6100-EXIT.
010350     EXIT.
010360*
010370 6110-COPY-ONE-PRIOR-ROW.
010380     READ CONTROL-PRV
010390         AT END
010400             MOVE 'Y' TO WS-EOF-SWITCH
010410         NOT AT END
010420             WRITE CONTROL-KEEP-RECORD FROM CONTROL-PRV-RECORD
010430             ADD 1 TO WS-GLC-COPIED-COUNT
010440     END-READ.
010450 6110-EXIT.
010460     EXIT.
010470*
010480 6120-COPY-ONE-CURRENT-ROW.
010490     READ CONTROL-CUR
010500         AT END
010510             MOVE 'Y' TO WS-EOF-SWITCH
010520         NOT AT END
010530             WRITE CONTROL-KEEP-RECORD
010540                 FROM GL-CONTROL-BALANCE-RECORD
010550             ADD 1 TO WS-GLC-COPIED-COUNT
010560     END-READ.
010570 6120-EXIT.
010580     EXIT.
010590*
010600 6200-RELOAD-ACTIVITY-KSDS.
010610     OPEN INPUT ACTIVITY-PRV.
010620     IF WS-ACTVPRV-FS NOT = '00'
010630         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN ACTIVITY'
010640             '-PRV - STATUS ' WS-ACTVPRV-FS
010650         MOVE 16 TO RETURN-CODE
010660         GO TO 9999-EXIT
010670     END-IF.
010680     OPEN OUTPUT ACTIVITY-KSDS.
010690     IF WS-ACTKSDS-FS NOT = '00'
010700         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN ACTIVITY'
010710             '-KSDS - STATUS ' WS-ACTKSDS-FS
010720         MOVE 16 TO RETURN-CODE
010730         GO TO 9999-EXIT
010740     END-IF.
010750     MOVE 'N' TO WS-EOF-SWITCH.
010760     PERFORM 6210-LOAD-ONE-ACTIVITY-ROW THRU 6210-EXIT
010770         UNTIL WS-EOF-YES.
010780     CLOSE ACTIVITY-PRV.
010790     CLOSE ACTIVITY-KSDS.
010800     MOVE 'N' TO WS-EOF-SWITCH.
010810     MOVE 'ACTIVITY KSDS ROWS RELOADED' TO BD-LABEL.
010820     MOVE WS-KSDS-LOADED-COUNT TO BD-COUNT.
010830     MOVE 'ONLINE BALANCE INQUIRY (TPGB) BACK TO THE PRIOR '
010840         & 'GENERATION' TO BD-TEXT.
010850     WRITE WS-BKO-DETAIL-LINE.
010860     IF WS-KSDS-ERROR-COUNT > ZERO
010870         MOVE 'WARNING - ACTIVITY ROWS NOT LOADED' TO BD-LABEL
010880         MOVE WS-KSDS-ERROR-COUNT TO BD-COUNT
010890         MOVE 'DUPLICATE OR OUT-OF-SEQUENCE KEYS ON THE PRIOR '
010900             & 'GENERATION' TO BD-TEXT
010910         WRITE WS-BKO-DETAIL-LINE
010920         IF RETURN-CODE < 4
010930             MOVE 4 TO RETURN-CODE
010940         END-IF
010950     END-IF.
010960 6200-EXIT.
010970     EXIT.
010980*
010990 6210-LOAD-ONE-ACTIVITY-ROW.
011000     READ ACTIVITY-PRV
011010         AT END
011020             MOVE 'Y' TO WS-EOF-SWITCH
011030             GO TO 6210-EXIT
011040     END-READ.
011050     MOVE ACTIVITY-PRV-RECORD TO ACTIVITY-KSDS-RECORD.
011060     WRITE ACTIVITY-KSDS-RECORD
011070         INVALID KEY
011080             ADD 1 TO WS-KSDS-ERROR-COUNT
011090         NOT INVALID KEY
011100             ADD 1 TO WS-KSDS-LOADED-COUNT
011110     END-WRITE.
011120 6210-EXIT.
011130     EXIT.
011131*****************************************************************
011132*    6300-RESTORE-STANDING-ORDERS -- AN ORDER WHOSE LAST RUN    *
011133*    DATE IS THE NIGHT'S HAS ITS NEXT DUE DATE PUT BACK TO THE  *
011134*    PRIOR DUE DATE THE SCHEDULER SAVED, ITS LAST RUN DATE      *
011135*    CLEARED AND, WHEN THE NIGHT ENDED IT, ITS STATUS MADE      *
011136*    ACTIVE AGAIN.  THE SCHEDULER THEN RAISES THE SAME ITEMS    *
011137*    UNDER THE SAME IDS WHATEVER DAY THE DATE IS RERUN.  EACH   *
011138*    ORDER PUT BACK IS LISTED ON THE REPORT.                    *
011139*****************************************************************
011140 6300-RESTORE-STANDING-ORDERS.
011141     MOVE WS-CYC-OPEN-TIMESTAMP(1:4) TO WS-SRD-CCYY.
011142     MOVE WS-CYC-OPEN-TIMESTAMP(6:2) TO WS-SRD-MM.
011143     MOVE WS-CYC-OPEN-TIMESTAMP(9:2) TO WS-SRD-DD.
011144     IF WS-SCHED-RUN-DATE-X IS NOT NUMERIC
011145         MOVE 'WARNING - STANDING ORDERS NOT CHECKED' TO BD-LABEL
011146         MOVE ZERO TO BD-COUNT
011147         MOVE 'NO CYCLE OPEN DATE ON CYCLE CONTROL - PUT BACK BY '
011148             & 'HAND' TO BD-TEXT
011149         WRITE WS-BKO-DETAIL-LINE
011150         IF RETURN-CODE < 4
011151             MOVE 4 TO RETURN-CODE
011152         END-IF
011153         GO TO 6300-EXIT
011154     END-IF.
011155     OPEN I-O ORDER-MASTER.
011156     IF WS-SORDMST-FS NOT = '00'
011157         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN ORDER'
011158             '-MASTER - STATUS ' WS-SORDMST-FS
011159         MOVE 16 TO RETURN-CODE
011160         GO TO 9999-EXIT
011161     END-IF.
011162     MOVE 'N' TO WS-EOF-SWITCH.
011163     PERFORM 6310-RESTORE-ONE-ORDER THRU 6310-EXIT
011164         UNTIL WS-EOF-YES.
011165     CLOSE ORDER-MASTER.
011166     MOVE 'N' TO WS-EOF-SWITCH.
011167     MOVE 'STANDING ORDERS PUT BACK' TO BD-LABEL.
011168     MOVE WS-SORD-RESTORED-COUNT TO BD-COUNT.
011169     MOVE SPACES TO WS-WORK-TEXT.
011170     STRING 'SCHEDULER RUN OF ' WS-SCHED-RUN-DATE
011171         ' UNDONE - SCHED RAISES THEIR ITEMS AGAIN'
011172         DELIMITED BY SIZE INTO WS-WORK-TEXT
011173     END-STRING.
011174     MOVE WS-WORK-TEXT TO BD-TEXT.
011175     WRITE WS-BKO-DETAIL-LINE.
011176     IF WS-SORD-ERROR-COUNT > ZERO
011177         MOVE 'WARNING - STANDING ORDERS NOT PUT BACK' TO BD-LABEL
011178         MOVE WS-SORD-ERROR-COUNT TO BD-COUNT
011179         MOVE 'REWRITE FAILED (SEE SYSOUT) - PUT BACK BY HAND '
011180             & 'BEFORE THE RERUN' TO BD-TEXT
011181         WRITE WS-BKO-DETAIL-LINE
011182         IF RETURN-CODE < 4
011183             MOVE 4 TO RETURN-CODE
011184         END-IF
011185     END-IF.
011186 6300-EXIT.
011187     EXIT.
011188*
011189 6310-RESTORE-ONE-ORDER.
011190     READ ORDER-MASTER
011191         AT END
011192             MOVE 'Y' TO WS-EOF-SWITCH
011193             GO TO 6310-EXIT
011194     END-READ.
011195     IF SORD-LAST-RUN-DATE NOT = WS-SCHED-RUN-DATE
011196         GO TO 6310-EXIT
011197     END-IF.
011198     MOVE SPACES TO WS-WORK-TEXT.
011199     STRING 'NEXT DUE ' SORD-NEXT-DUE-DATE ' BACK TO '
011200         SORD-PRIOR-DUE-DATE
011201         DELIMITED BY SIZE INTO WS-WORK-TEXT
011202     END-STRING.
011203     MOVE SORD-PRIOR-DUE-DATE TO SORD-NEXT-DUE-DATE.
011204     MOVE ZERO TO SORD-LAST-RUN-DATE.
011205     IF SORD-STATUS-ENDED
011206         MOVE 'A' TO SORD-STATUS
011207         MOVE ', ENDED ORDER MADE ACTIVE AGAIN'
011208             TO WS-WORK-TEXT(35:31)
011209     END-IF.
011210     REWRITE STANDING-ORDER-RECORD
011211         INVALID KEY
011212             ADD 1 TO WS-SORD-ERROR-COUNT
011213             DISPLAY 'TEST-PROGRAM-BACKOUT - REWRITE FAILED FOR '
011214                 'ORDER ' SORD-ORDER-ID ' - STATUS '
011215                 WS-SORDMST-FS
011216             GO TO 6310-EXIT
011217     END-REWRITE.
011218     ADD 1 TO WS-SORD-RESTORED-COUNT.
011219     MOVE SPACES TO BD-LABEL.
011220     STRING 'STANDING ORDER ' SORD-ORDER-ID
011221         DELIMITED BY SIZE INTO BD-LABEL
011222     END-STRING.
011223     MOVE 1 TO BD-COUNT.
011224     MOVE WS-WORK-TEXT TO BD-TEXT.
011225     WRITE WS-BKO-DETAIL-LINE.
011226 6310-EXIT.
011227     EXIT.
011228*****************************************************************
011229*    6400-KEEP-MIS-HISTORY -- THE BRANCH MIS STEP KEEPS ONE     *
011230*    SUMMARY ROW PER NIGHT, BRANCH AND CURRENCY AND ONLY DROPS  *
011231*    THE ROWS OF THE DATE IT IS RUN FOR.  A DATE RERUN ON A     *
011232*    LATER DAY IS A DIFFERENT DATE, SO THE NIGHT'S ROWS ARE     *
011233*    LEFT OFF THE KEEP FILE HERE (CATALOGUED AS THE NEXT        *
011234*    GENERATION BY STEP RSTMIS) OR THEY WOULD STAY IN THE       *
011235*    PERIOD-TO-DATE AND PRIOR-PERIOD FIGURES.                   *
011236*****************************************************************
011237 6400-KEEP-MIS-HISTORY.
011238     OPEN INPUT MIS-HIST-IN.
011239     IF WS-MISHIN-FS NOT = '00'
011240         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN MIS-HIST'
011241             '-IN - STATUS ' WS-MISHIN-FS
011242         MOVE 16 TO RETURN-CODE
011243         GO TO 9999-EXIT
011244     END-IF.
011245     OPEN OUTPUT MIS-HIST-KEEP.
011246     IF WS-MISKEEP-FS NOT = '00'
011247         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN MIS-HIST'
011248             '-KEEP - STATUS ' WS-MISKEEP-FS
011249         MOVE 16 TO RETURN-CODE
011250         GO TO 9999-EXIT
011251     END-IF.
011252     MOVE 'N' TO WS-EOF-SWITCH.
011253     PERFORM 6410-COPY-ONE-MIS-ROW THRU 6410-EXIT
011254         UNTIL WS-EOF-YES.
011255     CLOSE MIS-HIST-IN.
011256     CLOSE MIS-HIST-KEEP.
011257     MOVE 'N' TO WS-EOF-SWITCH.
011258     MOVE 'BRANCH MIS SUMMARY ROWS REMOVED' TO BD-LABEL.
011259     MOVE WS-MIS-STRIP-COUNT TO BD-COUNT.
011260     IF WS-MIS-STRIP-COUNT > ZERO
011261         MOVE 'NIGHT''S ROWS LEFT OFF PROD.DAILY.BRANCH.MIS.'
011262             & 'HISTORY' TO BD-TEXT
011263     ELSE
011264         MOVE 'NO ROWS FOR THE DATE - SUMMARY CARRIED FORWARD '
011265             & 'AS IT IS' TO BD-TEXT
011266     END-IF.
011267     WRITE WS-BKO-DETAIL-LINE.
011268     MOVE 'BRANCH MIS SUMMARY ROWS KEPT' TO BD-LABEL.
011269     MOVE WS-MIS-KEPT-COUNT TO BD-COUNT.
011270     MOVE SPACES TO BD-TEXT.
011271     WRITE WS-BKO-DETAIL-LINE.
011272 6400-EXIT.
011273     EXIT.
011274*
011275 6410-COPY-ONE-MIS-ROW.
011276     READ MIS-HIST-IN
011277         AT END
011278             MOVE 'Y' TO WS-EOF-SWITCH
011279             GO TO 6410-EXIT
011280     END-READ.
011281     IF BRM-BUSINESS-DATE = WS-BACKOUT-DATE
011282         ADD 1 TO WS-MIS-STRIP-COUNT
011283     ELSE
011284         WRITE MIS-HIST-KEEP-RECORD FROM BRANCH-MIS-RECORD
011285         ADD 1 TO WS-MIS-KEPT-COUNT
011286     END-IF.
011287 6410-EXIT.
011288     EXIT.
011289*****************************************************************
011290*    7000-RESET-CYCLE-STATUS -- LAST, SO AN ABEND ABOVE LEAVES  *
011291*    THE BACKOUT RESUBMITTABLE.  THE CYCLE-CONTROL RECORD KEEPS *
011292*    THE DATE BUT IS STAMPED BACKOUT (CONSOL REFUSES ONLY A     *
011293*    COMPLETE DATE); THE RUN-STATUS ROW KEEPS THE DATE AND THE  *
011294*    BACKED-OUT RUN-ID WITH ITS COUNTS CLEARED AND PHASE        *
011295*    BACKOUT, SO CONSOL TREATS THE RESUBMISSION AS A RERUN OF   *
011296*    THE SAME DATE BUT STILL HOLDS A LATER DATE UNTIL THE       *
011297*    BACKED-OUT DATE IS RERUN OR OVERRIDDEN.                    *
011298*****************************************************************
011299 7000-RESET-CYCLE-STATUS.
011300     PERFORM 1900-BUILD-TIMESTAMP THRU 1900-EXIT.
011301     PERFORM 7100-RESET-RUN-STATUS THRU 7100-EXIT.
011302     OPEN OUTPUT CYCLE-CONTROL.
011303     IF WS-CYCCTL-FS NOT = '00'
011304         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO RESET CYCLE '
011305             'CONTROL - STATUS ' WS-CYCCTL-FS
011310         MOVE 16 TO RETURN-CODE
011320         GO TO 9999-EXIT
011330     END-IF.
011340     MOVE SPACES                TO CYCLE-CONTROL-RECORD.
011350     MOVE WS-BACKOUT-DATE       TO CYC-BUSINESS-DATE.
011360     MOVE 'BACKOUT '            TO CYC-STATUS.
011370     MOVE WS-CYC-OPEN-TIMESTAMP TO CYC-OPEN-TIMESTAMP.
011380     MOVE WS-TIMESTAMP          TO CYC-CLOSE-TIMESTAMP.
011390     WRITE CYCLE-CONTROL-RECORD.
011400     CLOSE CYCLE-CONTROL.
011410     MOVE SPACES TO WS-WORK-TEXT.
011420     STRING 'WAS ' WS-CYC-STATUS-BEFORE ' RESULT '
011430         WS-RECON-RESULT-BEFORE ' - NOW BACKOUT, CONSOL WILL '
011440         'ACCEPT THE DATE'
011450         DELIMITED BY SIZE INTO WS-WORK-TEXT
011460     END-STRING.
011470     MOVE 'CYCLE CONTROL RESET' TO BD-LABEL.
011480     MOVE 1 TO BD-COUNT.
011490     MOVE WS-WORK-TEXT TO BD-TEXT.
011500     WRITE WS-BKO-DETAIL-LINE.
011510 7000-EXIT.
011520     EXIT.
011530*
011540 7100-RESET-RUN-STATUS.
011550     OPEN I-O RUN-STATUS-FILE.
011560     IF WS-RUNSTAT-FS NOT = '00'
011570         DISPLAY 'TEST-PROGRAM-BACKOUT - UNABLE TO OPEN RUN '
011580             'STATUS - STATUS ' WS-RUNSTAT-FS
011590         MOVE 16 TO RETURN-CODE
011600         GO TO 9999-EXIT
011610     END-IF.
011620     MOVE 'CURRENT ' TO RSTA-KEY.
011630     READ RUN-STATUS-FILE
011640         INVALID KEY
011650             DISPLAY 'TEST-PROGRAM-BACKOUT - RUN STATUS ROW '
011660                 'GONE - STATUS ' WS-RUNSTAT-FS
011670             CLOSE RUN-STATUS-FILE
011680             MOVE 16 TO RETURN-CODE
011690             GO TO 9999-EXIT
011700     END-READ.
011710     MOVE 'BACKOUT '   TO RSTA-PHASE.
011720     MOVE ZERO         TO RSTA-CKPT-COUNTER.
011730     MOVE WS-TIMESTAMP TO RSTA-CKPT-TIMESTAMP.
011740     MOVE ZERO         TO RSTA-CHUNKS-COMMITTED.
011750     MOVE ZERO         TO RSTA-EDIT-ACCEPTED.
011760     MOVE ZERO         TO RSTA-EDIT-REJECTED.
011770     MOVE SPACES       TO RSTA-RECON-RESULT.
011780     MOVE ZERO         TO RSTA-SUSP-HELD.
011790     MOVE ZERO         TO RSTA-SUSP-RELEASED.
011800     REWRITE RUN-STATUS-RECORD
011810         INVALID KEY
011820             DISPLAY 'TEST-PROGRAM-BACKOUT - RUN STATUS REWRITE'
011830                 ' FAILED - STATUS ' WS-RUNSTAT-FS
011840             CLOSE RUN-STATUS-FILE
011850             MOVE 16 TO RETURN-CODE
011860             GO TO 9999-EXIT
011870     END-REWRITE.
011880     CLOSE RUN-STATUS-FILE.
011890     MOVE 'RUN STATUS ROW RESET' TO BD-LABEL.
011900     MOVE 1 TO BD-COUNT.
011910     MOVE 'PHASE BACKOUT, STEP COUNTS AND RECON RESULT CLEARED'
011920         TO BD-TEXT.
011930     WRITE WS-BKO-DETAIL-LINE.
011940 7100-EXIT.
011950     EXIT.
011960*****************************************************************
011970*    8000-FINALIZE -- THE GENERATIONS ROLLED BACK BY THE STEPS  *
011980*    THAT FOLLOW ARE LISTED SO THE REPORT SHOWS THE WHOLE       *
011990*    BACKOUT, THEN THE STEP RESULT.                             *
012000*****************************************************************
012010 8000-FINALIZE.
012020     MOVE ZERO TO BD-COUNT.
012030     MOVE 'GENERATION ROLLED BACK' TO BD-LABEL.
012040     MOVE 'PROD.DAILY.BALANCE.MASTER - PRIOR COPIED FORWARD'
012050         TO BD-TEXT.
012060     WRITE WS-BKO-DETAIL-LINE.
012070     MOVE 'PROD.DAILY.TRANS.SUSPENSE - PRIOR COPIED FORWARD'
012080         TO BD-TEXT.
012090     WRITE WS-BKO-DETAIL-LINE.
012100     MOVE 'PROD.DAILY.INTEREST.ACCRUAL - PRIOR COPIED FORWARD'
012110         TO BD-TEXT.
012120     WRITE WS-BKO-DETAIL-LINE.
012130     MOVE 'PROD.DAILY.INTEREST.CAPITAL - PRIOR COPIED FORWARD'
012140         TO BD-TEXT.
012150     WRITE WS-BKO-DETAIL-LINE.
012160     MOVE 'PROD.DAILY.ACCOUNT.ACTIVITY - PRIOR COPIED FORWARD'
012170         TO BD-TEXT.
012180     WRITE WS-BKO-DETAIL-LINE.
012190     IF WS-GLC-ROLLBACK-YES
012200         MOVE 'PROD.DAILY.GL.CONTROL.BALANCE - PRIOR COPIED '
012210             & 'FORWARD' TO BD-TEXT
012220         WRITE WS-BKO-DETAIL-LINE
012230     END-IF.
012232     MOVE 'PROD.DAILY.BRANCH.MIS.HISTORY - KEEP FILE COPIED '
012234         & 'FORWARD' TO BD-TEXT.
012236     WRITE WS-BKO-DETAIL-LINE.
012240     MOVE SPACES TO WS-WORK-TEXT.
012250     STRING 'BUSINESS DATE ' WS-BACKOUT-DATE ' RUN-ID '
012260         WS-BACKOUT-RUN-ID ' - RESUBMIT TESTPGMJ ON THE '
012270         'CORRECTED FEED'
012280         DELIMITED BY SIZE INTO WS-WORK-TEXT
012290     END-STRING.
012300     MOVE 'CYCLE BACKED OUT' TO BD-LABEL.
012310     MOVE ZERO TO BD-COUNT.
012320     MOVE WS-WORK-TEXT TO BD-TEXT.
012330     WRITE WS-BKO-DETAIL-LINE.
012340     CLOSE BACKOUT-REPORT.
012350     DISPLAY 'TEST-PROGRAM-BACKOUT - BUSINESS DATE '
012360         WS-BACKOUT-DATE ' RUN-ID ' WS-BACKOUT-RUN-ID
012370         ' BACKED OUT BY ' WS-OPERATOR-ID.
012380     DISPLAY 'TEST-PROGRAM-BACKOUT HISTORY DELETED: '
012390         WS-HIST-DELETED-COUNT ' UNSTAMPED: '
012400         WS-HIST-UNSTAMP-COUNT.
012410     DISPLAY 'TEST-PROGRAM-BACKOUT AUDIT ROWS MARKED: '
012420         WS-AUDIT-MARKED-COUNT.
012430     DISPLAY 'TEST-PROGRAM-BACKOUT MTD ROWS REMOVED: POSTED '
012440         WS-MTDT-STRIP-COUNT ' EXTRACT ' WS-MTDX-STRIP-COUNT.
012443     DISPLAY 'TEST-PROGRAM-BACKOUT STANDING ORDERS PUT BACK: '
012446         WS-SORD-RESTORED-COUNT.
012447     DISPLAY 'TEST-PROGRAM-BACKOUT MIS SUMMARY ROWS REMOVED: '
012448         WS-MIS-STRIP-COUNT.
012450 8000-EXIT.
012460     EXIT.
012470*****************************************************************
012480*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
012490*****************************************************************
012500 9999-EXIT.
012510     STOP RUN.
