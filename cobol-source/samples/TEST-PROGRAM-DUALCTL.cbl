000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-DUALCTL.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-DUALCTL                         *
000100*                                                               *
000110*    PURPOSE.     MAKER-CHECKER DUAL CONTROL.  CAPTURES THE     *
000120*                 ACCOUNT MAINTENANCE CARDS (KEYED DECK AND     *
000130*                 DORMANCY FREEZE CARDS, MNTCARDS) AND THE      *
000140*                 HAND-KEYED REJECT CORRECTION CARDS            *
000150*                 (CORCARDS) ONTO THE PENDING-APPROVAL KSDS     *
000160*                 UNDER THE MAKER'S OPERATOR ID, WHERE THEY     *
000170*                 WAIT FOR A SECOND OPERATOR TO APPROVE OR      *
000180*                 DECLINE THEM ON TPGA (TPGC CORRECTIONS ARE    *
000190*                 WRITTEN THERE DIRECTLY).  THEN SWEEPS THE     *
000200*                 FILE: AN ITEM STILL PENDING PAST THE EXPIRY   *
000210*                 AGE IS EXPIRED, A FINISHED ITEM PAST THE      *
000220*                 RETENTION AGE IS DROPPED, AND THE DAILY       *
000230*                 DUAL-CONTROL REPORT LISTS EVERY ITEM STILL    *
000240*                 PENDING OR KEYED, DECIDED OR FINISHED TODAY,  *
000250*                 FOLLOWED BY COUNTS OF PENDING, APPROVED,      *
000260*                 DECLINED, EXPIRED, APPLIED AND FAILED ITEMS   *
000270*                 BY MAKER AND CHECKER.                         *
000280*                                                               *
000290*    NOTES.       A CARD WITH NO OPERATOR ID HAS NO MAKER AND   *
000300*                 IS NOT CAPTURED; IT IS LISTED ON THE REPORT   *
000310*                 AND THE STEP ENDS RC=4.  EITHER CARD DD MAY   *
000320*                 BE DUMMY.  CICS MUST HAVE PENDMSTF CLOSED     *
000330*                 WHILE THIS STEP RUNS.                         *
000340*                 RC=4  CARDS NOT CAPTURED, OR SUMMARY FULL.    *
000350*                 RC=16 THE PENDING FILE OR THE REPORT COULD    *
000360*                       NOT BE OPENED, A CAPTURE FAILED, OR AN  *
000365*                       EXPIRY OR RETENTION UPDATE FAILED.      *
000370*                                                               *
000380*    MODIFICATION HISTORY.                                     *
000390*    2026-10-15  DO   INITIAL VERSION.                          *
000392*    2026-10-15  DO   AN EXPIRY OR RETENTION UPDATE THAT FAILS  *
000394*                     IS NO LONGER COUNTED AS DONE AND ENDS THE *
000396*                     STEP RC=16.                               *
000400*                                                               *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARM-IN ASSIGN TO DUALPARM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARMIN-FS.
000510     SELECT MAINT-CARDS-IN ASSIGN TO MNTCARDS
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MNTCARDS-FS.
000540     SELECT CORR-CARDS-IN ASSIGN TO CORCARDS
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-CORCARDS-FS.
000570     SELECT PENDING-FILE ASSIGN TO PENDMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PEND-KEY
000610         FILE STATUS IS WS-PENDMST-FS.
000620     SELECT DUAL-REPORT ASSIGN TO DCRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DCRPT-FS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PARM-IN
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DUALPARM.
000710*
000720 FD  MAINT-CARDS-IN
000730     LABEL RECORDS ARE STANDARD.
000740 01  MAINT-CARD-IN-RECORD        PIC X(80).
000750*
000760 FD  CORR-CARDS-IN
000770     LABEL RECORDS ARE STANDARD.
000780 01  CORR-CARD-IN-RECORD         PIC X(80).
000790*
000800 FD  PENDING-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY PENDREC.
000830*
000840 FD  DUAL-REPORT
000850     LABEL RECORDS ARE STANDARD.
000860 01  WS-DCR-HEADER-LINE1.
000870     05  FILLER                  PIC X(01)  VALUE SPACE.
000880     05  FILLER                  PIC X(48)
000890             VALUE 'DUAL-CONTROL (MAKER-CHECKER) REPORT'.
000900     05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
000910     05  DH-RUN-DATE             PIC 9(08).
000920     05  FILLER                  PIC X(04)  VALUE SPACES.
000930     05  FILLER                  PIC X(12)  VALUE 'EXPIRY AGE: '.
000940     05  DH-EXPIRY-DAYS          PIC ZZ9.
000950     05  FILLER                  PIC X(17)
000960             VALUE ' DAYS  RETENTION:'.
000970     05  DH-RETENTION-DAYS       PIC ZZZ9.
000980     05  FILLER                  PIC X(05)  VALUE ' DAYS'.
000990     05  FILLER                  PIC X(04)  VALUE SPACES.
001000     05  FILLER                  PIC X(06)  VALUE 'PAGE: '.
001010     05  DH-PAGE-NUMBER          PIC ZZZ9.
001020     05  FILLER                  PIC X(07)  VALUE SPACES.
001030 01  WS-DCR-HEADER-LINE2.
001040     05  FILLER                  PIC X(01)  VALUE SPACE.
001050     05  FILLER                  PIC X(22)  VALUE 'PENDING ID'.
001060     05  FILLER                  PIC X(05)  VALUE 'SRC'.
001070     05  FILLER                  PIC X(23)  VALUE 'ITEM'.
001080     05  FILLER                  PIC X(09)  VALUE 'MAKER'.
001090     05  FILLER                  PIC X(09)  VALUE 'KEYED'.
001100     05  FILLER                  PIC X(06)  VALUE ' AGE'.
001110     05  FILLER                  PIC X(09)  VALUE 'STATUS'.
001120     05  FILLER                  PIC X(09)  VALUE 'CHECKER'.
001130     05  FILLER                  PIC X(09)  VALUE 'DECIDED'.
001140     05  FILLER                  PIC X(09)  VALUE 'CLOSED'.
001150     05  FILLER                  PIC X(22)  VALUE 'REASON'.
001160 01  WS-DCR-DETAIL-LINE.
001170     05  FILLER                  PIC X(01)  VALUE SPACE.
001180     05  DD-PENDING-ID           PIC X(20).
001190     05  FILLER                  PIC X(02)  VALUE SPACES.
001200     05  DD-SOURCE               PIC X(04).
001210     05  FILLER                  PIC X(01)  VALUE SPACE.
001220     05  DD-ITEM                 PIC X(22).
001230     05  FILLER                  PIC X(01)  VALUE SPACE.
001240     05  DD-MAKER                PIC X(08).
001250     05  FILLER                  PIC X(01)  VALUE SPACE.
001260     05  DD-KEYED-DATE           PIC 9(08).
001270     05  FILLER                  PIC X(01)  VALUE SPACE.
001280     05  DD-AGE                  PIC ZZZ9.
001290     05  FILLER                  PIC X(02)  VALUE SPACES.
001300     05  DD-STATUS               PIC X(08).
001310     05  FILLER                  PIC X(01)  VALUE SPACE.
001320     05  DD-CHECKER              PIC X(08).
001330     05  FILLER                  PIC X(01)  VALUE SPACE.
001340     05  DD-DECIDED-DATE         PIC X(08).
001350     05  FILLER                  PIC X(01)  VALUE SPACE.
001360     05  DD-CLOSED-DATE          PIC X(08).
001370     05  FILLER                  PIC X(01)  VALUE SPACE.
001380     05  DD-REASON               PIC X(04).
001390     05  FILLER                  PIC X(18)  VALUE SPACES.
001400 01  WS-DCR-REFUSED-LINE.
001410     05  FILLER                  PIC X(01)  VALUE SPACE.
001420     05  FILLER                  PIC X(31)
001430             VALUE 'NOT CAPTURED - NO OPERATOR ID: '.
001440     05  DR-CARD-IMAGE           PIC X(80).
001450     05  FILLER                  PIC X(21)  VALUE SPACES.
001460 01  WS-DCR-SUMMARY-HEADER.
001470     05  FILLER                  PIC X(01)  VALUE SPACE.
001480     05  FILLER                  PIC X(10)  VALUE 'MAKER'.
001490     05  FILLER                  PIC X(08)  VALUE 'CHECKER'.
001500     05  FILLER                  PIC X(10)  VALUE '   PENDING'.
001510     05  FILLER                  PIC X(10)  VALUE '  APPROVED'.
001520     05  FILLER                  PIC X(10)  VALUE '  DECLINED'.
001530     05  FILLER                  PIC X(10)  VALUE '   EXPIRED'.
001540     05  FILLER                  PIC X(10)  VALUE '   APPLIED'.
001550     05  FILLER                  PIC X(10)  VALUE '    FAILED'.
001560     05  FILLER                  PIC X(54)  VALUE SPACES.
001570 01  WS-DCR-SUMMARY-LINE.
001580     05  FILLER                  PIC X(01)  VALUE SPACE.
001590     05  DS-MAKER                PIC X(08).
001600     05  FILLER                  PIC X(02)  VALUE SPACES.
001610     05  DS-CHECKER              PIC X(08).
001620     05  DS-COUNT                PIC ZZZZZZZZZ9
001630                                 OCCURS 6 TIMES.
001640     05  FILLER                  PIC X(54)  VALUE SPACES.
001650 01  WS-DCR-TRAILER-LINE.
001660     05  FILLER                  PIC X(01)  VALUE SPACE.
001670     05  FILLER                  PIC X(10)  VALUE 'CAPTURED: '.
001680     05  DT-CAPTURED-COUNT       PIC ZZZZZZZ9.
001690     05  FILLER                  PIC X(18)
001700             VALUE '  NOT CAPTURED:   '.
001710     05  DT-REFUSED-COUNT        PIC ZZZZZZZ9.
001720     05  FILLER                  PIC X(18)
001730             VALUE '  EXPIRED TODAY:  '.
001740     05  DT-EXPIRED-COUNT        PIC ZZZZZZZ9.
001750     05  FILLER                  PIC X(18)
001760             VALUE '  DROPPED (AGED): '.
001770     05  DT-PURGED-COUNT         PIC ZZZZZZZ9.
001780     05  FILLER                  PIC X(36)  VALUE SPACES.
001790 01  WS-DCR-BLANK-LINE           PIC X(133).
001800*
001810 WORKING-STORAGE SECTION.
001820*****************************************************************
001830*    FILE STATUS FIELDS.                                       *
001840*****************************************************************
001850 01  WS-FILE-STATUS-FIELDS.
001860     05  WS-PARMIN-FS            PIC X(02)  VALUE SPACES.
001870     05  WS-MNTCARDS-FS          PIC X(02)  VALUE SPACES.
001880     05  WS-CORCARDS-FS          PIC X(02)  VALUE SPACES.
001890     05  WS-PENDMST-FS           PIC X(02)  VALUE SPACES.
001900     05  WS-DCRPT-FS             PIC X(02)  VALUE SPACES.
001910*****************************************************************
001920*    SWITCHES.                                                 *
001930*****************************************************************
001940 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
001950     88  WS-EOF-YES                  VALUE 'Y'.
001960 77  WS-WRITTEN-SWITCH           PIC X(01)  VALUE 'N'.
001970     88  WS-WRITTEN-YES              VALUE 'Y'.
001980 77  WS-SUMMARY-FULL-SWITCH      PIC X(01)  VALUE 'N'.
001990     88  WS-SUMMARY-FULL-YES         VALUE 'Y'.
002000*****************************************************************
002010*    CARD IMAGES AS CAPTURED AND AS LISTED.                    *
002020*****************************************************************
002030     COPY ACCTMNTC.
002040     COPY CORRREC.
002050*****************************************************************
002060*    AGES.  WS-EXPIRY-DAYS AND WS-RETENTION-DAYS COME FROM THE  *
002070*    DUALPARM CARD (HOUSE DEFAULTS 5 AND 35).                   *
002080*****************************************************************
002090 77  WS-EXPIRY-DAYS              PIC 9(03)  COMP VALUE 5.
002100 77  WS-RETENTION-DAYS           PIC 9(03)  COMP VALUE 35.
002110 77  WS-AGE-DAYS                 PIC S9(07) COMP VALUE ZERO.
002120 01  WS-AGE-FROM-DATE            PIC 9(08)  VALUE ZERO.
002130*****************************************************************
002140*    CAPTURE KEY -- SOURCE, RUN DATE AND TIME, AND A SEQUENCE   *
002150*    IN DECK ORDER.                                             *
002160*****************************************************************
002170 77  WS-CAPTURE-SEQ              PIC 9(05)  VALUE ZERO.
002180 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
002190 01  WS-SYS-TIME                 PIC 9(08)  VALUE ZERO.
002200 01  WS-CAPTURE-TIME             PIC 9(06)  VALUE ZERO.
002210*****************************************************************
002220*    COUNTERS.                                                 *
002230*****************************************************************
002240 77  WS-CAPTURED-COUNT           PIC 9(09)  COMP VALUE ZERO.
002250 77  WS-REFUSED-COUNT            PIC 9(09)  COMP VALUE ZERO.
002260 77  WS-EXPIRED-COUNT            PIC 9(09)  COMP VALUE ZERO.
002270 77  WS-PURGED-COUNT             PIC 9(09)  COMP VALUE ZERO.
002275 77  WS-PEND-ERROR-COUNT         PIC 9(09)  COMP VALUE ZERO.
002280 77  WS-LISTED-COUNT             PIC 9(09)  COMP VALUE ZERO.
002290 77  WS-PAGE-NUMBER              PIC 9(04)  COMP VALUE ZERO.
002300 77  WS-LINE-COUNT               PIC 9(04)  COMP VALUE ZERO.
002310 77  WS-LINES-PER-PAGE           PIC 9(04)  COMP VALUE 50.
002320*****************************************************************
002330*    SUMMARY BY MAKER AND CHECKER, KEPT IN KEY ORDER.  COUNT    *
002340*    1-6 = PENDING, APPROVED, DECLINED, EXPIRED, APPLIED,       *
002350*    FAILED.  THE LAST ROW ACCUMULATES THE TOTAL.               *
002360*****************************************************************
002370 77  WS-SUM-MAX                  PIC 9(04)  COMP VALUE 200.
002380 77  WS-SUM-COUNT                PIC 9(04)  COMP VALUE ZERO.
002390 77  WS-SUM-SUB                  PIC 9(04)  COMP VALUE ZERO.
002400 77  WS-INSERT-SUB               PIC 9(04)  COMP VALUE ZERO.
002410 77  WS-SHIFT-SUB                PIC 9(04)  COMP VALUE ZERO.
002420 77  WS-STATUS-SUB               PIC 9(04)  COMP VALUE ZERO.
002430 01  WS-SUMMARY-TABLE.
002440     05  WS-SUM-ENTRY            OCCURS 201 TIMES.
002450         10  WS-SUM-KEY.
002460             15  WS-SUM-MAKER        PIC X(08).
002470             15  WS-SUM-CHECKER      PIC X(08).
002480         10  WS-SUM-STATUS-COUNT PIC 9(07)  COMP
002490                                 OCCURS 6 TIMES.
002500 01  WS-SEARCH-KEY.
002510     05  WS-SEARCH-MAKER         PIC X(08).
002520     05  WS-SEARCH-CHECKER       PIC X(08).
002530*****************************************************************
002540*    DATE WORK AREAS.  DAY SERIALS ARE COMPUTED THE SAME WAY    *
002550*    THE REPAIR STEP'S AGING REPORT COMPUTES THEM.              *
002560*****************************************************************
002570 01  WS-PROCESS-SERIAL           PIC 9(07)  VALUE ZERO.
002580 01  WS-SERIAL-DATE.
002590     05  WS-SERIAL-YEAR          PIC 9(04).
002600     05  WS-SERIAL-MONTH         PIC 9(02).
002610     05  WS-SERIAL-DAY           PIC 9(02).
002620 01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE
002630                                 PIC 9(08).
002640 01  WS-SERIAL-RESULT            PIC 9(07)  VALUE ZERO.
002650 01  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
002660 01  WS-LEAP-REMAINDER           PIC 9(04)  VALUE ZERO.
002670 01  WS-CUM-DAYS-TABLE.
002680     05  FILLER                  PIC X(36)
002690             VALUE '000031059090120151181212243273304334'.
002700 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
002710     05  WS-CUM-DAYS             PIC 9(03)  OCCURS 12 TIMES.
002720*****************************************************************
002730*    LISTING WORK AREAS.                                       *
002740*****************************************************************
002750 01  WS-ITEM-TEXT                PIC X(22)  VALUE SPACES.
002760 01  WS-ACTION-WORD              PIC X(09)  VALUE SPACES.
002770*
002780 PROCEDURE DIVISION.
002790*****************************************************************
002800*    0000-MAINLINE                                             *
002810*****************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840     PERFORM 2000-CAPTURE-MAINT-CARDS THRU 2000-EXIT.
002850     PERFORM 2500-CAPTURE-CORRECTIONS THRU 2500-EXIT.
002860     PERFORM 3000-SWEEP-PENDING THRU 3000-EXIT.
002870     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
002880     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002890     GO TO 9999-EXIT.
002900*****************************************************************
002910*    1000-INITIALIZE                                           *
002920*****************************************************************
002930 1000-INITIALIZE.
002940     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
002950     ACCEPT WS-SYS-TIME FROM TIME.
002960     MOVE WS-SYS-TIME(1:6) TO WS-CAPTURE-TIME.
002970     MOVE WS-SYS-DATE TO WS-SERIAL-DATE-N.
002980     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
002990     MOVE WS-SERIAL-RESULT TO WS-PROCESS-SERIAL.
003000     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
003010     OPEN I-O PENDING-FILE.
003020     IF WS-PENDMST-FS NOT = '00'
003030         DISPLAY 'TEST-PROGRAM-DUALCTL - UNABLE TO OPEN PENDING'
003040             '-FILE - STATUS ' WS-PENDMST-FS
003050         MOVE 16 TO RETURN-CODE
003060         GO TO 9999-EXIT
003070     END-IF.
003080     OPEN OUTPUT DUAL-REPORT.
003090     IF WS-DCRPT-FS NOT = '00'
003100         DISPLAY 'TEST-PROGRAM-DUALCTL - UNABLE TO OPEN DUAL'
003110             '-REPORT - STATUS ' WS-DCRPT-FS
003120         MOVE 16 TO RETURN-CODE
003130         GO TO 9999-EXIT
003140     END-IF.
003150     INITIALIZE WS-SUMMARY-TABLE.
003160     PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT.
003170 1000-EXIT.
003180     EXIT.
003190*
003200 1050-WRITE-REPORT-HEADERS.
003210     ADD 1 TO WS-PAGE-NUMBER.
003220     MOVE ZERO TO WS-LINE-COUNT.
003230     MOVE WS-SYS-DATE       TO DH-RUN-DATE.
003240     MOVE WS-EXPIRY-DAYS    TO DH-EXPIRY-DAYS.
003250     MOVE WS-RETENTION-DAYS TO DH-RETENTION-DAYS.
003260     MOVE WS-PAGE-NUMBER    TO DH-PAGE-NUMBER.
003270     WRITE WS-DCR-HEADER-LINE1 AFTER ADVANCING PAGE.
003280     WRITE WS-DCR-HEADER-LINE2.
003290 1050-EXIT.
003300     EXIT.
003310*****************************************************************
003320*    1100-LOAD-PARM -- NO CARD, OR ZERO IN A FIELD, KEEPS THE   *
003330*    HOUSE DEFAULT FOR THAT FIELD.                              *
003340*****************************************************************
003350 1100-LOAD-PARM.
003360     OPEN INPUT PARM-IN.
003370     IF WS-PARMIN-FS NOT = '00'
003380         DISPLAY 'TEST-PROGRAM-DUALCTL - NO DUALPARM CARD - '
003390             'HOUSE DEFAULTS USED'
003400         GO TO 1100-EXIT
003410     END-IF.
003420     READ PARM-IN
003430         AT END
003440             DISPLAY 'TEST-PROGRAM-DUALCTL - DUALPARM EMPTY - '
003450                 'HOUSE DEFAULTS USED'
003460         NOT AT END
003470             IF DUAP-EXPIRY-DAYS NUMERIC
003480                     AND DUAP-EXPIRY-DAYS > ZERO
003490                 MOVE DUAP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
003500             END-IF
003510             IF DUAP-RETENTION-DAYS NUMERIC
003520                     AND DUAP-RETENTION-DAYS > ZERO
003530                 MOVE DUAP-RETENTION-DAYS TO WS-RETENTION-DAYS
003540             END-IF
003550     END-READ.
003560     CLOSE PARM-IN.
003570 1100-EXIT.
003580     EXIT.
003590*****************************************************************
003600*    2000-CAPTURE-MAINT-CARDS -- EVERY MAINTENANCE CARD (THE    *
003610*    DORMANCY FREEZE CARDS FIRST, THEN THE KEYED DECK) BECOMES  *
003620*    A SOURCE-M PENDING ITEM.  NO DECK IS NOT AN ERROR.         *
003630*****************************************************************
003640 2000-CAPTURE-MAINT-CARDS.
003650     OPEN INPUT MAINT-CARDS-IN.
003660     IF WS-MNTCARDS-FS NOT = '00'
003670         DISPLAY 'TEST-PROGRAM-DUALCTL - NO MAINTENANCE CARDS - '
003680             'STATUS ' WS-MNTCARDS-FS ' - CONTINUING WITHOUT'
003690         GO TO 2000-EXIT
003700     END-IF.
003710     MOVE ZERO TO WS-CAPTURE-SEQ.
003720     MOVE 'N' TO WS-EOF-SWITCH.
003730     PERFORM 2010-CAPTURE-ONE-MAINT-CARD THRU 2010-EXIT
003740         UNTIL WS-EOF-YES.
003750     CLOSE MAINT-CARDS-IN.
003760     MOVE 'N' TO WS-EOF-SWITCH.
003770 2000-EXIT.
003780     EXIT.
003790*
003800 2010-CAPTURE-ONE-MAINT-CARD.
003810     READ MAINT-CARDS-IN
003820         AT END
003830             MOVE 'Y' TO WS-EOF-SWITCH
003840             GO TO 2010-EXIT
003850     END-READ.
003860     MOVE MAINT-CARD-IN-RECORD TO MAINTENANCE-CARD.
003870     IF MAINTENANCE-CARD = SPACES
003880         GO TO 2010-EXIT
003890     END-IF.
003900     IF ACCM-OPERATOR-ID = SPACES
003910         MOVE MAINTENANCE-CARD TO DR-CARD-IMAGE
003920         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
003930         GO TO 2010-EXIT
003940     END-IF.
003950     MOVE SPACES           TO PENDING-ITEM-RECORD.
003960     MOVE 'M'              TO PEND-SOURCE.
003970     MOVE ACCM-OPERATOR-ID TO PEND-MAKER-ID.
003980     MOVE MAINTENANCE-CARD TO PEND-ITEM-IMAGE.
003990     PERFORM 2800-WRITE-PENDING-ITEM THRU 2800-EXIT.
004000 2010-EXIT.
004010     EXIT.
004020*****************************************************************
004030*    2500-CAPTURE-CORRECTIONS -- THE HAND-KEYED CORRECTION      *
004040*    DECK BECOMES SOURCE-C PENDING ITEMS, ALONGSIDE THE ONES    *
004050*    TPGC WRITES DURING THE DAY.                                *
004060*****************************************************************
004070 2500-CAPTURE-CORRECTIONS.
004080     OPEN INPUT CORR-CARDS-IN.
004090     IF WS-CORCARDS-FS NOT = '00'
004100         DISPLAY 'TEST-PROGRAM-DUALCTL - NO CORRECTION CARDS - '
004110             'STATUS ' WS-CORCARDS-FS ' - CONTINUING WITHOUT'
004120         GO TO 2500-EXIT
004130     END-IF.
004140     MOVE ZERO TO WS-CAPTURE-SEQ.
004150     MOVE 'N' TO WS-EOF-SWITCH.
004160     PERFORM 2510-CAPTURE-ONE-CORRECTION THRU 2510-EXIT
004170         UNTIL WS-EOF-YES.
004180     CLOSE CORR-CARDS-IN.
004190     MOVE 'N' TO WS-EOF-SWITCH.
004200 2500-EXIT.
004210     EXIT.
004220*
004230 2510-CAPTURE-ONE-CORRECTION.
004240     READ CORR-CARDS-IN
004250         AT END
004260             MOVE 'Y' TO WS-EOF-SWITCH
004270             GO TO 2510-EXIT
004280     END-READ.
004290     MOVE CORR-CARD-IN-RECORD TO CORRECTION-RECORD.
004300     IF CORRECTION-RECORD = SPACES
004310         GO TO 2510-EXIT
004320     END-IF.
004330     IF CORR-OPERATOR-ID = SPACES
004340         MOVE CORRECTION-RECORD TO DR-CARD-IMAGE
004350         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
004360         GO TO 2510-EXIT
004370     END-IF.
004380     MOVE SPACES            TO PENDING-ITEM-RECORD.
004390     MOVE 'C'               TO PEND-SOURCE.
004400     MOVE CORR-OPERATOR-ID  TO PEND-MAKER-ID.
004410     MOVE CORRECTION-RECORD TO PEND-ITEM-IMAGE.
004420     PERFORM 2800-WRITE-PENDING-ITEM THRU 2800-EXIT.
004430 2510-EXIT.
004440     EXIT.
004450*****************************************************************
004460*    2800-WRITE-PENDING-ITEM -- STAMPS THE CAPTURE KEY AND      *
004470*    STATUS P.  A DUPLICATE KEY (ANOTHER CAPTURE IN THE SAME    *
004480*    SECOND) TAKES THE NEXT SEQUENCE NUMBER.                    *
004490*****************************************************************
004500 2800-WRITE-PENDING-ITEM.
004510     MOVE WS-SYS-DATE     TO PEND-CAPTURE-DATE.
004520     MOVE WS-CAPTURE-TIME TO PEND-CAPTURE-TIME.
004530     MOVE 'P'             TO PEND-STATUS.
004540     MOVE ZERO TO PEND-DECISION-DATE PEND-DECISION-TIME
004550         PEND-CLOSE-DATE.
004560     MOVE 'N' TO WS-WRITTEN-SWITCH.
004570     PERFORM 2810-TRY-WRITE THRU 2810-EXIT
004580         UNTIL WS-WRITTEN-YES.
004590     ADD 1 TO WS-CAPTURED-COUNT.
004600 2800-EXIT.
004610     EXIT.
004620*
004630 2810-TRY-WRITE.
004640     IF WS-CAPTURE-SEQ = 99999
004650         DISPLAY 'TEST-PROGRAM-DUALCTL - CAPTURE SEQUENCE '
004660             'EXHAUSTED - RERUN THE STEP'
004670         MOVE 16 TO RETURN-CODE
004680         GO TO 9999-EXIT
004690     END-IF.
004700     ADD 1 TO WS-CAPTURE-SEQ.
004710     MOVE WS-CAPTURE-SEQ TO PEND-CAPTURE-SEQ.
004720     WRITE PENDING-ITEM-RECORD
004730         INVALID KEY
004740             CONTINUE
004750         NOT INVALID KEY
004760             MOVE 'Y' TO WS-WRITTEN-SWITCH
004770     END-WRITE.
004780     IF NOT WS-WRITTEN-YES
004790             AND WS-PENDMST-FS NOT = '22'
004800         DISPLAY 'TEST-PROGRAM-DUALCTL - UNABLE TO WRITE '
004810             'PENDING ITEM ' PEND-KEY ' - STATUS ' WS-PENDMST-FS
004820         MOVE 16 TO RETURN-CODE
004830         GO TO 9999-EXIT
004840     END-IF.
004850 2810-EXIT.
004860     EXIT.
004870*
004880 2900-REFUSE-CARD.
004890     WRITE WS-DCR-REFUSED-LINE.
004900     ADD 1 TO WS-LINE-COUNT.
004910     ADD 1 TO WS-REFUSED-COUNT.
004920     IF RETURN-CODE < 4
004930         MOVE 4 TO RETURN-CODE
004940     END-IF.
004950 2900-EXIT.
004960     EXIT.
004970*****************************************************************
004980*    3000-SWEEP-PENDING -- ONE PASS OF THE WHOLE FILE IN KEY    *
004990*    ORDER: EXPIRE, DROP, LIST AND COUNT.                       *
005000*****************************************************************
005010 3000-SWEEP-PENDING.
005020     MOVE LOW-VALUES TO PEND-KEY.
005030     START PENDING-FILE KEY NOT LESS THAN PEND-KEY
005040         INVALID KEY
005050             GO TO 3000-EXIT
005060     END-START.
005070     MOVE 'N' TO WS-EOF-SWITCH.
005080     PERFORM 3100-SWEEP-ONE-ITEM THRU 3100-EXIT
005090         UNTIL WS-EOF-YES.
005100 3000-EXIT.
005110     EXIT.
005120*****************************************************************
005130*    3100-SWEEP-ONE-ITEM -- AN ITEM STILL PENDING MORE THAN     *
005140*    THE EXPIRY AGE AFTER IT WAS KEYED IS EXPIRED (CLOSED       *
005150*    TODAY); A FINISHED ITEM CLOSED MORE THAN THE RETENTION     *
005160*    AGE AGO IS DELETED.  WHAT REMAINS IS LISTED WHEN IT IS     *
005170*    PENDING OR WAS KEYED, DECIDED OR CLOSED TODAY.             *
005180*****************************************************************
005190 3100-SWEEP-ONE-ITEM.
005200     READ PENDING-FILE NEXT RECORD
005210         AT END
005220             MOVE 'Y' TO WS-EOF-SWITCH
005230             GO TO 3100-EXIT
005240     END-READ.
005250     IF PEND-STATUS-PENDING
005260         MOVE PEND-CAPTURE-DATE TO WS-AGE-FROM-DATE
005270         PERFORM 3200-AGE-IN-DAYS THRU 3200-EXIT
005280         IF WS-AGE-DAYS > WS-EXPIRY-DAYS
005290             MOVE 'E'         TO PEND-STATUS
005300             MOVE WS-SYS-DATE TO PEND-CLOSE-DATE
005310             MOVE SPACES      TO PEND-CLOSE-REASON
005320             REWRITE PENDING-ITEM-RECORD
005330                 INVALID KEY
005340                     DISPLAY 'TEST-PROGRAM-DUALCTL - UNABLE TO '
005350                         'EXPIRE ' PEND-KEY ' - STATUS '
005360                         WS-PENDMST-FS
005362                     ADD 1 TO WS-PEND-ERROR-COUNT
005364                 NOT INVALID KEY
005366                     ADD 1 TO WS-EXPIRED-COUNT
005370             END-REWRITE
005390         END-IF
005400     END-IF.
005410     IF PEND-STATUS-FINISHED
005420         MOVE PEND-CLOSE-DATE TO WS-AGE-FROM-DATE
005430         PERFORM 3200-AGE-IN-DAYS THRU 3200-EXIT
005440         IF WS-AGE-DAYS > WS-RETENTION-DAYS
005450             DELETE PENDING-FILE RECORD
005460                 INVALID KEY
005470                     DISPLAY 'TEST-PROGRAM-DUALCTL - UNABLE TO '
005480                         'DROP ' PEND-KEY ' - STATUS '
005490                         WS-PENDMST-FS
005492                     ADD 1 TO WS-PEND-ERROR-COUNT
005494                 NOT INVALID KEY
005496                     ADD 1 TO WS-PURGED-COUNT
005500             END-DELETE
005520             GO TO 3100-EXIT
005530         END-IF
005540     END-IF.
005550     IF PEND-STATUS-PENDING
005560             OR PEND-CAPTURE-DATE = WS-SYS-DATE
005570             OR PEND-DECISION-DATE = WS-SYS-DATE
005580             OR PEND-CLOSE-DATE = WS-SYS-DATE
005590         PERFORM 3300-WRITE-DETAIL-LINE THRU 3300-EXIT
005600         PERFORM 3400-ADD-TO-SUMMARY THRU 3400-EXIT
005610     END-IF.
005620 3100-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    3200-AGE-IN-DAYS -- WS-AGE-FROM-DATE IN, WS-AGE-DAYS OUT   *
005660*    (DAYS BEFORE THE RUN DATE; ZERO FOR A MISSING DATE).       *
005670*****************************************************************
005680 3200-AGE-IN-DAYS.
005690     MOVE ZERO TO WS-AGE-DAYS.
005700     IF WS-AGE-FROM-DATE NOT NUMERIC
005710             OR WS-AGE-FROM-DATE = ZERO
005720         GO TO 3200-EXIT
005730     END-IF.
005740     MOVE WS-AGE-FROM-DATE TO WS-SERIAL-DATE-N.
005750     IF WS-SERIAL-MONTH < 1 OR WS-SERIAL-MONTH > 12
005760         GO TO 3200-EXIT
005770     END-IF.
005780     PERFORM 7100-COMPUTE-DAY-SERIAL THRU 7100-EXIT.
005790     SUBTRACT WS-SERIAL-RESULT FROM WS-PROCESS-SERIAL
005800         GIVING WS-AGE-DAYS.
005810     IF WS-AGE-DAYS < ZERO
005820         MOVE ZERO TO WS-AGE-DAYS
005830     END-IF.
005840 3200-EXIT.
005850     EXIT.
005860*****************************************************************
005870*    3300-WRITE-DETAIL-LINE -- ONE LINE PER LISTED ITEM.  THE   *
005880*    ITEM COLUMN NAMES THE ACTION AND THE ACCOUNT OR TRANS-ID.  *
005890*****************************************************************
005900 3300-WRITE-DETAIL-LINE.
005910     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
005920         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
005930     END-IF.
005940     MOVE SPACES TO WS-DCR-DETAIL-LINE.
005950     MOVE PEND-KEY TO DD-PENDING-ID.
005960     MOVE SPACES TO WS-ITEM-TEXT.
005970     IF PEND-SOURCE-MAINT
005980         MOVE 'MNT ' TO DD-SOURCE
005990         MOVE PEND-ITEM-IMAGE TO MAINTENANCE-CARD
006000         EVALUATE TRUE
006010             WHEN ACCM-ACTION-ADD
006020                 MOVE 'ADD' TO WS-ACTION-WORD
006030             WHEN ACCM-ACTION-NAME
006040                 MOVE 'NAME' TO WS-ACTION-WORD
006050             WHEN ACCM-ACTION-CLOSE
006060                 MOVE 'CLOSE' TO WS-ACTION-WORD
006070             WHEN ACCM-ACTION-FREEZE
006080                 MOVE 'FREEZE' TO WS-ACTION-WORD
006090             WHEN ACCM-ACTION-UNFREEZE
006100                 MOVE 'UNFREEZE' TO WS-ACTION-WORD
006110             WHEN OTHER
006120                 MOVE 'ACTION ?' TO WS-ACTION-WORD
006130         END-EVALUATE
006140         STRING WS-ACTION-WORD ACCM-ACCT-NUMBER
006150             DELIMITED BY SIZE INTO WS-ITEM-TEXT
006160         END-STRING
006170     ELSE
006180         MOVE 'CORR' TO DD-SOURCE
006190         MOVE PEND-ITEM-IMAGE TO CORRECTION-RECORD
006200         IF CORR-ACTION-DROP
006210             MOVE 'WITHDRAW' TO WS-ACTION-WORD
006220         ELSE
006230             MOVE 'RECYCLE' TO WS-ACTION-WORD
006240         END-IF
006250         STRING WS-ACTION-WORD CORR-TRANS-ID
006260             DELIMITED BY SIZE INTO WS-ITEM-TEXT
006270         END-STRING
006280     END-IF.
006290     MOVE WS-ITEM-TEXT      TO DD-ITEM.
006300     MOVE PEND-MAKER-ID     TO DD-MAKER.
006310     MOVE PEND-CAPTURE-DATE TO DD-KEYED-DATE.
006320     MOVE PEND-CAPTURE-DATE TO WS-AGE-FROM-DATE.
006330     PERFORM 3200-AGE-IN-DAYS THRU 3200-EXIT.
006340     MOVE WS-AGE-DAYS       TO DD-AGE.
006350     EVALUATE TRUE
006360         WHEN PEND-STATUS-PENDING
006370             MOVE 'PENDING'  TO DD-STATUS
006380         WHEN PEND-STATUS-APPROVED
006390             MOVE 'APPROVED' TO DD-STATUS
006400         WHEN PEND-STATUS-DECLINED
006410             MOVE 'DECLINED' TO DD-STATUS
006420         WHEN PEND-STATUS-EXPIRED
006430             MOVE 'EXPIRED'  TO DD-STATUS
006440         WHEN PEND-STATUS-APPLIED
006450             MOVE 'APPLIED'  TO DD-STATUS
006460         WHEN OTHER
006470             MOVE 'FAILED'   TO DD-STATUS
006480     END-EVALUATE.
006490     MOVE PEND-CHECKER-ID   TO DD-CHECKER.
006500     IF PEND-DECISION-DATE NUMERIC
006510             AND PEND-DECISION-DATE > ZERO
006520         MOVE PEND-DECISION-DATE TO DD-DECIDED-DATE
006530     END-IF.
006540     IF PEND-CLOSE-DATE NUMERIC
006550             AND PEND-CLOSE-DATE > ZERO
006560         MOVE PEND-CLOSE-DATE TO DD-CLOSED-DATE
006570     END-IF.
006580     MOVE PEND-CLOSE-REASON TO DD-REASON.
006590     WRITE WS-DCR-DETAIL-LINE.
006600     ADD 1 TO WS-LINE-COUNT.
006610     ADD 1 TO WS-LISTED-COUNT.
006620 3300-EXIT.
006630     EXIT.
006640*****************************************************************
006650*    3400-ADD-TO-SUMMARY -- COUNT THE LISTED ITEM UNDER ITS     *
006660*    MAKER AND CHECKER (NO CHECKER YET FOR A PENDING OR         *
006670*    EXPIRED ITEM) AND INTO THE TOTAL ROW.                      *
006680*****************************************************************
006690 3400-ADD-TO-SUMMARY.
006700     EVALUATE TRUE
006710         WHEN PEND-STATUS-PENDING
006720             MOVE 1 TO WS-STATUS-SUB
006730         WHEN PEND-STATUS-APPROVED
006740             MOVE 2 TO WS-STATUS-SUB
006750         WHEN PEND-STATUS-DECLINED
006760             MOVE 3 TO WS-STATUS-SUB
006770         WHEN PEND-STATUS-EXPIRED
006780             MOVE 4 TO WS-STATUS-SUB
006790         WHEN PEND-STATUS-APPLIED
006800             MOVE 5 TO WS-STATUS-SUB
006810         WHEN OTHER
006820             MOVE 6 TO WS-STATUS-SUB
006830     END-EVALUATE.
006840     ADD 1 TO WS-SUM-STATUS-COUNT(201, WS-STATUS-SUB).
006850     MOVE PEND-MAKER-ID   TO WS-SEARCH-MAKER.
006860     MOVE PEND-CHECKER-ID TO WS-SEARCH-CHECKER.
006870     PERFORM 3500-FIND-OR-ADD-PAIR THRU 3500-EXIT.
006880     IF WS-SUM-SUB > ZERO
006890         ADD 1 TO WS-SUM-STATUS-COUNT(WS-SUM-SUB, WS-STATUS-SUB)
006900     END-IF.
006910 3400-EXIT.
006920     EXIT.
006930*****************************************************************
006940*    3500-FIND-OR-ADD-PAIR -- WS-SEARCH-KEY IN, WS-SUM-SUB OUT  *
006950*    (ZERO WHEN THE TABLE IS FULL).  A NEW PAIR IS SLOTTED IN   *
006960*    KEY ORDER, THE ROWS AFTER IT MOVED DOWN ONE.               *
006970*****************************************************************
006980 3500-FIND-OR-ADD-PAIR.
006990     MOVE ZERO TO WS-INSERT-SUB.
007000     PERFORM 3510-TEST-ONE-PAIR THRU 3510-EXIT
007010         VARYING WS-SUM-SUB FROM 1 BY 1
007020         UNTIL WS-SUM-SUB > WS-SUM-COUNT
007030            OR WS-INSERT-SUB > ZERO.
007040     IF WS-INSERT-SUB = ZERO
007050         COMPUTE WS-INSERT-SUB = WS-SUM-COUNT + 1
007060     ELSE
007070         IF WS-SUM-KEY(WS-INSERT-SUB) = WS-SEARCH-KEY
007080             MOVE WS-INSERT-SUB TO WS-SUM-SUB
007090             GO TO 3500-EXIT
007100         END-IF
007110     END-IF.
007120     IF WS-SUM-COUNT = WS-SUM-MAX
007130         IF NOT WS-SUMMARY-FULL-YES
007140             DISPLAY 'TEST-PROGRAM-DUALCTL - MORE THAN '
007150                 WS-SUM-MAX ' MAKER/CHECKER PAIRS - REST '
007160                 'COUNTED IN THE TOTAL ONLY'
007170             MOVE 'Y' TO WS-SUMMARY-FULL-SWITCH
007180             IF RETURN-CODE < 4
007190                 MOVE 4 TO RETURN-CODE
007200             END-IF
007210         END-IF
007220         MOVE ZERO TO WS-SUM-SUB
007230         GO TO 3500-EXIT
007240     END-IF.
007250     PERFORM 3520-MOVE-PAIR-DOWN THRU 3520-EXIT
007260         VARYING WS-SHIFT-SUB FROM WS-SUM-COUNT BY -1
007270         UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.
007280     ADD 1 TO WS-SUM-COUNT.
007290     MOVE WS-INSERT-SUB TO WS-SUM-SUB.
007300     INITIALIZE WS-SUM-ENTRY(WS-SUM-SUB).
007310     MOVE WS-SEARCH-KEY TO WS-SUM-KEY(WS-SUM-SUB).
007320 3500-EXIT.
007330     EXIT.
007340*
007350 3510-TEST-ONE-PAIR.
007360     IF WS-SUM-KEY(WS-SUM-SUB) NOT < WS-SEARCH-KEY
007370         MOVE WS-SUM-SUB TO WS-INSERT-SUB
007380     END-IF.
007390 3510-EXIT.
007400     EXIT.
007410*
007420 3520-MOVE-PAIR-DOWN.
007430     MOVE WS-SUM-ENTRY(WS-SHIFT-SUB)
007440         TO WS-SUM-ENTRY(WS-SHIFT-SUB + 1).
007450 3520-EXIT.
007460     EXIT.
007470*****************************************************************
007480*    4000-PRINT-SUMMARY -- ONE LINE PER MAKER AND CHECKER,      *
007490*    THEN THE TOTAL.                                            *
007500*****************************************************************
007510 4000-PRINT-SUMMARY.
007520     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - WS-SUM-COUNT - 4
007530         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
007540     END-IF.
007550     WRITE WS-DCR-BLANK-LINE FROM SPACES.
007560     WRITE WS-DCR-SUMMARY-HEADER.
007570     ADD 2 TO WS-LINE-COUNT.
007580     PERFORM 4100-PRINT-ONE-PAIR THRU 4100-EXIT
007590         VARYING WS-SUM-SUB FROM 1 BY 1
007600         UNTIL WS-SUM-SUB > WS-SUM-COUNT.
007610     MOVE SPACES TO WS-DCR-SUMMARY-LINE.
007620     MOVE 'TOTAL' TO DS-MAKER.
007630     PERFORM 4200-MOVE-ONE-COUNT THRU 4200-EXIT
007640         VARYING WS-STATUS-SUB FROM 1 BY 1
007650         UNTIL WS-STATUS-SUB > 6.
007660     WRITE WS-DCR-SUMMARY-LINE.
007670     MOVE WS-CAPTURED-COUNT TO DT-CAPTURED-COUNT.
007680     MOVE WS-REFUSED-COUNT  TO DT-REFUSED-COUNT.
007690     MOVE WS-EXPIRED-COUNT  TO DT-EXPIRED-COUNT.
007700     MOVE WS-PURGED-COUNT   TO DT-PURGED-COUNT.
007710     WRITE WS-DCR-TRAILER-LINE.
007720 4000-EXIT.
007730     EXIT.
007740*
007750 4100-PRINT-ONE-PAIR.
007760     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
007770         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
007780         WRITE WS-DCR-SUMMARY-HEADER
007790         ADD 1 TO WS-LINE-COUNT
007800     END-IF.
007810     MOVE SPACES TO WS-DCR-SUMMARY-LINE.
007820     MOVE WS-SUM-MAKER(WS-SUM-SUB) TO DS-MAKER.
007830     IF WS-SUM-CHECKER(WS-SUM-SUB) = SPACES
007840         MOVE '(NONE)' TO DS-CHECKER
007850     ELSE
007860         MOVE WS-SUM-CHECKER(WS-SUM-SUB) TO DS-CHECKER
007870     END-IF.
007880     PERFORM 4110-MOVE-PAIR-COUNT THRU 4110-EXIT
007890         VARYING WS-STATUS-SUB FROM 1 BY 1
007900         UNTIL WS-STATUS-SUB > 6.
007910     WRITE WS-DCR-SUMMARY-LINE.
007920     ADD 1 TO WS-LINE-COUNT.
007930 4100-EXIT.
007940     EXIT.
007950*
007960 4110-MOVE-PAIR-COUNT.
007970     MOVE WS-SUM-STATUS-COUNT(WS-SUM-SUB, WS-STATUS-SUB)
007980         TO DS-COUNT(WS-STATUS-SUB).
007990 4110-EXIT.
008000     EXIT.
008010*
008020 4200-MOVE-ONE-COUNT.
008030     MOVE WS-SUM-STATUS-COUNT(201, WS-STATUS-SUB)
008040         TO DS-COUNT(WS-STATUS-SUB).
008050 4200-EXIT.
008060     EXIT.
008070*****************************************************************
008080*    7100-COMPUTE-DAY-SERIAL -- WS-SERIAL-DATE-N IN,            *
008090*    WS-SERIAL-RESULT OUT.  SAME ALGORITHM AS THE REPAIR        *
008100*    STEP'S AGING REPORT; EXACT FOR 1901-2099.                  *
008110*****************************************************************
008120 7100-COMPUTE-DAY-SERIAL.
008130     COMPUTE WS-SERIAL-RESULT =
008140         WS-SERIAL-YEAR * 365
008150         + WS-CUM-DAYS(WS-SERIAL-MONTH)
008160         + WS-SERIAL-DAY.
008170     DIVIDE WS-SERIAL-YEAR BY 4
008180         GIVING WS-LEAP-QUOTIENT
008190         REMAINDER WS-LEAP-REMAINDER.
008200     ADD WS-LEAP-QUOTIENT TO WS-SERIAL-RESULT.
008210     IF WS-LEAP-REMAINDER = ZERO
008220             AND WS-SERIAL-MONTH < 3
008230         SUBTRACT 1 FROM WS-SERIAL-RESULT
008240     END-IF.
008250 7100-EXIT.
008260     EXIT.
008270*****************************************************************
008280*    8000-FINALIZE                                             *
008290*****************************************************************
008300 8000-FINALIZE.
008310     DISPLAY 'TEST-PROGRAM-DUALCTL CAPTURED:       '
008320         WS-CAPTURED-COUNT.
008330     DISPLAY 'TEST-PROGRAM-DUALCTL NOT CAPTURED:   '
008340         WS-REFUSED-COUNT.
008350     DISPLAY 'TEST-PROGRAM-DUALCTL EXPIRED TODAY:  '
008360         WS-EXPIRED-COUNT.
008370     DISPLAY 'TEST-PROGRAM-DUALCTL DROPPED (AGED): '
008380         WS-PURGED-COUNT.
008390     DISPLAY 'TEST-PROGRAM-DUALCTL ITEMS LISTED:   '
008400         WS-LISTED-COUNT.
008401     DISPLAY 'TEST-PROGRAM-DUALCTL UPDATE ERRORS:  '
008402         WS-PEND-ERROR-COUNT.
008403     IF WS-PEND-ERROR-COUNT > ZERO
008404         MOVE 16 TO RETURN-CODE
008405     END-IF.
008410     CLOSE PENDING-FILE.
008420     CLOSE DUAL-REPORT.
008430 8000-EXIT.
008440     EXIT.
008450*****************************************************************
008460*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
008470*****************************************************************
008480 9999-EXIT.
008490     STOP RUN.
