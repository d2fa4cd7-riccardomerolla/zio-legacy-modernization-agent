000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TEST-PROGRAM-SOMNT.
000030 AUTHOR. D. OKONKWO, BATCH SYSTEMS GROUP.
000040 INSTALLATION. DAILY-TRANSACTION-PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    PROGRAM:     TEST-PROGRAM-SOMNT                           *
000100*                                                               *
000110*    PURPOSE.     STANDING-ORDER MASTER MAINTENANCE.  APPLIES   *
000120*                 KEYED ADD, AMEND AND CANCEL CARDS AGAINST     *
000130*                 THE SORDMST KSDS THE NIGHTLY SCHEDULER READS. *
000140*                 THE INSTRUCTION THAT WOULD RESULT FROM EACH   *
000150*                 ADD OR AMEND IS EDITED AS A WHOLE (TYPE,      *
000160*                 AMOUNT, FREQUENCY, DATES, AND AN ACCOUNT      *
000170*                 THAT IS ON THE ACCOUNT MASTER AND NOT         *
000180*                 CLOSED) BEFORE IT IS STORED.  BAD CARDS GO    *
000190*                 TO THE REJECT FILE (SAME LAYOUT AS ACCOUNT    *
000200*                 MAINTENANCE, S-SERIES REASON CODES) AND       *
000210*                 EVERY CARD APPLIED PRINTS A LINE ON THE       *
000220*                 CHANGE REGISTER WITH THE OPERATOR ID AND A    *
000230*                 TIMESTAMP.  AN ADD, OR AN AMEND THAT CHANGES  *
000240*                 FREQUENCY, RUN DAY OR START DATE, LEAVES THE  *
000250*                 NEXT DUE DATE ZERO FOR THE SCHEDULER TO SET.  *
000260*                                                               *
000270*    MODIFICATION HISTORY.                                     *
000280*    2026-10-15  DO   INITIAL VERSION.                          *
000290*                                                               *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MAINT-IN ASSIGN TO SORDMNT
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-MAINTIN-FS.
000400     SELECT ORDER-MASTER ASSIGN TO SORDMST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS SORD-ORDER-ID
000440         FILE STATUS IS WS-SORDMST-FS.
000450     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS ACCT-NUMBER
000490         FILE STATUS IS WS-ACCTMST-FS.
000500     SELECT MAINT-REJECT ASSIGN TO MNTREJ
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-MNTREJ-FS.
000530     SELECT REGISTER-REPORT ASSIGN TO CHGRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CHGRPT-FS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MAINT-IN
000600     LABEL RECORDS ARE STANDARD.
000610     COPY SORDMNTC.
000620*
000630 FD  ORDER-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650     COPY SORDREC.
000660*
000670 FD  ACCOUNT-MASTER
000680     LABEL RECORDS ARE STANDARD.
000690     COPY ACCTREC.
000700*
000710 FD  MAINT-REJECT
000720     LABEL RECORDS ARE STANDARD.
000730     COPY MNTREJRC.
000740*
000750 FD  REGISTER-REPORT
000760     LABEL RECORDS ARE STANDARD.
000770 01  WS-REG-HEADER-LINE1.
000780     05  FILLER                  PIC X(01)  VALUE SPACE.
000790     05  FILLER                  PIC X(45)
000800             VALUE 'STANDING ORDER MAINTENANCE - CHANGE REGISTER'.
000810     05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
000820     05  RH-RUN-DATE             PIC X(10).
000830     05  FILLER                  PIC X(10)  VALUE SPACES.
000840     05  FILLER                  PIC X(06)  VALUE 'PAGE: '.
000850     05  RH-PAGE-NUMBER          PIC ZZZ9.
000860     05  FILLER                  PIC X(47)  VALUE SPACES.
000870 01  WS-REG-HEADER-LINE2.
000880     05  FILLER                  PIC X(01)  VALUE SPACE.
000890     05  FILLER                  PIC X(07)  VALUE 'ORDER'.
000900     05  FILLER                  PIC X(08)  VALUE 'ACTION'.
000910     05  FILLER                  PIC X(14)  VALUE 'ACCOUNT'.
000920     05  FILLER                  PIC X(04)  VALUE 'TY'.
000930     05  FILLER                  PIC X(15)
000940             VALUE '        AMOUNT '.
000950     05  FILLER                  PIC X(05)  VALUE 'CCY'.
000960     05  FILLER                  PIC X(10)  VALUE 'FREQUENCY'.
000970     05  FILLER                  PIC X(11)  VALUE 'START'.
000980     05  FILLER                  PIC X(12)  VALUE 'END'.
000990     05  FILLER                  PIC X(07)  VALUE 'BEFORE'.
001000     05  FILLER                  PIC X(08)  VALUE 'AFTER'.
001010     05  FILLER                  PIC X(10)  VALUE 'OPERATOR'.
001020     05  FILLER                  PIC X(19)  VALUE 'APPLIED AT'.
001030     05  FILLER                  PIC X(02)  VALUE SPACES.
001040 01  WS-REG-DETAIL-LINE.
001050     05  FILLER                  PIC X(01)  VALUE SPACE.
001060     05  RD-ORDER-ID             PIC X(05).
001070     05  FILLER                  PIC X(02)  VALUE SPACES.
001080     05  RD-ACTION               PIC X(06).
001090     05  FILLER                  PIC X(02)  VALUE SPACES.
001100     05  RD-ACCOUNT              PIC X(12).
001110     05  FILLER                  PIC X(02)  VALUE SPACES.
001120     05  RD-TYPE                 PIC X(02).
001130     05  FILLER                  PIC X(02)  VALUE SPACES.
001140     05  RD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
001150     05  FILLER                  PIC X(01)  VALUE SPACE.
001160     05  RD-CURRENCY             PIC X(03).
001170     05  FILLER                  PIC X(02)  VALUE SPACES.
001180     05  RD-FREQUENCY            PIC X(08).
001190     05  FILLER                  PIC X(02)  VALUE SPACES.
001200     05  RD-START-DATE           PIC X(10).
001210     05  FILLER                  PIC X(01)  VALUE SPACE.
001220     05  RD-END-DATE             PIC X(10).
001230     05  FILLER                  PIC X(02)  VALUE SPACES.
001240     05  RD-BEFORE-STATUS        PIC X(06).
001250     05  FILLER                  PIC X(01)  VALUE SPACE.
001260     05  RD-AFTER-STATUS         PIC X(06).
001270     05  FILLER                  PIC X(02)  VALUE SPACES.
001280     05  RD-OPERATOR             PIC X(08).
001290     05  FILLER                  PIC X(02)  VALUE SPACES.
001300     05  RD-TIMESTAMP            PIC X(19).
001310     05  FILLER                  PIC X(02)  VALUE SPACES.
001320 01  WS-REG-TRAILER-LINE.
001330     05  FILLER                  PIC X(01)  VALUE SPACE.
001340     05  FILLER                  PIC X(16)
001350             VALUE 'CARDS APPLIED: '.
001360     05  RT-APPLIED-COUNT        PIC ZZZZZZZZ9.
001370     05  FILLER                  PIC X(18)
001380             VALUE '  CARDS REJECTED: '.
001390     05  RT-REJECT-COUNT         PIC ZZZZZZZZ9.
001400     05  FILLER                  PIC X(80)  VALUE SPACES.
001410*
001420 WORKING-STORAGE SECTION.
001430*****************************************************************
001440*    FILE STATUS FIELDS.                                       *
001450*****************************************************************
001460 01  WS-FILE-STATUS-FIELDS.
001470     05  WS-MAINTIN-FS           PIC X(02)  VALUE SPACES.
001480     05  WS-SORDMST-FS           PIC X(02)  VALUE SPACES.
001490     05  WS-ACCTMST-FS           PIC X(02)  VALUE SPACES.
001500     05  WS-MNTREJ-FS            PIC X(02)  VALUE SPACES.
001510     05  WS-CHGRPT-FS            PIC X(02)  VALUE SPACES.
001520*****************************************************************
001530*    SWITCHES.                                                 *
001540*****************************************************************
001550 77  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
001560     88  WS-EOF-YES                  VALUE 'Y'.
001570     88  WS-EOF-NO                   VALUE 'N'.
001580 77  WS-CARD-VALID-SWITCH        PIC X(01)  VALUE 'Y'.
001590     88  WS-CARD-VALID-YES           VALUE 'Y'.
001600 77  WS-MASTER-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
001610     88  WS-MASTER-FOUND-YES         VALUE 'Y'.
001620 77  WS-DATE-VALID-SWITCH        PIC X(01)  VALUE 'Y'.
001630     88  WS-DATE-VALID-YES           VALUE 'Y'.
001640*****************************************************************
001650*    COUNTERS.                                                 *
001660*****************************************************************
001670 77  WS-APPLIED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001680 77  WS-REJECT-COUNT             PIC 9(09)  COMP VALUE ZERO.
001690 77  WS-PAGE-NUMBER              PIC 9(04)  COMP VALUE ZERO.
001700 77  WS-LINE-COUNT               PIC 9(04)  COMP VALUE ZERO.
001710 77  WS-LINES-PER-PAGE           PIC 9(04)  COMP VALUE 50.
001720*****************************************************************
001730*    MAINTENANCE WORK AREAS.  THE BEFORE-IMAGE FIELDS ARE       *
001740*    CAPTURED BY THE KEYED READ: STATUS FOR THE REGISTER LINE,  *
001750*    ACCOUNT SO AN UNCHANGED ACCOUNT IS NOT RE-CHECKED, AND     *
001760*    THE SCHEDULE FIELDS SO A RE-TIMING AMEND CAN BE SEEN.      *
001770*****************************************************************
001780 01  WS-REASON-CODE              PIC X(04)  VALUE SPACES.
001790 01  WS-REASON-TEXT              PIC X(40)  VALUE SPACES.
001800 01  WS-BEFORE-STATUS            PIC X(01)  VALUE SPACES.
001810 01  WS-BEFORE-ACCOUNT           PIC X(12)  VALUE SPACES.
001820 01  WS-BEFORE-FREQUENCY         PIC X(01)  VALUE SPACES.
001830 01  WS-BEFORE-RUN-DAY           PIC 9(02)  VALUE ZERO.
001840 01  WS-BEFORE-START-DATE        PIC 9(08)  VALUE ZERO.
001850 01  WS-ACTION-WORD              PIC X(06)  VALUE SPACES.
001860 01  WS-STATUS-WORD              PIC X(06)  VALUE SPACES.
001870 01  WS-FREQUENCY-WORD           PIC X(08)  VALUE SPACES.
001880*****************************************************************
001890*    DATE CHECKING.  FEBRUARY IS TAKEN AS 29 DAYS IN ANY YEAR   *
001900*    DIVISIBLE BY 4, AS IN THE EDIT STEP.                       *
001910*****************************************************************
001920 01  WS-CHECK-DATE.
001930     05  WS-CHECK-YEAR           PIC 9(04).
001940     05  WS-CHECK-MONTH          PIC 9(02).
001950     05  WS-CHECK-DAY            PIC 9(02).
001960 01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
001970                                 PIC 9(08).
001980 01  WS-MONTH-LENGTH             PIC 9(02)  VALUE ZERO.
001990 01  WS-LEAP-REMAINDER           PIC 9(04)  VALUE ZERO.
002000 01  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
002010 01  WS-DAYS-IN-MONTH-TABLE.
002020     05  FILLER                  PIC X(24)
002030             VALUE '312831303130313130313031'.
002040 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
002050     05  WS-DAYS-IN-MONTH        PIC 9(02)  OCCURS 12 TIMES.
002060 01  WS-EDIT-DATE-IN             PIC 9(08)  VALUE ZERO.
002070 01  WS-EDIT-DATE-X.
002080     05  WS-EDIT-YEAR            PIC X(04).
002090     05  FILLER                  PIC X(01)  VALUE '-'.
002100     05  WS-EDIT-MONTH           PIC X(02).
002110     05  FILLER                  PIC X(01)  VALUE '-'.
002120     05  WS-EDIT-DAY             PIC X(02).
002130*****************************************************************
002140*    RUN DATE AND TIMESTAMP.                                   *
002150*****************************************************************
002160 01  WS-SYS-DATE                 PIC 9(08)  VALUE ZERO.
002170 01  WS-SYS-TIME                 PIC 9(08)  VALUE ZERO.
002180 01  WS-TIMESTAMP                PIC X(26)  VALUE SPACES.
002190*
002200 PROCEDURE DIVISION.
002210*****************************************************************
002220*    0000-MAINLINE                                             *
002230*****************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
002270         UNTIL WS-EOF-YES.
002280     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002290     GO TO 9999-EXIT.
002300*****************************************************************
002310*    1000-INITIALIZE                                           *
002320*****************************************************************
002330 1000-INITIALIZE.
002340     OPEN INPUT MAINT-IN.
002350     IF WS-MAINTIN-FS NOT = '00'
002360         DISPLAY 'TEST-PROGRAM-SOMNT - UNABLE TO OPEN MAINT-IN'
002370             ' - STATUS ' WS-MAINTIN-FS
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 9999-EXIT
002400     END-IF.
002410     OPEN I-O ORDER-MASTER.
002420     IF WS-SORDMST-FS NOT = '00'
002430         DISPLAY 'TEST-PROGRAM-SOMNT - UNABLE TO OPEN ORDER'
002440             '-MASTER - STATUS ' WS-SORDMST-FS
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 9999-EXIT
002470     END-IF.
002480     OPEN INPUT ACCOUNT-MASTER.
002490     IF WS-ACCTMST-FS NOT = '00'
002500         DISPLAY 'TEST-PROGRAM-SOMNT - UNABLE TO OPEN ACCOUNT'
002510             '-MASTER - STATUS ' WS-ACCTMST-FS
002520         MOVE 16 TO RETURN-CODE
002530         GO TO 9999-EXIT
002540     END-IF.
002550     OPEN OUTPUT MAINT-REJECT.
002560     IF WS-MNTREJ-FS NOT = '00'
002570         DISPLAY 'TEST-PROGRAM-SOMNT - UNABLE TO OPEN MAINT'
002580             '-REJECT - STATUS ' WS-MNTREJ-FS
002590         MOVE 16 TO RETURN-CODE
002600         GO TO 9999-EXIT
002610     END-IF.
002620     OPEN OUTPUT REGISTER-REPORT.
002630     IF WS-CHGRPT-FS NOT = '00'
002640         DISPLAY 'TEST-PROGRAM-SOMNT - UNABLE TO OPEN REGISTER'
002650             '-REPORT - STATUS ' WS-CHGRPT-FS
002660         MOVE 16 TO RETURN-CODE
002670         GO TO 9999-EXIT
002680     END-IF.
002690     PERFORM 1900-BUILD-TIMESTAMP THRU 1900-EXIT.
002700     PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT.
002710 1000-EXIT.
002720     EXIT.
002730*
002740 1050-WRITE-REPORT-HEADERS.
002750     ADD 1 TO WS-PAGE-NUMBER.
002760     MOVE ZERO TO WS-LINE-COUNT.
002770     MOVE WS-TIMESTAMP(1:10) TO RH-RUN-DATE.
002780     MOVE WS-PAGE-NUMBER TO RH-PAGE-NUMBER.
002790     WRITE WS-REG-HEADER-LINE1.
002800     WRITE WS-REG-HEADER-LINE2.
002810 1050-EXIT.
002820     EXIT.
002830*****************************************************************
002840*    1900-BUILD-TIMESTAMP -- SAME YYYY-MM-DD HH:MM:SS.HH FORM   *
002850*    THE REST OF THE STREAM WRITES.                             *
002860*****************************************************************
002870 1900-BUILD-TIMESTAMP.
002880     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
002890     ACCEPT WS-SYS-TIME FROM TIME.
002900     MOVE SPACES TO WS-TIMESTAMP.
002910     STRING WS-SYS-DATE(1:4) '-' WS-SYS-DATE(5:2) '-'
002920            WS-SYS-DATE(7:2) ' '  WS-SYS-TIME(1:2) ':'
002930            WS-SYS-TIME(3:2) ':'  WS-SYS-TIME(5:2) '.'
002940            WS-SYS-TIME(7:2)
002950            DELIMITED BY SIZE INTO WS-TIMESTAMP
002960     END-STRING.
002970 1900-EXIT.
002980     EXIT.
002990*****************************************************************
003000*    2000-PROCESS-CARDS                                        *
003010*****************************************************************
003020 2000-PROCESS-CARDS.
003030     PERFORM 2100-READ-MAINT-CARD THRU 2100-EXIT.
003040     IF WS-EOF-NO
003050         PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
003060     END-IF.
003070 2000-EXIT.
003080     EXIT.
003090*
003100 2100-READ-MAINT-CARD.
003110     READ MAINT-IN
003120         AT END
003130             MOVE 'Y' TO WS-EOF-SWITCH
003140     END-READ.
003150 2100-EXIT.
003160     EXIT.
003170*****************************************************************
003180*    2200-APPLY-ONE-CARD -- CARD-LEVEL EDITS, THE KEYED READ,   *
003190*    THEN THE RESULTING INSTRUCTION IS BUILT AND EDITED AS A    *
003200*    WHOLE (FIRST FAILURE WINS).  EVERY CARD ENDS EITHER ON     *
003210*    THE CHANGE REGISTER OR ON THE REJECT FILE.                 *
003220*****************************************************************
003230 2200-APPLY-ONE-CARD.
003240     MOVE 'Y' TO WS-CARD-VALID-SWITCH.
003250     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
003260     IF NOT SOMC-ACTION-ADD AND NOT SOMC-ACTION-AMEND
003270             AND NOT SOMC-ACTION-CANCEL
003280         MOVE 'N'    TO WS-CARD-VALID-SWITCH
003290         MOVE 'S001' TO WS-REASON-CODE
003300         MOVE 'ACTION NOT A, C OR X' TO WS-REASON-TEXT
003310     END-IF.
003320     IF WS-CARD-VALID-YES
003330             AND (SOMC-ORDER-ID = SPACES
003340                  OR SOMC-ORDER-ID NOT NUMERIC)
003350         MOVE 'N'    TO WS-CARD-VALID-SWITCH
003360         MOVE 'S002' TO WS-REASON-CODE
003370         MOVE 'ORDER ID MISSING OR NOT NUMERIC'
003380             TO WS-REASON-TEXT
003390     END-IF.
003400     IF WS-CARD-VALID-YES
003410         PERFORM 2300-READ-ORDER THRU 2300-EXIT
003420     END-IF.
003430     IF WS-CARD-VALID-YES
003440         EVALUATE TRUE
003450             WHEN SOMC-ACTION-ADD
003460                 PERFORM 2400-BUILD-NEW-ORDER THRU 2400-EXIT
003470             WHEN SOMC-ACTION-AMEND
003480                 PERFORM 2500-BUILD-AMENDED-ORDER
003490                     THRU 2500-EXIT
003500             WHEN OTHER
003510                 MOVE 'C' TO SORD-STATUS
003520         END-EVALUATE
003530     END-IF.
003540     IF WS-CARD-VALID-YES
003550             AND NOT SOMC-ACTION-CANCEL
003560         PERFORM 2600-EDIT-ORDER THRU 2600-EXIT
003570     END-IF.
003580     IF WS-CARD-VALID-YES
003590         PERFORM 2700-STORE-ORDER THRU 2700-EXIT
003600     END-IF.
003610     IF NOT WS-CARD-VALID-YES
003620         PERFORM 2900-WRITE-REJECT-CARD THRU 2900-EXIT
003630     END-IF.
003640 2200-EXIT.
003650     EXIT.
003660*****************************************************************
003670*    2300-READ-ORDER -- A MISSING KEY IS ONLY AN ERROR FOR      *
003680*    AMEND AND CANCEL; ADD REQUIRES IT.  ONLY AN ACTIVE         *
003690*    INSTRUCTION CAN BE AMENDED OR CANCELLED - ONE THAT HAS     *
003700*    ENDED IS REPLACED BY ADDING A NEW ONE.                     *
003710*****************************************************************
003720 2300-READ-ORDER.
003730     MOVE SPACES TO WS-BEFORE-STATUS.
003740     MOVE SPACES TO WS-BEFORE-ACCOUNT.
003750     MOVE SOMC-ORDER-ID TO SORD-ORDER-ID.
003760     READ ORDER-MASTER
003770         INVALID KEY
003780             CONTINUE
003790         NOT INVALID KEY
003800             MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
003810             MOVE SORD-STATUS      TO WS-BEFORE-STATUS
003820             MOVE SORD-ACCT-NUMBER TO WS-BEFORE-ACCOUNT
003830             MOVE SORD-FREQUENCY   TO WS-BEFORE-FREQUENCY
003840             MOVE SORD-RUN-DAY     TO WS-BEFORE-RUN-DAY
003850             MOVE SORD-START-DATE  TO WS-BEFORE-START-DATE
003860     END-READ.
003870     IF SOMC-ACTION-ADD
003880         IF WS-MASTER-FOUND-YES
003890             MOVE 'N'    TO WS-CARD-VALID-SWITCH
003900             MOVE 'S003' TO WS-REASON-CODE
003910             MOVE 'ORDER ALREADY ON MASTER' TO WS-REASON-TEXT
003920         END-IF
003930     ELSE
003940         IF NOT WS-MASTER-FOUND-YES
003950             MOVE 'N'    TO WS-CARD-VALID-SWITCH
003960             MOVE 'S004' TO WS-REASON-CODE
003970             MOVE 'ORDER NOT ON MASTER' TO WS-REASON-TEXT
003980         END-IF
003990     END-IF.
004000     IF WS-CARD-VALID-YES
004010             AND NOT SOMC-ACTION-ADD
004020             AND WS-BEFORE-STATUS NOT = 'A'
004030         MOVE 'N'    TO WS-CARD-VALID-SWITCH
004040         MOVE 'S005' TO WS-REASON-CODE
004050         MOVE 'ORDER IS ALREADY CANCELLED OR ENDED'
004060             TO WS-REASON-TEXT
004070     END-IF.
004080 2300-EXIT.
004090     EXIT.
004100*****************************************************************
004110*    2400-BUILD-NEW-ORDER -- A NUMERIC FIELD KEYED BADLY IS     *
004120*    TAKEN AS ZERO HERE AND FAILS THE EDIT IN 2600.             *
004130*****************************************************************
004140 2400-BUILD-NEW-ORDER.
004150     MOVE SPACES TO STANDING-ORDER-RECORD.
004160     MOVE SOMC-ORDER-ID     TO SORD-ORDER-ID.
004170     MOVE SOMC-ACCT-NUMBER  TO SORD-ACCT-NUMBER.
004180     MOVE SOMC-TRANS-TYPE   TO SORD-TRANS-TYPE.
004190     MOVE SOMC-CURRENCY     TO SORD-CURRENCY.
004200     MOVE SOMC-FREQUENCY    TO SORD-FREQUENCY.
004210     MOVE ZERO TO SORD-AMOUNT.
004220     MOVE ZERO TO SORD-RUN-DAY.
004230     MOVE ZERO TO SORD-START-DATE.
004240     MOVE ZERO TO SORD-END-DATE.
004250     IF SOMC-AMOUNT NUMERIC
004260         MOVE SOMC-AMOUNT TO SORD-AMOUNT
004270     END-IF.
004280     IF SOMC-RUN-DAY NUMERIC
004290         MOVE SOMC-RUN-DAY TO SORD-RUN-DAY
004300     END-IF.
004310     IF SOMC-START-DATE NUMERIC
004320         MOVE SOMC-START-DATE TO SORD-START-DATE
004330     END-IF.
004340     IF SOMC-END-DATE-X NOT = SPACES
004350         IF SOMC-END-DATE NUMERIC
004360             MOVE SOMC-END-DATE TO SORD-END-DATE
004370         ELSE
004380             MOVE 'N'    TO WS-CARD-VALID-SWITCH
004390             MOVE 'S014' TO WS-REASON-CODE
004400             MOVE 'END DATE INVALID OR BEFORE START DATE'
004410                 TO WS-REASON-TEXT
004420         END-IF
004430     END-IF.
004440     MOVE 'A'  TO SORD-STATUS.
004450     MOVE ZERO TO SORD-NEXT-DUE-DATE.
004460     MOVE ZERO TO SORD-PRIOR-DUE-DATE.
004470     MOVE ZERO TO SORD-LAST-RUN-DATE.
004480 2400-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    2500-BUILD-AMENDED-ORDER -- A BLANK OR ZERO CARD FIELD     *
004520*    KEEPS THE CURRENT VALUE; A NON-BLANK NUMERIC FIELD THAT    *
004530*    IS NOT NUMERIC REJECTS THE CARD.                           *
004540*****************************************************************
004550 2500-BUILD-AMENDED-ORDER.
004560     IF SOMC-ACCT-NUMBER NOT = SPACES
004570         MOVE SOMC-ACCT-NUMBER TO SORD-ACCT-NUMBER
004580     END-IF.
004590     IF SOMC-TRANS-TYPE NOT = SPACES
004600         MOVE SOMC-TRANS-TYPE TO SORD-TRANS-TYPE
004610     END-IF.
004620     IF SOMC-CURRENCY NOT = SPACES
004630         MOVE SOMC-CURRENCY TO SORD-CURRENCY
004640     END-IF.
004650     IF SOMC-FREQUENCY NOT = SPACES
004660         MOVE SOMC-FREQUENCY TO SORD-FREQUENCY
004670     END-IF.
004680     IF SOMC-AMOUNT-X NOT = SPACES
004690         IF SOMC-AMOUNT NUMERIC
004700             IF SOMC-AMOUNT > ZERO
004710                 MOVE SOMC-AMOUNT TO SORD-AMOUNT
004720             END-IF
004730         ELSE
004740             MOVE 'N'    TO WS-CARD-VALID-SWITCH
004750             MOVE 'S010' TO WS-REASON-CODE
004760             MOVE 'AMOUNT NOT NUMERIC OR ZERO'
004770                 TO WS-REASON-TEXT
004780             GO TO 2500-EXIT
004790         END-IF
004800     END-IF.
004810     IF SOMC-RUN-DAY-X NOT = SPACES
004820         IF SOMC-RUN-DAY NUMERIC
004830             IF SOMC-RUN-DAY > ZERO
004840                 MOVE SOMC-RUN-DAY TO SORD-RUN-DAY
004850             END-IF
004860         ELSE
004870             MOVE 'N'    TO WS-CARD-VALID-SWITCH
004880             MOVE 'S012' TO WS-REASON-CODE
004890             MOVE 'RUN DAY NOT 01-31 FOR FREQUENCY D'
004900                 TO WS-REASON-TEXT
004910             GO TO 2500-EXIT
004920         END-IF
004930     END-IF.
004940     IF SOMC-START-DATE-X NOT = SPACES
004950         IF SOMC-START-DATE NUMERIC
004960             IF SOMC-START-DATE > ZERO
004970                 MOVE SOMC-START-DATE TO SORD-START-DATE
004980             END-IF
004990         ELSE
005000             MOVE 'N'    TO WS-CARD-VALID-SWITCH
005010             MOVE 'S013' TO WS-REASON-CODE
005020             MOVE 'START DATE IS NOT A VALID DATE'
005030                 TO WS-REASON-TEXT
005040             GO TO 2500-EXIT
005050         END-IF
005060     END-IF.
005070     IF SOMC-END-DATE-X NOT = SPACES
005080         IF SOMC-END-DATE NUMERIC
005090             IF SOMC-END-DATE > ZERO
005100                 MOVE SOMC-END-DATE TO SORD-END-DATE
005110             END-IF
005120         ELSE
005130             MOVE 'N'    TO WS-CARD-VALID-SWITCH
005140             MOVE 'S014' TO WS-REASON-CODE
005150             MOVE 'END DATE INVALID OR BEFORE START DATE'
005160                 TO WS-REASON-TEXT
005170         END-IF
005180     END-IF.
005190 2500-EXIT.
005200     EXIT.
005210*****************************************************************
005220*    2600-EDIT-ORDER -- EDITS THE INSTRUCTION AS IT WILL BE     *
005230*    STORED.  THE ACCOUNT IS LOOKED UP ONLY WHEN IT IS NEW OR   *
005240*    CHANGED; A FROZEN ACCOUNT IS ACCEPTED (THE SCHEDULER       *
005250*    SKIPS ITS ITEMS UNTIL IT IS UNFROZEN), A CLOSED ONE IS     *
005260*    NOT.  RUN DAY IS KEPT ONLY FOR FREQUENCY D.                *
005270*****************************************************************
005280 2600-EDIT-ORDER.
005290     IF SORD-ACCT-NUMBER = SPACES
005300         MOVE 'N'    TO WS-CARD-VALID-SWITCH
005310         MOVE 'S006' TO WS-REASON-CODE
005320         MOVE 'ACCOUNT NUMBER IS MISSING' TO WS-REASON-TEXT
005330         GO TO 2600-EXIT
005340     END-IF.
005350     IF NOT SORD-TYPE-DEBIT AND NOT SORD-TYPE-CREDIT
005360         MOVE 'N'    TO WS-CARD-VALID-SWITCH
005370         MOVE 'S009' TO WS-REASON-CODE
005380         MOVE 'TRANSACTION TYPE NOT DR OR CR'
005390             TO WS-REASON-TEXT
005400         GO TO 2600-EXIT
005410     END-IF.
005420     IF SORD-AMOUNT NOT > ZERO
005430         MOVE 'N'    TO WS-CARD-VALID-SWITCH
005440         MOVE 'S010' TO WS-REASON-CODE
005450         MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REASON-TEXT
005460         GO TO 2600-EXIT
005470     END-IF.
005480     IF NOT SORD-FREQ-WEEKLY AND NOT SORD-FREQ-MONTHLY
005490             AND NOT SORD-FREQ-DAY-OF-MONTH
005500         MOVE 'N'    TO WS-CARD-VALID-SWITCH
005510         MOVE 'S011' TO WS-REASON-CODE
005520         MOVE 'FREQUENCY NOT W, M OR D' TO WS-REASON-TEXT
005530         GO TO 2600-EXIT
005540     END-IF.
005550     IF SORD-FREQ-DAY-OF-MONTH
005560             AND (SORD-RUN-DAY < 1 OR SORD-RUN-DAY > 31)
005570         MOVE 'N'    TO WS-CARD-VALID-SWITCH
005580         MOVE 'S012' TO WS-REASON-CODE
005590         MOVE 'RUN DAY NOT 01-31 FOR FREQUENCY D'
005600             TO WS-REASON-TEXT
005610         GO TO 2600-EXIT
005620     END-IF.
005630     MOVE SORD-START-DATE TO WS-CHECK-DATE-N.
005640     PERFORM 7300-CHECK-DATE THRU 7300-EXIT.
005650     IF NOT WS-DATE-VALID-YES
005660         MOVE 'N'    TO WS-CARD-VALID-SWITCH
005670         MOVE 'S013' TO WS-REASON-CODE
005680         MOVE 'START DATE IS NOT A VALID DATE' TO WS-REASON-TEXT
005690         GO TO 2600-EXIT
005700     END-IF.
005710     IF SORD-END-DATE NOT = ZERO
005720         MOVE SORD-END-DATE TO WS-CHECK-DATE-N
005730         PERFORM 7300-CHECK-DATE THRU 7300-EXIT
005740         IF NOT WS-DATE-VALID-YES
005750                 OR SORD-END-DATE < SORD-START-DATE
005760             MOVE 'N'    TO WS-CARD-VALID-SWITCH
005770             MOVE 'S014' TO WS-REASON-CODE
005780             MOVE 'END DATE INVALID OR BEFORE START DATE'
005790                 TO WS-REASON-TEXT
005800             GO TO 2600-EXIT
005810         END-IF
005820     END-IF.
005830     IF SORD-ACCT-NUMBER NOT = WS-BEFORE-ACCOUNT
005840         PERFORM 2650-CHECK-ACCOUNT THRU 2650-EXIT
005850     END-IF.
005860     IF NOT SORD-FREQ-DAY-OF-MONTH
005870         MOVE ZERO TO SORD-RUN-DAY
005880     END-IF.
005890 2600-EXIT.
005900     EXIT.
005910*
005920 2650-CHECK-ACCOUNT.
005930     MOVE SORD-ACCT-NUMBER TO ACCT-NUMBER.
005940     READ ACCOUNT-MASTER
005950         INVALID KEY
005960             MOVE 'N'    TO WS-CARD-VALID-SWITCH
005970             MOVE 'S007' TO WS-REASON-CODE
005980             MOVE 'ACCOUNT NOT ON ACCOUNT MASTER'
005990                 TO WS-REASON-TEXT
006000         NOT INVALID KEY
006010             IF ACCT-STATUS-CLOSED
006020                 MOVE 'N'    TO WS-CARD-VALID-SWITCH
006030                 MOVE 'S008' TO WS-REASON-CODE
006040                 MOVE 'ACCOUNT IS CLOSED' TO WS-REASON-TEXT
006050             END-IF
006060     END-READ.
006070 2650-EXIT.
006080     EXIT.
006090*****************************************************************
006100*    2700-STORE-ORDER -- ADD WRITES, AMEND AND CANCEL REWRITE.  *
006110*    AN AMEND THAT MOVES THE SCHEDULE CLEARS THE NEXT DUE AND   *
006120*    LAST RUN DATES SO THE SCHEDULER RE-TIMES THE INSTRUCTION   *
006130*    FROM TONIGHT INSTEAD OF RESTORING THE OLD DATE ON A RERUN. *
006140*****************************************************************
006150 2700-STORE-ORDER.
006160     MOVE SOMC-OPERATOR-ID TO SORD-OPERATOR-ID.
006170     MOVE WS-SYS-DATE      TO SORD-MAINT-DATE.
006180     IF SOMC-ACTION-ADD
006190         WRITE STANDING-ORDER-RECORD
006200             INVALID KEY
006210                 MOVE 'N'    TO WS-CARD-VALID-SWITCH
006220                 MOVE 'S003' TO WS-REASON-CODE
006230                 MOVE 'ORDER ALREADY ON MASTER'
006240                     TO WS-REASON-TEXT
006250         END-WRITE
006260     ELSE
006270         IF SOMC-ACTION-AMEND
006280                 AND (SORD-FREQUENCY  NOT = WS-BEFORE-FREQUENCY
006290                   OR SORD-RUN-DAY    NOT = WS-BEFORE-RUN-DAY
006300                   OR SORD-START-DATE NOT = WS-BEFORE-START-DATE)
006310             MOVE ZERO TO SORD-NEXT-DUE-DATE
006320             MOVE ZERO TO SORD-LAST-RUN-DATE
006330         END-IF
006340         REWRITE STANDING-ORDER-RECORD
006350             INVALID KEY
006360                 MOVE 'N'    TO WS-CARD-VALID-SWITCH
006370                 MOVE 'S004' TO WS-REASON-CODE
006380                 MOVE 'ORDER NOT ON MASTER' TO WS-REASON-TEXT
006390         END-REWRITE
006400     END-IF.
006410     IF WS-CARD-VALID-YES
006420         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
006430     END-IF.
006440 2700-EXIT.
006450     EXIT.
006460*****************************************************************
006470*    2800-WRITE-REGISTER-LINE -- ONE LINE PER APPLIED CARD      *
006480*    SHOWING THE INSTRUCTION AS STORED, TIMESTAMPED AT THE      *
006490*    MOMENT OF THE CHANGE.                                      *
006500*****************************************************************
006510 2800-WRITE-REGISTER-LINE.
006520     ADD 1 TO WS-APPLIED-COUNT.
006530     PERFORM 1900-BUILD-TIMESTAMP THRU 1900-EXIT.
006540     EVALUATE TRUE
006550         WHEN SOMC-ACTION-ADD
006560             MOVE 'ADD   ' TO WS-ACTION-WORD
006570         WHEN SOMC-ACTION-AMEND
006580             MOVE 'AMEND ' TO WS-ACTION-WORD
006590         WHEN OTHER
006600             MOVE 'CANCEL' TO WS-ACTION-WORD
006610     END-EVALUATE.
006620     MOVE SORD-ORDER-ID     TO RD-ORDER-ID.
006630     MOVE WS-ACTION-WORD    TO RD-ACTION.
006640     MOVE SORD-ACCT-NUMBER  TO RD-ACCOUNT.
006650     MOVE SORD-TRANS-TYPE   TO RD-TYPE.
006660     MOVE SORD-AMOUNT       TO RD-AMOUNT.
006670     MOVE SORD-CURRENCY     TO RD-CURRENCY.
006680     EVALUATE TRUE
006690         WHEN SORD-FREQ-WEEKLY
006700             MOVE 'WEEKLY  ' TO WS-FREQUENCY-WORD
006710         WHEN SORD-FREQ-MONTHLY
006720             MOVE 'MONTHLY ' TO WS-FREQUENCY-WORD
006730         WHEN OTHER
006740             MOVE SPACES TO WS-FREQUENCY-WORD
006750             STRING 'DAY ' SORD-RUN-DAY
006760                    DELIMITED BY SIZE INTO WS-FREQUENCY-WORD
006770             END-STRING
006780     END-EVALUATE.
006790     MOVE WS-FREQUENCY-WORD TO RD-FREQUENCY.
006800     MOVE SORD-START-DATE TO WS-EDIT-DATE-IN.
006810     PERFORM 7200-EDIT-DATE THRU 7200-EXIT.
006820     MOVE WS-EDIT-DATE-X TO RD-START-DATE.
006830     IF SORD-END-DATE = ZERO
006840         MOVE 'NO END    ' TO RD-END-DATE
006850     ELSE
006860         MOVE SORD-END-DATE TO WS-EDIT-DATE-IN
006870         PERFORM 7200-EDIT-DATE THRU 7200-EXIT
006880         MOVE WS-EDIT-DATE-X TO RD-END-DATE
006890     END-IF.
006900     MOVE WS-BEFORE-STATUS TO WS-STATUS-WORD(1:1).
006910     PERFORM 2850-EXPAND-STATUS-WORD THRU 2850-EXIT.
006920     MOVE WS-STATUS-WORD TO RD-BEFORE-STATUS.
006930     MOVE SORD-STATUS TO WS-STATUS-WORD(1:1).
006940     PERFORM 2850-EXPAND-STATUS-WORD THRU 2850-EXIT.
006950     MOVE WS-STATUS-WORD TO RD-AFTER-STATUS.
006960     MOVE SOMC-OPERATOR-ID   TO RD-OPERATOR.
006970     MOVE WS-TIMESTAMP(1:19) TO RD-TIMESTAMP.
006980     WRITE WS-REG-DETAIL-LINE.
006990     ADD 1 TO WS-LINE-COUNT.
007000     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
007010         PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT
007020     END-IF.
007030 2800-EXIT.
007040     EXIT.
007050*****************************************************************
007060*    2850-EXPAND-STATUS-WORD -- ONE-BYTE STATUS IN              *
007070*    WS-STATUS-WORD(1:1) TO THE PRINTED WORD.  SPACE (NO        *
007080*    BEFORE-IMAGE ON AN ADD) PRINTS AS DASHES.                  *
007090*****************************************************************
007100 2850-EXPAND-STATUS-WORD.
007110     EVALUATE WS-STATUS-WORD(1:1)
007120         WHEN 'A'
007130             MOVE 'ACTIVE' TO WS-STATUS-WORD
007140         WHEN 'C'
007150             MOVE 'CANCEL' TO WS-STATUS-WORD
007160         WHEN 'E'
007170             MOVE 'ENDED ' TO WS-STATUS-WORD
007180         WHEN OTHER
007190             MOVE '------' TO WS-STATUS-WORD
007200     END-EVALUATE.
007210 2850-EXIT.
007220     EXIT.
007230*
007240 2900-WRITE-REJECT-CARD.
007250     MOVE WS-REASON-CODE      TO MREJ-REASON-CODE.
007260     MOVE WS-REASON-TEXT      TO MREJ-REASON-TEXT.
007270     MOVE STANDING-ORDER-CARD TO MREJ-CARD-IMAGE.
007280     WRITE MAINT-REJECT-RECORD.
007290     ADD 1 TO WS-REJECT-COUNT.
007300 2900-EXIT.
007310     EXIT.
007320*
007330 7200-EDIT-DATE.
007340     MOVE WS-EDIT-DATE-IN(1:4) TO WS-EDIT-YEAR.
007350     MOVE WS-EDIT-DATE-IN(5:2) TO WS-EDIT-MONTH.
007360     MOVE WS-EDIT-DATE-IN(7:2) TO WS-EDIT-DAY.
007370 7200-EXIT.
007380     EXIT.
007390*****************************************************************
007400*    7300-CHECK-DATE -- WS-CHECK-DATE-N IN, WS-DATE-VALID-      *
007410*    SWITCH OUT.                                                *
007420*****************************************************************
007430 7300-CHECK-DATE.
007440     MOVE 'Y' TO WS-DATE-VALID-SWITCH.
007450     IF WS-CHECK-YEAR < 1900
007460             OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
007470         MOVE 'N' TO WS-DATE-VALID-SWITCH
007480         GO TO 7300-EXIT
007490     END-IF.
007500     PERFORM 7310-SET-MONTH-LENGTH THRU 7310-EXIT.
007510     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-MONTH-LENGTH
007520         MOVE 'N' TO WS-DATE-VALID-SWITCH
007530     END-IF.
007540 7300-EXIT.
007550     EXIT.
007560*
007570 7310-SET-MONTH-LENGTH.
007580     MOVE WS-DAYS-IN-MONTH(WS-CHECK-MONTH) TO WS-MONTH-LENGTH.
007590     IF WS-CHECK-MONTH = 2
007600         DIVIDE WS-CHECK-YEAR BY 4
007610             GIVING WS-LEAP-QUOTIENT
007620             REMAINDER WS-LEAP-REMAINDER
007630         IF WS-LEAP-REMAINDER = ZERO
007640             MOVE 29 TO WS-MONTH-LENGTH
007650         END-IF
007660     END-IF.
007670 7310-EXIT.
007680     EXIT.
007690*****************************************************************
007700*    8000-FINALIZE -- TRAILER, COUNTS AND THE STEP RETURN       *
007710*    CODE: RC=0 ALL CARDS APPLIED, RC=4 SOME CARDS REJECTED     *
007720*    (REVIEW THE REJECT FILE AND REKEY).                        *
007730*****************************************************************
007740 8000-FINALIZE.
007750     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
007760     MOVE WS-REJECT-COUNT  TO RT-REJECT-COUNT.
007770     WRITE WS-REG-TRAILER-LINE.
007780     DISPLAY 'TEST-PROGRAM-SOMNT CARDS APPLIED:  '
007790         WS-APPLIED-COUNT.
007800     DISPLAY 'TEST-PROGRAM-SOMNT CARDS REJECTED: '
007810         WS-REJECT-COUNT.
007820     IF WS-REJECT-COUNT > ZERO
007830         MOVE 4 TO RETURN-CODE
007840     ELSE
007850         MOVE 0 TO RETURN-CODE
007860     END-IF.
007870     CLOSE MAINT-IN.
007880     CLOSE ORDER-MASTER.
007890     CLOSE ACCOUNT-MASTER.
007900     CLOSE MAINT-REJECT.
007910     CLOSE REGISTER-REPORT.
007920 8000-EXIT.
007930     EXIT.
007940*****************************************************************
007950*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
007960*****************************************************************
007970 9999-EXIT.
007980     STOP RUN.
