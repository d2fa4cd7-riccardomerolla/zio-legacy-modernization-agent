000210*                 CHANGE REGISTER WITH THE OPERATOR ID AND A    *
000220*                 TIMESTAMP SO AUDIT CAN PROVE WHO CHANGED      *
000230*                 WHICH ACCOUNT AND WHEN.                       *
000231*                 CARDS ARE NOT READ DIRECTLY: THE DUAL-CONTROL *
000232*                 STEP HOLDS EACH ONE ON THE PENDING-APPROVAL   *
000233*                 FILE (PENDMST) UNDER ITS MAKER, AND ONLY AN   *
000234*                 ITEM A SECOND OPERATOR HAS APPROVED ON TPGA   *
000235*                 IS APPLIED HERE.  EACH APPROVED ITEM IS THEN  *
000236*                 MARKED APPLIED, OR FAILED WITH ITS REJECT     *
000237*                 CODE, SO IT CANNOT BE APPLIED TWICE.  THE     *
000238*                 REGISTER SHOWS THE CHECKER BESIDE THE MAKER.  *
000240*                                                               *
000250*    MODIFICATION HISTORY.                                     *
000260*    2026-09-03  DO   INITIAL VERSION.                          *
000262*    2026-10-15  DO   AN ADDED ACCOUNT TAKES ITS DOMICILE       *
000264*                     BRANCH FROM THE ADD CARD (ACCM-BRANCH),   *
000266*                     FOR THE BRANCH MIS REPORT.                *
000268*    2026-10-15  DO   CARDS COME FROM THE PENDING-APPROVAL      *
000270*                     FILE; ONLY APPROVED ITEMS ARE APPLIED     *
000272*                     (DUAL CONTROL).  CHECKER ON REGISTER;     *
000274*                     REJECT M007 FOR AN ITEM WITHOUT A         *
000276*                     SECOND OPERATOR.                          *
000278*                                                               *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000346     SELECT PENDING-FILE ASSIGN TO PENDMST
000352         ORGANIZATION IS INDEXED
000358         ACCESS MODE IS DYNAMIC
000364         RECORD KEY IS PEND-KEY
000370         FILE STATUS IS WS-PENDMST-FS.
000380     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PENDING-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY PENDREC.
000550*
000560 FD  ACCOUNT-MASTER
000570     LABEL RECORDS ARE STANDARD.
000810     05  FILLER                  PIC X(07)  VALUE 'AFTER'.
000820     05  FILLER                  PIC X(32)  VALUE 'NAME AFTER'.
000830     05  FILLER                  PIC X(10)  VALUE 'OPERATOR'.
000835     05  FILLER                  PIC X(10)  VALUE 'CHECKER'.
000840     05  FILLER                  PIC X(19)  VALUE 'APPLIED AT'.
000850     05  FILLER                  PIC X(23)  VALUE SPACES.
000860 01  WS-REG-DETAIL-LINE.
000870     05  FILLER                  PIC X(01)  VALUE SPACE.
000880     05  RD-ACCOUNT              PIC X(12).
000970     05  FILLER                  PIC X(02)  VALUE SPACES.
000980     05  RD-OPERATOR             PIC X(08).
000990     05  FILLER                  PIC X(02)  VALUE SPACES.
000993     05  RD-CHECKER              PIC X(08).
000996     05  FILLER                  PIC X(02)  VALUE SPACES.
001000     05  RD-TIMESTAMP            PIC X(19).
001010     05  FILLER                  PIC X(23)  VALUE SPACES.
001020 01  WS-REG-TRAILER-LINE.
001030     05  FILLER                  PIC X(01)  VALUE SPACE.
001040     05  FILLER                  PIC X(16)
001070     05  FILLER                  PIC X(18)
001080             VALUE '  CARDS REJECTED: '.
001090     05  RT-REJECT-COUNT         PIC ZZZZZZZZ9.
001094     05  FILLER                  PIC X(21)
001098             VALUE '  AWAITING APPROVAL: '.
001102     05  RT-PENDING-COUNT        PIC ZZZZZZZZ9.
001106     05  FILLER                  PIC X(50)  VALUE SPACES.
001110*
001120 WORKING-STORAGE SECTION.
001130*****************************************************************
001140*    FILE STATUS FIELDS.                                       *
001150*****************************************************************
001160 01  WS-FILE-STATUS-FIELDS.
001170     05  WS-PENDMST-FS           PIC X(02)  VALUE SPACES.
001180     05  WS-ACCTMST-FS           PIC X(02)  VALUE SPACES.
001190     05  WS-MNTREJ-FS            PIC X(02)  VALUE SPACES.
001200     05  WS-CHGRPT-FS            PIC X(02)  VALUE SPACES.
001330*****************************************************************
001340 77  WS-APPLIED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001350 77  WS-REJECT-COUNT             PIC 9(09)  COMP VALUE ZERO.
001353 77  WS-PENDING-COUNT            PIC 9(09)  COMP VALUE ZERO.
001356 77  WS-PEND-ERROR-COUNT         PIC 9(09)  COMP VALUE ZERO.
001360 77  WS-PAGE-NUMBER              PIC 9(04)  COMP VALUE ZERO.
001370 77  WS-LINE-COUNT               PIC 9(04)  COMP VALUE ZERO.
001380 77  WS-LINES-PER-PAGE           PIC 9(04)  COMP VALUE 50.
001382*****************************************************************
001384*    THE APPROVED CARD BEING APPLIED, FROM THE PENDING ITEM.   *
001386*****************************************************************
001388     COPY ACCTMNTC.
001390*****************************************************************
001400*    MAINTENANCE WORK AREAS.  BEFORE-IMAGE FIELDS ARE CAPTURED  *
001410*    AHEAD OF THE REWRITE SO THE REGISTER LINE SHOWS THE        *
001670*    1000-INITIALIZE                                           *
001680*****************************************************************
001690 1000-INITIALIZE.
001700     OPEN I-O PENDING-FILE.
001710     IF WS-PENDMST-FS NOT = '00'
001720         DISPLAY 'TEST-PROGRAM-ACCTMNT - UNABLE TO OPEN PENDING'
001730             '-FILE - STATUS ' WS-PENDMST-FS
001740         MOVE 16 TO RETURN-CODE
001750         GO TO 9999-EXIT
001760     END-IF.
001970     END-IF.
001980     PERFORM 1900-BUILD-TIMESTAMP THRU 1900-EXIT.
001990     PERFORM 1050-WRITE-REPORT-HEADERS THRU 1050-EXIT.
001991     MOVE LOW-VALUES TO PEND-KEY.
001992     MOVE 'M'        TO PEND-SOURCE.
001993     START PENDING-FILE KEY NOT LESS THAN PEND-KEY
001994         INVALID KEY
001995             MOVE 'Y' TO WS-EOF-SWITCH
001996     END-START.
002000 1000-EXIT.
002010     EXIT.
002020*
002260 1900-EXIT.
002270     EXIT.
002280*****************************************************************
002290*    2000-PROCESS-CARDS -- ONLY AN APPROVED MAINTENANCE ITEM   *
002293*    IS APPLIED; ONE STILL PENDING IS COUNTED AND LEFT FOR THE  *
002296*    CHECKER, AND A FINISHED ONE IS PASSED OVER.                *
002300*****************************************************************
002310 2000-PROCESS-CARDS.
002320     PERFORM 2100-READ-MAINT-CARD THRU 2100-EXIT.
002330     IF WS-EOF-NO
002332             AND PEND-STATUS-APPROVED
002334         MOVE PEND-ITEM-IMAGE TO MAINTENANCE-CARD
002336         PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
002338         PERFORM 2800-CLOSE-PENDING-ITEM THRU 2800-EXIT
002340     END-IF.
002342     IF WS-EOF-NO
002344             AND PEND-STATUS-PENDING
002346         ADD 1 TO WS-PENDING-COUNT
002350     END-IF.
002360 2000-EXIT.
002370     EXIT.
002380*
002390 2100-READ-MAINT-CARD.
002395     READ PENDING-FILE NEXT RECORD
002400         AT END
002405             MOVE 'Y' TO WS-EOF-SWITCH
002410     END-READ.
002415     IF WS-EOF-NO
002420             AND NOT PEND-SOURCE-MAINT
002425         MOVE 'Y' TO WS-EOF-SWITCH
002430     END-IF.
002440 2100-EXIT.
002450     EXIT.
002460*****************************************************************
002468*    2200-APPLY-ONE-CARD -- EDITS FIRST (FIRST FAILURE WINS;   *
002476*    THE DUAL-CONTROL CHECK LEADS), THEN THE KEYED READ, THEN   *
002484*    THE ACTION.  EVERY CARD ENDS EITHER ON THE CHANGE          *
002492*    REGISTER OR ON THE REJECT FILE.                            *
002500*****************************************************************
002510 2200-APPLY-ONE-CARD.
002520     MOVE 'Y' TO WS-CARD-VALID-SWITCH.
002530     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
002532     IF PEND-CHECKER-ID = SPACES
002534             OR PEND-CHECKER-ID = PEND-MAKER-ID
002536         MOVE 'N'    TO WS-CARD-VALID-SWITCH
002538         MOVE 'M007' TO WS-REASON-CODE
002540         MOVE 'NOT APPROVED BY A SECOND OPERATOR'
002542             TO WS-REASON-TEXT
002544     END-IF.
002546     IF WS-CARD-VALID-YES
002548             AND NOT ACCM-ACTION-ADD AND NOT ACCM-ACTION-NAME
002550             AND NOT ACCM-ACTION-CLOSE AND NOT ACCM-ACTION-FREEZE
002560             AND NOT ACCM-ACTION-UNFREEZE
002570         MOVE 'N'    TO WS-CARD-VALID-SWITCH
003240     EXIT.
003250*****************************************************************
003260*    2400-APPLY-ADD -- NEW ACCOUNT OPENS IN STATUS O WITH        *
003270*    TONIGHT'S DATE AS ITS OPEN DATE, DOMICILED AT THE CARD'S   *
003275*    BRANCH.                                                    *
003280*****************************************************************
003290 2400-APPLY-ADD.
003300     MOVE SPACES TO ACCOUNT-MASTER-RECORD.
003320     MOVE 'O'              TO ACCT-STATUS.
003330     MOVE ACCM-ACCT-NAME   TO ACCT-NAME.
003340     MOVE WS-SYS-DATE      TO ACCT-OPEN-DATE.
003345     MOVE ACCM-BRANCH      TO ACCT-BRANCH.
003350     WRITE ACCOUNT-MASTER-RECORD
003360         INVALID KEY
003370             MOVE 'N'    TO WS-CARD-VALID-SWITCH
004000     MOVE WS-STATUS-WORD TO RD-AFTER-STATUS.
004010     MOVE ACCT-NAME         TO RD-AFTER-NAME.
004020     MOVE ACCM-OPERATOR-ID  TO RD-OPERATOR.
004025     MOVE PEND-CHECKER-ID   TO RD-CHECKER.
004030     MOVE WS-TIMESTAMP(1:19) TO RD-TIMESTAMP.
004040     WRITE WS-REG-DETAIL-LINE.
004050     ADD 1 TO WS-LINE-COUNT.
004350     ADD 1 TO WS-REJECT-COUNT.
004360 2700-EXIT.
004370     EXIT.
004371*****************************************************************
004372*    2800-CLOSE-PENDING-ITEM -- THE APPROVED ITEM IS FINISHED:  *
004373*    APPLIED, OR FAILED WITH THE REJECT CODE.  AN ITEM THAT     *
004374*    CANNOT BE MARKED WOULD BE APPLIED AGAIN NEXT RUN, SO IT    *
004375*    ENDS THE STEP RC=16.                                       *
004376*****************************************************************
004377 2800-CLOSE-PENDING-ITEM.
004378     IF WS-CARD-VALID-YES
004379         MOVE 'U'    TO PEND-STATUS
004380         MOVE SPACES TO PEND-CLOSE-REASON
004381     ELSE
004382         MOVE 'F'    TO PEND-STATUS
004383         MOVE WS-REASON-CODE TO PEND-CLOSE-REASON
004384     END-IF.
004385     MOVE WS-SYS-DATE TO PEND-CLOSE-DATE.
004386     REWRITE PENDING-ITEM-RECORD
004387         INVALID KEY
004388             DISPLAY 'TEST-PROGRAM-ACCTMNT - UNABLE TO CLOSE '
004389                 'PENDING ITEM ' PEND-KEY ' - STATUS '
004390                 WS-PENDMST-FS
004391             ADD 1 TO WS-PEND-ERROR-COUNT
004392     END-REWRITE.
004393 2800-EXIT.
004394     EXIT.
004395*****************************************************************
004396*    8000-FINALIZE -- TRAILER, COUNTS AND THE STEP RETURN       *
004400*    CODE: RC=0 ALL CARDS APPLIED, RC=4 SOME CARDS REJECTED     *
004406*    (REVIEW THE REJECT FILE AND REKEY), RC=16 AN APPLIED ITEM  *
004412*    COULD NOT BE MARKED ON THE PENDING FILE.                   *
004420*****************************************************************
004430 8000-FINALIZE.
004440     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
004450     MOVE WS-REJECT-COUNT  TO RT-REJECT-COUNT.
004455     MOVE WS-PENDING-COUNT TO RT-PENDING-COUNT.
004460     WRITE WS-REG-TRAILER-LINE.
004470     DISPLAY 'TEST-PROGRAM-ACCTMNT CARDS APPLIED:  '
004480         WS-APPLIED-COUNT.
004490     DISPLAY 'TEST-PROGRAM-ACCTMNT CARDS REJECTED: '
004500         WS-REJECT-COUNT.
004503     DISPLAY 'TEST-PROGRAM-ACCTMNT AWAITING APPROVAL: '
004506         WS-PENDING-COUNT.
004510     IF WS-REJECT-COUNT > ZERO
004520         MOVE 4 TO RETURN-CODE
004530     ELSE
004540         MOVE 0 TO RETURN-CODE
004550     END-IF.
004552     IF WS-PEND-ERROR-COUNT > ZERO
004554         MOVE 16 TO RETURN-CODE
004556     END-IF.
004560     CLOSE PENDING-FILE.
004570     CLOSE ACCOUNT-MASTER.
004580     CLOSE MAINT-REJECT.
004590     CLOSE REGISTER-REPORT.
