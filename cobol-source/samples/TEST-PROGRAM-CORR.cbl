000210*                 ACCOUNT MASTER STATUS CHECK VIA ACCTMSTF)     *
000220*                 BEFORE IT IS QUEUED, SO A BAD CORRECTION      *
000230*                 BOUNCES AT THE TERMINAL INSTEAD OF TWO        *
000240*                 NIGHTS LATER.  AN ACCEPTED ENTRY IS WRITTEN   *
000250*                 TO THE PENDING-APPROVAL FILE (FCT ENTRY       *
000260*                 PENDMSTF) WITH THE CLERK'S USER ID AS MAKER;  *
000270*                 THE NIGHTLY REPAIR STEP APPLIES IT ONLY ONCE  *
000280*                 A SECOND OPERATOR HAS APPROVED IT ON TPGA.    *
000290*                                                               *
000300*    INPUT.       TPGC tttttttttt a iii...                      *
000310*                 COLS 6-15 THE REJECTED TRANS-ID; COL 17 THE   *
000400*                                                               *
000410*    MODIFICATION HISTORY.                                     *
000420*    2026-09-03  DO   INITIAL VERSION.                          *
000422*    2026-10-15  DO   ENTRIES GO TO THE PENDING-APPROVAL        *
000424*                     FILE (PENDMSTF) UNDER THE SIGNED-ON       *
000426*                     USER ID FOR DUAL CONTROL INSTEAD OF THE   *
000428*                     CORQ TD QUEUE.                            *
000430*                                                               *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000560     COPY ACCTREC.
000570     COPY TRANSREC.
000580     COPY CORRREC.
000585     COPY PENDREC.
000590*****************************************************************
000600*    TERMINAL INPUT AND CICS WORK AREAS.                       *
000610*****************************************************************
000730 77  WS-RECEIVE-LEN              PIC S9(04) COMP VALUE 80.
000740 77  WS-READ-RESP                PIC S9(08) COMP VALUE ZERO.
000750 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000752 77  WS-WRITE-RESP               PIC S9(08) COMP VALUE ZERO.
000754 77  WS-WRITE-DONE-SWITCH        PIC X(01)  VALUE 'N'.
000756     88  WS-WRITE-DONE-YES           VALUE 'Y'.
000758 77  WS-CAPTURE-SEQ              PIC 9(05)  VALUE ZERO.
000760 01  WS-USERID                   PIC X(08)  VALUE SPACES.
000762 01  WS-CURRENT-TIME             PIC 9(06)  VALUE ZERO.
000764 01  WS-ITEM-WORD                PIC X(10)  VALUE SPACES.
000770*****************************************************************
000780*    EDIT WORK AREAS -- SAME CHECKS, IN THE SAME ORDER, AS     *
000790*    THE BATCH EDIT STEP.                                      *
001570     EXEC CICS FORMATTIME
001580         ABSTIME(WS-ABSTIME)
001590         YYYYMMDD(WS-CURRENT-DATE)
001595         TIME(WS-CURRENT-TIME)
001600     END-EXEC.
001602     EXEC CICS ASSIGN
001604         USERID(WS-USERID)
001606     END-EXEC.
001610     IF WS-IN-TRANS-ID = SPACES
001620         MOVE 'ENTER TPGC <TRANS-ID> TO DISPLAY AN OPEN REJECT'
001630             TO WS-MESSAGE-TEXT
001760         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
001770         PERFORM 9000-RETURN THRU 9000-EXIT
001780     END-IF.
001781     IF (WS-ACTION-REPLACE OR WS-ACTION-WITHDRAW)
001782             AND WS-USERID = SPACES
001783         MOVE 'SIGN ON BEFORE KEYING A CORRECTION - NOT TAKEN'
001784             TO WS-MESSAGE-TEXT
001785         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
001786         PERFORM 9000-RETURN THRU 9000-EXIT
001787     END-IF.
001790     EVALUATE TRUE
001800         WHEN WS-ACTION-REPLACE
001810             PERFORM 3000-EDIT-AND-QUEUE THRU 3000-EXIT
002210*****************************************************************
002220*    3000-EDIT-AND-QUEUE -- THE CORRECTED IMAGE PASSES THE     *
002230*    BATCH EDIT STEP'S FIELD EDITS IN THE SAME ORDER, FIRST    *
002240*    FAILURE WINS; A CLEAN IMAGE IS HELD AS AN ACTION-R        *
002250*    CORRECTION FOR APPROVAL, THEN THE NIGHTLY REPAIR STEP.    *
002260*****************************************************************
002270 3000-EDIT-AND-QUEUE.
002280     MOVE 'Y' TO WS-RECORD-VALID-SWITCH.
002650         MOVE RJK-TRANS-ID    TO CORR-TRANS-ID
002660         MOVE 'R'             TO CORR-ACTION
002670         MOVE WS-IN-NEW-IMAGE TO CORR-NEW-RECORD
002680         MOVE 'CORRECTION' TO WS-ITEM-WORD
002690         PERFORM 6000-WRITE-PENDING-ITEM THRU 6000-EXIT
002720     ELSE
002730         MOVE WS-REASON-TEXT TO WS-MESSAGE-TEXT
002740         PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT
003160 3200-EXIT.
003170     EXIT.
003180*****************************************************************
003190*    4000-QUEUE-WITHDRAW -- HELD FOR APPROVAL LIKE A           *
003195*    CORRECTION.                                               *
003200*****************************************************************
003210 4000-QUEUE-WITHDRAW.
003220     MOVE RJK-TRANS-ID TO CORR-TRANS-ID.
003230     MOVE 'D'          TO CORR-ACTION.
003240     MOVE SPACES       TO CORR-NEW-RECORD.
003250     MOVE 'WITHDRAW' TO WS-ITEM-WORD.
003260     PERFORM 6000-WRITE-PENDING-ITEM THRU 6000-EXIT.
003290 4000-EXIT.
003300     EXIT.
003310*****************************************************************
003313*    6000-WRITE-PENDING-ITEM -- THE ENTRY IS WRITTEN TO THE     *
003316*    PENDING-APPROVAL FILE AS A SOURCE-C ITEM, STATUS P, WITH   *
003319*    THE SIGNED-ON USER AS MAKER.  A DUPLICATE KEY (ANOTHER     *
003322*    ENTRY IN THE SAME SECOND) TAKES THE NEXT SEQUENCE NUMBER.  *
003325*    THE MESSAGE GIVES THE PENDING ID FOR THE CHECKER.          *
003328*****************************************************************
003331 6000-WRITE-PENDING-ITEM.
003334     MOVE WS-USERID         TO CORR-OPERATOR-ID.
003337     MOVE SPACES            TO PENDING-ITEM-RECORD.
003340     MOVE 'C'               TO PEND-SOURCE.
003343     MOVE WS-CURRENT-DATE   TO PEND-CAPTURE-DATE.
003346     MOVE WS-CURRENT-TIME   TO PEND-CAPTURE-TIME.
003349     MOVE 'P'               TO PEND-STATUS.
003352     MOVE WS-USERID         TO PEND-MAKER-ID.
003355     MOVE ZERO TO PEND-DECISION-DATE PEND-DECISION-TIME
003358         PEND-CLOSE-DATE.
003361     MOVE CORRECTION-RECORD TO PEND-ITEM-IMAGE.
003364     MOVE ZERO TO WS-CAPTURE-SEQ.
003367     MOVE 'N' TO WS-WRITE-DONE-SWITCH.
003370     PERFORM 6010-TRY-WRITE THRU 6010-EXIT
003373         UNTIL WS-WRITE-DONE-YES
003376            OR WS-CAPTURE-SEQ = 99999.
003379     IF WS-WRITE-RESP = DFHRESP(NORMAL)
003382         STRING WS-ITEM-WORD DELIMITED BY SPACE
003385             ' HELD FOR APPROVAL ON TPGA - ID ' DELIMITED BY SIZE
003388             PEND-KEY DELIMITED BY SIZE
003391             INTO WS-MESSAGE-TEXT
003394         END-STRING
003397     ELSE
003400         MOVE 'PENDING-APPROVAL FILE UNAVAILABLE - NOT TAKEN'
003403             TO WS-MESSAGE-TEXT
003406     END-IF.
003409     PERFORM 7000-SEND-MESSAGE THRU 7000-EXIT.
003430 6000-EXIT.
003440     EXIT.
003441*
003442 6010-TRY-WRITE.
003443     ADD 1 TO WS-CAPTURE-SEQ.
003444     MOVE WS-CAPTURE-SEQ TO PEND-CAPTURE-SEQ.
003445     EXEC CICS WRITE
003446         FILE('PENDMSTF')
003447         FROM(PENDING-ITEM-RECORD)
003448         RIDFLD(PEND-KEY)
003449         RESP(WS-WRITE-RESP)
003450     END-EXEC.
003451     IF WS-WRITE-RESP NOT = DFHRESP(DUPREC)
003452         MOVE 'Y' TO WS-WRITE-DONE-SWITCH
003453     END-IF.
003454 6010-EXIT.
003455     EXIT.
003456*****************************************************************
003460*    7000-SEND-MESSAGE                                         *
003470*****************************************************************
003480 7000-SEND-MESSAGE.
