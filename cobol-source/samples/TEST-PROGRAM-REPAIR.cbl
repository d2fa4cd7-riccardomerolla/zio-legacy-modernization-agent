000180*                 NEW MASTER, AND PRINTS AN AGING REPORT OF      *
000190*                 WHAT IS STILL SITTING UNWORKED BY REASON       *
000200*                 CODE AND DAYS OUTSTANDING.                     *
000201*                 CORRECTIONS (TPGC AND THE HAND-KEYED DECK)     *
000202*                 ARE TAKEN FROM THE PENDING-APPROVAL FILE       *
000203*                 (PENDMST): ONLY AN ITEM A SECOND OPERATOR      *
000204*                 HAS APPROVED ON TPGA IS APPLIED, AND EACH      *
000205*                 ONE TAKEN IS MARKED APPLIED, OR FAILED (C001)  *
000206*                 WHEN NO OPEN REJECT MATCHED IT.                *
000210*                                                               *
000220*    MODIFICATION HISTORY.                                     *
000230*    2026-08-21  DO   INITIAL VERSION.                          *
000300*                     ONLINE CORRECTION TRANSACTION (TPGC)      *
000310*                     READS THE SAME OPEN-REJECT POPULATION     *
000320*                     THIS STEP OWNS.                           *
000322*    2026-10-15  DO   CORRECTIONS COME FROM THE PENDING-        *
000324*                     APPROVAL FILE; ONLY APPROVED ITEMS ARE    *
000326*                     APPLIED (DUAL CONTROL), AND EACH IS       *
000328*                     MARKED APPLIED OR FAILED.                 *
000330*                                                               *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000440     SELECT MASTER-IN ASSIGN TO RJMSTIN
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-MASTIN-FS.
000466     SELECT PENDING-FILE ASSIGN TO PENDMST
000472         ORGANIZATION IS INDEXED
000478         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS PEND-KEY
000490         FILE STATUS IS WS-PENDMST-FS.
000500     SELECT MASTER-OUT ASSIGN TO RJMSTOUT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-MASTOUT-FS.
000720     LABEL RECORDS ARE STANDARD.
000730     COPY RJMSTREC.
000740*
000750 FD  PENDING-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY PENDREC.
000780*
000790 FD  MASTER-OUT
000800     LABEL RECORDS ARE STANDARD.
001500 01  WS-FILE-STATUS-FIELDS.
001510     05  WS-REJIN-FS             PIC X(02)  VALUE SPACES.
001520     05  WS-MASTIN-FS            PIC X(02)  VALUE SPACES.
001530     05  WS-PENDMST-FS           PIC X(02)  VALUE SPACES.
001540     05  WS-MASTOUT-FS           PIC X(02)  VALUE SPACES.
001550     05  WS-RECYC-FS             PIC X(02)  VALUE SPACES.
001560     05  WS-AGERPT-FS            PIC X(02)  VALUE SPACES.
001630     88  WS-EOF-NO                   VALUE 'N'.
001640 77  WS-CORR-MATCH-SWITCH        PIC X(01)  VALUE 'N'.
001650     88  WS-CORR-MATCH-YES           VALUE 'Y'.
001653 77  WS-PENDING-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
001656     88  WS-PENDING-OPEN-YES         VALUE 'Y'.
001660*****************************************************************
001670*    COUNTERS.                                                 *
001680*****************************************************************
001730 77  WS-DROP-COUNT               PIC 9(09)  COMP VALUE ZERO.
001740 77  WS-CARRY-COUNT              PIC 9(09)  COMP VALUE ZERO.
001750 77  WS-UNMATCHED-CORR-COUNT     PIC 9(09)  COMP VALUE ZERO.
001755 77  WS-PEND-ERROR-COUNT         PIC 9(09)  COMP VALUE ZERO.
001760 77  WS-REASON-SUB               PIC 9(04)  COMP VALUE ZERO.
001770 77  WS-REASON-SUB-D             PIC 9(03)  VALUE ZERO.
001780 77  WS-DAYS-OUT                 PIC S9(07) COMP VALUE ZERO.
001790*****************************************************************
001796*    CORRECTION TABLE.  APPROVED CORRECTIONS ARE FEW, SO A     *
001802*    FIXED TABLE OF 500 IS AMPLE; THE LOAD STOPS WITH A         *
001808*    MESSAGE AND RC=8 IF THEY EVER EXCEED IT (THE REST STAY     *
001814*    APPROVED FOR THE NEXT RUN).  EACH ENTRY KEEPS ITS PENDING  *
001820*    ID SO THE ITEM CAN BE MARKED WHEN THE RUN ENDS.            *
001830*****************************************************************
001840 01  WS-CORRECTION-TABLE.
001850     05  WS-CORR-ENTRY           OCCURS 500 TIMES.
001870         10  WS-CORR-ACTION          PIC X(01).
001880         10  WS-CORR-NEW-RECORD      PIC X(45).
001890         10  WS-CORR-USED-SWITCH     PIC X(01).
001895         10  WS-CORR-PEND-KEY        PIC X(20).
001900*****************************************************************
001910*    AGING ACCUMULATORS -- ONE ROW PER REASON CODE E001-E014.   *
001920*    BUCKETS ARE DAYS OUTSTANDING 0-3, 4-7, 8-14, 15 AND UP.    *
002210             VALUE '000031059090120151181212243273304334'.
002220 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
002230     05  WS-CUM-DAYS             PIC 9(03)  OCCURS 12 TIMES.
002232*****************************************************************
002234*    THE APPROVED CORRECTION BEING TABLED.                     *
002236*****************************************************************
002238     COPY CORRREC.
002240*
002250 PROCEDURE DIVISION.
002260*****************************************************************
002870 1000-EXIT.
002880     EXIT.
002890*****************************************************************
002898*    1100-LOAD-CORRECTIONS -- THE APPROVED CORRECTIONS ARE FEW, *
002906*    SO THEY ARE TABLED UP FRONT AND SEARCHED PER REJECT        *
002914*    RATHER THAN SORT/MERGED.  SOURCE-C ITEMS ARE READ IN KEY   *
002922*    ORDER; ONLY STATUS A IS TAKEN.                             *
002930*****************************************************************
002940 1100-LOAD-CORRECTIONS.
002945     OPEN I-O PENDING-FILE.
002950     IF WS-PENDMST-FS NOT = '00'
002953         DISPLAY 'TEST-PROGRAM-REPAIR - NO PENDING FILE - STATUS '
002956             WS-PENDMST-FS ' - CONTINUING WITHOUT CORRECTIONS'
002965         IF RETURN-CODE < 4
002970             MOVE 4 TO RETURN-CODE
002975         END-IF
002980         GO TO 1100-EXIT
002985     END-IF.
002990     MOVE 'Y' TO WS-PENDING-OPEN-SWITCH.
002995     MOVE LOW-VALUES TO PEND-KEY.
003000     MOVE 'C'        TO PEND-SOURCE.
003005     START PENDING-FILE KEY NOT LESS THAN PEND-KEY
003010         INVALID KEY
003015             GO TO 1100-EXIT
003020     END-START.
003025     PERFORM 1110-READ-CORRECTION THRU 1110-EXIT
003030         UNTIL WS-EOF-YES.
003035     MOVE 'N' TO WS-EOF-SWITCH.
003040 1100-EXIT.
003045     EXIT.
003070*
003080 1110-READ-CORRECTION.
003085     READ PENDING-FILE NEXT RECORD
003090         AT END
003095             MOVE 'Y' TO WS-EOF-SWITCH
003100             GO TO 1110-EXIT
003105     END-READ.
003110     IF NOT PEND-SOURCE-CORR
003115         MOVE 'Y' TO WS-EOF-SWITCH
003120         GO TO 1110-EXIT
003125     END-IF.
003130     IF NOT PEND-STATUS-APPROVED
003135         GO TO 1110-EXIT
003140     END-IF.
003145     IF PEND-CHECKER-ID = SPACES
003150             OR PEND-CHECKER-ID = PEND-MAKER-ID
003155         MOVE 'F'             TO PEND-STATUS
003160         MOVE 'C002'          TO PEND-CLOSE-REASON
003165         MOVE WS-PROCESS-DATE TO PEND-CLOSE-DATE
003170         PERFORM 8350-REWRITE-PENDING-ITEM THRU 8350-EXIT
003175         GO TO 1110-EXIT
003180     END-IF.
003185     IF WS-CORR-COUNT = 499
003190         DISPLAY 'TEST-PROGRAM-REPAIR - APPROVED CORRECTIONS '
003195             'EXCEED TABLE - REST LEFT FOR THE NEXT RUN'
003200         MOVE 8 TO RETURN-CODE
003205         MOVE 'Y' TO WS-EOF-SWITCH
003210         GO TO 1110-EXIT
003215     END-IF.
003220     MOVE PEND-ITEM-IMAGE TO CORRECTION-RECORD.
003225     ADD 1 TO WS-CORR-COUNT.
003230     MOVE CORR-TRANS-ID
003235         TO WS-CORR-TRANS-ID(WS-CORR-COUNT).
003240     MOVE CORR-ACTION
003245         TO WS-CORR-ACTION(WS-CORR-COUNT).
003250     MOVE CORR-NEW-RECORD
003255         TO WS-CORR-NEW-RECORD(WS-CORR-COUNT).
003260     MOVE PEND-KEY
003265         TO WS-CORR-PEND-KEY(WS-CORR-COUNT).
003270     MOVE 'N'
003275         TO WS-CORR-USED-SWITCH(WS-CORR-COUNT).
003300 1110-EXIT.
003310     EXIT.
003320*****************************************************************
005230 7100-EXIT.
005240     EXIT.
005250*****************************************************************
005255*    8000-FINALIZE -- PRINT THE AGING REPORT, REPORT UNMATCHED  *
005260*    CORRECTIONS, MARK EACH TABLED ITEM ON THE PENDING FILE,    *
005265*    SET THE STEP RETURN CODE AND CLOSE.  AN ITEM THAT CANNOT   *
005270*    BE MARKED WOULD BE APPLIED AGAIN, SO IT ENDS THE STEP      *
005275*    RC=16.                                                     *
005280*****************************************************************
005290 8000-FINALIZE.
005300     MOVE WS-PROCESS-DATE TO AH-RUN-DATE.
005400     PERFORM 8200-COUNT-UNMATCHED THRU 8200-EXIT
005410         VARYING WS-CORR-SUB FROM 1 BY 1
005420         UNTIL WS-CORR-SUB > WS-CORR-COUNT.
005421     IF WS-PENDING-OPEN-YES
005422         PERFORM 8300-CLOSE-PENDING-ITEM THRU 8300-EXIT
005423             VARYING WS-CORR-SUB FROM 1 BY 1
005424             UNTIL WS-CORR-SUB > WS-CORR-COUNT
005425         CLOSE PENDING-FILE
005426     END-IF.
005430     DISPLAY 'TEST-PROGRAM-REPAIR RECYCLED:        '
005440         WS-RECYCLE-COUNT.
005450     DISPLAY 'TEST-PROGRAM-REPAIR WITHDRAWN:       '
005530             MOVE 4 TO RETURN-CODE
005540         END-IF
005550     END-IF.
005552     IF WS-PEND-ERROR-COUNT > ZERO
005554         MOVE 16 TO RETURN-CODE
005556     END-IF.
005560     CLOSE MASTER-IN.
005570     CLOSE REJECT-IN.
005580     CLOSE MASTER-OUT.
005850     END-IF.
005860 8200-EXIT.
005870     EXIT.
005871*****************************************************************
005872*    8300-CLOSE-PENDING-ITEM -- A USED CORRECTION IS APPLIED;   *
005873*    ONE THAT MATCHED NO OPEN REJECT IS FAILED WITH C001.       *
005874*****************************************************************
005875 8300-CLOSE-PENDING-ITEM.
005876     MOVE WS-CORR-PEND-KEY(WS-CORR-SUB) TO PEND-KEY.
005877     READ PENDING-FILE
005878         INVALID KEY
005879             DISPLAY 'TEST-PROGRAM-REPAIR - PENDING ITEM '
005880                 PEND-KEY ' NOT FOUND - STATUS ' WS-PENDMST-FS
005881             ADD 1 TO WS-PEND-ERROR-COUNT
005882             GO TO 8300-EXIT
005883     END-READ.
005884     IF WS-CORR-USED-SWITCH(WS-CORR-SUB) = 'Y'
005885         MOVE 'U'    TO PEND-STATUS
005886         MOVE SPACES TO PEND-CLOSE-REASON
005887     ELSE
005888         MOVE 'F'    TO PEND-STATUS
005889         MOVE 'C001' TO PEND-CLOSE-REASON
005890     END-IF.
005891     MOVE WS-PROCESS-DATE TO PEND-CLOSE-DATE.
005892     PERFORM 8350-REWRITE-PENDING-ITEM THRU 8350-EXIT.
005893 8300-EXIT.
005894     EXIT.
005895*
005896 8350-REWRITE-PENDING-ITEM.
005897     REWRITE PENDING-ITEM-RECORD
005898         INVALID KEY
005899             DISPLAY 'TEST-PROGRAM-REPAIR - UNABLE TO CLOSE '
005900                 'PENDING ITEM ' PEND-KEY ' - STATUS '
005901                 WS-PENDMST-FS
005902             ADD 1 TO WS-PEND-ERROR-COUNT
005903     END-REWRITE.
005904 8350-EXIT.
005905     EXIT.
005906*****************************************************************
005907*    9999-EXIT -- SINGLE PROGRAM EXIT POINT.                    *
005908*****************************************************************
005910 9999-EXIT.
005920     STOP RUN.
