000560*    2026-09-03  DO   POST THE SUSPENSE HELD/RELEASED COUNTS    *
000570*                     TO THE RUN-STATUS ROW FOR THE END-OF-     *
000580*                     CYCLE SUMMARY.                            *
000582*    2026-10-15  DO   CARRY THE BASE-CURRENCY AMOUNT OF EACH    *
000584*                     ACCEPTED ITEM ON ITS HISTORY ROW (AT     *
000586*                     TONIGHT'S RATE) FOR THE PRE-POSTING      *
000588*                     LARGE-VALUE / VELOCITY SCREENING STEP.   *
000590*                                                               *
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
002840 77  WS-RATE-SUB                 PIC 9(02)  COMP VALUE ZERO.
002850 77  WS-RATE-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
002860     88  WS-RATE-FOUND-YES           VALUE 'Y'.
002865 77  WS-TRANS-RATE               PIC 9(03)V9(06) VALUE 1.
002870 01  WS-RATE-TABLE.
002880     05  WS-RATE-ENTRY           OCCURS 50 TIMES.
002890         10  WS-RATE-CURRENCY        PIC X(03).
007100*   CONVERSION STEPS NEVER GUESS A RATE.                        *
007110*****************************************************************
007120 2250-VALIDATE-CURRENCY.
007125     MOVE 1 TO WS-TRANS-RATE.
007130     IF TRANS-CURRENCY OF TRANS-RECORD = SPACES
007140             OR TRANS-CURRENCY OF TRANS-RECORD
007150                 = WS-BASE-CURRENCY
007350             AND (WS-RATE-DATE(WS-RATE-SUB) = ZERO
007360                 OR WS-RATE-DATE(WS-RATE-SUB) = WS-PROCESS-DATE)
007370         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
007375         MOVE WS-RATE-TO-BASE(WS-RATE-SUB) TO WS-TRANS-RATE
007380     END-IF.
007390 2260-EXIT.
007400     EXIT.
008080     MOVE TRANS-ACCOUNT OF TRANS-RECORD TO HIST-ACCOUNT.
008090     MOVE TRANS-TYPE OF TRANS-RECORD    TO HIST-TRANS-TYPE.
008100     MOVE ZERO                          TO HIST-REVERSED-DATE.
008103     COMPUTE HIST-BASE-AMOUNT ROUNDED
008106         = TRANS-AMOUNT OF TRANS-RECORD * WS-TRANS-RATE.
008110     WRITE HISTORY-RECORD
008120         INVALID KEY
008130             DISPLAY 'TEST-PROGRAM-EDIT - HISTORY WRITE FAILED'
