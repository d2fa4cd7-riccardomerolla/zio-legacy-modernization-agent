000154*                     THE DATE THE ROW WAS REVERSED (ZERO =     *
000156*                     NOT REVERSED) SO THE EDIT STEP CAN        *
000158*                     MATCH AND PAIR RV TRANSACTIONS.           *
000159*    2026-10-15  DO   CARRY THE BASE-CURRENCY AMOUNT OF EACH    *
000160*                     ACCEPTED ITEM FOR THE PRE-POSTING         *
000161*                     LARGE-VALUE / VELOCITY SCREENING STEP.    *
000162*                     RECORD LENGTH 40 TO 50 - THE HISTORY      *
000163*                     CLUSTER IS REDEFINED AT THE NEW LENGTH.   *
000164*                                                               *
000170*****************************************************************
000180 01  HISTORY-RECORD.
000190     05  HIST-TRANS-ID               PIC X(10).
000210     05  HIST-ACCOUNT                PIC X(12).
000220     05  HIST-TRANS-TYPE             PIC X(02).
000230     05  HIST-REVERSED-DATE          PIC 9(08).
000240     05  HIST-BASE-AMOUNT            PIC S9(11)V99 COMP-3.
000250     05  FILLER                      PIC X(03).
