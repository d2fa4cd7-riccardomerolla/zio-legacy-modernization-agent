000130*                   E (EDIT)   ACCEPTED / REJECTED              *
000140*                   P (COUNT)  FINAL COUNTER / CHUNKS COMMITTED *
000150*                   R (RECON)  PROGRAM COUNT / UPSTREAM COUNT   *
000152*                   G (GLCTL)  BALANCE ROWS / DAYS UNAGREED     *
000154*                 STAT-AMOUNT IS SET ON THE G ROW ONLY (GL      *
000156*                 CONTROL BALANCE LESS SUBLEDGER TOTAL).        *
000160*                                                               *
000170*    MODIFICATION HISTORY.                                     *
000180*    2026-08-21  DO   INITIAL VERSION.                          *
000182*    2026-09-03  DO   ADD THE CONSOLIDATION STEP ROW (C) SO     *
000184*                     THE END-OF-CYCLE SUMMARY SEES EVERY       *
000186*                     STEP'S RESULT.                            *
000187*    2026-10-15  DO   ADD THE GL CONTROL PROOF ROW (G) AND      *
000188*                     STAT-AMOUNT, CARVED FROM THE FILLER, FOR  *
000189*                     ITS SIGNED DIFFERENCE.                    *
000190*                                                               *
000200*****************************************************************
000210 01  RUN-STATS-RECORD.
000250         88  STAT-PROG-EDIT              VALUE 'E'.
000260         88  STAT-PROG-COUNT             VALUE 'P'.
000270         88  STAT-PROG-RECON             VALUE 'R'.
000275         88  STAT-PROG-GLPROOF           VALUE 'G'.
000280     05  STAT-START-TIMESTAMP        PIC X(26).
000290     05  STAT-END-TIMESTAMP          PIC X(26).
000300     05  STAT-COUNT-1                PIC 9(09).
000310     05  STAT-COUNT-2                PIC 9(09).
000320     05  STAT-RESULT-CODE            PIC X(04).
000325     05  STAT-AMOUNT                 PIC S9(13)V99 COMP-3.
000330     05  FILLER                      PIC X(01).
