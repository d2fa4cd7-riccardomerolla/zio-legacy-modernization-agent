000180*                                                               *
000190*    MODIFICATION HISTORY.                                     *
000200*    2026-08-21  DO   INITIAL VERSION.                          *
000202*    2026-10-15  DO   WRITE KEPT AND ARCHIVED ROWS WHOLE SO     *
000204*                     THE TRANSACTION TYPE AND BACKOUT DATE     *
000206*                     ARE NOT LOST BY THE RETENTION RUN.        *
000210*                                                               *
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
002200*****************************************************************
002210*    2000-SPLIT-AUDIT-ROWS -- ROWS DATED BEFORE THE CUTOFF GO   *
002220*    TO THE ARCHIVE AND ARE TALLIED PER RUN-ID; EVERYTHING      *
002230*    ELSE IS KEPT.  ROWS ARE COPIED WHOLE SO THE TRANSACTION    *
002235*    TYPE AND ANY BACKOUT DATE STAY ON BOTH FILES.              *
002240*****************************************************************
002250 2000-SPLIT-AUDIT-ROWS.
002260     READ AUDIT-IN
002320     MOVE AUDIT-TIMESTAMP(6:2) TO WS-AUDIT-DATE(5:2).
002330     MOVE AUDIT-TIMESTAMP(9:2) TO WS-AUDIT-DATE(7:2).
002340     IF WS-AUDIT-DATE < WS-CUTOFF-DATE-N
002350         WRITE ARCH-RECORD FROM AUDIT-RECORD
002400         ADD 1 TO WS-PURGE-COUNT
002410         PERFORM 2100-TALLY-PURGED-RUN-ID THRU 2100-EXIT
002420     ELSE
002430         WRITE KEEP-RECORD FROM AUDIT-RECORD
002480         ADD 1 TO WS-KEEP-COUNT
002490     END-IF.
002500 2000-EXIT.
