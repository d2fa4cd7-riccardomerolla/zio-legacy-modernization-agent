000610*                     (EXTRACT AND RECON UNCHANGED), AND         *
000620*                     REPORT THE ORIGINAL-CURRENCY AMOUNTS       *
000630*                     PER CURRENCY ON THE TRAILER.               *
000633*    2026-10-15  DO   CLEAR THE BACKOUT DATE ON EACH AUDIT ROW   *
000636*                     (SET ONLY BY THE WHOLE-CYCLE BACKOUT).     *
000640*                                                               *
000650*****************************************************************
000660 ENVIRONMENT DIVISION.
007640         TO AUDIT-TRANS-ID.
007650     MOVE WS-AUDIT-BUF-TYPE(WS-AUDIT-IDX)
007660         TO AUDIT-TRANS-TYPE.
007665     MOVE ZERO TO AUDIT-BACKOUT-DATE.
007670     WRITE AUDIT-RECORD.
007680 2506-EXIT.
007690     EXIT.
