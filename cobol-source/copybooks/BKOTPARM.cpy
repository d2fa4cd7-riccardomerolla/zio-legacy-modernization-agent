000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    BKOTPARM                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     CONTROL CARD FOR THE WHOLE-CYCLE BACKOUT.     *
000080*                 NAMES THE BUSINESS DATE TO BE BACKED OUT      *
000090*                 (IT MUST BE THE LAST DATE THE DAILY STREAM    *
000100*                 PROCESSED) AND THE OPERATOR RESPONSIBLE,      *
000110*                 WHO IS PRINTED ON THE BACKOUT REPORT.         *
000120*                                                               *
000130*    MODIFICATION HISTORY.                                     *
000140*    2026-10-15  DO   INITIAL VERSION.                          *
000150*                                                               *
000160*****************************************************************
000170 01  BACKOUT-PARM-RECORD.
000180     05  BKOP-BUSINESS-DATE          PIC 9(08).
000190     05  BKOP-OPERATOR-ID            PIC X(08).
000200     05  FILLER                      PIC X(64).
