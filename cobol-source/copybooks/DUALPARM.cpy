000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    DUALPARM                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     CONTROL CARD FOR THE DUAL-CONTROL STEP.  AN   *
000080*                 ITEM STILL AWAITING APPROVAL MORE THAN THE    *
000090*                 EXPIRY NUMBER OF DAYS AFTER IT WAS KEYED IS   *
000100*                 EXPIRED (THE MAKER MUST KEY IT AGAIN); A      *
000110*                 FINISHED ITEM (DECLINED, EXPIRED, APPLIED OR  *
000120*                 FAILED) IS DROPPED FROM THE PENDING FILE THE  *
000130*                 RETENTION NUMBER OF DAYS AFTER IT FINISHED.   *
000140*                 ZERO TAKES THE HOUSE DEFAULT (5 AND 35).      *
000150*                                                               *
000160*    MODIFICATION HISTORY.                                     *
000170*    2026-10-15  DO   INITIAL VERSION.                          *
000180*                                                               *
000190*****************************************************************
000200 01  DUAL-CONTROL-PARM-RECORD.
000210     05  DUAP-EXPIRY-DAYS            PIC 9(03).
000220     05  DUAP-RETENTION-DAYS         PIC 9(03).
000230     05  FILLER                      PIC X(74).
