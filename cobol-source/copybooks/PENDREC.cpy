000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    PENDREC                                      *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     PENDING-APPROVAL ITEM (MAKER-CHECKER DUAL     *
000080*                 CONTROL), ONE ROW ON THE PENDING KSDS (FCT    *
000090*                 ENTRY PENDMSTF) PER ACCOUNT MAINTENANCE CARD  *
000100*                 (SOURCE M, ACCTMNTC IMAGE -- KEYED DECK AND   *
000110*                 DORMANCY FREEZE CARDS) OR REJECT CORRECTION   *
000120*                 (SOURCE C, CORRREC IMAGE -- TPGC AND THE      *
000130*                 HAND-KEYED DECK).  THE KEY IS THE SOURCE AND  *
000140*                 THE CAPTURE DATE, TIME AND SEQUENCE, SO EACH  *
000150*                 SOURCE READS BACK IN THE ORDER IT WAS KEYED.  *
000160*                 STATUS P WAITS FOR A SECOND OPERATOR (TPGA),  *
000170*                 WHO MAY NOT BE THE MAKER, TO APPROVE (A) OR   *
000180*                 DECLINE (D) IT.  ONLY AN APPROVED ITEM IS     *
000190*                 APPLIED (ACCTMNT / REPAIR), WHICH SETS U      *
000200*                 (APPLIED) OR F (FAILED, WITH THE REASON).  AN *
000210*                 ITEM STILL PENDING PAST THE SET AGE IS        *
000220*                 EXPIRED (E) BY THE DUAL-CONTROL STEP.         *
000230*                                                               *
000240*    MODIFICATION HISTORY.                                     *
000250*    2026-10-15  DO   INITIAL VERSION.                          *
000260*                                                               *
000270*****************************************************************
000280 01  PENDING-ITEM-RECORD.
000290     05  PEND-KEY.
000300         10  PEND-SOURCE             PIC X(01).
000310             88  PEND-SOURCE-MAINT       VALUE 'M'.
000320             88  PEND-SOURCE-CORR        VALUE 'C'.
000330         10  PEND-CAPTURE-DATE       PIC 9(08).
000340         10  PEND-CAPTURE-TIME       PIC 9(06).
000350         10  PEND-CAPTURE-SEQ        PIC 9(05).
000360     05  PEND-STATUS                 PIC X(01).
000370         88  PEND-STATUS-PENDING         VALUE 'P'.
000380         88  PEND-STATUS-APPROVED        VALUE 'A'.
000390         88  PEND-STATUS-DECLINED        VALUE 'D'.
000400         88  PEND-STATUS-EXPIRED         VALUE 'E'.
000410         88  PEND-STATUS-APPLIED         VALUE 'U'.
000420         88  PEND-STATUS-FAILED          VALUE 'F'.
000430         88  PEND-STATUS-FINISHED        VALUE 'D' 'E' 'U' 'F'.
000440     05  PEND-MAKER-ID               PIC X(08).
000450     05  PEND-CHECKER-ID             PIC X(08).
000460     05  PEND-DECISION-DATE          PIC 9(08).
000470     05  PEND-DECISION-TIME          PIC 9(06).
000480     05  PEND-CLOSE-DATE             PIC 9(08).
000490     05  PEND-CLOSE-REASON           PIC X(04).
000500         88  PEND-NO-MATCHING-REJECT     VALUE 'C001'.
000505         88  PEND-NOT-DUAL-APPROVED      VALUE 'C002'.
000510     05  PEND-ITEM-IMAGE             PIC X(80).
000520     05  FILLER                      PIC X(57).
