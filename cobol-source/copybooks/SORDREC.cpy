000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    SORDREC                                      *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     STANDING-ORDER INSTRUCTION MASTER (KSDS,      *
000080*                 KEYED ON ORDER ID).  MAINTAINED BY THE        *
000090*                 STANDING-ORDER MAINTENANCE RUN; READ AND      *
000100*                 ADVANCED NIGHTLY BY THE SCHEDULER, WHICH      *
000110*                 RAISES EACH DUE INSTRUCTION AS A TRANSACTION  *
000120*                 ON THE STANDING-ORDER BRANCH FEED.            *
000130*                 FREQUENCY W = EVERY 7 DAYS FROM THE START     *
000140*                 DATE; M = MONTHLY ON THE START DATE'S DAY;    *
000150*                 D = MONTHLY ON SORD-RUN-DAY.  A DAY PAST THE  *
000160*                 END OF A SHORT MONTH FALLS ON ITS LAST DAY.   *
000170*                 END DATE ZERO = NO END.  NEXT DUE DATE ZERO   *
000180*                 = NOT YET SCHEDULED (NEW OR RE-TIMED BY AN    *
000190*                 AMENDMENT).  THE PRIOR DUE DATE AND LAST RUN  *
000200*                 DATE LET A SAME-NIGHT RERUN OF THE SCHEDULER  *
000210*                 RAISE THE SAME ITEMS AGAIN.                   *
000220*                                                               *
000230*    MODIFICATION HISTORY.                                     *
000240*    2026-10-15  DO   INITIAL VERSION.                          *
000250*                                                               *
000260*****************************************************************
000270 01  STANDING-ORDER-RECORD.
000280     05  SORD-ORDER-ID               PIC X(05).
000290     05  SORD-ACCT-NUMBER            PIC X(12).
000300     05  SORD-TRANS-TYPE             PIC X(02).
000310         88  SORD-TYPE-DEBIT             VALUE 'DR'.
000320         88  SORD-TYPE-CREDIT            VALUE 'CR'.
000330     05  SORD-AMOUNT                 PIC S9(9)V99 COMP-3.
000340     05  SORD-CURRENCY               PIC X(03).
000350     05  SORD-FREQUENCY              PIC X(01).
000360         88  SORD-FREQ-WEEKLY            VALUE 'W'.
000370         88  SORD-FREQ-MONTHLY           VALUE 'M'.
000380         88  SORD-FREQ-DAY-OF-MONTH      VALUE 'D'.
000390     05  SORD-RUN-DAY                PIC 9(02).
000400     05  SORD-START-DATE             PIC 9(08).
000410     05  SORD-END-DATE               PIC 9(08).
000420     05  SORD-STATUS                 PIC X(01).
000430         88  SORD-STATUS-ACTIVE          VALUE 'A'.
000440         88  SORD-STATUS-CANCELLED       VALUE 'C'.
000450         88  SORD-STATUS-ENDED           VALUE 'E'.
000460     05  SORD-NEXT-DUE-DATE          PIC 9(08).
000470     05  SORD-PRIOR-DUE-DATE         PIC 9(08).
000480     05  SORD-LAST-RUN-DATE          PIC 9(08).
000490     05  SORD-OPERATOR-ID            PIC X(08).
000500     05  SORD-MAINT-DATE             PIC 9(08).
000510     05  FILLER                      PIC X(24).
