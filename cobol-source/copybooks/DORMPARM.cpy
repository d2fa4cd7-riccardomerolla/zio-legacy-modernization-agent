000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    DORMPARM                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     THRESHOLD CARD FOR THE DORMANCY RUN.  AN      *
000080*                 OPEN ACCOUNT WITH NO CUSTOMER ACTIVITY FOR    *
000090*                 THE DORMANT NUMBER OF WHOLE MONTHS IS         *
000100*                 FROZEN; ONE INACTIVE FOR THE ESCHEAT NUMBER   *
000110*                 OF MONTHS IS ALSO AN UNCLAIMED-PROPERTY       *
000120*                 CANDIDATE.  ZERO MONTHS TAKES THE HOUSE       *
000130*                 DEFAULT (12 AND 36).  THE OPERATOR ID IS      *
000140*                 CARRIED ON THE FREEZE CARDS WRITTEN FOR THE   *
000150*                 MAINTENANCE RUN (SPACES = DORMANCY).          *
000160*                                                               *
000170*    MODIFICATION HISTORY.                                     *
000180*    2026-10-15  DO   INITIAL VERSION.                          *
000190*                                                               *
000200*****************************************************************
000210 01  DORMANCY-PARM-RECORD.
000220     05  DORP-DORMANT-MONTHS         PIC 9(03).
000230     05  DORP-ESCHEAT-MONTHS         PIC 9(03).
000240     05  DORP-OPERATOR-ID            PIC X(08).
000250     05  FILLER                      PIC X(66).
