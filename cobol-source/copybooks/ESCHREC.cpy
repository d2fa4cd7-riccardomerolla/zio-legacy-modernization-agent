000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    ESCHREC                                      *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     ESCHEATMENT (UNCLAIMED-PROPERTY) CANDIDATE,   *
000080*                 ONE ROW PER ACCOUNT INACTIVE PAST THE         *
000090*                 ESCHEAT THRESHOLD, WRITTEN BY THE DORMANCY    *
000100*                 RUN IN ACCOUNT SEQUENCE.  THE LAST ACTIVITY   *
000110*                 DATE IS THE LAST CUSTOMER POSTING, OR THE     *
000120*                 OPEN DATE FOR AN ACCOUNT NEVER USED.  THE     *
000130*                 BALANCE IS THE BASE-CURRENCY BALANCE ON THE   *
000140*                 BALANCE MASTER AS AT THE RUN DATE.            *
000150*                                                               *
000160*    MODIFICATION HISTORY.                                     *
000170*    2026-10-15  DO   INITIAL VERSION.                          *
000180*                                                               *
000190*****************************************************************
000200 01  ESCHEAT-CANDIDATE-RECORD.
000210     05  ESCH-ACCT-NUMBER            PIC X(12).
000220     05  ESCH-ACCT-NAME              PIC X(30).
000230     05  ESCH-ACCT-STATUS            PIC X(01).
000240     05  ESCH-OPEN-DATE              PIC 9(08).
000250     05  ESCH-LAST-ACTIVITY-DATE     PIC 9(08).
000260     05  ESCH-MONTHS-INACTIVE        PIC 9(04).
000270     05  ESCH-BALANCE                PIC S9(11)V99 COMP-3.
000280     05  ESCH-RUN-DATE               PIC 9(08).
000290     05  FILLER                      PIC X(02).
