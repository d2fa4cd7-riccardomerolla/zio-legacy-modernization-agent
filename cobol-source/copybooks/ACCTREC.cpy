000120*                                                               *
000130*    MODIFICATION HISTORY.                                     *
000140*    2026-08-21  DO   INITIAL VERSION.                          *
000142*    2026-10-15  DO   CARVE ACCT-BRANCH (DOMICILE BRANCH, SET   *
000144*                     ON THE ADD CARD) OUT OF THE FILLER;       *
000146*                     RECORD LENGTH IS UNCHANGED.               *
000150*                                                               *
000160*****************************************************************
000170 01  ACCOUNT-MASTER-RECORD.
000220         88  ACCT-STATUS-FROZEN          VALUE 'F'.
000230     05  ACCT-NAME                   PIC X(30).
000240     05  ACCT-OPEN-DATE              PIC 9(08).
000245     05  ACCT-BRANCH                 PIC X(03).
000250     05  FILLER                      PIC X(06).
