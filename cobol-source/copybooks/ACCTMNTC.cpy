000120*                 TO OPEN).  THE OPERATOR ID IS CARRIED TO      *
000130*                 THE CHANGE REGISTER SO AUDIT CAN SEE WHO      *
000140*                 KEYED EACH CHANGE.                            *
000142*                 EVERY CARD IS HELD ON THE PENDING-APPROVAL    *
000144*                 FILE (PENDREC) UNTIL A SECOND OPERATOR        *
000146*                 APPROVES IT; THE OPERATOR ID IS THE MAKER.    *
000150*                                                               *
000160*    MODIFICATION HISTORY.                                     *
000170*    2026-09-03  DO   INITIAL VERSION.                          *
000172*    2026-10-15  DO   CARVE ACCM-BRANCH (DOMICILE BRANCH OF A   *
000174*                     NEW ACCOUNT, ACTION A ONLY) OUT OF THE    *
000176*                     FILLER; CARD LENGTH IS UNCHANGED.         *
000177*    2026-10-15  DO   CARDS NOW PASS THROUGH THE PENDING-       *
000178*                     APPROVAL FILE (DUAL CONTROL) BEFORE THEY  *
000179*                     ARE APPLIED.                              *
000180*                                                               *
000190*****************************************************************
000200 01  MAINTENANCE-CARD.
000270     05  ACCM-ACCT-NUMBER            PIC X(12).
000280     05  ACCM-ACCT-NAME              PIC X(30).
000290     05  ACCM-OPERATOR-ID            PIC X(08).
000295     05  ACCM-BRANCH                 PIC X(03).
000300     05  FILLER                      PIC X(26).
