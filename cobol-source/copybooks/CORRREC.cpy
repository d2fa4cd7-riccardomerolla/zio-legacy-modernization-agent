000090*                 REJECTED IMAGE WITH CORR-NEW-RECORD AND       *
000100*                 RECYCLES IT INTO THE NEXT CYCLE; ACTION D     *
000110*                 WITHDRAWS THE REJECT WITHOUT RECYCLING.       *
000113*                 EVERY CARD IS HELD ON THE PENDING-APPROVAL    *
000116*                 FILE UNTIL A SECOND OPERATOR APPROVES IT.     *
000120*                                                               *
000130*    MODIFICATION HISTORY.                                     *
000140*    2026-08-21  DO   INITIAL VERSION.                          *
000142*    2026-10-15  DO   CARVE CORR-OPERATOR-ID (THE MAKER OF THE  *
000144*                     CORRECTION, FOR DUAL CONTROL) OUT OF THE  *
000146*                     FILLER; CARD LENGTH IS UNCHANGED.         *
000150*                                                               *
000160*****************************************************************
000170 01  CORRECTION-RECORD.
000200         88  CORR-ACTION-REPLACE         VALUE 'R'.
000210         88  CORR-ACTION-DROP            VALUE 'D'.
000220     05  CORR-NEW-RECORD             PIC X(45).
000225     05  CORR-OPERATOR-ID            PIC X(08).
000230     05  FILLER                      PIC X(16).
