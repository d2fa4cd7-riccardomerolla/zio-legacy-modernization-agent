000140*                                                               *
000150*    MODIFICATION HISTORY.                                     *
000160*    2026-09-03  DO   INITIAL VERSION.                          *
000162*    2026-10-15  DO   ADD BAL-LAST-CUST-DATE - LAST DATE THE    *
000164*                     ACCOUNT POSTED CUSTOMER ACTIVITY, NOT     *
000166*                     COUNTING SYSTEM-GENERATED INTEREST        *
000168*                     CREDITS (BRANCH INT).  ZERO = NONE YET.   *
000170*                                                               *
000180*****************************************************************
000190 01  BALANCE-MASTER-RECORD.
000200     05  BAL-ACCT-NUMBER             PIC X(12).
000210     05  BAL-BALANCE                 PIC S9(11)V99 COMP-3.
000220     05  BAL-LAST-POST-DATE          PIC 9(08).
000225     05  BAL-LAST-CUST-DATE          PIC 9(08).
000230     05  FILLER                      PIC X(05).
