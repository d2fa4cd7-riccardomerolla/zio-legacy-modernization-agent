000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    INTACREC                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     INTEREST ACCRUAL MASTER RECORD, ONE ROW PER   *
000080*                 ACCOUNT IN ACCOUNT-NUMBER SEQUENCE, CARRIED   *
000090*                 FORWARD GENERATION TO GENERATION BY THE       *
000100*                 ACCRUAL STEP ALONGSIDE THE BALANCE MASTER.    *
000110*                 THE ACCRUED-TO-DATE FIGURE KEEPS SIX DECIMAL  *
000120*                 PLACES SO DAILY FRACTIONS OF A CENT ARE NOT   *
000130*                 LOST; ONLY WHOLE CENTS ARE CAPITALIZED AND    *
000140*                 THE REMAINDER CARRIES INTO THE NEXT PERIOD.   *
000150*                 THE LAST-CAPITALIZATION FIELDS LET A RERUN    *
000160*                 OF THE LAST CYCLE RE-ISSUE THE SAME CREDIT    *
000170*                 UNDER THE SAME TRANSACTION ID.                *
000180*                                                               *
000190*    MODIFICATION HISTORY.                                     *
000200*    2026-10-15  DO   INITIAL VERSION.                          *
000210*                                                               *
000220*****************************************************************
000230 01  ACCRUAL-MASTER-RECORD.
000240     05  INTA-ACCT-NUMBER            PIC X(12).
000250     05  INTA-ACCRUED                PIC S9(09)V9(06) COMP-3.
000260     05  INTA-LAST-ACCRUAL-DATE      PIC 9(08).
000270     05  INTA-LAST-CAP-DATE          PIC 9(08).
000280     05  INTA-LAST-CAP-AMOUNT        PIC S9(09)V99 COMP-3.
000290     05  INTA-LAST-CAP-TRANS-ID      PIC X(10).
000300     05  FILLER                      PIC X(08).
