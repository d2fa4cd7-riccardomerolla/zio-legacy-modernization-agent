000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    INTRTREC                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     INTEREST RATE TIER CONTROL CARD, ONE PER      *
000080*                 BALANCE BAND IN ASCENDING BAND ORDER.  AN     *
000090*                 ACCOUNT WHOSE BALANCE FALLS BETWEEN THE       *
000100*                 FLOOR AND CEILING (BOTH INCLUSIVE) EARNS THE  *
000110*                 CARD'S ANNUAL RATE ON ITS WHOLE BALANCE.      *
000120*                 THE RATE IS A PERCENTAGE (02.5000 = 2.5% A    *
000130*                 YEAR), ACCRUED DAILY ON A 365-DAY YEAR.       *
000140*                                                               *
000150*    MODIFICATION HISTORY.                                     *
000160*    2026-10-15  DO   INITIAL VERSION.                          *
000170*                                                               *
000180*****************************************************************
000190 01  INTEREST-TIER-RECORD.
000200     05  INTR-BAND-FLOOR             PIC 9(11)V99.
000210     05  INTR-BAND-CEILING           PIC 9(11)V99.
000220     05  INTR-ANNUAL-RATE            PIC 9(02)V9(04).
000230     05  FILLER                      PIC X(48).
