000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    BRMISREC                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     RETAINED BRANCH MIS SUMMARY ROW, CARRIED      *
000080*                 FORWARD GENERATION TO GENERATION BY THE       *
000090*                 BRANCH MIS STEP.  ONE ROW PER BUSINESS DATE,  *
000100*                 BRANCH AND SETTLEMENT CURRENCY WITH THAT      *
000110*                 NIGHT'S POSTED DEBITS AND CREDITS (BASE       *
000120*                 AMOUNTS), REJECTS AND REVERSALS; NEW          *
000130*                 ACCOUNTS OPENED GO ON A ROW OF THEIR OWN      *
000140*                 WITH A BLANK CURRENCY.  THE CYCLE NUMBER IS   *
000150*                 THE NIGHT'S POSITION IN ITS PERIOD (1 = FIRST *
000160*                 CYCLE), WHICH IS HOW THE SAME POINT IN THE    *
000170*                 PRIOR PERIOD IS FOUND.  ONLY THE CURRENT AND  *
000180*                 PRIOR PERIODS ARE KEPT.                       *
000190*                                                               *
000200*    MODIFICATION HISTORY.                                     *
000210*    2026-10-15  DO   INITIAL VERSION.                          *
000220*                                                               *
000230*****************************************************************
000240 01  BRANCH-MIS-RECORD.
000250     05  BRM-BUSINESS-DATE           PIC 9(08).
000260     05  BRM-PERIOD-ID               PIC X(06).
000270     05  BRM-CYCLE-NO                PIC 9(03).
000280     05  BRM-BRANCH                  PIC X(03).
000290     05  BRM-CURRENCY                PIC X(03).
000300         88  BRM-NEW-ACCOUNT-ROW         VALUE SPACES.
000310     05  BRM-DR-COUNT                PIC 9(07)  COMP-3.
000320     05  BRM-DR-AMOUNT               PIC S9(13)V99 COMP-3.
000330     05  BRM-CR-COUNT                PIC 9(07)  COMP-3.
000340     05  BRM-CR-AMOUNT               PIC S9(13)V99 COMP-3.
000350     05  BRM-REJECT-COUNT            PIC 9(07)  COMP-3.
000360     05  BRM-REVERSAL-COUNT          PIC 9(07)  COMP-3.
000370     05  BRM-NEW-ACCT-COUNT          PIC 9(07)  COMP-3.
000380     05  FILLER                      PIC X(21).
