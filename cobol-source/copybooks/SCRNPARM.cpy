000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    SCRNPARM                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     LIMITS CARD FOR THE PRE-POSTING LARGE-VALUE   *
000080*                 AND VELOCITY SCREENING STEP.  ALL AMOUNTS     *
000090*                 ARE IN THE BASE CURRENCY.  A SINGLE ITEM      *
000100*                 OVER THE REPORTABLE THRESHOLD RAISES A CASE;  *
000110*                 SO DOES AN ACCOUNT WHOSE ITEM COUNT OR TOTAL  *
000120*                 OVER THE VELOCITY WINDOW EXCEEDS ITS LIMIT,   *
000130*                 OR WHICH HAS THE STRUCTURING COUNT OF ITEMS   *
000140*                 BETWEEN THE FLOOR PERCENTAGE OF THE           *
000150*                 THRESHOLD AND THE THRESHOLD ITSELF WITHIN     *
000160*                 THE STRUCTURING WINDOW.  WINDOWS ARE IN DAYS  *
000170*                 INCLUDING TONIGHT AND CANNOT REACH PAST THE   *
000180*                 ACCEPTED-HISTORY RETENTION (7 DAYS).  ZERO IN *
000190*                 ANY FIELD TAKES THE HOUSE DEFAULT.            *
000200*                                                               *
000210*    MODIFICATION HISTORY.                                     *
000220*    2026-10-15  DO   INITIAL VERSION.                          *
000230*                                                               *
000240*****************************************************************
000250 01  SCREEN-PARM-RECORD.
000260     05  SCRP-LARGE-THRESHOLD        PIC 9(09)V99.
000270     05  SCRP-VELOCITY-DAYS          PIC 9(02).
000280     05  SCRP-VELOCITY-COUNT         PIC 9(05).
000290     05  SCRP-VELOCITY-AMOUNT        PIC 9(11)V99.
000300     05  SCRP-STRUCT-DAYS            PIC 9(02).
000310     05  SCRP-STRUCT-FLOOR-PCT       PIC 9(03).
000320     05  SCRP-STRUCT-COUNT           PIC 9(03).
000330     05  FILLER                      PIC X(41).
