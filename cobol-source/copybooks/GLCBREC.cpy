000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    GLCBREC                                      *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     RETAINED GL CONTROL-BALANCE RECORD, CARRIED   *
000080*                 FORWARD GENERATION TO GENERATION BY THE GL    *
000090*                 CONTROL PROOF STEP.  ONE PROOF ROW (TYPE P)   *
000100*                 LEADS THE FILE AND HOLDS THE LAST PROOF'S     *
000110*                 GL AND SUBLEDGER TOTALS, ITS DIFFERENCE, THE  *
000120*                 DATE THE TWO LAST AGREED AND THE RUN ID OF    *
000130*                 THE LAST JOURNAL ROLLED IN.  ONE ACCOUNT ROW  *
000140*                 (TYPE A) FOLLOWS PER CONTROL GL ACCOUNT WITH  *
000150*                 ITS BALANCE ON ITS NATURAL SIDE (CR = CREDITS *
000160*                 LESS DEBITS, DR = DEBITS LESS CREDITS), THE   *
000170*                 SAME SIGN AS BAL-BALANCE ON THE BALANCE       *
000180*                 MASTER.                                       *
000190*                                                               *
000200*    MODIFICATION HISTORY.                                     *
000210*    2026-10-15  DO   INITIAL VERSION.                          *
000220*                                                               *
000230*****************************************************************
000240 01  GL-CONTROL-BALANCE-RECORD.
000250     05  GLCB-RECORD-TYPE            PIC X(01).
000260         88  GLCB-TYPE-PROOF             VALUE 'P'.
000270         88  GLCB-TYPE-ACCOUNT           VALUE 'A'.
000280     05  GLCB-GL-ACCOUNT             PIC X(08).
000290     05  GLCB-NATURAL-SIDE           PIC X(02).
000300         88  GLCB-NATURAL-DEBIT          VALUE 'DR'.
000310         88  GLCB-NATURAL-CREDIT         VALUE 'CR'.
000320     05  GLCB-BALANCE                PIC S9(13)V99 COMP-3.
000330     05  GLCB-LAST-RUN-DATE          PIC 9(08).
000340     05  GLCB-LAST-RUN-ID            PIC X(08).
000350     05  GLCB-SUBLEDGER-TOTAL        PIC S9(13)V99 COMP-3.
000360     05  GLCB-DIFFERENCE             PIC S9(13)V99 COMP-3.
000370     05  GLCB-LAST-AGREED-DATE       PIC 9(08).
000380     05  FILLER                      PIC X(21).
