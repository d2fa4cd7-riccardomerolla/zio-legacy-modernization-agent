000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    SORDMNTC                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     STANDING-ORDER MAINTENANCE CARD.  ACTION A    *
000080*                 ADDS AN INSTRUCTION (EVERY FIELD BUT END      *
000090*                 DATE AND CURRENCY REQUIRED; RUN DAY ONLY FOR  *
000100*                 FREQUENCY D); C AMENDS ONE - A FIELD LEFT     *
000110*                 BLANK OR ZERO KEEPS ITS CURRENT VALUE, AND A  *
000120*                 CHANGE TO FREQUENCY, RUN DAY OR START DATE    *
000130*                 RE-TIMES THE NEXT DUE DATE; X CANCELS ONE.    *
000140*                 AMOUNT IS IN THE INSTRUCTION CURRENCY         *
000150*                 (SPACES = BASE).  THE -X REDEFINITIONS LET    *
000160*                 THE MAINTENANCE RUN TELL A BLANK FIELD FROM   *
000170*                 A MIS-KEYED ONE.                              *
000180*                                                               *
000190*    MODIFICATION HISTORY.                                     *
000200*    2026-10-15  DO   INITIAL VERSION.                          *
000210*                                                               *
000220*****************************************************************
000230 01  STANDING-ORDER-CARD.
000240     05  SOMC-ACTION                 PIC X(01).
000250         88  SOMC-ACTION-ADD             VALUE 'A'.
000260         88  SOMC-ACTION-AMEND           VALUE 'C'.
000270         88  SOMC-ACTION-CANCEL          VALUE 'X'.
000280     05  SOMC-ORDER-ID               PIC X(05).
000290     05  SOMC-ACCT-NUMBER            PIC X(12).
000300     05  SOMC-TRANS-TYPE             PIC X(02).
000310     05  SOMC-AMOUNT                 PIC 9(09)V99.
000320     05  SOMC-AMOUNT-X REDEFINES SOMC-AMOUNT
000330                                     PIC X(11).
000340     05  SOMC-CURRENCY               PIC X(03).
000350     05  SOMC-FREQUENCY              PIC X(01).
000360     05  SOMC-RUN-DAY                PIC 9(02).
000370     05  SOMC-RUN-DAY-X REDEFINES SOMC-RUN-DAY
000380                                     PIC X(02).
000390     05  SOMC-START-DATE             PIC 9(08).
000400     05  SOMC-START-DATE-X REDEFINES SOMC-START-DATE
000410                                     PIC X(08).
000420     05  SOMC-END-DATE               PIC 9(08).
000430     05  SOMC-END-DATE-X REDEFINES SOMC-END-DATE
000440                                     PIC X(08).
000450     05  SOMC-OPERATOR-ID            PIC X(08).
000460     05  FILLER                      PIC X(19).
