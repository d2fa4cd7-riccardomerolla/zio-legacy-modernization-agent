000140*                 COMBINATION TO A GL ACCOUNT; SPACES IN A      *
000150*                 SELECTOR FIELD MATCH ANY VALUE, AND THE       *
000160*                 FIRST MATCHING CARD IN DECK ORDER WINS.       *
000161*                 CARD TYPE P (ANY NUMBER, ANYWHERE IN THE      *
000162*                 DECK) NAMES IN GLM-GL-ACCOUNT A CONTROL GL    *
000163*                 ACCOUNT WHOSE BALANCE THE GL CONTROL PROOF    *
000164*                 ROLLS FORWARD FROM THE JOURNAL AND PROVES     *
000165*                 AGAINST THE BALANCE MASTER; ITS NATURAL SIDE  *
000166*                 (CR, THE DEFAULT, OR DR) MAKES THAT BALANCE   *
000167*                 READ IN THE SUBLEDGER'S SIGN, AND ITS TAKE-ON *
000168*                 BALANCE SEEDS THE ACCOUNT THE FIRST NIGHT IT  *
000169*                 IS PROVED.  THE CLEARING GL ON ITS DEBIT SIDE *
000170*                 MIRRORS EVERY POSTED ITEM; OTHERWISE NAME     *
000171*                 EVERY MAPPED CUSTOMER GL AND THE SUSPENSE GL. *
000172*                                                               *
000180*    MODIFICATION HISTORY.                                     *
000190*    2026-09-03  DO   INITIAL VERSION.                          *
000192*    2026-10-15  DO   ADD CARD TYPE P - NAMES A CONTROL GL      *
000194*                     ACCOUNT FOR THE SUBLEDGER-TO-GL PROOF,    *
000196*                     WITH ITS NATURAL SIDE AND TAKE-ON         *
000198*                     BALANCE.                                  *
000200*                                                               *
000210*****************************************************************
000220 01  GL-MAPPING-CARD.
000230     05  GLM-CARD-TYPE               PIC X(01).
000240         88  GLM-TYPE-CONTROL            VALUE 'C'.
000250         88  GLM-TYPE-MAPPING            VALUE 'M'.
000255         88  GLM-TYPE-PROOF              VALUE 'P'.
000260     05  GLM-TRANS-ACCOUNT           PIC X(12).
000270     05  GLM-TRANS-TYPE              PIC X(02).
000280     05  GLM-BRANCH                  PIC X(03).
000290     05  GLM-GL-ACCOUNT              PIC X(08).
000300     05  GLM-CLEARING-ACCOUNT        PIC X(08).
000301     05  GLM-NATURAL-SIDE            PIC X(02).
000302         88  GLM-NATURAL-DEBIT           VALUE 'DR'.
000303     05  GLM-TAKE-ON-BALANCE         PIC 9(11)V99.
000304     05  GLM-TAKE-ON-BALANCE-X REDEFINES GLM-TAKE-ON-BALANCE
000305                                     PIC X(13).
000306     05  GLM-TAKE-ON-SIGN            PIC X(01).
000307         88  GLM-TAKE-ON-NEGATIVE        VALUE '-'.
000310     05  FILLER                      PIC X(30).
