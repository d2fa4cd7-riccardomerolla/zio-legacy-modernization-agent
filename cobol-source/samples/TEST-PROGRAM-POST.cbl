000330*                     POSTING, AND WRITE THE BASE-CONVERTED     *
000340*                     IMAGES TO THE POSTED FILE RETAINED FOR    *
000350*                     THE MONTH-END STATEMENTS.                 *
000352*    2026-10-15  DO   CARRY THE LAST CUSTOMER-ACTIVITY DATE ON  *
000354*                     THE BALANCE MASTER; INTEREST CREDITS      *
000356*                     (BRANCH INT) POST BUT DO NOT ADVANCE IT,  *
000358*                     SO THE DORMANCY RUN SEES REAL ACTIVITY.   *
000360*    2026-10-15  DO   THE POSTED IMAGE KEEPS THE SETTLEMENT     *
000362*                     CURRENCY CODE (BLANK = BASE) NEXT TO      *
000364*                     THE BASE AMOUNT, SO THE PERIOD-TO-DATE    *
000366*                     FILE CAN BE ANALYSED BY CURRENCY.         *
000368*                                                               *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000880         BY NEW-BALANCE-RECORD
000890         BAL-ACCT-NUMBER BY NEWB-ACCT-NUMBER
000900         BAL-BALANCE BY NEWB-BALANCE
000910         BAL-LAST-POST-DATE BY NEWB-LAST-POST-DATE
000915         BAL-LAST-CUST-DATE BY NEWB-LAST-CUST-DATE.
000920*
000930 FD  RATES-IN
000940     LABEL RECORDS ARE STANDARD.
002200 01  WS-CURRENT-ACCOUNT          PIC X(12)  VALUE SPACES.
002210 01  WS-OPENING-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
002220 01  WS-CLOSING-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
002222 01  WS-OPENING-CUST-DATE        PIC 9(08)  VALUE ZERO.
002224 01  WS-CLOSING-CUST-DATE        PIC 9(08)  VALUE ZERO.
002230 01  WS-ACCT-DEBIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002240 01  WS-ACCT-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002250 01  WS-GRAND-OPENING            PIC S9(11)V99 COMP-3 VALUE ZERO.
002340*    APPLIES TO THE CONTROL TOTALS, SO THE TIE STILL HOLDS.     *
002350*****************************************************************
002360 77  WS-BASE-CURRENCY            PIC X(03)  VALUE 'USD'.
002362*    SYSTEM-GENERATED INTEREST CREDITS ARRIVE UNDER THIS BRANCH
002364*    CODE AND ARE NOT CUSTOMER ACTIVITY.
002366 77  WS-INTEREST-BRANCH          PIC X(03)  VALUE 'INT'.
002370 77  WS-RATE-COUNT               PIC 9(02)  COMP VALUE ZERO.
002380 77  WS-RATE-SUB                 PIC 9(02)  COMP VALUE ZERO.
002390 77  WS-RATE-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
004630     MOVE BAL-ACCT-NUMBER    TO NEWB-ACCT-NUMBER.
004640     MOVE BAL-BALANCE        TO NEWB-BALANCE.
004650     MOVE BAL-LAST-POST-DATE TO NEWB-LAST-POST-DATE.
004651*    A ROW CARRIED FORWARD FROM BEFORE THE CUSTOMER-ACTIVITY
004652*    DATE WAS KEPT HAS NO DATE THERE; ITS LAST POST STANDS IN.
004653     IF BAL-LAST-CUST-DATE IS NUMERIC
004654         MOVE BAL-LAST-CUST-DATE TO NEWB-LAST-CUST-DATE
004655     ELSE
004656         MOVE BAL-LAST-POST-DATE TO NEWB-LAST-CUST-DATE
004657     END-IF.
004660     WRITE NEW-BALANCE-RECORD.
004670     ADD 1 TO WS-CARRIED-ACCT-COUNT.
004680     ADD BAL-BALANCE TO WS-GRAND-OPENING.
004740 3400-POST-NEW-ACCOUNT.
004750     MOVE SORT-TRANS-ACCOUNT TO WS-CURRENT-ACCOUNT.
004760     MOVE ZERO TO WS-OPENING-BALANCE.
004765     MOVE ZERO TO WS-OPENING-CUST-DATE.
004770     ADD 1 TO WS-NEW-ACCT-COUNT.
004780     PERFORM 3600-POST-ONE-ACCOUNT THRU 3600-EXIT.
004790 3400-EXIT.
004820 3500-POST-MATCHED-ACCOUNT.
004830     MOVE BAL-ACCT-NUMBER TO WS-CURRENT-ACCOUNT.
004840     MOVE BAL-BALANCE     TO WS-OPENING-BALANCE.
004841     IF BAL-LAST-CUST-DATE IS NUMERIC
004842         MOVE BAL-LAST-CUST-DATE TO WS-OPENING-CUST-DATE
004843     ELSE
004844         MOVE BAL-LAST-POST-DATE TO WS-OPENING-CUST-DATE
004845     END-IF.
004850     PERFORM 3600-POST-ONE-ACCOUNT THRU 3600-EXIT.
004860     PERFORM 3100-READ-OLD-MASTER THRU 3100-EXIT.
004870 3500-EXIT.
004940*****************************************************************
004950 3600-POST-ONE-ACCOUNT.
004960     MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE.
004965     MOVE WS-OPENING-CUST-DATE TO WS-CLOSING-CUST-DATE.
004970     MOVE ZERO TO WS-ACCT-DEBIT-TOTAL.
004980     MOVE ZERO TO WS-ACCT-CREDIT-TOTAL.
004990     PERFORM 3610-APPLY-ONE-TRANS THRU 3610-EXIT
005020     MOVE WS-CURRENT-ACCOUNT  TO NEWB-ACCT-NUMBER.
005030     MOVE WS-CLOSING-BALANCE  TO NEWB-BALANCE.
005040     MOVE WS-SYS-DATE         TO NEWB-LAST-POST-DATE.
005045     MOVE WS-CLOSING-CUST-DATE TO NEWB-LAST-CUST-DATE.
005050     WRITE NEW-BALANCE-RECORD.
005060     ADD 1 TO WS-ACTIVE-ACCT-COUNT.
005070     ADD WS-OPENING-BALANCE   TO WS-GRAND-OPENING.
005360             ADD WS-BASE-AMOUNT TO WS-ACCT-CREDIT-TOTAL
005370             ADD WS-BASE-AMOUNT TO WS-CLOSING-BALANCE
005380     END-EVALUATE.
005382     IF TRANS-BRANCH NOT = WS-INTEREST-BRANCH
005384         MOVE WS-SYS-DATE TO WS-CLOSING-CUST-DATE
005386     END-IF.
005390     PERFORM 3650-WRITE-POSTED-RECORD THRU 3650-EXIT.
005400     ADD 1 TO WS-POSTED-COUNT.
005410     PERFORM 3150-RETURN-SORTED-TRANS THRU 3150-EXIT.
005790*    3650-WRITE-POSTED-RECORD -- THE BASE-CONVERTED IMAGE OF    *
005800*    EVERY POSTED TRANSACTION, RETAINED PERIOD-TO-DATE FOR      *
005810*    THE MONTH-END STATEMENTS SO THEY RECONCILE EXACTLY TO      *
005820*    THE NIGHTLY CONTROL TOTALS.  THE CURRENCY CODE STAYS THE   *
005825*    SETTLEMENT CURRENCY (BLANK BECOMES THE BASE CODE).         *
005830*****************************************************************
005840 3650-WRITE-POSTED-RECORD.
005850     MOVE SPACES             TO POSTED-RECORD.
005890     MOVE WS-BASE-AMOUNT     TO POST-TRANS-AMOUNT.
005900     MOVE SORT-TRANS-ACCOUNT TO POST-TRANS-ACCOUNT.
005910     MOVE TRANS-BRANCH       TO POST-TRANS-BRANCH.
005920     IF TRANS-CURRENCY = SPACES
005922         MOVE WS-BASE-CURRENCY TO POST-TRANS-CURRENCY
005924     ELSE
005926         MOVE TRANS-CURRENCY   TO POST-TRANS-CURRENCY
005928     END-IF.
005930     MOVE TRANS-ORIG-TYPE    TO POST-TRANS-ORIG-TYPE.
005940     WRITE POSTED-RECORD.
005950 3650-EXIT.
