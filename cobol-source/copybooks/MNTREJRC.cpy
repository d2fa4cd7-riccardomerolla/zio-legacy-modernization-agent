000120*                                                               *
000130*    MODIFICATION HISTORY.                                     *
000140*    2026-09-03  DO   INITIAL VERSION.                          *
000143*    2026-10-15  DO   ADD THE S-SERIES REASON CODES             *
000146*                     WRITTEN BY STANDING-ORDER MAINTENANCE.    *
000147*    2026-10-15  DO   ADD M007 - MAINTENANCE ITEM NOT APPROVED  *
000148*                     BY A SECOND OPERATOR.                     *
000150*                                                               *
000160*****************************************************************
000170 01  MAINT-REJECT-RECORD.
000220         88  MREJ-ALREADY-CLOSED         VALUE 'M004'.
000230         88  MREJ-NAME-MISSING           VALUE 'M005'.
000240         88  MREJ-ACCOUNT-MISSING        VALUE 'M006'.
000241         88  MREJ-SORD-INVALID-ACTION    VALUE 'S001'.
000242         88  MREJ-SORD-BAD-ORDER-ID      VALUE 'S002'.
000243         88  MREJ-SORD-DUPLICATE-ADD     VALUE 'S003'.
000244         88  MREJ-SORD-UNKNOWN-ORDER     VALUE 'S004'.
000245         88  MREJ-SORD-NOT-ACTIVE        VALUE 'S005'.
000246         88  MREJ-SORD-ACCOUNT-MISSING   VALUE 'S006'.
000247         88  MREJ-SORD-UNKNOWN-ACCOUNT   VALUE 'S007'.
000248         88  MREJ-SORD-ACCOUNT-CLOSED    VALUE 'S008'.
000249         88  MREJ-SORD-BAD-TYPE          VALUE 'S009'.
000250         88  MREJ-SORD-BAD-AMOUNT        VALUE 'S010'.
000251         88  MREJ-SORD-BAD-FREQUENCY     VALUE 'S011'.
000252         88  MREJ-SORD-BAD-RUN-DAY       VALUE 'S012'.
000253         88  MREJ-SORD-BAD-START-DATE    VALUE 'S013'.
000254         88  MREJ-SORD-BAD-END-DATE      VALUE 'S014'.
000255         88  MREJ-NOT-DUAL-APPROVED      VALUE 'M007'.
000256     05  MREJ-REASON-TEXT            PIC X(40).
000260     05  MREJ-CARD-IMAGE             PIC X(80).
