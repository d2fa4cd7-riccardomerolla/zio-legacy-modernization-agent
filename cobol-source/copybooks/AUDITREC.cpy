000134*                     AND ITS ORIGINAL PAIR VISIBLY ON THE      *
000136*                     TRAIL (SAME TRANS-ID, TYPES DR/CR AND     *
000138*                     RV); RECORD LENGTH IS UNCHANGED.          *
000140*    2026-10-15  DO   CARRY THE DATE A WHOLE-CYCLE BACKOUT      *
000142*                     MARKED THE RUN'S ROWS BACKED OUT (ZERO =  *
000144*                     NOT BACKED OUT); LENGTH UNCHANGED.        *
000146*                                                               *
000150*****************************************************************
000160 01  AUDIT-RECORD.
000170     05  AUDIT-RUN-ID                PIC X(08).
000190     05  AUDIT-COUNTER               PIC 9(09).
000200     05  AUDIT-TRANS-ID              PIC X(10).
000210     05  AUDIT-TRANS-TYPE            PIC X(02).
000220     05  AUDIT-BACKOUT-DATE          PIC 9(08).
