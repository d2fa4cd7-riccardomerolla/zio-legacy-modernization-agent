000194*                     SO A REVERSAL AND ITS ORIGINAL (SAME     *
000196*                     TRANS-ID, TYPES DR/CR AND RV) PAIR       *
000198*                     VISIBLY ON THE PAGE.                     *
000201*    2026-10-15  DO   SHOW THE DATE A WHOLE-CYCLE BACKOUT      *
000204*                     MARKED THE ROW BACKED OUT.               *
000207*                                                               *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000660     05  FILLER                  PIC X(10)  VALUE 'TRANS-ID'.
000662     05  FILLER                  PIC X(02)  VALUE SPACES.
000664     05  FILLER                  PIC X(04)  VALUE 'TYPE'.
000670     05  FILLER                  PIC X(10)  VALUE 'BACKED OUT'.
000675     05  FILLER                  PIC X(57)  VALUE SPACES.
000680 01  WS-RPT-DETAIL-LINE.
000690     05  FILLER                  PIC X(01)  VALUE SPACE.
000700     05  D-RUN-ID                PIC X(08).
000760     05  D-TRANS-ID              PIC X(10).
000762     05  FILLER                  PIC X(02)  VALUE SPACES.
000764     05  D-TRANS-TYPE            PIC X(02).
000770     05  FILLER                  PIC X(02)  VALUE SPACES.
000773     05  D-BACKOUT-DATE          PIC X(08).
000776     05  FILLER                  PIC X(59)  VALUE SPACES.
000780 01  WS-RPT-TRAILER-LINE.
000790     05  FILLER                  PIC X(01)  VALUE SPACE.
000800     05  FILLER                  PIC X(22)
002060     MOVE AUDIT-COUNTER   TO D-COUNTER.
002070     MOVE AUDIT-TRANS-ID  TO D-TRANS-ID.
002075     MOVE AUDIT-TRANS-TYPE TO D-TRANS-TYPE.
002076     IF AUDIT-BACKOUT-DATE IS NUMERIC
002077             AND AUDIT-BACKOUT-DATE NOT = ZERO
002078         MOVE AUDIT-BACKOUT-DATE TO D-BACKOUT-DATE
002079     ELSE
002080         MOVE SPACES TO D-BACKOUT-DATE
002081     END-IF.
002082     WRITE WS-RPT-DETAIL-LINE.
002090     ADD 1 TO WS-SELECT-COUNT.
002100 2000-EXIT.
002110     EXIT.
