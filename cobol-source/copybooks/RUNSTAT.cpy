000172*    2026-09-03  DO   CARRY THE EDIT STEP'S SUSPENSE HELD AND   *
000174*                     RELEASED COUNTS FOR THE END-OF-CYCLE      *
000176*                     SUMMARY; RECORD LENGTH IS UNCHANGED.      *
000177*    2026-10-15  DO   PHASE BACKOUT, LEFT BY THE WHOLE-CYCLE    *
000178*                     BACKOUT.                                  *
000180*                                                               *
000190*****************************************************************
000200 01  RUN-STATUS-RECORD.
000270         88  RSTA-PHASE-COUNTING         VALUE 'COUNTING'.
000280         88  RSTA-PHASE-COMPLETE         VALUE 'COMPLETE'.
000290         88  RSTA-PHASE-RECON            VALUE 'RECON   '.
000295         88  RSTA-PHASE-BACKOUT          VALUE 'BACKOUT '.
000300     05  RSTA-CKPT-COUNTER           PIC 9(09).
000310     05  RSTA-CKPT-TIMESTAMP         PIC X(26).
000320     05  RSTA-CHUNKS-COMMITTED       PIC 9(09).
