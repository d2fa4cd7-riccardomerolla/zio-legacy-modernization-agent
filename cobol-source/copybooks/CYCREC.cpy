000150*                                                               *
000160*    MODIFICATION HISTORY.                                     *
000170*    2026-09-03  DO   INITIAL VERSION.                          *
000172*    2026-10-15  DO   STATUS BACKOUT, STAMPED BY THE WHOLE-     *
000174*                     CYCLE BACKOUT; CONSOL ACCEPTS THE DATE    *
000176*                     AGAIN.                                    *
000180*                                                               *
000190*****************************************************************
000200 01  CYCLE-CONTROL-RECORD.
000220     05  CYC-STATUS                  PIC X(08).
000230         88  CYC-STATUS-OPEN             VALUE 'OPEN    '.
000240         88  CYC-STATUS-COMPLETE         VALUE 'COMPLETE'.
000245         88  CYC-STATUS-BACKOUT          VALUE 'BACKOUT '.
000250     05  CYC-OPEN-TIMESTAMP          PIC X(26).
000260     05  CYC-CLOSE-TIMESTAMP         PIC X(26).
000270     05  CYC-RECON-RESULT            PIC X(04).
