000370*                     VALUE ON THE OPPOSITE SIDE INSTEAD OF     *
000380*                     LOSING ITS SIGN; THE PROOF SHOWS SIGNED   *
000390*                     BUCKET AMOUNTS.                           *
000392*    2026-10-15  DO   PROOF-ACCOUNT CARDS (TYPE P) ON THE       *
000394*                     MAPPING DECK BELONG TO THE GL CONTROL     *
000396*                     PROOF STEP AND ARE PASSED OVER HERE.      *
000400*                                                               *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
003570                     MOVE 'Y' TO WS-CONTROL-FOUND-SWITCH
003580                 WHEN GLM-TYPE-MAPPING
003590                     PERFORM 1120-TABLE-ONE-MAPPING THRU 1120-EXIT
003593                 WHEN GLM-TYPE-PROOF
003596                     CONTINUE
003600                 WHEN OTHER
003610                     DISPLAY 'TEST-PROGRAM-GLEXT - UNKNOWN CARD '
003620                         'TYPE ' GLM-CARD-TYPE ' IGNORED'
