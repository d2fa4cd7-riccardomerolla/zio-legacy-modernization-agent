000300*                                                               *
000310*    MODIFICATION HISTORY.                                     *
000320*    2026-09-03  DO   INITIAL VERSION.                          *
000322*    2026-10-15  DO   GL CONTROL PROOF (GLCTL) ADDED TO THE     *
000324*                     STEP RESULTS; A GL CONTROL BALANCE THAT   *
000326*                     DOES NOT AGREE WITH THE SUBLEDGER IS AN   *
000328*                     EXCEPTION AND THE NIGHT IS NOT BALANCED.  *
000330*                                                               *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
001320     88  WS-BALANCED-YES             VALUE 'Y'.
001330*****************************************************************
001340*    TONIGHT'S STEP RESULTS, ONE SLOT PER STREAM STEP (C, E,   *
001350*    P, R, G).  A RERUN OVERWRITES ITS SLOT, SO THE PAGE       *
001360*    SHOWS THE LAST EXECUTION OF EACH STEP TONIGHT.            *
001370*****************************************************************
001380 77  WS-STEP-SUB                 PIC 9(01)  COMP VALUE ZERO.
001390*    THE STEP NAME IS KEPT IN WORKING-STORAGE BECAUSE THE
001410*    THE TEXT LINE WOULD WIPE A NAME HELD IN THE STEP LINE.
001420 77  WS-STEP-NAME                PIC X(09)  VALUE SPACES.
001430 01  WS-STEP-TABLE.
001440     05  WS-STEP-ENTRY           OCCURS 5 TIMES.
001450         10  WS-STEP-FOUND-SW        PIC X(01).
001460         10  WS-STEP-COUNT-1         PIC 9(09).
001470         10  WS-STEP-COUNT-2         PIC 9(09).
001480         10  WS-STEP-RESULT          PIC X(04).
001482*    THE GL CONTROL PROOF ALSO CARRIES ITS SIGNED DIFFERENCE.
001484 01  WS-GLCTL-DIFFERENCE         PIC S9(13)V99 COMP-3 VALUE ZERO.
001486 77  WS-DISPLAY-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001490*****************************************************************
001500*    OPEN-REJECT ACCUMULATORS BY REASON CODE E001-E014,        *
001510*    STANDING MASTER PLUS TONIGHT'S REJECT FILE.               *
002480             MOVE 3 TO WS-STEP-SUB
002490         WHEN STAT-PROG-RECON
002500             MOVE 4 TO WS-STEP-SUB
002502         WHEN STAT-PROG-GLPROOF
002504             MOVE 5 TO WS-STEP-SUB
002506             MOVE STAT-AMOUNT TO WS-GLCTL-DIFFERENCE
002510         WHEN OTHER
002520             GO TO 3100-EXIT
002530     END-EVALUATE.
003610     MOVE 'UPSTREAM:     '  TO OD-LABEL-2.
003620     MOVE 4 TO WS-STEP-SUB.
003630     PERFORM 8110-PRINT-ONE-STEP THRU 8110-EXIT.
003631     MOVE 'GLCTL    '       TO WS-STEP-NAME.
003632     MOVE 'BALANCE ROWS: '  TO OD-LABEL-1.
003633     MOVE 'DAYS UNAGREED:'  TO OD-LABEL-2.
003634     MOVE 5 TO WS-STEP-SUB.
003635     PERFORM 8110-PRINT-ONE-STEP THRU 8110-EXIT.
003640 8100-EXIT.
003650     EXIT.
003660*
004030         WRITE WS-OPS-TEXT-LINE
004040     END-IF.
004050     PERFORM 8220-CHECK-STREAM-STATE THRU 8220-EXIT.
004055     PERFORM 8230-CHECK-GL-PROOF THRU 8230-EXIT.
004060 8200-EXIT.
004070     EXIT.
004080*
004630     END-IF.
004640 8220-EXIT.
004650     EXIT.
004651*****************************************************************
004652*    8230-CHECK-GL-PROOF -- THE GL CONTROL BALANCE MUST AGREE   *
004653*    WITH THE SUBLEDGER (RESULT AGRD) OR THE NIGHT DOES NOT     *
004654*    SIGN OFF.  A STEP THAT DID NOT RUN IS ALREADY REPORTED     *
004655*    WITH THE STEP RESULTS.                                     *
004656*****************************************************************
004657 8230-CHECK-GL-PROOF.
004658     IF WS-STEP-FOUND-SW(5) NOT = 'Y'
004659             OR WS-STEP-RESULT(5) = 'AGRD'
004660         GO TO 8230-EXIT
004661     END-IF.
004662     MOVE SPACES TO OT-TEXT.
004663     IF WS-STEP-RESULT(5) = 'MISS'
004664         MOVE 'GL CONTROL NOT PROVED - NO CONTROL ACCOUNTS NAMED'
004665             TO OT-TEXT
004666     ELSE
004667         MOVE WS-GLCTL-DIFFERENCE TO WS-DISPLAY-AMOUNT
004668         STRING 'GL CONTROL OFF BY ' WS-DISPLAY-AMOUNT
004669             ' - DAYS UNAGREED:'
004670             DELIMITED BY SIZE INTO OT-TEXT
004671         END-STRING
004672     END-IF.
004673     MOVE WS-STEP-COUNT-2(5) TO OT-COUNT.
004674     WRITE WS-OPS-TEXT-LINE.
004675     MOVE 'N' TO WS-BALANCED-SWITCH.
004676 8230-EXIT.
004677     EXIT.
004678*
004679 8300-PRINT-VERDICT.
004680     IF WS-BALANCED-YES
004690         MOVE 'BALANCED      ' TO OV-VERDICT
004700         MOVE 0 TO RETURN-CODE
