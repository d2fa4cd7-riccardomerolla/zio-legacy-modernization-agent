000360*                     BRCH006/BRCH007 AS ADDITIONAL BRANCHES,   *
000370*                     LEAVING ALL FIVE LIVE BRANCH FEEDS IN     *
000380*                     PLACE.                                    *
000381*    2026-10-15  DO   EXTEND THE BRANCH TABLE TO 8 - BRCH008    *
000382*                     CARRIES THE STANDING-ORDER FEED WRITTEN   *
000383*                     BY THE SCHEDULER STEP.  A BRANCH CARD     *
000384*                     MARKED OPTIONAL (COLUMN 24 = O) IS NOT    *
000385*                     COUNTED MISSING WHEN ITS FILE IS ABSENT   *
000386*                     OR EMPTY, SINCE SOME NIGHTS NO STANDING   *
000387*                     ORDER FALLS DUE.                          *
000390*                                                               *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000680     SELECT BRANCH-IN-7 ASSIGN TO BRCH007
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-BRANCH-FS.
000702     SELECT BRANCH-IN-8 ASSIGN TO BRCH008
000704         ORGANIZATION IS SEQUENTIAL
000706         FILE STATUS IS WS-BRANCH-FS.
000710     SELECT COMBINED-OUT ASSIGN TO COMBOUT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-COMBINED-FS.
000930 01  BRANCH-CONTROL-CARD.
000940     05  BCTL-BRANCH-CODE        PIC X(03).
000950     05  BCTL-BRANCH-NAME        PIC X(20).
000960     05  BCTL-OPTIONAL-FLAG      PIC X(01).
000963         88  BCTL-OPTIONAL           VALUE 'O'.
000966     05  FILLER                  PIC X(56).
000970*
000980 FD  BRANCH-IN-1
000990     LABEL RECORDS ARE STANDARD.
001220 FD  BRANCH-IN-7
001230     LABEL RECORDS ARE STANDARD.
001240 01  BR7-RECORD                  PIC X(45).
001242*
001244 FD  BRANCH-IN-8
001246     LABEL RECORDS ARE STANDARD.
001248 01  BR8-RECORD                  PIC X(45).
001250*
001260 FD  COMBINED-OUT
001270     LABEL RECORDS ARE STANDARD.
001870*    BRANCHES IN DD ORDER AND NAMES EVERY BRANCH EXPECTED       *
001880*    TONIGHT.  ENTRIES 6 AND 7 CARRY THE TRANSLATED PARTNER     *
001890*    FEEDS WRITTEN BY THE XLATE STEP.                           *
001892*    ENTRY 8 CARRIES THE STANDING-ORDER FEED WRITTEN BY THE     *
001894*    SCHEDULER STEP.  AN OPTIONAL ENTRY THAT DELIVERS           *
001896*    NOTHING IS NOT COUNTED MISSING.                            *
001900*****************************************************************
001910 77  WS-BRANCH-COUNT             PIC 9(02)  COMP VALUE ZERO.
001920 77  WS-BRANCH-SUB               PIC 9(02)  COMP VALUE ZERO.
001930 01  WS-BRANCH-TABLE.
001940     05  WS-BRANCH-ENTRY         OCCURS 8 TIMES.
001950         10  WS-BRANCH-CODE          PIC X(03).
001960         10  WS-BRANCH-NAME          PIC X(20).
001970         10  WS-BRANCH-PRESENT-SW    PIC X(01).
001975         10  WS-BRANCH-OPTIONAL-SW   PIC X(01).
001980         10  WS-BRANCH-REC-COUNT     PIC 9(09)  COMP.
001990*****************************************************************
002000*    COUNTERS.                                                 *
002560         AT END
002570             MOVE 'Y' TO WS-EOF-SWITCH
002580         NOT AT END
002590             IF WS-BRANCH-COUNT = 8
002600                 DISPLAY 'TEST-PROGRAM-CONSOL - MORE THAN 8 '
002610                     'BRANCH CARDS - EXTRA CARDS IGNORED'
002620                 MOVE 'Y' TO WS-EOF-SWITCH
002630             ELSE
002660                     TO WS-BRANCH-CODE(WS-BRANCH-COUNT)
002670                 MOVE BCTL-BRANCH-NAME
002680                     TO WS-BRANCH-NAME(WS-BRANCH-COUNT)
002683                 MOVE BCTL-OPTIONAL-FLAG
002686                     TO WS-BRANCH-OPTIONAL-SW(WS-BRANCH-COUNT)
002690                 MOVE 'N'
002700                     TO WS-BRANCH-PRESENT-SW(WS-BRANCH-COUNT)
002710                 MOVE ZERO
004570             OPEN INPUT BRANCH-IN-5
004580         WHEN 6
004590             OPEN INPUT BRANCH-IN-6
004600         WHEN 7
004610             OPEN INPUT BRANCH-IN-7
004613         WHEN OTHER
004616             OPEN INPUT BRANCH-IN-8
004620     END-EVALUATE.
004630 3100-EXIT.
004640     EXIT.
005010                 NOT AT END
005020                     MOVE BR6-RECORD TO WS-BRANCH-WORK-RECORD
005030             END-READ
005040         WHEN 7
005050             READ BRANCH-IN-7
005060                 AT END MOVE 'Y' TO WS-EOF-SWITCH
005070                 NOT AT END
005080                     MOVE BR7-RECORD TO WS-BRANCH-WORK-RECORD
005090             END-READ
005091         WHEN OTHER
005092             READ BRANCH-IN-8
005093                 AT END MOVE 'Y' TO WS-EOF-SWITCH
005094                 NOT AT END
005095                     MOVE BR8-RECORD TO WS-BRANCH-WORK-RECORD
005096             END-READ
005100     END-EVALUATE.
005110 3200-EXIT.
005120     EXIT.
005380             CLOSE BRANCH-IN-5
005390         WHEN 6
005400             CLOSE BRANCH-IN-6
005410         WHEN 7
005420             CLOSE BRANCH-IN-7
005423         WHEN OTHER
005426             CLOSE BRANCH-IN-8
005430     END-EVALUATE.
005440 3400-EXIT.
005450     EXIT.
006150             AND WS-BRANCH-REC-COUNT(WS-BRANCH-SUB) > ZERO
006160         ADD 1 TO WS-PRESENT-COUNT
006170     ELSE
006180         IF WS-BRANCH-OPTIONAL-SW(WS-BRANCH-SUB) = 'O'
006181             DISPLAY 'TEST-PROGRAM-CONSOL BRANCH '
006182                 WS-BRANCH-CODE(WS-BRANCH-SUB)
006183                 ' OPTIONAL - NOTHING DELIVERED TONIGHT'
006184         ELSE
006185             ADD 1 TO WS-MISSING-COUNT
006186         END-IF
006190     END-IF.
006200 8100-EXIT.
006210     EXIT.
