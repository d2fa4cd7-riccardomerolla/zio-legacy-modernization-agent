000270*                                                               *
000280*    MODIFICATION HISTORY.                                     *
000290*    2026-09-03  DO   INITIAL VERSION.                          *
000291*    2026-10-15  DO   CARRY A REASON CODE (X001-X012) ON EACH   *
000292*                     TRANSLATION REJECT; THE REJECT LAYOUT     *
000293*                     MOVES TO COPYBOOK PRTREJRC FOR THE        *
000294*                     PARTNER ACKNOWLEDGEMENT STEP (LRECL 233   *
000295*                     TO 237).                                  *
000300*                                                               *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000810*
000820 FD  REJECT-OUT
000830     LABEL RECORDS ARE STANDARD.
000840     COPY PRTREJRC.
000880*
000890 FD  TRANSLATE-REPORT
000900     LABEL RECORDS ARE STANDARD.
001850*    TRANSLATION WORK AREAS.                                   *
001860*****************************************************************
001870     COPY TRANSREC.
001875 01  WS-REASON-CODE              PIC X(04)  VALUE SPACES.
001880 01  WS-REASON-TEXT              PIC X(30)  VALUE SPACES.
001890 01  WS-WORK-FIELD               PIC X(40)  VALUE SPACES.
001900 01  WS-DATE-WORK.
003620     ADD 1 TO WS-TOTAL-IN-COUNT.
003630     MOVE 'Y' TO WS-LINE-VALID-SWITCH.
003640     MOVE SPACES TO WS-REASON-TEXT.
003645     MOVE SPACES TO WS-REASON-CODE.
003650     PERFORM 3400-SPLIT-LINE THRU 3400-EXIT.
003660     MOVE SPACES TO TRANS-RECORD.
003670     PERFORM 3500-MAP-REFERENCE THRU 3500-EXIT.
004280     MOVE WS-PLY-REF-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
004290     PERFORM 3600-PICK-FIELD THRU 3600-EXIT.
004300     IF NOT WS-LINE-VALID-YES
004305         MOVE 'X001' TO WS-REASON-CODE
004310         MOVE 'REFERENCE NUMBER MISSING' TO WS-REASON-TEXT
004320         GO TO 3500-EXIT
004330     END-IF.
004390     MOVE WS-PLY-DATE-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
004400     PERFORM 3600-PICK-FIELD THRU 3600-EXIT.
004410     IF NOT WS-LINE-VALID-YES
004415         MOVE 'X002' TO WS-REASON-CODE
004420         MOVE 'POSTING DATE MISSING' TO WS-REASON-TEXT
004430         GO TO 3510-EXIT
004440     END-IF.
004450     IF WS-WORK-FIELD(1:8) NOT NUMERIC
004460         MOVE 'N' TO WS-LINE-VALID-SWITCH
004465         MOVE 'X003' TO WS-REASON-CODE
004470         MOVE 'POSTING DATE NOT NUMERIC' TO WS-REASON-TEXT
004480         GO TO 3510-EXIT
004490     END-IF.
004600             MOVE WS-WORK-FIELD(3:2) TO WS-DATE-DD
004610         WHEN OTHER
004620             MOVE 'N' TO WS-LINE-VALID-SWITCH
004625             MOVE 'X004' TO WS-REASON-CODE
004630             MOVE 'LAYOUT DATE FORMAT INVALID' TO WS-REASON-TEXT
004640             GO TO 3510-EXIT
004650     END-EVALUATE.
004760     MOVE WS-PLY-AMT-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
004770     PERFORM 3600-PICK-FIELD THRU 3600-EXIT.
004780     IF NOT WS-LINE-VALID-YES
004785         MOVE 'X005' TO WS-REASON-CODE
004790         MOVE 'AMOUNT MISSING' TO WS-REASON-TEXT
004800         GO TO 3520-EXIT
004810     END-IF.
004930            OR WS-AMT-ERROR-YES.
004940     IF WS-AMT-ERROR-YES OR WS-AMT-INT-DIGITS = ZERO
004950         MOVE 'N' TO WS-LINE-VALID-SWITCH
004955         MOVE 'X006' TO WS-REASON-CODE
004960         MOVE 'AMOUNT NOT NUMERIC' TO WS-REASON-TEXT
004970         GO TO 3520-EXIT
004980     END-IF.
005610             MOVE WS-PLY-TYPE-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB
005620             PERFORM 3600-PICK-FIELD THRU 3600-EXIT
005630             IF NOT WS-LINE-VALID-YES
005635                 MOVE 'X007' TO WS-REASON-CODE
005640                 MOVE 'TYPE FIELD MISSING' TO WS-REASON-TEXT
005650                 GO TO 3530-EXIT
005660             END-IF
005710                     MOVE 'CR' TO TRANS-TYPE
005720                 WHEN OTHER
005730                     MOVE 'N' TO WS-LINE-VALID-SWITCH
005735                     MOVE 'X008' TO WS-REASON-CODE
005740                     MOVE 'TYPE NOT D OR C' TO WS-REASON-TEXT
005750             END-EVALUATE
005760         WHEN OTHER
005770             MOVE 'N' TO WS-LINE-VALID-SWITCH
005775             MOVE 'X009' TO WS-REASON-CODE
005780             MOVE 'LAYOUT SIGN CONVENTION INVALID'
005790                 TO WS-REASON-TEXT
005800     END-EVALUATE.
005890     MOVE WS-PLY-ACCT-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
005900     PERFORM 3600-PICK-FIELD THRU 3600-EXIT.
005910     IF NOT WS-LINE-VALID-YES
005915         MOVE 'X010' TO WS-REASON-CODE
005920         MOVE 'ACCOUNT MISSING' TO WS-REASON-TEXT
005930         GO TO 3540-EXIT
005940     END-IF.
005980         UNTIL WS-CHAR-SUB > 40.
005990     IF WS-ACCT-LEN > 12
006000         MOVE 'N' TO WS-LINE-VALID-SWITCH
006005         MOVE 'X011' TO WS-REASON-CODE
006010         MOVE 'ACCOUNT LONGER THAN 12' TO WS-REASON-TEXT
006020         GO TO 3540-EXIT
006030     END-IF.
006260     MOVE WS-PLY-CUR-POS(WS-PARTNER-SUB) TO WS-CHAR-SUB.
006270     PERFORM 3600-PICK-FIELD THRU 3600-EXIT.
006280     IF NOT WS-LINE-VALID-YES
006285         MOVE 'X012' TO WS-REASON-CODE
006290         MOVE 'CURRENCY FIELD MISSING' TO WS-REASON-TEXT
006300         GO TO 3550-EXIT
006310     END-IF.
006490 3800-WRITE-REJECT-LINE.
006500     MOVE WS-PLY-PARTNER-CODE(WS-PARTNER-SUB)
006510         TO XREJ-PARTNER-CODE.
006515     MOVE WS-REASON-CODE   TO XREJ-REASON-CODE.
006520     MOVE WS-REASON-TEXT   TO XREJ-REASON-TEXT.
006530     MOVE WS-PARTNER-LINE  TO XREJ-LINE-IMAGE.
006540     WRITE TRANSLATE-REJECT-RECORD.
