002230*                     PER-RULE HIT STATISTICS.  FZBZCLS AND
002231*                     FZBZCNT ARE UNCHANGED FOR EXISTING
002232*                     CALLERS.
002233*    2026-10-15 RM    RULE TYPES.  1000-APPLY-RULE NOW TESTS
002234*                     EACH ENTRY BY ITS FR-RULE-TYPE: PLAIN
002235*                     DIVISIBILITY ('D' OR SPACE, AS BEFORE),
002236*                     CONTAINS-DIGIT ('C'), DIVISIBILITY INSIDE A
002237*                     NUMBER BAND ('B'), AND OVERRIDE ('O'), WHOSE
002238*                     LABEL REPLACES THE COMBINED RESULT.  THE
002239*                     MATCH COUNT AND FLAGS DESCRIBE THE LABELS
002240*                     ACTUALLY IN THE RESULT, SO AN OVERRIDE THAT
002241*                     FIRES COMES BACK AS ONE MATCH ON ITS OWN
002242*                     ENTRY.  CALL INTERFACES ARE UNCHANGED.
002243*
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. FZBZCLS.
004096 01  WS-MATCH-FLAGS.
004097     05  WS-MATCH-FLAG          OCCURS 10 TIMES PIC X(01).
004098 01  WS-FLAG-SUB                PIC 9(02) COMP.
004099 01  WS-RULE-MATCH-SWITCH       PIC X(01).
004100     88  WS-RULE-MATCHED            VALUE 'Y'.
004101     88  WS-RULE-NOT-MATCHED        VALUE 'N'.
004102 01  WS-OVERRIDE-SUB            PIC 9(02) COMP.
004103 01  WS-NUMBER-EDIT             PIC Z(08)9.
004104 01  WS-DIGIT-TALLY             PIC 9(02) COMP.
004105
004200 LINKAGE SECTION.
004300 01  LK-NUMBER                  PIC 9(09).
004400 01  LK-RESULT                  PIC X(16).
005200*    LABEL IN TABLE ORDER, SO A NUMBER DIVISIBLE BY MORE THAN  *
005300*    ONE RULE (E.G. 15 UNDER THE STANDARD FIZZ/BUZZ RULES)     *
005400*    PRODUCES THE COMBINED RESULT INSTEAD OF STOPPING AT THE   *
005500*    FIRST MATCH - UNLESS AN OVERRIDE RULE MATCHED, IN WHICH   *
005550*    CASE ITS LABEL ALONE IS THE RESULT (1100).                *
005600***************************************************************
005700 0000-MAIN.
005750     MOVE 0 TO WS-MATCH-COUNT.
005755     MOVE ALL 'N' TO WS-MATCH-FLAGS.
005760     SET WS-OVERFLOW-NO TO TRUE.
005780     MOVE 0 TO WS-OVERRIDE-SUB.
005800     MOVE SPACES TO WS-RESULT-WORK.
005900     MOVE 1 TO WS-RESULT-PTR.
006000     PERFORM 1000-APPLY-RULE THRU 1000-EXIT
006100         VARYING FR-RULE-IDX FROM 1 BY 1
006200         UNTIL FR-RULE-IDX > FR-RULE-COUNT.
006210     IF WS-OVERRIDE-SUB > 0
006220         PERFORM 1100-APPLY-OVERRIDE THRU 1100-EXIT
006230     END-IF.
006250     IF WS-OVERFLOW-YES
006260         MOVE WS-OVERFLOW-RESULT TO LK-RESULT
006270     ELSE
006800     GOBACK.
006900
007000***************************************************************
007020*    1000-APPLY-RULE - TEST LK-NUMBER AGAINST ONE RULE TABLE    *
007040*    ENTRY BY ITS RULE TYPE AND, ON A MATCH, APPEND ITS LABEL.  *
007060*    A BAND RULE IS A DIVISOR TEST THAT ONLY APPLIES INSIDE ITS *
007080*    BAND; A CONTAINS RULE LOOKS FOR ITS DIGIT IN THE NUMBER.   *
007100*    AN OVERRIDE THAT MATCHES IS NOT APPENDED - THE FIRST ONE   *
007120*    IN TABLE ORDER IS REMEMBERED IN WS-OVERRIDE-SUB FOR        *
007140*    1100-APPLY-OVERRIDE.  IF THE LABELS MATCHED SO FAR DO NOT  *
007160*    LEAVE ENOUGH ROOM IN WS-RESULT-WORK FOR THIS ONE, ON       *
007180*    OVERFLOW SETS WS-OVERFLOW-SWITCH INSTEAD OF LETTING STRING *
007200*    TRUNCATE THE LABEL SILENTLY; THE CALLING ENTRY PARAGRAPH   *
007220*    CHECKS THE SWITCH AFTER THE TABLE HAS BEEN FULLY APPLIED.  *
007230***************************************************************
007240 1000-APPLY-RULE.
007260     SET WS-RULE-NOT-MATCHED TO TRUE.
007280     EVALUATE TRUE
007300         WHEN FR-TYPE-CONTAINS (FR-RULE-IDX)
007320             PERFORM 1020-TEST-DIGIT THRU 1020-EXIT
007340         WHEN FR-TYPE-BAND (FR-RULE-IDX)
007360             IF LK-NUMBER NOT < FR-BAND-LOW (FR-RULE-IDX)
007380                 AND LK-NUMBER NOT > FR-BAND-HIGH (FR-RULE-IDX)
007400                 PERFORM 1010-TEST-DIVISOR THRU 1010-EXIT
007420             END-IF
007440         WHEN OTHER
007460             PERFORM 1010-TEST-DIVISOR THRU 1010-EXIT
007480     END-EVALUATE.
007500     IF WS-RULE-NOT-MATCHED
007520         GO TO 1000-EXIT
007540     END-IF.
007560     IF FR-TYPE-OVERRIDE (FR-RULE-IDX)
007580         IF WS-OVERRIDE-SUB EQUAL 0
007600             SET WS-OVERRIDE-SUB TO FR-RULE-IDX
007620         END-IF
007640         GO TO 1000-EXIT
007660     END-IF.
007680     STRING FR-LABEL (FR-RULE-IDX) DELIMITED BY SPACE
007700         INTO WS-RESULT-WORK
007720         WITH POINTER WS-RESULT-PTR
007740         ON OVERFLOW
007760             SET WS-OVERFLOW-YES TO TRUE
007780     END-STRING.
007800     ADD 1 TO WS-MATCH-COUNT.
007820     SET WS-FLAG-SUB TO FR-RULE-IDX.
007840     MOVE 'Y' TO WS-MATCH-FLAG (WS-FLAG-SUB).
008500 1000-EXIT.
008600     EXIT.
008601
008602***************************************************************
008603*    1010-TEST-DIVISOR - SET WS-RULE-MATCHED WHEN THE ENTRY'S   *
008604*    DIVISOR DIVIDES LK-NUMBER EVENLY.                          *
008605***************************************************************
008606 1010-TEST-DIVISOR.
008607     DIVIDE LK-NUMBER BY FR-DIVISOR (FR-RULE-IDX)
008608         GIVING WS-DIVISION
008609         REMAINDER WS-REMAINDER.
008610     IF WS-REMAINDER EQUAL 0
008611         SET WS-RULE-MATCHED TO TRUE
008612     END-IF.
008613 1010-EXIT.
008614     EXIT.
008615
008616***************************************************************
008617*    1020-TEST-DIGIT - SET WS-RULE-MATCHED WHEN THE ENTRY'S     *
008618*    DIGIT APPEARS IN LK-NUMBER.  THE NUMBER IS EDITED WITH     *
008619*    LEADING ZEROS SUPPRESSED FIRST, SO A CONTAINS-ZERO RULE    *
008620*    DOES NOT MATCH EVERY NUMBER SHORTER THAN NINE DIGITS.      *
008621***************************************************************
008622 1020-TEST-DIGIT.
008623     MOVE LK-NUMBER TO WS-NUMBER-EDIT.
008624     MOVE 0 TO WS-DIGIT-TALLY.
008625     INSPECT WS-NUMBER-EDIT TALLYING WS-DIGIT-TALLY
008626         FOR ALL FR-DIGIT (FR-RULE-IDX).
008627     IF WS-DIGIT-TALLY > 0
008628         SET WS-RULE-MATCHED TO TRUE
008629     END-IF.
008630 1020-EXIT.
008631     EXIT.
008632
008633***************************************************************
008634*    1100-APPLY-OVERRIDE - AN OVERRIDE RULE MATCHED, SO ITS     *
008635*    LABEL BECOMES THE WHOLE RESULT.  WHATEVER WAS APPENDED IS  *
008636*    DISCARDED (AN OVERFLOW INCLUDED - THE DISCARDED LIST NO    *
008637*    LONGER MATTERS), AND THE MATCH COUNT AND FLAGS ARE RESET   *
008638*    TO THE OVERRIDE ALONE, SO CALLERS COUNT THE ANSWER AS A    *
008639*    SINGLE AND CREDIT THE HIT TO THE RULE WHOSE LABEL THEY     *
008640*    ACTUALLY SEE.                                              *
008641***************************************************************
008642 1100-APPLY-OVERRIDE.
008643     MOVE FR-LABEL (WS-OVERRIDE-SUB) TO WS-RESULT-WORK.
008644     SET WS-OVERFLOW-NO TO TRUE.
008645     MOVE 1 TO WS-MATCH-COUNT.
008646     MOVE ALL 'N' TO WS-MATCH-FLAGS.
008647     MOVE 'Y' TO WS-MATCH-FLAG (WS-OVERRIDE-SUB).
008648 1100-EXIT.
008649     EXIT.
008650
008660***************************************************************
008670*    2000-MAIN-WITH-COUNT - ENTRY POINT FOR CALL 'FZBZCNT'.     *
008760     MOVE 0 TO WS-MATCH-COUNT.
008762     MOVE ALL 'N' TO WS-MATCH-FLAGS.
008765     SET WS-OVERFLOW-NO TO TRUE.
008767     MOVE 0 TO WS-OVERRIDE-SUB.
008770     MOVE SPACES TO WS-RESULT-WORK.
008780     MOVE 1 TO WS-RESULT-PTR.
008790     PERFORM 1000-APPLY-RULE THRU 1000-EXIT
008800         VARYING FR-RULE-IDX FROM 1 BY 1
008810         UNTIL FR-RULE-IDX > FR-RULE-COUNT.
008811     IF WS-OVERRIDE-SUB > 0
008812         PERFORM 1100-APPLY-OVERRIDE THRU 1100-EXIT
008813     END-IF.
008815     IF WS-OVERFLOW-YES
008816         MOVE WS-OVERFLOW-RESULT TO LK-RESULT
008817     ELSE
009000     MOVE 0 TO WS-MATCH-COUNT.
009010     MOVE ALL 'N' TO WS-MATCH-FLAGS.
009020     SET WS-OVERFLOW-NO TO TRUE.
009025     MOVE 0 TO WS-OVERRIDE-SUB.
009030     MOVE SPACES TO WS-RESULT-WORK.
009040     MOVE 1 TO WS-RESULT-PTR.
009050     PERFORM 1000-APPLY-RULE THRU 1000-EXIT
009060         VARYING FR-RULE-IDX FROM 1 BY 1
009070         UNTIL FR-RULE-IDX > FR-RULE-COUNT.
009072     IF WS-OVERRIDE-SUB > 0
009074         PERFORM 1100-APPLY-OVERRIDE THRU 1100-EXIT
009076     END-IF.
009080     IF WS-OVERFLOW-YES
009090         MOVE WS-OVERFLOW-RESULT TO LK-RESULT
009100     ELSE
