002940*                     THE RUN DATE, THE SAME AS THE BATCH
002950*                     DRIVER, AND THE SET VERSION IS STAMPED
002960*                     ON EVERY RCYCOUT DETAIL RECORD.
002965*    2026-10-15 RM    THE TRAILERS AND AUDIT S/E RECORDS NOW
002970*                     CARRY A CARRIED-FORWARD COUNT FOR THE BATCH
002975*                     DRIVER'S INCREMENTAL MODE.  A RECYCLE RUN
002980*                     CLASSIFIES EVERY REJECT, SO IT IS ALWAYS
002985*                     ZERO HERE.
002987*    2026-10-15 RM    RULE TYPES.  THE RULES LOAD EDITS AND LOADS
002989*                     THE RULE TYPE AND ITS OPERANDS THE SAME WAY
002991*                     AS THE BATCH DRIVER (FRC307E BAD TYPE,
002993*                     FRC308E BAD DIGIT OR BAND), SO A RECYCLED
002995*                     NUMBER IS CLASSIFIED UNDER THE SAME RULES.
003000*
003100***************************************************************
003200 IDENTIFICATION DIVISION.
011110 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
011120 01  WS-RULE-SET-VERSION        PIC 9(04) VALUE 0.
011130 01  WS-RULES-EFF-DATE          PIC 9(08) VALUE 0.
011140 01  WS-RULE-EDIT-SWITCH        PIC X(01).
011150     88  WS-RULE-EDIT-OK            VALUE 'Y'.
011160     88  WS-RULE-EDIT-BAD           VALUE 'N'.
011200 COPY FIZZRTBL.
011300
011400 01  LS-INPUT               PIC 9(9).
017200     MOVE WS-RUN-DATE TO FBA-RUN-DATE.
017300     MOVE WS-RUN-TIME TO FBA-RUN-TIME.
017400     MOVE 0 TO FBA-PLAIN-COUNT FBA-SINGLE-COUNT
017500         FBA-COMBINED-COUNT FBA-REJECT-COUNT FBA-TOTAL-COUNT
017550         FBA-CARRIED-COUNT.
017600     WRITE FIZZBUZZ-AUDIT-RECORD.
017700     CLOSE FIZZ-AUDIT-FILE.
017800 0190-EXIT.
020100     MOVE WS-COMBINED-COUNT TO FBA-COMBINED-COUNT.
020200     MOVE WS-REJECT-COUNT TO FBA-REJECT-COUNT.
020300     MOVE WS-TOTAL-COUNT TO FBA-TOTAL-COUNT.
020350     MOVE 0 TO FBA-CARRIED-COUNT.
020400     WRITE FIZZBUZZ-AUDIT-RECORD.
020500     CLOSE FIZZ-AUDIT-FILE.
020600 0195-EXIT.
023980             END-IF
024100             GO TO 0310-EXIT
024200         END-IF
024220         PERFORM 0315-EDIT-RULE-TYPE THRU 0315-EXIT
024240         IF WS-RULE-EDIT-BAD
024260             GO TO 0310-EXIT
024280         END-IF
024300         IF FR-RULE-COUNT < 10
024400             ADD 1 TO FR-RULE-COUNT
024500             PERFORM 0330-STORE-RULE THRU 0330-EXIT
024700         ELSE
024800             DISPLAY 'FRC302E FIZZRCYC - RULE REJECTED, TABLE '
024850                 'FULL ' FXR-DIVISOR
025100     END-IF.
025200 0310-EXIT.
025300     EXIT.
025301
025302***************************************************************
025303*    0315-EDIT-RULE-TYPE - THE BATCH DRIVER'S RULE TYPE AND     *
025304*    OPERAND EDITS: TYPE 'D' (OR SPACE), 'C', 'B', OR 'O'; A    *
025305*    NUMERIC DIGIT FOR A CONTAINS RULE; NUMERIC BAND BOUNDS,    *
025306*    LOW NOT ABOVE HIGH, FOR A BAND RULE.                       *
025307***************************************************************
025308 0315-EDIT-RULE-TYPE.
025309     SET WS-RULE-EDIT-BAD TO TRUE.
025310     IF NOT FXR-TYPE-VALID
025311         DISPLAY 'FRC307E FIZZRCYC - RULE REJECTED, BAD RULE '
025312             'TYPE ' FXR-RULE-TYPE ' DIVISOR ' FXR-DIVISOR
025313         IF WS-HIGHEST-RC < 8
025314             MOVE 8 TO WS-HIGHEST-RC
025315         END-IF
025316         GO TO 0315-EXIT
025317     END-IF.
025318     IF FXR-TYPE-CONTAINS
025319         IF FXR-DIGIT IS NOT NUMERIC
025320             DISPLAY 'FRC308E FIZZRCYC - RULE REJECTED, BAD '
025321                 'DIGIT ' FXR-DIGIT ' DIVISOR ' FXR-DIVISOR
025322             IF WS-HIGHEST-RC < 8
025323                 MOVE 8 TO WS-HIGHEST-RC
025324             END-IF
025325             GO TO 0315-EXIT
025326         END-IF
025327     END-IF.
025328     IF FXR-TYPE-BAND
025329         IF FXR-BAND-LOW IS NOT NUMERIC
025330             OR FXR-BAND-HIGH IS NOT NUMERIC
025331             DISPLAY 'FRC308E FIZZRCYC - RULE REJECTED, BAD '
025332                 'BAND DIVISOR ' FXR-DIVISOR
025333             IF WS-HIGHEST-RC < 8
025334                 MOVE 8 TO WS-HIGHEST-RC
025335             END-IF
025336             GO TO 0315-EXIT
025337         END-IF
025338         IF FXR-BAND-LOW > FXR-BAND-HIGH
025339             DISPLAY 'FRC308E FIZZRCYC - RULE REJECTED, BAD '
025340                 'BAND ' FXR-BAND-LOW '-' FXR-BAND-HIGH
025341                 ' DIVISOR ' FXR-DIVISOR
025342             IF WS-HIGHEST-RC < 8
025343                 MOVE 8 TO WS-HIGHEST-RC
025344             END-IF
025345             GO TO 0315-EXIT
025346         END-IF
025347     END-IF.
025348     SET WS-RULE-EDIT-OK TO TRUE.
025349 0315-EXIT.
025350     EXIT.
025351
025352***************************************************************
025353*    0330-STORE-RULE - LOAD THE EDITED RULE INTO THE NEXT       *
025354*    TABLE ENTRY, THE SAME WAY AS THE BATCH DRIVER.             *
025355***************************************************************
025356 0330-STORE-RULE.
025357     MOVE FXR-DIVISOR TO FR-DIVISOR (FR-RULE-COUNT).
025358     MOVE FXR-LABEL TO FR-LABEL (FR-RULE-COUNT).
025359     IF FXR-TYPE-DIVISOR
025360         MOVE 'D' TO FR-RULE-TYPE (FR-RULE-COUNT)
025361     ELSE
025362         MOVE FXR-RULE-TYPE TO FR-RULE-TYPE (FR-RULE-COUNT)
025363     END-IF.
025364     MOVE FXR-DIGIT TO FR-DIGIT (FR-RULE-COUNT).
025365     IF FXR-TYPE-BAND
025366         MOVE FXR-BAND-LOW TO FR-BAND-LOW (FR-RULE-COUNT)
025367         MOVE FXR-BAND-HIGH TO FR-BAND-HIGH (FR-RULE-COUNT)
025368     ELSE
025369         MOVE 0 TO FR-BAND-LOW (FR-RULE-COUNT)
025370         MOVE 0 TO FR-BAND-HIGH (FR-RULE-COUNT)
025371     END-IF.
025372 0330-EXIT.
025373     EXIT.
025400
025500***************************************************************
025600*    0390-DEFAULT-RULES - TRADITIONAL FIZZ(3)/BUZZ(5) RULES.    *
026100     MOVE 'Fizz' TO FR-LABEL (1).
026200     MOVE 5 TO FR-DIVISOR (2).
026300     MOVE 'Buzz' TO FR-LABEL (2).
026302     MOVE 'D' TO FR-RULE-TYPE (1).
026304     MOVE 'D' TO FR-RULE-TYPE (2).
026310     MOVE 0 TO WS-RULE-SET-VERSION.
026320     MOVE 0 TO WS-RULES-EFF-DATE.
026400 0390-EXIT.
035400     MOVE WS-COMBINED-COUNT TO FBO-COMBINED-COUNT.
035500     MOVE WS-REJECT-COUNT TO FBO-REJECT-COUNT.
035600     MOVE WS-TOTAL-COUNT TO FBO-TOTAL-COUNT.
035650     MOVE 0 TO FBO-CARRIED-COUNT.
035700     WRITE FIZZBUZZ-OUT-RECORD.
035800     MOVE 'G' TO FBO-RECORD-TYPE.
035900     WRITE FIZZBUZZ-OUT-RECORD.
