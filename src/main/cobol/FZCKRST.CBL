003270*                     0 = NO RESTART PENDING, SAFE TO CLEAN;
003280*                     4 = IN-PROGRESS CHECKPOINT FOUND;
003290*                     12 = CHECKPOINT STATE UNKNOWN.
003291*    2026-10-15 RM    CYCLE CONTROL.  THE STEP REGISTERS WITH
003292*                     FZCYCTL FIRST AND IS REFUSED, RETURN CODE
003293*                     12 (FZK004S), UNLESS FIZZINTK HAS COMPLETED
003294*                     FOR THE BUSINESS DATE.  IT MAY RUN AGAIN
003295*                     ONCE COMPLETE WITHOUT AN OVERRIDE, SINCE IT
003296*                     ONLY READS AND MUST RUN AHEAD OF EVERY
003297*                     FIZZBUZZ RESTART.  RETURN CODE 12 MARKS THE
003298*                     STEP FAILED.  NEEDS CYCPARM AND FIZZCYC DDS.
003300*
003400***************************************************************
003500 IDENTIFICATION DIVISION.
005750     88  WS-FIZZBUZZ-CKPT-EOF       VALUE '10'.
005800     88  WS-FIZZBUZZ-CKPT-NOTFOUND  VALUE '35'.
005900
005920 01  WS-CYCLE-RC                PIC 9(02) VALUE 0.
005940 COPY FIZZCYL.
005960
006000 PROCEDURE DIVISION.
006100
006200***************************************************************
006600*    COMPLETE).                                                  *
006700***************************************************************
006800 0000-MAIN.
006810     PERFORM 0050-CYCLE-BEGIN THRU 0050-EXIT.
006820     IF NOT CYL-GO
006830         MOVE 12 TO RETURN-CODE
006840         GOBACK
006850     END-IF.
006900     MOVE 0 TO RETURN-CODE.
007000     OPEN INPUT FIZZBUZZ-CHECKPOINT-FILE.
007010     IF WS-FIZZBUZZ-CKPT-NOTFOUND
007560     END-IF.
007600     CLOSE FIZZBUZZ-CHECKPOINT-FILE.
007700 0000-GOBACK.
007750     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
007800     GOBACK.
007900
008000***************************************************************
008100*    0050-CYCLE-BEGIN - REGISTER THE STEP WITH CYCLE CONTROL.   *
008200*    FZCYCTL REFUSES IT UNLESS FIZZINTK HAS COMPLETED FOR THE   *
008300*    BUSINESS DATE.                                             *
008400***************************************************************
008500 0050-CYCLE-BEGIN.
008600     SET CYL-BEGIN-STEP TO TRUE.
008700     MOVE 'FZCKRST' TO CYL-STEP-NAME.
008800     MOVE SPACES TO CYL-STEP-QUAL.
008900     MOVE 0 TO CYL-STEP-RC.
009000     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
009100     IF NOT CYL-GO
009200         DISPLAY 'FZK004S FZCKRST - REFUSED BY CYCLE CONTROL'
009300     END-IF.
009400 0050-EXIT.
009500     EXIT.
009600
009700***************************************************************
009800*    9800-CYCLE-END - RECORD THE STEP'S OUTCOME ON FIZZCYC.     *
009900*    RETURN CODE 12 (CHECKPOINT STATE UNKNOWN) IS A FAILED      *
010000*    STEP.  THE CALL RESETS RETURN-CODE, SO IT IS PUT BACK      *
010100*    AFTERWARDS.                                                *
010200***************************************************************
010300 9800-CYCLE-END.
010400     IF NOT CYL-GO
010500         GO TO 9800-EXIT
010600     END-IF.
010700     MOVE RETURN-CODE TO WS-CYCLE-RC.
010800     MOVE WS-CYCLE-RC TO CYL-STEP-RC.
010900     IF WS-CYCLE-RC >= 12
011000         SET CYL-FAIL-STEP TO TRUE
011100     ELSE
011200         SET CYL-COMPLETE-STEP TO TRUE
011300     END-IF.
011400     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
011500     MOVE WS-CYCLE-RC TO RETURN-CODE.
011600 9800-EXIT.
011700     EXIT.
