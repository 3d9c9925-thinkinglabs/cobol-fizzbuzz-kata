003800*    DATE       INIT  DESCRIPTION
003900*    ---------  ----  --------------------------------------
004000*    2026-09-02 RM    INITIAL VERSION.
004005*    2026-10-15 RM    CYCLE CONTROL.  THE 'L' LOAD REGISTERS WITH
004010*                     FZCYCTL ONCE THE FUNCTION CARD IS READ AND
004015*                     IS REFUSED, RETURN CODE 12 (FWL407S), UNLESS
004020*                     FIZZVRFY HAS COMPLETED FOR THE BUSINESS
004025*                     DATE, OR IF THE LOAD HAS ALREADY COMPLETED
004030*                     AND NO OVERRIDE CARD IS ON CYCPARM - THE
004035*                     ONCE-PER-CYCLE RULE IS NOW ENFORCED, NOT
004040*                     JUST ASKED FOR.  THE END-OF-DAY 'X' EXTRACT
004045*                     IS NOT A CYCLE STEP AND IS NOT CHECKED.
004050*                     THE LOAD STEP NEEDS CYCPARM AND FIZZCYC DDS.
004100*
004200***************************************************************
004300 IDENTIFICATION DIVISION.
011200 01  WS-SCANNED-COUNT           PIC 9(09) VALUE 0.
011300 01  WS-BAD-CORR-COUNT          PIC 9(09) VALUE 0.
011400
011420 01  WS-CYCLE-RC                PIC 9(02) VALUE 0.
011440 COPY FIZZCYL.
011460
011500 PROCEDURE DIVISION.
011600
011700***************************************************************
011900*    RETURN CODE.                                               *
012000***************************************************************
012100 0000-MAIN.
012150     MOVE SPACES TO CYL-VERDICT.
012200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012300     PERFORM 0100-READ-PARM THRU 0100-EXIT.
012400     IF WS-HIGHEST-RC EQUAL 12
012500         MOVE 12 TO RETURN-CODE
012600         GOBACK
012700     END-IF.
012710     IF WS-FUNCTION EQUAL 'L'
012720         PERFORM 0200-CYCLE-BEGIN THRU 0200-EXIT
012730         IF NOT CYL-GO
012740             MOVE 12 TO RETURN-CODE
012750             GOBACK
012760         END-IF
012770     END-IF.
012800     EVALUATE WS-FUNCTION
012900         WHEN 'L'
013000             PERFORM 1000-LOAD-WORKBENCH THRU 1000-EXIT
013400     MOVE WS-HIGHEST-RC TO RETURN-CODE.
013500     DISPLAY 'FWL101I FIZZWRKL - FUNCTION ' WS-FUNCTION
013600         ' COMPLETE, RETURN CODE ' WS-HIGHEST-RC.
013650     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
013700     GOBACK.
013800
013900***************************************************************
016500 0100-EXIT.
016600     EXIT.
016700
016705***************************************************************
016710*    0200-CYCLE-BEGIN - REGISTER THE LOAD WITH CYCLE CONTROL.   *
016715*    FZCYCTL REFUSES IT UNLESS FIZZVRFY HAS COMPLETED FOR THE   *
016720*    BUSINESS DATE, AND REFUSES A SECOND LOAD OF THE SAME NIGHT *
016725*    WITHOUT AN OVERRIDE CARD.                                  *
016730***************************************************************
016735 0200-CYCLE-BEGIN.
016740     SET CYL-BEGIN-STEP TO TRUE.
016745     MOVE 'FIZZWRKL' TO CYL-STEP-NAME.
016750     MOVE SPACES TO CYL-STEP-QUAL.
016755     MOVE 0 TO CYL-STEP-RC.
016760     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
016765     IF NOT CYL-GO
016770         DISPLAY 'FWL407S FIZZWRKL - REFUSED BY CYCLE CONTROL'
016775     END-IF.
016780 0200-EXIT.
016785     EXIT.
016790
016800***************************************************************
016900*    0400-OPEN-WORKBENCH - OPEN THE WORKBENCH KSDS FOR UPDATE,  *
017000*    BOOTSTRAPPING AN EMPTY CLUSTER THE SAME WAY THE BATCH      *
042100     END-IF.
042200 8900-EXIT.
042300     EXIT.
042400
042500***************************************************************
042600*    9800-CYCLE-END - RECORD THE LOAD'S OUTCOME ON FIZZCYC.     *
042700*    RETURN CODE 12 IS A FAILED STEP; NOTHING TO LOAD (4) OR A  *
042800*    DEGRADED LOAD (8) STILL COMPLETES IT.  NOTHING IS RECORDED *
042900*    FOR THE 'X' EXTRACT, WHICH NEVER REGISTERED.  THE CALL     *
043000*    RESETS RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.          *
043100***************************************************************
043200 9800-CYCLE-END.
043300     IF NOT CYL-GO
043400         GO TO 9800-EXIT
043500     END-IF.
043600     MOVE RETURN-CODE TO WS-CYCLE-RC.
043700     MOVE WS-CYCLE-RC TO CYL-STEP-RC.
043800     IF WS-CYCLE-RC >= 12
043900         SET CYL-FAIL-STEP TO TRUE
044000     ELSE
044100         SET CYL-COMPLETE-STEP TO TRUE
044200     END-IF.
044300     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
044400     MOVE WS-CYCLE-RC TO RETURN-CODE.
044500 9800-EXIT.
044600     EXIT.
