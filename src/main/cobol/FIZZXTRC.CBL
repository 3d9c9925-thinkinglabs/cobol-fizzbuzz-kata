002500*    CARRY THE REQUESTED RUN ID (THE FILE STILL GOES OUT WITH
002600*    A ZERO-COUNT TRAILER SO THE RECEIVER SEES AN ANSWER, NOT
002700*    SILENCE), 8 DEGRADED, 12 BAD PARAMETER CARD OR A FILE
002750*    THIS STEP COULD NOT USE, OR A STEP REFUSED BY CYCLE
002800*    CONTROL.
002900*
003000*    MODIFICATION HISTORY.
003100*    DATE       INIT  DESCRIPTION
003200*    ---------  ----  --------------------------------------
003300*    2026-09-02 RM    INITIAL VERSION.
003310*    2026-10-15 RM    CYCLE CONTROL.  EACH DEPARTMENT STEP
003320*                     REGISTERS WITH FZCYCTL UNDER ITS OWN DEPT
003330*                     ID ONCE THE CARD IS READ AND IS REFUSED,
003340*                     RETURN CODE 12 (FXT407S), UNLESS FIZZVRFY
003350*                     AND FIZZMLOD HAVE COMPLETED FOR THE BUSINESS
003360*                     DATE, OR IF THAT DEPARTMENT HAS ALREADY HAD
003370*                     ITS FILE AND NO OVERRIDE CARD IS ON CYCPARM.
003380*                     ONLY A FATAL (12) MARKS THE STEP FAILED.
003390*                     EVERY STEP NEEDS CYCPARM AND FIZZCYC DDS.
003400*
003500***************************************************************
003600 IDENTIFICATION DIVISION.
009500***************************************************************
009600 01  WS-HASH-TOTAL              PIC 9(14) VALUE 0.
009700
009720 01  WS-CYCLE-RC                PIC 9(02) VALUE 0.
009740 COPY FIZZCYL.
009760
009800 PROCEDURE DIVISION.
009900
010000***************************************************************
010800         MOVE 12 TO RETURN-CODE
010900         GOBACK
011000     END-IF.
011010     PERFORM 0050-CYCLE-BEGIN THRU 0050-EXIT.
011020     IF NOT CYL-GO
011030         MOVE 12 TO RETURN-CODE
011040         GOBACK
011050     END-IF.
011100     OPEN OUTPUT EXTRACT-OUTPUT-FILE.
011200     IF NOT WS-XTR-OUT-OK
011300         DISPLAY 'FXT401S FIZZXTRC - XTRFILE OPEN FAILED '
011400             WS-XTR-OUT-STATUS
011500         MOVE 12 TO RETURN-CODE
011550         PERFORM 9800-CYCLE-END THRU 9800-EXIT
011600         GOBACK
011700     END-IF.
011800     PERFORM 0500-FIND-RUN-DATE THRU 0500-EXIT.
011810     IF WS-HIGHEST-RC EQUAL 12
011820         CLOSE EXTRACT-OUTPUT-FILE
011830         MOVE 12 TO RETURN-CODE
011835         PERFORM 9800-CYCLE-END THRU 9800-EXIT
011840         GOBACK
011850     END-IF.
011860     OPEN INPUT FIZZ-MASTER-FILE.
012100             WS-FIZZ-MST-STATUS
012200         CLOSE EXTRACT-OUTPUT-FILE
012300         MOVE 12 TO RETURN-CODE
012350         PERFORM 9800-CYCLE-END THRU 9800-EXIT
012400         GOBACK
012500     END-IF.
012600     PERFORM 1000-WRITE-HEADER THRU 1000-EXIT.
013800     DISPLAY 'FXT101I FIZZXTRC - DEPT ' WS-DEPT-ID ' RUN '
013900         WS-RUN-ID ' DETAILS ' WS-DETAIL-COUNT
014000         ' RETURN CODE ' WS-HIGHEST-RC.
014050     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
014100     GOBACK.
014200
014202***************************************************************
014204*    0050-CYCLE-BEGIN - REGISTER THIS DEPARTMENT'S EXTRACT      *
014206*    WITH CYCLE CONTROL, QUALIFIED BY THE DEPT ID SO EACH       *
014208*    DEPARTMENT IS TRACKED ON ITS OWN - CALLED ONCE THE CARD    *
014210*    HAS BEEN READ.  FZCYCTL REFUSES IT UNLESS FIZZVRFY AND     *
014212*    FIZZMLOD HAVE COMPLETED FOR THE BUSINESS DATE - NO FILE    *
014214*    GOES OUT FROM AN UNVERIFIED OR HALF-LOADED MASTER.         *
014216***************************************************************
014218 0050-CYCLE-BEGIN.
014220     SET CYL-BEGIN-STEP TO TRUE.
014222     MOVE 'FIZZXTRC' TO CYL-STEP-NAME.
014224     MOVE WS-DEPT-ID TO CYL-STEP-QUAL.
014226     MOVE 0 TO CYL-STEP-RC.
014228     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
014230     IF NOT CYL-GO
014232         DISPLAY 'FXT407S FIZZXTRC - REFUSED BY CYCLE CONTROL'
014234     END-IF.
014236 0050-EXIT.
014238     EXIT.
014240
014300***************************************************************
014400*    0100-READ-PARM - READ AND EDIT THE SINGLE EXTRACT CARD.    *
014500*    A MISSING CARD IS FATAL - AN EXTRACT WITH NO DEPARTMENT    *
028300     END-IF.
028400 8900-EXIT.
028500     EXIT.
028600
028700***************************************************************
028800*    9800-CYCLE-END - RECORD THE EXTRACT'S OUTCOME ON FIZZCYC.  *
028900*    RETURN CODE 12 IS A FAILED STEP; AN EMPTY EXTRACT (4) OR A *
029000*    DEGRADED ONE (8) STILL COMPLETES IT.  THE CALL RESETS      *
029100*    RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.                 *
029200***************************************************************
029300 9800-CYCLE-END.
029400     IF NOT CYL-GO
029500         GO TO 9800-EXIT
029600     END-IF.
029700     MOVE RETURN-CODE TO WS-CYCLE-RC.
029800     MOVE WS-CYCLE-RC TO CYL-STEP-RC.
029900     IF WS-CYCLE-RC >= 12
030000         SET CYL-FAIL-STEP TO TRUE
030100     ELSE
030200         SET CYL-COMPLETE-STEP TO TRUE
030300     END-IF.
030400     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
030500     MOVE WS-CYCLE-RC TO RETURN-CODE.
030600 9800-EXIT.
030700     EXIT.
