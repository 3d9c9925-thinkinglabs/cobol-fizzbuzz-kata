002110*    GRAND TRAILER OR END RECORD) SETS RETURN-CODE 8 SO THE
002120*    SCHEDULER CAN HOLD DOWNSTREAM JOBS INSTEAD OF LETTING A
002130*    SHORT FILE FLOW ON.  A FILE THAT CANNOT BE OPENED AT ALL
002150*    SETS RETURN-CODE 12, AS DOES A RUN REFUSED BY CYCLE
002170*    CONTROL.
002172*
002174*    A RUN THAT CAME FROM AN AD-HOC RUN REQUEST (RUN ID 'Q'
002176*    AND THE FIZZREQ REQUEST NUMBER) HAS NOW RUN: ONCE ITS
002178*    'E' RECORD IS FOUND AMONG THE RUN'S OWN, THE REQUEST IS
002180*    MARKED COMPLETED ('C') ON FIZZREQ SO THE FBRQ SCREEN CAN
002182*    SAY IT RAN.  THAT IS BOOKKEEPING, NOT RECONCILIATION: A
002184*    REQUEST THAT CANNOT BE MARKED GETS A WARNING (FVY103W)
002186*    AND LEAVES THE RETURN CODE ALONE.
002200*
002300*    MODIFICATION HISTORY.
002400*    DATE       INIT  DESCRIPTION
002630*                     'T' SUBTOTALS AGAINST IT, AND SUMS THE
002640*                     RUN'S OWN AUDIT 'E' RECORDS INSTEAD OF
002650*                     TAKING ONLY THE LAST ONE.
002652*    2026-10-15 RM    CYCLE CONTROL.  THE STEP REGISTERS WITH
002654*                     FZCYCTL BEFORE IT OPENS ANYTHING AND IS
002656*                     REFUSED, RETURN CODE 12 (FVY407S), UNLESS
002658*                     FIZZBUZZ HAS COMPLETED FOR THE BUSINESS
002660*                     DATE, OR IF IT HAS ALREADY COMPLETED AND NO
002662*                     OVERRIDE CARD IS ON CYCPARM.  A MISMATCH (8)
002664*                     OR WORSE MARKS THE STEP FAILED, WHICH HOLDS
002666*                     FIZZMLOD, FIZZWRKL AND FIZZXTRC FOR THE
002668*                     DATE.  NEEDS CYCPARM AND FIZZCYC DDS.
002670*    2026-10-15 RM    CARRIED-FORWARD COUNT.  AN INCREMENTAL
002672*                     CARD COUNTS NUMBERS IT FOUND ALREADY ON
002674*                     FIZZMST IN ITS TOTAL WITHOUT A 'D' RECORD,
002676*                     SO THE D + EXC CHECK NOW ADDS THE GRAND
002678*                     CARRIED COUNT, AND THE CARRIED COUNTS ARE
002680*                     CROSS-FOOTED 'T' TO 'G' AND 'G' TO THE
002682*                     AUDIT 'E' RECORDS LIKE THE OTHER TOTALS.
002684*                     A TRAILER OR E RECORD FROM BEFORE THE
002686*                     FIELD EXISTED COUNTS AS ZERO CARRIED.
002688*    2026-10-15 RM    AD-HOC RUNS.  A FIZZREQ REQUEST WHOSE 'Q'
002690*                     RUN HAS AN 'E' RECORD IN THIS RUN IS MARKED
002692*                     COMPLETED ('C').  NEEDS A FIZZREQ DD.
002700*
002800***************************************************************
002900 IDENTIFICATION DIVISION.
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-VFY-RPT-STATUS.
005400
005410     SELECT RUN-REQUEST-FILE ASSIGN TO FIZZREQ
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS RANDOM
005440         RECORD KEY IS REQ-NUMBER
005450         FILE STATUS IS WS-REQUEST-STATUS.
005460
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FIZZBUZZ-OUTPUT-FILE
007000     RECORDING MODE IS F.
007100 01  VERIFY-REPORT-RECORD       PIC X(132).
007200
007220 FD  RUN-REQUEST-FILE.
007240 COPY FIZZREQ.
007260
007300 WORKING-STORAGE SECTION.
007400 01  WS-FIZZBUZZ-OUT-STATUS     PIC X(02).
007500     88  WS-FIZZBUZZ-OUT-OK         VALUE '00'.
008200     88  WS-FIZZ-AUD-EOF            VALUE '10'.
008300 01  WS-VFY-RPT-STATUS          PIC X(02).
008400     88  WS-VFY-RPT-OK              VALUE '00'.
008410 01  WS-REQUEST-STATUS          PIC X(02).
008420     88  WS-REQUEST-OK              VALUE '00'.
008440 01  WS-REQUEST-FILE-SWITCH     PIC X(01) VALUE 'C'.
008450     88  WS-REQUEST-FILE-CLOSED     VALUE 'C'.
008460     88  WS-REQUEST-FILE-OPEN       VALUE 'O'.
008470     88  WS-REQUEST-FILE-UNUSABLE   VALUE 'U'.
008500
008600***************************************************************
008700*    INDEPENDENT COUNTS TAKEN BY THIS STEP, AND THE TRAILER     *
009700 01  WS-TRL-COMBINED            PIC 9(09) VALUE 0.
009800 01  WS-TRL-REJECT              PIC 9(09) VALUE 0.
009900 01  WS-TRL-TOTAL               PIC 9(09) VALUE 0.
009905 01  WS-TRL-CARRIED             PIC 9(09) VALUE 0.
009910 01  WS-SUBTOTAL-COUNT          PIC 9(03) VALUE 0.
009920 01  WS-TSUM-PLAIN              PIC 9(09) VALUE 0.
009930 01  WS-TSUM-SINGLE             PIC 9(09) VALUE 0.
009940 01  WS-TSUM-COMBINED           PIC 9(09) VALUE 0.
009950 01  WS-TSUM-REJECT             PIC 9(09) VALUE 0.
009960 01  WS-TSUM-TOTAL              PIC 9(09) VALUE 0.
009980 01  WS-TSUM-CARRIED            PIC 9(09) VALUE 0.
010000 01  WS-AUDIT-END-SWITCH        PIC X(01) VALUE 'N'.
010100     88  WS-AUDIT-END-FOUND         VALUE 'Y'.
010200     88  WS-AUDIT-END-MISSING       VALUE 'N'.
010500 01  WS-AUD-COMBINED            PIC 9(09) VALUE 0.
010600 01  WS-AUD-REJECT              PIC 9(09) VALUE 0.
010700 01  WS-AUD-TOTAL               PIC 9(09) VALUE 0.
010750 01  WS-AUD-CARRIED             PIC 9(09) VALUE 0.
010800 01  WS-AUD-RUN-ID              PIC X(08) VALUE SPACES.
010900 01  WS-MISMATCH-COUNT          PIC 9(03) VALUE 0.
011000 01  WS-GOOD-SUM                PIC 9(09) VALUE 0.
011170         10  WS-ER-COMBINED     PIC 9(09).
011180         10  WS-ER-REJECT       PIC 9(09).
011190         10  WS-ER-TOTAL        PIC 9(09).
011195         10  WS-ER-CARRIED      PIC 9(09).
011197         10  WS-ER-RUN-ID       PIC X(08).
011200 01  WS-RING-SUB                PIC 9(03) COMP VALUE 0.
011210 01  WS-RING-TAKE               PIC 9(03) COMP VALUE 0.
011220
013200     05  FILLER                 PIC X(72) VALUE SPACES.
013300 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.
013400
013420 01  WS-CYCLE-RC                PIC 9(02) VALUE 0.
013440 COPY FIZZCYL.
013460
013500 PROCEDURE DIVISION.
013600
013700***************************************************************
014000*    FILE THIS STEP COULD NOT EVEN OPEN.                        *
014100***************************************************************
014200 0000-MAIN.
014210     PERFORM 0050-CYCLE-BEGIN THRU 0050-EXIT.
014220     IF NOT CYL-GO
014230         MOVE 12 TO RETURN-CODE
014240         GOBACK
014250     END-IF.
014300     MOVE 0 TO RETURN-CODE.
014400     OPEN OUTPUT VERIFY-REPORT-FILE.
014500     IF NOT WS-VFY-RPT-OK
014600         DISPLAY 'FVY401S FIZZVRFY - FIZZVRPT OPEN FAILED '
014700             WS-VFY-RPT-STATUS
014800         MOVE 12 TO RETURN-CODE
014850         PERFORM 9800-CYCLE-END THRU 9800-EXIT
014900         GOBACK
015000     END-IF.
015100     PERFORM 1000-COUNT-OUTPUT THRU 1000-EXIT.
015600             WS-TXT-TEXT
015700         PERFORM 6100-WRITE-TEXT THRU 6100-EXIT
015800         CLOSE VERIFY-REPORT-FILE
015850         PERFORM 9800-CYCLE-END THRU 9800-EXIT
015900         GOBACK
016000     END-IF.
016100     MOVE WS-AUD-RUN-ID TO WS-H1-RUN-ID.
016400     MOVE WS-BLANK-LINE TO VERIFY-REPORT-RECORD.
016500     WRITE VERIFY-REPORT-RECORD AFTER ADVANCING 1 LINE.
016600     PERFORM 4000-RUN-CHECKS THRU 4000-EXIT.
016650     PERFORM 3600-MARK-REQUESTS-RUN THRU 3600-EXIT.
016700     IF WS-MISMATCH-COUNT > 0
016800         MOVE 8 TO RETURN-CODE
016900         MOVE 'RESULT: MISMATCHES FOUND - HOLD DOWNSTREAM JOBS'
017500     DISPLAY 'FVY102I FIZZVRFY - MISMATCHES: '
017550         WS-MISMATCH-COUNT ' RETURN CODE ' RETURN-CODE.
017600     CLOSE VERIFY-REPORT-FILE.
017650     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
017700     GOBACK.
017705
017710***************************************************************
017715*    0050-CYCLE-BEGIN - REGISTER THE STEP WITH CYCLE CONTROL.   *
017720*    FZCYCTL REFUSES IT UNLESS FIZZBUZZ HAS COMPLETED FOR THE   *
017725*    BUSINESS DATE.                                             *
017730***************************************************************
017735 0050-CYCLE-BEGIN.
017740     SET CYL-BEGIN-STEP TO TRUE.
017745     MOVE 'FIZZVRFY' TO CYL-STEP-NAME.
017750     MOVE SPACES TO CYL-STEP-QUAL.
017755     MOVE 0 TO CYL-STEP-RC.
017760     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
017765     IF NOT CYL-GO
017770         DISPLAY 'FVY407S FIZZVRFY - REFUSED BY CYCLE CONTROL'
017775     END-IF.
017780 0050-EXIT.
017785     EXIT.
017800
017900***************************************************************
018000*    1000-COUNT-OUTPUT - RE-READ FIZZOUT, COUNTING THE 'D'      *
021840             ADD FBO-COMBINED-COUNT TO WS-TSUM-COMBINED
021850             ADD FBO-REJECT-COUNT TO WS-TSUM-REJECT
021860             ADD FBO-TOTAL-COUNT TO WS-TSUM-TOTAL
021862             IF FBO-CARRIED-COUNT IS NUMERIC
021864                 ADD FBO-CARRIED-COUNT TO WS-TSUM-CARRIED
021866             END-IF
021870         WHEN FBO-GRAND-RECORD
021900             SET WS-TRAILER-FOUND TO TRUE
022000             MOVE FBO-PLAIN-COUNT TO WS-TRL-PLAIN
022200             MOVE FBO-COMBINED-COUNT TO WS-TRL-COMBINED
022300             MOVE FBO-REJECT-COUNT TO WS-TRL-REJECT
022400             MOVE FBO-TOTAL-COUNT TO WS-TRL-TOTAL
022410             IF FBO-CARRIED-COUNT IS NUMERIC
022420                 MOVE FBO-CARRIED-COUNT TO WS-TRL-CARRIED
022430             ELSE
022440                 MOVE 0 TO WS-TRL-CARRIED
022450             END-IF
022500         WHEN OTHER
022600             CONTINUE
022700     END-EVALUATE.
030800         MOVE FBA-COMBINED-COUNT TO WS-ER-COMBINED (WS-E-SLOT)
030900         MOVE FBA-REJECT-COUNT TO WS-ER-REJECT (WS-E-SLOT)
031000         MOVE FBA-TOTAL-COUNT TO WS-ER-TOTAL (WS-E-SLOT)
031010         IF FBA-CARRIED-COUNT IS NUMERIC
031020             MOVE FBA-CARRIED-COUNT TO WS-ER-CARRIED (WS-E-SLOT)
031030         ELSE
031040             MOVE 0 TO WS-ER-CARRIED (WS-E-SLOT)
031050         END-IF
031070         MOVE FBA-RUN-ID TO WS-ER-RUN-ID (WS-E-SLOT)
031100     END-IF.
031200 3100-EXIT.
031300     EXIT.
031460***************************************************************
031470 3500-SUM-RUN-E-RECORDS.
031471     MOVE 0 TO WS-AUD-PLAIN WS-AUD-SINGLE WS-AUD-COMBINED
031472         WS-AUD-REJECT WS-AUD-TOTAL WS-AUD-CARRIED.
031473     MOVE WS-SUBTOTAL-COUNT TO WS-RING-TAKE.
031474     IF WS-E-SEEN < WS-RING-TAKE
031475         MOVE WS-E-SEEN TO WS-RING-TAKE
031494     ADD WS-ER-COMBINED (WS-RING-SUB) TO WS-AUD-COMBINED.
031495     ADD WS-ER-REJECT (WS-RING-SUB) TO WS-AUD-REJECT.
031496     ADD WS-ER-TOTAL (WS-RING-SUB) TO WS-AUD-TOTAL.
031497     ADD WS-ER-CARRIED (WS-RING-SUB) TO WS-AUD-CARRIED.
031498     IF WS-RING-SUB EQUAL 1
031499         MOVE 50 TO WS-RING-SUB
031500     ELSE
031501         SUBTRACT 1 FROM WS-RING-SUB
031502     END-IF.
031503 3510-EXIT.
031504     EXIT.
031509
031514***************************************************************
031519*    3600-MARK-REQUESTS-RUN - WALK THE RUN'S OWN 'E' RECORDS    *
031524*    (THE SAME ONES 3500 SUMMED) AND MARK EACH AD-HOC REQUEST   *
031529*    AMONG THEM COMPLETED.  FIZZREQ IS ONLY OPENED WHEN THE     *
031534*    RUN CARRIED A 'Q' RUN ID.                                  *
031539***************************************************************
031544 3600-MARK-REQUESTS-RUN.
031549     MOVE WS-E-SLOT TO WS-RING-SUB.
031554     IF WS-RING-TAKE > 0
031559         PERFORM 3610-MARK-ONE-REQUEST THRU 3610-EXIT
031564             WS-RING-TAKE TIMES
031569     END-IF.
031574     IF WS-REQUEST-FILE-OPEN
031579         CLOSE RUN-REQUEST-FILE
031584     END-IF.
031589 3600-EXIT.
031594     EXIT.
031599
031601***************************************************************
031603*    3610-MARK-ONE-REQUEST - COMPLETE THE REQUEST BEHIND ONE    *
031605*    RING ENTRY WITH A 'Q' RUN ID, THEN STEP BACKWARDS.         *
031607***************************************************************
031609 3610-MARK-ONE-REQUEST.
031611     IF WS-ER-RUN-ID (WS-RING-SUB) (1:1) EQUAL 'Q'
031613         AND WS-ER-RUN-ID (WS-RING-SUB) (2:7) IS NUMERIC
031615         PERFORM 3620-COMPLETE-REQUEST THRU 3620-EXIT
031617     END-IF.
031619     IF WS-RING-SUB EQUAL 1
031621         MOVE 50 TO WS-RING-SUB
031623     ELSE
031625         SUBTRACT 1 FROM WS-RING-SUB
031627     END-IF.
031629 3610-EXIT.
031631     EXIT.
031633
031635***************************************************************
031637*    3620-COMPLETE-REQUEST - SET THE REQUEST COMPLETED WHEN IT  *
031639*    IS STILL SCHEDULED UNDER THE RUN ID; A REQUEST ALREADY     *
031641*    COMPLETED (A RERUN OF THIS STEP) IS LEFT ALONE.  FIZZREQ   *
031643*    IS OPENED ON THE FIRST CALL.                               *
031645***************************************************************
031647 3620-COMPLETE-REQUEST.
031649     IF WS-REQUEST-FILE-CLOSED
031651         OPEN I-O RUN-REQUEST-FILE
031653         IF WS-REQUEST-OK
031655             SET WS-REQUEST-FILE-OPEN TO TRUE
031657         ELSE
031659             DISPLAY 'FVY103W FIZZVRFY - FIZZREQ OPEN FAILED '
031661                 WS-REQUEST-STATUS ', REQUESTS NOT MARKED RUN'
031663             SET WS-REQUEST-FILE-UNUSABLE TO TRUE
031665         END-IF
031667     END-IF.
031669     IF NOT WS-REQUEST-FILE-OPEN
031671         GO TO 3620-EXIT
031673     END-IF.
031675     MOVE WS-ER-RUN-ID (WS-RING-SUB) (2:7) TO REQ-NUMBER.
031677     READ RUN-REQUEST-FILE.
031679     IF NOT WS-REQUEST-OK
031681         DISPLAY 'FVY103W FIZZVRFY - FIZZREQ READ FAILED '
031683             WS-REQUEST-STATUS ' RUN ' WS-ER-RUN-ID (WS-RING-SUB)
031685         GO TO 3620-EXIT
031687     END-IF.
031689     IF NOT REQ-SCHEDULED
031691         OR REQ-RUN-ID NOT EQUAL WS-ER-RUN-ID (WS-RING-SUB)
031693         GO TO 3620-EXIT
031695     END-IF.
031697     SET REQ-COMPLETED TO TRUE.
031699     REWRITE RUN-REQUEST-RECORD.
031701     IF WS-REQUEST-OK
031703         DISPLAY 'FVY104I FIZZVRFY - REQUEST ' REQ-NUMBER
031705             ' MARKED COMPLETED'
031707     ELSE
031709         DISPLAY 'FVY103W FIZZVRFY - FIZZREQ REWRITE FAILED '
031711             WS-REQUEST-STATUS ' REQUEST ' REQ-NUMBER
031713     END-IF.
031715 3620-EXIT.
031717     EXIT.
031864
031869***************************************************************
031874*    4000-RUN-CHECKS - THE RECONCILIATION PROPER.  EACH CHECK   *
031879*    PRINTS ONE LINE; 6000-CHECK-EQUAL BUMPS THE MISMATCH       *
031884*    COUNT WHEN OBSERVED AND EXPECTED DISAGREE.                 *
031900***************************************************************
032000 4000-RUN-CHECKS.
032050     PERFORM 3500-SUM-RUN-E-RECORDS THRU 3500-EXIT.
033900     MOVE WS-EXC-COUNT TO WS-OBSERVED-N.
034000     MOVE WS-TRL-REJECT TO WS-EXPECTED-N.
034100     PERFORM 6000-CHECK-EQUAL THRU 6000-EXIT.
034200     MOVE 'D + EXC + G CARRIED VS GRAND TOTAL' TO WS-CHK-DESC.
034300     COMPUTE WS-OBSERVED-N = WS-DETAIL-COUNT + WS-EXC-COUNT
034350         + WS-TRL-CARRIED.
034400     MOVE WS-TRL-TOTAL TO WS-EXPECTED-N.
034500     PERFORM 6000-CHECK-EQUAL THRU 6000-EXIT.
034510     MOVE 'SUM OF T SUBTOTALS VS GRAND TOTAL' TO WS-CHK-DESC.
034550     MOVE 'SUM OF T REJECTS VS GRAND REJECTS' TO WS-CHK-DESC.
034560     MOVE WS-TSUM-REJECT TO WS-OBSERVED-N.
034570     MOVE WS-TRL-REJECT TO WS-EXPECTED-N.
034572     PERFORM 6000-CHECK-EQUAL THRU 6000-EXIT.
034574     MOVE 'SUM OF T CARRIED VS GRAND CARRIED' TO WS-CHK-DESC.
034576     MOVE WS-TSUM-CARRIED TO WS-OBSERVED-N.
034578     MOVE WS-TRL-CARRIED TO WS-EXPECTED-N.
034580     PERFORM 6000-CHECK-EQUAL THRU 6000-EXIT.
034600     MOVE 'GRAND PLAIN VS AUDIT E SUM PLAIN' TO WS-CHK-DESC.
034700     MOVE WS-TRL-PLAIN TO WS-OBSERVED-N.
036300     MOVE 'GRAND TOTAL VS AUDIT E SUM TOTAL' TO WS-CHK-DESC.
036400     MOVE WS-TRL-TOTAL TO WS-OBSERVED-N.
036500     MOVE WS-AUD-TOTAL TO WS-EXPECTED-N.
036510     PERFORM 6000-CHECK-EQUAL THRU 6000-EXIT.
036520     MOVE 'GRAND CARRIED VS AUDIT E SUM CARRIED' TO
036530         WS-CHK-DESC.
036540     MOVE WS-TRL-CARRIED TO WS-OBSERVED-N.
036550     MOVE WS-AUD-CARRIED TO WS-EXPECTED-N.
036600     PERFORM 6000-CHECK-EQUAL THRU 6000-EXIT.
036700 4000-EXIT.
036800     EXIT.
039600     MOVE SPACES TO WS-TXT-TEXT.
039700 6100-EXIT.
039800     EXIT.
039900
040000***************************************************************
040100*    9800-CYCLE-END - RECORD THE STEP'S OUTCOME ON FIZZCYC.  A  *
040200*    MISMATCH (8) OR AN UNUSABLE FILE (12) IS A FAILED STEP, SO *
040300*    NOTHING DOWNSTREAM OF THE VERIFIER CAN START.  THE CALL    *
040400*    RESETS RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.          *
040500***************************************************************
040600 9800-CYCLE-END.
040700     IF NOT CYL-GO
040800         GO TO 9800-EXIT
040900     END-IF.
041000     MOVE RETURN-CODE TO WS-CYCLE-RC.
041100     MOVE WS-CYCLE-RC TO CYL-STEP-RC.
041200     IF WS-CYCLE-RC >= 8
041300         SET CYL-FAIL-STEP TO TRUE
041400     ELSE
041500         SET CYL-COMPLETE-STEP TO TRUE
041600     END-IF.
041700     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
041800     MOVE WS-CYCLE-RC TO RETURN-CODE.
041900 9800-EXIT.
042000     EXIT.
