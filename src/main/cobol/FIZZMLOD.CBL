002200*    WRITE THAT FALLS BACK TO A REWRITE ON A DUPLICATE KEY -
002300*    SO A FAILED OR CANCELLED LOAD IS SIMPLY RESUBMITTED FROM
002400*    THE TOP AGAINST THE SAME SORTED EXTRACT.
002410*
002420*    HISTORY: A NUMBER ALREADY ON THE MASTER WHOSE ANSWER OR
002430*    RULE-SET VERSION THE LOAD IS ABOUT TO REPLACE HAS ITS OLD
002440*    RECORD APPENDED TO FIZZHST FIRST, THE SAME AS THE DIRECT
002450*    PATH IN THE BATCH DRIVER.  A RERUN OF THE LOAD FINDS THE
002460*    ANSWERS ALREADY IN PLACE AND WRITES NO HISTORY.  RECORDS
002470*    SUPERSEDED WITHIN THE EXTRACT ITSELF NEVER REACHED THE
002480*    MASTER AND ARE NOT HISTORY.
002500*
002600*    RETURN CODES: 0 LOADED, 4 EMPTY EXTRACT (NOTHING TO
002700*    LOAD), 8 A RECORD WAS SKIPPED, 12 A FILE THIS STEP COULD
002800*    NOT USE - THE MASTER IS FATAL HERE, UNLIKE THE DRIVER,
002900*    BECAUSE LOADING THE MASTER IS THIS STEP'S WHOLE JOB.
002910*    AN UNUSABLE FIZZHST IS FATAL TOO, BEFORE ANYTHING IS
002920*    LOADED - THE LOAD CAN BE RERUN, A LOST BEFORE-IMAGE
002930*    CANNOT.  A LOAD REFUSED BY CYCLE CONTROL
002950*    ENDS 12 WITHOUT OPENING A FILE.
003000*
003100*    MODIFICATION HISTORY.
003200*    DATE       INIT  DESCRIPTION
003300*    ---------  ----  --------------------------------------
003400*    2026-09-02 RM    INITIAL VERSION.
003410*    2026-10-15 RM    BEFORE-IMAGES OF REPLACED MASTER RECORDS
003420*                     NOW GO TO THE FIZZHST RESULTS HISTORY.
003430*                     THE MSTLOAD STEP NEEDS A FIZZHST DD.
003435*    2026-10-15 RM    CYCLE CONTROL.  THE LOAD REGISTERS WITH
003440*                     FZCYCTL BEFORE IT OPENS ANYTHING AND IS
003445*                     REFUSED, RETURN CODE 12 (FML405S), UNLESS
003450*                     FIZZVRFY HAS COMPLETED FOR THE BUSINESS
003455*                     DATE - AN UNVERIFIED RUN IS NEVER LOADED -
003460*                     OR IF THE LOAD HAS ALREADY COMPLETED AND NO
003465*                     OVERRIDE CARD IS ON CYCPARM.  ONLY A FATAL
003470*                     (12) MARKS THE STEP FAILED.  THE MSTLOAD
003475*                     STEP NEEDS CYCPARM AND FIZZCYC DDS.
003480*    2026-10-15 RM    THE MASTER RECORD CARRIES FBM-LABEL-KEY
003485*                     (RESULT AND NUMBER), THE KEY OF THE
003490*                     BROWSE-BY-LABEL ALTERNATE INDEX.
003500*
003600***************************************************************
003700 IDENTIFICATION DIVISION.
005400         RECORD KEY IS FBM-NUMBER
005500         FILE STATUS IS WS-FIZZ-MST-STATUS.
005600
005610     SELECT FIZZ-HISTORY-FILE ASSIGN TO FIZZHST
005620         ORGANIZATION IS SEQUENTIAL
005630         FILE STATUS IS WS-FIZZ-HST-STATUS.
005640
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  SORTED-EXTRACT-FILE
006900 FD  FIZZ-MASTER-FILE.
007000 COPY FIZZMST.
007100
007110 FD  FIZZ-HISTORY-FILE
007120     RECORDING MODE IS F.
007130 COPY FIZZHST.
007140
007200 WORKING-STORAGE SECTION.
007300 01  WS-SRT-XTR-STATUS          PIC X(02).
007400     88  WS-SRT-XTR-OK              VALUE '00'.
007700     88  WS-FIZZ-MST-OK             VALUE '00'.
007800     88  WS-FIZZ-MST-DUPLICATE      VALUE '22'.
007900     88  WS-FIZZ-MST-NOTFOUND       VALUE '35'.
007910 01  WS-FIZZ-HST-STATUS         PIC X(02).
007920     88  WS-FIZZ-HST-OK             VALUE '00'.
008000
008100 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
008200 01  WS-READ-COUNT              PIC 9(09) VALUE 0.
008400 01  WS-REPLACED-COUNT          PIC 9(09) VALUE 0.
008500 01  WS-SUPERSEDED-COUNT        PIC 9(09) VALUE 0.
008600 01  WS-SKIPPED-COUNT           PIC 9(09) VALUE 0.
008610 01  WS-HISTORY-COUNT           PIC 9(09) VALUE 0.
008620 01  WS-OLD-VERSION             PIC 9(04) VALUE 0.
008700
008800***************************************************************
008900*    THE HELD RECORD - EACH KEY'S LATEST EXTRACT RECORD IS      *
010100     05  WS-HELD-VERSION        PIC 9(04).
010200     05  FILLER                 PIC X(35).
010300
010320 01  WS-CYCLE-RC                PIC 9(02) VALUE 0.
010340 COPY FIZZCYL.
010360
010400 PROCEDURE DIVISION.
010500
010600***************************************************************
010700*    0000-MAIN - OPEN THE FILES, FOLD THE SORTED EXTRACT       *
010800*    INTO THE MASTER, AND GRADE THE RETURN CODE.               *
010900***************************************************************
011000 0000-MAIN.
011010     PERFORM 0050-CYCLE-BEGIN THRU 0050-EXIT.
011020     IF NOT CYL-GO
011030         MOVE 12 TO RETURN-CODE
011040         GOBACK
011050     END-IF.
011100     OPEN INPUT SORTED-EXTRACT-FILE.
011200     IF NOT WS-SRT-XTR-OK
011300         DISPLAY 'FML401S FIZZMLOD - SORTXTR OPEN FAILED '
011400             WS-SRT-XTR-STATUS
011500         MOVE 12 TO RETURN-CODE
011550         PERFORM 9800-CYCLE-END THRU 9800-EXIT
011600         GOBACK
011700     END-IF.
011800     PERFORM 0400-OPEN-MASTER THRU 0400-EXIT.
011900     IF WS-HIGHEST-RC EQUAL 12
012000         CLOSE SORTED-EXTRACT-FILE
012100         MOVE 12 TO RETURN-CODE
012150         PERFORM 9800-CYCLE-END THRU 9800-EXIT
012200         GOBACK
012300     END-IF.
012310     PERFORM 0450-OPEN-HISTORY THRU 0450-EXIT.
012320     IF WS-HIGHEST-RC EQUAL 12
012330         CLOSE SORTED-EXTRACT-FILE
012340         CLOSE FIZZ-MASTER-FILE
012350         MOVE 12 TO RETURN-CODE
012355         PERFORM 9800-CYCLE-END THRU 9800-EXIT
012360         GOBACK
012370     END-IF.
012400     PERFORM 1000-FOLD-ONE THRU 1000-EXIT
012500         UNTIL WS-SRT-XTR-EOF.
012600     IF WS-HELD-YES
012800     END-IF.
012900     CLOSE SORTED-EXTRACT-FILE.
013000     CLOSE FIZZ-MASTER-FILE.
013010     CLOSE FIZZ-HISTORY-FILE.
013100     IF WS-READ-COUNT EQUAL 0 AND WS-HIGHEST-RC < 4
013200         DISPLAY 'FML102I FIZZMLOD - EXTRACT EMPTY, NOTHING '
013300             'TO LOAD'
013900         ' REPLACED ' WS-REPLACED-COUNT
014000         ' SUPERSEDED ' WS-SUPERSEDED-COUNT
014100         ' SKIPPED ' WS-SKIPPED-COUNT
014150         ' HISTORY ' WS-HISTORY-COUNT
014200         ' RETURN CODE ' WS-HIGHEST-RC.
014250     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
014300     GOBACK.
014400
014405***************************************************************
014410*    0050-CYCLE-BEGIN - REGISTER THE LOAD WITH CYCLE CONTROL.   *
014415*    FZCYCTL REFUSES IT UNLESS FIZZVRFY HAS COMPLETED FOR THE   *
014420*    BUSINESS DATE.                                             *
014425***************************************************************
014430 0050-CYCLE-BEGIN.
014435     SET CYL-BEGIN-STEP TO TRUE.
014440     MOVE 'FIZZMLOD' TO CYL-STEP-NAME.
014445     MOVE SPACES TO CYL-STEP-QUAL.
014450     MOVE 0 TO CYL-STEP-RC.
014455     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
014460     IF NOT CYL-GO
014465         DISPLAY 'FML405S FIZZMLOD - REFUSED BY CYCLE CONTROL'
014470     END-IF.
014475 0050-EXIT.
014480     EXIT.
014485
014500***************************************************************
014600*    0400-OPEN-MASTER - OPEN THE MASTER KSDS FOR UPDATE,       *
014700*    BOOTSTRAPPING AN EMPTY CLUSTER THE SAME WAY THE BATCH     *
016400     END-IF.
016500 0400-EXIT.
016600     EXIT.
016610
016620***************************************************************
016630*    0450-OPEN-HISTORY - OPEN THE RESULTS HISTORY FOR EXTEND,  *
016640*    CREATING IT ON FIRST USE THE SAME WAY THE AUDIT LOG DOES. *
016650*    UNUSABLE IS FATAL - SEE THE RETURN CODES ABOVE.           *
016660***************************************************************
016670 0450-OPEN-HISTORY.
016680     OPEN EXTEND FIZZ-HISTORY-FILE.
016690     IF NOT WS-FIZZ-HST-OK
016700         OPEN OUTPUT FIZZ-HISTORY-FILE
016710     END-IF.
016720     IF NOT WS-FIZZ-HST-OK
016730         DISPLAY 'FML404S FIZZMLOD - FIZZHST OPEN FAILED '
016740             WS-FIZZ-HST-STATUS
016750         MOVE 12 TO WS-HIGHEST-RC
016760     END-IF.
016770 0450-EXIT.
016780     EXIT.
016790
016800***************************************************************
016900*    1000-FOLD-ONE - READ ONE SORTED EXTRACT RECORD.  A NEW    *
017000*    KEY APPLIES THE HELD RECORD FIRST; THE SAME KEY SIMPLY    *
020700*    2000-APPLY-HELD - STORE THE HELD RECORD IN THE MASTER:    *
020800*    WRITE, FALLING BACK TO REWRITE WHEN THE NUMBER IS         *
020900*    ALREADY THERE (AN EARLIER RUN, OR A RERUN OF THIS LOAD).  *
020910*    BEFORE THE REWRITE, 2200-SAVE-BEFORE-IMAGE KEEPS THE      *
020920*    STORED RECORD ON FIZZHST IF IT IS BEING CHANGED.          *
021000***************************************************************
021100 2000-APPLY-HELD.
021200     PERFORM 2100-BUILD-MASTER-RECORD THRU 2100-EXIT.
021800     WRITE FIZZBUZZ-MASTER-RECORD.
021900     IF WS-FIZZ-MST-DUPLICATE
021950         PERFORM 2200-SAVE-BEFORE-IMAGE THRU 2200-EXIT
022000         REWRITE FIZZBUZZ-MASTER-RECORD
022100         IF WS-FIZZ-MST-OK
022200             ADD 1 TO WS-REPLACED-COUNT
023500     SET WS-HELD-NO TO TRUE.
023600 2000-EXIT.
023700     EXIT.
023701
023702***************************************************************
023703*    2100-BUILD-MASTER-RECORD - FILL IN THE MASTER RECORD FROM *
023704*    THE HELD RECORD.  PERFORMED AGAIN AFTER THE BEFORE-IMAGE  *
023705*    READ, WHICH REFRESHES THE RECORD AREA.                    *
023706***************************************************************
023707 2100-BUILD-MASTER-RECORD.
023708     MOVE SPACES TO FIZZBUZZ-MASTER-RECORD.
023709     MOVE WS-HELD-NUMBER TO FBM-NUMBER.
023710     MOVE WS-HELD-RESULT TO FBM-RESULT.
023711     MOVE WS-HELD-RUN-ID TO FBM-RUN-ID.
023712     MOVE WS-HELD-RUN-DATE TO FBM-RUN-DATE.
023713     MOVE WS-HELD-VERSION TO FBM-RULE-SET-VERSION.
023714     MOVE WS-HELD-RESULT TO FBM-LK-RESULT.
023715     MOVE WS-HELD-NUMBER TO FBM-LK-NUMBER.
023723 2100-EXIT.
023724     EXIT.
023725
023726***************************************************************
023727*    2200-SAVE-BEFORE-IMAGE - THE NUMBER IS ALREADY ON THE     *
023728*    MASTER.  READ THE STORED RECORD AND, IF ITS ANSWER OR     *
023729*    RULE-SET VERSION DIFFERS FROM THE HELD RECORD, APPEND IT  *
023730*    TO FIZZHST, SUPERSEDED AS OF THE HELD RECORD'S RUN DATE   *
023731*    AND RUN ID.  EVERY PATH REBUILDS THE NEW RECORD BEFORE    *
023732*    THE CALLER'S REWRITE.                                     *
023733***************************************************************
023734 2200-SAVE-BEFORE-IMAGE.
023735     READ FIZZ-MASTER-FILE.
023736     IF NOT WS-FIZZ-MST-OK
023737         DISPLAY 'FML303E FIZZMLOD - FIZZMST BEFORE-IMAGE READ '
023738             'FAILED ' WS-FIZZ-MST-STATUS ' FOR ' WS-HELD-NUMBER
023739         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
023740         GO TO 2200-REBUILD
023741     END-IF.
023742     IF FBM-RULE-SET-VERSION IS NUMERIC
023743         MOVE FBM-RULE-SET-VERSION TO WS-OLD-VERSION
023744     ELSE
023745         MOVE 0 TO WS-OLD-VERSION
023746     END-IF.
023747     IF FBM-RESULT EQUAL WS-HELD-RESULT
023748         AND WS-OLD-VERSION EQUAL WS-HELD-VERSION
023749         GO TO 2200-REBUILD
023750     END-IF.
023751     MOVE SPACES TO FIZZBUZZ-HISTORY-RECORD.
023752     MOVE FBM-NUMBER TO FBH-NUMBER.
023753     MOVE FBM-RESULT TO FBH-RESULT.
023754     MOVE FBM-RUN-ID TO FBH-RUN-ID.
023755     IF FBM-RUN-DATE IS NUMERIC
023756         MOVE FBM-RUN-DATE TO FBH-RUN-DATE
023757     ELSE
023758         MOVE 0 TO FBH-RUN-DATE
023759     END-IF.
023760     MOVE WS-OLD-VERSION TO FBH-RULE-SET-VERSION.
023761     MOVE WS-HELD-RUN-DATE TO FBH-SUPERSEDED-DATE.
023762     MOVE WS-HELD-RUN-ID TO FBH-SUPERSEDED-BY.
023763     SET FBH-SOURCE-LOAD TO TRUE.
023764     WRITE FIZZBUZZ-HISTORY-RECORD.
023765     IF WS-FIZZ-HST-OK
023766         ADD 1 TO WS-HISTORY-COUNT
023767     ELSE
023768         DISPLAY 'FML304E FIZZMLOD - FIZZHST WRITE FAILED '
023769             WS-FIZZ-HST-STATUS ' FOR ' FBM-NUMBER
023770         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
023771     END-IF.
023772 2200-REBUILD.
023773     PERFORM 2100-BUILD-MASTER-RECORD THRU 2100-EXIT.
023774 2200-EXIT.
023775     EXIT.
023800
023900***************************************************************
024000*    8900-RAISE-DEGRADED - MARK THE STEP DEGRADED (RETURN CODE  *
024700     END-IF.
024800 8900-EXIT.
024900     EXIT.
025000
025100***************************************************************
025200*    9800-CYCLE-END - RECORD THE LOAD'S OUTCOME ON FIZZCYC.     *
025300*    RETURN CODE 12 IS A FAILED STEP; AN EMPTY EXTRACT (4) OR A *
025400*    SKIPPED RECORD (8) STILL COMPLETES IT.  THE CALL RESETS    *
025500*    RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.                 *
025600***************************************************************
025700 9800-CYCLE-END.
025800     IF NOT CYL-GO
025900         GO TO 9800-EXIT
026000     END-IF.
026100     MOVE RETURN-CODE TO WS-CYCLE-RC.
026200     MOVE WS-CYCLE-RC TO CYL-STEP-RC.
026300     IF WS-CYCLE-RC >= 12
026400         SET CYL-FAIL-STEP TO TRUE
026500     ELSE
026600         SET CYL-COMPLETE-STEP TO TRUE
026700     END-IF.
026800     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
026900     MOVE WS-CYCLE-RC TO RETURN-CODE.
027000 9800-EXIT.
027100     EXIT.
