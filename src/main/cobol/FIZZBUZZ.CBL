007338*                     ID, MIXING RUN IDS ON FIZZOUT/FIZZMST.
007339*                     A BLANK RUN ID ON A PRE-CHANGE
007340*                     CHECKPOINT MATCHES ANY CARD.
007341*    2026-10-15 RM    RESULTS HISTORY.  WHEN 1600-STORE-MASTER
007342*                     REPLACES A NUMBER ALREADY ON FIZZMST AND
007343*                     THE ANSWER OR THE RULE-SET VERSION IT
007344*                     CARRIES HAS CHANGED, THE OLD RECORD IS
007345*                     FIRST WRITTEN AS A BEFORE-IMAGE TO THE
007346*                     APPEND-ONLY FIZZHST DATASET, STAMPED WITH
007347*                     THE DATE AND RUN ID THAT SUPERSEDED IT, SO
007348*                     THE FIZZLINR LINEAGE REPORT CAN SHOW EVERY
007349*                     ANSWER A NUMBER HAS EVER HAD.  A REWRITE
007350*                     THAT CHANGES NEITHER WRITES NOTHING, WHICH
007351*                     ALSO KEEPS A RESTART FROM DOUBLING UP.  A
007352*                     HISTORY DATASET THAT CANNOT BE OPENED OR
007353*                     WRITTEN DEGRADES THE STEP; THE MASTER IS
007354*                     STILL UPDATED.  THE FIZZBUZZ STEP NEEDS A
007355*                     FIZZHST DD.
007356*    2026-10-15 RM    CYCLE CONTROL.  THE RUN REGISTERS WITH
007357*                     FZCYCTL BEFORE IT READS THE DECK AND IS
007358*                     REFUSED, RETURN CODE 12 (FBZ405S), UNLESS
007359*                     FZCKRST HAS COMPLETED FOR THE BUSINESS DATE,
007360*                     OR IF THE RUN HAS ALREADY COMPLETED AND NO
007361*                     OVERRIDE CARD IS ON CYCPARM.  AN ABORT (12)
007362*                     OR AN OPERATOR STOP (2) MARKS THE STEP
007363*                     FAILED SO THE RESUBMIT IS LET THROUGH.  THE
007364*                     FIZZBUZZ STEP NEEDS CYCPARM AND FIZZCYC DDS.
007365*    2026-10-15 RM    INCREMENTAL CLASSIFICATION.  A RANGEPRM
007366*                     CARD PUNCHED RP-CLASSIFY-MODE 'I' LOOKS
007367*                     EACH NUMBER UP ON FIZZMST FIRST.  ONE
007368*                     ALREADY STORED UNDER THE RULE-SET VERSION
007369*                     IN FORCE IS COUNTED CARRIED FORWARD - NO
007370*                     CLASSIFICATION, NO DETAIL RECORD, NO MASTER
007371*                     REWRITE.  A NEW NUMBER, OR ONE STORED UNDER
007372*                     AN OLDER VERSION, IS CLASSIFIED AND STORED
007373*                     AS USUAL.  THE CARRIED COUNT IS PART OF THE
007374*                     TOTAL AND IS CARRIED ON THE 'T' AND 'G'
007375*                     TRAILERS, THE AUDIT 'E' RECORD AND THE
007376*                     CHECKPOINT, SO TOTAL = PLAIN + SINGLE +
007377*                     COMBINED + REJECTED + CARRIED.
007378*    2026-10-15 RM    RULE TYPES.  0310-READ-RULE NOW EDITS THE
007379*                     FXR-RULE-TYPE AND ITS OPERANDS (FBZ321E
007380*                     BAD TYPE, FBZ322E BAD DIGIT OR BAND) AND
007381*                     LOADS THEM INTO FR-RULE-TABLE; A SPACE
007382*                     TYPE LOADS AS 'D', SO EXISTING RULES ARE
007383*                     UNCHANGED.  THE 'R' AND 'H' STATISTICS
007384*                     RECORDS CARRY THE RULE TYPE.
007385*    2026-10-15 RM    THE AUDIT 'S' AND 'E' RECORDS CARRY THE
007386*                     CARD'S MASTER MODE IN FBA-MASTER-MODE SO
007387*                     THE PRE-RUN FORECAST CAN MEASURE DIRECT
007388*                     AND MASS-LOAD THROUGHPUT SEPARATELY.
007389*    2026-10-15 RM    THE MASTER RECORD CARRIES FBM-LABEL-KEY
007390*                     (RESULT AND NUMBER), THE KEY OF THE
007391*                     BROWSE-BY-LABEL ALTERNATE INDEX.
007392*
007393***************************************************************
007400 IDENTIFICATION DIVISION.
007500 PROGRAM-ID. FIZZBUZZ.
007600
010702         ORGANIZATION IS SEQUENTIAL
010703         FILE STATUS IS WS-STOP-FILE-STATUS.
010704
010705     SELECT FIZZ-HISTORY-FILE ASSIGN TO FIZZHST
010706         ORGANIZATION IS SEQUENTIAL
010707         FILE STATUS IS WS-FIZZ-HST-STATUS.
010708
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  RANGE-PARM-FILE
013289     RECORDING MODE IS F.
013290 01  OPERATOR-STOP-RECORD       PIC X(80).
013300
013320 FD  FIZZ-HISTORY-FILE
013340     RECORDING MODE IS F.
013360 COPY FIZZHST.
013380
013400 WORKING-STORAGE SECTION.
013500 01  WS-RANGE-PARM-STATUS       PIC X(02).
013600     88  WS-RANGE-PARM-OK           VALUE '00'.
014950     88  WS-FIZZ-MST-OK             VALUE '00'.
014960     88  WS-FIZZ-MST-NOTFOUND       VALUE '35'.
014970     88  WS-FIZZ-MST-DUPLICATE      VALUE '22'.
014975     88  WS-FIZZ-MST-NOREC          VALUE '23'.
014980 01  WS-MASTER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
014990     88  WS-MASTER-OPEN-YES         VALUE 'Y'.
014995     88  WS-MASTER-OPEN-NO          VALUE 'N'.
016010 01  WS-RUN-MODE                PIC X(01) VALUE 'R'.
016020     88  WS-MODE-RANGE              VALUE 'R'.
016030     88  WS-MODE-FILE               VALUE 'F'.
016031 01  WS-CLASSIFY-MODE           PIC X(01) VALUE 'A'.
016032     88  WS-CLASSIFY-ALL            VALUE 'A' ' '.
016033     88  WS-CLASSIFY-INCREMENTAL    VALUE 'I'.
016034 01  WS-CARRIED-SWITCH          PIC X(01) VALUE 'N'.
016035     88  WS-NUMBER-CARRIED          VALUE 'Y'.
016036     88  WS-NUMBER-NOT-CARRIED      VALUE 'N'.
016040 01  WS-RECORD-POSITION         PIC 9(09) VALUE 0.
016050 01  WS-RESUME-POSITION         PIC 9(09) VALUE 0.
016051
016063         10  WS-PT-RUN-ID       PIC X(08).
016064         10  WS-PT-MODE         PIC X(01).
016065         10  WS-PT-MASTER-MODE  PIC X(01).
016066         10  WS-PT-CLASSIFY-MODE PIC X(01).
016067 01  WS-PARM-SUB                PIC 9(02) COMP VALUE 0.
016068 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
016069 01  WS-CARD-NUMBER             PIC 9(02) VALUE 0.
016070 01  WS-RESUME-CARD             PIC 9(02) VALUE 0.
016071 01  WS-RESUME-START            PIC 9(09) VALUE 0.
016072 01  WS-GRAND-PLAIN-COUNT       PIC 9(09) VALUE 0.
016073 01  WS-GRAND-SINGLE-COUNT      PIC 9(09) VALUE 0.
016074 01  WS-GRAND-COMBINED-COUNT    PIC 9(09) VALUE 0.
016075 01  WS-GRAND-REJECT-COUNT      PIC 9(09) VALUE 0.
016076 01  WS-GRAND-TOTAL-COUNT       PIC 9(09) VALUE 0.
016086 01  WS-GRAND-CARRIED-COUNT     PIC 9(09) VALUE 0.
016100 01  WS-MATCH-COUNT             PIC 9(02) COMP VALUE 0.
016110 01  WS-MATCH-FLAGS.
016120     05  WS-MATCH-FLAG          OCCURS 10 TIMES PIC X(01).
016130 01  WS-RULE-SUB                PIC 9(02) COMP VALUE 0.
016132 01  WS-RULE-EDIT-SWITCH        PIC X(01).
016134     88  WS-RULE-EDIT-OK            VALUE 'Y'.
016136     88  WS-RULE-EDIT-BAD           VALUE 'N'.
016140
016150***************************************************************
016160*    PER-RULE HIT COUNTS ACROSS THE WHOLE RUN, IN RULE TABLE   *
016900 01  WS-COMBINED-COUNT          PIC 9(09) VALUE 0.
017000 01  WS-TOTAL-COUNT             PIC 9(09) VALUE 0.
017100 01  WS-REJECT-COUNT            PIC 9(09) VALUE 0.
017105 01  WS-CARRIED-COUNT           PIC 9(09) VALUE 0.
017110
017120***************************************************************
017130*    RESULTS HISTORY - THE BEFORE-IMAGE FILE FOR FIZZMST       *
017140*    RECORDS WHOSE ANSWER OR RULE-SET VERSION THIS RUN         *
017150*    REPLACES.  WS-OLD-VERSION HOLDS THE STORED VERSION, WITH  *
017155*    A RECORD FROM BEFORE VERSIONS EXISTED TAKEN AS 0000.      *
017160***************************************************************
017165 01  WS-FIZZ-HST-STATUS         PIC X(02).
017170     88  WS-FIZZ-HST-OK             VALUE '00'.
017175 01  WS-HISTORY-OPEN-SWITCH     PIC X(01) VALUE 'N'.
017180     88  WS-HISTORY-OPEN-YES        VALUE 'Y'.
017185     88  WS-HISTORY-OPEN-NO         VALUE 'N'.
017190 01  WS-OLD-VERSION             PIC 9(04) VALUE 0.
017200 COPY FIZZRTBL.
017300
017400 01  LS-INPUT               PIC 9(9).
017500 01  LS-RESULT              PIC X(16).
017520
017540 01  WS-CYCLE-RC                PIC 9(02) VALUE 0.
017560 COPY FIZZCYL.
017600
017700 PROCEDURE DIVISION.
017800
018200*    AND CLOSE THE RUN WITH THE GRAND-TOTAL TRAILER.           *
018300***************************************************************
018400 0000-MAIN.
018410     PERFORM 0050-CYCLE-BEGIN THRU 0050-EXIT.
018420     IF NOT CYL-GO
018430         MOVE 12 TO RETURN-CODE
018440         GOBACK
018450     END-IF.
018500     PERFORM 0100-READ-RANGE-PARM THRU 0100-EXIT.
018600     PERFORM 0150-CHECK-RESTART THRU 0150-EXIT.
018800     PERFORM 0300-LOAD-RULES THRU 0300-EXIT.
020300     END-IF.
020310     PERFORM 0400-OPEN-MASTER THRU 0400-EXIT.
020315     PERFORM 0450-OPEN-EXTRACT THRU 0450-EXIT.
020317     PERFORM 0470-OPEN-HISTORY THRU 0470-EXIT.
020400     PERFORM 0800-PROCESS-ONE-RANGE THRU 0800-EXIT
020410         VARYING WS-PARM-SUB FROM 1 BY 1
020420         UNTIL WS-PARM-SUB > WS-PARM-COUNT
021172     IF WS-EXTRACT-OPEN-YES
021174         CLOSE MASTER-EXTRACT-FILE
021176     END-IF.
021177     IF WS-HISTORY-OPEN-YES
021178         CLOSE FIZZ-HISTORY-FILE
021179     END-IF.
021180     IF WS-GRAND-REJECT-COUNT > 0 AND WS-HIGHEST-RC < 4
021185         MOVE 4 TO WS-HIGHEST-RC
021190     END-IF.
021191     MOVE WS-HIGHEST-RC TO RETURN-CODE.
021195     DISPLAY 'FBZ106I FIZZBUZZ - RUN COMPLETE, RETURN CODE '
021196         WS-HIGHEST-RC.
021198     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
021200     GOBACK.
021205
021210***************************************************************
021215*    0050-CYCLE-BEGIN - REGISTER THE RUN WITH CYCLE CONTROL.    *
021220*    FZCYCTL REFUSES IT UNLESS FZCKRST HAS COMPLETED FOR THE    *
021225*    BUSINESS DATE, AND REFUSES A SECOND RUN OF A COMPLETED     *
021230*    NIGHT WITHOUT AN OVERRIDE CARD.                            *
021235***************************************************************
021240 0050-CYCLE-BEGIN.
021245     SET CYL-BEGIN-STEP TO TRUE.
021250     MOVE 'FIZZBUZZ' TO CYL-STEP-NAME.
021255     MOVE SPACES TO CYL-STEP-QUAL.
021260     MOVE 0 TO CYL-STEP-RC.
021265     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
021270     IF NOT CYL-GO
021275         DISPLAY 'FBZ405S FIZZBUZZ - REFUSED BY CYCLE CONTROL'
021280     END-IF.
021285 0050-EXIT.
021290     EXIT.
021300
021400***************************************************************
021500*    0100-READ-RANGE-PARM - LOAD THE WHOLE DECK OF RANGEPRM    *
022600         MOVE SPACES TO WS-PT-RUN-ID (1)
022700         MOVE 'R' TO WS-PT-MODE (1)
022710         MOVE 'D' TO WS-PT-MASTER-MODE (1)
022730         MOVE 'A' TO WS-PT-CLASSIFY-MODE (1)
022800     END-IF.
024300 0100-EXIT.
024400     EXIT.
024506         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
024507         MOVE 'D' TO RP-MASTER-MODE
024508     END-IF.
024509     IF NOT (RP-CLASSIFY-ALL OR RP-CLASSIFY-INCREMENTAL)
024510         DISPLAY 'FBZ319E FIZZBUZZ - CLASSIFY MODE INVALID, '
024511             'FULL CLASSIFICATION ASSUMED: ' RP-RUN-ID
024512         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
024513         MOVE 'A' TO RP-CLASSIFY-MODE
024514     END-IF.
024515     IF RP-MODE-FILE
024520         ADD 1 TO WS-PARM-COUNT
024530         MOVE 0 TO WS-PT-START (WS-PARM-COUNT)
024540         MOVE 0 TO WS-PT-END (WS-PARM-COUNT)
024560         MOVE 'F' TO WS-PT-MODE (WS-PARM-COUNT)
024565         MOVE RP-MASTER-MODE TO
024566             WS-PT-MASTER-MODE (WS-PARM-COUNT)
024567         MOVE RP-CLASSIFY-MODE TO
024568             WS-PT-CLASSIFY-MODE (WS-PARM-COUNT)
024570         GO TO 0110-EXIT
024580     END-IF.
024590     IF RP-MODE-RANGE
024680         MOVE 'R' TO WS-PT-MODE (WS-PARM-COUNT)
024682         MOVE RP-MASTER-MODE TO
024684             WS-PT-MASTER-MODE (WS-PARM-COUNT)
024686         MOVE RP-CLASSIFY-MODE TO
024688             WS-PT-CLASSIFY-MODE (WS-PARM-COUNT)
024690     ELSE
024700         DISPLAY 'FBZ302E FIZZBUZZ - RANGE PARM CARD INVALID,'
024705             ' SKIPPED: ' RP-RUN-ID
026300     MOVE WS-END-VALUE TO FBA-END-VALUE.
026400     MOVE WS-RUN-DATE TO FBA-RUN-DATE.
026500     MOVE WS-RUN-TIME TO FBA-RUN-TIME.
026550     MOVE WS-MASTER-MODE TO FBA-MASTER-MODE.
026600     MOVE 0 TO FBA-PLAIN-COUNT FBA-SINGLE-COUNT FBA-COMBINED-COUNT
026700         FBA-REJECT-COUNT FBA-TOTAL-COUNT FBA-CARRIED-COUNT.
026800     WRITE FIZZBUZZ-AUDIT-RECORD.
026900     CLOSE FIZZ-AUDIT-FILE.
027000 0190-EXIT.
031695     MOVE CKPT-GRAND-COMBINED TO WS-GRAND-COMBINED-COUNT.
031696     MOVE CKPT-GRAND-REJECT TO WS-GRAND-REJECT-COUNT.
031697     MOVE CKPT-GRAND-TOTAL TO WS-GRAND-TOTAL-COUNT.
031698     IF CKPT-CARRIED-COUNT IS NUMERIC
031699         AND CKPT-GRAND-CARRIED IS NUMERIC
031700         MOVE CKPT-CARRIED-COUNT TO WS-CARRIED-COUNT
031701         MOVE CKPT-GRAND-CARRIED TO WS-GRAND-CARRIED-COUNT
031702     END-IF.
031703     IF CKPT-HIT-AREA IS NUMERIC
031704         MOVE CKPT-HIT-AREA TO WS-RULE-HITS
031705     END-IF.
031706 0160-EXIT.
031707     EXIT.
031708
031800***************************************************************
031900*    0300-LOAD-RULES - READ THE FIZZ/BUZZ RULES FILE INTO      *
032000*    FR-RULE-TABLE.  THE FILE IS KEYED BY EFFECTIVE DATE PLUS  *
034700*    VALID RULE READ ONCE THE TABLE IS ALREADY FULL IS ALSO     *
034800*    REJECTED, WITH A DISPLAY SO OPERATIONS KNOWS IT WAS        *
034900*    DROPPED RATHER THAN SILENTLY IGNORED.                      *
034920*    THE RULE TYPE AND ITS OPERANDS ARE EDITED BY               *
034940*    0315-EDIT-RULE-TYPE AND LOADED BY 0330-STORE-RULE.         *
035000***************************************************************
035100 0310-READ-RULE.
035200     READ FIZZ-RULES-FILE.
035560             PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
035700             GO TO 0310-EXIT
035800         END-IF
035820         PERFORM 0315-EDIT-RULE-TYPE THRU 0315-EXIT
035840         IF WS-RULE-EDIT-BAD
035860             GO TO 0310-EXIT
035880         END-IF
035900         IF FR-RULE-COUNT < 10
036000             ADD 1 TO FR-RULE-COUNT
036100             PERFORM 0330-STORE-RULE THRU 0330-EXIT
036300         ELSE
036400             DISPLAY 'FBZ309E FIZZBUZZ - RULE REJECTED, TABLE '
036450                 'FULL: ' FXR-DIVISOR
036600         END-IF
036700     END-IF.
036800 0310-EXIT.
036801     EXIT.
036802
036803***************************************************************
036804*    0315-EDIT-RULE-TYPE - EDIT THE RULE TYPE AND THE OPERANDS  *
036805*    IT USES.  THE TYPE MUST BE 'D' (OR SPACE), 'C', 'B', OR    *
036806*    'O'.  A CONTAINS RULE NEEDS A NUMERIC DIGIT; A BAND RULE   *
036807*    NEEDS NUMERIC LOW AND HIGH BOUNDS, LOW NOT ABOVE HIGH.  A  *
036808*    FAILED EDIT REJECTS THE RULE AND DEGRADES THE STEP, THE    *
036809*    SAME AS A BAD DIVISOR.                                     *
036810***************************************************************
036811 0315-EDIT-RULE-TYPE.
036812     SET WS-RULE-EDIT-BAD TO TRUE.
036813     IF NOT FXR-TYPE-VALID
036814         DISPLAY 'FBZ321E FIZZBUZZ - RULE REJECTED, BAD RULE '
036815             'TYPE: ' FXR-RULE-TYPE ' DIVISOR ' FXR-DIVISOR
036816         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
036817         GO TO 0315-EXIT
036818     END-IF.
036819     IF FXR-TYPE-CONTAINS
036820         IF FXR-DIGIT IS NOT NUMERIC
036821             DISPLAY 'FBZ322E FIZZBUZZ - RULE REJECTED, BAD '
036822                 'DIGIT: ' FXR-DIGIT ' DIVISOR ' FXR-DIVISOR
036823             PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
036824             GO TO 0315-EXIT
036825         END-IF
036826     END-IF.
036827     IF FXR-TYPE-BAND
036828         IF FXR-BAND-LOW IS NOT NUMERIC
036829             OR FXR-BAND-HIGH IS NOT NUMERIC
036830             DISPLAY 'FBZ322E FIZZBUZZ - RULE REJECTED, BAD '
036831                 'BAND DIVISOR ' FXR-DIVISOR
036832             PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
036833             GO TO 0315-EXIT
036834         END-IF
036835         IF FXR-BAND-LOW > FXR-BAND-HIGH
036836             DISPLAY 'FBZ322E FIZZBUZZ - RULE REJECTED, BAD '
036837                 'BAND ' FXR-BAND-LOW '-' FXR-BAND-HIGH
036838                 ' DIVISOR ' FXR-DIVISOR
036839             PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
036840             GO TO 0315-EXIT
036841         END-IF
036842     END-IF.
036843     SET WS-RULE-EDIT-OK TO TRUE.
036844 0315-EXIT.
036845     EXIT.
036846
036847***************************************************************
036848*    0330-STORE-RULE - LOAD THE EDITED RULE INTO THE NEXT       *
036849*    TABLE ENTRY.  A SPACE TYPE IS STORED AS 'D' SO THE         *
036850*    STATISTICS RECORDS ALWAYS NAME THE TYPE, AND THE BAND      *
036851*    BOUNDS ARE ZEROED FOR ANY TYPE THAT DOES NOT USE THEM.     *
036852***************************************************************
036853 0330-STORE-RULE.
036854     MOVE FXR-DIVISOR TO FR-DIVISOR (FR-RULE-COUNT).
036855     MOVE FXR-LABEL TO FR-LABEL (FR-RULE-COUNT).
036856     IF FXR-TYPE-DIVISOR
036857         MOVE 'D' TO FR-RULE-TYPE (FR-RULE-COUNT)
036858     ELSE
036859         MOVE FXR-RULE-TYPE TO FR-RULE-TYPE (FR-RULE-COUNT)
036860     END-IF.
036861     MOVE FXR-DIGIT TO FR-DIGIT (FR-RULE-COUNT).
036862     IF FXR-TYPE-BAND
036863         MOVE FXR-BAND-LOW TO FR-BAND-LOW (FR-RULE-COUNT)
036864         MOVE FXR-BAND-HIGH TO FR-BAND-HIGH (FR-RULE-COUNT)
036865     ELSE
036866         MOVE 0 TO FR-BAND-LOW (FR-RULE-COUNT)
036867         MOVE 0 TO FR-BAND-HIGH (FR-RULE-COUNT)
036868     END-IF.
036869 0330-EXIT.
036900     EXIT.
037000
037100***************************************************************
037800     MOVE 'Fizz' TO FR-LABEL (1).
037900     MOVE 5 TO FR-DIVISOR (2).
038000     MOVE 'Buzz' TO FR-LABEL (2).
038010     MOVE 'D' TO FR-RULE-TYPE (1).
038020     MOVE 'D' TO FR-RULE-TYPE (2).
038050     MOVE 0 TO WS-RULE-SET-VERSION.
038060     MOVE 0 TO WS-RULES-EFF-DATE.
038100 0390-EXIT.
038710***************************************************************
038720 0460-CHECK-LOAD-CARD.
038730     IF WS-PT-MASTER-MODE (WS-PARM-SUB) EQUAL 'L'
038731         SET WS-LOAD-CARD-PRESENT TO TRUE
038732     END-IF.
038733 0460-EXIT.
038734     EXIT.
038735
038736***************************************************************
038737*    0470-OPEN-HISTORY - OPEN THE RESULTS HISTORY DATASET FOR  *
038738*    EXTEND, CREATING IT ON THE FIRST RUN THE SAME WAY THE     *
038739*    AUDIT LOG BOOTSTRAPS ITSELF.  IT IS ONLY NEEDED WHEN THE  *
038740*    MASTER IS OPEN FOR DIRECT UPDATE.  A HISTORY DATASET      *
038741*    THAT CANNOT BE OPENED IS REPORTED AND THE RUN CARRIES ON  *
038742*    WITHOUT BEFORE-IMAGES - THE MASTER STILL GETS THE NEW     *
038743*    ANSWERS, BUT THE STEP IS DEGRADED SO THE GAP IN THE       *
038744*    LINEAGE DOES NOT GO UNNOTICED.                            *
038745***************************************************************
038746 0470-OPEN-HISTORY.
038747     SET WS-HISTORY-OPEN-NO TO TRUE.
038748     IF WS-MASTER-OPEN-NO
038749         GO TO 0470-EXIT
038750     END-IF.
038751     OPEN EXTEND FIZZ-HISTORY-FILE.
038752     IF NOT WS-FIZZ-HST-OK
038753         OPEN OUTPUT FIZZ-HISTORY-FILE
038754     END-IF.
038755     IF WS-FIZZ-HST-OK
038756         SET WS-HISTORY-OPEN-YES TO TRUE
038757     ELSE
038758         DISPLAY 'FBZ316E FIZZBUZZ - FIZZHST OPEN FAILED '
038759             WS-FIZZ-HST-STATUS ', NO HISTORY KEPT THIS RUN'
038760         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
038761     END-IF.
038762 0470-EXIT.
038770     EXIT.
038780
038790***************************************************************
039560     MOVE WS-PT-RUN-ID (WS-PARM-SUB) TO WS-RUN-ID.
039570     MOVE WS-PT-MODE (WS-PARM-SUB) TO WS-RUN-MODE.
039580     MOVE WS-PT-MASTER-MODE (WS-PARM-SUB) TO WS-MASTER-MODE.
039585     MOVE WS-PT-CLASSIFY-MODE (WS-PARM-SUB) TO WS-CLASSIFY-MODE.
039590     IF WS-RESTART-YES AND WS-CARD-NUMBER EQUAL WS-RESUME-CARD
039600         IF WS-MODE-RANGE
039610             MOVE WS-RESUME-START TO WS-START-VALUE
039630     ELSE
039640         MOVE 0 TO WS-PLAIN-COUNT WS-SINGLE-COUNT
039650             WS-COMBINED-COUNT WS-REJECT-COUNT WS-TOTAL-COUNT
039655             WS-CARRIED-COUNT
039660         MOVE 0 TO WS-RESUME-POSITION
039670     END-IF.
039680     PERFORM 0190-WRITE-AUDIT-START THRU 0190-EXIT.
039840     ADD WS-COMBINED-COUNT TO WS-GRAND-COMBINED-COUNT.
039850     ADD WS-REJECT-COUNT TO WS-GRAND-REJECT-COUNT.
039860     ADD WS-TOTAL-COUNT TO WS-GRAND-TOTAL-COUNT.
039865     ADD WS-CARRIED-COUNT TO WS-GRAND-CARRIED-COUNT.
039870 0800-EXIT.
039880     EXIT.
039890
040080     IF WS-EXTRACT-OPEN-YES
040090         CLOSE MASTER-EXTRACT-FILE
040100     END-IF.
040102     IF WS-HISTORY-OPEN-YES
040104         CLOSE FIZZ-HISTORY-FILE
040106     END-IF.
040110     DISPLAY 'FBZ112I FIZZBUZZ - STOPPED BY OPERATOR REQUEST '
040120         'AT CARD ' WS-CARD-NUMBER ' AFTER ' WS-TOTAL-COUNT
040130         ' VALUES, RESUBMIT TO RESUME'.
040140     MOVE 2 TO RETURN-CODE.
040145     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
040150     GOBACK.
040160 0900-EXIT.
040170     EXIT.
041850*    LS-RESULT (FZBZCNT'S OVERFLOW SENTINEL, '********') IS      *
041860*    TREATED AS A REJECT THE SAME AS A BAD INPUT VALUE, SINCE    *
041870*    A TRUNCATED LABEL LIST WOULD BE A WRONG ANSWER, NOT JUST A  *
041871*    MISSING ONE.  EVERY PATH - GOOD DETAIL OR EXCEPTION - FALLS *
041872*    THROUGH TO THE CHECKPOINT TEST, SO NEITHER FIZZOUT NOR      *
041873*    FIZZEXC EVER HOLDS A RECORD PAST THE CHECKPOINT FOR A       *
041874*    RESTART TO DUPLICATE.                                       *
041875*    ON AN INCREMENTAL CARD A NUMBER ALREADY ON THE MASTER       *
041876*    UNDER THE RULE SET IN FORCE IS ONLY COUNTED (1550) AND      *
041877*    GOES STRAIGHT TO THE CHECKPOINT TEST.                       *
041878***************************************************************
041879 1500-PROCESS-VALUE.
041880     IF LS-INPUT IS NOT NUMERIC OR LS-INPUT < 1
041881         MOVE 'NOT NUMERIC OR OUT OF RANGE' TO WS-EXCEPTION-REASON
041882         PERFORM 1010-WRITE-EXCEPTION THRU 1010-EXIT
041883         GO TO 1500-CHECKPOINT
041884     END-IF.
041885     IF WS-CLASSIFY-INCREMENTAL
041886         PERFORM 1550-CHECK-CARRIED THRU 1550-EXIT
041887         IF WS-NUMBER-CARRIED
041888             GO TO 1500-CHECKPOINT
041889         END-IF
041890     END-IF.
041891     PERFORM 2000-FIZZBUZZ.
041892     IF LS-RESULT EQUAL WS-OVERFLOW-RESULT
042635             CLOSE OPERATOR-STOP-FILE
042644         END-IF
042653     END-IF.
042654 1540-EXIT.
042655     EXIT.
042656
042657***************************************************************
042658*    1550-CHECK-CARRIED - INCREMENTAL MODE.  LOOK THE NUMBER    *
042659*    UP ON FIZZMST; WHEN IT IS ALREADY STORED UNDER THE RULE    *
042660*    SET IN FORCE, COUNT IT CARRIED FORWARD (IT IS PART OF THE  *
042661*    TOTAL, LIKE A REJECT) AND LEAVE THE STORED ANSWER ALONE.   *
042662*    A NUMBER NOT ON FILE, OR STORED UNDER ANOTHER VERSION (OR  *
042663*    BEFORE VERSIONS EXISTED), IS CLASSIFIED AS USUAL.  WITH NO *
042664*    MASTER OPEN NOTHING CAN BE CARRIED - EVERY NUMBER IS       *
042665*    CLASSIFIED, THE SAME AS A FULL RUN.  A READ ERROR IS       *
042666*    REPORTED AND THE NUMBER IS CLASSIFIED.                     *
042667***************************************************************
042668 1550-CHECK-CARRIED.
042669     SET WS-NUMBER-NOT-CARRIED TO TRUE.
042670     IF WS-MASTER-OPEN-NO
042671         GO TO 1550-EXIT
042672     END-IF.
042673     MOVE LS-INPUT TO FBM-NUMBER.
042674     READ FIZZ-MASTER-FILE.
042675     IF WS-FIZZ-MST-NOREC
042676         GO TO 1550-EXIT
042677     END-IF.
042678     IF NOT WS-FIZZ-MST-OK
042679         DISPLAY 'FBZ320E FIZZBUZZ - FIZZMST CARRY-FORWARD READ '
042680             'FAILED ' WS-FIZZ-MST-STATUS ' FOR ' LS-INPUT
042681         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
042682         GO TO 1550-EXIT
042683     END-IF.
042684     IF FBM-RULE-SET-VERSION IS NOT NUMERIC
042685         GO TO 1550-EXIT
042686     END-IF.
042687     IF FBM-RULE-SET-VERSION NOT EQUAL WS-RULE-SET-VERSION
042688         GO TO 1550-EXIT
042689     END-IF.
042690     SET WS-NUMBER-CARRIED TO TRUE.
042691     ADD 1 TO WS-CARRIED-COUNT.
042692     ADD 1 TO WS-TOTAL-COUNT.
042693 1550-EXIT.
042694     EXIT.
042695
042696***************************************************************
042698*    1600-STORE-MASTER - STORE THE CLASSIFICATION JUST WRITTEN  *
042707*    TO FIZZOUT IN THE RESULTS MASTER, KEYED BY NUMBER, WITH    *
042716*    THE RUN ID AND DATE IT CAME FROM.  ON A MASS-LOAD CARD     *
042752*    THE MASTER (FROM AN EARLIER RUN, OR A DUPLICATE IN FILE    *
042761*    MODE) IS REWRITTEN SO THE MASTER HOLDS THE LATEST BATCH    *
042770*    ANSWER.  A FAILED STORE IS REPORTED BUT DOES NOT STOP THE  *
042779*    RUN - SEE 0400-OPEN-MASTER.  BEFORE A REWRITE REPLACES     *
042780*    THE STORED RECORD, 1660-SAVE-BEFORE-IMAGE KEEPS THE OLD    *
042781*    ONE ON FIZZHST WHEN THE ANSWER OR RULE-SET VERSION IS      *
042782*    CHANGING.                                                  *
042788***************************************************************
042797 1600-STORE-MASTER.
042806     IF WS-MASTER-LOAD AND WS-EXTRACT-OPEN-YES
042860     IF WS-MASTER-OPEN-NO
042869         GO TO 1600-EXIT
042878     END-IF.
042887     PERFORM 1610-BUILD-MASTER-RECORD THRU 1610-EXIT.
042941     WRITE FIZZBUZZ-MASTER-RECORD.
042950     IF WS-FIZZ-MST-DUPLICATE
042955         PERFORM 1660-SAVE-BEFORE-IMAGE THRU 1660-EXIT
042959         REWRITE FIZZBUZZ-MASTER-RECORD
042968     END-IF.
042977     IF NOT WS-FIZZ-MST-OK
042986         DISPLAY 'FBZ307E FIZZBUZZ - FIZZMST STORE FAILED '
042995             WS-FIZZ-MST-STATUS ' FOR ' FBM-NUMBER
043004         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
043005     END-IF.
043006 1600-EXIT.
043007     EXIT.
043008
043009***************************************************************
043010*    1610-BUILD-MASTER-RECORD - FILL IN THE MASTER RECORD FOR  *
043011*    THE NUMBER JUST CLASSIFIED.  PERFORMED AGAIN AFTER THE    *
043012*    BEFORE-IMAGE READ, WHICH REFRESHES THE RECORD AREA WITH   *
043013*    THE STORED RECORD, THE SAME AS 6010-BUILD-CKPT-RECORD.    *
043014***************************************************************
043015 1610-BUILD-MASTER-RECORD.
043016     MOVE SPACES TO FIZZBUZZ-MASTER-RECORD.
043017     MOVE LS-INPUT TO FBM-NUMBER.
043018     MOVE LS-RESULT TO FBM-RESULT.
043019     MOVE WS-RUN-ID TO FBM-RUN-ID.
043020     MOVE WS-RUN-DATE TO FBM-RUN-DATE.
043021     MOVE WS-RULE-SET-VERSION TO FBM-RULE-SET-VERSION.
043022     MOVE LS-RESULT TO FBM-LK-RESULT.
043023     MOVE LS-INPUT TO FBM-LK-NUMBER.
043024 1610-EXIT.
043031     EXIT.
043040
043049***************************************************************
043211         DISPLAY 'FBZ315E FIZZBUZZ - MSTXTR WRITE FAILED '
043220             WS-MST-XTR-STATUS ', DIRECT MASTER PATH USED'
043229         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
043230         CLOSE MASTER-EXTRACT-FILE
043231         SET WS-EXTRACT-OPEN-NO TO TRUE
043232     END-IF.
043233 1650-EXIT.
043234     EXIT.
043235
043236***************************************************************
043237*    1660-SAVE-BEFORE-IMAGE - THE NUMBER IS ALREADY ON THE     *
043238*    MASTER.  READ THE STORED RECORD AND, IF ITS ANSWER OR     *
043239*    RULE-SET VERSION DIFFERS FROM WHAT IS ABOUT TO REPLACE    *
043240*    IT, APPEND IT TO FIZZHST WITH THIS RUN'S DATE AND RUN ID  *
043241*    AS THE POINT IT WENT OUT OF FORCE.  AN UNCHANGED ANSWER   *
043242*    (A RERUN OR A RESTART OVER THE SAME NUMBERS) WRITES NO    *
043243*    HISTORY.  EVERY PATH REBUILDS THE NEW RECORD BEFORE THE   *
043244*    CALLER'S REWRITE.  A HISTORY WRITE FAILURE STOPS HISTORY  *
043245*    FOR THE REST OF THE RUN AND DEGRADES THE STEP.            *
043246***************************************************************
043247 1660-SAVE-BEFORE-IMAGE.
043248     IF WS-HISTORY-OPEN-NO
043249         GO TO 1660-EXIT
043250     END-IF.
043251     READ FIZZ-MASTER-FILE.
043252     IF NOT WS-FIZZ-MST-OK
043253         DISPLAY 'FBZ317E FIZZBUZZ - FIZZMST BEFORE-IMAGE READ '
043254             'FAILED ' WS-FIZZ-MST-STATUS ' FOR ' LS-INPUT
043255         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
043256         GO TO 1660-REBUILD
043257     END-IF.
043258     IF FBM-RULE-SET-VERSION IS NUMERIC
043259         MOVE FBM-RULE-SET-VERSION TO WS-OLD-VERSION
043260     ELSE
043261         MOVE 0 TO WS-OLD-VERSION
043262     END-IF.
043263     IF FBM-RESULT EQUAL LS-RESULT
043264         AND WS-OLD-VERSION EQUAL WS-RULE-SET-VERSION
043265         GO TO 1660-REBUILD
043266     END-IF.
043267     MOVE SPACES TO FIZZBUZZ-HISTORY-RECORD.
043268     MOVE FBM-NUMBER TO FBH-NUMBER.
043269     MOVE FBM-RESULT TO FBH-RESULT.
043270     MOVE FBM-RUN-ID TO FBH-RUN-ID.
043271     IF FBM-RUN-DATE IS NUMERIC
043272         MOVE FBM-RUN-DATE TO FBH-RUN-DATE
043273     ELSE
043274         MOVE 0 TO FBH-RUN-DATE
043275     END-IF.
043276     MOVE WS-OLD-VERSION TO FBH-RULE-SET-VERSION.
043277     MOVE WS-RUN-DATE TO FBH-SUPERSEDED-DATE.
043278     MOVE WS-RUN-ID TO FBH-SUPERSEDED-BY.
043279     SET FBH-SOURCE-DIRECT TO TRUE.
043280     WRITE FIZZBUZZ-HISTORY-RECORD.
043281     IF NOT WS-FIZZ-HST-OK
043282         DISPLAY 'FBZ318E FIZZBUZZ - FIZZHST WRITE FAILED '
043283             WS-FIZZ-HST-STATUS ', NO FURTHER HISTORY THIS RUN'
043284         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
043285         CLOSE FIZZ-HISTORY-FILE
043286         SET WS-HISTORY-OPEN-NO TO TRUE
043287     END-IF.
043288 1660-REBUILD.
043289     PERFORM 1610-BUILD-MASTER-RECORD THRU 1610-EXIT.
043290 1660-EXIT.
043291     EXIT.
043292
043293***************************************************************
043301*    1010-WRITE-EXCEPTION - LOG A NUMBER THAT FAILED EDIT, OR    *
043310*    WHOSE CLASSIFICATION RESULT OVERFLOWED, TO THE FIZZ-        *
043319*    EXCEPTION-FILE INSTEAD OF WRITING IT TO FIZZBUZZ-OUTPUT-    *
043700*    CONTROL TOTALS FOR THE END-OF-RUN TRAILER RECORD, BASED ON *
043800*    THE MATCH COUNT 2000-FIZZBUZZ GOT BACK FROM FZBZCNT WHEN   *
043900*    IT CLASSIFIED LS-INPUT.                                    *
043910*    FZBZCLS COUNTS THE LABELS ACTUALLY IN THE RESULT, SO A     *
043920*    CONTAINS OR IN-BAND RULE THAT FIRES COUNTS LIKE ANY OTHER  *
043930*    MATCH, A BAND RULE OUTSIDE ITS BAND DOES NOT COUNT AT ALL, *
043940*    AND AN OVERRIDE THAT FIRES MAKES THE ANSWER A SINGLE       *
043950*    WHATEVER ELSE ALSO MATCHED.                                *
044000***************************************************************
044100 1100-COUNT-RESULT.
044200     EVALUATE WS-MATCH-COUNT
051106     MOVE WS-GRAND-TOTAL-COUNT TO CKPT-GRAND-TOTAL.
051107     MOVE WS-RULE-HITS TO CKPT-HIT-AREA.
051108     MOVE WS-RUN-ID TO CKPT-RUN-ID.
051109     MOVE WS-CARRIED-COUNT TO CKPT-CARRIED-COUNT.
051110     MOVE WS-GRAND-CARRIED-COUNT TO CKPT-GRAND-CARRIED.
051111 6010-EXIT.
051120     EXIT.
051130
051200***************************************************************
054800     MOVE WS-COMBINED-COUNT TO FBO-COMBINED-COUNT.
054900     MOVE WS-REJECT-COUNT TO FBO-REJECT-COUNT.
055000     MOVE WS-TOTAL-COUNT TO FBO-TOTAL-COUNT.
055050     MOVE WS-CARRIED-COUNT TO FBO-CARRIED-COUNT.
055100     WRITE FIZZBUZZ-OUT-RECORD.
055200     DISPLAY 'FBZ102I FIZZBUZZ - RANGE ' WS-RUN-ID
055250         ' PLAIN: ' WS-PLAIN-COUNT
055300         ' SINGLE: ' WS-SINGLE-COUNT
055400         ' COMBINED: ' WS-COMBINED-COUNT
055500         ' REJECTED: ' WS-REJECT-COUNT
055550         ' CARRIED: ' WS-CARRIED-COUNT
055600         ' TOTAL: ' WS-TOTAL-COUNT.
055700 7000-EXIT.
055800     EXIT.
055830*    7100-WRITE-GRAND-TRAILER - WRITE THE 'G' GRAND-TOTAL       *
055840*    RECORD COVERING EVERY CARD IN THE DECK, AND DISPLAY IT.    *
055850***************************************************************
055852 7100-WRITE-GRAND-TRAILER.
055854     MOVE SPACES TO FIZZBUZZ-OUT-RECORD.
055856     MOVE 'G' TO FBO-RECORD-TYPE.
055858     MOVE WS-GRAND-CARRIED-COUNT TO FBO-CARRIED-COUNT.
055863     MOVE WS-GRAND-PLAIN-COUNT TO FBO-PLAIN-COUNT.
055864     MOVE WS-GRAND-SINGLE-COUNT TO FBO-SINGLE-COUNT.
055865     MOVE WS-GRAND-COMBINED-COUNT TO FBO-COMBINED-COUNT.
055870         WS-GRAND-PLAIN-COUNT
055871         ' SINGLE: ' WS-GRAND-SINGLE-COUNT
055872         ' COMBINED: ' WS-GRAND-COMBINED-COUNT
055873         ' REJECTED: ' WS-GRAND-REJECT-COUNT ' CARRIED: '
055874         WS-GRAND-CARRIED-COUNT ' TOTAL: ' WS-GRAND-TOTAL-COUNT.
055875 7100-EXIT.
055876     EXIT.
055877
055916     MOVE FR-DIVISOR (WS-RULE-SUB) TO FBO-RS-DIVISOR.
055917     MOVE FR-LABEL (WS-RULE-SUB) TO FBO-RS-LABEL.
055918     MOVE WS-RULE-HIT-COUNT (WS-RULE-SUB) TO FBO-RS-HIT-COUNT.
055919     MOVE FR-RULE-TYPE (WS-RULE-SUB) TO FBO-RS-RULE-TYPE.
055920     WRITE FIZZBUZZ-OUT-RECORD.
055921     IF WS-AUDIT-OPEN-YES
055922         MOVE SPACES TO FIZZBUZZ-AUDIT-RECORD
055923         MOVE 'H' TO FBA-RECORD-TYPE
055924         MOVE WS-PT-RUN-ID (1) TO FBA-HS-RUN-ID
055925         MOVE FR-DIVISOR (WS-RULE-SUB) TO FBA-HS-DIVISOR
055926         MOVE FR-LABEL (WS-RULE-SUB) TO FBA-HS-LABEL
055927         MOVE WS-RULE-HIT-COUNT (WS-RULE-SUB) TO
055928             FBA-HS-HIT-COUNT
055929         MOVE WS-RUN-DATE TO FBA-HS-RUN-DATE
055930         MOVE FR-RULE-TYPE (WS-RULE-SUB) TO FBA-HS-RULE-TYPE
055931         WRITE FIZZBUZZ-AUDIT-RECORD
055932     END-IF.
055933     DISPLAY 'FBZ104I FIZZBUZZ - RULE ' FR-LABEL (WS-RULE-SUB)
055934         ' HITS: ' WS-RULE-HIT-COUNT (WS-RULE-SUB).
055935 7210-EXIT.
055936     EXIT.
055937
056000***************************************************************
056100*    0195-WRITE-AUDIT-END - APPEND AN 'E' RECORD TO THE RUN-    *
056200*    AUDIT LOG CARRYING THE END DATE/TIME AND THE SAME CONTROL  *
057600     MOVE WS-END-VALUE TO FBA-END-VALUE.
057700     MOVE WS-RUN-DATE TO FBA-RUN-DATE.
057800     MOVE WS-RUN-TIME TO FBA-RUN-TIME.
057850     MOVE WS-MASTER-MODE TO FBA-MASTER-MODE.
057900     MOVE WS-PLAIN-COUNT TO FBA-PLAIN-COUNT.
058000     MOVE WS-SINGLE-COUNT TO FBA-SINGLE-COUNT.
058100     MOVE WS-COMBINED-COUNT TO FBA-COMBINED-COUNT.
058200     MOVE WS-REJECT-COUNT TO FBA-REJECT-COUNT.
058300     MOVE WS-TOTAL-COUNT TO FBA-TOTAL-COUNT.
058350     MOVE WS-CARRIED-COUNT TO FBA-CARRIED-COUNT.
058400     WRITE FIZZBUZZ-AUDIT-RECORD.
058500     CLOSE FIZZ-AUDIT-FILE.
058600 0195-EXIT.
059020     MOVE 12 TO RETURN-CODE.
059030     DISPLAY 'FBZ999S FIZZBUZZ - FATAL CONDITION, RUN '
059040         'TERMINATED, RETURN CODE 12'.
059045     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
059050     GOBACK.
059060 9999-EXIT.
059070     EXIT.
059100
059200***************************************************************
059300*    9800-CYCLE-END - RECORD THE RUN'S OUTCOME ON FIZZCYC.  AN  *
059400*    ABORT (12) OR AN OPERATOR STOP (2) IS A FAILED STEP - THE  *
059500*    CHECKPOINT IS STILL IN PROGRESS AND THE RESUBMIT MUST BE   *
059600*    LET THROUGH; 0, 4 AND 8 COMPLETE IT.  THE CALL RESETS      *
059700*    RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.                 *
059800***************************************************************
059900 9800-CYCLE-END.
060000     IF NOT CYL-GO
060100         GO TO 9800-EXIT
060200     END-IF.
060300     MOVE RETURN-CODE TO WS-CYCLE-RC.
060400     MOVE WS-CYCLE-RC TO CYL-STEP-RC.
060500     IF WS-CYCLE-RC >= 12 OR WS-CYCLE-RC EQUAL 2
060600         SET CYL-FAIL-STEP TO TRUE
060700     ELSE
060800         SET CYL-COMPLETE-STEP TO TRUE
060900     END-IF.
061000     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
061100     MOVE WS-CYCLE-RC TO RETURN-CODE.
061200 9800-EXIT.
061300     EXIT.
