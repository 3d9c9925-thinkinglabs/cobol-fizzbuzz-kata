000100***************************************************************
000200*
000300*    FIZZINTK - INBOUND FIZZIN ENVELOPE INTAKE
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    THE FIZZIN DECKS THE DEPARTMENTS SEND FOR FILE-MODE RUNS
001100*    NOW ARRIVE IN THE FIZZENV ENVELOPE - AN 'H' HEADER WITH
001200*    THE SENDING DEPARTMENT AND THEIR BATCH NUMBER, 'D'
001300*    DETAILS, AND A 'T' TRAILER WITH THE DETAIL COUNT AND A
001400*    HASH TOTAL OF THE VALUES, THE SAME DISCIPLINE FIZZXTRC
001500*    GIVES THEM ON THE WAY OUT.  THIS STEP RUNS AHEAD OF THE
001600*    BATCH DRIVER.  IT PROVES THE ENVELOPE, STRIPS IT, AND
001700*    WRITES THE BARE FIZZIN DECK THE DRIVER READS; AND IT
001800*    RECORDS EVERY ACCEPTED BATCH ON THE FIZZREG SUBMISSION
001900*    REGISTER UNDER THE RP-RUN-ID OF THE FILE-MODE RANGEPRM
002000*    CARD, SO THE RUN TIES BACK TO THE SENDER'S BATCH.
002100*
002200*    A DECK IS REFUSED WHEN THE HEADER IS MISSING OR NAMES NO
002300*    DEPARTMENT OR BATCH, WHEN THE TRAILER IS MISSING OR IS
002400*    NOT THE LAST RECORD, WHEN THE COUNT OR HASH DOES NOT
002500*    FOOT, OR WHEN THE DEPARTMENT AND BATCH NUMBER ARE ALREADY
002600*    ON THE REGISTER - A DECK SENT TWICE.  THE ONE EXCEPTION
002700*    IS THE SAME JOB RESUBMITTED: A BATCH ALREADY REGISTERED
002800*    TO THIS VERY RUN ID WITH THE SAME COUNT AND HASH IS THE
002900*    RESTART OF THE RUN THAT TOOK IT IN, AND GOES THROUGH
003000*    AGAIN SO THE DRIVER CAN RESUME.  A REFUSED DECK LEAVES
003100*    FIZZIN EMPTY, SO NOTHING OF IT CAN REACH THE DRIVER EVEN
003200*    IF THE STEP CONDITIONS ARE OVERRIDDEN.
003300*
003400*    ONLY THE FIRST FILE-MODE CARD ON THE DECK IS TAKEN - EVERY
003500*    FILE-MODE CARD READS THE SAME FIZZIN.  A DECK WITH NO
003600*    FILE-MODE CARD HAS NOTHING TO TAKE IN AND THE STEP ENDS
003700*    CLEAN WITHOUT OPENING THE INBOUND DECK.
003800*
003900*    RETURN CODES: 0 DECK ACCEPTED (OR NOTHING TO TAKE IN),
004000*    8 DECK REFUSED - THE BATCH DRIVER MUST NOT RUN, 12 BAD
004050*    RANGEPRM CARD, A FILE THIS STEP COULD NOT USE, OR A RUN
004100*    REFUSED BY CYCLE CONTROL.
004200*
004300*    MODIFICATION HISTORY.
004400*    DATE       INIT  DESCRIPTION
004500*    ---------  ----  --------------------------------------
004600*    2026-10-15 RM    INITIAL VERSION.
004610*    2026-10-15 RM    CYCLE CONTROL.  THE STEP REGISTERS WITH
004620*                     FZCYCTL BEFORE IT READS ANYTHING AND IS
004630*                     REFUSED, RETURN CODE 12, UNLESS FIZZSCHD
004640*                     HAS COMPLETED FOR THE BUSINESS DATE, OR IF
004650*                     IT HAS ITSELF ALREADY COMPLETED AND NO
004660*                     OVERRIDE CARD IS ON CYCPARM.  A REFUSED DECK
004670*                     (8) OR WORSE MARKS THE STEP FAILED.  THE
004680*                     STEP NEEDS CYCPARM AND FIZZCYC DDS.
004700*
004800***************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. FIZZINTK.
005100
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
005600
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT RANGE-PARM-FILE ASSIGN TO RANGEPRM
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RANGE-PARM-STATUS.
006200
006300     SELECT ENVELOPE-INPUT-FILE ASSIGN TO ENVIN
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-ENV-IN-STATUS.
006600
006700     SELECT FIZZ-INPUT-FILE ASSIGN TO FIZZIN
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-FIZZ-IN-STATUS.
007000
007100     SELECT BATCH-REGISTER-FILE ASSIGN TO FIZZREG
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS REG-KEY
007500         FILE STATUS IS WS-FIZZ-REG-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  RANGE-PARM-FILE
008000     RECORDING MODE IS F.
008100 COPY RANGEPRM.
008200
008300 FD  ENVELOPE-INPUT-FILE
008400     RECORDING MODE IS F.
008500 COPY FIZZENV.
008600
008700 FD  FIZZ-INPUT-FILE
008800     RECORDING MODE IS F.
008900 COPY FIZZIN.
009000
009100 FD  BATCH-REGISTER-FILE.
009200 COPY FIZZREG.
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-RANGE-PARM-STATUS       PIC X(02).
009600     88  WS-RANGE-PARM-OK           VALUE '00'.
009700     88  WS-RANGE-PARM-EOF          VALUE '10'.
009800 01  WS-ENV-IN-STATUS           PIC X(02).
009900     88  WS-ENV-IN-OK               VALUE '00'.
010000     88  WS-ENV-IN-EOF              VALUE '10'.
010100 01  WS-FIZZ-IN-STATUS          PIC X(02).
010200     88  WS-FIZZ-IN-OK              VALUE '00'.
010300 01  WS-FIZZ-REG-STATUS         PIC X(02).
010400     88  WS-FIZZ-REG-OK             VALUE '00'.
010500     88  WS-FIZZ-REG-DUPLICATE      VALUE '22'.
010600     88  WS-FIZZ-REG-NOREC          VALUE '23'.
010700     88  WS-FIZZ-REG-NOTFOUND       VALUE '35'.
010800
010900 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
011000 01  WS-RUN-DATE                PIC 9(08).
011100 01  WS-RUN-TIME                PIC 9(08).
011200 01  WS-RUN-ID                  PIC X(08) VALUE SPACES.
011300 01  WS-DEPT-ID                 PIC X(04) VALUE SPACES.
011400 01  WS-BATCH-NO                PIC X(08) VALUE SPACES.
011500 01  WS-SEND-DATE               PIC 9(08) VALUE 0.
011600 01  WS-RECORD-NUMBER           PIC 9(09) VALUE 0.
011700 01  WS-DETAIL-COUNT            PIC 9(09) VALUE 0.
011800 01  WS-TRAILER-COUNT           PIC 9(09) VALUE 0.
011900 01  WS-TRAILER-HASH            PIC 9(13) VALUE 0.
012000 01  WS-FILE-CARD-SWITCH        PIC X(01) VALUE 'N'.
012100     88  WS-FILE-CARD-FOUND         VALUE 'Y'.
012200     88  WS-FILE-CARD-NOT-FOUND     VALUE 'N'.
012300 01  WS-TRAILER-SWITCH          PIC X(01) VALUE 'N'.
012400     88  WS-TRAILER-SEEN            VALUE 'Y'.
012500     88  WS-TRAILER-NOT-SEEN        VALUE 'N'.
012600 01  WS-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
012700     88  WS-DECK-REFUSED            VALUE 'Y'.
012800     88  WS-DECK-NOT-REFUSED        VALUE 'N'.
012900 01  WS-RESUBMIT-SWITCH         PIC X(01) VALUE 'N'.
013000     88  WS-RESUBMIT-YES            VALUE 'Y'.
013100     88  WS-RESUBMIT-NO             VALUE 'N'.
013200
013300***************************************************************
013400*    HASH TOTAL OF THE DETAIL VALUES, FOOTED AGAINST THE        *
013500*    TRAILER.  CARRIED ONE DIGIT WIDE OF THE TRAILER FIELD SO   *
013600*    A SINGLE ADD CAN NEVER SIZE-ERROR, AND WRAPPED BACK UNDER  *
013700*    13 DIGITS AFTER EACH ADD - THE SAME LOW-ORDER-13-DIGITS    *
013800*    CONVENTION AS THE OUTBOUND FIZZXTR TRAILER.                *
013900***************************************************************
014000 01  WS-HASH-TOTAL              PIC 9(14) VALUE 0.
014100
014120 01  WS-CYCLE-RC                PIC 9(02) VALUE 0.
014140 COPY FIZZCYL.
014160
014200 PROCEDURE DIVISION.
014300
014400***************************************************************
014500*    0000-MAIN - FIND THE FILE-MODE CARD, TAKE THE DECK IN,     *
014600*    REGISTER IT, GRADE THE RETURN CODE.                        *
014700***************************************************************
014800 0000-MAIN.
014900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015000     ACCEPT WS-RUN-TIME FROM TIME.
015010     PERFORM 0050-CYCLE-BEGIN THRU 0050-EXIT.
015020     IF NOT CYL-GO
015030         MOVE 12 TO RETURN-CODE
015040         GOBACK
015050     END-IF.
015100     PERFORM 0100-FIND-FILE-CARD THRU 0100-EXIT.
015200     IF WS-HIGHEST-RC EQUAL 12
015300         MOVE 12 TO RETURN-CODE
015350         PERFORM 9800-CYCLE-END THRU 9800-EXIT
015400         GOBACK
015500     END-IF.
015600     IF WS-FILE-CARD-NOT-FOUND
015700         DISPLAY 'FIK102I FIZZINTK - NO FILE-MODE RANGEPRM CARD, '
015800             'NOTHING TO TAKE IN'
015900         MOVE 0 TO RETURN-CODE
015950         PERFORM 9800-CYCLE-END THRU 9800-EXIT
016000         GOBACK
016100     END-IF.
016200     PERFORM 0400-OPEN-FILES THRU 0400-EXIT.
016300     IF WS-HIGHEST-RC EQUAL 12
016400         MOVE 12 TO RETURN-CODE
016450         PERFORM 9800-CYCLE-END THRU 9800-EXIT
016500         GOBACK
016600     END-IF.
016700     PERFORM 1000-READ-HEADER THRU 1000-EXIT.
016800     IF WS-DECK-NOT-REFUSED
016900         PERFORM 2000-COPY-DETAIL THRU 2000-EXIT
017000             UNTIL WS-TRAILER-SEEN OR WS-DECK-REFUSED
017100     END-IF.
017200     IF WS-DECK-NOT-REFUSED
017300         PERFORM 3000-FOOT-TRAILER THRU 3000-EXIT
017400     END-IF.
017500     IF WS-DECK-NOT-REFUSED
017600         PERFORM 4000-REGISTER-BATCH THRU 4000-EXIT
017700     END-IF.
017800     CLOSE ENVELOPE-INPUT-FILE.
017900     CLOSE FIZZ-INPUT-FILE.
018000     CLOSE BATCH-REGISTER-FILE.
018100     IF WS-DECK-REFUSED OR WS-HIGHEST-RC EQUAL 12
018200         PERFORM 8000-EMPTY-OUTPUT THRU 8000-EXIT
018300     END-IF.
018400     MOVE WS-HIGHEST-RC TO RETURN-CODE.
018500     DISPLAY 'FIK101I FIZZINTK - DEPT ' WS-DEPT-ID ' BATCH '
018600         WS-BATCH-NO ' RUN ' WS-RUN-ID ' DETAILS '
018700         WS-DETAIL-COUNT ' RETURN CODE ' WS-HIGHEST-RC.
018750     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
018800     GOBACK.
018900
018905***************************************************************
018910*    0050-CYCLE-BEGIN - REGISTER THE STEP WITH CYCLE CONTROL.   *
018915*    FZCYCTL REFUSES IT UNLESS FIZZSCHD HAS COMPLETED FOR THE   *
018920*    BUSINESS DATE.                                             *
018925***************************************************************
018930 0050-CYCLE-BEGIN.
018935     SET CYL-BEGIN-STEP TO TRUE.
018940     MOVE 'FIZZINTK' TO CYL-STEP-NAME.
018945     MOVE SPACES TO CYL-STEP-QUAL.
018950     MOVE 0 TO CYL-STEP-RC.
018955     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
018960     IF NOT CYL-GO
018965         DISPLAY 'FIK411S FIZZINTK - REFUSED BY CYCLE CONTROL'
018970     END-IF.
018975 0050-EXIT.
018980     EXIT.
018985
019000***************************************************************
019100*    0100-FIND-FILE-CARD - READ THE RANGEPRM DECK FOR THE       *
019200*    FIRST FILE-MODE CARD AND TAKE ITS RUN ID.  A FILE-MODE     *
019300*    CARD WITH NO RUN ID IS FATAL - AN ACCEPTED BATCH MUST TIE  *
019400*    TO A RUN, OR THE REGISTER CANNOT SAY WHERE IT WENT.        *
019500***************************************************************
019600 0100-FIND-FILE-CARD.
019700     OPEN INPUT RANGE-PARM-FILE.
019800     IF NOT WS-RANGE-PARM-OK
019900         DISPLAY 'FIK401S FIZZINTK - RANGEPRM OPEN FAILED '
020000             WS-RANGE-PARM-STATUS
020100         MOVE 12 TO WS-HIGHEST-RC
020200         GO TO 0100-EXIT
020300     END-IF.
020400     PERFORM 0110-READ-ONE-CARD THRU 0110-EXIT
020500         UNTIL WS-RANGE-PARM-EOF OR WS-FILE-CARD-FOUND.
020600     CLOSE RANGE-PARM-FILE.
020700     IF WS-FILE-CARD-FOUND AND WS-RUN-ID EQUAL SPACES
020800         DISPLAY 'FIK402S FIZZINTK - FILE-MODE RANGEPRM CARD '
020900             'CARRIES NO RUN ID'
021000         MOVE 12 TO WS-HIGHEST-RC
021100     END-IF.
021200 0100-EXIT.
021300     EXIT.
021400
021500***************************************************************
021600*    0110-READ-ONE-CARD - READ ONE RANGEPRM CARD, NOTING THE    *
021700*    RUN ID WHEN IT IS THE FIRST FILE-MODE CARD.                *
021800***************************************************************
021900 0110-READ-ONE-CARD.
022000     READ RANGE-PARM-FILE.
022100     IF WS-RANGE-PARM-EOF
022200         GO TO 0110-EXIT
022300     END-IF.
022400     IF NOT WS-RANGE-PARM-OK
022500         DISPLAY 'FIK403S FIZZINTK - RANGEPRM READ FAILED '
022600             WS-RANGE-PARM-STATUS
022700         MOVE 12 TO WS-HIGHEST-RC
022800         SET WS-RANGE-PARM-EOF TO TRUE
022900         GO TO 0110-EXIT
023000     END-IF.
023100     IF RP-MODE-FILE
023200         SET WS-FILE-CARD-FOUND TO TRUE
023300         MOVE RP-RUN-ID TO WS-RUN-ID
023400     END-IF.
023500 0110-EXIT.
023600     EXIT.
023700
023800***************************************************************
023900*    0400-OPEN-FILES - OPEN THE INBOUND DECK, THE BARE FIZZIN   *
024000*    OUTPUT, AND THE REGISTER.  THE REGISTER IS BOOTSTRAPPED    *
024100*    ON FIRST USE THE SAME WAY THE WORKBENCH IS; A REGISTER     *
024200*    THAT CANNOT BE OPENED IS FATAL - WITHOUT IT A REPEATED     *
024300*    DECK COULD NOT BE CAUGHT.                                  *
024400***************************************************************
024500 0400-OPEN-FILES.
024600     OPEN INPUT ENVELOPE-INPUT-FILE.
024700     IF NOT WS-ENV-IN-OK
024800         DISPLAY 'FIK404S FIZZINTK - ENVIN OPEN FAILED '
024900             WS-ENV-IN-STATUS
025000         MOVE 12 TO WS-HIGHEST-RC
025100         GO TO 0400-EXIT
025200     END-IF.
025300     OPEN OUTPUT FIZZ-INPUT-FILE.
025400     IF NOT WS-FIZZ-IN-OK
025500         DISPLAY 'FIK405S FIZZINTK - FIZZIN OPEN FAILED '
025600             WS-FIZZ-IN-STATUS
025700         CLOSE ENVELOPE-INPUT-FILE
025800         MOVE 12 TO WS-HIGHEST-RC
025900         GO TO 0400-EXIT
026000     END-IF.
026100     OPEN I-O BATCH-REGISTER-FILE.
026200     IF WS-FIZZ-REG-NOTFOUND
026300         OPEN OUTPUT BATCH-REGISTER-FILE
026400         IF WS-FIZZ-REG-OK
026500             CLOSE BATCH-REGISTER-FILE
026600             OPEN I-O BATCH-REGISTER-FILE
026700         END-IF
026800     END-IF.
026900     IF NOT WS-FIZZ-REG-OK
027000         DISPLAY 'FIK406S FIZZINTK - FIZZREG OPEN FAILED '
027100             WS-FIZZ-REG-STATUS
027200         CLOSE ENVELOPE-INPUT-FILE
027300         CLOSE FIZZ-INPUT-FILE
027400         MOVE 12 TO WS-HIGHEST-RC
027500         PERFORM 8000-EMPTY-OUTPUT THRU 8000-EXIT
027600     END-IF.
027700 0400-EXIT.
027800     EXIT.
027900
028000***************************************************************
028100*    1000-READ-HEADER - THE FIRST RECORD MUST BE THE 'H'        *
028200*    HEADER NAMING THE DEPARTMENT AND BATCH.  LOOK THE BATCH    *
028300*    UP ON THE REGISTER: NOT THERE IS THE NORMAL CASE; THERE    *
028400*    UNDER ANOTHER RUN IS A REPEATED DECK AND IS REFUSED NOW;   *
028500*    THERE UNDER THIS RUN MAY BE A RESUBMITTED JOB, DECIDED     *
028600*    ONCE THE DECK HAS FOOTED (3000-FOOT-TRAILER).              *
028700***************************************************************
028800 1000-READ-HEADER.
028900     PERFORM 1100-READ-ENVELOPE THRU 1100-EXIT.
029000     IF WS-ENV-IN-EOF
029100         DISPLAY 'FIK301E FIZZINTK - INBOUND DECK IS EMPTY'
029200         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
029300         GO TO 1000-EXIT
029400     END-IF.
029500     IF NOT FBE-HEADER-RECORD
029600         DISPLAY 'FIK302E FIZZINTK - FIRST RECORD IS NOT AN H '
029700             'HEADER: ' FBE-RECORD-TYPE
029800         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
029900         GO TO 1000-EXIT
030000     END-IF.
030100     MOVE FBE-HDR-DEPT-ID TO WS-DEPT-ID.
030200     MOVE FBE-HDR-BATCH-NO TO WS-BATCH-NO.
030300     IF FBE-HDR-SEND-DATE IS NUMERIC
030400         MOVE FBE-HDR-SEND-DATE TO WS-SEND-DATE
030500     END-IF.
030600     IF WS-DEPT-ID EQUAL SPACES OR WS-BATCH-NO EQUAL SPACES
030700         DISPLAY 'FIK303E FIZZINTK - HEADER NEEDS DEPT AND '
030800             'BATCH NUMBER'
030900         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
031000         GO TO 1000-EXIT
031100     END-IF.
031200     MOVE WS-DEPT-ID TO REG-DEPT-ID.
031300     MOVE WS-BATCH-NO TO REG-BATCH-NO.
031400     READ BATCH-REGISTER-FILE.
031500     IF WS-FIZZ-REG-NOREC
031600         GO TO 1000-EXIT
031700     END-IF.
031800     IF NOT WS-FIZZ-REG-OK
031900         DISPLAY 'FIK407S FIZZINTK - FIZZREG READ FAILED '
032000             WS-FIZZ-REG-STATUS
032100         MOVE 12 TO WS-HIGHEST-RC
032200         SET WS-DECK-REFUSED TO TRUE
032300         GO TO 1000-EXIT
032400     END-IF.
032500     IF REG-RUN-ID EQUAL WS-RUN-ID
032600         SET WS-RESUBMIT-YES TO TRUE
032700         GO TO 1000-EXIT
032800     END-IF.
032900     DISPLAY 'FIK304E FIZZINTK - DEPT ' WS-DEPT-ID ' BATCH '
033000         WS-BATCH-NO ' ALREADY TAKEN IN UNDER RUN ' REG-RUN-ID
033100         ' ON ' REG-ACCEPT-DATE.
033200     PERFORM 8800-REFUSE-DECK THRU 8800-EXIT.
033300 1000-EXIT.
033400     EXIT.
033500
033600***************************************************************
033700*    1100-READ-ENVELOPE - READ ONE INBOUND RECORD.  A READ      *
033800*    FAILURE IS FATAL; END OF FILE IS LEFT FOR THE CALLER.      *
033900***************************************************************
034000 1100-READ-ENVELOPE.
034100     READ ENVELOPE-INPUT-FILE.
034200     IF WS-ENV-IN-EOF
034300         GO TO 1100-EXIT
034400     END-IF.
034500     IF NOT WS-ENV-IN-OK
034600         DISPLAY 'FIK408S FIZZINTK - ENVIN READ FAILED '
034700             WS-ENV-IN-STATUS
034800         MOVE 12 TO WS-HIGHEST-RC
034900         SET WS-DECK-REFUSED TO TRUE
035000         SET WS-ENV-IN-EOF TO TRUE
035100         GO TO 1100-EXIT
035200     END-IF.
035300     ADD 1 TO WS-RECORD-NUMBER.
035400 1100-EXIT.
035500     EXIT.
035600
035700***************************************************************
035800*    2000-COPY-DETAIL - READ ONE RECORD PAST THE HEADER.  A     *
035900*    'D' DETAIL IS COUNTED, HASHED WHEN ITS VALUE IS ALL        *
036000*    DIGITS, AND WRITTEN TO FIZZIN AS A BARE RECORD; THE 'T'    *
036100*    TRAILER ENDS THE LOOP.  END OF FILE BEFORE THE TRAILER,    *
036200*    OR ANY OTHER RECORD TYPE, REFUSES THE DECK.                *
036300***************************************************************
036400 2000-COPY-DETAIL.
036500     PERFORM 1100-READ-ENVELOPE THRU 1100-EXIT.
036600     IF WS-DECK-REFUSED
036700         GO TO 2000-EXIT
036800     END-IF.
036900     IF WS-ENV-IN-EOF
037000         DISPLAY 'FIK305E FIZZINTK - NO T TRAILER, DECK ENDS '
037100             'AFTER RECORD ' WS-RECORD-NUMBER
037200         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
037300         GO TO 2000-EXIT
037400     END-IF.
037500     IF FBE-TRAILER-RECORD
037600         SET WS-TRAILER-SEEN TO TRUE
037700         GO TO 2000-EXIT
037800     END-IF.
037900     IF NOT FBE-DETAIL-RECORD
038000         DISPLAY 'FIK306E FIZZINTK - UNEXPECTED RECORD TYPE '
038100             FBE-RECORD-TYPE ' AT RECORD ' WS-RECORD-NUMBER
038200         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
038300         GO TO 2000-EXIT
038400     END-IF.
038500     MOVE SPACES TO FIZZBUZZ-INPUT-RECORD.
038600     MOVE FBE-DET-VALUE TO FBI-VALUE.
038700     MOVE FBE-DET-EXCESS TO FBI-EXCESS.
038800     WRITE FIZZBUZZ-INPUT-RECORD.
038900     IF NOT WS-FIZZ-IN-OK
039000         DISPLAY 'FIK409S FIZZINTK - FIZZIN WRITE FAILED '
039100             WS-FIZZ-IN-STATUS
039200         MOVE 12 TO WS-HIGHEST-RC
039300         SET WS-DECK-REFUSED TO TRUE
039400         GO TO 2000-EXIT
039500     END-IF.
039600     ADD 1 TO WS-DETAIL-COUNT.
039700     IF FBE-DET-VALUE IS NUMERIC
039800         ADD FBE-DET-NUMBER TO WS-HASH-TOTAL
039900         IF WS-HASH-TOTAL > 9999999999999
040000             SUBTRACT 10000000000000 FROM WS-HASH-TOTAL
040100         END-IF
040200     END-IF.
040300 2000-EXIT.
040400     EXIT.
040500
040600***************************************************************
040700*    3000-FOOT-TRAILER - THE TRAILER MUST BE THE LAST RECORD,   *
040800*    AND ITS COUNT AND HASH MUST MATCH WHAT ARRIVED.  A         *
040900*    RESUBMITTED BATCH MUST ALSO MATCH THE FIGURES IT WAS       *
041000*    REGISTERED WITH - A DIFFERENT DECK UNDER THE SAME BATCH    *
041100*    NUMBER IS STILL A REPEAT.                                  *
041200***************************************************************
041300 3000-FOOT-TRAILER.
041400     IF FBE-TRL-RECORD-COUNT IS NOT NUMERIC
041500         OR FBE-TRL-HASH-TOTAL IS NOT NUMERIC
041600         DISPLAY 'FIK307E FIZZINTK - TRAILER COUNT OR HASH NOT '
041700             'NUMERIC'
041800         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
041900         GO TO 3000-EXIT
042000     END-IF.
042100     MOVE FBE-TRL-RECORD-COUNT TO WS-TRAILER-COUNT.
042200     MOVE FBE-TRL-HASH-TOTAL TO WS-TRAILER-HASH.
042300     PERFORM 1100-READ-ENVELOPE THRU 1100-EXIT.
042400     IF WS-DECK-REFUSED
042500         GO TO 3000-EXIT
042600     END-IF.
042700     IF NOT WS-ENV-IN-EOF
042800         DISPLAY 'FIK308E FIZZINTK - RECORDS FOLLOW THE T '
042900             'TRAILER, FIRST AT RECORD ' WS-RECORD-NUMBER
043000         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
043100         GO TO 3000-EXIT
043200     END-IF.
043300     IF WS-TRAILER-COUNT NOT EQUAL WS-DETAIL-COUNT
043400         DISPLAY 'FIK309E FIZZINTK - COUNT DOES NOT FOOT, '
043500             'TRAILER ' WS-TRAILER-COUNT ' RECEIVED '
043600             WS-DETAIL-COUNT
043700         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
043800         GO TO 3000-EXIT
043900     END-IF.
044000     IF WS-TRAILER-HASH NOT EQUAL WS-HASH-TOTAL
044100         DISPLAY 'FIK310E FIZZINTK - HASH DOES NOT FOOT, '
044200             'TRAILER ' WS-TRAILER-HASH ' RECEIVED '
044300             WS-HASH-TOTAL
044400         PERFORM 8800-REFUSE-DECK THRU 8800-EXIT
044500         GO TO 3000-EXIT
044600     END-IF.
044700     IF WS-RESUBMIT-NO
044800         GO TO 3000-EXIT
044900     END-IF.
045000     IF REG-RECORD-COUNT EQUAL WS-DETAIL-COUNT
045100         AND REG-HASH-TOTAL EQUAL WS-HASH-TOTAL
045200         DISPLAY 'FIK103I FIZZINTK - DEPT ' WS-DEPT-ID
045300             ' BATCH ' WS-BATCH-NO ' ALREADY REGISTERED TO RUN '
045400             WS-RUN-ID ', TAKEN IN AGAIN FOR THE RESTART'
045500         GO TO 3000-EXIT
045600     END-IF.
045700     DISPLAY 'FIK304E FIZZINTK - DEPT ' WS-DEPT-ID ' BATCH '
045800         WS-BATCH-NO ' ALREADY TAKEN IN UNDER RUN ' REG-RUN-ID
045900         ' ON ' REG-ACCEPT-DATE.
046000     PERFORM 8800-REFUSE-DECK THRU 8800-EXIT.
046100 3000-EXIT.
046200     EXIT.
046300
046400***************************************************************
046500*    4000-REGISTER-BATCH - RECORD THE ACCEPTED BATCH AGAINST    *
046600*    THE RUN ID.  A RESUBMITTED BATCH IS ALREADY THERE.  A      *
046700*    REGISTER WRITE FAILURE IS FATAL AND EMPTIES FIZZIN - A     *
046800*    DECK THAT WENT THROUGH UNREGISTERED COULD BE SENT AGAIN    *
046900*    AND NOBODY WOULD KNOW.                                     *
047000***************************************************************
047100 4000-REGISTER-BATCH.
047200     IF WS-RESUBMIT-YES
047300         GO TO 4000-EXIT
047400     END-IF.
047500     MOVE SPACES TO BATCH-REGISTER-RECORD.
047600     MOVE WS-DEPT-ID TO REG-DEPT-ID.
047700     MOVE WS-BATCH-NO TO REG-BATCH-NO.
047800     MOVE WS-RUN-ID TO REG-RUN-ID.
047900     MOVE WS-SEND-DATE TO REG-SEND-DATE.
048000     MOVE WS-RUN-DATE TO REG-ACCEPT-DATE.
048100     MOVE WS-RUN-TIME TO REG-ACCEPT-TIME.
048200     MOVE WS-DETAIL-COUNT TO REG-RECORD-COUNT.
048300     MOVE WS-HASH-TOTAL TO REG-HASH-TOTAL.
048400     WRITE BATCH-REGISTER-RECORD.
048500     IF NOT WS-FIZZ-REG-OK
048600         DISPLAY 'FIK410S FIZZINTK - FIZZREG WRITE FAILED '
048700             WS-FIZZ-REG-STATUS
048800         MOVE 12 TO WS-HIGHEST-RC
048900     END-IF.
049000 4000-EXIT.
049100     EXIT.
049200
049300***************************************************************
049400*    8000-EMPTY-OUTPUT - REOPEN FIZZIN OUTPUT AND CLOSE IT      *
049500*    AGAIN, LEAVING IT EMPTY, SO NO PART OF A REFUSED DECK IS   *
049600*    LEFT WHERE THE BATCH DRIVER WOULD FIND IT.                 *
049700***************************************************************
049800 8000-EMPTY-OUTPUT.
049900     OPEN OUTPUT FIZZ-INPUT-FILE.
050000     IF WS-FIZZ-IN-OK
050100         CLOSE FIZZ-INPUT-FILE
050200     END-IF.
050300 8000-EXIT.
050400     EXIT.
050500
050600***************************************************************
050700*    8800-REFUSE-DECK - MARK THE DECK REFUSED (RETURN CODE 8)   *
050800*    WITHOUT LOWERING A WORSE CODE ALREADY RAISED.              *
050900***************************************************************
051000 8800-REFUSE-DECK.
051100     SET WS-DECK-REFUSED TO TRUE.
051200     IF WS-HIGHEST-RC < 8
051300         MOVE 8 TO WS-HIGHEST-RC
051400     END-IF.
051500 8800-EXIT.
051600     EXIT.
051700
051800***************************************************************
051900*    9800-CYCLE-END - RECORD THE STEP'S OUTCOME ON FIZZCYC.  A  *
052000*    REFUSED DECK (8) OR WORSE IS A FAILED STEP, SO THE BATCH   *
052100*    DRIVER CANNOT FOLLOW IT.  THE CALL RESETS RETURN-CODE, SO  *
052200*    IT IS PUT BACK AFTERWARDS.                                 *
052300***************************************************************
052400 9800-CYCLE-END.
052500     IF NOT CYL-GO
052600         GO TO 9800-EXIT
052700     END-IF.
052800     MOVE RETURN-CODE TO WS-CYCLE-RC.
052900     MOVE WS-CYCLE-RC TO CYL-STEP-RC.
053000     IF WS-CYCLE-RC >= 8
053100         SET CYL-FAIL-STEP TO TRUE
053200     ELSE
053300         SET CYL-COMPLETE-STEP TO TRUE
053400     END-IF.
053500     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
053600     MOVE WS-CYCLE-RC TO RETURN-CODE.
053700 9800-EXIT.
053800     EXIT.
