000100***************************************************************
000200*
000300*    FIZZLINR - RESULTS LINEAGE REPORT
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    THE FIZZMST RESULTS MASTER ONLY HOLDS THE LATEST ANSWER FOR
001100*    A NUMBER - A RULE CHANGE OR A RERUN OVERWRITES WHAT WAS
001200*    THERE, AND AUDIT KEEPS BEING ASKED WHAT A NUMBER USED TO
001300*    BE.  THE BATCH DRIVER AND FIZZMLOD NOW KEEP EVERY REPLACED
001400*    ANSWER ON THE FIZZHST RESULTS HISTORY.  THIS STEP LISTS,
001500*    FOR THE NUMBER OR RANGE NAMED ON THE LINPARM CARD, EVERY
001600*    ANSWER EACH NUMBER HAS HAD: THE ANSWER, THE RUN ID THAT
001700*    PRODUCED IT, THE RULE-SET VERSION IT WAS CLASSIFIED
001800*    UNDER, AND THE DATES IT WAS IN FORCE - OLDEST FIRST, THEN
001900*    THE CURRENT ANSWER FROM THE MASTER.  A NUMBER WITH HISTORY
002000*    BUT NO MASTER RECORD (PURGED BY FIZZMHKP) IS SHOWN AS NO
002100*    LONGER ON THE MASTER.
002200*
002300*    THE JCL SORTS FIZZHST BY NUMBER, RUN DATE, AND SUPERSEDED
002400*    DATE INTO HSTSORT AHEAD OF THIS STEP; THE MASTER IS READ
002500*    FROM THE START OF THE RANGE BY KEY, AND THE TWO ARE
002600*    MATCHED ON NUMBER.
002700*
002800*    RETURN CODES: 0 LISTED, 4 NOTHING ON FILE FOR THE NUMBERS
002900*    REQUESTED, 8 A RECORD COULD NOT BE READ (THE LISTING MAY
003000*    BE INCOMPLETE), 12 BAD PARAMETER CARD OR A FILE THIS STEP
003100*    COULD NOT USE.
003200*
003300*    MODIFICATION HISTORY.
003400*    DATE       INIT  DESCRIPTION
003500*    ---------  ----  --------------------------------------
003600*    2026-10-15 RM    INITIAL VERSION.
003620*    2026-10-15 RM    A HISTORY RECORD THE FIZZMHKP PURGE WROTE
003640*                     (SOURCE 'P') IS NOTED AS PURGED FROM THE
003660*                     MASTER, NOT AS REPLACED BY A DIRECT RUN.
003700*
003800***************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. FIZZLINR.
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT LINEAGE-PARM-FILE ASSIGN TO LINPARM
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-LIN-PARM-STATUS.
005200
005300     SELECT SORTED-HISTORY-FILE ASSIGN TO HSTSORT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-HST-SRT-STATUS.
005600
005700     SELECT FIZZ-MASTER-FILE ASSIGN TO FIZZMST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS FBM-NUMBER
006100         FILE STATUS IS WS-FIZZ-MST-STATUS.
006200
006300     SELECT LINEAGE-REPORT-FILE ASSIGN TO LINRPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-LIN-RPT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  LINEAGE-PARM-FILE
007000     RECORDING MODE IS F.
007100 COPY FIZZLNP.
007200
007300 FD  SORTED-HISTORY-FILE
007400     RECORDING MODE IS F.
007500 COPY FIZZHST.
007600
007700 FD  FIZZ-MASTER-FILE.
007800 COPY FIZZMST.
007900
008000 FD  LINEAGE-REPORT-FILE
008100     RECORDING MODE IS F.
008200 01  LINEAGE-REPORT-RECORD      PIC X(132).
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-LIN-PARM-STATUS         PIC X(02).
008600     88  WS-LIN-PARM-OK             VALUE '00'.
008700 01  WS-HST-SRT-STATUS          PIC X(02).
008800     88  WS-HST-SRT-OK              VALUE '00'.
008900     88  WS-HST-SRT-EOF             VALUE '10'.
009000 01  WS-FIZZ-MST-STATUS         PIC X(02).
009100     88  WS-FIZZ-MST-OK             VALUE '00'.
009200     88  WS-FIZZ-MST-EOF            VALUE '10'.
009300     88  WS-FIZZ-MST-NOREC          VALUE '23'.
009400 01  WS-LIN-RPT-STATUS          PIC X(02).
009500     88  WS-LIN-RPT-OK              VALUE '00'.
009600
009700 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
009800 01  WS-START-NUMBER            PIC 9(09) VALUE 0.
009900 01  WS-END-NUMBER              PIC 9(09) VALUE 0.
010000 01  WS-NUMBERS-LISTED          PIC 9(09) VALUE 0.
010100 01  WS-HISTORY-LISTED          PIC 9(09) VALUE 0.
010200 01  WS-OFF-MASTER-COUNT        PIC 9(09) VALUE 0.
010300 01  WS-HST-READ-COUNT          PIC 9(09) VALUE 0.
010400
010500***************************************************************
010600*    MATCH KEYS.  EACH SIDE'S KEY IS THE NUMBER OF ITS NEXT     *
010700*    RECORD INSIDE THE RANGE, OR WS-HIGH-KEY ONCE THAT SIDE IS  *
010800*    EXHAUSTED OR PAST THE END OF THE RANGE - ONE DIGIT WIDER   *
010900*    THAN A NUMBER SO IT SORTS AFTER 999999999.                 *
011000***************************************************************
011100 01  WS-HIGH-KEY                PIC 9(10) VALUE 9999999999.
011200 01  WS-HST-KEY                 PIC 9(10) VALUE 0.
011300 01  WS-MST-KEY                 PIC 9(10) VALUE 0.
011400 01  WS-CURRENT-NUMBER          PIC 9(10) VALUE 0.
011500
011600***************************************************************
011700*    PAGE CONTROL.                                              *
011800***************************************************************
011900 01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
012000 01  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
012100 01  WS-PAGE-COUNT              PIC 9(04) VALUE 0.
012200 01  WS-TODAY                   PIC 9(08).
012300
012400***************************************************************
012500*    PRINT LINES.                                               *
012600***************************************************************
012700 01  WS-HEADING-1.
012800     05  FILLER                 PIC X(08) VALUE 'FIZZLINR'.
012900     05  FILLER                 PIC X(05) VALUE SPACES.
013000     05  FILLER                 PIC X(31)
013100         VALUE 'FIZZBUZZ RESULTS LINEAGE REPORT'.
013200     05  FILLER                 PIC X(05) VALUE SPACES.
013300     05  FILLER                 PIC X(08) VALUE 'NUMBERS '.
013400     05  WS-H1-START            PIC 9(09).
013500     05  FILLER                 PIC X(03) VALUE ' - '.
013600     05  WS-H1-END              PIC 9(09).
013700     05  FILLER                 PIC X(05) VALUE SPACES.
013800     05  FILLER                 PIC X(09) VALUE 'REPORTED '.
013900     05  WS-H1-DATE             PIC 9(08).
014000     05  FILLER                 PIC X(22) VALUE SPACES.
014100     05  FILLER                 PIC X(05) VALUE 'PAGE '.
014200     05  WS-H1-PAGE             PIC ZZZ9.
014300     05  FILLER                 PIC X(01) VALUE SPACES.
014400 01  WS-HEADING-2.
014500     05  FILLER                 PIC X(11) VALUE 'NUMBER'.
014600     05  FILLER                 PIC X(18) VALUE 'ANSWER'.
014700     05  FILLER                 PIC X(10) VALUE 'RUN ID'.
014800     05  FILLER                 PIC X(10) VALUE 'RULE SET'.
014900     05  FILLER                 PIC X(14) VALUE 'IN FORCE FROM'.
015000     05  FILLER                 PIC X(14) VALUE 'IN FORCE TO'.
015100     05  FILLER                 PIC X(12) VALUE 'REPLACED BY'.
015200     05  FILLER                 PIC X(43) VALUE 'NOTE'.
015300 01  WS-DETAIL-LINE.
015400     05  WS-DET-NUMBER          PIC 9(09).
015500     05  FILLER                 PIC X(02) VALUE SPACES.
015600     05  WS-DET-RESULT          PIC X(16).
015700     05  FILLER                 PIC X(02) VALUE SPACES.
015800     05  WS-DET-RUN-ID          PIC X(08).
015900     05  FILLER                 PIC X(04) VALUE SPACES.
016000     05  WS-DET-VERSION         PIC X(04).
016100     05  FILLER                 PIC X(04) VALUE SPACES.
016200     05  WS-DET-FROM            PIC X(10).
016300     05  FILLER                 PIC X(04) VALUE SPACES.
016400     05  WS-DET-TO              PIC X(10).
016500     05  FILLER                 PIC X(04) VALUE SPACES.
016600     05  WS-DET-BY              PIC X(08).
016700     05  FILLER                 PIC X(04) VALUE SPACES.
016800     05  WS-DET-NOTE            PIC X(24).
016900     05  FILLER                 PIC X(19) VALUE SPACES.
017000 01  WS-TOTAL-LINE.
017100     05  WS-TOT-LABEL           PIC X(40).
017200     05  WS-TOT-COUNT           PIC ZZZZZZZZ9.
017300     05  FILLER                 PIC X(83) VALUE SPACES.
017400 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.
017500 01  WS-SAVE-LINE               PIC X(132).
017600
017700***************************************************************
017800*    DATE FORMATTING WORK AREAS.                                *
017900***************************************************************
018000 01  WS-VERSION-WORK            PIC 9(04).
018100 01  WS-DATE-WORK               PIC 9(08).
018200 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
018300     05  WS-DW-YYYY             PIC X(04).
018400     05  WS-DW-MM               PIC X(02).
018500     05  WS-DW-DD               PIC X(02).
018600 01  WS-FMT-DATE.
018700     05  WS-FD-YYYY             PIC X(04).
018800     05  FILLER                 PIC X(01) VALUE '-'.
018900     05  WS-FD-MM               PIC X(02).
019000     05  FILLER                 PIC X(01) VALUE '-'.
019100     05  WS-FD-DD               PIC X(02).
019200
019300 PROCEDURE DIVISION.
019400
019500***************************************************************
019600*    0000-MAIN - READ THE PARAMETER CARD, OPEN THE FILES, LIST  *
019700*    EVERY NUMBER IN THE RANGE THAT EITHER FILE KNOWS, AND      *
019800*    GRADE THE RETURN CODE.                                     *
019900***************************************************************
020000 0000-MAIN.
020100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
020200     MOVE WS-TODAY TO WS-H1-DATE.
020300     PERFORM 0100-READ-PARM THRU 0100-EXIT.
020400     IF WS-HIGHEST-RC EQUAL 12
020500         MOVE 12 TO RETURN-CODE
020600         GOBACK
020700     END-IF.
020800     MOVE WS-START-NUMBER TO WS-H1-START.
020900     MOVE WS-END-NUMBER TO WS-H1-END.
021000     OPEN OUTPUT LINEAGE-REPORT-FILE.
021100     IF NOT WS-LIN-RPT-OK
021200         DISPLAY 'FLN401S FIZZLINR - LINRPT OPEN FAILED '
021300             WS-LIN-RPT-STATUS
021400         MOVE 12 TO RETURN-CODE
021500         GOBACK
021600     END-IF.
021700     OPEN INPUT SORTED-HISTORY-FILE.
021800     IF NOT WS-HST-SRT-OK
021900         DISPLAY 'FLN405S FIZZLINR - HSTSORT OPEN FAILED '
022000             WS-HST-SRT-STATUS
022100         CLOSE LINEAGE-REPORT-FILE
022200         MOVE 12 TO RETURN-CODE
022300         GOBACK
022400     END-IF.
022500     PERFORM 0400-OPEN-MASTER THRU 0400-EXIT.
022600     IF WS-HIGHEST-RC EQUAL 12
022700         CLOSE SORTED-HISTORY-FILE
022800         CLOSE LINEAGE-REPORT-FILE
022900         MOVE 12 TO RETURN-CODE
023000         GOBACK
023100     END-IF.
023200     PERFORM 1000-NEXT-HISTORY THRU 1000-EXIT.
023300     IF WS-MST-KEY NOT EQUAL WS-HIGH-KEY
023400         PERFORM 1100-NEXT-MASTER THRU 1100-EXIT
023500     END-IF.
023600     PERFORM 2000-LIST-ONE-NUMBER THRU 2000-EXIT
023700         UNTIL WS-HST-KEY EQUAL WS-HIGH-KEY
023800         AND WS-MST-KEY EQUAL WS-HIGH-KEY.
023900     IF WS-NUMBERS-LISTED EQUAL 0
024000         MOVE 'NOTHING ON FILE FOR THE NUMBERS REQUESTED' TO
024100             LINEAGE-REPORT-RECORD
024200         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
024300         IF WS-HIGHEST-RC < 4
024400             DISPLAY 'FLN102W FIZZLINR - NOTHING ON FILE FOR '
024500                 WS-START-NUMBER ' - ' WS-END-NUMBER
024600             MOVE 4 TO WS-HIGHEST-RC
024700         END-IF
024800     END-IF.
024900     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
025000     CLOSE SORTED-HISTORY-FILE.
025100     CLOSE FIZZ-MASTER-FILE.
025200     CLOSE LINEAGE-REPORT-FILE.
025300     MOVE WS-HIGHEST-RC TO RETURN-CODE.
025400     DISPLAY 'FLN101I FIZZLINR - NUMBERS ' WS-NUMBERS-LISTED
025500         ' SUPERSEDED ANSWERS ' WS-HISTORY-LISTED
025600         ' RETURN CODE ' WS-HIGHEST-RC.
025700     GOBACK.
025800
025900***************************************************************
026000*    0100-READ-PARM - READ AND EDIT THE SINGLE LINEAGE CARD.    *
026100*    A BLANK OR ZERO END NUMBER MEANS THE START NUMBER ALONE.   *
026200*    A MISSING OR INVALID CARD IS FATAL - THERE IS NOTHING TO   *
026300*    REPORT ON WITHOUT ONE.                                     *
026400***************************************************************
026500 0100-READ-PARM.
026600     OPEN INPUT LINEAGE-PARM-FILE.
026700     IF NOT WS-LIN-PARM-OK
026800         DISPLAY 'FLN402S FIZZLINR - LINPARM OPEN FAILED '
026900             WS-LIN-PARM-STATUS
027000         MOVE 12 TO WS-HIGHEST-RC
027100         GO TO 0100-EXIT
027200     END-IF.
027300     READ LINEAGE-PARM-FILE.
027400     IF NOT WS-LIN-PARM-OK
027500         DISPLAY 'FLN403S FIZZLINR - LINPARM CARD MISSING'
027600         MOVE 12 TO WS-HIGHEST-RC
027700         CLOSE LINEAGE-PARM-FILE
027800         GO TO 0100-EXIT
027900     END-IF.
028000     CLOSE LINEAGE-PARM-FILE.
028100     IF LNP-START-NUMBER IS NOT NUMERIC
028200         OR LNP-START-NUMBER < 1
028300         DISPLAY 'FLN404S FIZZLINR - LINPARM START NUMBER '
028400             'INVALID: ' LNP-START-NUMBER
028500         MOVE 12 TO WS-HIGHEST-RC
028600         GO TO 0100-EXIT
028700     END-IF.
028800     MOVE LNP-START-NUMBER TO WS-START-NUMBER.
028900     MOVE LNP-START-NUMBER TO WS-END-NUMBER.
029000     IF LNP-END-NUMBER-X EQUAL SPACES
029100         GO TO 0100-EXIT
029200     END-IF.
029300     IF LNP-END-NUMBER IS NOT NUMERIC
029400         OR (LNP-END-NUMBER NOT EQUAL 0
029500         AND LNP-END-NUMBER < LNP-START-NUMBER)
029600         DISPLAY 'FLN404S FIZZLINR - LINPARM END NUMBER '
029700             'INVALID: ' LNP-END-NUMBER-X
029800         MOVE 12 TO WS-HIGHEST-RC
029900         GO TO 0100-EXIT
030000     END-IF.
030100     IF LNP-END-NUMBER NOT EQUAL 0
030200         MOVE LNP-END-NUMBER TO WS-END-NUMBER
030300     END-IF.
030400 0100-EXIT.
030500     EXIT.
030600
030700***************************************************************
030800*    0400-OPEN-MASTER - OPEN THE MASTER AND POSITION IT AT THE  *
030900*    FIRST NUMBER NOT LESS THAN THE START OF THE RANGE.  NO     *
031000*    SUCH RECORD (STATUS 23) LEAVES THE MASTER SIDE EXHAUSTED   *
031100*    BEFORE IT STARTS; THE HISTORY CAN STILL BE LISTED.         *
031200***************************************************************
031300 0400-OPEN-MASTER.
031400     OPEN INPUT FIZZ-MASTER-FILE.
031500     IF NOT WS-FIZZ-MST-OK
031600         DISPLAY 'FLN406S FIZZLINR - FIZZMST OPEN FAILED '
031700             WS-FIZZ-MST-STATUS
031800         MOVE 12 TO WS-HIGHEST-RC
031900         GO TO 0400-EXIT
032000     END-IF.
032100     MOVE WS-START-NUMBER TO FBM-NUMBER.
032200     START FIZZ-MASTER-FILE KEY IS NOT LESS THAN FBM-NUMBER.
032300     IF WS-FIZZ-MST-NOREC
032400         MOVE WS-HIGH-KEY TO WS-MST-KEY
032500         GO TO 0400-EXIT
032600     END-IF.
032700     IF NOT WS-FIZZ-MST-OK
032800         DISPLAY 'FLN301E FIZZLINR - FIZZMST START FAILED '
032900             WS-FIZZ-MST-STATUS
033000         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
033100         MOVE WS-HIGH-KEY TO WS-MST-KEY
033200     END-IF.
033300 0400-EXIT.
033400     EXIT.
033500
033600***************************************************************
033700*    1000-NEXT-HISTORY - ADVANCE THE HISTORY SIDE TO ITS NEXT   *
033800*    RECORD INSIDE THE RANGE, READING PAST ANY BEFORE IT.  THE  *
033900*    FIRST RECORD PAST THE END OF THE RANGE ENDS THIS SIDE -    *
034000*    THE FILE IS SORTED BY NUMBER.                              *
034100***************************************************************
034200 1000-NEXT-HISTORY.
034300     MOVE 0 TO WS-HST-KEY.
034400     PERFORM 1010-READ-HISTORY THRU 1010-EXIT
034500         UNTIL WS-HST-KEY >= WS-START-NUMBER.
034600     IF WS-HST-KEY > WS-END-NUMBER
034700         MOVE WS-HIGH-KEY TO WS-HST-KEY
034800     END-IF.
034900 1000-EXIT.
035000     EXIT.
035100
035200***************************************************************
035300*    1010-READ-HISTORY - READ ONE SORTED HISTORY RECORD.  A     *
035400*    RECORD WITH A NON-NUMERIC NUMBER IS REPORTED AND SKIPPED;  *
035500*    A READ FAILURE ENDS THE HISTORY SIDE AND DEGRADES THE      *
035600*    STEP, SINCE THE LISTING IS THEN INCOMPLETE.                *
035700***************************************************************
035800 1010-READ-HISTORY.
035900     READ SORTED-HISTORY-FILE.
036000     IF WS-HST-SRT-EOF
036100         MOVE WS-HIGH-KEY TO WS-HST-KEY
036200         GO TO 1010-EXIT
036300     END-IF.
036400     IF NOT WS-HST-SRT-OK
036500         DISPLAY 'FLN302E FIZZLINR - HSTSORT READ FAILED '
036600             WS-HST-SRT-STATUS
036700         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
036800         MOVE WS-HIGH-KEY TO WS-HST-KEY
036900         GO TO 1010-EXIT
037000     END-IF.
037100     ADD 1 TO WS-HST-READ-COUNT.
037200     IF FBH-NUMBER IS NOT NUMERIC
037300         DISPLAY 'FLN303E FIZZLINR - HISTORY RECORD SKIPPED, '
037400             'BAD NUMBER: ' FBH-NUMBER
037500         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
037600         GO TO 1010-EXIT
037700     END-IF.
037800     MOVE FBH-NUMBER TO WS-HST-KEY.
037900 1010-EXIT.
038000     EXIT.
038100
038200***************************************************************
038300*    1100-NEXT-MASTER - READ THE NEXT MASTER RECORD IN KEY      *
038400*    ORDER.  END OF FILE, OR THE FIRST NUMBER PAST THE END OF   *
038500*    THE RANGE, ENDS THE MASTER SIDE.                           *
038600***************************************************************
038700 1100-NEXT-MASTER.
038800     READ FIZZ-MASTER-FILE NEXT RECORD.
038900     IF WS-FIZZ-MST-EOF
039000         MOVE WS-HIGH-KEY TO WS-MST-KEY
039100         GO TO 1100-EXIT
039200     END-IF.
039300     IF NOT WS-FIZZ-MST-OK
039400         DISPLAY 'FLN304E FIZZLINR - FIZZMST READ FAILED '
039500             WS-FIZZ-MST-STATUS
039600         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
039700         MOVE WS-HIGH-KEY TO WS-MST-KEY
039800         GO TO 1100-EXIT
039900     END-IF.
040000     IF FBM-NUMBER > WS-END-NUMBER
040100         MOVE WS-HIGH-KEY TO WS-MST-KEY
040200     ELSE
040300         MOVE FBM-NUMBER TO WS-MST-KEY
040400     END-IF.
040500 1100-EXIT.
040600     EXIT.
040700
040800***************************************************************
040900*    2000-LIST-ONE-NUMBER - LIST THE LOWER OF THE TWO KEYS:     *
041000*    EVERY SUPERSEDED ANSWER ON THE HISTORY, OLDEST FIRST,      *
041100*    THEN THE CURRENT ANSWER FROM THE MASTER - OR A NOTE THAT   *
041200*    THE NUMBER IS NO LONGER ON THE MASTER.                     *
041300***************************************************************
041400 2000-LIST-ONE-NUMBER.
041500     IF WS-HST-KEY < WS-MST-KEY
041600         MOVE WS-HST-KEY TO WS-CURRENT-NUMBER
041700     ELSE
041800         MOVE WS-MST-KEY TO WS-CURRENT-NUMBER
041900     END-IF.
042000     ADD 1 TO WS-NUMBERS-LISTED.
042100     PERFORM 2100-LIST-HISTORY THRU 2100-EXIT
042200         UNTIL WS-HST-KEY NOT EQUAL WS-CURRENT-NUMBER.
042300     IF WS-MST-KEY EQUAL WS-CURRENT-NUMBER
042400         PERFORM 2200-LIST-CURRENT THRU 2200-EXIT
042500         PERFORM 1100-NEXT-MASTER THRU 1100-EXIT
042600     ELSE
042700         PERFORM 2300-LIST-OFF-MASTER THRU 2300-EXIT
042800     END-IF.
042900     MOVE WS-BLANK-LINE TO LINEAGE-REPORT-RECORD.
043000     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
043100 2000-EXIT.
043200     EXIT.
043300
043400***************************************************************
043500*    2100-LIST-HISTORY - ONE LINE FOR A SUPERSEDED ANSWER: IN   *
043600*    FORCE FROM THE RUN DATE THAT PRODUCED IT TO THE DATE OF    *
043700*    THE RUN THAT REPLACED IT.  A DATE NOT KNOWN WHEN THE       *
043800*    ANSWER WAS STORED PRINTS AS UNKNOWN.                       *
043900***************************************************************
044000 2100-LIST-HISTORY.
044100     MOVE WS-CURRENT-NUMBER TO WS-DET-NUMBER.
044200     MOVE FBH-RESULT TO WS-DET-RESULT.
044300     MOVE FBH-RUN-ID TO WS-DET-RUN-ID.
044400     IF FBH-RULE-SET-VERSION IS NUMERIC
044500         MOVE FBH-RULE-SET-VERSION TO WS-VERSION-WORK
044600     ELSE
044700         MOVE 0 TO WS-VERSION-WORK
044800     END-IF.
044900     MOVE WS-VERSION-WORK TO WS-DET-VERSION.
045000     IF FBH-RUN-DATE IS NUMERIC AND FBH-RUN-DATE > 0
045100         MOVE FBH-RUN-DATE TO WS-DATE-WORK
045200         PERFORM 5100-FORMAT-DATE THRU 5100-EXIT
045300         MOVE WS-FMT-DATE TO WS-DET-FROM
045400     ELSE
045500         MOVE 'UNKNOWN' TO WS-DET-FROM
045600     END-IF.
045700     IF FBH-SUPERSEDED-DATE IS NUMERIC
045800         AND FBH-SUPERSEDED-DATE > 0
045900         MOVE FBH-SUPERSEDED-DATE TO WS-DATE-WORK
046000         PERFORM 5100-FORMAT-DATE THRU 5100-EXIT
046100         MOVE WS-FMT-DATE TO WS-DET-TO
046200     ELSE
046300         MOVE 'UNKNOWN' TO WS-DET-TO
046400     END-IF.
046500     MOVE FBH-SUPERSEDED-BY TO WS-DET-BY.
046600     IF FBH-SOURCE-LOAD
046700         MOVE 'REPLACED BY MASS LOAD' TO WS-DET-NOTE
046800     ELSE
046900         MOVE 'REPLACED BY DIRECT RUN' TO WS-DET-NOTE
047000     END-IF.
047020     IF FBH-SOURCE-PURGE
047040         MOVE 'PURGED FROM MASTER' TO WS-DET-NOTE
047060     END-IF.
047100     MOVE WS-DETAIL-LINE TO LINEAGE-REPORT-RECORD.
047200     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
047300     ADD 1 TO WS-HISTORY-LISTED.
047400     PERFORM 1000-NEXT-HISTORY THRU 1000-EXIT.
047500 2100-EXIT.
047600     EXIT.
047700
047800***************************************************************
047900*    2200-LIST-CURRENT - THE ANSWER ON THE MASTER NOW, IN       *
048000*    FORCE FROM ITS RUN DATE TO TODAY.                          *
048100***************************************************************
048200 2200-LIST-CURRENT.
048300     MOVE WS-CURRENT-NUMBER TO WS-DET-NUMBER.
048400     MOVE FBM-RESULT TO WS-DET-RESULT.
048500     MOVE FBM-RUN-ID TO WS-DET-RUN-ID.
048600     IF FBM-RULE-SET-VERSION IS NUMERIC
048700         MOVE FBM-RULE-SET-VERSION TO WS-VERSION-WORK
048800     ELSE
048900         MOVE 0 TO WS-VERSION-WORK
049000     END-IF.
049100     MOVE WS-VERSION-WORK TO WS-DET-VERSION.
049200     IF FBM-RUN-DATE IS NUMERIC AND FBM-RUN-DATE > 0
049300         MOVE FBM-RUN-DATE TO WS-DATE-WORK
049400         PERFORM 5100-FORMAT-DATE THRU 5100-EXIT
049500         MOVE WS-FMT-DATE TO WS-DET-FROM
049600     ELSE
049700         MOVE 'UNKNOWN' TO WS-DET-FROM
049800     END-IF.
049900     MOVE 'CURRENT' TO WS-DET-TO.
050000     MOVE SPACES TO WS-DET-BY.
050100     MOVE 'CURRENT ANSWER' TO WS-DET-NOTE.
050200     MOVE WS-DETAIL-LINE TO LINEAGE-REPORT-RECORD.
050300     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
050400 2200-EXIT.
050500     EXIT.
050600
050700***************************************************************
050800*    2300-LIST-OFF-MASTER - THE NUMBER HAS HISTORY BUT NO       *
050900*    MASTER RECORD - PURGED SINCE ITS LAST ANSWER WAS STORED.   *
051000***************************************************************
051100 2300-LIST-OFF-MASTER.
051200     MOVE WS-CURRENT-NUMBER TO WS-DET-NUMBER.
051300     MOVE SPACES TO WS-DET-RESULT WS-DET-RUN-ID WS-DET-VERSION
051400         WS-DET-FROM WS-DET-TO WS-DET-BY.
051500     MOVE 'NO LONGER ON MASTER' TO WS-DET-NOTE.
051600     MOVE WS-DETAIL-LINE TO LINEAGE-REPORT-RECORD.
051700     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
051800     ADD 1 TO WS-OFF-MASTER-COUNT.
051900 2300-EXIT.
052000     EXIT.
052100
052200***************************************************************
052300*    3000-PRINT-TOTALS - CLOSE THE REPORT WITH THE COUNTS.      *
052400***************************************************************
052500 3000-PRINT-TOTALS.
052600     MOVE WS-BLANK-LINE TO LINEAGE-REPORT-RECORD.
052700     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
052800     MOVE 'NUMBERS LISTED' TO WS-TOT-LABEL.
052900     MOVE WS-NUMBERS-LISTED TO WS-TOT-COUNT.
053000     MOVE WS-TOTAL-LINE TO LINEAGE-REPORT-RECORD.
053100     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
053200     MOVE 'SUPERSEDED ANSWERS LISTED' TO WS-TOT-LABEL.
053300     MOVE WS-HISTORY-LISTED TO WS-TOT-COUNT.
053400     MOVE WS-TOTAL-LINE TO LINEAGE-REPORT-RECORD.
053500     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
053600     MOVE 'NUMBERS NO LONGER ON MASTER' TO WS-TOT-LABEL.
053700     MOVE WS-OFF-MASTER-COUNT TO WS-TOT-COUNT.
053800     MOVE WS-TOTAL-LINE TO LINEAGE-REPORT-RECORD.
053900     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
054000 3000-EXIT.
054100     EXIT.
054200
054300***************************************************************
054400*    4000-WRITE-REPORT-LINE - WRITE ONE LINE, STARTING A NEW    *
054500*    PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS FULL.  THE     *
054600*    CALLER LEAVES THE LINE IN LINEAGE-REPORT-RECORD.           *
054700***************************************************************
054800 4000-WRITE-REPORT-LINE.
054900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
055000         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
055100     END-IF.
055200     WRITE LINEAGE-REPORT-RECORD AFTER ADVANCING 1 LINE.
055300     ADD 1 TO WS-LINE-COUNT.
055400 4000-EXIT.
055500     EXIT.
055600
055700***************************************************************
055800*    4100-PRINT-HEADINGS - START A NEW PAGE.  THE LINE THE      *
055900*    CALLER BUILT IS PARKED AND RESTORED AROUND THE HEADING     *
056000*    WRITES, SINCE BOTH GO THROUGH LINEAGE-REPORT-RECORD.       *
056100***************************************************************
056200 4100-PRINT-HEADINGS.
056300     MOVE LINEAGE-REPORT-RECORD TO WS-SAVE-LINE.
056400     ADD 1 TO WS-PAGE-COUNT.
056500     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
056600     MOVE WS-HEADING-1 TO LINEAGE-REPORT-RECORD.
056700     WRITE LINEAGE-REPORT-RECORD AFTER ADVANCING PAGE.
056800     MOVE WS-HEADING-2 TO LINEAGE-REPORT-RECORD.
056900     WRITE LINEAGE-REPORT-RECORD AFTER ADVANCING 2 LINES.
057000     MOVE SPACES TO LINEAGE-REPORT-RECORD.
057100     WRITE LINEAGE-REPORT-RECORD AFTER ADVANCING 1 LINE.
057200     MOVE 4 TO WS-LINE-COUNT.
057300     MOVE WS-SAVE-LINE TO LINEAGE-REPORT-RECORD.
057400 4100-EXIT.
057500     EXIT.
057600
057700***************************************************************
057800*    5100-FORMAT-DATE - WS-DATE-WORK (YYYYMMDD) TO WS-FMT-DATE  *
057900*    (YYYY-MM-DD).                                              *
058000***************************************************************
058100 5100-FORMAT-DATE.
058200     MOVE WS-DW-YYYY TO WS-FD-YYYY.
058300     MOVE WS-DW-MM TO WS-FD-MM.
058400     MOVE WS-DW-DD TO WS-FD-DD.
058500 5100-EXIT.
058600     EXIT.
058700
058800***************************************************************
058900*    8900-RAISE-DEGRADED - MARK THE STEP DEGRADED (RETURN CODE  *
059000*    8) WITHOUT LOWERING A WORSE CODE ALREADY RAISED, THE SAME  *
059100*    CONVENTION AS THE BATCH DRIVER.                            *
059200***************************************************************
059300 8900-RAISE-DEGRADED.
059400     IF WS-HIGHEST-RC < 8
059500         MOVE 8 TO WS-HIGHEST-RC
059600     END-IF.
059700 8900-EXIT.
059800     EXIT.
