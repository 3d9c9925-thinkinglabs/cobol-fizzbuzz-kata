000100***************************************************************
000200*
000300*    FIZZCYCR - NIGHTLY CYCLE STATUS REPORT
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    SHOWS WHERE A NIGHT'S CYCLE STANDS: ONE LINE PER STEP OF
001100*    THE FIZZCYT STEP TABLE, IN RUNNING ORDER, FROM THE
001200*    FIZZCYC CONTROL FILE THE FZCYCTL SERVICE KEEPS - STATUS
001300*    (NOT STARTED, RUNNING, COMPLETE, FAILED), RETURN CODE,
001400*    START AND END STAMPS, HOW MANY TIMES IT HAS STARTED, AND
001500*    WHO AUTHORISED A RERUN BY OVERRIDE.  A STEP RUN ONCE PER
001600*    DEPARTMENT (FIZZXTRC) PRINTS ONE LINE PER DEPARTMENT.  THE
001700*    LAST LINE NAMES THE FIRST STEP THAT IS NOT COMPLETE -
001800*    WHERE THE OPERATOR PICKS THE CYCLE UP.
001900*
002000*    THE BUSINESS DATE IS THE CYCLE FIZZSCHD LAST OPENED, OR
002100*    THE DATE ON A 'D' CARD IN THE FIZZCYP LAYOUT ON CYCPARM.
002200*    THE REPORT ONLY READS, AND MAY RUN AT ANY TIME, INCLUDING
002300*    WHILE A CYCLE STEP IS RUNNING.
002400*
002500*    RETURN CODES: 0 EVERY STEP COMPLETE, 4 THE CYCLE IS STILL
002600*    IN PROGRESS (A STEP NOT STARTED OR RUNNING), 8 A STEP HAS
002700*    FAILED, 12 BAD CARD, NO CYCLE OPEN, OR A FILE THIS STEP
002800*    COULD NOT USE.
002900*
003000*    MODIFICATION HISTORY.
003100*    DATE       INIT  DESCRIPTION
003200*    ---------  ----  --------------------------------------
003300*    2026-10-15 RM    INITIAL VERSION.
003400*
003500***************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. FIZZCYCR.
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CYCLE-PARM-FILE ASSIGN TO CYCPARM
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-CYC-PARM-STATUS.
004900
005000     SELECT CYCLE-CONTROL-FILE ASSIGN TO FIZZCYC
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CYC-KEY
005400         FILE STATUS IS WS-FIZZ-CYC-STATUS.
005500
005600     SELECT CYCLE-REPORT-FILE ASSIGN TO CYCRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CYC-RPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CYCLE-PARM-FILE
006300     RECORDING MODE IS F.
006400 COPY FIZZCYP.
006500
006600 FD  CYCLE-CONTROL-FILE.
006700 COPY FIZZCYC.
006800
006900 FD  CYCLE-REPORT-FILE
007000     RECORDING MODE IS F.
007100 01  CYCLE-REPORT-RECORD        PIC X(132).
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-CYC-PARM-STATUS         PIC X(02).
007500     88  WS-CYC-PARM-OK             VALUE '00'.
007600     88  WS-CYC-PARM-EOF            VALUE '10'.
007700     88  WS-CYC-PARM-NOTFOUND       VALUE '35'.
007800 01  WS-FIZZ-CYC-STATUS         PIC X(02).
007900     88  WS-FIZZ-CYC-OK             VALUE '00'.
008000     88  WS-FIZZ-CYC-EOF            VALUE '10'.
008100     88  WS-FIZZ-CYC-NOREC          VALUE '23'.
008200     88  WS-FIZZ-CYC-NOTFOUND       VALUE '35'.
008300 01  WS-CYC-RPT-STATUS          PIC X(02).
008400     88  WS-CYC-RPT-OK              VALUE '00'.
008500
008600 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
008700 01  WS-TODAY                   PIC 9(08).
008800 01  WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
008900 01  WS-STEP-SUB                PIC 9(02) COMP VALUE 0.
009000 01  WS-INSTANCE-COUNT          PIC 9(03) VALUE 0.
009100 01  WS-STEP-DONE-SWITCH        PIC X(01).
009200     88  WS-STEP-DONE               VALUE 'Y'.
009300     88  WS-STEP-NOT-DONE           VALUE 'N'.
009400 01  WS-BROWSE-SWITCH           PIC X(01).
009500     88  WS-BROWSE-END              VALUE 'Y'.
009600     88  WS-BROWSE-MORE             VALUE 'N'.
009700 01  WS-STANDS-SWITCH           PIC X(01) VALUE 'N'.
009800     88  WS-STANDS-FOUND            VALUE 'Y'.
009900     88  WS-STANDS-NOT-FOUND        VALUE 'N'.
010000 01  WS-STANDS-STEP             PIC X(08).
010100 01  WS-STANDS-TEXT             PIC X(12).
010200
010300***************************************************************
010400*    PAGE CONTROL AND PRINT LINES.                              *
010500***************************************************************
010600 01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
010700 01  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
010800 01  WS-PAGE-COUNT              PIC 9(04) VALUE 0.
010900 01  WS-HEADING-1.
011000     05  FILLER                 PIC X(08) VALUE 'FIZZCYCR'.
011100     05  FILLER                 PIC X(05) VALUE SPACES.
011200     05  FILLER                 PIC X(20) VALUE
011300         'NIGHTLY CYCLE STATUS'.
011400     05  FILLER                 PIC X(05) VALUE SPACES.
011500     05  FILLER                 PIC X(14) VALUE 'BUSINESS DATE '.
011600     05  WS-H1-BUSINESS-DATE    PIC X(10).
011700     05  FILLER                 PIC X(05) VALUE SPACES.
011800     05  FILLER                 PIC X(09) VALUE 'REPORTED '.
011900     05  WS-H1-DATE             PIC 9(08).
012000     05  FILLER                 PIC X(38) VALUE SPACES.
012100     05  FILLER                 PIC X(05) VALUE 'PAGE '.
012200     05  WS-H1-PAGE             PIC ZZZ9.
012300     05  FILLER                 PIC X(01) VALUE SPACES.
012400 01  WS-HEADING-2.
012500     05  FILLER                 PIC X(10) VALUE 'STEP'.
012600     05  FILLER                 PIC X(06) VALUE 'DEPT'.
012700     05  FILLER                 PIC X(13) VALUE 'STATUS'.
012800     05  FILLER                 PIC X(04) VALUE 'RC'.
012900     05  FILLER                 PIC X(21) VALUE 'STARTED'.
013000     05  FILLER                 PIC X(21) VALUE 'ENDED'.
013100     05  FILLER                 PIC X(06) VALUE '  RUNS'.
013200     05  FILLER                 PIC X(02) VALUE SPACES.
013300     05  FILLER                 PIC X(20) VALUE
013400         'RERUN AUTHORISED BY'.
013500     05  FILLER                 PIC X(29) VALUE SPACES.
013600 01  WS-STEP-LINE.
013700     05  WS-SL-STEP             PIC X(08).
013800     05  FILLER                 PIC X(02) VALUE SPACES.
013900     05  WS-SL-QUAL             PIC X(04).
014000     05  FILLER                 PIC X(02) VALUE SPACES.
014100     05  WS-SL-STATUS           PIC X(11).
014200     05  FILLER                 PIC X(02) VALUE SPACES.
014300     05  WS-SL-RC               PIC X(02).
014400     05  FILLER                 PIC X(02) VALUE SPACES.
014500     05  WS-SL-STARTED          PIC X(19).
014600     05  FILLER                 PIC X(02) VALUE SPACES.
014700     05  WS-SL-ENDED            PIC X(19).
014800     05  FILLER                 PIC X(02) VALUE SPACES.
014900     05  WS-SL-RUNS             PIC ZZZZZ9.
015000     05  FILLER                 PIC X(02) VALUE SPACES.
015100     05  WS-SL-OVERRIDE         PIC X(08).
015200     05  FILLER                 PIC X(41) VALUE SPACES.
015300 01  WS-STANDS-LINE.
015400     05  FILLER                 PIC X(19) VALUE
015500         'CYCLE STANDS AT:   '.
015600     05  WS-ST-STEP             PIC X(08).
015700     05  FILLER                 PIC X(01) VALUE SPACES.
015800     05  WS-ST-TEXT             PIC X(12).
015900     05  FILLER                 PIC X(92) VALUE SPACES.
016000 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.
016100 01  WS-SAVE-LINE               PIC X(132).
016200
016300***************************************************************
016400*    DATE AND TIME FORMATTING WORK AREAS.                       *
016500***************************************************************
016600 01  WS-DATE-WORK               PIC 9(08).
016700 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
016800     05  WS-DW-YYYY             PIC X(04).
016900     05  WS-DW-MM               PIC X(02).
017000     05  WS-DW-DD               PIC X(02).
017100 01  WS-FMT-DATE.
017200     05  WS-FD-YYYY             PIC X(04).
017300     05  FILLER                 PIC X(01) VALUE '-'.
017400     05  WS-FD-MM               PIC X(02).
017500     05  FILLER                 PIC X(01) VALUE '-'.
017600     05  WS-FD-DD               PIC X(02).
017700 01  WS-TIME-WORK               PIC 9(08).
017800 01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
017900     05  WS-TW-HH               PIC X(02).
018000     05  WS-TW-MM               PIC X(02).
018100     05  WS-TW-SS               PIC X(02).
018200     05  WS-TW-CC               PIC X(02).
018300 01  WS-FMT-STAMP.
018400     05  WS-FS-DATE             PIC X(10).
018500     05  FILLER                 PIC X(01) VALUE SPACES.
018600     05  WS-FS-HH               PIC X(02).
018700     05  FILLER                 PIC X(01) VALUE ':'.
018800     05  WS-FS-MM               PIC X(02).
018900     05  FILLER                 PIC X(01) VALUE ':'.
019000     05  WS-FS-SS               PIC X(02).
019100 COPY FIZZCYT.
019200
019300 PROCEDURE DIVISION.
019400
019500***************************************************************
019600*    0000-MAIN - FIND THE BUSINESS DATE, PRINT ONE LINE PER     *
019700*    STEP, SAY WHERE THE CYCLE STANDS, GRADE THE RETURN CODE.   *
019800***************************************************************
019900 0000-MAIN.
020000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
020100     MOVE WS-TODAY TO WS-H1-DATE.
020200     PERFORM 0100-READ-PARM THRU 0100-EXIT.
020300     IF WS-HIGHEST-RC EQUAL 12
020400         MOVE 12 TO RETURN-CODE
020500         GOBACK
020600     END-IF.
020700     OPEN INPUT CYCLE-CONTROL-FILE.
020800     IF NOT WS-FIZZ-CYC-OK
020900         DISPLAY 'FCR402S FIZZCYCR - FIZZCYC OPEN FAILED '
021000             WS-FIZZ-CYC-STATUS
021100         MOVE 12 TO RETURN-CODE
021200         GOBACK
021300     END-IF.
021400     PERFORM 0200-FIND-CYCLE THRU 0200-EXIT.
021500     IF WS-HIGHEST-RC EQUAL 12
021600         CLOSE CYCLE-CONTROL-FILE
021700         MOVE 12 TO RETURN-CODE
021800         GOBACK
021900     END-IF.
022000     OPEN OUTPUT CYCLE-REPORT-FILE.
022100     IF NOT WS-CYC-RPT-OK
022200         DISPLAY 'FCR403S FIZZCYCR - CYCRPT OPEN FAILED '
022300             WS-CYC-RPT-STATUS
022400         CLOSE CYCLE-CONTROL-FILE
022500         MOVE 12 TO RETURN-CODE
022600         GOBACK
022700     END-IF.
022800     MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
022900     PERFORM 5100-FORMAT-DATE THRU 5100-EXIT.
023000     MOVE WS-FMT-DATE TO WS-H1-BUSINESS-DATE.
023100     PERFORM 1000-REPORT-STEP THRU 1000-EXIT
023200         VARYING WS-STEP-SUB FROM 1 BY 1
023300         UNTIL WS-STEP-SUB > CYT-STEP-COUNT.
023400     PERFORM 3000-PRINT-STANDS THRU 3000-EXIT.
023500     CLOSE CYCLE-CONTROL-FILE.
023600     CLOSE CYCLE-REPORT-FILE.
023700     MOVE WS-HIGHEST-RC TO RETURN-CODE.
023800     DISPLAY 'FCR101I FIZZCYCR - BUSINESS DATE ' WS-BUSINESS-DATE
023900         ' STANDS AT ' WS-STANDS-STEP ' ' WS-STANDS-TEXT
024000         ' RETURN CODE ' WS-HIGHEST-RC.
024100     GOBACK.
024200
024300***************************************************************
024400*    0100-READ-PARM - AN OPTIONAL 'D' CARD NAMES THE BUSINESS   *
024500*    DATE TO REPORT.  NO DD, A DUMMY DD, OR NO CARD MEANS THE   *
024600*    CURRENT CYCLE.                                             *
024700***************************************************************
024800 0100-READ-PARM.
024900     OPEN INPUT CYCLE-PARM-FILE.
025000     IF WS-CYC-PARM-NOTFOUND
025100         GO TO 0100-EXIT
025200     END-IF.
025300     IF NOT WS-CYC-PARM-OK
025400         DISPLAY 'FCR401S FIZZCYCR - CYCPARM OPEN FAILED '
025500             WS-CYC-PARM-STATUS
025600         MOVE 12 TO WS-HIGHEST-RC
025700         GO TO 0100-EXIT
025800     END-IF.
025900     READ CYCLE-PARM-FILE.
026000     IF WS-CYC-PARM-OK
026100         IF CYP-DATE-CARD AND CYP-BUSINESS-DATE IS NUMERIC
026200             MOVE CYP-BUSINESS-DATE TO WS-BUSINESS-DATE
026300         ELSE
026400             DISPLAY 'FCR404S FIZZCYCR - CYCPARM CARD MUST BE '
026500                 'D AND A BUSINESS DATE: ' CYCLE-PARM-RECORD (1:9)
026600             MOVE 12 TO WS-HIGHEST-RC
026700         END-IF
026800     END-IF.
026900     CLOSE CYCLE-PARM-FILE.
027000 0100-EXIT.
027100     EXIT.
027200
027300***************************************************************
027400*    0200-FIND-CYCLE - WITH NO DATE ON THE CARD, REPORT THE     *
027500*    CYCLE FIZZSCHD LAST OPENED.                                *
027600***************************************************************
027700 0200-FIND-CYCLE.
027800     IF WS-BUSINESS-DATE > 0
027900         GO TO 0200-EXIT
028000     END-IF.
028100     MOVE 0 TO CYC-BUSINESS-DATE.
028200     MOVE 'CURRENT' TO CYC-STEP-NAME.
028300     MOVE SPACES TO CYC-STEP-QUAL.
028400     READ CYCLE-CONTROL-FILE.
028500     IF NOT WS-FIZZ-CYC-OK
028600         DISPLAY 'FCR405S FIZZCYCR - NO CYCLE HAS BEEN OPENED '
028700             '(FIZZCYC STATUS ' WS-FIZZ-CYC-STATUS ')'
028800         MOVE 12 TO WS-HIGHEST-RC
028900         GO TO 0200-EXIT
029000     END-IF.
029100     MOVE CYC-CUR-BUSINESS-DATE TO WS-BUSINESS-DATE.
029200 0200-EXIT.
029300     EXIT.
029400
029500***************************************************************
029600*    1000-REPORT-STEP - PRINT EVERY RECORD ON FILE FOR ONE      *
029700*    STEP OF THE TABLE (ONE, OR ONE PER DEPARTMENT), OR A NOT   *
029800*    STARTED LINE WHEN THERE IS NONE, AND KEEP TRACK OF THE     *
029900*    FIRST STEP THAT IS NOT COMPLETE.                           *
030000***************************************************************
030100 1000-REPORT-STEP.
030200     MOVE 0 TO WS-INSTANCE-COUNT.
030300     SET WS-STEP-DONE TO TRUE.
030400     SET WS-BROWSE-MORE TO TRUE.
030500     MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE.
030600     MOVE CYT-STEP-NAME (WS-STEP-SUB) TO CYC-STEP-NAME.
030700     MOVE LOW-VALUES TO CYC-STEP-QUAL.
030800     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY.
030900     IF NOT WS-FIZZ-CYC-OK
031000         SET WS-BROWSE-END TO TRUE
031100     END-IF.
031200     PERFORM 1100-REPORT-INSTANCE THRU 1100-EXIT
031300         UNTIL WS-BROWSE-END.
031400     IF WS-INSTANCE-COUNT EQUAL 0
031500         SET WS-STEP-NOT-DONE TO TRUE
031600         MOVE SPACES TO WS-STEP-LINE
031700         MOVE CYT-STEP-NAME (WS-STEP-SUB) TO WS-SL-STEP
031800         MOVE 'NOT STARTED' TO WS-SL-STATUS
031900         MOVE WS-STEP-LINE TO CYCLE-REPORT-RECORD
032000         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
032100         IF WS-HIGHEST-RC < 4
032200             MOVE 4 TO WS-HIGHEST-RC
032300         END-IF
032400         IF WS-STANDS-NOT-FOUND
032500             SET WS-STANDS-FOUND TO TRUE
032600             MOVE CYT-STEP-NAME (WS-STEP-SUB) TO WS-STANDS-STEP
032700             MOVE 'NOT STARTED' TO WS-STANDS-TEXT
032800         END-IF
032900     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200
033300***************************************************************
033400*    1100-REPORT-INSTANCE - READ THE NEXT RECORD AND PRINT IT   *
033500*    WHILE IT STILL BELONGS TO THE STEP BEING REPORTED.         *
033600***************************************************************
033700 1100-REPORT-INSTANCE.
033800     READ CYCLE-CONTROL-FILE NEXT RECORD.
033900     IF NOT WS-FIZZ-CYC-OK
034000         SET WS-BROWSE-END TO TRUE
034100         GO TO 1100-EXIT
034200     END-IF.
034300     IF CYC-BUSINESS-DATE NOT EQUAL WS-BUSINESS-DATE
034400         OR CYC-STEP-NAME NOT EQUAL CYT-STEP-NAME (WS-STEP-SUB)
034500         SET WS-BROWSE-END TO TRUE
034600         GO TO 1100-EXIT
034700     END-IF.
034800     ADD 1 TO WS-INSTANCE-COUNT.
034900     MOVE SPACES TO WS-STEP-LINE.
035000     MOVE CYC-STEP-NAME TO WS-SL-STEP.
035100     MOVE CYC-STEP-QUAL TO WS-SL-QUAL.
035200     EVALUATE TRUE
035300         WHEN CYC-STATUS-COMPLETE
035400             MOVE 'COMPLETE' TO WS-SL-STATUS
035500         WHEN CYC-STATUS-RUNNING
035600             MOVE 'RUNNING' TO WS-SL-STATUS
035700             SET WS-STEP-NOT-DONE TO TRUE
035800             IF WS-HIGHEST-RC < 4
035900                 MOVE 4 TO WS-HIGHEST-RC
036000             END-IF
036100         WHEN CYC-STATUS-FAILED
036200             MOVE 'FAILED' TO WS-SL-STATUS
036300             SET WS-STEP-NOT-DONE TO TRUE
036400             IF WS-HIGHEST-RC < 8
036500                 MOVE 8 TO WS-HIGHEST-RC
036600             END-IF
036700         WHEN OTHER
036800             MOVE 'UNKNOWN' TO WS-SL-STATUS
036900             SET WS-STEP-NOT-DONE TO TRUE
037000             IF WS-HIGHEST-RC < 8
037100                 MOVE 8 TO WS-HIGHEST-RC
037200             END-IF
037300     END-EVALUATE.
037400     IF WS-STEP-NOT-DONE AND WS-STANDS-NOT-FOUND
037500         SET WS-STANDS-FOUND TO TRUE
037600         MOVE CYC-STEP-NAME TO WS-STANDS-STEP
037700         MOVE WS-SL-STATUS TO WS-STANDS-TEXT
037800     END-IF.
037900     IF NOT CYC-STATUS-RUNNING
038000         MOVE CYC-RETURN-CODE TO WS-SL-RC
038100     END-IF.
038200     MOVE CYC-START-DATE TO WS-DATE-WORK.
038300     MOVE CYC-START-TIME TO WS-TIME-WORK.
038400     PERFORM 5200-FORMAT-STAMP THRU 5200-EXIT.
038500     MOVE WS-FMT-STAMP TO WS-SL-STARTED.
038600     IF CYC-END-DATE > 0
038700         MOVE CYC-END-DATE TO WS-DATE-WORK
038800         MOVE CYC-END-TIME TO WS-TIME-WORK
038900         PERFORM 5200-FORMAT-STAMP THRU 5200-EXIT
039000         MOVE WS-FMT-STAMP TO WS-SL-ENDED
039100     END-IF.
039200     MOVE CYC-RUN-COUNT TO WS-SL-RUNS.
039300     IF CYC-RUN-BY-OVERRIDE
039400         MOVE CYC-OVERRIDE-USER TO WS-SL-OVERRIDE
039500     END-IF.
039600     MOVE WS-STEP-LINE TO CYCLE-REPORT-RECORD.
039700     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
039800 1100-EXIT.
039900     EXIT.
040000
040100***************************************************************
040200*    3000-PRINT-STANDS - THE CLOSING LINE: THE FIRST STEP THAT  *
040300*    IS NOT COMPLETE, OR THE WHOLE CYCLE COMPLETE.              *
040400***************************************************************
040500 3000-PRINT-STANDS.
040600     IF WS-STANDS-NOT-FOUND
040700         MOVE 'ALL STEPS' TO WS-STANDS-STEP
040800         MOVE 'COMPLETE' TO WS-STANDS-TEXT
040900     END-IF.
041000     MOVE WS-STANDS-STEP TO WS-ST-STEP.
041100     MOVE WS-STANDS-TEXT TO WS-ST-TEXT.
041200     MOVE WS-BLANK-LINE TO CYCLE-REPORT-RECORD.
041300     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
041400     MOVE WS-STANDS-LINE TO CYCLE-REPORT-RECORD.
041500     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
041600 3000-EXIT.
041700     EXIT.
041800
041900***************************************************************
042000*    4000-WRITE-REPORT-LINE - WRITE ONE LINE, STARTING A NEW    *
042100*    PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS FULL.          *
042200***************************************************************
042300 4000-WRITE-REPORT-LINE.
042400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
042500         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
042600     END-IF.
042700     WRITE CYCLE-REPORT-RECORD AFTER ADVANCING 1 LINE.
042800     ADD 1 TO WS-LINE-COUNT.
042900 4000-EXIT.
043000     EXIT.
043100
043200***************************************************************
043300*    4100-PRINT-HEADINGS - START A NEW PAGE, PARKING THE LINE   *
043400*    THE CALLER BUILT AROUND THE HEADING WRITES.                *
043500***************************************************************
043600 4100-PRINT-HEADINGS.
043700     MOVE CYCLE-REPORT-RECORD TO WS-SAVE-LINE.
043800     ADD 1 TO WS-PAGE-COUNT.
043900     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
044000     MOVE WS-HEADING-1 TO CYCLE-REPORT-RECORD.
044100     WRITE CYCLE-REPORT-RECORD AFTER ADVANCING PAGE.
044200     MOVE WS-HEADING-2 TO CYCLE-REPORT-RECORD.
044300     WRITE CYCLE-REPORT-RECORD AFTER ADVANCING 2 LINES.
044400     MOVE SPACES TO CYCLE-REPORT-RECORD.
044500     WRITE CYCLE-REPORT-RECORD AFTER ADVANCING 1 LINE.
044600     MOVE 4 TO WS-LINE-COUNT.
044700     MOVE WS-SAVE-LINE TO CYCLE-REPORT-RECORD.
044800 4100-EXIT.
044900     EXIT.
045000
045100***************************************************************
045200*    5100-FORMAT-DATE - WS-DATE-WORK (YYYYMMDD) TO WS-FMT-DATE  *
045300*    (YYYY-MM-DD).                                              *
045400***************************************************************
045500 5100-FORMAT-DATE.
045600     MOVE WS-DW-YYYY TO WS-FD-YYYY.
045700     MOVE WS-DW-MM TO WS-FD-MM.
045800     MOVE WS-DW-DD TO WS-FD-DD.
045900 5100-EXIT.
046000     EXIT.
046100
046200***************************************************************
046300*    5200-FORMAT-STAMP - WS-DATE-WORK AND WS-TIME-WORK          *
046400*    (HHMMSSCC) TO WS-FMT-STAMP (YYYY-MM-DD HH:MM:SS).          *
046500***************************************************************
046600 5200-FORMAT-STAMP.
046700     PERFORM 5100-FORMAT-DATE THRU 5100-EXIT.
046800     MOVE WS-FMT-DATE TO WS-FS-DATE.
046900     MOVE WS-TW-HH TO WS-FS-HH.
047000     MOVE WS-TW-MM TO WS-FS-MM.
047100     MOVE WS-TW-SS TO WS-FS-SS.
047200 5200-EXIT.
047300     EXIT.
