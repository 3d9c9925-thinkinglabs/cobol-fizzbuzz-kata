000100***************************************************************
000200*
000300*    FZCYCTL - NIGHTLY CYCLE CONTROL SERVICE
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    THE NIGHTLY CYCLE - FIZZSCHD, FIZZINTK, FZCKRST,
001100*    FIZZBUZZ, FIZZVRFY, FIZZMLOD, FIZZWRKL, FIZZXTRC - IS
001200*    SEVERAL JOBS, AND ONLY THE JCL AND THE OPERATOR'S MEMORY
001300*    USED TO HOLD IT TOGETHER: AFTER A FAILURE WE HAVE RERUN
001400*    FIZZXTRC AGAINST A MASTER FIZZMLOD HAD NOT LOADED, AND
001500*    RUN THE FIZZWRKL LOAD TWICE OVER ONE FIZZEXC.  EVERY
001600*    CYCLE STEP NOW CALLS THIS SERVICE, WHICH KEEPS ONE
001700*    FIZZCYC RECORD PER STEP PER BUSINESS DATE:
001800*
001900*      CALL 'FZCYCTL' USING CYCLE-CALL-AREA (FIZZCYL), WITH
002000*      CYL-FUNCTION
002100*        'B' - AT STARTUP.  WORKS OUT THE BUSINESS DATE, CHECKS
002200*              THAT EVERY PREDECESSOR IN THE FIZZCYT STEP TABLE
002300*              IS COMPLETE FOR IT, AND THAT THIS STEP IS NOT -
002400*              A COMPLETED STEP RUNS AGAIN ONLY ON AN 'O'
002500*              OVERRIDE CARD NAMING IT, OR WHEN THE TABLE SAYS
002600*              IT MAY.  A STEP LEFT RUNNING (IT ABENDED OR WAS
002700*              CANCELLED) OR FAILED MAY SIMPLY RESTART.  ON
002800*              SUCCESS THE STEP IS MARKED RUNNING AND
002900*              CYL-VERDICT COMES BACK 'G'; OTHERWISE 'R', THE
003000*              REASON DISPLAYED, AND NOTHING ON FILE CHANGED.
003100*        'C' - AT THE END, STEP COMPLETE, WITH ITS RETURN CODE.
003200*        'F' - AT THE END, STEP FAILED, WITH ITS RETURN CODE.
003300*      THE CALLER DECIDES COMPLETE OR FAILED FROM ITS OWN
003400*      RETURN CODES, WHICH MEAN DIFFERENT THINGS STEP TO STEP.
003500*
003600*    BUSINESS DATE: A 'D' CARD ON CYCPARM IF ONE IS PUNCHED.
003700*    OTHERWISE FIZZSCHD, THE FIRST STEP, OPENS THE CYCLE FOR
003800*    TODAY'S DATE AND EVERY LATER STEP RUNS UNDER THE DATE
003900*    FIZZSCHD LAST OPENED (THE 'CURRENT' RECORD), SO A STEP
004000*    THAT RUNS PAST MIDNIGHT STAYS IN ITS OWN NIGHT.  THE
004100*    CONTROL FILE IS OPENED AND CLOSED ON EVERY CALL, SO THE
004200*    FIZZCYCR STATUS REPORT CAN READ IT WHILE A STEP RUNS.
004300*    A CONTROL FILE THIS SERVICE CANNOT USE REFUSES THE STEP -
004400*    A CYCLE NOBODY CAN SEE IS THE PROBLEM THIS SOLVES.
004500*
004600*    MODIFICATION HISTORY.
004700*    DATE       INIT  DESCRIPTION
004800*    ---------  ----  --------------------------------------
004900*    2026-10-15 RM    INITIAL VERSION.
005000*
005100***************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. FZCYCTL.
005400
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER. IBM-370.
005800 OBJECT-COMPUTER. IBM-370.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CYCLE-PARM-FILE ASSIGN TO CYCPARM
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-CYC-PARM-STATUS.
006500
006600     SELECT CYCLE-CONTROL-FILE ASSIGN TO FIZZCYC
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS CYC-KEY
007000         FILE STATUS IS WS-FIZZ-CYC-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CYCLE-PARM-FILE
007500     RECORDING MODE IS F.
007600 COPY FIZZCYP.
007700
007800 FD  CYCLE-CONTROL-FILE.
007900 COPY FIZZCYC.
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-CYC-PARM-STATUS         PIC X(02).
008300     88  WS-CYC-PARM-OK             VALUE '00'.
008400     88  WS-CYC-PARM-EOF            VALUE '10'.
008500     88  WS-CYC-PARM-NOTFOUND       VALUE '35'.
008600 01  WS-FIZZ-CYC-STATUS         PIC X(02).
008700     88  WS-FIZZ-CYC-OK             VALUE '00'.
008800     88  WS-FIZZ-CYC-NOREC          VALUE '23'.
008900     88  WS-FIZZ-CYC-NOTFOUND       VALUE '35'.
009000
009100 01  WS-TODAY                   PIC 9(08).
009200 01  WS-NOW                     PIC 9(08).
009300 01  WS-PARM-DATE               PIC 9(08) VALUE 0.
009400 01  WS-OVERRIDE-USER           PIC X(08).
009500 01  WS-REFUSE-SWITCH           PIC X(01).
009600     88  WS-REFUSE-YES              VALUE 'Y'.
009700     88  WS-REFUSE-NO               VALUE 'N'.
009800 01  WS-OVERRIDE-SWITCH         PIC X(01).
009900     88  WS-OVERRIDE-YES            VALUE 'Y'.
010000     88  WS-OVERRIDE-NO             VALUE 'N'.
010100 01  WS-STEP-FOUND-SWITCH       PIC X(01).
010200     88  WS-STEP-ON-FILE            VALUE 'Y'.
010300     88  WS-STEP-NOT-ON-FILE        VALUE 'N'.
010400 01  WS-CYCLE-OPEN-SWITCH       PIC X(01).
010500     88  WS-CYCLE-FILE-OPEN         VALUE 'Y'.
010600     88  WS-CYCLE-FILE-CLOSED       VALUE 'N'.
010700 01  WS-STEP-SUB                PIC 9(02) COMP VALUE 0.
010800 01  WS-STEP-HIT                PIC 9(02) COMP VALUE 0.
010900 01  WS-PRED-SUB                PIC 9(02) COMP VALUE 0.
011100 COPY FIZZCYT.
011200
011300 LINKAGE SECTION.
011400 COPY FIZZCYL.
011500
011600 PROCEDURE DIVISION USING CYCLE-CALL-AREA.
011700
011800***************************************************************
011900*    0000-MAIN - ENTRY POINT FOR CALL 'FZCYCTL'.  DISPATCH ON   *
012000*    CYL-FUNCTION.  ANYTHING THAT IS NOT A RECOGNISED           *
012100*    FUNCTION IS REFUSED.                                       *
012200***************************************************************
012300 0000-MAIN.
012400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
012500     ACCEPT WS-NOW FROM TIME.
012600     SET WS-CYCLE-FILE-CLOSED TO TRUE.
012700     EVALUATE TRUE
012800         WHEN CYL-BEGIN-STEP
012900             PERFORM 1000-BEGIN-STEP THRU 1000-EXIT
013000         WHEN CYL-COMPLETE-STEP
013100         WHEN CYL-FAIL-STEP
013200             PERFORM 2000-END-STEP THRU 2000-EXIT
013300         WHEN OTHER
013400             DISPLAY 'FCY401S FZCYCTL - UNKNOWN FUNCTION '
013500                 CYL-FUNCTION ' FROM ' CYL-STEP-NAME
013600             SET CYL-REFUSED TO TRUE
013700     END-EVALUATE.
013800     IF WS-CYCLE-FILE-OPEN
013900         CLOSE CYCLE-CONTROL-FILE
014000     END-IF.
014100     MOVE 0 TO RETURN-CODE.
014200     GOBACK.
014300
014400***************************************************************
014500*    1000-BEGIN-STEP - DECIDE WHETHER THE CALLING STEP MAY RUN  *
014600*    FOR THE BUSINESS DATE AND, IF SO, MARK IT RUNNING.         *
014700*    EVERY CHECK COMES BEFORE ANY WRITE, SO A REFUSED STEP      *
014800*    LEAVES THE CONTROL FILE AS IT FOUND IT.                    *
014900***************************************************************
015000 1000-BEGIN-STEP.
015100     SET CYL-REFUSED TO TRUE.
015200     SET WS-REFUSE-NO TO TRUE.
015300     SET WS-OVERRIDE-NO TO TRUE.
015400     MOVE 0 TO WS-PARM-DATE.
015500     MOVE 0 TO CYL-BUSINESS-DATE.
015600     MOVE 0 TO WS-STEP-HIT.
015700     PERFORM 1010-MATCH-STEP THRU 1010-EXIT
015800         VARYING WS-STEP-SUB FROM 1 BY 1
015900         UNTIL WS-STEP-SUB > CYT-STEP-COUNT
016000         OR WS-STEP-HIT > 0.
016100     IF WS-STEP-HIT EQUAL 0
016200         DISPLAY 'FCY402S FZCYCTL - ' CYL-STEP-NAME
016300             ' IS NOT A STEP OF THE NIGHTLY CYCLE'
016400         GO TO 1000-EXIT
016500     END-IF.
016600     PERFORM 1100-READ-PARM THRU 1100-EXIT.
016700     IF WS-REFUSE-YES
016800         GO TO 1000-EXIT
016900     END-IF.
017000     PERFORM 1200-OPEN-CONTROL THRU 1200-EXIT.
017100     IF WS-REFUSE-YES
017200         GO TO 1000-EXIT
017300     END-IF.
017400     PERFORM 1300-SET-BUSINESS-DATE THRU 1300-EXIT.
017500     IF WS-REFUSE-YES
017600         GO TO 1000-EXIT
017700     END-IF.
017800     PERFORM 1400-CHECK-PREDECESSOR THRU 1400-EXIT
017900         VARYING WS-PRED-SUB FROM 1 BY 1
018000         UNTIL WS-PRED-SUB > 2
018100         OR WS-REFUSE-YES.
018200     IF WS-REFUSE-YES
018300         GO TO 1000-EXIT
018400     END-IF.
018500     PERFORM 1500-CHECK-REPEAT THRU 1500-EXIT.
018600     IF WS-REFUSE-YES
018700         GO TO 1000-EXIT
018800     END-IF.
018900     PERFORM 1600-MARK-RUNNING THRU 1600-EXIT.
019000     IF WS-REFUSE-YES
019100         GO TO 1000-EXIT
019200     END-IF.
019300     IF WS-STEP-HIT EQUAL 1
019400         PERFORM 1700-OPEN-CYCLE THRU 1700-EXIT
019500     END-IF.
019600     SET CYL-GO TO TRUE.
019700     DISPLAY 'FCY101I FZCYCTL - ' CYL-STEP-NAME ' ' CYL-STEP-QUAL
019800         ' STARTED FOR BUSINESS DATE ' CYL-BUSINESS-DATE.
019900 1000-EXIT.
020000     EXIT.
020100
020200***************************************************************
020300*    1010-MATCH-STEP - MATCH THE CALLER TO ONE STEP TABLE       *
020400*    ENTRY.                                                     *
020500***************************************************************
020600 1010-MATCH-STEP.
020700     IF CYT-STEP-NAME (WS-STEP-SUB) EQUAL CYL-STEP-NAME
020800         MOVE WS-STEP-SUB TO WS-STEP-HIT
020900     END-IF.
021000 1010-EXIT.
021100     EXIT.
021200
021300***************************************************************
021400*    1100-READ-PARM - READ THE CYCPARM CARDS, IF ANY.  NO DD    *
021500*    OR A DUMMY DD MEANS NO CARDS.  AN OVERRIDE CARD COUNTS     *
021600*    ONLY FOR THE STEP (AND QUALIFIER) IT NAMES, AND ONLY       *
021700*    WITH A USERID ON IT; A CARD THAT CANNOT BE READ REFUSES    *
021800*    THE STEP RATHER THAN RUN IT UNDER A GUESSED DATE.          *
021900***************************************************************
022000 1100-READ-PARM.
022100     OPEN INPUT CYCLE-PARM-FILE.
022200     IF WS-CYC-PARM-NOTFOUND
022300         GO TO 1100-EXIT
022400     END-IF.
022500     IF NOT WS-CYC-PARM-OK
022600         DISPLAY 'FCY403S FZCYCTL - CYCPARM OPEN FAILED '
022700             WS-CYC-PARM-STATUS
022800         SET WS-REFUSE-YES TO TRUE
022900         GO TO 1100-EXIT
023000     END-IF.
023100     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
023200         UNTIL WS-CYC-PARM-EOF
023300         OR WS-REFUSE-YES.
023400     CLOSE CYCLE-PARM-FILE.
023500 1100-EXIT.
023600     EXIT.
023700
023800***************************************************************
023900*    1110-READ-ONE-CARD - EDIT AND TAKE ONE CYCPARM CARD.       *
024000***************************************************************
024100 1110-READ-ONE-CARD.
024200     READ CYCLE-PARM-FILE.
024300     IF WS-CYC-PARM-EOF
024400         GO TO 1110-EXIT
024500     END-IF.
024600     IF NOT WS-CYC-PARM-OK
024700         DISPLAY 'FCY404S FZCYCTL - CYCPARM READ FAILED '
024800             WS-CYC-PARM-STATUS
024900         SET WS-REFUSE-YES TO TRUE
025000         GO TO 1110-EXIT
025100     END-IF.
025200     EVALUATE TRUE
025300         WHEN CYP-DATE-CARD
025400             IF CYP-BUSINESS-DATE IS NOT NUMERIC
025500                 OR CYP-BUSINESS-DATE EQUAL 0
025600                 DISPLAY 'FCY405S FZCYCTL - CYCPARM BUSINESS '
025700                     'DATE NOT NUMERIC: ' CYCLE-PARM-RECORD (1:9)
025800                 SET WS-REFUSE-YES TO TRUE
025900             ELSE
026000                 MOVE CYP-BUSINESS-DATE TO WS-PARM-DATE
026100             END-IF
026200         WHEN CYP-OVERRIDE-CARD
026300             IF CYP-OVERRIDE-USER EQUAL SPACES
026400                 DISPLAY 'FCY406S FZCYCTL - CYCPARM OVERRIDE '
026500                     'CARD CARRIES NO USERID'
026600                 SET WS-REFUSE-YES TO TRUE
026700             ELSE
026800                 IF CYP-OVERRIDE-STEP EQUAL CYL-STEP-NAME
026900                     AND CYP-OVERRIDE-QUAL EQUAL CYL-STEP-QUAL
027000                     SET WS-OVERRIDE-YES TO TRUE
027100                     MOVE CYP-OVERRIDE-USER TO WS-OVERRIDE-USER
027200                 ELSE
027300                     DISPLAY 'FCY102W FZCYCTL - OVERRIDE CARD '
027400                         'FOR ' CYP-OVERRIDE-STEP ' '
027500                         CYP-OVERRIDE-QUAL ' IGNORED BY '
027600                         CYL-STEP-NAME ' ' CYL-STEP-QUAL
027700                 END-IF
027800             END-IF
027900         WHEN OTHER
028000             DISPLAY 'FCY407S FZCYCTL - CYCPARM CARD TYPE '
028100                 CYP-CARD-TYPE ' NOT D OR O'
028200             SET WS-REFUSE-YES TO TRUE
028300     END-EVALUATE.
028400 1110-EXIT.
028500     EXIT.
028600
028700***************************************************************
028800*    1200-OPEN-CONTROL - OPEN THE CONTROL KSDS FOR UPDATE,      *
028900*    BOOTSTRAPPING AN EMPTY CLUSTER THE SAME WAY THE BATCH      *
029000*    DRIVER DOES FOR ITS MASTER.                                *
029100***************************************************************
029200 1200-OPEN-CONTROL.
029300     OPEN I-O CYCLE-CONTROL-FILE.
029400     IF WS-FIZZ-CYC-NOTFOUND
029500         OPEN OUTPUT CYCLE-CONTROL-FILE
029600         CLOSE CYCLE-CONTROL-FILE
029700         OPEN I-O CYCLE-CONTROL-FILE
029800     END-IF.
029900     IF NOT WS-FIZZ-CYC-OK
030000         DISPLAY 'FCY408S FZCYCTL - FIZZCYC OPEN FAILED '
030100             WS-FIZZ-CYC-STATUS
030200         SET WS-REFUSE-YES TO TRUE
030300         GO TO 1200-EXIT
030400     END-IF.
030500     SET WS-CYCLE-FILE-OPEN TO TRUE.
030600 1200-EXIT.
030700     EXIT.
030800
030900***************************************************************
031000*    1300-SET-BUSINESS-DATE - A 'D' CARD WINS.  OTHERWISE THE   *
031100*    STEP THAT OPENS THE CYCLE TAKES TODAY'S DATE AND EVERY     *
031200*    OTHER STEP TAKES THE CYCLE LAST OPENED.                    *
031300***************************************************************
031400 1300-SET-BUSINESS-DATE.
031500     IF WS-PARM-DATE > 0
031600         MOVE WS-PARM-DATE TO CYL-BUSINESS-DATE
031700         DISPLAY 'FCY103I FZCYCTL - BUSINESS DATE '
031800             WS-PARM-DATE ' FROM CYCPARM'
031900         GO TO 1300-EXIT
032000     END-IF.
032100     IF WS-STEP-HIT EQUAL 1
032200         MOVE WS-TODAY TO CYL-BUSINESS-DATE
032300         GO TO 1300-EXIT
032400     END-IF.
032500     MOVE 0 TO CYC-BUSINESS-DATE.
032600     MOVE 'CURRENT' TO CYC-STEP-NAME.
032700     MOVE SPACES TO CYC-STEP-QUAL.
032800     READ CYCLE-CONTROL-FILE.
032900     IF WS-FIZZ-CYC-NOREC
033000         DISPLAY 'FCY409S FZCYCTL - NO CYCLE HAS BEEN OPENED, '
033100             CYL-STEP-NAME ' CANNOT RUN BEFORE '
033200             CYT-STEP-NAME (1)
033300         SET WS-REFUSE-YES TO TRUE
033400         GO TO 1300-EXIT
033500     END-IF.
033600     IF NOT WS-FIZZ-CYC-OK
033700         DISPLAY 'FCY410S FZCYCTL - FIZZCYC READ FAILED '
033800             WS-FIZZ-CYC-STATUS
033900         SET WS-REFUSE-YES TO TRUE
034000         GO TO 1300-EXIT
034100     END-IF.
034200     MOVE CYC-CUR-BUSINESS-DATE TO CYL-BUSINESS-DATE.
034300 1300-EXIT.
034400     EXIT.
034500
034600***************************************************************
034700*    1400-CHECK-PREDECESSOR - ONE PREDECESSOR OF THE STEP MUST  *
034800*    BE COMPLETE FOR THE BUSINESS DATE.  A BLANK SLOT IN THE    *
034900*    TABLE IS NO PREDECESSOR.                                   *
035000***************************************************************
035100 1400-CHECK-PREDECESSOR.
035200     IF CYT-PRED-NAME (WS-STEP-HIT, WS-PRED-SUB) EQUAL SPACES
035300         GO TO 1400-EXIT
035400     END-IF.
035500     MOVE CYL-BUSINESS-DATE TO CYC-BUSINESS-DATE.
035600     MOVE CYT-PRED-NAME (WS-STEP-HIT, WS-PRED-SUB) TO
035700         CYC-STEP-NAME.
035800     MOVE SPACES TO CYC-STEP-QUAL.
035900     READ CYCLE-CONTROL-FILE.
036000     IF WS-FIZZ-CYC-NOREC
036100         DISPLAY 'FCY411S FZCYCTL - ' CYL-STEP-NAME
036200             ' REFUSED, PREDECESSOR ' CYC-STEP-NAME
036300             ' HAS NOT RUN FOR BUSINESS DATE ' CYL-BUSINESS-DATE
036400         SET WS-REFUSE-YES TO TRUE
036500         GO TO 1400-EXIT
036600     END-IF.
036700     IF NOT WS-FIZZ-CYC-OK
036800         DISPLAY 'FCY410S FZCYCTL - FIZZCYC READ FAILED '
036900             WS-FIZZ-CYC-STATUS
037000         SET WS-REFUSE-YES TO TRUE
037100         GO TO 1400-EXIT
037200     END-IF.
037300     IF NOT CYC-STATUS-COMPLETE
037400         DISPLAY 'FCY412S FZCYCTL - ' CYL-STEP-NAME
037500             ' REFUSED, PREDECESSOR ' CYC-STEP-NAME
037600             ' IS NOT COMPLETE FOR BUSINESS DATE '
037700             CYL-BUSINESS-DATE ' (STATUS ' CYC-STEP-STATUS
037800             ' RC ' CYC-RETURN-CODE ')'
037900         SET WS-REFUSE-YES TO TRUE
038000     END-IF.
038100 1400-EXIT.
038200     EXIT.
038300
038400***************************************************************
038500*    1500-CHECK-REPEAT - LOOK UP THE STEP'S OWN RECORD.  A      *
038600*    COMPLETED STEP IS REFUSED UNLESS THE OPERATOR PUNCHED AN   *
038700*    OVERRIDE CARD FOR IT OR THE TABLE LETS IT REPEAT.  A STEP  *
038800*    STILL MARKED RUNNING DIED WITHOUT ENDING (ABEND, CANCEL)   *
038900*    AND IS ALLOWED TO RESTART, WITH A WARNING.                 *
039000***************************************************************
039100 1500-CHECK-REPEAT.
039200     MOVE CYL-BUSINESS-DATE TO CYC-BUSINESS-DATE.
039300     MOVE CYL-STEP-NAME TO CYC-STEP-NAME.
039400     MOVE CYL-STEP-QUAL TO CYC-STEP-QUAL.
039500     READ CYCLE-CONTROL-FILE.
039600     IF WS-FIZZ-CYC-NOREC
039700         SET WS-STEP-NOT-ON-FILE TO TRUE
039800         GO TO 1500-EXIT
039900     END-IF.
040000     IF NOT WS-FIZZ-CYC-OK
040100         DISPLAY 'FCY410S FZCYCTL - FIZZCYC READ FAILED '
040200             WS-FIZZ-CYC-STATUS
040300         SET WS-REFUSE-YES TO TRUE
040400         GO TO 1500-EXIT
040500     END-IF.
040600     SET WS-STEP-ON-FILE TO TRUE.
040700     IF CYC-STATUS-RUNNING
040800         DISPLAY 'FCY104W FZCYCTL - ' CYL-STEP-NAME ' '
040900             CYL-STEP-QUAL ' STARTED ' CYC-START-DATE ' '
041000             CYC-START-TIME ' AND NEVER ENDED, RESTARTING'
041100         GO TO 1500-EXIT
041200     END-IF.
041300     IF NOT CYC-STATUS-COMPLETE
041400         GO TO 1500-EXIT
041500     END-IF.
041600     IF CYT-RERUN-ALLOWED (WS-STEP-HIT)
041700         GO TO 1500-EXIT
041800     END-IF.
041900     IF WS-OVERRIDE-YES
042000         DISPLAY 'FCY105W FZCYCTL - ' CYL-STEP-NAME ' '
042100             CYL-STEP-QUAL ' ALREADY COMPLETE FOR '
042200             CYL-BUSINESS-DATE ', RERUN ON OVERRIDE BY '
042300             WS-OVERRIDE-USER
042400         GO TO 1500-EXIT
042500     END-IF.
042600     DISPLAY 'FCY413S FZCYCTL - ' CYL-STEP-NAME ' '
042700         CYL-STEP-QUAL ' REFUSED, ALREADY COMPLETE FOR BUSINESS '
042800         'DATE ' CYL-BUSINESS-DATE ' (RC ' CYC-RETURN-CODE
042900         ') - AN OVERRIDE CARD IS NEEDED TO RUN IT AGAIN'.
043000     SET WS-REFUSE-YES TO TRUE.
043100 1500-EXIT.
043200     EXIT.
043300
043400***************************************************************
043500*    1600-MARK-RUNNING - RECORD THE START.  THE RECORD READ BY  *
043600*    1500-CHECK-REPEAT IS STILL IN THE BUFFER WHEN THE STEP IS  *
043700*    ON FILE, SO ITS RUN COUNT CARRIES FORWARD.                 *
043800***************************************************************
043900 1600-MARK-RUNNING.
044000     IF WS-STEP-NOT-ON-FILE
044100         MOVE SPACES TO CYC-STEP-AREA
044200         MOVE CYL-BUSINESS-DATE TO CYC-BUSINESS-DATE
044300         MOVE CYL-STEP-NAME TO CYC-STEP-NAME
044400         MOVE CYL-STEP-QUAL TO CYC-STEP-QUAL
044500         MOVE 0 TO CYC-RUN-COUNT
044600     END-IF.
044700     SET CYC-STATUS-RUNNING TO TRUE.
044800     MOVE 0 TO CYC-RETURN-CODE.
044900     MOVE WS-TODAY TO CYC-START-DATE.
045000     MOVE WS-NOW TO CYC-START-TIME.
045100     MOVE 0 TO CYC-END-DATE.
045200     MOVE 0 TO CYC-END-TIME.
045300     IF CYC-RUN-COUNT < 999
045400         ADD 1 TO CYC-RUN-COUNT
045500     END-IF.
045600     IF WS-OVERRIDE-YES
045700         SET CYC-RUN-BY-OVERRIDE TO TRUE
045800         MOVE WS-OVERRIDE-USER TO CYC-OVERRIDE-USER
045900     ELSE
046000         MOVE 'N' TO CYC-OVERRIDE-FLAG
046100         MOVE SPACES TO CYC-OVERRIDE-USER
046200     END-IF.
046300     IF WS-STEP-ON-FILE
046400         REWRITE CYCLE-CONTROL-RECORD
046500     ELSE
046600         WRITE CYCLE-CONTROL-RECORD
046700     END-IF.
046800     IF NOT WS-FIZZ-CYC-OK
046900         DISPLAY 'FCY414S FZCYCTL - FIZZCYC UPDATE FAILED '
047000             WS-FIZZ-CYC-STATUS ' MARKING ' CYL-STEP-NAME
047100             ' RUNNING'
047200         SET WS-REFUSE-YES TO TRUE
047300     END-IF.
047400 1600-EXIT.
047500     EXIT.
047600
047700***************************************************************
047800*    1700-OPEN-CYCLE - THE FIRST STEP OF THE CYCLE HAS STARTED  *
047900*    FOR THE BUSINESS DATE: MAKE IT THE CURRENT CYCLE FOR THE   *
048000*    STEPS THAT FOLLOW.  A FAILURE HERE IS REPORTED BUT DOES    *
048100*    NOT STOP THE STEP ALREADY MARKED RUNNING - THE LATER       *
048200*    STEPS WILL SEE THE OLD DATE AND REFUSE, WHICH IS SAFE.     *
048300***************************************************************
048400 1700-OPEN-CYCLE.
048500     MOVE 0 TO CYC-BUSINESS-DATE.
048600     MOVE 'CURRENT' TO CYC-STEP-NAME.
048700     MOVE SPACES TO CYC-STEP-QUAL.
048800     READ CYCLE-CONTROL-FILE.
048900     IF NOT WS-FIZZ-CYC-OK AND NOT WS-FIZZ-CYC-NOREC
049000         DISPLAY 'FCY415E FZCYCTL - FIZZCYC READ FAILED '
049100             WS-FIZZ-CYC-STATUS ' OPENING THE CYCLE'
049200         GO TO 1700-EXIT
049300     END-IF.
049400     MOVE SPACES TO CYC-CURRENT-AREA.
049500     MOVE CYL-BUSINESS-DATE TO CYC-CUR-BUSINESS-DATE.
049600     MOVE WS-TODAY TO CYC-CUR-OPEN-DATE.
049700     MOVE WS-NOW TO CYC-CUR-OPEN-TIME.
049800     IF WS-FIZZ-CYC-OK
049900         REWRITE CYCLE-CONTROL-RECORD
050000     ELSE
050100         WRITE CYCLE-CONTROL-RECORD
050200     END-IF.
050300     IF NOT WS-FIZZ-CYC-OK
050400         DISPLAY 'FCY415E FZCYCTL - FIZZCYC UPDATE FAILED '
050500             WS-FIZZ-CYC-STATUS ' OPENING THE CYCLE'
050600         GO TO 1700-EXIT
050700     END-IF.
050800     DISPLAY 'FCY106I FZCYCTL - CYCLE OPENED FOR BUSINESS DATE '
050900         CYL-BUSINESS-DATE.
051000 1700-EXIT.
051100     EXIT.
051200
051300***************************************************************
051400*    2000-END-STEP - RECORD HOW THE STEP ENDED.  A FAILURE TO   *
051500*    RECORD IT CANNOT CHANGE WHAT THE STEP DID, SO IT IS ONLY   *
051600*    REPORTED; THE STEP STAYS MARKED RUNNING, WHICH THE NEXT    *
051700*    STEP REFUSES AND THE STATUS REPORT SHOWS.                  *
051800***************************************************************
051900 2000-END-STEP.
052000     PERFORM 1200-OPEN-CONTROL THRU 1200-EXIT.
052100     IF WS-REFUSE-YES
052200         GO TO 2000-EXIT
052300     END-IF.
052400     MOVE CYL-BUSINESS-DATE TO CYC-BUSINESS-DATE.
052500     MOVE CYL-STEP-NAME TO CYC-STEP-NAME.
052600     MOVE CYL-STEP-QUAL TO CYC-STEP-QUAL.
052700     READ CYCLE-CONTROL-FILE.
052800     IF NOT WS-FIZZ-CYC-OK
052900         DISPLAY 'FCY416E FZCYCTL - ' CYL-STEP-NAME ' '
053000             CYL-STEP-QUAL ' END NOT RECORDED, FIZZCYC READ '
053100             'STATUS ' WS-FIZZ-CYC-STATUS
053200         GO TO 2000-EXIT
053300     END-IF.
053400     IF CYL-COMPLETE-STEP
053500         SET CYC-STATUS-COMPLETE TO TRUE
053600     ELSE
053700         SET CYC-STATUS-FAILED TO TRUE
053800     END-IF.
053900     MOVE CYL-STEP-RC TO CYC-RETURN-CODE.
054000     MOVE WS-TODAY TO CYC-END-DATE.
054100     MOVE WS-NOW TO CYC-END-TIME.
054200     REWRITE CYCLE-CONTROL-RECORD.
054300     IF NOT WS-FIZZ-CYC-OK
054400         DISPLAY 'FCY416E FZCYCTL - ' CYL-STEP-NAME ' '
054500             CYL-STEP-QUAL ' END NOT RECORDED, FIZZCYC REWRITE '
054600             'STATUS ' WS-FIZZ-CYC-STATUS
054700         GO TO 2000-EXIT
054800     END-IF.
054900     DISPLAY 'FCY107I FZCYCTL - ' CYL-STEP-NAME ' ' CYL-STEP-QUAL
055000         ' ENDED ' CYC-STEP-STATUS ' RC ' CYL-STEP-RC
055100         ' FOR BUSINESS DATE ' CYL-BUSINESS-DATE.
055200 2000-EXIT.
055300     EXIT.
