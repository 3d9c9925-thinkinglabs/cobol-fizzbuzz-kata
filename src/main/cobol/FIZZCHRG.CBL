000100***************************************************************
000200*
000300*    FIZZCHRG - MONTHLY DEPARTMENTAL CHARGEBACK
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    FINANCE CHARGES THE DEPARTMENTS THAT USE US FOR THE WORK
001100*    WE DO, AND THE AUDIT LOG'S VOLUME FIGURES DO NOT SAY WHO
001200*    A RUN WAS FOR.  THIS MONTH-END STEP READS EVERY 'E' END
001300*    RECORD DATED IN THE PERIOD ON THE CHGPARM CARD - THE JCL
001400*    CONCATENATES THE LIVE FIZZAUD LOG AND THE ARCHIVE, SO A
001500*    CLOSED PERIOD CUT OFF BY FIZZAARC IS CHARGED THE SAME AS
001600*    THE CURRENT ONE - AND ATTRIBUTES EACH RUN TO A DEPARTMENT
001700*    THROUGH THE FIZZDPT REFERENCE FILE:
001800*
001900*      1. A RUN ID ON THE FIZZREG INBOUND REGISTER FOR THE
002000*         PERIOD WAS A DEPARTMENT'S FIZZIN DECK - THE SENDER ON
002100*         THE REGISTER IS LOOKED UP AS AN 'I' SOURCE.
002120*      2. A RUN ID OF 'Q' AND A REQUEST NUMBER WAS AN AD-HOC
002140*         RUN ASKED FOR ON FIZZREQ - IT IS CHARGED TO THE
002160*         REQUESTING DEPARTMENT, AT THE RATES AND COST CENTRE
002180*         OF THE FIRST FIZZDPT RECORD FOR THAT DEPARTMENT.
002200*      3. OTHERWISE THE FIRST FOUR CHARACTERS OF THE RUN ID,
002300*         THE SCH-ENTRY-ID THE SCHEDULE BUILT IT FROM, ARE
002400*         LOOKED UP AS AN 'S' SOURCE.
002500*      4. A RUN NO WAY FINDS IS UNATTRIBUTED.
002600*
002700*    EACH ATTRIBUTED RUN IS CHARGED AT ITS SOURCE'S RATES - PER
002800*    THOUSAND NUMBERS CLASSIFIED (TOTAL LESS REJECTS AND
002900*    CARRIED-FORWARD NUMBERS, ROUNDED TO THE CENT) AND PER
003000*    REJECT - AND ROLLED UP BY DEPARTMENT AND COST CENTRE.
003100*    THE CHGRPT REPORT PRINTS THE DEPARTMENT LINES, THEN LISTS
003150*    EVERY UNATTRIBUTED RUN WITH THE REASON,
003200*    THEN RECONCILES THE RUNS CHARGED TO ANY 'P' PERIOD SUMMARY
003300*    FIZZAARC LEFT FOR THE PERIOD.  THE CHGFEED FILE CARRIES THE
003400*    DEPARTMENT LINES TO FINANCE IN THE FIZZCHG LAYOUT.
003500*
003600*    RETURN CODES: 0 EVERY RUN ATTRIBUTED, 4 UNATTRIBUTED RUNS
003700*    LISTED (OR NO RUNS AT ALL IN THE PERIOD) - THE FEED IS
003800*    GOOD BUT SOMEBODY MUST RESOLVE THE LIST, 8 DEGRADED (A
003900*    RECORD COULD NOT BE USED, A TABLE FILLED, OR THE RUNS DO
004000*    NOT RECONCILE TO THE PERIOD SUMMARY), 12 BAD PARAMETER
004100*    CARD OR A FILE THIS STEP COULD NOT USE.
004200*
004300*    MODIFICATION HISTORY.
004400*    DATE       INIT  DESCRIPTION
004500*    ---------  ----  --------------------------------------
004600*    2026-10-15 RM    INITIAL VERSION.
004610*    2026-10-15 RM    NUMBERS AN INCREMENTAL RUN CARRIED FORWARD
004620*                     FROM FIZZMST WERE NOT CLASSIFIED, SO THE
004630*                     CLASSIFIED CHARGE NOW ALSO EXCLUDES THE
004640*                     'E' RECORD'S CARRIED COUNT (BLANK ON OLDER
004650*                     RECORDS, TAKEN AS ZERO).
004655*    2026-10-15 RM    AD-HOC RUNS ('Q' RUN IDS) ARE CHARGED TO
004660*                     THE DEPARTMENT THAT REQUESTED THEM ON
004665*                     FIZZREQ.  THE SOURCE TYPE BEING LOOKED UP
004670*                     IS HELD IN WORKING STORAGE, NOT IN THE
004675*                     FIZZDPT RECORD AREA.
004700*
004800***************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. FIZZCHRG.
005100
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
005600
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT CHARGEBACK-PARM-FILE ASSIGN TO CHGPARM
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CHG-PARM-STATUS.
006200
006300     SELECT DEPT-REFERENCE-FILE ASSIGN TO FIZZDEPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-FIZZ-DPT-STATUS.
006600
006700     SELECT BATCH-REGISTER-FILE ASSIGN TO FIZZREG
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS REG-KEY
007100         FILE STATUS IS WS-FIZZ-REG-STATUS.
007110
007120     SELECT RUN-REQUEST-FILE ASSIGN TO FIZZREQ
007130         ORGANIZATION IS INDEXED
007140         ACCESS MODE IS RANDOM
007150         RECORD KEY IS REQ-NUMBER
007160         FILE STATUS IS WS-FIZZ-REQ-STATUS.
007200
007300     SELECT FIZZ-AUDIT-FILE ASSIGN TO FIZZAUD
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-FIZZ-AUD-STATUS.
007600
007700     SELECT CHARGEBACK-REPORT-FILE ASSIGN TO CHGRPT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-CHG-RPT-STATUS.
008000
008100     SELECT CHARGEBACK-FEED-FILE ASSIGN TO CHGFEED
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-CHG-FEED-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CHARGEBACK-PARM-FILE
008800     RECORDING MODE IS F.
008900 COPY FIZZCBP.
009000
009100 FD  DEPT-REFERENCE-FILE
009200     RECORDING MODE IS F.
009300 COPY FIZZDPT.
009400
009500 FD  BATCH-REGISTER-FILE.
009600 COPY FIZZREG.
009620
009640 FD  RUN-REQUEST-FILE.
009660 COPY FIZZREQ.
009700
009800 FD  FIZZ-AUDIT-FILE
009900     RECORDING MODE IS F.
010000 COPY FIZZAUD.
010100
010200 FD  CHARGEBACK-REPORT-FILE
010300     RECORDING MODE IS F.
010400 01  CHARGEBACK-REPORT-RECORD   PIC X(132).
010500
010600 FD  CHARGEBACK-FEED-FILE
010700     RECORDING MODE IS F.
010800 COPY FIZZCHG.
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-CHG-PARM-STATUS         PIC X(02).
011200     88  WS-CHG-PARM-OK             VALUE '00'.
011300 01  WS-FIZZ-DPT-STATUS         PIC X(02).
011400     88  WS-FIZZ-DPT-OK             VALUE '00'.
011500     88  WS-FIZZ-DPT-EOF            VALUE '10'.
011600 01  WS-FIZZ-REG-STATUS         PIC X(02).
011700     88  WS-FIZZ-REG-OK             VALUE '00'.
011800     88  WS-FIZZ-REG-EOF            VALUE '10'.
011900     88  WS-FIZZ-REG-NOTFOUND       VALUE '35'.
011920 01  WS-FIZZ-REQ-STATUS         PIC X(02).
011940     88  WS-FIZZ-REQ-OK             VALUE '00'.
011960     88  WS-FIZZ-REQ-NOREC          VALUE '23'.
011980     88  WS-FIZZ-REQ-NOTFOUND       VALUE '35'.
012000 01  WS-FIZZ-AUD-STATUS         PIC X(02).
012100     88  WS-FIZZ-AUD-OK             VALUE '00'.
012200     88  WS-FIZZ-AUD-EOF            VALUE '10'.
012300 01  WS-CHG-RPT-STATUS          PIC X(02).
012400     88  WS-CHG-RPT-OK              VALUE '00'.
012500 01  WS-CHG-FEED-STATUS         PIC X(02).
012600     88  WS-CHG-FEED-OK             VALUE '00'.
012700
012800 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
012900 01  WS-PERIOD                  PIC 9(06).
013000 01  WS-TODAY                   PIC 9(08).
013100 01  WS-RECORD-PERIOD           PIC 9(06).
013200 01  WS-FOUND-SWITCH            PIC X(01) VALUE 'N'.
013300     88  WS-ENTRY-FOUND             VALUE 'Y'.
013400     88  WS-ENTRY-NOT-FOUND         VALUE 'N'.
013500 01  WS-SUMMARY-SWITCH          PIC X(01) VALUE 'N'.
013600     88  WS-SUMMARY-SEEN            VALUE 'Y'.
013700     88  WS-SUMMARY-NOT-SEEN        VALUE 'N'.
013710 01  WS-REQUEST-SWITCH          PIC X(01) VALUE 'N'.
013720     88  WS-REQUESTS-OPEN           VALUE 'Y'.
013730     88  WS-REQUESTS-ABSENT         VALUE 'N'.
013740 01  WS-SOURCE-TYPE             PIC X(01).
013750     88  WS-SOURCE-SCHEDULE         VALUE 'S'.
013760     88  WS-SOURCE-INBOUND          VALUE 'I'.
013800
013900***************************************************************
014000*    DEPARTMENT REFERENCE TABLE, LOADED FROM FIZZDPT.           *
014100***************************************************************
014200 01  WS-DEPT-MAP-TABLE.
014300     05  WS-DM-COUNT            PIC 9(03) COMP VALUE 0.
014400     05  WS-DM-ENTRY OCCURS 200 TIMES.
014500         10  WS-DM-SOURCE-TYPE  PIC X(01).
014600         10  WS-DM-SOURCE-ID    PIC X(04).
014700         10  WS-DM-DEPT-ID      PIC X(04).
014800         10  WS-DM-COST-CENTRE  PIC X(06).
014900         10  WS-DM-DEPT-NAME    PIC X(20).
015000         10  WS-DM-RATE-THOU    PIC 9(05)V99.
015100         10  WS-DM-RATE-REJECT  PIC 9(03)V99.
015200 01  WS-DM-SUB                  PIC 9(03) COMP VALUE 0.
015300 01  WS-DM-HIT                  PIC 9(03) COMP VALUE 0.
015400
015500***************************************************************
015600*    INBOUND BATCHES TAKEN IN DURING THE PERIOD, FROM FIZZREG:  *
015700*    RUN ID TO SENDING DEPARTMENT.                              *
015800***************************************************************
015900 01  WS-INBOUND-TABLE.
016000     05  WS-IB-COUNT            PIC 9(03) COMP VALUE 0.
016100     05  WS-IB-ENTRY OCCURS 500 TIMES.
016200         10  WS-IB-RUN-ID       PIC X(08).
016300         10  WS-IB-SENDER       PIC X(04).
016400         10  WS-IB-BATCH-NO     PIC X(08).
016500 01  WS-IB-SUB                  PIC 9(03) COMP VALUE 0.
016600 01  WS-IB-HIT                  PIC 9(03) COMP VALUE 0.
016700
016800***************************************************************
016900*    CHARGE ACCUMULATORS, ONE PER DEPARTMENT AND COST CENTRE,   *
017000*    KEPT IN DEPARTMENT/COST-CENTRE ORDER AS THEY ARE OPENED    *
017100*    SO THE REPORT AND THE FEED COME OUT SORTED.                *
017200***************************************************************
017300 01  WS-CHARGE-TABLE.
017400     05  WS-CT-COUNT            PIC 9(03) COMP VALUE 0.
017500     05  WS-CT-ENTRY OCCURS 100 TIMES.
017600         10  WS-CT-KEY.
017700             15  WS-CT-DEPT-ID  PIC X(04).
017800             15  WS-CT-COST-CENTRE PIC X(06).
017900         10  WS-CT-DEPT-NAME    PIC X(20).
018000         10  WS-CT-RUNS         PIC 9(05).
018100         10  WS-CT-CLASSIFIED   PIC 9(11).
018200         10  WS-CT-REJECTS      PIC 9(09).
018300         10  WS-CT-VOL-CHARGE   PIC 9(09)V99.
018400         10  WS-CT-REJ-CHARGE   PIC 9(09)V99.
018500 01  WS-CT-SUB                  PIC 9(03) COMP VALUE 0.
018600 01  WS-CT-HIT                  PIC 9(03) COMP VALUE 0.
018700 01  WS-CT-NEW-KEY.
018800     05  WS-CT-NEW-DEPT-ID      PIC X(04).
018900     05  WS-CT-NEW-COST-CENTRE  PIC X(06).
019000
019100***************************************************************
019200*    UNATTRIBUTED RUNS, HELD FOR THEIR OWN SECTION OF THE       *
019300*    REPORT.  RUNS BEYOND THE TABLE ARE STILL COUNTED IN THE    *
019400*    UNATTRIBUTED TOTALS AND DEGRADE THE STEP.                  *
019500***************************************************************
019600 01  WS-UNATTRIB-TABLE.
019700     05  WS-UA-COUNT            PIC 9(03) COMP VALUE 0.
019800     05  WS-UA-ENTRY OCCURS 200 TIMES.
019900         10  WS-UA-RUN-ID       PIC X(08).
020000         10  WS-UA-RUN-DATE     PIC 9(08).
020100         10  WS-UA-CLASSIFIED   PIC 9(09).
020200         10  WS-UA-REJECTS      PIC 9(09).
020300         10  WS-UA-REASON       PIC X(40).
020400 01  WS-UA-SUB                  PIC 9(03) COMP VALUE 0.
020500 01  WS-UA-OVERFLOW             PIC 9(07) VALUE 0.
020600 01  WS-UA-REASON-WORK          PIC X(40).
020700
020800***************************************************************
020900*    PER-RUN WORK FIELDS AND THE STEP TOTALS.                   *
021000***************************************************************
021100 01  WS-RUN-PREFIX              PIC X(04).
021150 01  WS-REQ-DEPT-ID             PIC X(04).
021200 01  WS-RUN-CLASSIFIED          PIC 9(09).
021300 01  WS-RUN-REJECTS             PIC 9(09).
021350 01  WS-RUN-CARRIED             PIC 9(09).
021400 01  WS-RUN-VOL-CHARGE          PIC 9(09)V99.
021500 01  WS-RUN-REJ-CHARGE          PIC 9(09)V99.
021600 01  WS-AUDIT-READ-COUNT        PIC 9(09) VALUE 0.
021700 01  WS-PERIOD-RUNS             PIC 9(07) VALUE 0.
021800 01  WS-PERIOD-TOTAL            PIC 9(11) VALUE 0.
021900 01  WS-ATTRIB-RUNS             PIC 9(07) VALUE 0.
022000 01  WS-ATTRIB-CLASSIFIED       PIC 9(11) VALUE 0.
022100 01  WS-ATTRIB-REJECTS          PIC 9(09) VALUE 0.
022200 01  WS-ATTRIB-VOL-CHARGE       PIC 9(11)V99 VALUE 0.
022300 01  WS-ATTRIB-REJ-CHARGE       PIC 9(11)V99 VALUE 0.
022400 01  WS-ATTRIB-TOT-CHARGE       PIC 9(11)V99 VALUE 0.
022500 01  WS-UA-RUNS                 PIC 9(07) VALUE 0.
022600 01  WS-UA-CLASSIFIED-TOT       PIC 9(11) VALUE 0.
022700 01  WS-UA-REJECTS-TOT          PIC 9(09) VALUE 0.
022800 01  WS-SUMMARY-RUNS            PIC 9(07) VALUE 0.
022900 01  WS-SUMMARY-TOTAL           PIC 9(11) VALUE 0.
023000 01  WS-FEED-COUNT              PIC 9(09) VALUE 0.
023100 01  WS-FEED-CHARGE             PIC 9(11)V99 VALUE 0.
023200 01  WS-LINE-CHARGE             PIC 9(09)V99.
023300
023400***************************************************************
023500*    PAGE CONTROL AND PRINT LINES.                              *
023600***************************************************************
023700 01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
023800 01  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
023900 01  WS-PAGE-COUNT              PIC 9(04) VALUE 0.
024000 01  WS-HEADING-1.
024100     05  FILLER                 PIC X(08) VALUE 'FIZZCHRG'.
024200     05  FILLER                 PIC X(05) VALUE SPACES.
024300     05  FILLER                 PIC X(30)
024400         VALUE 'DEPARTMENTAL CHARGEBACK REPORT'.
024500     05  FILLER                 PIC X(05) VALUE SPACES.
024600     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
024700     05  WS-H1-PERIOD           PIC 9(06).
024800     05  FILLER                 PIC X(05) VALUE SPACES.
024900     05  FILLER                 PIC X(09) VALUE 'REPORTED '.
025000     05  WS-H1-DATE             PIC 9(08).
025100     05  FILLER                 PIC X(39) VALUE SPACES.
025200     05  FILLER                 PIC X(05) VALUE 'PAGE '.
025300     05  WS-H1-PAGE             PIC ZZZ9.
025400     05  FILLER                 PIC X(01) VALUE SPACES.
025500 01  WS-HEADING-2               PIC X(132).
025600 01  WS-HEADING-2-DEPT.
025700     05  FILLER                 PIC X(06) VALUE 'DEPT'.
025800     05  FILLER                 PIC X(08) VALUE 'COST CTR'.
025900     05  FILLER                 PIC X(22) VALUE SPACES.
026000     05  FILLER                 PIC X(08) VALUE '    RUNS'.
026100     05  FILLER                 PIC X(15)
026200         VALUE '     CLASSIFIED'.
026300     05  FILLER                 PIC X(11) VALUE '    REJECTS'.
026400     05  FILLER                 PIC X(17)
026500         VALUE '    VOLUME CHARGE'.
026600     05  FILLER                 PIC X(17)
026700         VALUE '    REJECT CHARGE'.
026800     05  FILLER                 PIC X(17)
026900         VALUE '     TOTAL CHARGE'.
027000     05  FILLER                 PIC X(11) VALUE SPACES.
027100 01  WS-HEADING-2-UNATTRIB.
027200     05  FILLER                 PIC X(10) VALUE 'RUN ID'.
027300     05  FILLER                 PIC X(12) VALUE 'RUN DATE'.
027400     05  FILLER                 PIC X(11) VALUE ' CLASSIFIED'.
027500     05  FILLER                 PIC X(03) VALUE SPACES.
027600     05  FILLER                 PIC X(11) VALUE '    REJECTS'.
027700     05  FILLER                 PIC X(02) VALUE SPACES.
027800     05  FILLER                 PIC X(40) VALUE
027900         'WHY NOT ATTRIBUTED'.
028000     05  FILLER                 PIC X(43) VALUE SPACES.
028100 01  WS-DEPT-LINE.
028200     05  WS-DL-DEPT-ID          PIC X(04).
028300     05  FILLER                 PIC X(02) VALUE SPACES.
028400     05  WS-DL-COST-CENTRE      PIC X(06).
028500     05  FILLER                 PIC X(02) VALUE SPACES.
028600     05  WS-DL-DEPT-NAME        PIC X(20).
028700     05  FILLER                 PIC X(02) VALUE SPACES.
028800     05  WS-DL-RUNS             PIC ZZZZZZZ9.
028900     05  WS-DL-CLASSIFIED       PIC ZZZ,ZZZ,ZZZ,ZZ9.
029000     05  WS-DL-REJECTS          PIC ZZZ,ZZZ,ZZ9.
029100     05  WS-DL-VOL-CHARGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029200     05  WS-DL-REJ-CHARGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029300     05  WS-DL-TOT-CHARGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029400     05  FILLER                 PIC X(06) VALUE SPACES.
029500 01  WS-UNATTRIB-LINE.
029600     05  WS-UL-RUN-ID           PIC X(08).
029700     05  FILLER                 PIC X(02) VALUE SPACES.
029800     05  WS-UL-RUN-DATE         PIC X(10).
029900     05  FILLER                 PIC X(02) VALUE SPACES.
030000     05  WS-UL-CLASSIFIED       PIC ZZZ,ZZZ,ZZ9.
030100     05  FILLER                 PIC X(03) VALUE SPACES.
030200     05  WS-UL-REJECTS          PIC ZZZ,ZZZ,ZZ9.
030300     05  FILLER                 PIC X(02) VALUE SPACES.
030400     05  WS-UL-REASON           PIC X(40).
030500     05  FILLER                 PIC X(43) VALUE SPACES.
030600 01  WS-COUNT-LINE.
030700     05  WS-CL-LABEL            PIC X(40).
030800     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.
030900     05  FILLER                 PIC X(77) VALUE SPACES.
031000 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.
031100 01  WS-SAVE-LINE               PIC X(132).
031200
031300***************************************************************
031400*    DATE FORMATTING WORK AREAS.                                *
031500***************************************************************
031600 01  WS-DATE-WORK               PIC 9(08).
031700 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
031800     05  WS-DW-YYYY             PIC X(04).
031900     05  WS-DW-MM               PIC X(02).
032000     05  WS-DW-DD               PIC X(02).
032100 01  WS-FMT-DATE.
032200     05  WS-FD-YYYY             PIC X(04).
032300     05  FILLER                 PIC X(01) VALUE '-'.
032400     05  WS-FD-MM               PIC X(02).
032500     05  FILLER                 PIC X(01) VALUE '-'.
032600     05  WS-FD-DD               PIC X(02).
032700
032800 PROCEDURE DIVISION.
032900
033000***************************************************************
033100*    0000-MAIN - LOAD THE REFERENCE DATA, CHARGE THE PERIOD'S   *
033200*    RUNS, PRINT THE REPORT, CUT THE FEED, GRADE THE RETURN     *
033300*    CODE.                                                      *
033400***************************************************************
033500 0000-MAIN.
033600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
033700     MOVE WS-TODAY TO WS-H1-DATE.
033800     PERFORM 0100-READ-PARM THRU 0100-EXIT.
033900     IF WS-HIGHEST-RC EQUAL 12
034000         MOVE 12 TO RETURN-CODE
034100         GOBACK
034200     END-IF.
034300     MOVE WS-PERIOD TO WS-H1-PERIOD.
034400     PERFORM 0200-LOAD-DEPTS THRU 0200-EXIT.
034500     IF WS-HIGHEST-RC EQUAL 12
034600         MOVE 12 TO RETURN-CODE
034700         GOBACK
034800     END-IF.
034900     PERFORM 0300-LOAD-REGISTER THRU 0300-EXIT.
035000     IF WS-HIGHEST-RC EQUAL 12
035100         MOVE 12 TO RETURN-CODE
035200         GOBACK
035300     END-IF.
035310     PERFORM 0350-OPEN-REQUESTS THRU 0350-EXIT.
035320     IF WS-HIGHEST-RC EQUAL 12
035330         MOVE 12 TO RETURN-CODE
035340         GOBACK
035350     END-IF.
035400     PERFORM 0400-OPEN-FILES THRU 0400-EXIT.
035500     IF WS-HIGHEST-RC EQUAL 12
035520         IF WS-REQUESTS-OPEN
035540             CLOSE RUN-REQUEST-FILE
035560         END-IF
035600         MOVE 12 TO RETURN-CODE
035700         GOBACK
035800     END-IF.
035900     PERFORM 1000-READ-AUDIT THRU 1000-EXIT
036000         UNTIL WS-FIZZ-AUD-EOF.
036100     CLOSE FIZZ-AUDIT-FILE.
036120     IF WS-REQUESTS-OPEN
036140         CLOSE RUN-REQUEST-FILE
036160     END-IF.
036200     PERFORM 3000-PRINT-DEPARTMENTS THRU 3000-EXIT.
036300     PERFORM 3200-PRINT-UNATTRIBUTED THRU 3200-EXIT.
036400     PERFORM 3400-PRINT-RECONCILE THRU 3400-EXIT.
036500     PERFORM 6000-WRITE-FEED THRU 6000-EXIT.
036600     CLOSE CHARGEBACK-REPORT-FILE.
036700     CLOSE CHARGEBACK-FEED-FILE.
036800     IF WS-UA-RUNS > 0 AND WS-HIGHEST-RC < 4
036900         DISPLAY 'FCB102W FIZZCHRG - ' WS-UA-RUNS
037000             ' UNATTRIBUTED RUNS LISTED FOR ' WS-PERIOD
037100         MOVE 4 TO WS-HIGHEST-RC
037200     END-IF.
037300     IF WS-PERIOD-RUNS EQUAL 0 AND WS-HIGHEST-RC < 4
037400         DISPLAY 'FCB103W FIZZCHRG - NO RUNS FOUND FOR PERIOD '
037500             WS-PERIOD
037600         MOVE 4 TO WS-HIGHEST-RC
037700     END-IF.
037800     MOVE WS-HIGHEST-RC TO RETURN-CODE.
037900     DISPLAY 'FCB101I FIZZCHRG - PERIOD ' WS-PERIOD ' RUNS '
038000         WS-PERIOD-RUNS ' ATTRIBUTED ' WS-ATTRIB-RUNS
038100         ' UNATTRIBUTED ' WS-UA-RUNS ' RETURN CODE '
038200         WS-HIGHEST-RC.
038300     GOBACK.
038400
038500***************************************************************
038600*    0100-READ-PARM - READ AND EDIT THE SINGLE PERIOD CARD.     *
038700***************************************************************
038800 0100-READ-PARM.
038900     OPEN INPUT CHARGEBACK-PARM-FILE.
039000     IF NOT WS-CHG-PARM-OK
039100         DISPLAY 'FCB401S FIZZCHRG - CHGPARM OPEN FAILED '
039200             WS-CHG-PARM-STATUS
039300         MOVE 12 TO WS-HIGHEST-RC
039400         GO TO 0100-EXIT
039500     END-IF.
039600     READ CHARGEBACK-PARM-FILE.
039700     IF NOT WS-CHG-PARM-OK
039800         DISPLAY 'FCB402S FIZZCHRG - CHGPARM CARD MISSING'
039900         MOVE 12 TO WS-HIGHEST-RC
040000         CLOSE CHARGEBACK-PARM-FILE
040100         GO TO 0100-EXIT
040200     END-IF.
040300     CLOSE CHARGEBACK-PARM-FILE.
040400     IF CBP-PERIOD IS NOT NUMERIC
040500         OR CBP-PERIOD (5:2) < '01' OR CBP-PERIOD (5:2) > '12'
040600         DISPLAY 'FCB403S FIZZCHRG - CHGPARM PERIOD MUST BE '
040700             'YYYYMM: ' CBP-PERIOD
040800         MOVE 12 TO WS-HIGHEST-RC
040900         GO TO 0100-EXIT
041000     END-IF.
041100     MOVE CBP-PERIOD TO WS-PERIOD.
041200 0100-EXIT.
041300     EXIT.
041400
041500***************************************************************
041600*    0200-LOAD-DEPTS - LOAD THE DEPARTMENT REFERENCE FILE.  A   *
041700*    FILE THAT CANNOT BE OPENED IS FATAL - WITHOUT IT EVERY     *
041800*    RUN WOULD COME OUT UNATTRIBUTED.                           *
041900***************************************************************
042000 0200-LOAD-DEPTS.
042100     OPEN INPUT DEPT-REFERENCE-FILE.
042200     IF NOT WS-FIZZ-DPT-OK
042300         DISPLAY 'FCB404S FIZZCHRG - FIZZDEPT OPEN FAILED '
042400             WS-FIZZ-DPT-STATUS
042500         MOVE 12 TO WS-HIGHEST-RC
042600         GO TO 0200-EXIT
042700     END-IF.
042800     PERFORM 0210-LOAD-ONE-DEPT THRU 0210-EXIT
042900         UNTIL WS-FIZZ-DPT-EOF.
043000     CLOSE DEPT-REFERENCE-FILE.
043100 0200-EXIT.
043200     EXIT.
043300
043400***************************************************************
043500*    0210-LOAD-ONE-DEPT - EDIT ONE REFERENCE RECORD AND TABLE   *
043600*    IT.  A BAD RECORD, OR A SECOND RECORD FOR A SOURCE         *
043700*    ALREADY TABLED, IS REPORTED AND SKIPPED, NEVER GUESSED     *
043800*    AT - THE FIRST RECORD FOR A SOURCE WINS.                   *
043900***************************************************************
044000 0210-LOAD-ONE-DEPT.
044100     READ DEPT-REFERENCE-FILE.
044200     IF WS-FIZZ-DPT-EOF
044300         GO TO 0210-EXIT
044400     END-IF.
044500     IF NOT WS-FIZZ-DPT-OK
044600         DISPLAY 'FCB405S FIZZCHRG - FIZZDEPT READ FAILED '
044700             WS-FIZZ-DPT-STATUS
044800         MOVE 12 TO WS-HIGHEST-RC
044900         SET WS-FIZZ-DPT-EOF TO TRUE
045000         GO TO 0210-EXIT
045100     END-IF.
045200     IF NOT (DPT-SOURCE-SCHEDULE OR DPT-SOURCE-INBOUND)
045300         OR DPT-SOURCE-ID EQUAL SPACES
045400         OR DPT-DEPT-ID EQUAL SPACES
045500         OR DPT-RATE-PER-THOUSAND IS NOT NUMERIC
045600         OR DPT-RATE-PER-REJECT IS NOT NUMERIC
045700         DISPLAY 'FCB301E FIZZCHRG - FIZZDEPT RECORD REJECTED: '
045800             DEPT-REFERENCE-RECORD (1:35)
045900         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
046000         GO TO 0210-EXIT
046100     END-IF.
046150     MOVE DPT-SOURCE-TYPE TO WS-SOURCE-TYPE.
046200     MOVE DPT-SOURCE-ID TO WS-RUN-PREFIX.
046300     PERFORM 5000-FIND-SOURCE THRU 5000-EXIT.
046400     IF WS-DM-HIT > 0
046500         DISPLAY 'FCB302E FIZZCHRG - FIZZDEPT SOURCE '
046600             DPT-SOURCE-TYPE ' ' DPT-SOURCE-ID
046700             ' DUPLICATED, FIRST RECORD KEPT'
046800         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
046900         GO TO 0210-EXIT
047000     END-IF.
047100     IF WS-DM-COUNT >= 200
047200         DISPLAY 'FCB303E FIZZCHRG - FIZZDEPT TABLE FULL, SOURCE '
047300             DPT-SOURCE-TYPE ' ' DPT-SOURCE-ID ' NOT LOADED'
047400         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
047500         GO TO 0210-EXIT
047600     END-IF.
047700     ADD 1 TO WS-DM-COUNT.
047800     MOVE DPT-SOURCE-TYPE TO WS-DM-SOURCE-TYPE (WS-DM-COUNT).
047900     MOVE DPT-SOURCE-ID TO WS-DM-SOURCE-ID (WS-DM-COUNT).
048000     MOVE DPT-DEPT-ID TO WS-DM-DEPT-ID (WS-DM-COUNT).
048100     MOVE DPT-COST-CENTRE TO WS-DM-COST-CENTRE (WS-DM-COUNT).
048200     MOVE DPT-DEPT-NAME TO WS-DM-DEPT-NAME (WS-DM-COUNT).
048300     MOVE DPT-RATE-PER-THOUSAND TO WS-DM-RATE-THOU (WS-DM-COUNT).
048400     MOVE DPT-RATE-PER-REJECT TO
048500         WS-DM-RATE-REJECT (WS-DM-COUNT).
048600 0210-EXIT.
048700     EXIT.
048800
048900***************************************************************
049000*    0300-LOAD-REGISTER - TABLE THE INBOUND BATCHES TAKEN IN    *
049100*    DURING THE PERIOD.  A REGISTER NEVER CREATED (NO DECK HAS  *
049200*    EVER BEEN TAKEN IN) IS AN EMPTY TABLE, NOT AN ERROR.       *
049300***************************************************************
049400 0300-LOAD-REGISTER.
049500     OPEN INPUT BATCH-REGISTER-FILE.
049600     IF WS-FIZZ-REG-NOTFOUND
049700         DISPLAY 'FCB104I FIZZCHRG - NO FIZZREG REGISTER, NO '
049800             'INBOUND BATCHES TO ATTRIBUTE'
049900         GO TO 0300-EXIT
050000     END-IF.
050100     IF NOT WS-FIZZ-REG-OK
050200         DISPLAY 'FCB406S FIZZCHRG - FIZZREG OPEN FAILED '
050300             WS-FIZZ-REG-STATUS
050400         MOVE 12 TO WS-HIGHEST-RC
050500         GO TO 0300-EXIT
050600     END-IF.
050700     PERFORM 0310-LOAD-ONE-BATCH THRU 0310-EXIT
050800         UNTIL WS-FIZZ-REG-EOF.
050900     CLOSE BATCH-REGISTER-FILE.
051000 0300-EXIT.
051100     EXIT.
051200
051300***************************************************************
051400*    0310-LOAD-ONE-BATCH - TABLE ONE REGISTER ENTRY WHEN IT     *
051500*    WAS ACCEPTED IN THE PERIOD BEING CHARGED.                  *
051600***************************************************************
051700 0310-LOAD-ONE-BATCH.
051800     READ BATCH-REGISTER-FILE.
051900     IF WS-FIZZ-REG-EOF
052000         GO TO 0310-EXIT
052100     END-IF.
052200     IF NOT WS-FIZZ-REG-OK
052300         DISPLAY 'FCB304E FIZZCHRG - FIZZREG READ FAILED '
052400             WS-FIZZ-REG-STATUS
052500         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
052600         SET WS-FIZZ-REG-EOF TO TRUE
052700         GO TO 0310-EXIT
052800     END-IF.
052900     IF REG-ACCEPT-DATE IS NOT NUMERIC
053000         GO TO 0310-EXIT
053100     END-IF.
053200     IF REG-ACCEPT-DATE (1:6) NOT EQUAL WS-PERIOD
053300         GO TO 0310-EXIT
053400     END-IF.
053500     IF WS-IB-COUNT >= 500
053600         DISPLAY 'FCB305E FIZZCHRG - REGISTER TABLE FULL, RUN '
053700             REG-RUN-ID ' NOT LOADED'
053800         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
053900         GO TO 0310-EXIT
054000     END-IF.
054100     ADD 1 TO WS-IB-COUNT.
054200     MOVE REG-RUN-ID TO WS-IB-RUN-ID (WS-IB-COUNT).
054300     MOVE REG-DEPT-ID TO WS-IB-SENDER (WS-IB-COUNT).
054400     MOVE REG-BATCH-NO TO WS-IB-BATCH-NO (WS-IB-COUNT).
054500 0310-EXIT.
054600     EXIT.
054602
054604***************************************************************
054606*    0350-OPEN-REQUESTS - OPEN THE AD-HOC RUN REQUEST FILE.     *
054608*    A FILE NEVER CREATED (NO REQUEST HAS EVER BEEN ENTERED)    *
054610*    MEANS NO 'Q' RUNS TO ATTRIBUTE, NOT AN ERROR.              *
054612***************************************************************
054614 0350-OPEN-REQUESTS.
054616     OPEN INPUT RUN-REQUEST-FILE.
054618     IF WS-FIZZ-REQ-NOTFOUND
054620         DISPLAY 'FCB105I FIZZCHRG - NO FIZZREQ FILE, NO '
054622             'AD-HOC RUNS TO ATTRIBUTE'
054624         GO TO 0350-EXIT
054626     END-IF.
054628     IF NOT WS-FIZZ-REQ-OK
054630         DISPLAY 'FCB411S FIZZCHRG - FIZZREQ OPEN FAILED '
054632             WS-FIZZ-REQ-STATUS
054634         MOVE 12 TO WS-HIGHEST-RC
054636         GO TO 0350-EXIT
054638     END-IF.
054640     SET WS-REQUESTS-OPEN TO TRUE.
054642 0350-EXIT.
054644     EXIT.
054700
054800***************************************************************
054900*    0400-OPEN-FILES - OPEN THE AUDIT INPUT, THE REPORT, AND    *
055000*    THE FEED.                                                  *
055100***************************************************************
055200 0400-OPEN-FILES.
055300     OPEN OUTPUT CHARGEBACK-REPORT-FILE.
055400     IF NOT WS-CHG-RPT-OK
055500         DISPLAY 'FCB407S FIZZCHRG - CHGRPT OPEN FAILED '
055600             WS-CHG-RPT-STATUS
055700         MOVE 12 TO WS-HIGHEST-RC
055800         GO TO 0400-EXIT
055900     END-IF.
056000     OPEN OUTPUT CHARGEBACK-FEED-FILE.
056100     IF NOT WS-CHG-FEED-OK
056200         DISPLAY 'FCB408S FIZZCHRG - CHGFEED OPEN FAILED '
056300             WS-CHG-FEED-STATUS
056400         CLOSE CHARGEBACK-REPORT-FILE
056500         MOVE 12 TO WS-HIGHEST-RC
056600         GO TO 0400-EXIT
056700     END-IF.
056800     OPEN INPUT FIZZ-AUDIT-FILE.
056900     IF NOT WS-FIZZ-AUD-OK
057000         DISPLAY 'FCB409S FIZZCHRG - FIZZAUD OPEN FAILED '
057100             WS-FIZZ-AUD-STATUS
057200         CLOSE CHARGEBACK-REPORT-FILE
057300         CLOSE CHARGEBACK-FEED-FILE
057400         MOVE 12 TO WS-HIGHEST-RC
057500     END-IF.
057600 0400-EXIT.
057700     EXIT.
057800
057900***************************************************************
058000*    1000-READ-AUDIT - READ ONE AUDIT RECORD.  'E' RECORDS OF   *
058100*    THE PERIOD ARE CHARGED; A 'P' SUMMARY FOR THE PERIOD IS    *
058200*    KEPT FOR THE RECONCILIATION; EVERYTHING ELSE IS PASSED     *
058300*    OVER.                                                      *
058400***************************************************************
058500 1000-READ-AUDIT.
058600     READ FIZZ-AUDIT-FILE.
058700     IF WS-FIZZ-AUD-EOF
058800         GO TO 1000-EXIT
058900     END-IF.
059000     IF NOT WS-FIZZ-AUD-OK
059100         DISPLAY 'FCB306E FIZZCHRG - FIZZAUD READ FAILED '
059200             WS-FIZZ-AUD-STATUS
059300         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
059400         SET WS-FIZZ-AUD-EOF TO TRUE
059500         GO TO 1000-EXIT
059600     END-IF.
059700     ADD 1 TO WS-AUDIT-READ-COUNT.
059800     IF FBA-PERIOD-RECORD
059900         IF FBA-PS-PERIOD EQUAL WS-PERIOD
060000             SET WS-SUMMARY-SEEN TO TRUE
060100             ADD FBA-PS-RUN-COUNT TO WS-SUMMARY-RUNS
060200             ADD FBA-PS-TOTAL-COUNT TO WS-SUMMARY-TOTAL
060300         END-IF
060400         GO TO 1000-EXIT
060500     END-IF.
060600     IF NOT FBA-END-RECORD
060700         GO TO 1000-EXIT
060800     END-IF.
060900     IF FBA-RUN-DATE IS NOT NUMERIC
061000         DISPLAY 'FCB307E FIZZCHRG - END RECORD FOR RUN '
061100             FBA-RUN-ID ' HAS AN UNREADABLE DATE, NOT CHARGED'
061200         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
061300         GO TO 1000-EXIT
061400     END-IF.
061500     MOVE FBA-RUN-DATE (1:6) TO WS-RECORD-PERIOD.
061600     IF WS-RECORD-PERIOD NOT EQUAL WS-PERIOD
061700         GO TO 1000-EXIT
061800     END-IF.
061900     IF FBA-TOTAL-COUNT IS NOT NUMERIC
062000         OR FBA-REJECT-COUNT IS NOT NUMERIC
062100         DISPLAY 'FCB308E FIZZCHRG - END RECORD FOR RUN '
062200             FBA-RUN-ID ' HAS UNREADABLE COUNTS, NOT CHARGED'
062300         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
062400         GO TO 1000-EXIT
062500     END-IF.
062600     PERFORM 2000-CHARGE-RUN THRU 2000-EXIT.
062700 1000-EXIT.
062800     EXIT.
062900
063000***************************************************************
063100*    2000-CHARGE-RUN - ATTRIBUTE ONE COMPLETED RUN AND CHARGE   *
063200*    IT, OR HOLD IT FOR THE UNATTRIBUTED LIST.  THE INBOUND     *
063300*    REGISTER IS TRIED FIRST: A FILE-MODE RUN IS THE SENDER'S   *
063400*    WORK, WHATEVER SCHEDULE ENTRY HAPPENED TO CARRY IT.        *
063500***************************************************************
063600 2000-CHARGE-RUN.
063700     ADD 1 TO WS-PERIOD-RUNS.
063800     ADD FBA-TOTAL-COUNT TO WS-PERIOD-TOTAL.
063900     MOVE FBA-REJECT-COUNT TO WS-RUN-REJECTS.
063950     IF FBA-CARRIED-COUNT IS NUMERIC
064000         MOVE FBA-CARRIED-COUNT TO WS-RUN-CARRIED
064050     ELSE
064100         MOVE 0 TO WS-RUN-CARRIED
064150     END-IF.
064200     IF FBA-REJECT-COUNT + WS-RUN-CARRIED > FBA-TOTAL-COUNT
064250         MOVE 0 TO WS-RUN-CLASSIFIED
064300     ELSE
064350         COMPUTE WS-RUN-CLASSIFIED =
064400             FBA-TOTAL-COUNT - FBA-REJECT-COUNT - WS-RUN-CARRIED
064450     END-IF.
064600     MOVE 0 TO WS-IB-HIT.
064650     MOVE 0 TO WS-DM-HIT.
064700     PERFORM 2010-MATCH-INBOUND THRU 2010-EXIT
064800         VARYING WS-IB-SUB FROM 1 BY 1
064900         UNTIL WS-IB-SUB > WS-IB-COUNT
065000         OR WS-IB-HIT > 0.
065100     IF WS-IB-HIT > 0
065200         MOVE 'I' TO WS-SOURCE-TYPE
065300         MOVE WS-IB-SENDER (WS-IB-HIT) TO WS-RUN-PREFIX
065400         PERFORM 5000-FIND-SOURCE THRU 5000-EXIT
065500         IF WS-DM-HIT EQUAL 0
065600             MOVE SPACES TO WS-UA-REASON-WORK
065700             STRING 'INBOUND SENDER ' WS-RUN-PREFIX
065800                 ' NOT ON FIZZDPT'
065900                 DELIMITED BY SIZE INTO WS-UA-REASON-WORK
066000             PERFORM 2200-HOLD-UNATTRIBUTED THRU 2200-EXIT
066100             GO TO 2000-EXIT
066200         END-IF
066250     END-IF.
066450     IF WS-IB-HIT EQUAL 0
066500         AND FBA-RUN-ID (1:1) EQUAL 'Q'
066550         AND FBA-RUN-ID (2:7) IS NUMERIC
066600         PERFORM 2300-FIND-REQUEST THRU 2300-EXIT
066650         IF WS-DM-HIT EQUAL 0
066700             PERFORM 2200-HOLD-UNATTRIBUTED THRU 2200-EXIT
066750             GO TO 2000-EXIT
066800         END-IF
066850     END-IF.
066900     IF WS-DM-HIT EQUAL 0
066950         MOVE 'S' TO WS-SOURCE-TYPE
067000         MOVE FBA-RUN-ID (1:4) TO WS-RUN-PREFIX
067050         PERFORM 5000-FIND-SOURCE THRU 5000-EXIT
067100         IF WS-DM-HIT EQUAL 0
067150             MOVE SPACES TO WS-UA-REASON-WORK
067200             STRING 'NO SCHEDULE ENTRY ' WS-RUN-PREFIX
067250                 ' OR INBOUND BATCH'
067300                 DELIMITED BY SIZE INTO WS-UA-REASON-WORK
067350             PERFORM 2200-HOLD-UNATTRIBUTED THRU 2200-EXIT
067400             GO TO 2000-EXIT
067450         END-IF
067500     END-IF.
067600     COMPUTE WS-RUN-VOL-CHARGE ROUNDED =
067700         WS-RUN-CLASSIFIED * WS-DM-RATE-THOU (WS-DM-HIT) / 1000.
067800     COMPUTE WS-RUN-REJ-CHARGE ROUNDED =
067900         WS-RUN-REJECTS * WS-DM-RATE-REJECT (WS-DM-HIT).
068000     PERFORM 2100-FIND-CHARGE-ENTRY THRU 2100-EXIT.
068100     IF WS-CT-HIT EQUAL 0
068200         DISPLAY 'FCB309E FIZZCHRG - CHARGE TABLE FULL, RUN '
068300             FBA-RUN-ID ' HELD AS UNATTRIBUTED'
068400         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
068500         MOVE 'DEPARTMENT TABLE FULL' TO WS-UA-REASON-WORK
068600         PERFORM 2200-HOLD-UNATTRIBUTED THRU 2200-EXIT
068700         GO TO 2000-EXIT
068800     END-IF.
068900     ADD 1 TO WS-CT-RUNS (WS-CT-HIT).
069000     ADD WS-RUN-CLASSIFIED TO WS-CT-CLASSIFIED (WS-CT-HIT).
069100     ADD WS-RUN-REJECTS TO WS-CT-REJECTS (WS-CT-HIT).
069200     ADD WS-RUN-VOL-CHARGE TO WS-CT-VOL-CHARGE (WS-CT-HIT).
069300     ADD WS-RUN-REJ-CHARGE TO WS-CT-REJ-CHARGE (WS-CT-HIT).
069400     ADD 1 TO WS-ATTRIB-RUNS.
069500     ADD WS-RUN-CLASSIFIED TO WS-ATTRIB-CLASSIFIED.
069600     ADD WS-RUN-REJECTS TO WS-ATTRIB-REJECTS.
069700     ADD WS-RUN-VOL-CHARGE TO WS-ATTRIB-VOL-CHARGE.
069800     ADD WS-RUN-REJ-CHARGE TO WS-ATTRIB-REJ-CHARGE.
069900 2000-EXIT.
070000     EXIT.
070100
070200***************************************************************
070300*    2010-MATCH-INBOUND - MATCH THE RUN ID TO ONE REGISTERED    *
070400*    INBOUND BATCH.                                             *
070500***************************************************************
070600 2010-MATCH-INBOUND.
070700     IF WS-IB-RUN-ID (WS-IB-SUB) EQUAL FBA-RUN-ID
070800         MOVE WS-IB-SUB TO WS-IB-HIT
070900     END-IF.
071000 2010-EXIT.
071100     EXIT.
071200
071300***************************************************************
071400*    2100-FIND-CHARGE-ENTRY - FIND THE ACCUMULATOR FOR THE      *
071500*    ATTRIBUTED DEPARTMENT AND COST CENTRE, OR OPEN ONE IN ITS  *
071600*    SORTED PLACE.  WS-CT-HIT COMES BACK ZERO WHEN THE TABLE    *
071700*    IS FULL.                                                   *
071800***************************************************************
071900 2100-FIND-CHARGE-ENTRY.
072000     MOVE WS-DM-DEPT-ID (WS-DM-HIT) TO WS-CT-NEW-DEPT-ID.
072100     MOVE WS-DM-COST-CENTRE (WS-DM-HIT) TO WS-CT-NEW-COST-CENTRE.
072200     MOVE 0 TO WS-CT-HIT.
072300     PERFORM 2110-MATCH-CHARGE-ENTRY THRU 2110-EXIT
072400         VARYING WS-CT-SUB FROM 1 BY 1
072500         UNTIL WS-CT-SUB > WS-CT-COUNT
072600         OR WS-CT-HIT > 0.
072700     IF WS-CT-HIT > 0
072800         GO TO 2100-EXIT
072900     END-IF.
073000     IF WS-CT-COUNT >= 100
073100         GO TO 2100-EXIT
073200     END-IF.
073300     MOVE WS-CT-COUNT TO WS-CT-SUB.
073400     PERFORM 2120-SHIFT-CHARGE-ENTRY THRU 2120-EXIT
073500         UNTIL WS-CT-SUB EQUAL 0
073600         OR WS-CT-KEY (WS-CT-SUB) < WS-CT-NEW-KEY.
073700     ADD 1 TO WS-CT-COUNT.
073800     COMPUTE WS-CT-HIT = WS-CT-SUB + 1.
073900     MOVE WS-CT-NEW-KEY TO WS-CT-KEY (WS-CT-HIT).
074000     MOVE WS-DM-DEPT-NAME (WS-DM-HIT) TO
074100         WS-CT-DEPT-NAME (WS-CT-HIT).
074200     MOVE 0 TO WS-CT-RUNS (WS-CT-HIT).
074300     MOVE 0 TO WS-CT-CLASSIFIED (WS-CT-HIT).
074400     MOVE 0 TO WS-CT-REJECTS (WS-CT-HIT).
074500     MOVE 0 TO WS-CT-VOL-CHARGE (WS-CT-HIT).
074600     MOVE 0 TO WS-CT-REJ-CHARGE (WS-CT-HIT).
074700 2100-EXIT.
074800     EXIT.
074900
075000***************************************************************
075100*    2110-MATCH-CHARGE-ENTRY - MATCH ONE ACCUMULATOR.           *
075200***************************************************************
075300 2110-MATCH-CHARGE-ENTRY.
075400     IF WS-CT-KEY (WS-CT-SUB) EQUAL WS-CT-NEW-KEY
075500         MOVE WS-CT-SUB TO WS-CT-HIT
075600     END-IF.
075700 2110-EXIT.
075800     EXIT.
075900
076000***************************************************************
076100*    2120-SHIFT-CHARGE-ENTRY - MOVE ONE ACCUMULATOR THAT SORTS  *
076200*    AFTER THE NEW KEY DOWN A SLOT TO MAKE ROOM FOR IT.         *
076300***************************************************************
076400 2120-SHIFT-CHARGE-ENTRY.
076500     MOVE WS-CT-ENTRY (WS-CT-SUB) TO WS-CT-ENTRY (WS-CT-SUB + 1).
076600     SUBTRACT 1 FROM WS-CT-SUB.
076700 2120-EXIT.
076800     EXIT.
076900
077000***************************************************************
077100*    2200-HOLD-UNATTRIBUTED - COUNT AN UNATTRIBUTED RUN AND     *
077200*    HOLD IT FOR THE LIST, WITH THE REASON IN                   *
077300*    WS-UA-REASON-WORK.                                         *
077400***************************************************************
077500 2200-HOLD-UNATTRIBUTED.
077600     ADD 1 TO WS-UA-RUNS.
077700     ADD WS-RUN-CLASSIFIED TO WS-UA-CLASSIFIED-TOT.
077800     ADD WS-RUN-REJECTS TO WS-UA-REJECTS-TOT.
077900     IF WS-UA-COUNT >= 200
078000         ADD 1 TO WS-UA-OVERFLOW
078100         GO TO 2200-EXIT
078200     END-IF.
078300     ADD 1 TO WS-UA-COUNT.
078400     MOVE FBA-RUN-ID TO WS-UA-RUN-ID (WS-UA-COUNT).
078500     MOVE FBA-RUN-DATE TO WS-UA-RUN-DATE (WS-UA-COUNT).
078600     MOVE WS-RUN-CLASSIFIED TO WS-UA-CLASSIFIED (WS-UA-COUNT).
078700     MOVE WS-RUN-REJECTS TO WS-UA-REJECTS (WS-UA-COUNT).
078800     MOVE WS-UA-REASON-WORK TO WS-UA-REASON (WS-UA-COUNT).
078900 2200-EXIT.
079000     EXIT.
079002
079004***************************************************************
079006*    2300-FIND-REQUEST - AN AD-HOC RUN'S ID IS 'Q' AND THE      *
079008*    FIZZREQ REQUEST NUMBER.  READ THE REQUEST AND FIND THE     *
079010*    FIRST FIZZDPT RECORD FOR THE DEPARTMENT THAT ASKED FOR     *
079012*    IT.  WS-DM-HIT COMES BACK AS THAT ENTRY, OR ZERO WITH      *
079014*    WS-UA-REASON-WORK SAYING WHY.                              *
079016***************************************************************
079018 2300-FIND-REQUEST.
079020     MOVE 0 TO WS-DM-HIT.
079022     MOVE SPACES TO WS-UA-REASON-WORK.
079024     IF WS-REQUESTS-ABSENT
079026         STRING 'REQUEST ' FBA-RUN-ID (2:7) ' NOT ON FIZZREQ'
079028             DELIMITED BY SIZE INTO WS-UA-REASON-WORK
079030         GO TO 2300-EXIT
079032     END-IF.
079034     MOVE FBA-RUN-ID (2:7) TO REQ-NUMBER.
079036     READ RUN-REQUEST-FILE.
079038     IF WS-FIZZ-REQ-NOREC
079040         STRING 'REQUEST ' FBA-RUN-ID (2:7) ' NOT ON FIZZREQ'
079042             DELIMITED BY SIZE INTO WS-UA-REASON-WORK
079044         GO TO 2300-EXIT
079046     END-IF.
079048     IF NOT WS-FIZZ-REQ-OK
079050         DISPLAY 'FCB312E FIZZCHRG - FIZZREQ READ FAILED FOR RUN '
079052             FBA-RUN-ID ' ' WS-FIZZ-REQ-STATUS
079054         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
079056         STRING 'REQUEST ' FBA-RUN-ID (2:7) ' UNREADABLE'
079058             DELIMITED BY SIZE INTO WS-UA-REASON-WORK
079060         GO TO 2300-EXIT
079062     END-IF.
079064     MOVE REQ-DEPT-ID TO WS-REQ-DEPT-ID.
079066     PERFORM 5020-MATCH-DEPT THRU 5020-EXIT
079068         VARYING WS-DM-SUB FROM 1 BY 1
079070         UNTIL WS-DM-SUB > WS-DM-COUNT
079072         OR WS-DM-HIT > 0.
079074     IF WS-DM-HIT EQUAL 0
079076         STRING 'REQUEST DEPT ' WS-REQ-DEPT-ID ' NOT ON FIZZDPT'
079078             DELIMITED BY SIZE INTO WS-UA-REASON-WORK
079080     END-IF.
079082 2300-EXIT.
079084     EXIT.
079100
079200***************************************************************
079300*    3000-PRINT-DEPARTMENTS - ONE LINE PER DEPARTMENT AND COST  *
079400*    CENTRE, THEN THE ATTRIBUTED TOTAL.                         *
079500***************************************************************
079600 3000-PRINT-DEPARTMENTS.
079700     MOVE WS-HEADING-2-DEPT TO WS-HEADING-2.
079800     MOVE 99 TO WS-LINE-COUNT.
079900     IF WS-CT-COUNT EQUAL 0
080000         MOVE 'NO RUNS ATTRIBUTED TO A DEPARTMENT' TO
080100             CHARGEBACK-REPORT-RECORD
080200         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
080300         GO TO 3000-EXIT
080400     END-IF.
080500     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
080600         VARYING WS-CT-SUB FROM 1 BY 1
080700         UNTIL WS-CT-SUB > WS-CT-COUNT.
080800     COMPUTE WS-ATTRIB-TOT-CHARGE =
080900         WS-ATTRIB-VOL-CHARGE + WS-ATTRIB-REJ-CHARGE.
081000     MOVE SPACES TO WS-DEPT-LINE.
081100     MOVE 'TOTAL ATTRIBUTED' TO WS-DL-DEPT-NAME.
081200     MOVE WS-ATTRIB-RUNS TO WS-DL-RUNS.
081300     MOVE WS-ATTRIB-CLASSIFIED TO WS-DL-CLASSIFIED.
081400     MOVE WS-ATTRIB-REJECTS TO WS-DL-REJECTS.
081500     MOVE WS-ATTRIB-VOL-CHARGE TO WS-DL-VOL-CHARGE.
081600     MOVE WS-ATTRIB-REJ-CHARGE TO WS-DL-REJ-CHARGE.
081700     MOVE WS-ATTRIB-TOT-CHARGE TO WS-DL-TOT-CHARGE.
081800     MOVE WS-BLANK-LINE TO CHARGEBACK-REPORT-RECORD.
081900     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
082000     MOVE WS-DEPT-LINE TO CHARGEBACK-REPORT-RECORD.
082100     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
082200 3000-EXIT.
082300     EXIT.
082400
082500***************************************************************
082600*    3100-PRINT-ONE-DEPT - PRINT ONE DEPARTMENT LINE.           *
082700***************************************************************
082800 3100-PRINT-ONE-DEPT.
082900     MOVE SPACES TO WS-DEPT-LINE.
083000     MOVE WS-CT-DEPT-ID (WS-CT-SUB) TO WS-DL-DEPT-ID.
083100     MOVE WS-CT-COST-CENTRE (WS-CT-SUB) TO WS-DL-COST-CENTRE.
083200     MOVE WS-CT-DEPT-NAME (WS-CT-SUB) TO WS-DL-DEPT-NAME.
083300     MOVE WS-CT-RUNS (WS-CT-SUB) TO WS-DL-RUNS.
083400     MOVE WS-CT-CLASSIFIED (WS-CT-SUB) TO WS-DL-CLASSIFIED.
083500     MOVE WS-CT-REJECTS (WS-CT-SUB) TO WS-DL-REJECTS.
083600     MOVE WS-CT-VOL-CHARGE (WS-CT-SUB) TO WS-DL-VOL-CHARGE.
083700     MOVE WS-CT-REJ-CHARGE (WS-CT-SUB) TO WS-DL-REJ-CHARGE.
083800     COMPUTE WS-LINE-CHARGE = WS-CT-VOL-CHARGE (WS-CT-SUB)
083900         + WS-CT-REJ-CHARGE (WS-CT-SUB).
084000     MOVE WS-LINE-CHARGE TO WS-DL-TOT-CHARGE.
084100     MOVE WS-DEPT-LINE TO CHARGEBACK-REPORT-RECORD.
084200     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
084300 3100-EXIT.
084400     EXIT.
084500
084600***************************************************************
084700*    3200-PRINT-UNATTRIBUTED - THE RUNS NO DEPARTMENT COULD BE  *
084800*    FOUND FOR, ON THEIR OWN PAGE, WITH THEIR TOTALS.  THEY     *
084900*    ARE LISTED SO THEY ARE RESOLVED, NEVER SILENTLY DROPPED.   *
085000***************************************************************
085100 3200-PRINT-UNATTRIBUTED.
085200     MOVE WS-HEADING-2-UNATTRIB TO WS-HEADING-2.
085300     MOVE 99 TO WS-LINE-COUNT.
085400     IF WS-UA-RUNS EQUAL 0
085500         MOVE 'NO UNATTRIBUTED RUNS' TO CHARGEBACK-REPORT-RECORD
085600         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
085700         GO TO 3200-EXIT
085800     END-IF.
085900     PERFORM 3300-PRINT-ONE-UNATTRIB THRU 3300-EXIT
086000         VARYING WS-UA-SUB FROM 1 BY 1
086100         UNTIL WS-UA-SUB > WS-UA-COUNT.
086200     IF WS-UA-OVERFLOW > 0
086300         DISPLAY 'FCB310E FIZZCHRG - ' WS-UA-OVERFLOW
086400             ' UNATTRIBUTED RUNS BEYOND THE LIST TABLE'
086500         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
086600         MOVE 'RUNS BEYOND LIST TABLE (IN TOTALS)' TO WS-CL-LABEL
086700         MOVE WS-UA-OVERFLOW TO WS-CL-VALUE
086800         MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD
086900         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
087000     END-IF.
087100     MOVE WS-BLANK-LINE TO CHARGEBACK-REPORT-RECORD.
087200     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
087300     MOVE 'UNATTRIBUTED RUNS' TO WS-CL-LABEL.
087400     MOVE WS-UA-RUNS TO WS-CL-VALUE.
087500     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
087600     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
087700     MOVE 'UNATTRIBUTED NUMBERS CLASSIFIED' TO WS-CL-LABEL.
087800     MOVE WS-UA-CLASSIFIED-TOT TO WS-CL-VALUE.
087900     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
088000     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
088100     MOVE 'UNATTRIBUTED REJECTS' TO WS-CL-LABEL.
088200     MOVE WS-UA-REJECTS-TOT TO WS-CL-VALUE.
088300     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
088400     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
088500 3200-EXIT.
088600     EXIT.
088700
088800***************************************************************
088900*    3300-PRINT-ONE-UNATTRIB - PRINT ONE UNATTRIBUTED RUN.      *
089000***************************************************************
089100 3300-PRINT-ONE-UNATTRIB.
089200     MOVE WS-UA-RUN-ID (WS-UA-SUB) TO WS-UL-RUN-ID.
089300     MOVE WS-UA-RUN-DATE (WS-UA-SUB) TO WS-DATE-WORK.
089400     PERFORM 5100-FORMAT-DATE THRU 5100-EXIT.
089500     MOVE WS-FMT-DATE TO WS-UL-RUN-DATE.
089600     MOVE WS-UA-CLASSIFIED (WS-UA-SUB) TO WS-UL-CLASSIFIED.
089700     MOVE WS-UA-REJECTS (WS-UA-SUB) TO WS-UL-REJECTS.
089800     MOVE WS-UA-REASON (WS-UA-SUB) TO WS-UL-REASON.
089900     MOVE WS-UNATTRIB-LINE TO CHARGEBACK-REPORT-RECORD.
090000     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
090100 3300-EXIT.
090200     EXIT.
090300
090400***************************************************************
090500*    3400-PRINT-RECONCILE - EVERY RUN OF THE PERIOD IS EITHER   *
090600*    CHARGED OR LISTED; SHOW THAT IT ADDS UP, AND TIE THE       *
090700*    PERIOD TO THE 'P' SUMMARY FIZZAARC LEFT ON THE LIVE LOG    *
090800*    WHEN IT IS A CLOSED PERIOD.  A SUMMARY THAT DOES NOT       *
090900*    AGREE MEANS THE ARCHIVE WAS NOT SUPPLIED, OR NOT ALL OF    *
091000*    IT, AND THE CHARGES ARE SHORT.                             *
091100***************************************************************
091200 3400-PRINT-RECONCILE.
091300     MOVE WS-BLANK-LINE TO CHARGEBACK-REPORT-RECORD.
091400     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
091500     MOVE 'RUNS ENDED IN THE PERIOD' TO WS-CL-LABEL.
091600     MOVE WS-PERIOD-RUNS TO WS-CL-VALUE.
091700     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
091800     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
091900     MOVE '  CHARGED TO A DEPARTMENT' TO WS-CL-LABEL.
092000     MOVE WS-ATTRIB-RUNS TO WS-CL-VALUE.
092100     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
092200     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
092300     MOVE '  UNATTRIBUTED' TO WS-CL-LABEL.
092400     MOVE WS-UA-RUNS TO WS-CL-VALUE.
092500     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
092600     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
092700     MOVE 'NUMBERS PROCESSED IN THE PERIOD' TO WS-CL-LABEL.
092800     MOVE WS-PERIOD-TOTAL TO WS-CL-VALUE.
092900     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
093000     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
093100     IF WS-SUMMARY-NOT-SEEN
093200         GO TO 3400-EXIT
093300     END-IF.
093400     MOVE 'PERIOD SUMMARY RUNS' TO WS-CL-LABEL.
093500     MOVE WS-SUMMARY-RUNS TO WS-CL-VALUE.
093600     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
093700     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
093800     MOVE 'PERIOD SUMMARY NUMBERS PROCESSED' TO WS-CL-LABEL.
093900     MOVE WS-SUMMARY-TOTAL TO WS-CL-VALUE.
094000     MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-RECORD.
094100     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
094200     IF WS-SUMMARY-RUNS NOT EQUAL WS-PERIOD-RUNS
094300         OR WS-SUMMARY-TOTAL NOT EQUAL WS-PERIOD-TOTAL
094400         DISPLAY 'FCB311E FIZZCHRG - PERIOD ' WS-PERIOD
094500             ' DOES NOT AGREE WITH ITS PERIOD SUMMARY - IS THE '
094600             'ARCHIVE CONCATENATED?'
094700         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
094800         MOVE '*** DOES NOT AGREE WITH PERIOD SUMMARY' TO
094900             CHARGEBACK-REPORT-RECORD
095000         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
095100     END-IF.
095200 3400-EXIT.
095300     EXIT.
095400
095500***************************************************************
095600*    4000-WRITE-REPORT-LINE - WRITE ONE LINE, STARTING A NEW    *
095700*    PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS FULL.  THE     *
095800*    CALLER LEAVES THE LINE IN CHARGEBACK-REPORT-RECORD.        *
095900***************************************************************
096000 4000-WRITE-REPORT-LINE.
096100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
096200         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
096300     END-IF.
096400     WRITE CHARGEBACK-REPORT-RECORD AFTER ADVANCING 1 LINE.
096500     ADD 1 TO WS-LINE-COUNT.
096600 4000-EXIT.
096700     EXIT.
096800
096900***************************************************************
097000*    4100-PRINT-HEADINGS - START A NEW PAGE.  THE LINE THE      *
097100*    CALLER BUILT IS PARKED AND RESTORED AROUND THE HEADING     *
097200*    WRITES, SINCE BOTH GO THROUGH CHARGEBACK-REPORT-RECORD.    *
097300***************************************************************
097400 4100-PRINT-HEADINGS.
097500     MOVE CHARGEBACK-REPORT-RECORD TO WS-SAVE-LINE.
097600     ADD 1 TO WS-PAGE-COUNT.
097700     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
097800     MOVE WS-HEADING-1 TO CHARGEBACK-REPORT-RECORD.
097900     WRITE CHARGEBACK-REPORT-RECORD AFTER ADVANCING PAGE.
098000     MOVE WS-HEADING-2 TO CHARGEBACK-REPORT-RECORD.
098100     WRITE CHARGEBACK-REPORT-RECORD AFTER ADVANCING 2 LINES.
098200     MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
098300     WRITE CHARGEBACK-REPORT-RECORD AFTER ADVANCING 1 LINE.
098400     MOVE 4 TO WS-LINE-COUNT.
098500     MOVE WS-SAVE-LINE TO CHARGEBACK-REPORT-RECORD.
098600 4100-EXIT.
098700     EXIT.
098800
098900***************************************************************
099000*    5000-FIND-SOURCE - LOOK UP WS-SOURCE-TYPE PLUS             *
099100*    WS-RUN-PREFIX IN THE DEPARTMENT TABLE.  WS-DM-HIT COMES    *
099200*    BACK AS THE MATCHING ENTRY, OR ZERO.                       *
099300***************************************************************
099400 5000-FIND-SOURCE.
099500     MOVE 0 TO WS-DM-HIT.
099600     PERFORM 5010-MATCH-SOURCE THRU 5010-EXIT
099700         VARYING WS-DM-SUB FROM 1 BY 1
099800         UNTIL WS-DM-SUB > WS-DM-COUNT
099900         OR WS-DM-HIT > 0.
100000 5000-EXIT.
100100     EXIT.
100200
100300***************************************************************
100400*    5010-MATCH-SOURCE - MATCH ONE DEPARTMENT TABLE ENTRY.      *
100500***************************************************************
100600 5010-MATCH-SOURCE.
100700     IF WS-DM-SOURCE-TYPE (WS-DM-SUB) EQUAL WS-SOURCE-TYPE
100800         AND WS-DM-SOURCE-ID (WS-DM-SUB) EQUAL WS-RUN-PREFIX
100900         MOVE WS-DM-SUB TO WS-DM-HIT
101000     END-IF.
101100 5010-EXIT.
101200     EXIT.
101205
101210***************************************************************
101215*    5020-MATCH-DEPT - MATCH ONE DEPARTMENT TABLE ENTRY ON      *
101220*    THE DEPARTMENT ALONE, WHATEVER ITS SOURCE.                 *
101225***************************************************************
101230 5020-MATCH-DEPT.
101235     IF WS-DM-DEPT-ID (WS-DM-SUB) EQUAL WS-REQ-DEPT-ID
101240         MOVE WS-DM-SUB TO WS-DM-HIT
101245     END-IF.
101250 5020-EXIT.
101255     EXIT.
101300
101400***************************************************************
101500*    5100-FORMAT-DATE - WS-DATE-WORK (YYYYMMDD) TO WS-FMT-DATE  *
101600*    (YYYY-MM-DD).                                              *
101700***************************************************************
101800 5100-FORMAT-DATE.
101900     MOVE WS-DW-YYYY TO WS-FD-YYYY.
102000     MOVE WS-DW-MM TO WS-FD-MM.
102100     MOVE WS-DW-DD TO WS-FD-DD.
102200 5100-EXIT.
102300     EXIT.
102400
102500***************************************************************
102600*    6000-WRITE-FEED - CUT THE FINANCE FEED: HEADER, ONE        *
102700*    DETAIL PER DEPARTMENT AND COST CENTRE, TRAILER.  A FEED    *
102800*    WITH NO DEPARTMENTS STILL GOES OUT WITH A ZERO TRAILER SO  *
102900*    FINANCE SEES AN ANSWER, NOT SILENCE.                       *
103000***************************************************************
103100 6000-WRITE-FEED.
103200     MOVE SPACES TO CHARGEBACK-FEED-RECORD.
103300     MOVE 'H' TO FCH-RECORD-TYPE.
103400     MOVE WS-PERIOD TO FCH-HDR-PERIOD.
103500     MOVE WS-TODAY TO FCH-HDR-CUT-DATE.
103600     PERFORM 6200-PUT-FEED THRU 6200-EXIT.
103700     PERFORM 6100-FEED-ONE-DEPT THRU 6100-EXIT
103800         VARYING WS-CT-SUB FROM 1 BY 1
103900         UNTIL WS-CT-SUB > WS-CT-COUNT
104000         OR WS-HIGHEST-RC EQUAL 12.
104100     MOVE SPACES TO CHARGEBACK-FEED-RECORD.
104200     MOVE 'T' TO FCH-RECORD-TYPE.
104300     MOVE WS-FEED-COUNT TO FCH-TRL-RECORD-COUNT.
104400     MOVE WS-FEED-CHARGE TO FCH-TRL-TOTAL-CHARGE.
104500     PERFORM 6200-PUT-FEED THRU 6200-EXIT.
104600 6000-EXIT.
104700     EXIT.
104800
104900***************************************************************
105000*    6100-FEED-ONE-DEPT - WRITE ONE DEPARTMENT'S 'D' RECORD.    *
105100***************************************************************
105200 6100-FEED-ONE-DEPT.
105300     MOVE SPACES TO CHARGEBACK-FEED-RECORD.
105400     MOVE 'D' TO FCH-RECORD-TYPE.
105500     MOVE WS-CT-DEPT-ID (WS-CT-SUB) TO FCH-DET-DEPT-ID.
105600     MOVE WS-CT-COST-CENTRE (WS-CT-SUB) TO FCH-DET-COST-CENTRE.
105700     MOVE WS-CT-RUNS (WS-CT-SUB) TO FCH-DET-RUN-COUNT.
105800     MOVE WS-CT-CLASSIFIED (WS-CT-SUB) TO FCH-DET-CLASSIFIED.
105900     MOVE WS-CT-REJECTS (WS-CT-SUB) TO FCH-DET-REJECTS.
106000     MOVE WS-CT-VOL-CHARGE (WS-CT-SUB) TO FCH-DET-VOLUME-CHARGE.
106100     MOVE WS-CT-REJ-CHARGE (WS-CT-SUB) TO FCH-DET-REJECT-CHARGE.
106200     COMPUTE WS-LINE-CHARGE = WS-CT-VOL-CHARGE (WS-CT-SUB)
106300         + WS-CT-REJ-CHARGE (WS-CT-SUB).
106400     MOVE WS-LINE-CHARGE TO FCH-DET-TOTAL-CHARGE.
106500     PERFORM 6200-PUT-FEED THRU 6200-EXIT.
106600     ADD 1 TO WS-FEED-COUNT.
106700     ADD WS-LINE-CHARGE TO WS-FEED-CHARGE.
106800 6100-EXIT.
106900     EXIT.
107000
107100***************************************************************
107200*    6200-PUT-FEED - WRITE ONE FEED RECORD.  A FEED THAT        *
107300*    CANNOT BE WRITTEN IS FATAL - FINANCE MUST NOT LOAD HALF    *
107400*    A MONTH.                                                   *
107500***************************************************************
107600 6200-PUT-FEED.
107700     IF WS-HIGHEST-RC EQUAL 12
107800         GO TO 6200-EXIT
107900     END-IF.
108000     WRITE CHARGEBACK-FEED-RECORD.
108100     IF NOT WS-CHG-FEED-OK
108200         DISPLAY 'FCB410S FIZZCHRG - CHGFEED WRITE FAILED '
108300             WS-CHG-FEED-STATUS
108400         MOVE 12 TO WS-HIGHEST-RC
108500     END-IF.
108600 6200-EXIT.
108700     EXIT.
108800
108900***************************************************************
109000*    8900-RAISE-DEGRADED - MARK THE STEP DEGRADED (RETURN CODE  *
109100*    8) WITHOUT LOWERING A WORSE CODE ALREADY RAISED, THE SAME  *
109200*    CONVENTION AS THE BATCH DRIVER.                            *
109300***************************************************************
109400 8900-RAISE-DEGRADED.
109500     IF WS-HIGHEST-RC < 8
109600         MOVE 8 TO WS-HIGHEST-RC
109700     END-IF.
109800 8900-EXIT.
109900     EXIT.
