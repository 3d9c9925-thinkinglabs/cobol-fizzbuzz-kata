000100***************************************************************
000200*
000300*    FIZZREJA - WEEKLY REJECT ANALYSIS AND AGING
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    THE FBEW WORKBENCH SHOWS REJECTS ONE SCREEN AT A TIME;
001100*    THIS REPORT SAYS WHY WE REJECT, WHO WORKS THE REJECTS,
001200*    AND HOW LONG THEY SIT.  IT READS THREE FILES:
001300*
001400*      FIZZEXC - THE WORKING EXCEPTION FILE (THE NIGHT'S
001500*                REJECTS, OR THE LAST ACCEPTED CARRY-FORWARD)
001600*      RCYCEXC - THE FIZZRCYC CARRY-FORWARD FILE (VALUES THE
001700*                LAST RECYCLE RUN STILL COULD NOT CLEAR)
001800*      FIZZWRK - THE FBEW WORKBENCH KSDS
001900*
002000*    AND PRINTS, WITH ONE COLUMN PER FILE:
002100*
002200*      - REJECTS BY FBX-REASON
002300*      - AGING FROM THE FIRST-SEEN DATE TO THE AS-OF DATE:
002400*        0-7, 8-30, 31-90 AND OVER 90 DAYS (RECORDS WRITTEN
002500*        BEFORE THE FIRST-SEEN DATE EXISTED ARE SHOWN APART)
002600*      - THE RECYCLE-COUNT DISTRIBUTION
002700*
002800*    THE WORKBENCH COLUMN OF THOSE SECTIONS COUNTS ONLY THE
002900*    RECORDS STILL OPEN - A CORRECTED OR VOIDED REJECT NO
003000*    LONGER AGES.  THE SAME REJECT CAN APPEAR IN MORE THAN ONE
003100*    COLUMN (FIZZWRKL COPIES FIZZEXC TO THE WORKBENCH EACH
003200*    CYCLE), SO THE COLUMNS ARE NOT ADDED ACROSS.  FROM THE
003300*    WORKBENCH ALONE IT THEN PRINTS:
003400*
003500*      - DISPOSITION TOTALS (OPEN, CORRECTED, VOID, APPLIED)
003600*        WITH THE TURNAROUND FROM FIRST SEEN TO FBW-DISP-DATE
003700*      - DISPOSITIONS PER FBW-DISP-USERID
003800*
003900*    AND LAST, EVERY REJECT STILL OPEN MORE THAN 90 DAYS, ONE
004000*    LINE EACH, FOR ESCALATION.  THE AS-OF DATE IS THE RUN
004100*    DATE, OR THE DATE ON AN OPTIONAL FIZZRJP CARD ON REJPARM.
004200*    THE REPORT ONLY READS, AND MAY RUN WHILE THE WORKBENCH IS
004300*    OPEN TO CICS.
004400*
004500*    RETURN CODES: 0 CLEAN, 4 REJECTS OVER 90 DAYS ARE LISTED
004600*    FOR ESCALATION, 8 DEGRADED (MORE REASONS OR USER IDS THAN
004700*    THE TABLES HOLD - THE EXCESS IS GROUPED), 12 BAD CARD OR
004800*    A FILE THIS STEP COULD NOT USE.
004900*
005000*    MODIFICATION HISTORY.
005100*    DATE       INIT  DESCRIPTION
005200*    ---------  ----  --------------------------------------
005300*    2026-10-15 RM    INITIAL VERSION.
005400*
005500***************************************************************
005600 IDENTIFICATION DIVISION.
005700 PROGRAM-ID. FIZZREJA.
005800
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. IBM-370.
006200 OBJECT-COMPUTER. IBM-370.
006300
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT REJECT-PARM-FILE ASSIGN TO REJPARM
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-REJ-PARM-STATUS.
006900
007000     SELECT FIZZ-EXCEPTION-FILE ASSIGN TO FIZZEXC
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-FIZZ-EXC-STATUS.
007300
007400     SELECT RECYCLE-EXC-FILE ASSIGN TO RCYCEXC
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-RCYC-EXC-STATUS.
007700
007800     SELECT FIZZ-WORKBENCH-FILE ASSIGN TO FIZZWRK
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS FBW-SEQ
008200         FILE STATUS IS WS-FIZZ-WRK-STATUS.
008300
008400     SELECT REJECT-REPORT-FILE ASSIGN TO REJRPT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-REJ-RPT-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  REJECT-PARM-FILE
009100     RECORDING MODE IS F.
009200 COPY FIZZRJP.
009300
009400 FD  FIZZ-EXCEPTION-FILE
009500     RECORDING MODE IS F.
009600 01  FIZZ-EXCEPTION-FILE-RECORD PIC X(80).
009700
009800 FD  RECYCLE-EXC-FILE
009900     RECORDING MODE IS F.
010000 01  RECYCLE-EXC-RECORD         PIC X(80).
010100
010200 FD  FIZZ-WORKBENCH-FILE.
010300 COPY FIZZWRK.
010400
010500 FD  REJECT-REPORT-FILE
010600     RECORDING MODE IS F.
010700 01  REJECT-REPORT-RECORD       PIC X(132).
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-REJ-PARM-STATUS         PIC X(02).
011100     88  WS-REJ-PARM-OK             VALUE '00'.
011200     88  WS-REJ-PARM-EOF            VALUE '10'.
011300     88  WS-REJ-PARM-NOTFOUND       VALUE '35'.
011400 01  WS-FIZZ-EXC-STATUS         PIC X(02).
011500     88  WS-FIZZ-EXC-OK             VALUE '00'.
011600     88  WS-FIZZ-EXC-EOF            VALUE '10'.
011700 01  WS-RCYC-EXC-STATUS         PIC X(02).
011800     88  WS-RCYC-EXC-OK             VALUE '00'.
011900     88  WS-RCYC-EXC-EOF            VALUE '10'.
012000 01  WS-FIZZ-WRK-STATUS         PIC X(02).
012100     88  WS-FIZZ-WRK-OK             VALUE '00'.
012200     88  WS-FIZZ-WRK-EOF            VALUE '10'.
012300 01  WS-REJ-RPT-STATUS          PIC X(02).
012400     88  WS-REJ-RPT-OK              VALUE '00'.
012500
012600 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
012700 01  WS-TODAY                   PIC 9(08).
012800 01  WS-AS-OF-DATE              PIC 9(08) VALUE 0.
012900 01  WS-AS-OF-DAYS              PIC 9(09) VALUE 0.
013000 01  WS-SRC-SUB                 PIC 9(02) COMP VALUE 0.
013100 01  WS-ESCALATE-COUNT          PIC 9(07) VALUE 0.
013200 01  WS-FILE-SWITCH             PIC X(01).
013300     88  WS-FILE-END                VALUE 'Y'.
013400     88  WS-FILE-MORE               VALUE 'N'.
013500
013600***************************************************************
013700*    THE REJECT BEING TALLIED, IN THE FIZZEXC LAYOUT WHATEVER   *
013800*    FILE IT CAME FROM, AND ITS WORKBENCH SEQUENCE (SPACES      *
013900*    FOR THE FLAT FILES).                                       *
014000***************************************************************
014100 COPY FIZZEXC.
014200 01  WS-REJECT-SEQ              PIC X(09).
014300 01  WS-REJECT-DATED-SWITCH     PIC X(01).
014400     88  WS-REJECT-DATED            VALUE 'Y'.
014500     88  WS-REJECT-UNDATED          VALUE 'N'.
014600 01  WS-AGE-DAYS                PIC 9(07) VALUE 0.
014700 01  WS-FIRST-SEEN-DAYS         PIC 9(09) VALUE 0.
014800 01  WS-TURNAROUND-DAYS         PIC 9(07) VALUE 0.
014900
015000***************************************************************
015100*    THE THREE FILES, IN REPORT COLUMN ORDER.                   *
015200***************************************************************
015300 01  WS-SOURCE-NAMES-X.
015400     05  FILLER                 PIC X(08) VALUE 'FIZZEXC '.
015500     05  FILLER                 PIC X(08) VALUE 'RCYCEXC '.
015600     05  FILLER                 PIC X(08) VALUE 'WRKBENCH'.
015700 01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAMES-X.
015800     05  WS-SOURCE-NAME         PIC X(08) OCCURS 3 TIMES.
015900 01  WS-SOURCE-TOTALS.
016000     05  WS-SOURCE-TOTAL        PIC 9(09) OCCURS 3 TIMES.
016100
016200***************************************************************
016300*    REJECTS BY REASON, KEPT IN REASON ORDER AS THEY ARE        *
016400*    OPENED.  REASONS BEYOND THE TABLE ARE GROUPED AND          *
016500*    DEGRADE THE STEP.                                          *
016600***************************************************************
016700 01  WS-REASON-TABLE.
016800     05  WS-RT-COUNT            PIC 9(03) COMP VALUE 0.
016900     05  WS-RT-ENTRY OCCURS 100 TIMES.
017000         10  WS-RT-REASON       PIC X(30).
017100         10  WS-RT-REJECTS      PIC 9(09) OCCURS 3 TIMES.
017200 01  WS-RT-SUB                  PIC 9(03) COMP VALUE 0.
017300 01  WS-RT-HIT                  PIC 9(03) COMP VALUE 0.
017400 01  WS-RT-NEW-REASON           PIC X(30).
017500 01  WS-RT-OVERFLOW-SWITCH      PIC X(01) VALUE 'N'.
017600     88  WS-RT-OVERFLOWED           VALUE 'Y'.
017700 01  WS-RT-OVERFLOW.
017800     05  WS-RT-OVERFLOW-COUNT   PIC 9(09) OCCURS 3 TIMES.
017900
018000***************************************************************
018100*    AGING BUCKETS: 0-7, 8-30, 31-90, OVER 90, AND NO           *
018200*    FIRST-SEEN DATE.                                           *
018300***************************************************************
018400 01  WS-AGE-LABELS-X.
018500     05  FILLER                 PIC X(30) VALUE '0 - 7 DAYS'.
018600     05  FILLER                 PIC X(30) VALUE '8 - 30 DAYS'.
018700     05  FILLER                 PIC X(30) VALUE '31 - 90 DAYS'.
018800     05  FILLER                 PIC X(30) VALUE 'OVER 90 DAYS'.
018900     05  FILLER                 PIC X(30) VALUE
019000         'NO FIRST-SEEN DATE'.
019100 01  WS-AGE-LABELS REDEFINES WS-AGE-LABELS-X.
019200     05  WS-AGE-LABEL           PIC X(30) OCCURS 5 TIMES.
019300 01  WS-AGE-TABLE.
019400     05  WS-AGE-ENTRY OCCURS 5 TIMES.
019500         10  WS-AGE-REJECTS     PIC 9(09) OCCURS 3 TIMES.
019600 01  WS-AGE-SUB                 PIC 9(02) COMP VALUE 0.
019700
019800***************************************************************
019900*    RECYCLE-COUNT BUCKETS.  A RECORD WRITTEN BEFORE THE        *
020000*    COUNT EXISTED HAS NEVER BEEN RECYCLED AND COUNTS AS 0.     *
020100***************************************************************
020200 01  WS-RCY-LABELS-X.
020300     05  FILLER                 PIC X(30) VALUE 'NEVER RECYCLED'.
020400     05  FILLER                 PIC X(30) VALUE 'RECYCLED ONCE'.
020500     05  FILLER                 PIC X(30) VALUE 'RECYCLED TWICE'.
020600     05  FILLER                 PIC X(30) VALUE
020700         'RECYCLED 3 - 5 TIMES'.
020800     05  FILLER                 PIC X(30) VALUE
020900         'RECYCLED 6 - 10 TIMES'.
021000     05  FILLER                 PIC X(30) VALUE
021100         'RECYCLED OVER 10 TIMES'.
021200 01  WS-RCY-LABELS REDEFINES WS-RCY-LABELS-X.
021300     05  WS-RCY-LABEL           PIC X(30) OCCURS 6 TIMES.
021400 01  WS-RCY-TABLE.
021500     05  WS-RCY-ENTRY OCCURS 6 TIMES.
021600         10  WS-RCY-REJECTS     PIC 9(09) OCCURS 3 TIMES.
021700 01  WS-RCY-SUB                 PIC 9(02) COMP VALUE 0.
021800
021900***************************************************************
022000*    WORKBENCH DISPOSITIONS: OPEN, CORRECTED, VOID, APPLIED,    *
022100*    AND ANY OTHER CODE FOUND ON FILE, WITH THE TURNAROUND      *
022200*    FROM FIRST SEEN TO THE DISPOSITION DATE.  A RECORD IS      *
022300*    TIMED ONLY WHEN BOTH DATES ARE GOOD.                       *
022400***************************************************************
022500 01  WS-DISP-LABELS-X.
022600     05  FILLER                 PIC X(30) VALUE 'OPEN'.
022700     05  FILLER                 PIC X(30) VALUE 'CORRECTED'.
022800     05  FILLER                 PIC X(30) VALUE 'VOID'.
022900     05  FILLER                 PIC X(30) VALUE 'APPLIED'.
023000     05  FILLER                 PIC X(30) VALUE
023100         'UNKNOWN DISPOSITION'.
023200 01  WS-DISP-LABELS REDEFINES WS-DISP-LABELS-X.
023300     05  WS-DISP-LABEL          PIC X(30) OCCURS 5 TIMES.
023400 01  WS-DISP-TABLE.
023500     05  WS-DISP-ENTRY OCCURS 5 TIMES.
023600         10  WS-DT-RECORDS      PIC 9(09).
023700         10  WS-DT-TIMED        PIC 9(09).
023800         10  WS-DT-TOTAL-DAYS   PIC 9(11).
023900         10  WS-DT-MAX-DAYS     PIC 9(07).
024000 01  WS-DISP-SUB                PIC 9(02) COMP VALUE 0.
024100 01  WS-DISP-TOTALS.
024200     05  WS-DTT-RECORDS         PIC 9(09) VALUE 0.
024300     05  WS-DTT-TIMED           PIC 9(09) VALUE 0.
024400     05  WS-DTT-TOTAL-DAYS      PIC 9(11) VALUE 0.
024500     05  WS-DTT-MAX-DAYS        PIC 9(07) VALUE 0.
024600 01  WS-AVERAGE-DAYS            PIC 9(07)V9 VALUE 0.
024700
024800***************************************************************
024900*    DISPOSITIONS PER USER ID (CORRECTED, VOID, APPLIED), KEPT  *
025000*    IN USER ID ORDER.  USER IDS BEYOND THE TABLE ARE GROUPED   *
025100*    AND DEGRADE THE STEP.                                      *
025200***************************************************************
025300 01  WS-USER-TABLE.
025400     05  WS-UT-COUNT            PIC 9(03) COMP VALUE 0.
025500     05  WS-UT-ENTRY OCCURS 100 TIMES.
025600         10  WS-UT-USERID       PIC X(08).
025700         10  WS-UT-DISPOSED     PIC 9(07) OCCURS 3 TIMES.
025800 01  WS-UT-SUB                  PIC 9(03) COMP VALUE 0.
025900 01  WS-UT-HIT                  PIC 9(03) COMP VALUE 0.
026000 01  WS-UT-NEW-USERID           PIC X(08).
026100 01  WS-UT-OVERFLOW-SWITCH      PIC X(01) VALUE 'N'.
026200     88  WS-UT-OVERFLOWED           VALUE 'Y'.
026300 01  WS-UT-OVERFLOW.
026400     05  WS-UT-OVERFLOW-COUNT   PIC 9(07) OCCURS 3 TIMES.
026500 01  WS-USER-DISP-SUB           PIC 9(02) COMP VALUE 0.
026600 01  WS-USER-TOTAL              PIC 9(07) VALUE 0.
026700
026800***************************************************************
026900*    PAGE CONTROL AND PRINT LINES.                              *
027000***************************************************************
027100 01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
027200 01  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
027300 01  WS-PAGE-COUNT              PIC 9(04) VALUE 0.
027400 01  WS-HEADING-1.
027500     05  FILLER                 PIC X(08) VALUE 'FIZZREJA'.
027600     05  FILLER                 PIC X(05) VALUE SPACES.
027700     05  FILLER                 PIC X(25) VALUE
027800         'REJECT ANALYSIS AND AGING'.
027900     05  FILLER                 PIC X(05) VALUE SPACES.
028000     05  FILLER                 PIC X(06) VALUE 'AS OF '.
028100     05  WS-H1-AS-OF-DATE       PIC X(10).
028200     05  FILLER                 PIC X(05) VALUE SPACES.
028300     05  FILLER                 PIC X(09) VALUE 'REPORTED '.
028400     05  WS-H1-DATE             PIC 9(08).
028500     05  FILLER                 PIC X(41) VALUE SPACES.
028600     05  FILLER                 PIC X(05) VALUE 'PAGE '.
028700     05  WS-H1-PAGE             PIC ZZZ9.
028800     05  FILLER                 PIC X(01) VALUE SPACES.
028900 01  WS-HEADING-2.
029000     05  FILLER                 PIC X(50) VALUE
029100         'FIZZEXC = WORKING EXCEPTION FILE   RCYCEXC = RECYC'.
029200     05  FILLER                 PIC X(50) VALUE
029300         'LE CARRY-FORWARD   WRKBENCH = FBEW WORKBENCH KSDS '.
029400     05  FILLER                 PIC X(32) VALUE SPACES.
029500 01  WS-SECTION-LINE.
029600     05  WS-SE-TITLE            PIC X(60).
029700     05  FILLER                 PIC X(72) VALUE SPACES.
029800 01  WS-COUNT-HEAD-LINE.
029900     05  WS-CH-LABEL            PIC X(30).
030000     05  FILLER                 PIC X(02) VALUE SPACES.
030100     05  FILLER                 PIC X(11) VALUE '    FIZZEXC'.
030200     05  FILLER                 PIC X(02) VALUE SPACES.
030300     05  FILLER                 PIC X(11) VALUE '    RCYCEXC'.
030400     05  FILLER                 PIC X(02) VALUE SPACES.
030500     05  WS-CH-WRK-HEAD         PIC X(11) VALUE
030600         'WRKBNCH OPN'.
030700     05  FILLER                 PIC X(63) VALUE SPACES.
030800 01  WS-COUNT-LINE.
030900     05  WS-CL-LABEL            PIC X(30).
031000     05  FILLER                 PIC X(02) VALUE SPACES.
031100     05  WS-CL-EXC              PIC ZZZ,ZZZ,ZZ9.
031200     05  FILLER                 PIC X(02) VALUE SPACES.
031300     05  WS-CL-RCY              PIC ZZZ,ZZZ,ZZ9.
031400     05  FILLER                 PIC X(02) VALUE SPACES.
031500     05  WS-CL-WRK              PIC ZZZ,ZZZ,ZZ9.
031600     05  FILLER                 PIC X(63) VALUE SPACES.
031700 01  WS-COUNT-WORK.
031800     05  WS-CW-REJECTS          PIC 9(09) OCCURS 3 TIMES.
031900 01  WS-DISP-HEAD-LINE.
032000     05  FILLER                 PIC X(30) VALUE 'DISPOSITION'.
032100     05  FILLER                 PIC X(02) VALUE SPACES.
032200     05  FILLER                 PIC X(11) VALUE '    RECORDS'.
032300     05  FILLER                 PIC X(02) VALUE SPACES.
032400     05  FILLER                 PIC X(11) VALUE '      TIMED'.
032500     05  FILLER                 PIC X(02) VALUE SPACES.
032600     05  FILLER                 PIC X(10) VALUE '  AVG DAYS'.
032700     05  FILLER                 PIC X(02) VALUE SPACES.
032800     05  FILLER                 PIC X(09) VALUE ' MAX DAYS'.
032900     05  FILLER                 PIC X(53) VALUE SPACES.
033000 01  WS-DISP-LINE.
033100     05  WS-DL-LABEL            PIC X(30).
033200     05  FILLER                 PIC X(02) VALUE SPACES.
033300     05  WS-DL-RECORDS          PIC ZZZ,ZZZ,ZZ9.
033400     05  FILLER                 PIC X(02) VALUE SPACES.
033500     05  WS-DL-TIMED            PIC ZZZ,ZZZ,ZZ9.
033600     05  FILLER                 PIC X(02) VALUE SPACES.
033700     05  WS-DL-AVERAGE          PIC Z,ZZZ,ZZ9.9.
033800     05  FILLER                 PIC X(01) VALUE SPACES.
033900     05  WS-DL-MAXIMUM          PIC Z,ZZZ,ZZ9.
034000     05  FILLER                 PIC X(53) VALUE SPACES.
034100 01  WS-USER-HEAD-LINE.
034200     05  FILLER                 PIC X(30) VALUE 'USER ID'.
034300     05  FILLER                 PIC X(02) VALUE SPACES.
034400     05  FILLER                 PIC X(11) VALUE '  CORRECTED'.
034500     05  FILLER                 PIC X(02) VALUE SPACES.
034600     05  FILLER                 PIC X(11) VALUE '       VOID'.
034700     05  FILLER                 PIC X(02) VALUE SPACES.
034800     05  FILLER                 PIC X(11) VALUE '    APPLIED'.
034900     05  FILLER                 PIC X(02) VALUE SPACES.
035000     05  FILLER                 PIC X(11) VALUE '      TOTAL'.
035100     05  FILLER                 PIC X(50) VALUE SPACES.
035200 01  WS-USER-LINE.
035300     05  WS-UL-USERID           PIC X(30).
035400     05  FILLER                 PIC X(02) VALUE SPACES.
035500     05  WS-UL-CORRECTED        PIC ZZZ,ZZZ,ZZ9.
035600     05  FILLER                 PIC X(02) VALUE SPACES.
035700     05  WS-UL-VOID             PIC ZZZ,ZZZ,ZZ9.
035800     05  FILLER                 PIC X(02) VALUE SPACES.
035900     05  WS-UL-APPLIED          PIC ZZZ,ZZZ,ZZ9.
036000     05  FILLER                 PIC X(02) VALUE SPACES.
036100     05  WS-UL-TOTAL            PIC ZZZ,ZZZ,ZZ9.
036200     05  FILLER                 PIC X(50) VALUE SPACES.
036300 01  WS-ESC-HEAD-LINE.
036400     05  FILLER                 PIC X(10) VALUE 'FILE'.
036500     05  FILLER                 PIC X(11) VALUE 'WRK SEQ'.
036600     05  FILLER                 PIC X(11) VALUE 'VALUE'.
036700     05  FILLER                 PIC X(32) VALUE 'REASON'.
036800     05  FILLER                 PIC X(12) VALUE 'FIRST SEEN'.
036900     05  FILLER                 PIC X(09) VALUE '   DAYS'.
037000     05  FILLER                 PIC X(08) VALUE 'RECYCLED'.
037100     05  FILLER                 PIC X(39) VALUE SPACES.
037200 01  WS-ESC-LINE.
037300     05  WS-EL-SOURCE           PIC X(08).
037400     05  FILLER                 PIC X(02) VALUE SPACES.
037500     05  WS-EL-SEQ              PIC X(09).
037600     05  FILLER                 PIC X(02) VALUE SPACES.
037700     05  WS-EL-VALUE            PIC X(09).
037800     05  FILLER                 PIC X(02) VALUE SPACES.
037900     05  WS-EL-REASON           PIC X(30).
038000     05  FILLER                 PIC X(02) VALUE SPACES.
038100     05  WS-EL-FIRST-SEEN       PIC X(10).
038200     05  FILLER                 PIC X(02) VALUE SPACES.
038300     05  WS-EL-AGE              PIC ZZZ,ZZ9.
038400     05  FILLER                 PIC X(07) VALUE SPACES.
038500     05  WS-EL-RECYCLED         PIC ZZ9.
038600     05  FILLER                 PIC X(39) VALUE SPACES.
038700 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.
038800 01  WS-SAVE-LINE               PIC X(132).
038900
039000***************************************************************
039100*    DATE FORMATTING AND DAY-NUMBER WORK AREAS.  A DAY NUMBER   *
039200*    IS A DAY COUNT FROM A FIXED ORIGIN, SO THE DIFFERENCE OF   *
039300*    TWO IS THE DAYS BETWEEN THEM, LEAP YEARS INCLUDED.         *
039400***************************************************************
039500 01  WS-DATE-WORK               PIC 9(08).
039600 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
039700     05  WS-DW-YYYY             PIC X(04).
039800     05  WS-DW-MM               PIC X(02).
039900     05  WS-DW-DD               PIC X(02).
040000 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK.
040100     05  WS-DN-YYYY             PIC 9(04).
040200     05  WS-DN-MM               PIC 9(02).
040300     05  WS-DN-DD               PIC 9(02).
040400 01  WS-FMT-DATE.
040500     05  WS-FD-YYYY             PIC X(04).
040600     05  FILLER                 PIC X(01) VALUE '-'.
040700     05  WS-FD-MM               PIC X(02).
040800     05  FILLER                 PIC X(01) VALUE '-'.
040900     05  WS-FD-DD               PIC X(02).
041000 01  WS-DATE-VALID-SWITCH       PIC X(01).
041100     88  WS-DATE-VALID              VALUE 'Y'.
041200     88  WS-DATE-INVALID            VALUE 'N'.
041300 01  WS-DAY-NUMBER              PIC 9(09).
041400 01  WS-DAY-YEAR                PIC 9(04).
041500 01  WS-DAY-MONTH               PIC 9(02).
041600 01  WS-DAY-WORK                PIC 9(07).
041700 01  WS-DAY-QUOTIENT            PIC 9(07).
041800
041900 PROCEDURE DIVISION.
042000
042100***************************************************************
042200*    0000-MAIN - SETTLE THE AS-OF DATE, TALLY THE THREE FILES,  *
042300*    PRINT THE ANALYSIS, LIST THE REJECTS FOR ESCALATION, AND   *
042400*    GRADE THE RETURN CODE.                                     *
042500***************************************************************
042600 0000-MAIN.
042700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
042800     MOVE WS-TODAY TO WS-H1-DATE.
042900     MOVE WS-TODAY TO WS-AS-OF-DATE.
043000     PERFORM 0100-READ-PARM THRU 0100-EXIT.
043100     IF WS-HIGHEST-RC EQUAL 12
043200         MOVE 12 TO RETURN-CODE
043300         GOBACK
043400     END-IF.
043500     MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
043600     PERFORM 5300-DAY-NUMBER THRU 5300-EXIT.
043700     MOVE WS-DAY-NUMBER TO WS-AS-OF-DAYS.
043800     PERFORM 5100-FORMAT-DATE THRU 5100-EXIT.
043900     MOVE WS-FMT-DATE TO WS-H1-AS-OF-DATE.
044000     INITIALIZE WS-SOURCE-TOTALS WS-RT-OVERFLOW WS-AGE-TABLE
044100         WS-RCY-TABLE WS-DISP-TABLE WS-UT-OVERFLOW.
044200     PERFORM 1000-TALLY-FIZZEXC THRU 1000-EXIT.
044300     IF WS-HIGHEST-RC NOT EQUAL 12
044400         PERFORM 1200-TALLY-RCYCEXC THRU 1200-EXIT
044500     END-IF.
044600     IF WS-HIGHEST-RC NOT EQUAL 12
044700         PERFORM 1400-TALLY-WORKBENCH THRU 1400-EXIT
044800     END-IF.
044900     IF WS-HIGHEST-RC EQUAL 12
045000         MOVE 12 TO RETURN-CODE
045100         GOBACK
045200     END-IF.
045300     OPEN OUTPUT REJECT-REPORT-FILE.
045400     IF NOT WS-REJ-RPT-OK
045500         DISPLAY 'FRJ405S FIZZREJA - REJRPT OPEN FAILED '
045600             WS-REJ-RPT-STATUS
045700         MOVE 12 TO RETURN-CODE
045800         GOBACK
045900     END-IF.
046000     PERFORM 3000-PRINT-REASONS THRU 3000-EXIT.
046100     PERFORM 3200-PRINT-AGING THRU 3200-EXIT.
046200     PERFORM 3300-PRINT-RECYCLE THRU 3300-EXIT.
046300     PERFORM 3400-PRINT-DISPOSITIONS THRU 3400-EXIT.
046400     PERFORM 3500-PRINT-USERS THRU 3500-EXIT.
046500     PERFORM 6000-LIST-ESCALATIONS THRU 6000-EXIT.
046600     CLOSE REJECT-REPORT-FILE.
046700     IF WS-ESCALATE-COUNT > 0 AND WS-HIGHEST-RC < 4
046800         MOVE 4 TO WS-HIGHEST-RC
046900     END-IF.
047000     MOVE WS-HIGHEST-RC TO RETURN-CODE.
047100     DISPLAY 'FRJ101I FIZZREJA - AS OF ' WS-AS-OF-DATE
047200         ' FIZZEXC ' WS-SOURCE-TOTAL (1)
047300         ' RCYCEXC ' WS-SOURCE-TOTAL (2)
047400         ' WORKBENCH ' WS-SOURCE-TOTAL (3).
047500     DISPLAY 'FRJ102I FIZZREJA - ' WS-ESCALATE-COUNT
047600         ' OPEN REJECTS OVER 90 DAYS, RETURN CODE ' WS-HIGHEST-RC.
047700     GOBACK.
047800
047900***************************************************************
048000*    0100-READ-PARM - AN OPTIONAL CARD NAMES THE AS-OF DATE.    *
048100*    NO DD, A DUMMY DD, OR NO CARD MEANS THE RUN DATE.          *
048200***************************************************************
048300 0100-READ-PARM.
048400     OPEN INPUT REJECT-PARM-FILE.
048500     IF WS-REJ-PARM-NOTFOUND
048600         GO TO 0100-EXIT
048700     END-IF.
048800     IF NOT WS-REJ-PARM-OK
048900         DISPLAY 'FRJ401S FIZZREJA - REJPARM OPEN FAILED '
049000             WS-REJ-PARM-STATUS
049100         MOVE 12 TO WS-HIGHEST-RC
049200         GO TO 0100-EXIT
049300     END-IF.
049400     READ REJECT-PARM-FILE.
049500     IF WS-REJ-PARM-OK
049600         MOVE REJECT-PARM-RECORD (1:8) TO WS-DATE-WORK-X
049700         PERFORM 5250-EDIT-DATE THRU 5250-EXIT
049800         IF WS-DATE-VALID
049900             MOVE RJP-AS-OF-DATE TO WS-AS-OF-DATE
050000         ELSE
050100             DISPLAY 'FRJ402S FIZZREJA - REJPARM AS-OF DATE '
050200                 'INVALID: ' REJECT-PARM-RECORD (1:8)
050300             MOVE 12 TO WS-HIGHEST-RC
050400         END-IF
050500     END-IF.
050600     CLOSE REJECT-PARM-FILE.
050700 0100-EXIT.
050800     EXIT.
050900
051000***************************************************************
051100*    1000-TALLY-FIZZEXC - TALLY EVERY WORKING EXCEPTION         *
051200*    RECORD INTO THE FIZZEXC COLUMN.                            *
051300***************************************************************
051400 1000-TALLY-FIZZEXC.
051500     OPEN INPUT FIZZ-EXCEPTION-FILE.
051600     IF NOT WS-FIZZ-EXC-OK
051700         DISPLAY 'FRJ403S FIZZREJA - FIZZEXC OPEN FAILED '
051800             WS-FIZZ-EXC-STATUS
051900         MOVE 12 TO WS-HIGHEST-RC
052000         GO TO 1000-EXIT
052100     END-IF.
052200     MOVE 1 TO WS-SRC-SUB.
052300     SET WS-FILE-MORE TO TRUE.
052400     PERFORM 1100-TALLY-EXC-RECORD THRU 1100-EXIT
052500         UNTIL WS-FILE-END.
052600     CLOSE FIZZ-EXCEPTION-FILE.
052700 1000-EXIT.
052800     EXIT.
052900
053000***************************************************************
053100*    1100-TALLY-EXC-RECORD - READ AND TALLY ONE FIZZEXC         *
053200*    RECORD.                                                    *
053300***************************************************************
053400 1100-TALLY-EXC-RECORD.
053500     READ FIZZ-EXCEPTION-FILE INTO FIZZBUZZ-EXCEPTION-RECORD.
053600     IF WS-FIZZ-EXC-EOF
053700         SET WS-FILE-END TO TRUE
053800         GO TO 1100-EXIT
053900     END-IF.
054000     IF NOT WS-FIZZ-EXC-OK
054100         DISPLAY 'FRJ406S FIZZREJA - FIZZEXC READ FAILED '
054200             WS-FIZZ-EXC-STATUS
054300         MOVE 12 TO WS-HIGHEST-RC
054400         SET WS-FILE-END TO TRUE
054500         GO TO 1100-EXIT
054600     END-IF.
054700     PERFORM 1800-TALLY-REJECT THRU 1800-EXIT.
054800 1100-EXIT.
054900     EXIT.
055000
055100***************************************************************
055200*    1200-TALLY-RCYCEXC - TALLY EVERY CARRIED-FORWARD RECORD    *
055300*    INTO THE RCYCEXC COLUMN.                                   *
055400***************************************************************
055500 1200-TALLY-RCYCEXC.
055600     OPEN INPUT RECYCLE-EXC-FILE.
055700     IF NOT WS-RCYC-EXC-OK
055800         DISPLAY 'FRJ404S FIZZREJA - RCYCEXC OPEN FAILED '
055900             WS-RCYC-EXC-STATUS
056000         MOVE 12 TO WS-HIGHEST-RC
056100         GO TO 1200-EXIT
056200     END-IF.
056300     MOVE 2 TO WS-SRC-SUB.
056400     SET WS-FILE-MORE TO TRUE.
056500     PERFORM 1300-TALLY-RCY-RECORD THRU 1300-EXIT
056600         UNTIL WS-FILE-END.
056700     CLOSE RECYCLE-EXC-FILE.
056800 1200-EXIT.
056900     EXIT.
057000
057100***************************************************************
057200*    1300-TALLY-RCY-RECORD - READ AND TALLY ONE RCYCEXC         *
057300*    RECORD.                                                    *
057400***************************************************************
057500 1300-TALLY-RCY-RECORD.
057600     READ RECYCLE-EXC-FILE INTO FIZZBUZZ-EXCEPTION-RECORD.
057700     IF WS-RCYC-EXC-EOF
057800         SET WS-FILE-END TO TRUE
057900         GO TO 1300-EXIT
058000     END-IF.
058100     IF NOT WS-RCYC-EXC-OK
058200         DISPLAY 'FRJ407S FIZZREJA - RCYCEXC READ FAILED '
058300             WS-RCYC-EXC-STATUS
058400         MOVE 12 TO WS-HIGHEST-RC
058500         SET WS-FILE-END TO TRUE
058600         GO TO 1300-EXIT
058700     END-IF.
058800     PERFORM 1800-TALLY-REJECT THRU 1800-EXIT.
058900 1300-EXIT.
059000     EXIT.
059100
059200***************************************************************
059300*    1400-TALLY-WORKBENCH - TALLY EVERY WORKBENCH RECORD: ITS   *
059400*    DISPOSITION, WHO SET IT AND HOW LONG IT TOOK, AND - WHILE  *
059500*    IT IS STILL OPEN - ITS REASON, AGE AND RECYCLE COUNT.      *
059600***************************************************************
059700 1400-TALLY-WORKBENCH.
059800     OPEN INPUT FIZZ-WORKBENCH-FILE.
059900     IF NOT WS-FIZZ-WRK-OK
060000         DISPLAY 'FRJ408S FIZZREJA - FIZZWRK OPEN FAILED '
060100             WS-FIZZ-WRK-STATUS
060200         MOVE 12 TO WS-HIGHEST-RC
060300         GO TO 1400-EXIT
060400     END-IF.
060500     MOVE 3 TO WS-SRC-SUB.
060600     SET WS-FILE-MORE TO TRUE.
060700     PERFORM 1500-TALLY-WRK-RECORD THRU 1500-EXIT
060800         UNTIL WS-FILE-END.
060900     CLOSE FIZZ-WORKBENCH-FILE.
061000 1400-EXIT.
061100     EXIT.
061200
061300***************************************************************
061400*    1500-TALLY-WRK-RECORD - READ AND TALLY ONE WORKBENCH       *
061500*    RECORD, PASSING OVER THE CONTROL RECORD.                   *
061600***************************************************************
061700 1500-TALLY-WRK-RECORD.
061800     READ FIZZ-WORKBENCH-FILE NEXT RECORD.
061900     IF WS-FIZZ-WRK-EOF
062000         SET WS-FILE-END TO TRUE
062100         GO TO 1500-EXIT
062200     END-IF.
062300     IF NOT WS-FIZZ-WRK-OK
062400         DISPLAY 'FRJ409S FIZZREJA - FIZZWRK READ FAILED '
062500             WS-FIZZ-WRK-STATUS
062600         MOVE 12 TO WS-HIGHEST-RC
062700         SET WS-FILE-END TO TRUE
062800         GO TO 1500-EXIT
062900     END-IF.
063000     IF FBW-SEQ EQUAL 0
063100         GO TO 1500-EXIT
063200     END-IF.
063300     PERFORM 1900-TALLY-DISPOSITION THRU 1900-EXIT.
063400     IF FBW-DISP-OPEN
063500         PERFORM 1550-WORKBENCH-AS-REJECT THRU 1550-EXIT
063600         PERFORM 1800-TALLY-REJECT THRU 1800-EXIT
063700     END-IF.
063800 1500-EXIT.
063900     EXIT.
064000
064100***************************************************************
064200*    1550-WORKBENCH-AS-REJECT - SET THE WORKBENCH RECORD UP IN  *
064300*    THE FIZZEXC LAYOUT SO IT IS TALLIED AND LISTED THE SAME    *
064400*    AS A FLAT-FILE REJECT.  A COUNT OR DATE THAT IS NOT        *
064500*    NUMERIC IS LEFT AS SPACES, THE SAME AS AN OLD FIZZEXC      *
064600*    RECORD.                                                    *
064700***************************************************************
064800 1550-WORKBENCH-AS-REJECT.
064900     MOVE SPACES TO FIZZBUZZ-EXCEPTION-RECORD.
065000     MOVE FBW-VALUE TO FBX-VALUE.
065100     MOVE FBW-REASON TO FBX-REASON.
065200     IF FBW-RECYCLE-COUNT IS NUMERIC
065300         MOVE FBW-RECYCLE-COUNT TO FBX-RECYCLE-COUNT
065400     END-IF.
065500     IF FBW-FIRST-SEEN-DATE IS NUMERIC
065600         MOVE FBW-FIRST-SEEN-DATE TO FBX-FIRST-SEEN-DATE
065700     END-IF.
065800     MOVE FBW-SEQ TO WS-REJECT-SEQ.
065900 1550-EXIT.
066000     EXIT.
066100
066200***************************************************************
066300*    1800-TALLY-REJECT - COUNT THE REJECT IN FIZZBUZZ-          *
066400*    EXCEPTION-RECORD UNDER ITS REASON, AGE AND RECYCLE COUNT   *
066500*    IN THE WS-SRC-SUB COLUMN.                                  *
066600***************************************************************
066700 1800-TALLY-REJECT.
066800     ADD 1 TO WS-SOURCE-TOTAL (WS-SRC-SUB).
066900     IF FBX-REASON EQUAL SPACES
067000         MOVE '(NO REASON RECORDED)' TO WS-RT-NEW-REASON
067100     ELSE
067200         MOVE FBX-REASON TO WS-RT-NEW-REASON
067300     END-IF.
067400     PERFORM 1810-FIND-REASON THRU 1810-EXIT.
067500     IF WS-RT-HIT > 0
067600         ADD 1 TO WS-RT-REJECTS (WS-RT-HIT, WS-SRC-SUB)
067700     ELSE
067800         SET WS-RT-OVERFLOWED TO TRUE
067900         ADD 1 TO WS-RT-OVERFLOW-COUNT (WS-SRC-SUB)
068000     END-IF.
068100     PERFORM 5400-AGE-REJECT THRU 5400-EXIT.
068200     EVALUATE TRUE
068300         WHEN WS-REJECT-UNDATED
068400             MOVE 5 TO WS-AGE-SUB
068500         WHEN WS-AGE-DAYS > 90
068600             MOVE 4 TO WS-AGE-SUB
068700         WHEN WS-AGE-DAYS > 30
068800             MOVE 3 TO WS-AGE-SUB
068900         WHEN WS-AGE-DAYS > 7
069000             MOVE 2 TO WS-AGE-SUB
069100         WHEN OTHER
069200             MOVE 1 TO WS-AGE-SUB
069300     END-EVALUATE.
069400     ADD 1 TO WS-AGE-REJECTS (WS-AGE-SUB, WS-SRC-SUB).
069500     IF FBX-RECYCLE-COUNT IS NOT NUMERIC
069600         MOVE 1 TO WS-RCY-SUB
069700     ELSE
069800         EVALUATE TRUE
069900             WHEN FBX-RECYCLE-COUNT > 10
070000                 MOVE 6 TO WS-RCY-SUB
070100             WHEN FBX-RECYCLE-COUNT > 5
070200                 MOVE 5 TO WS-RCY-SUB
070300             WHEN FBX-RECYCLE-COUNT > 2
070400                 MOVE 4 TO WS-RCY-SUB
070500             WHEN OTHER
070600                 COMPUTE WS-RCY-SUB = FBX-RECYCLE-COUNT + 1
070700         END-EVALUATE
070800     END-IF.
070900     ADD 1 TO WS-RCY-REJECTS (WS-RCY-SUB, WS-SRC-SUB).
071000 1800-EXIT.
071100     EXIT.
071200
071300***************************************************************
071400*    1810-FIND-REASON - FIND THE ENTRY FOR WS-RT-NEW-REASON,    *
071500*    OR OPEN ONE IN ITS SORTED PLACE.  WS-RT-HIT COMES BACK     *
071600*    ZERO WHEN THE TABLE IS FULL.                               *
071700***************************************************************
071800 1810-FIND-REASON.
071900     MOVE 0 TO WS-RT-HIT.
072000     PERFORM 1820-MATCH-REASON THRU 1820-EXIT
072100         VARYING WS-RT-SUB FROM 1 BY 1
072200         UNTIL WS-RT-SUB > WS-RT-COUNT
072300         OR WS-RT-HIT > 0.
072400     IF WS-RT-HIT > 0
072500         GO TO 1810-EXIT
072600     END-IF.
072700     IF WS-RT-COUNT >= 100
072800         GO TO 1810-EXIT
072900     END-IF.
073000     MOVE WS-RT-COUNT TO WS-RT-SUB.
073100     PERFORM 1830-SHIFT-REASON THRU 1830-EXIT
073200         UNTIL WS-RT-SUB EQUAL 0
073300         OR WS-RT-REASON (WS-RT-SUB) < WS-RT-NEW-REASON.
073400     ADD 1 TO WS-RT-COUNT.
073500     COMPUTE WS-RT-HIT = WS-RT-SUB + 1.
073600     MOVE WS-RT-NEW-REASON TO WS-RT-REASON (WS-RT-HIT).
073700     MOVE 0 TO WS-RT-REJECTS (WS-RT-HIT, 1).
073800     MOVE 0 TO WS-RT-REJECTS (WS-RT-HIT, 2).
073900     MOVE 0 TO WS-RT-REJECTS (WS-RT-HIT, 3).
074000 1810-EXIT.
074100     EXIT.
074200
074300***************************************************************
074400*    1820-MATCH-REASON - MATCH ONE REASON ENTRY.                *
074500***************************************************************
074600 1820-MATCH-REASON.
074700     IF WS-RT-REASON (WS-RT-SUB) EQUAL WS-RT-NEW-REASON
074800         MOVE WS-RT-SUB TO WS-RT-HIT
074900     END-IF.
075000 1820-EXIT.
075100     EXIT.
075200
075300***************************************************************
075400*    1830-SHIFT-REASON - MOVE ONE ENTRY THAT SORTS AFTER THE    *
075500*    NEW REASON DOWN A SLOT TO MAKE ROOM FOR IT.                *
075600***************************************************************
075700 1830-SHIFT-REASON.
075800     MOVE WS-RT-ENTRY (WS-RT-SUB) TO WS-RT-ENTRY (WS-RT-SUB + 1).
075900     SUBTRACT 1 FROM WS-RT-SUB.
076000 1830-EXIT.
076100     EXIT.
076200
076300***************************************************************
076400*    1900-TALLY-DISPOSITION - COUNT THE WORKBENCH RECORD UNDER  *
076500*    ITS DISPOSITION, TIME IT FROM FIRST SEEN TO THE            *
076600*    DISPOSITION DATE, AND CREDIT THE USER WHO SET IT.          *
076700***************************************************************
076800 1900-TALLY-DISPOSITION.
076900     EVALUATE TRUE
077000         WHEN FBW-DISP-OPEN
077100             MOVE 1 TO WS-DISP-SUB
077200         WHEN FBW-DISP-CORRECTED
077300             MOVE 2 TO WS-DISP-SUB
077400         WHEN FBW-DISP-VOID
077500             MOVE 3 TO WS-DISP-SUB
077600         WHEN FBW-DISP-APPLIED
077700             MOVE 4 TO WS-DISP-SUB
077800         WHEN OTHER
077900             MOVE 5 TO WS-DISP-SUB
078000     END-EVALUATE.
078100     ADD 1 TO WS-DT-RECORDS (WS-DISP-SUB).
078200     IF WS-DISP-SUB EQUAL 1 OR WS-DISP-SUB EQUAL 5
078300         GO TO 1900-EXIT
078400     END-IF.
078500     PERFORM 1950-TALLY-USER THRU 1950-EXIT.
078600     IF FBW-FIRST-SEEN-DATE IS NOT NUMERIC
078700         OR FBW-DISP-DATE IS NOT NUMERIC
078800         GO TO 1900-EXIT
078900     END-IF.
079000     MOVE FBW-FIRST-SEEN-DATE TO WS-DATE-WORK.
079100     PERFORM 5250-EDIT-DATE THRU 5250-EXIT.
079200     IF WS-DATE-INVALID
079300         GO TO 1900-EXIT
079400     END-IF.
079500     PERFORM 5300-DAY-NUMBER THRU 5300-EXIT.
079600     MOVE WS-DAY-NUMBER TO WS-FIRST-SEEN-DAYS.
079700     MOVE FBW-DISP-DATE TO WS-DATE-WORK.
079800     PERFORM 5250-EDIT-DATE THRU 5250-EXIT.
079900     IF WS-DATE-INVALID
080000         GO TO 1900-EXIT
080100     END-IF.
080200     PERFORM 5300-DAY-NUMBER THRU 5300-EXIT.
080300     IF WS-DAY-NUMBER < WS-FIRST-SEEN-DAYS
080400         GO TO 1900-EXIT
080500     END-IF.
080600     COMPUTE WS-TURNAROUND-DAYS =
080700         WS-DAY-NUMBER - WS-FIRST-SEEN-DAYS.
080800     ADD 1 TO WS-DT-TIMED (WS-DISP-SUB).
080900     ADD WS-TURNAROUND-DAYS TO WS-DT-TOTAL-DAYS (WS-DISP-SUB).
081000     IF WS-TURNAROUND-DAYS > WS-DT-MAX-DAYS (WS-DISP-SUB)
081100         MOVE WS-TURNAROUND-DAYS TO WS-DT-MAX-DAYS (WS-DISP-SUB)
081200     END-IF.
081300 1900-EXIT.
081400     EXIT.
081500
081600***************************************************************
081700*    1950-TALLY-USER - CREDIT THE DISPOSITION (CORRECTED, VOID  *
081800*    OR APPLIED - WS-DISP-SUB 2 TO 4) TO FBW-DISP-USERID.  AN   *
081900*    APPLIED RECORD STAYS WITH THE CLERK WHO CORRECTED IT.      *
082000***************************************************************
082100 1950-TALLY-USER.
082200     COMPUTE WS-USER-DISP-SUB = WS-DISP-SUB - 1.
082300     IF FBW-DISP-USERID EQUAL SPACES
082400         MOVE '(NONE)' TO WS-UT-NEW-USERID
082500     ELSE
082600         MOVE FBW-DISP-USERID TO WS-UT-NEW-USERID
082700     END-IF.
082800     MOVE 0 TO WS-UT-HIT.
082900     PERFORM 1960-MATCH-USER THRU 1960-EXIT
083000         VARYING WS-UT-SUB FROM 1 BY 1
083100         UNTIL WS-UT-SUB > WS-UT-COUNT
083200         OR WS-UT-HIT > 0.
083300     IF WS-UT-HIT EQUAL 0 AND WS-UT-COUNT < 100
083400         MOVE WS-UT-COUNT TO WS-UT-SUB
083500         PERFORM 1970-SHIFT-USER THRU 1970-EXIT
083600             UNTIL WS-UT-SUB EQUAL 0
083700             OR WS-UT-USERID (WS-UT-SUB) < WS-UT-NEW-USERID
083800         ADD 1 TO WS-UT-COUNT
083900         COMPUTE WS-UT-HIT = WS-UT-SUB + 1
084000         MOVE WS-UT-NEW-USERID TO WS-UT-USERID (WS-UT-HIT)
084100         MOVE 0 TO WS-UT-DISPOSED (WS-UT-HIT, 1)
084200         MOVE 0 TO WS-UT-DISPOSED (WS-UT-HIT, 2)
084300         MOVE 0 TO WS-UT-DISPOSED (WS-UT-HIT, 3)
084400     END-IF.
084500     IF WS-UT-HIT > 0
084600         ADD 1 TO WS-UT-DISPOSED (WS-UT-HIT, WS-USER-DISP-SUB)
084700     ELSE
084800         SET WS-UT-OVERFLOWED TO TRUE
084900         ADD 1 TO WS-UT-OVERFLOW-COUNT (WS-USER-DISP-SUB)
085000     END-IF.
085100 1950-EXIT.
085200     EXIT.
085300
085400***************************************************************
085500*    1960-MATCH-USER - MATCH ONE USER ENTRY.                    *
085600***************************************************************
085700 1960-MATCH-USER.
085800     IF WS-UT-USERID (WS-UT-SUB) EQUAL WS-UT-NEW-USERID
085900         MOVE WS-UT-SUB TO WS-UT-HIT
086000     END-IF.
086100 1960-EXIT.
086200     EXIT.
086300
086400***************************************************************
086500*    1970-SHIFT-USER - MOVE ONE ENTRY THAT SORTS AFTER THE NEW  *
086600*    USER ID DOWN A SLOT TO MAKE ROOM FOR IT.                   *
086700***************************************************************
086800 1970-SHIFT-USER.
086900     MOVE WS-UT-ENTRY (WS-UT-SUB) TO WS-UT-ENTRY (WS-UT-SUB + 1).
087000     SUBTRACT 1 FROM WS-UT-SUB.
087100 1970-EXIT.
087200     EXIT.
087300
087400***************************************************************
087500*    3000-PRINT-REASONS - REJECTS BY REASON, ONE LINE PER       *
087600*    REASON IN REASON ORDER, WITH A GROUPED LINE FOR REASONS    *
087700*    BEYOND THE TABLE AND A TOTAL LINE.                         *
087800***************************************************************
087900 3000-PRINT-REASONS.
088000     MOVE 'REJECTS BY REASON' TO WS-SE-TITLE.
088100     MOVE 'REASON' TO WS-CH-LABEL.
088200     PERFORM 3800-PRINT-COUNT-HEADS THRU 3800-EXIT.
088300     PERFORM 3100-PRINT-REASON-LINE THRU 3100-EXIT
088400         VARYING WS-RT-SUB FROM 1 BY 1
088500         UNTIL WS-RT-SUB > WS-RT-COUNT.
088600     IF WS-RT-OVERFLOWED
088700         DISPLAY 'FRJ301E FIZZREJA - MORE THAN 100 REASONS, THE '
088800             'EXCESS IS GROUPED'
088900         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
089000         MOVE 'REASONS BEYOND TABLE, GROUPED' TO WS-CL-LABEL
089100         MOVE WS-RT-OVERFLOW TO WS-COUNT-WORK
089200         PERFORM 3900-PRINT-COUNT-LINE THRU 3900-EXIT
089300     END-IF.
089400     PERFORM 3850-PRINT-COUNT-TOTAL THRU 3850-EXIT.
089500 3000-EXIT.
089600     EXIT.
089700
089800***************************************************************
089900*    3100-PRINT-REASON-LINE - ONE REASON.                       *
090000***************************************************************
090100 3100-PRINT-REASON-LINE.
090200     MOVE WS-RT-REASON (WS-RT-SUB) TO WS-CL-LABEL.
090300     MOVE WS-RT-REJECTS (WS-RT-SUB, 1) TO WS-CW-REJECTS (1).
090400     MOVE WS-RT-REJECTS (WS-RT-SUB, 2) TO WS-CW-REJECTS (2).
090500     MOVE WS-RT-REJECTS (WS-RT-SUB, 3) TO WS-CW-REJECTS (3).
090600     PERFORM 3900-PRINT-COUNT-LINE THRU 3900-EXIT.
090700 3100-EXIT.
090800     EXIT.
090900
091000***************************************************************
091100*    3200-PRINT-AGING - REJECTS BY AGE FROM THE FIRST-SEEN      *
091200*    DATE TO THE AS-OF DATE.                                    *
091300***************************************************************
091400 3200-PRINT-AGING.
091500     MOVE 'REJECT AGING (FIRST SEEN TO AS-OF DATE)'
091600         TO WS-SE-TITLE.
091700     MOVE 'AGE' TO WS-CH-LABEL.
091800     PERFORM 3800-PRINT-COUNT-HEADS THRU 3800-EXIT.
091900     PERFORM 3210-PRINT-AGE-LINE THRU 3210-EXIT
092000         VARYING WS-AGE-SUB FROM 1 BY 1
092100         UNTIL WS-AGE-SUB > 5.
092200     PERFORM 3850-PRINT-COUNT-TOTAL THRU 3850-EXIT.
092300 3200-EXIT.
092400     EXIT.
092500
092600***************************************************************
092700*    3210-PRINT-AGE-LINE - ONE AGING BUCKET.                    *
092800***************************************************************
092900 3210-PRINT-AGE-LINE.
093000     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO WS-CL-LABEL.
093100     MOVE WS-AGE-ENTRY (WS-AGE-SUB) TO WS-COUNT-WORK.
093200     PERFORM 3900-PRINT-COUNT-LINE THRU 3900-EXIT.
093300 3210-EXIT.
093400     EXIT.
093500
093600***************************************************************
093700*    3300-PRINT-RECYCLE - REJECTS BY HOW MANY TIMES FIZZRCYC    *
093800*    HAS TRIED THEM AGAIN.                                      *
093900***************************************************************
094000 3300-PRINT-RECYCLE.
094100     MOVE 'RECYCLE-COUNT DISTRIBUTION' TO WS-SE-TITLE.
094200     MOVE 'RECYCLE COUNT' TO WS-CH-LABEL.
094300     PERFORM 3800-PRINT-COUNT-HEADS THRU 3800-EXIT.
094400     PERFORM 3310-PRINT-RECYCLE-LINE THRU 3310-EXIT
094500         VARYING WS-RCY-SUB FROM 1 BY 1
094600         UNTIL WS-RCY-SUB > 6.
094700     PERFORM 3850-PRINT-COUNT-TOTAL THRU 3850-EXIT.
094800 3300-EXIT.
094900     EXIT.
095000
095100***************************************************************
095200*    3310-PRINT-RECYCLE-LINE - ONE RECYCLE-COUNT BUCKET.        *
095300***************************************************************
095400 3310-PRINT-RECYCLE-LINE.
095500     MOVE WS-RCY-LABEL (WS-RCY-SUB) TO WS-CL-LABEL.
095600     MOVE WS-RCY-ENTRY (WS-RCY-SUB) TO WS-COUNT-WORK.
095700     PERFORM 3900-PRINT-COUNT-LINE THRU 3900-EXIT.
095800 3310-EXIT.
095900     EXIT.
096000
096100***************************************************************
096200*    3400-PRINT-DISPOSITIONS - WORKBENCH RECORDS BY             *
096300*    DISPOSITION, WITH THE AVERAGE AND LONGEST TURNAROUND IN    *
096400*    DAYS FROM FIRST SEEN TO THE DISPOSITION DATE.  AN OPEN     *
096500*    RECORD HAS NO DISPOSITION DATE AND IS NOT TIMED.           *
096600***************************************************************
096700 3400-PRINT-DISPOSITIONS.
096800     MOVE 'WORKBENCH DISPOSITIONS AND TURNAROUND' TO WS-SE-TITLE.
096900     PERFORM 3700-PRINT-SECTION-TITLE THRU 3700-EXIT.
097000     MOVE WS-DISP-HEAD-LINE TO REJECT-REPORT-RECORD.
097100     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
097200     PERFORM 3410-PRINT-DISP-LINE THRU 3410-EXIT
097300         VARYING WS-DISP-SUB FROM 1 BY 1
097400         UNTIL WS-DISP-SUB > 5.
097500     MOVE SPACES TO WS-DISP-LINE.
097600     MOVE 'TOTAL' TO WS-DL-LABEL.
097700     MOVE WS-DTT-RECORDS TO WS-DL-RECORDS.
097800     MOVE WS-DTT-TIMED TO WS-DL-TIMED.
097900     IF WS-DTT-TIMED > 0
098000         COMPUTE WS-AVERAGE-DAYS ROUNDED =
098100             WS-DTT-TOTAL-DAYS / WS-DTT-TIMED
098200         MOVE WS-AVERAGE-DAYS TO WS-DL-AVERAGE
098300         MOVE WS-DTT-MAX-DAYS TO WS-DL-MAXIMUM
098400     END-IF.
098500     MOVE WS-DISP-LINE TO REJECT-REPORT-RECORD.
098600     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
098700 3400-EXIT.
098800     EXIT.
098900
099000***************************************************************
099100*    3410-PRINT-DISP-LINE - ONE DISPOSITION, ROLLED INTO THE    *
099200*    TOTAL LINE.  THE UNKNOWN LINE ONLY PRINTS WHEN THERE ARE   *
099300*    SUCH RECORDS.                                              *
099400***************************************************************
099500 3410-PRINT-DISP-LINE.
099600     IF WS-DISP-SUB EQUAL 5 AND WS-DT-RECORDS (5) EQUAL 0
099700         GO TO 3410-EXIT
099800     END-IF.
099900     MOVE SPACES TO WS-DISP-LINE.
100000     MOVE WS-DISP-LABEL (WS-DISP-SUB) TO WS-DL-LABEL.
100100     MOVE WS-DT-RECORDS (WS-DISP-SUB) TO WS-DL-RECORDS.
100200     ADD WS-DT-RECORDS (WS-DISP-SUB) TO WS-DTT-RECORDS.
100300     IF WS-DISP-SUB NOT EQUAL 1 AND WS-DISP-SUB NOT EQUAL 5
100400         MOVE WS-DT-TIMED (WS-DISP-SUB) TO WS-DL-TIMED
100500         ADD WS-DT-TIMED (WS-DISP-SUB) TO WS-DTT-TIMED
100600         ADD WS-DT-TOTAL-DAYS (WS-DISP-SUB) TO WS-DTT-TOTAL-DAYS
100700         IF WS-DT-MAX-DAYS (WS-DISP-SUB) > WS-DTT-MAX-DAYS
100800             MOVE WS-DT-MAX-DAYS (WS-DISP-SUB) TO WS-DTT-MAX-DAYS
100900         END-IF
101000     END-IF.
101100     IF WS-DT-TIMED (WS-DISP-SUB) > 0
101200         COMPUTE WS-AVERAGE-DAYS ROUNDED =
101300             WS-DT-TOTAL-DAYS (WS-DISP-SUB) /
101400             WS-DT-TIMED (WS-DISP-SUB)
101500         MOVE WS-AVERAGE-DAYS TO WS-DL-AVERAGE
101600         MOVE WS-DT-MAX-DAYS (WS-DISP-SUB) TO WS-DL-MAXIMUM
101700     END-IF.
101800     MOVE WS-DISP-LINE TO REJECT-REPORT-RECORD.
101900     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
102000 3410-EXIT.
102100     EXIT.
102200
102300***************************************************************
102400*    3500-PRINT-USERS - DISPOSITIONS PER USER ID IN USER ID     *
102500*    ORDER, WITH A GROUPED LINE FOR USER IDS BEYOND THE TABLE.  *
102600***************************************************************
102700 3500-PRINT-USERS.
102800     MOVE 'WORKBENCH DISPOSITIONS BY USER ID' TO WS-SE-TITLE.
102900     PERFORM 3700-PRINT-SECTION-TITLE THRU 3700-EXIT.
103000     MOVE WS-USER-HEAD-LINE TO REJECT-REPORT-RECORD.
103100     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
103200     IF WS-UT-COUNT EQUAL 0 AND NOT WS-UT-OVERFLOWED
103300         MOVE SPACES TO WS-USER-LINE
103400         MOVE 'NO DISPOSITIONS ON FILE' TO WS-UL-USERID
103500         MOVE WS-USER-LINE TO REJECT-REPORT-RECORD
103600         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
103700         GO TO 3500-EXIT
103800     END-IF.
103900     PERFORM 3510-PRINT-USER-LINE THRU 3510-EXIT
104000         VARYING WS-UT-SUB FROM 1 BY 1
104100         UNTIL WS-UT-SUB > WS-UT-COUNT.
104200     IF WS-UT-OVERFLOWED
104300         DISPLAY 'FRJ302E FIZZREJA - MORE THAN 100 USER IDS, THE '
104400             'EXCESS IS GROUPED'
104500         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
104600         MOVE SPACES TO WS-USER-LINE
104700         MOVE 'USER IDS BEYOND TABLE, GROUPED' TO WS-UL-USERID
104800         MOVE WS-UT-OVERFLOW-COUNT (1) TO WS-UL-CORRECTED
104900         MOVE WS-UT-OVERFLOW-COUNT (2) TO WS-UL-VOID
105000         MOVE WS-UT-OVERFLOW-COUNT (3) TO WS-UL-APPLIED
105100         COMPUTE WS-USER-TOTAL = WS-UT-OVERFLOW-COUNT (1)
105200             + WS-UT-OVERFLOW-COUNT (2) + WS-UT-OVERFLOW-COUNT (3)
105300         MOVE WS-USER-TOTAL TO WS-UL-TOTAL
105400         MOVE WS-USER-LINE TO REJECT-REPORT-RECORD
105500         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
105600     END-IF.
105700 3500-EXIT.
105800     EXIT.
105900
106000***************************************************************
106100*    3510-PRINT-USER-LINE - ONE USER ID.                        *
106200***************************************************************
106300 3510-PRINT-USER-LINE.
106400     MOVE SPACES TO WS-USER-LINE.
106500     MOVE WS-UT-USERID (WS-UT-SUB) TO WS-UL-USERID.
106600     MOVE WS-UT-DISPOSED (WS-UT-SUB, 1) TO WS-UL-CORRECTED.
106700     MOVE WS-UT-DISPOSED (WS-UT-SUB, 2) TO WS-UL-VOID.
106800     MOVE WS-UT-DISPOSED (WS-UT-SUB, 3) TO WS-UL-APPLIED.
106900     COMPUTE WS-USER-TOTAL = WS-UT-DISPOSED (WS-UT-SUB, 1)
107000         + WS-UT-DISPOSED (WS-UT-SUB, 2)
107100         + WS-UT-DISPOSED (WS-UT-SUB, 3).
107200     MOVE WS-USER-TOTAL TO WS-UL-TOTAL.
107300     MOVE WS-USER-LINE TO REJECT-REPORT-RECORD.
107400     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
107500 3510-EXIT.
107600     EXIT.
107700
107800***************************************************************
107900*    3700-PRINT-SECTION-TITLE - A BLANK LINE AND THE SECTION    *
108000*    TITLE IN WS-SE-TITLE.  A SECTION IS NOT STARTED WITHIN     *
108100*    FOUR LINES OF THE FOOT OF A PAGE.                          *
108200***************************************************************
108300 3700-PRINT-SECTION-TITLE.
108400     IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
108500         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
108600     END-IF.
108700     MOVE WS-BLANK-LINE TO REJECT-REPORT-RECORD.
108800     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
108900     MOVE WS-SECTION-LINE TO REJECT-REPORT-RECORD.
109000     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
109100 3700-EXIT.
109200     EXIT.
109300
109400***************************************************************
109500*    3800-PRINT-COUNT-HEADS - TITLE AND COLUMN HEADS FOR A      *
109600*    SECTION COUNTED BY FILE.                                   *
109700***************************************************************
109800 3800-PRINT-COUNT-HEADS.
109900     PERFORM 3700-PRINT-SECTION-TITLE THRU 3700-EXIT.
110000     MOVE WS-COUNT-HEAD-LINE TO REJECT-REPORT-RECORD.
110100     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
110200 3800-EXIT.
110300     EXIT.
110400
110500***************************************************************
110600*    3850-PRINT-COUNT-TOTAL - THE TOTAL LINE OF A SECTION       *
110700*    COUNTED BY FILE: EVERY REJECT TALLIED FROM EACH FILE.      *
110800***************************************************************
110900 3850-PRINT-COUNT-TOTAL.
111000     MOVE 'TOTAL' TO WS-CL-LABEL.
111100     MOVE WS-SOURCE-TOTALS TO WS-COUNT-WORK.
111200     PERFORM 3900-PRINT-COUNT-LINE THRU 3900-EXIT.
111300 3850-EXIT.
111400     EXIT.
111500
111600***************************************************************
111700*    3900-PRINT-COUNT-LINE - PRINT WS-CL-LABEL AND THE THREE    *
111800*    FILE COUNTS IN WS-COUNT-WORK.                              *
111900***************************************************************
112000 3900-PRINT-COUNT-LINE.
112100     MOVE WS-CW-REJECTS (1) TO WS-CL-EXC.
112200     MOVE WS-CW-REJECTS (2) TO WS-CL-RCY.
112300     MOVE WS-CW-REJECTS (3) TO WS-CL-WRK.
112400     MOVE WS-COUNT-LINE TO REJECT-REPORT-RECORD.
112500     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
112600 3900-EXIT.
112700     EXIT.
112800
112900***************************************************************
113000*    4000-WRITE-REPORT-LINE - WRITE ONE LINE, STARTING A NEW    *
113100*    PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS FULL.          *
113200***************************************************************
113300 4000-WRITE-REPORT-LINE.
113400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
113500         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
113600     END-IF.
113700     WRITE REJECT-REPORT-RECORD AFTER ADVANCING 1 LINE.
113800     ADD 1 TO WS-LINE-COUNT.
113900 4000-EXIT.
114000     EXIT.
114100
114200***************************************************************
114300*    4100-PRINT-HEADINGS - START A NEW PAGE, PARKING THE LINE   *
114400*    THE CALLER BUILT AROUND THE HEADING WRITES.                *
114500***************************************************************
114600 4100-PRINT-HEADINGS.
114700     MOVE REJECT-REPORT-RECORD TO WS-SAVE-LINE.
114800     ADD 1 TO WS-PAGE-COUNT.
114900     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
115000     MOVE WS-HEADING-1 TO REJECT-REPORT-RECORD.
115100     WRITE REJECT-REPORT-RECORD AFTER ADVANCING PAGE.
115200     MOVE WS-HEADING-2 TO REJECT-REPORT-RECORD.
115300     WRITE REJECT-REPORT-RECORD AFTER ADVANCING 2 LINES.
115400     MOVE SPACES TO REJECT-REPORT-RECORD.
115500     WRITE REJECT-REPORT-RECORD AFTER ADVANCING 1 LINE.
115600     MOVE 4 TO WS-LINE-COUNT.
115700     MOVE WS-SAVE-LINE TO REJECT-REPORT-RECORD.
115800 4100-EXIT.
115900     EXIT.
116000
116100***************************************************************
116200*    5100-FORMAT-DATE - WS-DATE-WORK (YYYYMMDD) TO WS-FMT-DATE  *
116300*    (YYYY-MM-DD).                                              *
116400***************************************************************
116500 5100-FORMAT-DATE.
116600     MOVE WS-DW-YYYY TO WS-FD-YYYY.
116700     MOVE WS-DW-MM TO WS-FD-MM.
116800     MOVE WS-DW-DD TO WS-FD-DD.
116900 5100-EXIT.
117000     EXIT.
117100
117200***************************************************************
117300*    5250-EDIT-DATE - IS WS-DATE-WORK A USABLE YYYYMMDD DATE?   *
117400***************************************************************
117500 5250-EDIT-DATE.
117600     SET WS-DATE-INVALID TO TRUE.
117700     IF WS-DATE-WORK-X IS NOT NUMERIC
117800         GO TO 5250-EXIT
117900     END-IF.
118000     IF WS-DN-YYYY < 1900
118100         OR WS-DN-MM < 1 OR WS-DN-MM > 12
118200         OR WS-DN-DD < 1 OR WS-DN-DD > 31
118300         GO TO 5250-EXIT
118400     END-IF.
118500     SET WS-DATE-VALID TO TRUE.
118600 5250-EXIT.
118700     EXIT.
118800
118900***************************************************************
119000*    5300-DAY-NUMBER - WS-DATE-WORK TO A DAY NUMBER IN          *
119100*    WS-DAY-NUMBER.  THE YEAR IS TAKEN TO START ON 1 MARCH SO   *
119200*    THE LEAP DAY FALLS AT ITS END; EACH DIVIDE TRUNCATES.      *
119300***************************************************************
119400 5300-DAY-NUMBER.
119500     MOVE WS-DN-YYYY TO WS-DAY-YEAR.
119600     MOVE WS-DN-MM TO WS-DAY-MONTH.
119700     IF WS-DAY-MONTH < 3
119800         SUBTRACT 1 FROM WS-DAY-YEAR
119900         ADD 12 TO WS-DAY-MONTH
120000     END-IF.
120100     COMPUTE WS-DAY-NUMBER = 365 * WS-DAY-YEAR + WS-DN-DD.
120200     DIVIDE WS-DAY-YEAR BY 4 GIVING WS-DAY-QUOTIENT.
120300     ADD WS-DAY-QUOTIENT TO WS-DAY-NUMBER.
120400     DIVIDE WS-DAY-YEAR BY 100 GIVING WS-DAY-QUOTIENT.
120500     SUBTRACT WS-DAY-QUOTIENT FROM WS-DAY-NUMBER.
120600     DIVIDE WS-DAY-YEAR BY 400 GIVING WS-DAY-QUOTIENT.
120700     ADD WS-DAY-QUOTIENT TO WS-DAY-NUMBER.
120800     COMPUTE WS-DAY-WORK = 153 * (WS-DAY-MONTH - 3) + 2.
120900     DIVIDE WS-DAY-WORK BY 5 GIVING WS-DAY-QUOTIENT.
121000     ADD WS-DAY-QUOTIENT TO WS-DAY-NUMBER.
121100 5300-EXIT.
121200     EXIT.
121300
121400***************************************************************
121500*    5400-AGE-REJECT - DAYS FROM FBX-FIRST-SEEN-DATE TO THE     *
121600*    AS-OF DATE IN WS-AGE-DAYS.  A RECORD WITH NO USABLE DATE   *
121700*    IS FLAGGED UNDATED; ONE DATED AFTER THE AS-OF DATE AGES    *
121800*    ZERO.                                                      *
121900***************************************************************
122000 5400-AGE-REJECT.
122100     MOVE 0 TO WS-AGE-DAYS.
122200     SET WS-REJECT-UNDATED TO TRUE.
122300     IF FBX-FIRST-SEEN-DATE IS NOT NUMERIC
122400         GO TO 5400-EXIT
122500     END-IF.
122600     MOVE FBX-FIRST-SEEN-DATE TO WS-DATE-WORK.
122700     PERFORM 5250-EDIT-DATE THRU 5250-EXIT.
122800     IF WS-DATE-INVALID
122900         GO TO 5400-EXIT
123000     END-IF.
123100     SET WS-REJECT-DATED TO TRUE.
123200     IF FBX-FIRST-SEEN-DATE >= WS-AS-OF-DATE
123300         GO TO 5400-EXIT
123400     END-IF.
123500     PERFORM 5300-DAY-NUMBER THRU 5300-EXIT.
123600     COMPUTE WS-AGE-DAYS = WS-AS-OF-DAYS - WS-DAY-NUMBER.
123700 5400-EXIT.
123800     EXIT.
123900
124000***************************************************************
124100*    6000-LIST-ESCALATIONS - A SECOND PASS OVER THE THREE       *
124200*    FILES LISTING EVERY REJECT STILL OPEN MORE THAN 90 DAYS,   *
124300*    ONE LINE EACH.  A REJECT STILL ON FIZZEXC OR RCYCEXC IS    *
124400*    OPEN BY DEFINITION; ON THE WORKBENCH ONLY DISPOSITION      *
124500*    OPEN COUNTS.  THE SAME VALUE MAY SHOW FROM MORE THAN ONE   *
124600*    FILE - THE FILE COLUMN SAYS WHERE EACH LINE CAME FROM.     *
124700***************************************************************
124800 6000-LIST-ESCALATIONS.
124900     MOVE 'OPEN REJECTS OVER 90 DAYS - FOR ESCALATION'
125000         TO WS-SE-TITLE.
125100     PERFORM 3700-PRINT-SECTION-TITLE THRU 3700-EXIT.
125200     MOVE WS-ESC-HEAD-LINE TO REJECT-REPORT-RECORD.
125300     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
125400     OPEN INPUT FIZZ-EXCEPTION-FILE.
125500     IF NOT WS-FIZZ-EXC-OK
125600         DISPLAY 'FRJ403S FIZZREJA - FIZZEXC OPEN FAILED '
125700             WS-FIZZ-EXC-STATUS
125800         MOVE 12 TO WS-HIGHEST-RC
125900         GO TO 6000-EXIT
126000     END-IF.
126100     MOVE 1 TO WS-SRC-SUB.
126200     SET WS-FILE-MORE TO TRUE.
126300     PERFORM 6100-CHECK-EXC-RECORD THRU 6100-EXIT
126400         UNTIL WS-FILE-END.
126500     CLOSE FIZZ-EXCEPTION-FILE.
126600     OPEN INPUT RECYCLE-EXC-FILE.
126700     IF NOT WS-RCYC-EXC-OK
126800         DISPLAY 'FRJ404S FIZZREJA - RCYCEXC OPEN FAILED '
126900             WS-RCYC-EXC-STATUS
127000         MOVE 12 TO WS-HIGHEST-RC
127100         GO TO 6000-EXIT
127200     END-IF.
127300     MOVE 2 TO WS-SRC-SUB.
127400     SET WS-FILE-MORE TO TRUE.
127500     PERFORM 6200-CHECK-RCY-RECORD THRU 6200-EXIT
127600         UNTIL WS-FILE-END.
127700     CLOSE RECYCLE-EXC-FILE.
127800     OPEN INPUT FIZZ-WORKBENCH-FILE.
127900     IF NOT WS-FIZZ-WRK-OK
128000         DISPLAY 'FRJ408S FIZZREJA - FIZZWRK OPEN FAILED '
128100             WS-FIZZ-WRK-STATUS
128200         MOVE 12 TO WS-HIGHEST-RC
128300         GO TO 6000-EXIT
128400     END-IF.
128500     MOVE 3 TO WS-SRC-SUB.
128600     SET WS-FILE-MORE TO TRUE.
128700     PERFORM 6300-CHECK-WRK-RECORD THRU 6300-EXIT
128800         UNTIL WS-FILE-END.
128900     CLOSE FIZZ-WORKBENCH-FILE.
129000     IF WS-ESCALATE-COUNT EQUAL 0
129100         MOVE SPACES TO WS-ESC-LINE
129200         MOVE 'NONE' TO WS-EL-SOURCE
129300         MOVE WS-ESC-LINE TO REJECT-REPORT-RECORD
129400         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
129500     END-IF.
129600 6000-EXIT.
129700     EXIT.
129800
129900***************************************************************
130000*    6100-CHECK-EXC-RECORD - READ ONE FIZZEXC RECORD AND LIST   *
130100*    IT IF IT IS OVER 90 DAYS OLD.                              *
130200***************************************************************
130300 6100-CHECK-EXC-RECORD.
130400     READ FIZZ-EXCEPTION-FILE INTO FIZZBUZZ-EXCEPTION-RECORD.
130500     IF WS-FIZZ-EXC-EOF
130600         SET WS-FILE-END TO TRUE
130700         GO TO 6100-EXIT
130800     END-IF.
130810     IF NOT WS-FIZZ-EXC-OK
130820         DISPLAY 'FRJ303E FIZZREJA - FIZZEXC READ FAILED '
130830             WS-FIZZ-EXC-STATUS
130840         MOVE 12 TO WS-HIGHEST-RC
130850         SET WS-FILE-END TO TRUE
130860         GO TO 6100-EXIT
130870     END-IF.
130900     MOVE SPACES TO WS-REJECT-SEQ.
131000     PERFORM 6800-LIST-IF-OVERDUE THRU 6800-EXIT.
131100 6100-EXIT.
131200     EXIT.
131300
131400***************************************************************
131500*    6200-CHECK-RCY-RECORD - READ ONE RCYCEXC RECORD AND LIST   *
131600*    IT IF IT IS OVER 90 DAYS OLD.                              *
131700***************************************************************
131800 6200-CHECK-RCY-RECORD.
131900     READ RECYCLE-EXC-FILE INTO FIZZBUZZ-EXCEPTION-RECORD.
132000     IF WS-RCYC-EXC-EOF
132100         SET WS-FILE-END TO TRUE
132200         GO TO 6200-EXIT
132300     END-IF.
132310     IF NOT WS-RCYC-EXC-OK
132320         DISPLAY 'FRJ304E FIZZREJA - RCYCEXC READ FAILED '
132330             WS-RCYC-EXC-STATUS
132340         MOVE 12 TO WS-HIGHEST-RC
132350         SET WS-FILE-END TO TRUE
132360         GO TO 6200-EXIT
132370     END-IF.
132400     MOVE SPACES TO WS-REJECT-SEQ.
132500     PERFORM 6800-LIST-IF-OVERDUE THRU 6800-EXIT.
132600 6200-EXIT.
132700     EXIT.
132800
132900***************************************************************
133000*    6300-CHECK-WRK-RECORD - READ ONE WORKBENCH RECORD AND      *
133100*    LIST IT IF IT IS STILL OPEN AND OVER 90 DAYS OLD.          *
133200***************************************************************
133300 6300-CHECK-WRK-RECORD.
133400     READ FIZZ-WORKBENCH-FILE NEXT RECORD.
133500     IF WS-FIZZ-WRK-EOF
133600         SET WS-FILE-END TO TRUE
133700         GO TO 6300-EXIT
133800     END-IF.
133810     IF NOT WS-FIZZ-WRK-OK
133820         DISPLAY 'FRJ305E FIZZREJA - FIZZWRK READ FAILED '
133830             WS-FIZZ-WRK-STATUS
133840         MOVE 12 TO WS-HIGHEST-RC
133850         SET WS-FILE-END TO TRUE
133860         GO TO 6300-EXIT
133870     END-IF.
133900     IF FBW-SEQ EQUAL 0 OR NOT FBW-DISP-OPEN
134000         GO TO 6300-EXIT
134100     END-IF.
134200     PERFORM 1550-WORKBENCH-AS-REJECT THRU 1550-EXIT.
134300     PERFORM 6800-LIST-IF-OVERDUE THRU 6800-EXIT.
134400 6300-EXIT.
134500     EXIT.
134600
134700***************************************************************
134800*    6800-LIST-IF-OVERDUE - LIST THE REJECT IN FIZZBUZZ-        *
134900*    EXCEPTION-RECORD WHEN IT IS MORE THAN 90 DAYS OLD.         *
135000***************************************************************
135100 6800-LIST-IF-OVERDUE.
135200     PERFORM 5400-AGE-REJECT THRU 5400-EXIT.
135300     IF WS-REJECT-UNDATED OR WS-AGE-DAYS NOT > 90
135400         GO TO 6800-EXIT
135500     END-IF.
135600     ADD 1 TO WS-ESCALATE-COUNT.
135700     MOVE SPACES TO WS-ESC-LINE.
135800     MOVE WS-SOURCE-NAME (WS-SRC-SUB) TO WS-EL-SOURCE.
135900     MOVE WS-REJECT-SEQ TO WS-EL-SEQ.
136000     MOVE FBX-VALUE TO WS-EL-VALUE.
136100     MOVE FBX-REASON TO WS-EL-REASON.
136200     MOVE FBX-FIRST-SEEN-DATE TO WS-DATE-WORK.
136300     PERFORM 5100-FORMAT-DATE THRU 5100-EXIT.
136400     MOVE WS-FMT-DATE TO WS-EL-FIRST-SEEN.
136500     MOVE WS-AGE-DAYS TO WS-EL-AGE.
136600     IF FBX-RECYCLE-COUNT IS NUMERIC
136700         MOVE FBX-RECYCLE-COUNT TO WS-EL-RECYCLED
136800     ELSE
136900         MOVE 0 TO WS-EL-RECYCLED
137000     END-IF.
137100     MOVE WS-ESC-LINE TO REJECT-REPORT-RECORD.
137200     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
137300 6800-EXIT.
137400     EXIT.
137500
137600***************************************************************
137700*    8900-RAISE-DEGRADED - LIFT THE STEP RETURN CODE TO 8.      *
137800***************************************************************
137900 8900-RAISE-DEGRADED.
138000     IF WS-HIGHEST-RC < 8
138100         MOVE 8 TO WS-HIGHEST-RC
138200     END-IF.
138300 8900-EXIT.
138400     EXIT.
