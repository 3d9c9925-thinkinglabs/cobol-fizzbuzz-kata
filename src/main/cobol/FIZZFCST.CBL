000100***************************************************************
000200*
000300*    FIZZFCST - PRE-RUN BATCH WINDOW FORECAST AND DECK CHECK
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    RUNS AFTER FIZZSCHD HAS BUILT THE NIGHT'S RANGEPRM DECK
001100*    AND BEFORE ANYTHING IS CLASSIFIED, SO OPERATIONS KNOW
001200*    WHETHER THE DECK WILL FINISH INSIDE THE BATCH WINDOW
001300*    WHILE THERE IS STILL TIME TO PULL A CARD.  IT READS:
001400*
001500*      FCSTPRM  - AN OPTIONAL FIZZFCP CARD: THE WINDOW END
001600*                 TIME, THE EXPECTED START TIME, AND HOW
001700*                 MANY RECENT RUNS TO TAKE RATES FROM
001800*      RANGEPRM - THE DECK FIZZBUZZ WILL RUN
001900*      FIZZAUD  - THE AUDIT LOG, FOR THE 'S' AND 'E' RECORD
002000*                 OF EVERY PAST DRIVER RUN
002100*      ENVIN    - THE INBOUND FIZZIN ENVELOPE, TO SIZE A
002200*                 FILE-MODE CARD (READ ONLY WHEN THE DECK
002300*                 HAS ONE)
002400*
002500*    THROUGHPUT IS NUMBERS PER SECOND OVER THE LAST N
002600*    COMPLETED RUNS OF EACH MASTER MODE (DIRECT AND MASS
002700*    LOAD), N FROM THE CARD OR 20.  A RUN IS TIMED FROM ITS
002800*    'S' RECORD TO THE 'E' RECORD WITH THE SAME RUN ID.  A RUN
002900*    THAT WAS RESTARTED (A SECOND 'S' BEFORE THE 'E') IS NOT
003000*    USED, NOR ARE FIZZRCYC RECYCLE RUNS.  AN INCREMENTAL CARD
003100*    IS FORECAST AT THE FULL RATE - HOW MUCH OF ITS RANGE IS
003200*    CARRIED IS NOT KNOWN UNTIL IT RUNS.
003300*
003400*    THE REPORT GIVES THE RATES, EACH CARD'S FORECAST
003500*    ELAPSED TIME AND FINISH, THE DECK TOTAL AGAINST THE
003600*    WINDOW, AND THE DECK CHECKS: OVERLAPPING RANGES, TWO
003700*    FILE-MODE CARDS READING THE ONE FIZZIN, DUPLICATE RUN
003800*    IDS, CARDS FIZZBUZZ WILL SKIP, AND CARDS PAST THE 50
003900*    FIZZBUZZ RUNS.  THE STEP ONLY READS.
004000*
004100*    RETURN CODES: 0 THE DECK FITS AND IS CLEAN, 4 THE
004200*    FORECAST OVERRUNS THE WINDOW OR A DECK CHECK FAILED, 8
004300*    THE FORECAST IS INCOMPLETE (NO RATE ON FILE FOR A MODE
004400*    THE DECK USES, OR FIZZAUD OR ENVIN COULD NOT BE READ -
004500*    THOSE CARDS ARE LEFT OUT OF THE TOTAL), 12 BAD CARD OR
004600*    A FILE THIS STEP COULD NOT USE.
004700*
004800*    MODIFICATION HISTORY.
004900*    DATE       INIT  DESCRIPTION
005000*    ---------  ----  --------------------------------------
005100*    2026-10-15 RM    INITIAL VERSION.
005200*
005300***************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. FIZZFCST.
005600
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER. IBM-370.
006000 OBJECT-COMPUTER. IBM-370.
006100
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT FORECAST-PARM-FILE ASSIGN TO FCSTPRM
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-FCST-PARM-STATUS.
006700
006800     SELECT RANGE-PARM-FILE ASSIGN TO RANGEPRM
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-RANGE-PARM-STATUS.
007100
007200     SELECT FIZZ-AUDIT-FILE ASSIGN TO FIZZAUD
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-FIZZ-AUD-STATUS.
007500
007600     SELECT ENVELOPE-INPUT-FILE ASSIGN TO ENVIN
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-ENV-IN-STATUS.
007900
008000     SELECT FORECAST-REPORT-FILE ASSIGN TO FCSTRPT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-FCST-RPT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  FORECAST-PARM-FILE
008700     RECORDING MODE IS F.
008800 COPY FIZZFCP.
008900
009000 FD  RANGE-PARM-FILE
009100     RECORDING MODE IS F.
009200 COPY RANGEPRM.
009300
009400 FD  FIZZ-AUDIT-FILE
009500     RECORDING MODE IS F.
009600 COPY FIZZAUD.
009700
009800 FD  ENVELOPE-INPUT-FILE
009900     RECORDING MODE IS F.
010000 COPY FIZZENV.
010100
010200 FD  FORECAST-REPORT-FILE
010300     RECORDING MODE IS F.
010400 01  FORECAST-REPORT-RECORD     PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-FCST-PARM-STATUS        PIC X(02).
010800     88  WS-FCST-PARM-OK            VALUE '00'.
010900     88  WS-FCST-PARM-EOF           VALUE '10'.
011000     88  WS-FCST-PARM-NOTFOUND      VALUE '35'.
011100 01  WS-RANGE-PARM-STATUS       PIC X(02).
011200     88  WS-RANGE-PARM-OK           VALUE '00'.
011300     88  WS-RANGE-PARM-EOF          VALUE '10'.
011400 01  WS-FIZZ-AUD-STATUS         PIC X(02).
011500     88  WS-FIZZ-AUD-OK             VALUE '00'.
011600     88  WS-FIZZ-AUD-EOF            VALUE '10'.
011700 01  WS-ENV-IN-STATUS           PIC X(02).
011800     88  WS-ENV-IN-OK               VALUE '00'.
011900     88  WS-ENV-IN-EOF              VALUE '10'.
012000 01  WS-FCST-RPT-STATUS         PIC X(02).
012100     88  WS-FCST-RPT-OK             VALUE '00'.
012200
012300 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
012400 01  WS-TODAY                   PIC 9(08).
012500 01  WS-NOW-TIME                PIC 9(08).
012600 01  WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
012700     05  WS-NT-HH               PIC 9(02).
012800     05  WS-NT-MM               PIC 9(02).
012900     05  FILLER                 PIC 9(04).
013000 01  WS-FILE-SWITCH             PIC X(01).
013100     88  WS-FILE-END                VALUE 'Y'.
013200     88  WS-FILE-MORE               VALUE 'N'.
013300
013400***************************************************************
013500*    THE WINDOW.  TIMES ARE HELD AS SECONDS FROM MIDNIGHT OF    *
013600*    THE START DAY; A WINDOW END AT OR BEFORE THE START IS      *
013700*    THE NEXT MORNING.                                          *
013800***************************************************************
013900 01  WS-WINDOW-SWITCH           PIC X(01) VALUE 'N'.
014000     88  WS-WINDOW-GIVEN            VALUE 'Y'.
014100     88  WS-WINDOW-NONE             VALUE 'N'.
014200 01  WS-OVERRUN-SWITCH          PIC X(01) VALUE 'N'.
014300     88  WS-OVERRUN                 VALUE 'Y'.
014400 01  WS-START-SECS              PIC 9(07) VALUE 0.
014500 01  WS-WINDOW-END-SECS         PIC 9(07) VALUE 0.
014600 01  WS-WINDOW-SECS             PIC 9(07) VALUE 0.
014700 01  WS-SPARE-SECS              PIC 9(07) VALUE 0.
014800 01  WS-CUM-SECS                PIC 9(07) VALUE 0.
014900 01  WS-SAMPLE-LIMIT            PIC 9(03) COMP VALUE 20.
015000
015100***************************************************************
015150*    THE DECK AS FIZZBUZZ WILL SEE IT.  FIZZBUZZ STOPS AT THE   *
015200*    50TH USABLE CARD AND IGNORES THE REST; A CARD IT WOULD     *
015250*    SKIP DOES NOT COUNT TOWARD THE 50 BUT IS STILL KEPT HERE   *
015300*    SO THE CHECKS CAN NAME IT.  A CARD'S MASTER MODE IS READ   *
015350*    AS FIZZBUZZ READS IT: ANYTHING BUT 'L' RUNS DIRECT.        *
015600***************************************************************
015700 01  WS-DECK-TABLE.
015800     05  WS-DK-COUNT            PIC 9(02) COMP VALUE 0.
015900     05  WS-DK-ENTRY OCCURS 99 TIMES.
016000         10  WS-DK-RUN-ID       PIC X(08).
016100         10  WS-DK-MODE         PIC X(01).
016200             88  WS-DK-RANGE        VALUE 'R'.
016300             88  WS-DK-FILE         VALUE 'F'.
016400         10  WS-DK-MASTER       PIC X(01).
016500             88  WS-DK-LOAD         VALUE 'L'.
016600         10  WS-DK-CLASSIFY     PIC X(01).
016700             88  WS-DK-INCREMENTAL  VALUE 'I'.
016800         10  WS-DK-VALID        PIC X(01).
016900             88  WS-DK-USABLE       VALUE 'Y'.
017000         10  WS-DK-START        PIC 9(09).
017100         10  WS-DK-END          PIC 9(09).
017200         10  WS-DK-NUMBERS      PIC 9(09).
017300         10  WS-DK-SECONDS      PIC 9(07).
017400 01  WS-DK-SUB                  PIC 9(02) COMP VALUE 0.
017500 01  WS-DK-OTHER                PIC 9(02) COMP VALUE 0.
017600 01  WS-CARDS-READ              PIC 9(05) VALUE 0.
017700 01  WS-CARDS-IGNORED           PIC 9(05) VALUE 0.
017750 01  WS-USABLE-CARDS            PIC 9(02) VALUE 0.
017800 01  WS-FILE-CARDS              PIC 9(02) VALUE 0.
017900 01  WS-DECK-NUMBERS            PIC 9(11) VALUE 0.
018000 01  WS-UNFORECAST-COUNT        PIC 9(02) VALUE 0.
018100 01  WS-FLAG-COUNT              PIC 9(04) VALUE 0.
018200
018300***************************************************************
018400*    THE SIZE OF THE FIZZIN A FILE-MODE CARD WILL READ: THE     *
018500*    DETAIL RECORDS ON THE INBOUND ENVELOPE.                    *
018600***************************************************************
018700 01  WS-ENV-SWITCH              PIC X(01) VALUE 'N'.
018800     88  WS-ENV-COUNTED             VALUE 'Y'.
018900     88  WS-ENV-UNKNOWN             VALUE 'N'.
019000 01  WS-ENV-DETAIL-COUNT        PIC 9(09) VALUE 0.
019100
019200***************************************************************
019300*    THE 'S' RECORD WAITING FOR ITS 'E'.  TIMES ARE             *
019400*    HHMMSSCC; ELAPSED TIME IS KEPT IN HUNDREDTHS.              *
019500***************************************************************
019600 01  WS-OPEN-START.
019700     05  WS-OS-SWITCH           PIC X(01) VALUE 'N'.
019800         88  WS-OS-HELD             VALUE 'Y'.
019900         88  WS-OS-NONE             VALUE 'N'.
020000     05  WS-OS-RESTART-SWITCH   PIC X(01) VALUE 'N'.
020100         88  WS-OS-RESTARTED        VALUE 'Y'.
020200     05  WS-OS-RUN-ID           PIC X(08).
020300     05  WS-OS-DATE             PIC 9(08).
020400     05  WS-OS-TIME             PIC 9(08).
020500     05  WS-OS-MODE-SUB         PIC 9(01) COMP.
020600 01  WS-TIME-WORK               PIC 9(08).
020700 01  WS-TIME-WORK-N REDEFINES WS-TIME-WORK.
020800     05  WS-TW-HH               PIC 9(02).
020900     05  WS-TW-MM               PIC 9(02).
021000     05  WS-TW-SS               PIC 9(02).
021100     05  WS-TW-CC               PIC 9(02).
021200 01  WS-HUNDREDTHS              PIC 9(09) VALUE 0.
021300 01  WS-START-HUNDREDTHS        PIC 9(09) VALUE 0.
021400 01  WS-START-DAYS              PIC 9(09) VALUE 0.
021500 01  WS-ELAPSED                 PIC S9(11) VALUE 0.
021550 01  WS-RUN-NUMBERS             PIC 9(09) VALUE 0.
021600 01  WS-AUDIT-READ              PIC 9(09) VALUE 0.
021700 01  WS-RUNS-DROPPED            PIC 9(07) VALUE 0.
021800
021900***************************************************************
022000*    TIMED RUNS PER MASTER MODE (1 DIRECT, 2 MASS LOAD).        *
022100*    EACH MODE KEEPS ITS LAST WS-SAMPLE-LIMIT RUNS IN A RING:   *
022200*    WS-SM-NEXT IS THE SLOT THE NEXT RUN OVERWRITES.  THE       *
022300*    RATE IS THE NUMBERS OF THE RUNS HELD OVER THEIR ELAPSED    *
022400*    TIME, SO A LONG RUN WEIGHS MORE THAN A SHORT ONE.          *
022500***************************************************************
022600 01  WS-MODE-LABELS-X.
022700     05  FILLER                 PIC X(30) VALUE 'DIRECT'.
022800     05  FILLER                 PIC X(30) VALUE 'MASS LOAD'.
022900 01  WS-MODE-LABELS REDEFINES WS-MODE-LABELS-X.
023000     05  WS-MODE-LABEL          PIC X(30) OCCURS 2 TIMES.
023100 01  WS-SAMPLE-TABLE.
023200     05  WS-SM-MODE OCCURS 2 TIMES.
023300         10  WS-SM-HELD         PIC 9(03) COMP.
023400         10  WS-SM-NEXT         PIC 9(03) COMP.
023500         10  WS-SM-RUN OCCURS 99 TIMES.
023600             15  WS-SM-NUMBERS  PIC 9(09).
023700             15  WS-SM-HUNDREDTHS PIC 9(09).
023800 01  WS-RATE-TABLE.
023900     05  WS-RT-ENTRY OCCURS 2 TIMES.
024000         10  WS-RT-NUMBERS      PIC 9(11).
024100         10  WS-RT-HUNDREDTHS   PIC 9(11).
024200         10  WS-RT-PER-SEC      PIC 9(09)V99.
024300 01  WS-MODE-SUB                PIC 9(01) COMP VALUE 0.
024400 01  WS-SM-SUB                  PIC 9(03) COMP VALUE 0.
024500
024600***************************************************************
024700*    PAGE CONTROL AND PRINT LINES.                              *
024800***************************************************************
024900 01  WS-LINE-COUNT              PIC 9(03) COMP VALUE 99.
025000 01  WS-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
025100 01  WS-PAGE-COUNT              PIC 9(04) VALUE 0.
025200 01  WS-HEADING-1.
025300     05  FILLER                 PIC X(08) VALUE 'FIZZFCST'.
025400     05  FILLER                 PIC X(05) VALUE SPACES.
025500     05  FILLER                 PIC X(29) VALUE
025600         'PRE-RUN BATCH WINDOW FORECAST'.
025700     05  FILLER                 PIC X(05) VALUE SPACES.
025800     05  FILLER                 PIC X(09) VALUE 'REPORTED '.
025900     05  WS-H1-DATE             PIC 9(08).
026000     05  FILLER                 PIC X(04) VALUE ' AT '.
026100     05  WS-H1-TIME             PIC X(05).
026200     05  FILLER                 PIC X(49) VALUE SPACES.
026300     05  FILLER                 PIC X(05) VALUE 'PAGE '.
026400     05  WS-H1-PAGE             PIC ZZZ9.
026500     05  FILLER                 PIC X(01) VALUE SPACES.
026600 01  WS-HEADING-2.
026700     05  FILLER                 PIC X(20) VALUE
026800         'RATES FROM THE LAST '.
026900     05  WS-H2-LIMIT            PIC ZZ9.
027000     05  FILLER                 PIC X(47) VALUE
027100         ' COMPLETED RUNS OF EACH MASTER MODE ON FIZZAUD'.
027200     05  FILLER                 PIC X(62) VALUE SPACES.
027300 01  WS-SECTION-LINE.
027400     05  WS-SE-TITLE            PIC X(60).
027500     05  FILLER                 PIC X(72) VALUE SPACES.
027600 01  WS-RATE-HEAD-LINE.
027700     05  FILLER                 PIC X(30) VALUE 'MASTER MODE'.
027800     05  FILLER                 PIC X(02) VALUE SPACES.
027900     05  FILLER                 PIC X(11) VALUE '  RUNS USED'.
028000     05  FILLER                 PIC X(02) VALUE SPACES.
028100     05  FILLER                 PIC X(15) VALUE '        NUMBERS'.
028200     05  FILLER                 PIC X(02) VALUE SPACES.
028300     05  FILLER                 PIC X(14) VALUE '  ELAPSED SECS'.
028400     05  FILLER                 PIC X(02) VALUE SPACES.
028500     05  FILLER                 PIC X(14) VALUE '   NUMBERS/SEC'.
028600     05  FILLER                 PIC X(40) VALUE SPACES.
028700 01  WS-RATE-LINE.
028800     05  WS-RL-LABEL            PIC X(30).
028900     05  FILLER                 PIC X(02) VALUE SPACES.
029000     05  WS-RL-RUNS             PIC ZZZ,ZZZ,ZZ9.
029100     05  FILLER                 PIC X(02) VALUE SPACES.
029200     05  WS-RL-NUMBERS          PIC ZZZ,ZZZ,ZZZ,ZZ9.
029300     05  FILLER                 PIC X(02) VALUE SPACES.
029400     05  WS-RL-SECS             PIC ZZZ,ZZZ,ZZ9.99.
029500     05  FILLER                 PIC X(02) VALUE SPACES.
029600     05  WS-RL-RATE             PIC ZZZ,ZZZ,ZZ9.99.
029700     05  FILLER                 PIC X(02) VALUE SPACES.
029800     05  WS-RL-NOTE             PIC X(38).
029900 01  WS-CARD-HEAD-LINE.
030000     05  FILLER                 PIC X(06) VALUE 'CARD'.
030100     05  FILLER                 PIC X(10) VALUE 'RUN ID'.
030200     05  FILLER                 PIC X(06) VALUE 'MODE'.
030300     05  FILLER                 PIC X(11) VALUE 'MASTER'.
030400     05  FILLER                 PIC X(11) VALUE '    START'.
030500     05  FILLER                 PIC X(11) VALUE '      END'.
030600     05  FILLER                 PIC X(17) VALUE '        NUMBERS'.
030700     05  FILLER                 PIC X(12) VALUE '  ELAPSED'.
030800     05  FILLER                 PIC X(11) VALUE 'CUMULATIVE'.
030900     05  FILLER                 PIC X(08) VALUE 'FINISH'.
031000     05  FILLER                 PIC X(29) VALUE 'NOTE'.
031100 01  WS-CARD-LINE.
031200     05  WS-CD-CARD             PIC ZZZ9.
031300     05  FILLER                 PIC X(02) VALUE SPACES.
031400     05  WS-CD-RUN-ID           PIC X(08).
031500     05  FILLER                 PIC X(02) VALUE SPACES.
031600     05  WS-CD-MODE             PIC X(04).
031700     05  FILLER                 PIC X(02) VALUE SPACES.
031800     05  WS-CD-MASTER           PIC X(09).
031900     05  FILLER                 PIC X(02) VALUE SPACES.
032000     05  WS-CD-START            PIC Z(08)9 BLANK WHEN ZERO.
032100     05  FILLER                 PIC X(02) VALUE SPACES.
032200     05  WS-CD-END              PIC Z(08)9 BLANK WHEN ZERO.
032300     05  FILLER                 PIC X(02) VALUE SPACES.
032400     05  WS-CD-NUMBERS          PIC ZZZ,ZZZ,ZZZ,ZZ9
032500                                BLANK WHEN ZERO.
032600     05  FILLER                 PIC X(02) VALUE SPACES.
032700     05  WS-CD-ELAPSED          PIC X(09).
032800     05  FILLER                 PIC X(03) VALUE SPACES.
032900     05  WS-CD-CUMULATIVE       PIC X(09).
033000     05  FILLER                 PIC X(02) VALUE SPACES.
033100     05  WS-CD-FINISH           PIC X(05).
033200     05  FILLER                 PIC X(03) VALUE SPACES.
033300     05  WS-CD-NOTE             PIC X(29).
033400 01  WS-FLAG-LINE.
033500     05  FILLER                 PIC X(02) VALUE SPACES.
033600     05  WS-FG-TEXT             PIC X(100).
033700     05  FILLER                 PIC X(30) VALUE SPACES.
033800 01  WS-WINDOW-LINE.
033900     05  WS-WL-LABEL            PIC X(30).
034000     05  FILLER                 PIC X(02) VALUE SPACES.
034100     05  WS-WL-VALUE            PIC X(40).
034200     05  FILLER                 PIC X(60) VALUE SPACES.
034300 01  WS-BLANK-LINE              PIC X(132) VALUE SPACES.
034400 01  WS-SAVE-LINE               PIC X(132).
034500
034600***************************************************************
034700*    EDITED FIELDS FOR THE CHECK AND WINDOW LINES.              *
034800***************************************************************
034900 01  WS-ED-CARD-1               PIC 9(02).
035000 01  WS-ED-CARD-2               PIC 9(02).
035100 01  WS-ED-COUNT                PIC Z(04)9.
035200 01  WS-ED-NUMBERS              PIC ZZZ,ZZZ,ZZZ,ZZ9.
035300
035400***************************************************************
035500*    TIME FORMATTING.  WS-SECS-WORK IS FORMATTED AS AN          *
035600*    ELAPSED TIME (HHH:MM:SS) OR AS A CLOCK TIME (HH:MM, THE    *
035700*    DAY DROPPED).                                              *
035800***************************************************************
035900 01  WS-SECS-WORK               PIC 9(07).
036000 01  WS-SECS-HOURS              PIC 9(03).
036100 01  WS-SECS-MINUTES            PIC 9(02).
036200 01  WS-SECS-SECONDS            PIC 9(02).
036300 01  WS-SECS-REMAINDER          PIC 9(07).
036400 01  WS-SECS-DAYS               PIC 9(03).
036500 01  WS-FMT-ELAPSED.
036600     05  WS-FE-HH               PIC ZZ9.
036700     05  FILLER                 PIC X(01) VALUE ':'.
036800     05  WS-FE-MM               PIC 9(02).
036900     05  FILLER                 PIC X(01) VALUE ':'.
037000     05  WS-FE-SS               PIC 9(02).
037100 01  WS-FMT-CLOCK.
037200     05  WS-FC-HH               PIC 9(02).
037300     05  FILLER                 PIC X(01) VALUE ':'.
037400     05  WS-FC-MM               PIC 9(02).
037500
037600***************************************************************
037700*    DATE WORK AREAS.  A DAY NUMBER IS A DAY COUNT FROM A       *
037800*    FIXED ORIGIN, SO A RUN THAT CROSSES MIDNIGHT IS TIMED      *
037900*    FROM THE DIFFERENCE OF TWO.                                *
038000***************************************************************
038100 01  WS-DATE-WORK               PIC 9(08).
038600 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK.
038700     05  WS-DN-YYYY             PIC 9(04).
038800     05  WS-DN-MM               PIC 9(02).
038900     05  WS-DN-DD               PIC 9(02).
039300 01  WS-DAY-NUMBER              PIC 9(09).
039400 01  WS-DAY-YEAR                PIC 9(04).
039500 01  WS-DAY-MONTH               PIC 9(02).
039600 01  WS-DAY-WORK                PIC 9(07).
039700 01  WS-DAY-QUOTIENT            PIC 9(07).
039800
039900 PROCEDURE DIVISION.
040000
040100***************************************************************
040200*    0000-MAIN - READ THE CARD AND THE DECK, MEASURE THE        *
040300*    RATES, PRINT THE FORECAST AND THE DECK CHECKS, AND GRADE   *
040400*    THE RETURN CODE.                                           *
040500***************************************************************
040600 0000-MAIN.
040700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
040800     ACCEPT WS-NOW-TIME FROM TIME.
040900     MOVE WS-TODAY TO WS-H1-DATE.
041000     MOVE WS-NT-HH TO WS-FC-HH.
041100     MOVE WS-NT-MM TO WS-FC-MM.
041200     MOVE WS-FMT-CLOCK TO WS-H1-TIME.
041300     COMPUTE WS-START-SECS = WS-NT-HH * 3600 + WS-NT-MM * 60.
041400     PERFORM 0100-READ-PARM THRU 0100-EXIT.
041500     IF WS-HIGHEST-RC EQUAL 12
041600         MOVE 12 TO RETURN-CODE
041700         GOBACK
041800     END-IF.
041900     MOVE WS-SAMPLE-LIMIT TO WS-H2-LIMIT.
042000     PERFORM 1000-LOAD-DECK THRU 1000-EXIT.
042100     IF WS-HIGHEST-RC EQUAL 12
042200         MOVE 12 TO RETURN-CODE
042300         GOBACK
042400     END-IF.
042500     IF WS-FILE-CARDS > 0
042600         PERFORM 1500-COUNT-FIZZIN THRU 1500-EXIT
042700     END-IF.
042800     PERFORM 2000-MEASURE-RATES THRU 2000-EXIT.
042900     OPEN OUTPUT FORECAST-REPORT-FILE.
043000     IF NOT WS-FCST-RPT-OK
043100         DISPLAY 'FFC405S FIZZFCST - FCSTRPT OPEN FAILED '
043200             WS-FCST-RPT-STATUS
043300         MOVE 12 TO RETURN-CODE
043400         GOBACK
043500     END-IF.
043600     PERFORM 3000-PRINT-RATES THRU 3000-EXIT.
043700     PERFORM 3100-PRINT-FORECAST THRU 3100-EXIT.
043800     PERFORM 3200-PRINT-CHECKS THRU 3200-EXIT.
043900     PERFORM 3300-PRINT-WINDOW THRU 3300-EXIT.
044000     CLOSE FORECAST-REPORT-FILE.
044100     IF WS-UNFORECAST-COUNT > 0
044200         DISPLAY 'FFC301E FIZZFCST - ' WS-UNFORECAST-COUNT
044300             ' CARDS NOT FORECAST, TOTAL IS SHORT'
044400         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
044500     END-IF.
044600     IF WS-FLAG-COUNT > 0
044700         DISPLAY 'FFC202W FIZZFCST - ' WS-FLAG-COUNT
044800             ' DECK CHECKS FAILED, SEE FCSTRPT'
044900         PERFORM 8800-RAISE-WARNING THRU 8800-EXIT
045000     END-IF.
045100     MOVE WS-CUM-SECS TO WS-SECS-WORK.
045200     PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT.
045300     IF WS-OVERRUN
045400         COMPUTE WS-SECS-WORK = WS-CUM-SECS - WS-WINDOW-SECS
045500         PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT
045600         DISPLAY 'FFC201W FIZZFCST - FORECAST OVERRUNS THE '
045700             'WINDOW BY ' WS-FMT-ELAPSED
045800         PERFORM 8800-RAISE-WARNING THRU 8800-EXIT
045900         MOVE WS-CUM-SECS TO WS-SECS-WORK
046000         PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT
046100     END-IF.
046200     MOVE WS-HIGHEST-RC TO RETURN-CODE.
046300     DISPLAY 'FFC101I FIZZFCST - ' WS-DK-COUNT ' CARDS, '
046400         WS-DECK-NUMBERS ' NUMBERS, FORECAST ' WS-FMT-ELAPSED.
046500     DISPLAY 'FFC102I FIZZFCST - RETURN CODE ' WS-HIGHEST-RC.
046600     GOBACK.
046700
046800***************************************************************
046900*    0100-READ-PARM - AN OPTIONAL CARD GIVES THE WINDOW END,    *
047000*    THE START TIME AND THE SAMPLE SIZE.  NO DD, A DUMMY DD,    *
047100*    OR NO CARD FORECASTS WITHOUT A WINDOW CHECK.               *
047200***************************************************************
047300 0100-READ-PARM.
047400     OPEN INPUT FORECAST-PARM-FILE.
047500     IF WS-FCST-PARM-NOTFOUND
047600         GO TO 0100-EXIT
047700     END-IF.
047800     IF NOT WS-FCST-PARM-OK
047900         DISPLAY 'FFC401S FIZZFCST - FCSTPRM OPEN FAILED '
048000             WS-FCST-PARM-STATUS
048100         MOVE 12 TO WS-HIGHEST-RC
048200         GO TO 0100-EXIT
048300     END-IF.
048400     READ FORECAST-PARM-FILE.
048500     IF NOT WS-FCST-PARM-OK
048600         CLOSE FORECAST-PARM-FILE
048700         GO TO 0100-EXIT
048800     END-IF.
048900     IF FCP-WINDOW-END IS NOT NUMERIC
049000         OR FCP-WE-HH > 23 OR FCP-WE-MM > 59
049100         DISPLAY 'FFC402S FIZZFCST - FCSTPRM WINDOW END '
049200             'INVALID: ' FCP-WINDOW-END
049300         MOVE 12 TO WS-HIGHEST-RC
049400         CLOSE FORECAST-PARM-FILE
049500         GO TO 0100-EXIT
049600     END-IF.
049700     SET WS-WINDOW-GIVEN TO TRUE.
049800     COMPUTE WS-WINDOW-END-SECS = FCP-WE-HH * 3600
049900         + FCP-WE-MM * 60.
050000     IF FCP-START-TIME NOT EQUAL SPACES
050100         IF FCP-START-TIME IS NOT NUMERIC
050200             OR FCP-ST-HH > 23 OR FCP-ST-MM > 59
050300             DISPLAY 'FFC403S FIZZFCST - FCSTPRM START TIME '
050400                 'INVALID: ' FCP-START-TIME
050500             MOVE 12 TO WS-HIGHEST-RC
050600             CLOSE FORECAST-PARM-FILE
050700             GO TO 0100-EXIT
050800         END-IF
050900         COMPUTE WS-START-SECS = FCP-ST-HH * 3600
051000             + FCP-ST-MM * 60
051100     END-IF.
051200     IF FCP-SAMPLE-RUNS NOT EQUAL SPACES
051300         IF FCP-SAMPLE-RUNS IS NOT NUMERIC
051400             OR FCP-SAMPLE-RUNS-N < 1
051500             DISPLAY 'FFC404S FIZZFCST - FCSTPRM SAMPLE RUNS '
051600                 'INVALID: ' FCP-SAMPLE-RUNS
051700             MOVE 12 TO WS-HIGHEST-RC
051800             CLOSE FORECAST-PARM-FILE
051900             GO TO 0100-EXIT
052000         END-IF
052100         MOVE FCP-SAMPLE-RUNS-N TO WS-SAMPLE-LIMIT
052200         IF WS-SAMPLE-LIMIT > 99
052300             MOVE 99 TO WS-SAMPLE-LIMIT
052400         END-IF
052500     END-IF.
052600     IF WS-WINDOW-END-SECS > WS-START-SECS
052700         COMPUTE WS-WINDOW-SECS = WS-WINDOW-END-SECS
052800             - WS-START-SECS
052900     ELSE
053000         COMPUTE WS-WINDOW-SECS = WS-WINDOW-END-SECS + 86400
053100             - WS-START-SECS
053200     END-IF.
053300     CLOSE FORECAST-PARM-FILE.
053400 0100-EXIT.
053500     EXIT.
053600
053700***************************************************************
053800*    1000-LOAD-DECK - READ THE RANGEPRM DECK INTO THE TABLE.    *
053900***************************************************************
054000 1000-LOAD-DECK.
054100     OPEN INPUT RANGE-PARM-FILE.
054200     IF NOT WS-RANGE-PARM-OK
054300         DISPLAY 'FFC406S FIZZFCST - RANGEPRM OPEN FAILED '
054400             WS-RANGE-PARM-STATUS
054500         MOVE 12 TO WS-HIGHEST-RC
054600         GO TO 1000-EXIT
054700     END-IF.
054800     SET WS-FILE-MORE TO TRUE.
054900     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
055000         UNTIL WS-FILE-END.
055100     CLOSE RANGE-PARM-FILE.
055200 1000-EXIT.
055300     EXIT.
055400
055500***************************************************************
055550*    1100-LOAD-CARD - READ ONE CARD AND EDIT IT THE WAY         *
055600*    FIZZBUZZ WILL.  A CARD FIZZBUZZ WOULD SKIP IS KEPT, MARKED *
055650*    UNUSABLE, SO THE CHECKS CAN NAME IT; ONLY A USABLE CARD    *
055700*    COUNTS TOWARD THE 50 FIZZBUZZ RUNS.  ONCE 50 USABLE CARDS  *
055750*    ARE HELD, OR THE TABLE IS FULL OF SKIPPED ONES, THE REST   *
055800*    OF THE DECK IS COUNTED AS IGNORED.                         *
055900***************************************************************
056000 1100-LOAD-CARD.
056100     READ RANGE-PARM-FILE.
056200     IF WS-RANGE-PARM-EOF
056300         SET WS-FILE-END TO TRUE
056400         GO TO 1100-EXIT
056500     END-IF.
056600     IF NOT WS-RANGE-PARM-OK
056700         DISPLAY 'FFC407S FIZZFCST - RANGEPRM READ FAILED '
056800             WS-RANGE-PARM-STATUS
056900         MOVE 12 TO WS-HIGHEST-RC
057000         SET WS-FILE-END TO TRUE
057100         GO TO 1100-EXIT
057200     END-IF.
057300     ADD 1 TO WS-CARDS-READ.
057400     IF WS-USABLE-CARDS >= 50 OR WS-DK-COUNT >= 99
057500         ADD 1 TO WS-CARDS-IGNORED
057600         GO TO 1100-EXIT
057700     END-IF.
057800     ADD 1 TO WS-DK-COUNT.
057900     MOVE WS-DK-COUNT TO WS-DK-SUB.
058000     MOVE RP-RUN-ID TO WS-DK-RUN-ID (WS-DK-SUB).
058100     MOVE RP-INPUT-MODE TO WS-DK-MODE (WS-DK-SUB).
058200     MOVE RP-CLASSIFY-MODE TO WS-DK-CLASSIFY (WS-DK-SUB).
058300     IF RP-MASTER-LOAD
058400         MOVE 'L' TO WS-DK-MASTER (WS-DK-SUB)
058500     ELSE
058600         MOVE 'D' TO WS-DK-MASTER (WS-DK-SUB)
058700     END-IF.
058800     MOVE 'N' TO WS-DK-VALID (WS-DK-SUB).
058900     MOVE 0 TO WS-DK-START (WS-DK-SUB) WS-DK-END (WS-DK-SUB)
059000         WS-DK-NUMBERS (WS-DK-SUB) WS-DK-SECONDS (WS-DK-SUB).
059100     IF RP-MODE-FILE
059200         MOVE 'Y' TO WS-DK-VALID (WS-DK-SUB)
059250         ADD 1 TO WS-USABLE-CARDS
059300         ADD 1 TO WS-FILE-CARDS
059400         GO TO 1100-EXIT
059500     END-IF.
059600     IF RP-MODE-RANGE
059700         AND RP-START-VALUE IS NUMERIC
059800         AND RP-END-VALUE IS NUMERIC
059900         AND RP-START-VALUE >= 1
060000         AND RP-END-VALUE >= RP-START-VALUE
060100         MOVE 'R' TO WS-DK-MODE (WS-DK-SUB)
060200         MOVE 'Y' TO WS-DK-VALID (WS-DK-SUB)
060250         ADD 1 TO WS-USABLE-CARDS
060300         MOVE RP-START-VALUE TO WS-DK-START (WS-DK-SUB)
060400         MOVE RP-END-VALUE TO WS-DK-END (WS-DK-SUB)
060500         COMPUTE WS-DK-NUMBERS (WS-DK-SUB) = RP-END-VALUE
060600             - RP-START-VALUE + 1
060700     END-IF.
060800 1100-EXIT.
060900     EXIT.
061000
061100***************************************************************
061200*    1500-COUNT-FIZZIN - COUNT THE DETAIL RECORDS ON THE        *
061300*    INBOUND ENVELOPE FIZZINTK WILL STRIP INTO FIZZIN.  IF IT   *
061400*    CANNOT BE READ THE FILE-MODE CARDS ARE NOT FORECAST.       *
061500***************************************************************
061600 1500-COUNT-FIZZIN.
061700     OPEN INPUT ENVELOPE-INPUT-FILE.
061800     IF NOT WS-ENV-IN-OK
061900         DISPLAY 'FFC303E FIZZFCST - ENVIN OPEN FAILED '
062000             WS-ENV-IN-STATUS ', FILE-MODE CARDS NOT FORECAST'
062100         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
062200         GO TO 1500-EXIT
062300     END-IF.
062400     SET WS-ENV-COUNTED TO TRUE.
062500     SET WS-FILE-MORE TO TRUE.
062600     PERFORM 1600-COUNT-ENVELOPE THRU 1600-EXIT
062700         UNTIL WS-FILE-END.
062800     CLOSE ENVELOPE-INPUT-FILE.
062900 1500-EXIT.
063000     EXIT.
063100
063200***************************************************************
063300*    1600-COUNT-ENVELOPE - READ ONE ENVELOPE RECORD AND COUNT   *
063400*    IT IF IT IS A DETAIL.                                      *
063500***************************************************************
063600 1600-COUNT-ENVELOPE.
063700     READ ENVELOPE-INPUT-FILE.
063800     IF WS-ENV-IN-EOF
063900         SET WS-FILE-END TO TRUE
064000         GO TO 1600-EXIT
064100     END-IF.
064200     IF NOT WS-ENV-IN-OK
064300         DISPLAY 'FFC304E FIZZFCST - ENVIN READ FAILED '
064400             WS-ENV-IN-STATUS ', FILE-MODE CARDS NOT FORECAST'
064500         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
064600         SET WS-ENV-UNKNOWN TO TRUE
064700         SET WS-FILE-END TO TRUE
064800         GO TO 1600-EXIT
064900     END-IF.
065000     IF FBE-DETAIL-RECORD
065100         ADD 1 TO WS-ENV-DETAIL-COUNT
065200     END-IF.
065300 1600-EXIT.
065400     EXIT.
065500
065600***************************************************************
065700*    2000-MEASURE-RATES - PAIR EVERY DRIVER RUN'S 'S' AND 'E'   *
065800*    RECORDS ON FIZZAUD AND WORK OUT EACH MODE'S RATE.  AN      *
065900*    UNUSABLE LOG LEAVES NO RATES: NOTHING IS FORECAST.         *
066000***************************************************************
066100 2000-MEASURE-RATES.
066200     INITIALIZE WS-SAMPLE-TABLE WS-RATE-TABLE.
066300     MOVE 1 TO WS-SM-NEXT (1) WS-SM-NEXT (2).
066400     OPEN INPUT FIZZ-AUDIT-FILE.
066500     IF NOT WS-FIZZ-AUD-OK
066600         DISPLAY 'FFC302E FIZZFCST - FIZZAUD OPEN FAILED '
066700             WS-FIZZ-AUD-STATUS ', NO RATES'
066800         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
066900         GO TO 2000-EXIT
067000     END-IF.
067100     SET WS-OS-NONE TO TRUE.
067200     SET WS-FILE-MORE TO TRUE.
067300     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
067400         UNTIL WS-FILE-END.
067500     CLOSE FIZZ-AUDIT-FILE.
067600     PERFORM 2500-SUM-RATE THRU 2500-EXIT
067700         VARYING WS-MODE-SUB FROM 1 BY 1 UNTIL WS-MODE-SUB > 2.
067800     DISPLAY 'FFC103I FIZZFCST - ' WS-AUDIT-READ
067900         ' FIZZAUD RECORDS READ, ' WS-RUNS-DROPPED
068000         ' RUNS NOT TIMED'.
068100 2000-EXIT.
068200     EXIT.
068300
068400***************************************************************
068500*    2100-READ-AUDIT - READ ONE FIZZAUD RECORD AND PASS ON THE  *
068600*    START AND END RECORDS OF DRIVER RUNS.                      *
068700***************************************************************
068800 2100-READ-AUDIT.
068900     READ FIZZ-AUDIT-FILE.
069000     IF WS-FIZZ-AUD-EOF
069100         SET WS-FILE-END TO TRUE
069200         GO TO 2100-EXIT
069300     END-IF.
069400     IF NOT WS-FIZZ-AUD-OK
069500         DISPLAY 'FFC305E FIZZFCST - FIZZAUD READ FAILED '
069600             WS-FIZZ-AUD-STATUS ', RATES FROM RECORDS READ'
069700         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
069800         SET WS-FILE-END TO TRUE
069900         GO TO 2100-EXIT
070000     END-IF.
070100     ADD 1 TO WS-AUDIT-READ.
070200     IF FBA-RUN-ID EQUAL 'RECYCLE '
070300         GO TO 2100-EXIT
070400     END-IF.
070500     IF FBA-START-RECORD
070600         PERFORM 2200-HOLD-START THRU 2200-EXIT
070700     END-IF.
070800     IF FBA-END-RECORD
070900         PERFORM 2300-PAIR-END THRU 2300-EXIT
071000     END-IF.
071100 2100-EXIT.
071200     EXIT.
071300
071400***************************************************************
071500*    2200-HOLD-START - HOLD A START RECORD FOR ITS END.  A      *
071600*    SECOND START FOR THE RUN ALREADY HELD IS A RESTART: THE    *
071700*    RUN'S ELAPSED TIME MEANS NOTHING AND IT IS NOT USED.  ANY  *
071800*    OTHER START REPLACES A HELD ONE THAT NEVER ENDED.          *
071900***************************************************************
072000 2200-HOLD-START.
072100     IF WS-OS-HELD AND WS-OS-RUN-ID EQUAL FBA-RUN-ID
072200         SET WS-OS-RESTARTED TO TRUE
072300         GO TO 2200-EXIT
072400     END-IF.
072500     IF WS-OS-HELD
072600         ADD 1 TO WS-RUNS-DROPPED
072700     END-IF.
072800     SET WS-OS-HELD TO TRUE.
072900     MOVE 'N' TO WS-OS-RESTART-SWITCH.
073000     MOVE FBA-RUN-ID TO WS-OS-RUN-ID.
073100     MOVE FBA-RUN-DATE TO WS-OS-DATE.
073200     MOVE FBA-RUN-TIME TO WS-OS-TIME.
073300     IF FBA-MASTER-LOAD
073400         MOVE 2 TO WS-OS-MODE-SUB
073500     ELSE
073600         MOVE 1 TO WS-OS-MODE-SUB
073700     END-IF.
073800 2200-EXIT.
073900     EXIT.
074000
074100***************************************************************
074150*    2300-PAIR-END - TIME THE HELD RUN FROM ITS START TO THIS   *
074200*    END AND KEEP IT AS A SAMPLE OF ITS MODE.  THE NUMBERS THE  *
074250*    RUN ACTUALLY CLASSIFIED ARE ITS TOTAL LESS ANY IT CARRIED  *
074300*    FORWARD UNCHANGED (A CARRIED COUNT THAT IS NOT NUMERIC,    *
074350*    AS ON RECORDS WRITTEN BEFORE INCREMENTAL MODE, COUNTS AS   *
074400*    ZERO).  AN END WITH NO MATCHING START, BAD DATES OR TIMES, *
074450*    NO NUMBERS CLASSIFIED, OR NO ELAPSED TIME IS NOT USED.     *
074600***************************************************************
074700 2300-PAIR-END.
074800     IF WS-OS-NONE OR WS-OS-RUN-ID NOT EQUAL FBA-RUN-ID
074900         ADD 1 TO WS-RUNS-DROPPED
075000         GO TO 2300-EXIT
075100     END-IF.
075200     SET WS-OS-NONE TO TRUE.
075300     IF WS-OS-RESTARTED
075400         ADD 1 TO WS-RUNS-DROPPED
075500         GO TO 2300-EXIT
075600     END-IF.
075700     IF WS-OS-DATE IS NOT NUMERIC OR WS-OS-TIME IS NOT NUMERIC
075800         OR FBA-RUN-DATE IS NOT NUMERIC
075900         OR FBA-RUN-TIME IS NOT NUMERIC
076000         OR FBA-TOTAL-COUNT IS NOT NUMERIC
076100         OR FBA-RUN-DATE < WS-OS-DATE
076200         ADD 1 TO WS-RUNS-DROPPED
076300         GO TO 2300-EXIT
076400     END-IF.
076420     MOVE FBA-TOTAL-COUNT TO WS-RUN-NUMBERS.
076440     IF FBA-CARRIED-COUNT IS NUMERIC
076460         IF FBA-CARRIED-COUNT < FBA-TOTAL-COUNT
076480             SUBTRACT FBA-CARRIED-COUNT FROM WS-RUN-NUMBERS
076500         ELSE
076520             MOVE 0 TO WS-RUN-NUMBERS
076540         END-IF
076560     END-IF.
076580     IF WS-RUN-NUMBERS EQUAL 0
076600         ADD 1 TO WS-RUNS-DROPPED
076620         GO TO 2300-EXIT
076800     END-IF.
076900     MOVE WS-OS-TIME TO WS-TIME-WORK.
077000     PERFORM 5000-TIME-TO-HUNDREDTHS THRU 5000-EXIT.
077100     MOVE WS-HUNDREDTHS TO WS-START-HUNDREDTHS.
077200     MOVE FBA-RUN-TIME TO WS-TIME-WORK.
077300     PERFORM 5000-TIME-TO-HUNDREDTHS THRU 5000-EXIT.
077400     COMPUTE WS-ELAPSED = WS-HUNDREDTHS - WS-START-HUNDREDTHS.
077500     IF FBA-RUN-DATE > WS-OS-DATE
077600         MOVE WS-OS-DATE TO WS-DATE-WORK
077700         PERFORM 5300-DAY-NUMBER THRU 5300-EXIT
077800         MOVE WS-DAY-NUMBER TO WS-START-DAYS
077900         MOVE FBA-RUN-DATE TO WS-DATE-WORK
078000         PERFORM 5300-DAY-NUMBER THRU 5300-EXIT
078100         COMPUTE WS-ELAPSED = WS-ELAPSED
078200             + (WS-DAY-NUMBER - WS-START-DAYS) * 8640000
078300     END-IF.
078400     IF WS-ELAPSED NOT > 0 OR WS-ELAPSED > 999999999
078500         ADD 1 TO WS-RUNS-DROPPED
078600         GO TO 2300-EXIT
078700     END-IF.
078800     PERFORM 2400-STORE-SAMPLE THRU 2400-EXIT.
078900 2300-EXIT.
079000     EXIT.
079100
079200***************************************************************
079300*    2400-STORE-SAMPLE - PUT THE TIMED RUN IN ITS MODE'S RING,  *
079400*    OVERWRITING THE OLDEST ONCE THE RING IS FULL.              *
079500***************************************************************
079600 2400-STORE-SAMPLE.
079700     MOVE WS-OS-MODE-SUB TO WS-MODE-SUB.
079800     MOVE WS-SM-NEXT (WS-MODE-SUB) TO WS-SM-SUB.
079900     MOVE WS-RUN-NUMBERS
080000         TO WS-SM-NUMBERS (WS-MODE-SUB, WS-SM-SUB).
080100     MOVE WS-ELAPSED
080200         TO WS-SM-HUNDREDTHS (WS-MODE-SUB, WS-SM-SUB).
080300     IF WS-SM-HELD (WS-MODE-SUB) < WS-SAMPLE-LIMIT
080400         ADD 1 TO WS-SM-HELD (WS-MODE-SUB)
080500     END-IF.
080600     IF WS-SM-SUB >= WS-SAMPLE-LIMIT
080700         MOVE 1 TO WS-SM-NEXT (WS-MODE-SUB)
080800     ELSE
080900         ADD 1 TO WS-SM-NEXT (WS-MODE-SUB)
081000     END-IF.
081100 2400-EXIT.
081200     EXIT.
081300
081400***************************************************************
081500*    2500-SUM-RATE - ADD UP THE RUNS HELD FOR ONE MODE AND      *
081600*    WORK OUT ITS NUMBERS PER SECOND.                           *
081700***************************************************************
081800 2500-SUM-RATE.
081900     PERFORM 2510-ADD-SAMPLE THRU 2510-EXIT
082000         VARYING WS-SM-SUB FROM 1 BY 1
082100         UNTIL WS-SM-SUB > WS-SM-HELD (WS-MODE-SUB).
082200     IF WS-RT-HUNDREDTHS (WS-MODE-SUB) > 0
082300         COMPUTE WS-RT-PER-SEC (WS-MODE-SUB) =
082400             WS-RT-NUMBERS (WS-MODE-SUB) * 100
082500             / WS-RT-HUNDREDTHS (WS-MODE-SUB)
082600     END-IF.
082700 2500-EXIT.
082800     EXIT.
082900
082920***************************************************************
082940*    2510-ADD-SAMPLE - ADD ONE HELD RUN'S NUMBERS AND ELAPSED   *
082960*    TIME INTO ITS MODE'S TOTALS.                               *
082980***************************************************************
083000 2510-ADD-SAMPLE.
083100     ADD WS-SM-NUMBERS (WS-MODE-SUB, WS-SM-SUB)
083200         TO WS-RT-NUMBERS (WS-MODE-SUB).
083300     ADD WS-SM-HUNDREDTHS (WS-MODE-SUB, WS-SM-SUB)
083400         TO WS-RT-HUNDREDTHS (WS-MODE-SUB).
083500 2510-EXIT.
083600     EXIT.
083700
083800***************************************************************
083900*    3000-PRINT-RATES - ONE LINE PER MASTER MODE.               *
084000***************************************************************
084100 3000-PRINT-RATES.
084200     MOVE 'THROUGHPUT BY MASTER MODE' TO WS-SE-TITLE.
084300     PERFORM 3700-PRINT-SECTION-TITLE THRU 3700-EXIT.
084400     MOVE WS-RATE-HEAD-LINE TO FORECAST-REPORT-RECORD.
084500     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
084600     PERFORM 3010-PRINT-RATE-LINE THRU 3010-EXIT
084700         VARYING WS-MODE-SUB FROM 1 BY 1 UNTIL WS-MODE-SUB > 2.
084800 3000-EXIT.
084900     EXIT.
085000
085020***************************************************************
085040*    3010-PRINT-RATE-LINE - PRINT ONE MASTER MODE'S RUNS,       *
085060*    NUMBERS, SECONDS AND RATE, NOTING A MODE WITH NO RATE.     *
085080***************************************************************
085100 3010-PRINT-RATE-LINE.
085200     MOVE WS-MODE-LABEL (WS-MODE-SUB) TO WS-RL-LABEL.
085300     MOVE WS-SM-HELD (WS-MODE-SUB) TO WS-RL-RUNS.
085400     MOVE WS-RT-NUMBERS (WS-MODE-SUB) TO WS-RL-NUMBERS.
085500     COMPUTE WS-RL-SECS = WS-RT-HUNDREDTHS (WS-MODE-SUB) / 100.
085600     MOVE WS-RT-PER-SEC (WS-MODE-SUB) TO WS-RL-RATE.
085700     MOVE SPACES TO WS-RL-NOTE.
085800     IF WS-RT-PER-SEC (WS-MODE-SUB) EQUAL 0
085900         MOVE 'NO RATE ON FILE' TO WS-RL-NOTE
086000     END-IF.
086100     MOVE WS-RATE-LINE TO FORECAST-REPORT-RECORD.
086200     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
086300 3010-EXIT.
086400     EXIT.
086500
086600***************************************************************
086700*    3100-PRINT-FORECAST - ONE LINE PER CARD, IN DECK ORDER,    *
086800*    WITH ITS ELAPSED TIME AND THE RUNNING FINISH TIME, THEN    *
086900*    THE DECK TOTAL.                                            *
087000***************************************************************
087100 3100-PRINT-FORECAST.
087200     MOVE 'FORECAST BY CARD' TO WS-SE-TITLE.
087300     PERFORM 3700-PRINT-SECTION-TITLE THRU 3700-EXIT.
087400     MOVE WS-CARD-HEAD-LINE TO FORECAST-REPORT-RECORD.
087500     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
087600     MOVE 0 TO WS-CUM-SECS.
087700     PERFORM 3110-FORECAST-CARD THRU 3110-EXIT
087800         VARYING WS-DK-SUB FROM 1 BY 1
087900         UNTIL WS-DK-SUB > WS-DK-COUNT.
088000     MOVE SPACES TO WS-CARD-LINE.
088100     MOVE 'DECK' TO WS-CD-RUN-ID.
088200     MOVE WS-DECK-NUMBERS TO WS-CD-NUMBERS.
088300     MOVE WS-CUM-SECS TO WS-SECS-WORK.
088400     PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT.
088500     MOVE WS-FMT-ELAPSED TO WS-CD-ELAPSED WS-CD-CUMULATIVE.
088600     COMPUTE WS-SECS-WORK = WS-START-SECS + WS-CUM-SECS.
088700     PERFORM 5210-FORMAT-CLOCK THRU 5210-EXIT.
088800     MOVE WS-FMT-CLOCK TO WS-CD-FINISH.
088900     IF WS-UNFORECAST-COUNT > 0
089000         MOVE 'SHORT - CARDS NOT FORECAST' TO WS-CD-NOTE
089100     END-IF.
089200     MOVE WS-CARD-LINE TO FORECAST-REPORT-RECORD.
089300     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
089400 3100-EXIT.
089500     EXIT.
089600
089700***************************************************************
089800*    3110-FORECAST-CARD - SIZE ONE CARD, TIME IT AT ITS MODE'S  *
089900*    RATE, AND PRINT IT.  A CARD FIZZBUZZ WILL SKIP, A FILE     *
090000*    CARD WITH NO FIZZIN SIZE, OR A MODE WITH NO RATE IS        *
090100*    PRINTED WITH NO TIME.                                      *
090200***************************************************************
090300 3110-FORECAST-CARD.
090400     MOVE SPACES TO WS-CARD-LINE.
090500     MOVE WS-DK-SUB TO WS-CD-CARD.
090600     MOVE WS-DK-RUN-ID (WS-DK-SUB) TO WS-CD-RUN-ID.
090700     MOVE WS-DK-MODE (WS-DK-SUB) TO WS-CD-MODE.
090800     IF WS-DK-LOAD (WS-DK-SUB)
090900         MOVE 2 TO WS-MODE-SUB
091000         MOVE 'MASS LOAD' TO WS-CD-MASTER
091100     ELSE
091200         MOVE 1 TO WS-MODE-SUB
091300         MOVE 'DIRECT' TO WS-CD-MASTER
091400     END-IF.
091500     MOVE WS-DK-START (WS-DK-SUB) TO WS-CD-START.
091600     MOVE WS-DK-END (WS-DK-SUB) TO WS-CD-END.
091700     IF NOT WS-DK-USABLE (WS-DK-SUB)
091800         MOVE 'INVALID - FIZZBUZZ SKIPS IT' TO WS-CD-NOTE
091900         GO TO 3110-WRITE
092000     END-IF.
092100     IF WS-DK-FILE (WS-DK-SUB)
092200         IF WS-ENV-COUNTED
092300             MOVE WS-ENV-DETAIL-COUNT
092400                 TO WS-DK-NUMBERS (WS-DK-SUB)
092500         ELSE
092600             MOVE 'FIZZIN SIZE UNKNOWN' TO WS-CD-NOTE
092700             ADD 1 TO WS-UNFORECAST-COUNT
092800             GO TO 3110-WRITE
092900         END-IF
093000     END-IF.
093100     MOVE WS-DK-NUMBERS (WS-DK-SUB) TO WS-CD-NUMBERS.
093200     IF WS-RT-PER-SEC (WS-MODE-SUB) EQUAL 0
093300         MOVE 'NO RATE ON FILE FOR THIS MODE' TO WS-CD-NOTE
093400         ADD 1 TO WS-UNFORECAST-COUNT
093500         GO TO 3110-WRITE
093600     END-IF.
093700     DIVIDE WS-DK-NUMBERS (WS-DK-SUB)
093800         BY WS-RT-PER-SEC (WS-MODE-SUB)
093900         GIVING WS-DK-SECONDS (WS-DK-SUB) ROUNDED.
094000     ADD WS-DK-NUMBERS (WS-DK-SUB) TO WS-DECK-NUMBERS.
094100     ADD WS-DK-SECONDS (WS-DK-SUB) TO WS-CUM-SECS.
094200     MOVE WS-DK-SECONDS (WS-DK-SUB) TO WS-SECS-WORK.
094300     PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT.
094400     MOVE WS-FMT-ELAPSED TO WS-CD-ELAPSED.
094500     MOVE WS-CUM-SECS TO WS-SECS-WORK.
094600     PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT.
094700     MOVE WS-FMT-ELAPSED TO WS-CD-CUMULATIVE.
094800     COMPUTE WS-SECS-WORK = WS-START-SECS + WS-CUM-SECS.
094900     PERFORM 5210-FORMAT-CLOCK THRU 5210-EXIT.
095000     MOVE WS-FMT-CLOCK TO WS-CD-FINISH.
095100     IF WS-DK-INCREMENTAL (WS-DK-SUB)
095200         MOVE 'INCREMENTAL - AT FULL RATE' TO WS-CD-NOTE
095300     END-IF.
095400     IF WS-WINDOW-GIVEN AND WS-CUM-SECS > WS-WINDOW-SECS
095500         MOVE 'PAST THE WINDOW END' TO WS-CD-NOTE
095600         SET WS-OVERRUN TO TRUE
095700     END-IF.
095800 3110-WRITE.
095900     MOVE WS-CARD-LINE TO FORECAST-REPORT-RECORD.
096000     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
096100 3110-EXIT.
096200     EXIT.
096300
096400***************************************************************
096500*    3200-PRINT-CHECKS - CHECK THE DECK AND PRINT ONE LINE PER  *
096600*    PROBLEM FOUND: CARDS PAST THE 50TH USABLE ONE, CARDS       *
096700*    FIZZBUZZ WILL SKIP, AND EVERY PAIR OF CARDS THAT CLASH.    *
096800***************************************************************
096900 3200-PRINT-CHECKS.
097000     MOVE 'DECK CHECKS' TO WS-SE-TITLE.
097100     PERFORM 3700-PRINT-SECTION-TITLE THRU 3700-EXIT.
097200     IF WS-CARDS-IGNORED > 0
097300         MOVE WS-CARDS-READ TO WS-ED-COUNT
097400         MOVE SPACES TO WS-FG-TEXT
097500         STRING 'DECK HAS ' WS-ED-COUNT
097600             ' CARDS - FIZZBUZZ RUNS THE FIRST 50 USABLE ONES '
097700             'AND IGNORES THE REST'
097750             DELIMITED BY SIZE INTO WS-FG-TEXT
097800         PERFORM 3290-PRINT-FLAG THRU 3290-EXIT
097900     END-IF.
098000     PERFORM 3210-CHECK-CARD THRU 3210-EXIT
098100         VARYING WS-DK-SUB FROM 1 BY 1
098200         UNTIL WS-DK-SUB > WS-DK-COUNT.
098300     IF WS-FLAG-COUNT EQUAL 0
098400         MOVE 'NO PROBLEMS FOUND' TO WS-FG-TEXT
098500         MOVE WS-FLAG-LINE TO FORECAST-REPORT-RECORD
098600         PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
098700     END-IF.
098800 3200-EXIT.
098900     EXIT.
099000
099100***************************************************************
099200*    3210-CHECK-CARD - FLAG A CARD FIZZBUZZ WILL SKIP, THEN     *
099300*    CHECK IT AGAINST EVERY LATER CARD.                         *
099400***************************************************************
099500 3210-CHECK-CARD.
099600     IF NOT WS-DK-USABLE (WS-DK-SUB)
099700         MOVE WS-DK-SUB TO WS-ED-CARD-1
099800         MOVE SPACES TO WS-FG-TEXT
099900         STRING 'CARD ' WS-ED-CARD-1 ' (RUN ID '
100000             WS-DK-RUN-ID (WS-DK-SUB)
100100             ') HAS A BAD MODE OR RANGE - FIZZBUZZ WILL SKIP IT'
100200             DELIMITED BY SIZE INTO WS-FG-TEXT
100300         PERFORM 3290-PRINT-FLAG THRU 3290-EXIT
100400         GO TO 3210-EXIT
100500     END-IF.
100600     PERFORM 3220-CHECK-PAIR THRU 3220-EXIT
100700         VARYING WS-DK-OTHER FROM WS-DK-SUB BY 1
100800         UNTIL WS-DK-OTHER > WS-DK-COUNT.
100900 3210-EXIT.
101000     EXIT.
101100
101200***************************************************************
101300*    3220-CHECK-PAIR - DO TWO USABLE CARDS CARRY THE SAME RUN   *
101400*    ID, CLASSIFY OVERLAPPING RANGES, OR BOTH READ FIZZIN?      *
101500***************************************************************
101600 3220-CHECK-PAIR.
101700     IF WS-DK-OTHER EQUAL WS-DK-SUB
101800         OR NOT WS-DK-USABLE (WS-DK-OTHER)
101900         GO TO 3220-EXIT
102000     END-IF.
102100     MOVE WS-DK-SUB TO WS-ED-CARD-1.
102200     MOVE WS-DK-OTHER TO WS-ED-CARD-2.
102300     IF WS-DK-RUN-ID (WS-DK-SUB) NOT EQUAL SPACES
102400         AND WS-DK-RUN-ID (WS-DK-SUB) EQUAL
102500             WS-DK-RUN-ID (WS-DK-OTHER)
102600         MOVE SPACES TO WS-FG-TEXT
102700         STRING 'CARDS ' WS-ED-CARD-1 ' AND ' WS-ED-CARD-2
102800             ' BOTH CARRY RUN ID ' WS-DK-RUN-ID (WS-DK-SUB)
102900             DELIMITED BY SIZE INTO WS-FG-TEXT
103000         PERFORM 3290-PRINT-FLAG THRU 3290-EXIT
103100     END-IF.
103200     IF WS-DK-RANGE (WS-DK-SUB) AND WS-DK-RANGE (WS-DK-OTHER)
103300         AND WS-DK-START (WS-DK-SUB) <= WS-DK-END (WS-DK-OTHER)
103400         AND WS-DK-START (WS-DK-OTHER) <= WS-DK-END (WS-DK-SUB)
103500         MOVE SPACES TO WS-FG-TEXT
103600         STRING 'CARDS ' WS-ED-CARD-1 ' AND ' WS-ED-CARD-2
103700             ' OVERLAP: ' WS-DK-START (WS-DK-SUB) '-'
103800             WS-DK-END (WS-DK-SUB) ' AND '
103900             WS-DK-START (WS-DK-OTHER) '-'
104000             WS-DK-END (WS-DK-OTHER)
104100             DELIMITED BY SIZE INTO WS-FG-TEXT
104200         PERFORM 3290-PRINT-FLAG THRU 3290-EXIT
104300     END-IF.
104400     IF WS-DK-FILE (WS-DK-SUB) AND WS-DK-FILE (WS-DK-OTHER)
104500         MOVE SPACES TO WS-FG-TEXT
104600         STRING 'CARDS ' WS-ED-CARD-1 ' AND ' WS-ED-CARD-2
104700             ' ARE BOTH FILE MODE - THE SAME FIZZIN IS '
104800             'CLASSIFIED TWICE'
104900             DELIMITED BY SIZE INTO WS-FG-TEXT
105000         PERFORM 3290-PRINT-FLAG THRU 3290-EXIT
105100     END-IF.
105200 3220-EXIT.
105300     EXIT.
105400
105420***************************************************************
105440*    3290-PRINT-FLAG - COUNT AND PRINT ONE DECK CHECK LINE.     *
105460***************************************************************
105500 3290-PRINT-FLAG.
105600     ADD 1 TO WS-FLAG-COUNT.
105700     MOVE WS-FLAG-LINE TO FORECAST-REPORT-RECORD.
105800     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
105900 3290-EXIT.
106000     EXIT.
106100
106200***************************************************************
106300*    3300-PRINT-WINDOW - THE DECK FORECAST AGAINST THE WINDOW.  *
106400***************************************************************
106500 3300-PRINT-WINDOW.
106600     MOVE 'BATCH WINDOW' TO WS-SE-TITLE.
106700     PERFORM 3700-PRINT-SECTION-TITLE THRU 3700-EXIT.
106800     MOVE 'EXPECTED START' TO WS-WL-LABEL.
106900     MOVE WS-START-SECS TO WS-SECS-WORK.
107000     PERFORM 5210-FORMAT-CLOCK THRU 5210-EXIT.
107100     MOVE WS-FMT-CLOCK TO WS-WL-VALUE.
107200     PERFORM 3390-PRINT-WINDOW-LINE THRU 3390-EXIT.
107300     MOVE 'FORECAST ELAPSED' TO WS-WL-LABEL.
107400     MOVE WS-CUM-SECS TO WS-SECS-WORK.
107500     PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT.
107600     MOVE WS-FMT-ELAPSED TO WS-WL-VALUE.
107700     PERFORM 3390-PRINT-WINDOW-LINE THRU 3390-EXIT.
107800     MOVE 'FORECAST FINISH' TO WS-WL-LABEL.
107900     COMPUTE WS-SECS-WORK = WS-START-SECS + WS-CUM-SECS.
108000     PERFORM 5210-FORMAT-CLOCK THRU 5210-EXIT.
108100     MOVE WS-FMT-CLOCK TO WS-WL-VALUE.
108200     PERFORM 3390-PRINT-WINDOW-LINE THRU 3390-EXIT.
108300     IF WS-UNFORECAST-COUNT > 0
108400         MOVE 'CARDS NOT FORECAST' TO WS-WL-LABEL
108500         MOVE WS-UNFORECAST-COUNT TO WS-ED-COUNT
108600         MOVE SPACES TO WS-WL-VALUE
108700         STRING WS-ED-COUNT ' - THE FORECAST IS SHORT'
108800             DELIMITED BY SIZE INTO WS-WL-VALUE
108900         PERFORM 3390-PRINT-WINDOW-LINE THRU 3390-EXIT
109000     END-IF.
109100     MOVE 'WINDOW END' TO WS-WL-LABEL.
109200     IF WS-WINDOW-NONE
109300         MOVE 'NOT GIVEN - NO FCSTPRM CARD' TO WS-WL-VALUE
109400         PERFORM 3390-PRINT-WINDOW-LINE THRU 3390-EXIT
109500         GO TO 3300-EXIT
109600     END-IF.
109700     MOVE WS-WINDOW-END-SECS TO WS-SECS-WORK.
109800     PERFORM 5210-FORMAT-CLOCK THRU 5210-EXIT.
109900     MOVE WS-FMT-CLOCK TO WS-WL-VALUE.
110000     PERFORM 3390-PRINT-WINDOW-LINE THRU 3390-EXIT.
110100     MOVE 'WINDOW AVAILABLE' TO WS-WL-LABEL.
110200     MOVE WS-WINDOW-SECS TO WS-SECS-WORK.
110300     PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT.
110400     MOVE WS-FMT-ELAPSED TO WS-WL-VALUE.
110500     PERFORM 3390-PRINT-WINDOW-LINE THRU 3390-EXIT.
110600     IF WS-OVERRUN
110700         MOVE 'OVERRUNS THE WINDOW BY' TO WS-WL-LABEL
110800         COMPUTE WS-SECS-WORK = WS-CUM-SECS - WS-WINDOW-SECS
110900     ELSE
111000         MOVE 'FITS WITH TIME TO SPARE' TO WS-WL-LABEL
111100         COMPUTE WS-SPARE-SECS = WS-WINDOW-SECS - WS-CUM-SECS
111200         MOVE WS-SPARE-SECS TO WS-SECS-WORK
111300     END-IF.
111400     PERFORM 5200-FORMAT-ELAPSED THRU 5200-EXIT.
111500     MOVE WS-FMT-ELAPSED TO WS-WL-VALUE.
111600     PERFORM 3390-PRINT-WINDOW-LINE THRU 3390-EXIT.
111700 3300-EXIT.
111800     EXIT.
111900
111920***************************************************************
111940*    3390-PRINT-WINDOW-LINE - PRINT ONE LABEL AND VALUE LINE    *
111960*    OF THE WINDOW SUMMARY.                                     *
111980***************************************************************
112000 3390-PRINT-WINDOW-LINE.
112100     MOVE WS-WINDOW-LINE TO FORECAST-REPORT-RECORD.
112200     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
112300 3390-EXIT.
112400     EXIT.
112500
112600***************************************************************
112700*    3700-PRINT-SECTION-TITLE - A BLANK LINE AND THE SECTION    *
112800*    TITLE IN WS-SE-TITLE.  A SECTION IS NOT STARTED WITHIN     *
112900*    FOUR LINES OF THE FOOT OF A PAGE.                          *
113000***************************************************************
113100 3700-PRINT-SECTION-TITLE.
113200     IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
113300         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
113400     END-IF.
113500     MOVE WS-BLANK-LINE TO FORECAST-REPORT-RECORD.
113600     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
113700     MOVE WS-SECTION-LINE TO FORECAST-REPORT-RECORD.
113800     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
113900 3700-EXIT.
114000     EXIT.
114100
114200***************************************************************
114300*    4000-WRITE-REPORT-LINE - WRITE ONE LINE, STARTING A NEW    *
114400*    PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS FULL.          *
114500***************************************************************
114600 4000-WRITE-REPORT-LINE.
114700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
114800         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
114900     END-IF.
115000     WRITE FORECAST-REPORT-RECORD AFTER ADVANCING 1 LINE.
115100     ADD 1 TO WS-LINE-COUNT.
115200 4000-EXIT.
115300     EXIT.
115400
115500***************************************************************
115600*    4100-PRINT-HEADINGS - START A NEW PAGE, PARKING THE LINE   *
115700*    THE CALLER BUILT AROUND THE HEADING WRITES.                *
115800***************************************************************
115900 4100-PRINT-HEADINGS.
116000     MOVE FORECAST-REPORT-RECORD TO WS-SAVE-LINE.
116100     ADD 1 TO WS-PAGE-COUNT.
116200     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
116300     MOVE WS-HEADING-1 TO FORECAST-REPORT-RECORD.
116400     WRITE FORECAST-REPORT-RECORD AFTER ADVANCING PAGE.
116500     MOVE WS-HEADING-2 TO FORECAST-REPORT-RECORD.
116600     WRITE FORECAST-REPORT-RECORD AFTER ADVANCING 2 LINES.
116700     MOVE SPACES TO FORECAST-REPORT-RECORD.
116800     WRITE FORECAST-REPORT-RECORD AFTER ADVANCING 1 LINE.
116900     MOVE 4 TO WS-LINE-COUNT.
117000     MOVE WS-SAVE-LINE TO FORECAST-REPORT-RECORD.
117100 4100-EXIT.
117200     EXIT.
117300
117400***************************************************************
117500*    5000-TIME-TO-HUNDREDTHS - WS-TIME-WORK (HHMMSSCC) TO       *
117600*    HUNDREDTHS OF A SECOND FROM MIDNIGHT IN WS-HUNDREDTHS.     *
117700***************************************************************
117800 5000-TIME-TO-HUNDREDTHS.
117900     COMPUTE WS-HUNDREDTHS = WS-TW-HH * 360000
118000         + WS-TW-MM * 6000 + WS-TW-SS * 100 + WS-TW-CC.
118100 5000-EXIT.
118200     EXIT.
118300
118400***************************************************************
118500*    5200-FORMAT-ELAPSED - WS-SECS-WORK TO WS-FMT-ELAPSED       *
118600*    (HHH:MM:SS).                                               *
118700***************************************************************
118800 5200-FORMAT-ELAPSED.
118900     DIVIDE WS-SECS-WORK BY 3600 GIVING WS-SECS-HOURS
119000         REMAINDER WS-SECS-REMAINDER.
119100     DIVIDE WS-SECS-REMAINDER BY 60 GIVING WS-SECS-MINUTES
119200         REMAINDER WS-SECS-SECONDS.
119300     MOVE WS-SECS-HOURS TO WS-FE-HH.
119400     MOVE WS-SECS-MINUTES TO WS-FE-MM.
119500     MOVE WS-SECS-SECONDS TO WS-FE-SS.
119600 5200-EXIT.
119700     EXIT.
119800
119900***************************************************************
120000*    5210-FORMAT-CLOCK - WS-SECS-WORK TO WS-FMT-CLOCK (HH:MM),  *
120100*    DROPPING WHOLE DAYS.                                       *
120200***************************************************************
120300 5210-FORMAT-CLOCK.
120400     DIVIDE WS-SECS-WORK BY 86400 GIVING WS-SECS-DAYS
120500         REMAINDER WS-SECS-REMAINDER.
120600     DIVIDE WS-SECS-REMAINDER BY 3600 GIVING WS-SECS-HOURS
120700         REMAINDER WS-SECS-REMAINDER.
120800     DIVIDE WS-SECS-REMAINDER BY 60 GIVING WS-SECS-MINUTES.
120900     MOVE WS-SECS-HOURS TO WS-FC-HH.
121000     MOVE WS-SECS-MINUTES TO WS-FC-MM.
121100 5210-EXIT.
121200     EXIT.
121300
121400***************************************************************
121500*    5300-DAY-NUMBER - WS-DATE-WORK TO A DAY NUMBER IN          *
121600*    WS-DAY-NUMBER.  THE YEAR IS TAKEN TO START ON 1 MARCH SO   *
121700*    THE LEAP DAY FALLS AT ITS END; EACH DIVIDE TRUNCATES.      *
121800***************************************************************
121900 5300-DAY-NUMBER.
122000     MOVE WS-DN-YYYY TO WS-DAY-YEAR.
122100     MOVE WS-DN-MM TO WS-DAY-MONTH.
122200     IF WS-DAY-MONTH < 3
122300         SUBTRACT 1 FROM WS-DAY-YEAR
122400         ADD 12 TO WS-DAY-MONTH
122500     END-IF.
122600     COMPUTE WS-DAY-NUMBER = 365 * WS-DAY-YEAR + WS-DN-DD.
122700     DIVIDE WS-DAY-YEAR BY 4 GIVING WS-DAY-QUOTIENT.
122800     ADD WS-DAY-QUOTIENT TO WS-DAY-NUMBER.
122900     DIVIDE WS-DAY-YEAR BY 100 GIVING WS-DAY-QUOTIENT.
123000     SUBTRACT WS-DAY-QUOTIENT FROM WS-DAY-NUMBER.
123100     DIVIDE WS-DAY-YEAR BY 400 GIVING WS-DAY-QUOTIENT.
123200     ADD WS-DAY-QUOTIENT TO WS-DAY-NUMBER.
123300     COMPUTE WS-DAY-WORK = 153 * (WS-DAY-MONTH - 3) + 2.
123400     DIVIDE WS-DAY-WORK BY 5 GIVING WS-DAY-QUOTIENT.
123500     ADD WS-DAY-QUOTIENT TO WS-DAY-NUMBER.
123600 5300-EXIT.
123700     EXIT.
123800
123900***************************************************************
124000*    8800-RAISE-WARNING - LIFT THE STEP RETURN CODE TO 4.       *
124100***************************************************************
124200 8800-RAISE-WARNING.
124300     IF WS-HIGHEST-RC < 4
124400         MOVE 4 TO WS-HIGHEST-RC
124500     END-IF.
124600 8800-EXIT.
124700     EXIT.
124800
124900***************************************************************
125000*    8900-RAISE-DEGRADED - LIFT THE STEP RETURN CODE TO 8.      *
125100***************************************************************
125200 8900-RAISE-DEGRADED.
125300     IF WS-HIGHEST-RC < 8
125400         MOVE 8 TO WS-HIGHEST-RC
125500     END-IF.
125600 8900-EXIT.
125700     EXIT.
