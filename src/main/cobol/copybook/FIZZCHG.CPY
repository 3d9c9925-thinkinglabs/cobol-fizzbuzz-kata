000100***************************************************************
000200*    FIZZCHG - CHARGEBACK FINANCE FEED RECORD                  *
000300*    THE FILE FINANCE LOADS EACH MONTH-END.  ONE 'H' HEADER    *
000400*    NAMES THE PERIOD CHARGED AND THE DATE THE FEED WAS CUT;   *
000500*    ONE 'D' DETAIL PER DEPARTMENT AND COST CENTRE CARRIES     *
000600*    ITS RUNS, NUMBERS CLASSIFIED, REJECTS, AND THE CHARGES    *
000700*    (MONEY, TWO DECIMALS); ONE 'T' TRAILER CLOSES THE FILE    *
000800*    WITH THE DETAIL COUNT AND THE SUM OF THE TOTAL CHARGES,   *
000900*    SO FINANCE CAN PROVE THE LOAD - THE SAME DISCIPLINE AS    *
001000*    THE FIZZXTR INTERCHANGE.  RUNS THAT COULD NOT BE          *
001100*    ATTRIBUTED TO A DEPARTMENT ARE NOT ON THE FEED; THEY ARE  *
001200*    LISTED ON THE FIZZCHRG REPORT FOR SOMEBODY TO RESOLVE.    *
001300***************************************************************
001400 01  CHARGEBACK-FEED-RECORD.
001500     05  FCH-RECORD-TYPE        PIC X(01).
001600         88  FCH-HEADER-RECORD      VALUE 'H'.
001700         88  FCH-DETAIL-RECORD      VALUE 'D'.
001800         88  FCH-TRAILER-RECORD     VALUE 'T'.
001900     05  FCH-HEADER-AREA.
002000         10  FCH-HDR-PERIOD     PIC 9(06).
002100         10  FCH-HDR-CUT-DATE   PIC 9(08).
002200         10  FILLER             PIC X(65).
002300     05  FCH-DETAIL-AREA REDEFINES FCH-HEADER-AREA.
002400         10  FCH-DET-DEPT-ID    PIC X(04).
002500         10  FCH-DET-COST-CENTRE PIC X(06).
002600         10  FCH-DET-RUN-COUNT  PIC 9(05).
002700         10  FCH-DET-CLASSIFIED PIC 9(11).
002800         10  FCH-DET-REJECTS    PIC 9(09).
002900         10  FCH-DET-VOLUME-CHARGE PIC 9(09)V99.
003000         10  FCH-DET-REJECT-CHARGE PIC 9(09)V99.
003100         10  FCH-DET-TOTAL-CHARGE PIC 9(09)V99.
003200         10  FILLER             PIC X(11).
003300     05  FCH-TRAILER-AREA REDEFINES FCH-HEADER-AREA.
003400         10  FCH-TRL-RECORD-COUNT PIC 9(09).
003500         10  FCH-TRL-TOTAL-CHARGE PIC 9(11)V99.
003600         10  FILLER             PIC X(57).
