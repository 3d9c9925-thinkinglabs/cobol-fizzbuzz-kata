000100***************************************************************
000200*    FIZZCYP - CYCLE CONTROL PARAMETER CARD                     *
000300*    THE CYCPARM DD OF A NIGHTLY CYCLE STEP, NORMALLY DUMMY.    *
000400*    TWO CARD TYPES, EITHER OR BOTH, IN ANY ORDER:              *
000500*      'D' - RUN THE STEP UNDER THE BUSINESS DATE IN COLS       *
000600*            2-9 INSTEAD OF THE CYCLE FIZZSCHD LAST OPENED      *
000700*            (ON THE FIZZSCHD STEP ITSELF, OPEN THE CYCLE FOR   *
000800*            THAT DATE INSTEAD OF TODAY'S).                     *
000900*      'O' - OPERATOR OVERRIDE: LET THE STEP NAMED IN COLS      *
001000*            2-9 (QUALIFIER, E.G. FIZZXTRC'S DEPARTMENT, IN     *
001100*            COLS 10-13) RUN AGAIN ALTHOUGH IT IS ALREADY       *
001200*            COMPLETE FOR THE BUSINESS DATE.  COLS 14-21 MUST   *
001300*            CARRY THE USERID OF WHOEVER AUTHORISED THE         *
001400*            RERUN; IT IS RECORDED ON THE CONTROL FILE.         *
001500***************************************************************
001600 01  CYCLE-PARM-RECORD.
001700     05  CYP-CARD-TYPE          PIC X(01).
001800         88  CYP-DATE-CARD          VALUE 'D'.
001900         88  CYP-OVERRIDE-CARD      VALUE 'O'.
002000     05  CYP-DATE-AREA.
002100         10  CYP-BUSINESS-DATE  PIC 9(08).
002200         10  FILLER             PIC X(71).
002300     05  CYP-OVERRIDE-AREA REDEFINES CYP-DATE-AREA.
002400         10  CYP-OVERRIDE-STEP  PIC X(08).
002500         10  CYP-OVERRIDE-QUAL  PIC X(04).
002600         10  CYP-OVERRIDE-USER  PIC X(08).
002700         10  FILLER             PIC X(59).
