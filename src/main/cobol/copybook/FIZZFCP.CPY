000100***************************************************************
000200*    FIZZFCP - BATCH WINDOW FORECAST PARAMETER CARD            *
000300*    OPTIONAL SINGLE CARD FOR THE FIZZFCST PRE-RUN FORECAST.   *
000400*    FCP-WINDOW-END (HHMM, COLS 1-4) IS THE TIME THE NIGHT'S   *
000500*    FIZZBUZZ RUN MUST BE FINISHED BY; AN END EARLIER THAN THE *
000600*    START IS TAKEN AS THE NEXT MORNING.  FCP-START-TIME       *
000700*    (HHMM, COLS 5-8) IS WHEN THE RUN IS EXPECTED TO START -   *
000800*    BLANK MEANS THE TIME THE FORECAST STEP RUNS.              *
000900*    FCP-SAMPLE-RUNS (COLS 9-11, 1-99) IS HOW MANY OF THE MOST *
001000*    RECENT COMPLETED RUNS OF EACH MASTER MODE THE RATES ARE   *
001050*    TAKEN FROM - BLANK MEANS 20.                              *
001100*    NO CARD, OR A DUMMY DD, FORECASTS WITHOUT A WINDOW CHECK. *
001200***************************************************************
001300 01  FORECAST-PARM-RECORD.
001400     05  FCP-WINDOW-END.
001500         10  FCP-WE-HH          PIC 9(02).
001600         10  FCP-WE-MM          PIC 9(02).
001700     05  FCP-START-TIME.
001800         10  FCP-ST-HH          PIC 9(02).
001900         10  FCP-ST-MM          PIC 9(02).
002000     05  FCP-SAMPLE-RUNS        PIC X(03).
002100     05  FCP-SAMPLE-RUNS-N REDEFINES FCP-SAMPLE-RUNS
002200                                PIC 9(03).
002300     05  FILLER                 PIC X(69).
