000100***************************************************************
000200*    FIZZCYT - NIGHTLY CYCLE STEP TABLE                         *
000300*    THE STEPS OF THE NIGHTLY CYCLE IN RUNNING ORDER, EACH      *
000400*    WITH THE (UP TO TWO) STEPS THAT MUST BE COMPLETE FOR THE   *
000500*    BUSINESS DATE BEFORE IT MAY START.  CYT-RERUN-FREE 'Y'     *
000600*    MARKS A STEP THAT ONLY LOOKS AND CHANGES NOTHING, SO IT    *
000700*    MAY REPEAT WITHOUT AN OVERRIDE CARD (FZCKRST MUST RUN      *
000800*    AGAIN AHEAD OF EVERY FIZZBUZZ RESTART).  CYT-PER-DEPT      *
000900*    'Y' MARKS A STEP RUN ONCE PER DEPARTMENT, TRACKED BY       *
001000*    QUALIFIER.  THE FIRST ENTRY, WITH NO PREDECESSOR, OPENS    *
001100*    THE CYCLE.  SHARED BY FZCYCTL AND THE FIZZCYCR STATUS      *
001200*    REPORT SO BOTH SEE THE SAME CYCLE.                         *
001300***************************************************************
001400 01  CYCLE-STEP-TABLE-VALUES.
001500     05  FILLER                 PIC X(26)
001600         VALUE 'FIZZSCHD                NN'.
001700     05  FILLER                 PIC X(26)
001800         VALUE 'FIZZINTKFIZZSCHD        NN'.
001900     05  FILLER                 PIC X(26)
002000         VALUE 'FZCKRST FIZZINTK        YN'.
002100     05  FILLER                 PIC X(26)
002200         VALUE 'FIZZBUZZFZCKRST         NN'.
002300     05  FILLER                 PIC X(26)
002400         VALUE 'FIZZVRFYFIZZBUZZ        NN'.
002500     05  FILLER                 PIC X(26)
002600         VALUE 'FIZZMLODFIZZVRFY        NN'.
002700     05  FILLER                 PIC X(26)
002800         VALUE 'FIZZWRKLFIZZVRFY        NN'.
002900     05  FILLER                 PIC X(26)
003000         VALUE 'FIZZXTRCFIZZVRFYFIZZMLODNY'.
003100 01  CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-TABLE-VALUES.
003200     05  CYT-ENTRY OCCURS 8 TIMES.
003300         10  CYT-STEP-NAME      PIC X(08).
003400         10  CYT-PRED-NAME      PIC X(08) OCCURS 2 TIMES.
003500         10  CYT-RERUN-FREE     PIC X(01).
003600             88  CYT-RERUN-ALLOWED      VALUE 'Y'.
003700         10  CYT-PER-DEPT       PIC X(01).
003800             88  CYT-STEP-PER-DEPT      VALUE 'Y'.
003900 01  CYT-STEP-COUNT             PIC 9(02) COMP VALUE 8.
