000100***************************************************************
000200*    FIZZCYC - NIGHTLY CYCLE CONTROL RECORD                     *
000300*    ONE RECORD PER BUSINESS DATE PER STEP OF THE NIGHTLY       *
000400*    CYCLE (FIZZSCHD THROUGH FIZZXTRC), KEPT BY THE FZCYCTL     *
000500*    SERVICE EVERY CYCLE STEP CALLS AT START AND AT END.  THE   *
000600*    KEY IS THE BUSINESS DATE, THE STEP'S PROGRAM NAME, AND A   *
000700*    QUALIFIER FOR A STEP THAT RUNS ONCE PER DEPARTMENT         *
000800*    (FIZZXTRC - THE DEPARTMENT ID) OR SPACES.  A STEP WITH     *
000900*    NO RECORD FOR THE DATE HAS NOT STARTED.  CYC-RETURN-CODE   *
001000*    AND THE END STAMP ARE ZERO UNTIL THE STEP ENDS.            *
001100*    THE RECORD UNDER BUSINESS DATE ZERO AND STEP 'CURRENT'     *
001200*    (CYC-CURRENT-AREA) HOLDS THE BUSINESS DATE OF THE CYCLE    *
001300*    FIZZSCHD LAST OPENED, WHICH THE LATER STEPS RUN UNDER      *
001400*    UNLESS THEIR CYCPARM CARD NAMES ANOTHER.                   *
001500*    VSAM KSDS, KEYS 20 0, RECORDSIZE 80 80.                    *
001600***************************************************************
001700 01  CYCLE-CONTROL-RECORD.
001800     05  CYC-KEY.
001900         10  CYC-BUSINESS-DATE  PIC 9(08).
002000         10  CYC-STEP-NAME      PIC X(08).
002100         10  CYC-STEP-QUAL      PIC X(04).
002200     05  CYC-STEP-AREA.
002300         10  CYC-STEP-STATUS    PIC X(01).
002400             88  CYC-STATUS-RUNNING     VALUE 'R'.
002500             88  CYC-STATUS-COMPLETE    VALUE 'C'.
002600             88  CYC-STATUS-FAILED      VALUE 'F'.
002700         10  CYC-RETURN-CODE    PIC 9(02).
002800         10  CYC-START-DATE     PIC 9(08).
002900         10  CYC-START-TIME     PIC 9(08).
003000         10  CYC-END-DATE       PIC 9(08).
003100         10  CYC-END-TIME       PIC 9(08).
003200         10  CYC-RUN-COUNT      PIC 9(03).
003300         10  CYC-OVERRIDE-FLAG  PIC X(01).
003400             88  CYC-RUN-BY-OVERRIDE    VALUE 'Y'.
003500         10  CYC-OVERRIDE-USER  PIC X(08).
003600         10  FILLER             PIC X(13).
003700     05  CYC-CURRENT-AREA REDEFINES CYC-STEP-AREA.
003800         10  CYC-CUR-BUSINESS-DATE PIC 9(08).
003900         10  CYC-CUR-OPEN-DATE  PIC 9(08).
004000         10  CYC-CUR-OPEN-TIME  PIC 9(08).
004100         10  FILLER             PIC X(36).
