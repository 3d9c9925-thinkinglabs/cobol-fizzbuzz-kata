000300*    ONE 'S' RECORD WRITTEN AT THE START OF A RUN AND ONE 'E'  *
000400*    RECORD AT THE END, SO THE AUDIT FILE ALWAYS SHOWS WHAT    *
000500*    RANGE RAN, WHO/WHAT RAN IT, AND WHEN.  THE END RECORD     *
000550*    CARRIES THE SAME CONTROL TOTALS AS THE FIZZOUT TRAILER,   *
000552*    INCLUDING THE CARRIED-FORWARD COUNT OF AN INCREMENTAL     *
000554*    CARD (SPACES ON END RECORDS WRITTEN BEFORE IT EXISTED).   *
000560*    AN 'R' RECORD IS APPENDED BY THE FIZZRMNT ONLINE RULES    *
000570*    MAINTENANCE TRANSACTION FOR EVERY RULE ADD/CHANGE/DELETE, *
000580*    CARRYING WHO MADE THE CHANGE, WHEN, THE BEFORE AND        *
000608*    USERID, TRANSACTION, TIMESTAMP, AND THE LEVEL HELD.  THE  *
000609*    RECORD IS 120 BYTES (LRECL=120) SINCE THE 9-DIGIT RANGE   *
000610*    AND COUNT FIELDS OUTGREW THE OLD 80-BYTE CARD IMAGE.      *
000611*    THE 'R' RECORD ALSO CARRIES THE BEFORE AND AFTER RULE     *
000612*    TYPE AND OPERANDS (SPACES WHERE A TYPE DOES NOT USE ONE), *
000613*    AND THE 'H' RECORD THE RULE TYPE, SO A CONTAINS-DIGIT,    *
000614*    BAND, OR OVERRIDE RULE READS AS ONE FROM THE LOG ALONE.   *
000615*    THE 'S' AND 'E' RECORDS OF A BATCH DRIVER RUN CARRY THE   *
000616*    CARD'S MASTER MODE ('D' DIRECT, 'L' MASS LOAD; SPACES ON  *
000617*    OLDER RECORDS AND RECYCLE RUNS, READ AS DIRECT), SO       *
000618*    THROUGHPUT CAN BE MEASURED FOR EACH MODE FROM THE LOG.    *
000619***************************************************************
000700 01  FIZZBUZZ-AUDIT-RECORD.
000800     05  FBA-RECORD-TYPE        PIC X(01).
000900         88  FBA-START-RECORD       VALUE 'S'.
001900         10  FBA-COMBINED-COUNT PIC 9(09).
002000         10  FBA-REJECT-COUNT   PIC 9(09).
002100         10  FBA-TOTAL-COUNT    PIC 9(09).
002150         10  FBA-CARRIED-COUNT  PIC 9(09).
002170         10  FBA-MASTER-MODE    PIC X(01).
002190             88  FBA-MASTER-DIRECT      VALUE 'D' ' '.
002210             88  FBA-MASTER-LOAD        VALUE 'L'.
002230         10  FILLER             PIC X(22).
002300     05  FBA-RULE-AREA REDEFINES FBA-RUN-AREA.
002400         10  FBA-RM-USERID      PIC X(08).
002500         10  FBA-RM-ACTION      PIC X(01).
003400         10  FBA-RM-NEW-LABEL   PIC X(08).
003410         10  FBA-RM-EFF-DATE    PIC 9(08).
003420         10  FBA-RM-SET-VERSION PIC 9(04).
003421         10  FBA-RM-OLD-RULE-TYPE PIC X(01).
003422         10  FBA-RM-OLD-DIGIT     PIC X(01).
003423         10  FBA-RM-OLD-BAND-LOW  PIC X(09).
003424         10  FBA-RM-OLD-BAND-HIGH PIC X(09).
003425         10  FBA-RM-NEW-RULE-TYPE PIC X(01).
003426         10  FBA-RM-NEW-DIGIT     PIC X(01).
003427         10  FBA-RM-NEW-BAND-LOW  PIC X(09).
003428         10  FBA-RM-NEW-BAND-HIGH PIC X(09).
003500         10  FILLER             PIC X(22).
003600     05  FBA-HIT-AREA REDEFINES FBA-RUN-AREA.
003700         10  FBA-HS-RUN-ID      PIC X(08).
003800         10  FBA-HS-DIVISOR     PIC X(02).
003900         10  FBA-HS-LABEL       PIC X(08).
004000         10  FBA-HS-HIT-COUNT   PIC 9(09).
004100         10  FBA-HS-RUN-DATE    PIC 9(08).
004110         10  FBA-HS-RULE-TYPE   PIC X(01).
004120         10  FILLER             PIC X(83).
004300     05  FBA-PERIOD-AREA REDEFINES FBA-RUN-AREA.
004400         10  FBA-PS-PERIOD      PIC 9(06).
004500         10  FBA-PS-RUN-COUNT   PIC 9(07).
