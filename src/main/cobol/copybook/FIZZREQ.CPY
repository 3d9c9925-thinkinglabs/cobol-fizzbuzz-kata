000100***************************************************************
000200*    FIZZREQ - AD-HOC RUN REQUEST RECORD (VSAM KSDS)           *
000300*    ONE RECORD PER ONE-OFF RUN A DEPARTMENT ASKS FOR, KEYED   *
000400*    BY REQ-NUMBER.  THE FBRQ TRANSACTION (FIZZRQST) ENTERS    *
000500*    A REQUEST AS PENDING ('P') WITH THE CARD IT WANTS - MODE, *
000600*    RANGE, MASTER MODE - THE BUSINESS DATE IT IS TO RUN ON,   *
000700*    AND THE REQUESTING DEPARTMENT.  A LEVEL '3' USER ON       *
000800*    FIZZAUTH THEN APPROVES ('A') OR REJECTS ('X') IT.  THE    *
000900*    NIGHTLY FIZZSCHD STEP ADDS A CARD TO THE RANGEPRM DECK    *
001000*    FOR EVERY APPROVED REQUEST DATED THE BUSINESS DATE,       *
001100*    STAMPS THE DERIVED RUN ID ('Q' PLUS THE 7-DIGIT REQUEST   *
001150*    NUMBER) ON IT AND MARKS IT SCHEDULED ('S').  FIZZVRFY,    *
001200*    AFTER THE RUN, MARKS A SCHEDULED REQUEST COMPLETED ('C')  *
001250*    WHEN THE RUN'S 'E' AUDIT END RECORD IS ON FIZZAUD.  AN    *
001300*    APPROVED REQUEST WHOSE DATE GOES BY WITHOUT A RUN IS      *
001400*    EXPIRED ('E').  IN FILE MODE ('F') THE RANGE IS CARRIED   *
001500*    AS ZERO, THE SAME AS A FILE-MODE SCHEDULE ENTRY.  RECORD  *
001600*    0000000 IS THE CONTROL RECORD: IT HOLDS THE NEXT REQUEST  *
001700*    NUMBER IN REQ-START-VALUE AND IS NEVER SHOWN OR           *
001800*    SCHEDULED.  THE RECORD IS 120 BYTES (RECORDSIZE 120 120,  *
001900*    KEYS 7 0).                                                *
002000***************************************************************
002100 01  RUN-REQUEST-RECORD.
002200     05  REQ-NUMBER             PIC 9(07).
002300     05  REQ-STATUS             PIC X(01).
002400         88  REQ-PENDING            VALUE 'P'.
002500         88  REQ-APPROVED           VALUE 'A'.
002600         88  REQ-REJECTED           VALUE 'X'.
002700         88  REQ-SCHEDULED          VALUE 'S'.
002800         88  REQ-EXPIRED            VALUE 'E'.
002850         88  REQ-COMPLETED          VALUE 'C'.
002900     05  REQ-INPUT-MODE         PIC X(01).
003000         88  REQ-MODE-RANGE         VALUE 'R' ' '.
003100         88  REQ-MODE-FILE          VALUE 'F'.
003200     05  REQ-START-VALUE        PIC 9(09).
003300     05  REQ-END-VALUE          PIC 9(09).
003400     05  REQ-MASTER-MODE        PIC X(01).
003500         88  REQ-MASTER-DIRECT      VALUE 'D' ' '.
003600         88  REQ-MASTER-LOAD        VALUE 'L'.
003700     05  REQ-BUSINESS-DATE      PIC 9(08).
003800     05  REQ-DEPT-ID            PIC X(04).
003900     05  REQ-REQUESTED-BY       PIC X(08).
004000     05  REQ-REQUESTED-DATE     PIC 9(08).
004100     05  REQ-DECIDED-BY         PIC X(08).
004200     05  REQ-DECIDED-DATE       PIC 9(08).
004300     05  REQ-RUN-ID             PIC X(08).
004400     05  REQ-SCHEDULED-DATE     PIC 9(08).
004500     05  FILLER                 PIC X(32).
