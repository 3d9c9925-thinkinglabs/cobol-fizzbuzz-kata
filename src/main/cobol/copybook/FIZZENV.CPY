000100***************************************************************
000200*    FIZZENV - INBOUND FIZZIN ENVELOPE RECORD                  *
000300*    THE AGREED LAYOUT FOR FIZZIN DECKS ARRIVING FROM THE      *
000400*    DEPARTMENTS, MIRRORING THE FIZZXTR INTERCHANGE WE SEND    *
000500*    THEM.  ONE 'H' HEADER OPENS THE DECK WITH THE SENDING     *
000600*    DEPARTMENT, THE SENDER'S OWN BATCH NUMBER, AND THE DATE   *
000700*    THEY CUT IT; ONE 'D' DETAIL PER NUMBER CARRIES THE VALUE  *
000800*    IN THE SAME TEN COLUMNS AS A BARE FIZZIN RECORD (VALUE    *
000900*    PLUS THE EXCESS-DIGIT COLUMN); ONE 'T' TRAILER CLOSES THE *
001000*    DECK WITH THE DETAIL COUNT AND A HASH TOTAL OF THE        *
001100*    VALUES (LOW-ORDER 13 DIGITS OF THEIR SUM).  A DETAIL      *
001200*    WHOSE VALUE IS NOT ALL DIGITS ADDS NOTHING TO THE HASH -  *
001300*    IT STILL COUNTS, AND STILL GOES THROUGH TO THE BATCH      *
001400*    DRIVER'S NUMERIC EDIT TO BE REJECTED THERE.  THE FIZZINTK *
001500*    INTAKE STEP PROVES THE ENVELOPE AND STRIPS IT, LEAVING    *
001600*    THE BARE FIZZIN DECK THE DRIVER READS.                    *
001700***************************************************************
001800 01  FIZZ-ENVELOPE-RECORD.
001900     05  FBE-RECORD-TYPE        PIC X(01).
002000         88  FBE-HEADER-RECORD      VALUE 'H'.
002100         88  FBE-DETAIL-RECORD      VALUE 'D'.
002200         88  FBE-TRAILER-RECORD     VALUE 'T'.
002300     05  FBE-HEADER-AREA.
002400         10  FBE-HDR-DEPT-ID    PIC X(04).
002500         10  FBE-HDR-BATCH-NO   PIC X(08).
002600         10  FBE-HDR-SEND-DATE  PIC 9(08).
002700         10  FILLER             PIC X(59).
002800     05  FBE-DETAIL-AREA REDEFINES FBE-HEADER-AREA.
002900         10  FBE-DET-VALUE      PIC X(09).
003000         10  FBE-DET-NUMBER REDEFINES FBE-DET-VALUE
003100                                PIC 9(09).
003200         10  FBE-DET-EXCESS     PIC X(01).
003300         10  FILLER             PIC X(69).
003400     05  FBE-TRAILER-AREA REDEFINES FBE-HEADER-AREA.
003500         10  FBE-TRL-RECORD-COUNT PIC 9(09).
003600         10  FBE-TRL-HASH-TOTAL PIC 9(13).
003700         10  FILLER             PIC X(57).
