000694*    CLASSIFIED (0000 = COMPILED-IN DEFAULT RULES), SO AUDIT   *
000696*    CAN TELL WHICH RULES PRODUCED WHICH ANSWER FROM THE       *
000698*    RECORD ALONE.                                             *
000699*    FBO-CARRIED-COUNT ON THE TRAILERS COUNTS THE NUMBERS AN   *
000700*    INCREMENTAL CARD FOUND ALREADY ON FIZZMST UNDER THE RULE  *
000701*    SET IN FORCE - PART OF THE TOTAL BUT WITH NO DETAIL       *
000702*    RECORD, SO TOTAL = PLAIN + SINGLE + COMBINED + REJECT +   *
000703*    CARRIED.                                                  *
000704*    THE 'R' RECORD CARRIES THE RULE TYPE AS WELL.  A HIT IS   *
000705*    COUNTED WHEN THE RULE'S LABEL IS PART OF THE RESULT, SO   *
000706*    AN OVERRIDE THAT FIRES SCORES THE HIT AND THE APPENDED    *
000707*    LABELS IT DISPLACED DO NOT.                               *
000708***************************************************************
000800 01  FIZZBUZZ-OUT-RECORD.
000900     05  FBO-RECORD-TYPE        PIC X(01).
001000         88  FBO-DETAIL-RECORD      VALUE 'D'.
001900         10  FBO-COMBINED-COUNT PIC 9(09).
001950         10  FBO-REJECT-COUNT   PIC 9(09).
002000         10  FBO-TOTAL-COUNT    PIC 9(09).
002050         10  FBO-CARRIED-COUNT  PIC 9(09).
002100         10  FILLER             PIC X(25).
002200     05  FBO-RULE-AREA REDEFINES FBO-DETAIL-AREA.
002300         10  FBO-RS-DIVISOR     PIC X(02).
002400         10  FBO-RS-LABEL       PIC X(08).
002500         10  FBO-RS-HIT-COUNT   PIC 9(09).
002600         10  FBO-RS-RULE-TYPE   PIC X(01).
002700         10  FILLER             PIC X(59).
