000500*    SO THE TABLE IS USABLE EVEN BEFORE 0300-LOAD-RULES RUNS;  *
000600*    0300-LOAD-RULES OVERLAYS THESE WITH WHATEVER THE RULES    *
000700*    FILE SUPPLIES, SO DIVISORS AND LABELS CAN CHANGE WITHOUT  *
000800*    TOUCHING 2000-FIZZBUZZ.  EACH ENTRY ALSO CARRIES THE      *
000810*    RULE TYPE AND OPERANDS FROM FIZZRULE (SEE FXR-RULE-TYPE   *
000820*    THERE); A SPACE TYPE IS PLAIN DIVISIBILITY, THE SAME AS   *
000830*    'D'.                                                      *
000900***************************************************************
001000 01  FR-RULE-TABLE.
001100     05  FR-RULE-COUNT          PIC 9(02) COMP VALUE 2.
001200     05  FR-RULE-ENTRY-DEFAULTS.
001300         10  FILLER             PIC X(30) VALUE '03Fizz    D'.
001400         10  FILLER             PIC X(30) VALUE '05Buzz    D'.
001500         10  FILLER             PIC X(240) VALUE SPACES.
001600     05  FR-RULE-ENTRY REDEFINES FR-RULE-ENTRY-DEFAULTS
001700                 OCCURS 10 TIMES
001800                 INDEXED BY FR-RULE-IDX.
001900         10  FR-DIVISOR         PIC 9(02).
002000         10  FR-LABEL           PIC X(08).
002100         10  FR-RULE-TYPE       PIC X(01).
002200             88  FR-TYPE-DIVISOR    VALUE 'D' ' '.
002300             88  FR-TYPE-CONTAINS   VALUE 'C'.
002400             88  FR-TYPE-BAND       VALUE 'B'.
002500             88  FR-TYPE-OVERRIDE   VALUE 'O'.
002600         10  FR-DIGIT           PIC X(01).
002700         10  FR-BAND-LOW        PIC 9(09).
002800         10  FR-BAND-HIGH       PIC 9(09).
