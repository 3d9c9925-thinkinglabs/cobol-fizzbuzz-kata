000100***************************************************************
000200*    FIZZLNP - RESULTS LINEAGE REPORT PARAMETER CARD           *
000300*    ONE CARD PER FIZZLINR STEP NAMING THE NUMBER, OR THE      *
000400*    RANGE OF NUMBERS, WHOSE ANSWER HISTORY IS TO BE LISTED.   *
000500*    LNP-END-NUMBER LEFT BLANK (OR ZERO) ASKS FOR THE SINGLE   *
000600*    NUMBER IN LNP-START-NUMBER.                               *
000700***************************************************************
000800 01  LINEAGE-PARM-RECORD.
000900     05  LNP-START-NUMBER       PIC 9(09).
001000     05  LNP-END-NUMBER-X       PIC X(09).
001100     05  LNP-END-NUMBER REDEFINES LNP-END-NUMBER-X
001200                                PIC 9(09).
001300     05  FILLER                 PIC X(62).
