000620*    TABLE (EACH ENTRY IS THE SAME L/F/I SHAPE GENMAP EMITS     *
000630*    FOR THE INDIVIDUAL FIELDS, IN MAP ORDER) SO FIZZRMNT CAN   *
000640*    FILL THE LIST BY SUBSCRIPT INSTEAD OF TEN COPIES OF THE    *
000650*    SAME MOVE.  THE LIST LINES ARE 49 BYTES (EFFECTIVE DATE,   *
000660*    SET VERSION, DIVISOR, LABEL, RULE TYPE, DIGIT, BAND LOW    *
000670*    AND BAND HIGH) AND THE EFFDT/VERS INPUT FIELDS CARRY THE   *
000680*    EFFECTIVE DATE AND SET VERSION OF THE RULE SET BEING       *
000685*    MAINTAINED.  RTYPE, DIGIT, BANDLO AND BANDHI CARRY THE     *
000690*    RULE TYPE AND THE OPERANDS IT USES.                        *
000700***************************************************************
000800 01  FIZZRMT1I.
000900     05  FILLER                 PIC X(12).
001000     05  RLIN-ENTRY OCCURS 10 TIMES.
001100         10  RLINL              PIC S9(04) COMP.
001200         10  RLINF              PIC X(01).
001300         10  RLINI              PIC X(49).
001400     05  ACTIONL                PIC S9(04) COMP.
001500     05  ACTIONF                PIC X(01).
001600     05  FILLER REDEFINES ACTIONF.
001830     05  FILLER REDEFINES EFFDTF.
001840         10  EFFDTA             PIC X(01).
001850     05  EFFDTI                 PIC X(08).
001851     05  RTYPEL                 PIC S9(04) COMP.
001852     05  RTYPEF                 PIC X(01).
001853     05  FILLER REDEFINES RTYPEF.
001854         10  RTYPEA             PIC X(01).
001855     05  RTYPEI                 PIC X(01).
001900     05  DIVSRL                 PIC S9(04) COMP.
002000     05  DIVSRF                 PIC X(01).
002100     05  FILLER REDEFINES DIVSRF.
002200         10  DIVSRA             PIC X(01).
002300     05  DIVSRI                 PIC X(02).
002310     05  DIGITL                 PIC S9(04) COMP.
002320     05  DIGITF                 PIC X(01).
002330     05  FILLER REDEFINES DIGITF.
002340         10  DIGITA             PIC X(01).
002350     05  DIGITI                 PIC X(01).
002400     05  RLABELL                PIC S9(04) COMP.
002500     05  RLABELF                PIC X(01).
002600     05  FILLER REDEFINES RLABELF.
002700         10  RLABELA            PIC X(01).
002800     05  RLABELI                PIC X(08).
002801     05  BANDLOL                PIC S9(04) COMP.
002802     05  BANDLOF                PIC X(01).
002803     05  FILLER REDEFINES BANDLOF.
002804         10  BANDLOA            PIC X(01).
002805     05  BANDLOI                PIC X(09).
002810     05  VERSL                  PIC S9(04) COMP.
002820     05  VERSF                  PIC X(01).
002830     05  FILLER REDEFINES VERSF.
002840         10  VERSA              PIC X(01).
002850     05  VERSI                  PIC X(04).
002860     05  BANDHIL                PIC S9(04) COMP.
002870     05  BANDHIF                PIC X(01).
002880     05  FILLER REDEFINES BANDHIF.
002890         10  BANDHIA            PIC X(01).
002895     05  BANDHII                PIC X(09).
002900     05  MSGL                   PIC S9(04) COMP.
003000     05  MSGF                   PIC X(01).
003100     05  FILLER REDEFINES MSGF.
003600     05  FILLER                 PIC X(12).
003700     05  RLIN-ENTRY-O OCCURS 10 TIMES.
003800         10  FILLER             PIC X(03).
003900         10  RLINO              PIC X(49).
004000     05  FILLER                 PIC X(03).
004100     05  ACTIONO                PIC X(01).
004110     05  FILLER                 PIC X(03).
004120     05  EFFDTO                 PIC X(08).
004121     05  FILLER                 PIC X(03).
004122     05  RTYPEO                 PIC X(01).
004200     05  FILLER                 PIC X(03).
004300     05  DIVSRO                 PIC X(02).
004310     05  FILLER                 PIC X(03).
004320     05  DIGITO                 PIC X(01).
004400     05  FILLER                 PIC X(03).
004500     05  RLABELO                PIC X(08).
004501     05  FILLER                 PIC X(03).
004502     05  BANDLOO                PIC X(09).
004510     05  FILLER                 PIC X(03).
004520     05  VERSO                  PIC X(04).
004530     05  FILLER                 PIC X(03).
004540     05  BANDHIO                PIC X(09).
004600     05  FILLER                 PIC X(03).
004700     05  MSGO                   PIC X(40).
