000100***************************************************************
000200*    FIZZLBRM - SYMBOLIC MAP FOR THE FIZZLBR1 MAP, MAPSET       *
000300*    FIZZLBRM.  GENERATED BY BMS GENMAP FROM FIZZLBRM.BMS;      *
000400*    HAND-MAINTAINED HERE SINCE THIS SHOP DOES NOT RUN GENMAP   *
000500*    IN THE BATCH-ONLY PART OF THE TREE.  KEEP IN STEP WITH     *
000600*    FIZZLBRM.BMS IF THE MAP LAYOUT EVER CHANGES.  THE TEN      *
000700*    BLIN1-BLIN10 RESULT LIST LINES ARE CARRIED AS AN OCCURS    *
000800*    TABLE (EACH ENTRY IS THE SAME L/F/I SHAPE GENMAP EMITS     *
000900*    FOR THE INDIVIDUAL FIELDS, IN MAP ORDER) SO FIZZLBRW CAN   *
001000*    FILL THE LIST BY SUBSCRIPT.                                *
001100***************************************************************
001200 01  FIZZLBR1I.
001300     05  FILLER                 PIC X(12).
001400     05  BLIN-ENTRY OCCURS 10 TIMES.
001500         10  BLINL              PIC S9(04) COMP.
001600         10  BLINF              PIC X(01).
001700         10  BLINI              PIC X(49).
001800     05  BLABELL                PIC S9(04) COMP.
001900     05  BLABELF                PIC X(01).
002000     05  FILLER REDEFINES BLABELF.
002100         10  BLABELA            PIC X(01).
002200     05  BLABELI                PIC X(16).
002300     05  BRUNIDL                PIC S9(04) COMP.
002400     05  BRUNIDF                PIC X(01).
002500     05  FILLER REDEFINES BRUNIDF.
002600         10  BRUNIDA            PIC X(01).
002700     05  BRUNIDI                PIC X(08).
002800     05  BFROML                 PIC S9(04) COMP.
002900     05  BFROMF                 PIC X(01).
003000     05  FILLER REDEFINES BFROMF.
003100         10  BFROMA             PIC X(01).
003200     05  BFROMI                 PIC X(09).
003300     05  BTOL                   PIC S9(04) COMP.
003400     05  BTOF                   PIC X(01).
003500     05  FILLER REDEFINES BTOF.
003600         10  BTOA               PIC X(01).
003700     05  BTOI                   PIC X(09).
003800     05  BVERSL                 PIC S9(04) COMP.
003900     05  BVERSF                 PIC X(01).
004000     05  FILLER REDEFINES BVERSF.
004100         10  BVERSA             PIC X(01).
004200     05  BVERSI                 PIC X(04).
004300     05  BCOUNTL                PIC S9(04) COMP.
004400     05  BCOUNTF                PIC X(01).
004500     05  FILLER REDEFINES BCOUNTF.
004600         10  BCOUNTA            PIC X(01).
004700     05  BCOUNTI                PIC X(09).
004800     05  MSGL                   PIC S9(04) COMP.
004900     05  MSGF                   PIC X(01).
005000     05  FILLER REDEFINES MSGF.
005100         10  MSGA               PIC X(01).
005200     05  MSGI                   PIC X(60).
005300*
005400 01  FIZZLBR1O REDEFINES FIZZLBR1I.
005500     05  FILLER                 PIC X(12).
005600     05  BLIN-ENTRY-O OCCURS 10 TIMES.
005700         10  FILLER             PIC X(03).
005800         10  BLINO              PIC X(49).
005900     05  FILLER                 PIC X(03).
006000     05  BLABELO                PIC X(16).
006100     05  FILLER                 PIC X(03).
006200     05  BRUNIDO                PIC X(08).
006300     05  FILLER                 PIC X(03).
006400     05  BFROMO                 PIC X(09).
006500     05  FILLER                 PIC X(03).
006600     05  BTOO                   PIC X(09).
006700     05  FILLER                 PIC X(03).
006800     05  BVERSO                 PIC X(04).
006900     05  FILLER                 PIC X(03).
007000     05  BCOUNTO                PIC X(09).
007100     05  FILLER                 PIC X(03).
007200     05  MSGO                   PIC X(60).
