000100***************************************************************
000200*    FIZZRQSM - SYMBOLIC MAP FOR THE FIZZRQS1 MAP, MAPSET       *
000300*    FIZZRQSM.  GENERATED BY BMS GENMAP FROM FIZZRQSM.BMS;      *
000400*    HAND-MAINTAINED HERE SINCE THIS SHOP DOES NOT RUN GENMAP   *
000500*    IN THE BATCH-ONLY PART OF THE TREE.  KEEP IN STEP WITH     *
000600*    FIZZRQSM.BMS IF THE MAP LAYOUT EVER CHANGES.  THE TEN      *
000700*    QLIN1-QLIN10 REQUEST LIST LINES ARE CARRIED AS AN OCCURS   *
000800*    TABLE (EACH ENTRY IS THE SAME L/F/I SHAPE GENMAP EMITS     *
000900*    FOR THE INDIVIDUAL FIELDS, IN MAP ORDER) SO FIZZRQST CAN   *
001000*    FILL THE LIST BY SUBSCRIPT.                                *
001100***************************************************************
001200 01  FIZZRQS1I.
001300     05  FILLER                 PIC X(12).
001400     05  QLIN-ENTRY OCCURS 10 TIMES.
001500         10  QLINL              PIC S9(04) COMP.
001600         10  QLINF              PIC X(01).
001700         10  QLINI              PIC X(65).
001800     05  QNUML                  PIC S9(04) COMP.
001900     05  QNUMF                  PIC X(01).
002000     05  FILLER REDEFINES QNUMF.
002100         10  QNUMA              PIC X(01).
002200     05  QNUMI                  PIC X(07).
002300     05  QACTL                  PIC S9(04) COMP.
002400     05  QACTF                  PIC X(01).
002500     05  FILLER REDEFINES QACTF.
002600         10  QACTA              PIC X(01).
002700     05  QACTI                  PIC X(01).
002800     05  QMODEL                 PIC S9(04) COMP.
002900     05  QMODEF                 PIC X(01).
003000     05  FILLER REDEFINES QMODEF.
003100         10  QMODEA             PIC X(01).
003200     05  QMODEI                 PIC X(01).
003300     05  QMASTL                 PIC S9(04) COMP.
003400     05  QMASTF                 PIC X(01).
003500     05  FILLER REDEFINES QMASTF.
003600         10  QMASTA             PIC X(01).
003700     05  QMASTI                 PIC X(01).
003800     05  QSTRTL                 PIC S9(04) COMP.
003900     05  QSTRTF                 PIC X(01).
004000     05  FILLER REDEFINES QSTRTF.
004100         10  QSTRTA             PIC X(01).
004200     05  QSTRTI                 PIC X(09).
004300     05  QENDL                  PIC S9(04) COMP.
004400     05  QENDF                  PIC X(01).
004500     05  FILLER REDEFINES QENDF.
004600         10  QENDA              PIC X(01).
004700     05  QENDI                  PIC X(09).
004800     05  QDATEL                 PIC S9(04) COMP.
004900     05  QDATEF                 PIC X(01).
005000     05  FILLER REDEFINES QDATEF.
005100         10  QDATEA             PIC X(01).
005200     05  QDATEI                 PIC X(08).
005300     05  QDEPTL                 PIC S9(04) COMP.
005400     05  QDEPTF                 PIC X(01).
005500     05  FILLER REDEFINES QDEPTF.
005600         10  QDEPTA             PIC X(01).
005700     05  QDEPTI                 PIC X(04).
005800     05  MSGL                   PIC S9(04) COMP.
005900     05  MSGF                   PIC X(01).
006000     05  FILLER REDEFINES MSGF.
006100         10  MSGA               PIC X(01).
006200     05  MSGI                   PIC X(60).
006300*
006400 01  FIZZRQS1O REDEFINES FIZZRQS1I.
006500     05  FILLER                 PIC X(12).
006600     05  QLIN-ENTRY-O OCCURS 10 TIMES.
006700         10  FILLER             PIC X(03).
006800         10  QLINO              PIC X(65).
006900     05  FILLER                 PIC X(03).
007000     05  QNUMO                  PIC X(07).
007100     05  FILLER                 PIC X(03).
007200     05  QACTO                  PIC X(01).
007300     05  FILLER                 PIC X(03).
007400     05  QMODEO                 PIC X(01).
007500     05  FILLER                 PIC X(03).
007600     05  QMASTO                 PIC X(01).
007700     05  FILLER                 PIC X(03).
007800     05  QSTRTO                 PIC X(09).
007900     05  FILLER                 PIC X(03).
008000     05  QENDO                  PIC X(09).
008100     05  FILLER                 PIC X(03).
008200     05  QDATEO                 PIC X(08).
008300     05  FILLER                 PIC X(03).
008400     05  QDEPTO                 PIC X(04).
008500     05  FILLER                 PIC X(03).
008600     05  MSGO                   PIC X(60).
