001500*    CARD.  SCH-MASTER-MODE IS COPIED TO THE GENERATED CARD'S  *
001510*    RP-MASTER-MODE - 'L' PUTS A BIG SCHEDULED RANGE ON THE    *
001520*    MASS-LOAD PATH, 'D' OR BLANK ON THE DIRECT PATH.          *
001530*    SCH-CLASSIFY-MODE IS COPIED TO RP-CLASSIFY-MODE THE SAME  *
001540*    WAY - 'I' MAKES A RANGE THAT REPEATS EVERY NIGHT CARRY    *
001550*    FORWARD THE NUMBERS ALREADY ANSWERED UNDER TODAY'S RULES, *
001560*    'A' OR BLANK CLASSIFIES THEM ALL.                         *
001600***************************************************************
001700 01  SCHEDULE-RECORD.
001800     05  SCH-ENTRY-ID           PIC X(04).
002810     05  SCH-MASTER-MODE        PIC X(01).
002820         88  SCH-MASTER-DIRECT      VALUE 'D' ' '.
002830         88  SCH-MASTER-LOAD        VALUE 'L'.
002840     05  SCH-CLASSIFY-MODE      PIC X(01).
002850         88  SCH-CLASSIFY-ALL       VALUE 'A' ' '.
002860         88  SCH-CLASSIFY-INCREMENTAL VALUE 'I'.
002900     05  FILLER                 PIC X(45).
