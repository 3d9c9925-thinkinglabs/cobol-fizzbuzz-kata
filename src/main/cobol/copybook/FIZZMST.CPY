001120*    WAS STORED (0000 = COMPILED-IN DEFAULT RULES), SO THE     *
001130*    RULES THAT APPLIED ARE ON THE RECORD, NOT IN SOMEBODY'S   *
001140*    MEMORY.                                                   *
001145*    FBM-LABEL-KEY REPEATS THE RESULT AND THE NUMBER SO THE    *
001150*    MASTER CAN BE READ BY LABEL: IT IS THE KEY OF THE UNIQUE  *
001155*    ALTERNATE INDEX FIZZBUZZ.RESULTS.MASTER.AIX (KEYS 25 45,  *
001160*    PATH FIZZBUZZ.RESULTS.MASTER.PATH) THAT THE FBLB BROWSE   *
001165*    READS, IN NUMBER ORDER WITHIN LABEL.  EVERY PROGRAM THAT  *
001170*    BUILDS A MASTER RECORD MUST FILL IT IN STEP WITH          *
001175*    FBM-NUMBER AND FBM-RESULT.                                *
001200***************************************************************
001300 01  FIZZBUZZ-MASTER-RECORD.
001400     05  FBM-NUMBER             PIC 9(09).
001600     05  FBM-RUN-ID             PIC X(08).
001700     05  FBM-RUN-DATE           PIC 9(08).
001750     05  FBM-RULE-SET-VERSION   PIC 9(04).
001850     05  FBM-LABEL-KEY.
001950         10  FBM-LK-RESULT      PIC X(16).
002050         10  FBM-LK-NUMBER      PIC 9(09).
002150     05  FILLER                 PIC X(10).
