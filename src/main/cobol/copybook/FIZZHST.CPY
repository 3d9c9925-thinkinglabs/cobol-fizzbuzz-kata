000100***************************************************************
000200*    FIZZHST - FIZZBUZZ RESULTS HISTORY RECORD                  *
000300*    THE BEFORE-IMAGE OF A FIZZMST RECORD, CAUGHT AT THE MOMENT *
000400*    A LATER RUN REPLACES ITS STORED ANSWER OR ITS RULE-SET     *
000500*    VERSION - BY 1600-STORE-MASTER IN THE BATCH DRIVER ON THE  *
000600*    DIRECT PATH, OR BY FIZZMLOD WHEN IT FOLDS THE MASS-LOAD    *
000700*    EXTRACT IN.  THE FIRST FIVE FIELDS ARE THE OLD MASTER      *
000800*    RECORD AS IT STOOD, IN THE FIZZMST LAYOUT; FBH-RUN-DATE IS *
000900*    THE DATE THAT ANSWER CAME INTO FORCE AND                   *
001000*    FBH-SUPERSEDED-DATE THE DATE IT WENT OUT (THE RUN DATE OF  *
001100*    THE RUN THAT REPLACED IT, NAMED IN FBH-SUPERSEDED-BY).  A  *
001200*    REWRITE THAT LEAVES THE ANSWER AND VERSION AS THEY WERE    *
001300*    (THE SAME NUMBER RERUN UNDER THE SAME RULES) WRITES NO     *
001400*    HISTORY - NOTHING THE SYSTEM SAID HAS CHANGED.  THE FILE   *
001500*    IS APPEND-ONLY (DISP=MOD) AND IS NEVER REWRITTEN; THE      *
001600*    FIZZLINR LINEAGE REPORT SORTS IT BY NUMBER AND RUN DATE.   *
001620*    THE FIZZMHKP PURGE ALSO APPENDS EACH MASTER RECORD IT      *
001640*    DELETES, SUPERSEDED BY 'PURGE' ON THE DATE OF THE PURGE,   *
001660*    SO A PURGED NUMBER'S LAST ANSWER STAYS ON THE LINEAGE.     *
001700***************************************************************
001800 01  FIZZBUZZ-HISTORY-RECORD.
001900     05  FBH-NUMBER             PIC 9(09).
002000     05  FBH-RESULT             PIC X(16).
002100     05  FBH-RUN-ID             PIC X(08).
002200     05  FBH-RUN-DATE           PIC 9(08).
002300     05  FBH-RULE-SET-VERSION   PIC 9(04).
002400     05  FBH-SUPERSEDED-DATE    PIC 9(08).
002500     05  FBH-SUPERSEDED-BY      PIC X(08).
002600     05  FBH-SOURCE             PIC X(01).
002700         88  FBH-SOURCE-DIRECT      VALUE 'D'.
002800         88  FBH-SOURCE-LOAD        VALUE 'L'.
002850         88  FBH-SOURCE-PURGE       VALUE 'P'.
002900     05  FILLER                 PIC X(18).
