002100*                      FBM-RUN-DATE IS BEFORE HKP-CUTOFF-DATE.
002200*                      A RECORD WITH AN UNREADABLE RUN DATE IS
002300*                      KEPT AND COUNTED, NEVER GUESSED OLD.
002320*                      EACH PURGED RECORD IS FIRST APPENDED
002340*                      TO THE FIZZHST RESULTS HISTORY, SO ITS
002360*                      LAST ANSWER STAYS ON THE LINEAGE REPORT.
002400*      'R' RELOAD    - LOAD AN EMPTY MASTER CLUSTER FROM A
002500*                      FIZZBKP BACKUP (THE RECOVERY PATH FOR A
002600*                      CORRUPTED MASTER - SEE FIZZMRLD JCL).
003700*    DATE       INIT  DESCRIPTION
003800*    ---------  ----  --------------------------------------
003900*    2026-09-02 RM    INITIAL VERSION.
003920*    2026-10-15 RM    THE RELOAD SETS FBM-LABEL-KEY (RESULT AND
003940*                     NUMBER) ON EVERY RECORD, SO A BACKUP TAKEN
003960*                     BEFORE THE KEY EXISTED RELOADS READY FOR
003980*                     THE BROWSE-BY-LABEL ALTERNATE INDEX.
003982*    2026-10-15 RM    THE PURGE APPENDS EVERY RECORD IT DELETES
003984*                     TO FIZZHST (SOURCE 'P', SUPERSEDED BY
003986*                     'PURGE' ON THE RUN DATE).  A RECORD WHOSE
003988*                     HISTORY WRITE FAILS IS KEPT.  THE PURGE
003990*                     STEP NEEDS A FIZZHST DD.
004000*
004100***************************************************************
004200 IDENTIFICATION DIVISION.
006600     SELECT HOUSEKEEP-REPORT-FILE ASSIGN TO HKPRPT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-HKP-RPT-STATUS.
006810
006820     SELECT FIZZ-HISTORY-FILE ASSIGN TO FIZZHST
006840         ORGANIZATION IS SEQUENTIAL
006860         FILE STATUS IS WS-FIZZ-HST-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
008300 FD  HOUSEKEEP-REPORT-FILE
008400     RECORDING MODE IS F.
008500 01  HOUSEKEEP-REPORT-RECORD    PIC X(132).
008510
008520 FD  FIZZ-HISTORY-FILE
008540     RECORDING MODE IS F.
008560 COPY FIZZHST.
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-HKP-PARM-STATUS         PIC X(02).
009500     88  WS-FIZZ-BKP-EOF            VALUE '10'.
009600 01  WS-HKP-RPT-STATUS          PIC X(02).
009700     88  WS-HKP-RPT-OK              VALUE '00'.
009720 01  WS-FIZZ-HST-STATUS         PIC X(02).
009740     88  WS-FIZZ-HST-OK             VALUE '00'.
009800
009900 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
010000 01  WS-FUNCTION                PIC X(01).
010100 01  WS-CUTOFF-DATE             PIC 9(08) VALUE 0.
010150 01  WS-RUN-DATE                PIC 9(08) VALUE 0.
010200 01  WS-READ-COUNT              PIC 9(09) VALUE 0.
010300 01  WS-WRITTEN-COUNT           PIC 9(09) VALUE 0.
010400 01  WS-PURGED-COUNT            PIC 9(09) VALUE 0.
010500 01  WS-KEPT-COUNT              PIC 9(09) VALUE 0.
010600 01  WS-BAD-DATE-COUNT          PIC 9(09) VALUE 0.
010650 01  WS-HISTORY-COUNT           PIC 9(09) VALUE 0.
010700
010800***************************************************************
010900*    OCCUPANCY TALLY TABLES - ONE ENTRY PER DISTINCT RUN ID     *
031200*    2000-PURGE-MASTER - DELETE EVERY MASTER RECORD WHOSE RUN   *
031300*    DATE IS BEFORE THE CUTOFF.  A RECORD WHOSE RUN DATE IS     *
031400*    NOT READABLE IS KEPT AND COUNTED - A PURGE MUST NEVER      *
031500*    GUESS THAT A RECORD IS OLD.  EVERY RECORD DELETED IS       *
031550*    APPENDED TO FIZZHST FIRST (SEE 2150).                      *
031600***************************************************************
031700 2000-PURGE-MASTER.
031800     OPEN I-O FIZZ-MASTER-FILE.
032200         MOVE 12 TO WS-HIGHEST-RC
032300         GO TO 2000-EXIT
032400     END-IF.
032410     PERFORM 2050-OPEN-HISTORY THRU 2050-EXIT.
032420     IF WS-HIGHEST-RC EQUAL 12
032430         CLOSE FIZZ-MASTER-FILE
032440         GO TO 2000-EXIT
032450     END-IF.
032460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032500     PERFORM 2100-PURGE-ONE THRU 2100-EXIT
032600         UNTIL WS-FIZZ-MST-EOF.
032700     CLOSE FIZZ-MASTER-FILE.
032750     CLOSE FIZZ-HISTORY-FILE.
032800     MOVE 'MASTER RECORDS READ           ' TO WS-CNT-LABEL.
032900     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
033000     PERFORM 6000-WRITE-COUNT THRU 6000-EXIT.
033100     MOVE 'RECORDS PURGED                ' TO WS-CNT-LABEL.
033200     MOVE WS-PURGED-COUNT TO WS-CNT-VALUE.
033300     PERFORM 6000-WRITE-COUNT THRU 6000-EXIT.
033320     MOVE 'HISTORY RECORDS WRITTEN       ' TO WS-CNT-LABEL.
033340     MOVE WS-HISTORY-COUNT TO WS-CNT-VALUE.
033360     PERFORM 6000-WRITE-COUNT THRU 6000-EXIT.
033400     MOVE 'RECORDS KEPT                  ' TO WS-CNT-LABEL.
033500     MOVE WS-KEPT-COUNT TO WS-CNT-VALUE.
033600     PERFORM 6000-WRITE-COUNT THRU 6000-EXIT.
034200     END-IF.
034300 2000-EXIT.
034400     EXIT.
034405
034410***************************************************************
034415*    2050-OPEN-HISTORY - OPEN THE RESULTS HISTORY FOR EXTEND,   *
034420*    CREATING IT ON FIRST USE THE SAME WAY THE MASTER LOAD      *
034425*    DOES.  UNUSABLE IS FATAL - A PURGE THAT CANNOT KEEP THE    *
034430*    HISTORY OF WHAT IT DELETES DOES NOT RUN.                   *
034435***************************************************************
034440 2050-OPEN-HISTORY.
034445     OPEN EXTEND FIZZ-HISTORY-FILE.
034450     IF NOT WS-FIZZ-HST-OK
034455         OPEN OUTPUT FIZZ-HISTORY-FILE
034460     END-IF.
034465     IF NOT WS-FIZZ-HST-OK
034470         DISPLAY 'FHK408S FIZZMHKP - FIZZHST OPEN FAILED '
034475             WS-FIZZ-HST-STATUS
034480         MOVE 12 TO WS-HIGHEST-RC
034485     END-IF.
034490 2050-EXIT.
034495     EXIT.
034500
034600***************************************************************
034700*    2100-PURGE-ONE - READ ONE MASTER RECORD AND DELETE IT      *
036600         GO TO 2100-EXIT
036700     END-IF.
036800     IF FBM-RUN-DATE < WS-CUTOFF-DATE
036810         PERFORM 2150-WRITE-HISTORY THRU 2150-EXIT
036820         IF NOT WS-FIZZ-HST-OK
036830             ADD 1 TO WS-KEPT-COUNT
036840             GO TO 2100-EXIT
036850         END-IF
036900         DELETE FIZZ-MASTER-FILE
037000         IF WS-FIZZ-MST-OK
037100             ADD 1 TO WS-PURGED-COUNT
038100     END-IF.
038200 2100-EXIT.
038300     EXIT.
038302
038304***************************************************************
038306*    2150-WRITE-HISTORY - APPEND THE RECORD ABOUT TO BE PURGED  *
038308*    TO FIZZHST, SUPERSEDED BY 'PURGE' AS OF TODAY'S RUN DATE.  *
038310*    A FAILED WRITE DEGRADES THE STEP AND THE CALLER KEEPS THE  *
038312*    RECORD - NOTHING LEAVES THE MASTER WITHOUT ITS HISTORY.    *
038314***************************************************************
038316 2150-WRITE-HISTORY.
038318     MOVE SPACES TO FIZZBUZZ-HISTORY-RECORD.
038320     MOVE FBM-NUMBER TO FBH-NUMBER.
038322     MOVE FBM-RESULT TO FBH-RESULT.
038324     MOVE FBM-RUN-ID TO FBH-RUN-ID.
038326     MOVE FBM-RUN-DATE TO FBH-RUN-DATE.
038328     IF FBM-RULE-SET-VERSION IS NUMERIC
038330         MOVE FBM-RULE-SET-VERSION TO FBH-RULE-SET-VERSION
038332     ELSE
038334         MOVE 0 TO FBH-RULE-SET-VERSION
038336     END-IF.
038338     MOVE WS-RUN-DATE TO FBH-SUPERSEDED-DATE.
038340     MOVE 'PURGE' TO FBH-SUPERSEDED-BY.
038342     SET FBH-SOURCE-PURGE TO TRUE.
038344     WRITE FIZZBUZZ-HISTORY-RECORD.
038346     IF WS-FIZZ-HST-OK
038348         ADD 1 TO WS-HISTORY-COUNT
038350     ELSE
038352         DISPLAY 'FHK306E FIZZMHKP - FIZZHST WRITE FAILED '
038354             WS-FIZZ-HST-STATUS ' FOR ' FBM-NUMBER
038356         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
038358     END-IF.
038360 2150-EXIT.
038362     EXIT.
038400
038500***************************************************************
038600*    3000-RELOAD-MASTER - LOAD THE MASTER FROM A FIZZBKP        *
043500     END-IF.
043600     ADD 1 TO WS-READ-COUNT.
043700     MOVE MASTER-BACKUP-RECORD TO FIZZBUZZ-MASTER-RECORD.
043720     MOVE FBM-RESULT TO FBM-LK-RESULT.
043740     MOVE FBM-NUMBER TO FBM-LK-NUMBER.
043800     WRITE FIZZBUZZ-MASTER-RECORD.
043900     IF WS-FIZZ-MST-OK
044000         ADD 1 TO WS-WRITTEN-COUNT
