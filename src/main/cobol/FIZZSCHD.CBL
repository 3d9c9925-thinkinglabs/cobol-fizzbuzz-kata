002600*    NEVER REACH FIZZBUZZ, WHOSE FALLBACK IS THE DEFAULT 1-1
002700*    RANGE), 8 AN ENTRY WAS REJECTED BUT THE DECK CARRIES THE
002800*    GOOD ONES AND THE RUN PROCEEDS, 12 A FILE THIS STEP
002900*    COULD NOT USE, OR A RUN REFUSED BY CYCLE CONTROL.
002901*
002902*    APPROVED AD-HOC RUN REQUESTS (FIZZREQ, ENTERED AND
002903*    APPROVED ON THE FBRQ TRANSACTION) DATED THE BUSINESS
002904*    DATE ARE MERGED ONTO THE SAME DECK AFTER THE SCHEDULE
002905*    CARDS, EACH UNDER RUN ID 'Q' PLUS ITS REQUEST NUMBER,
002906*    AND MARKED SCHEDULED.  AN APPROVED REQUEST WHOSE DATE
002907*    HAS GONE BY IS MARKED EXPIRED.  A REQUEST FILE THIS
002908*    STEP CANNOT USE DEGRADES THE STEP TO 8 AND THE DECK
002909*    CARRIES THE SCHEDULE CARDS ONLY.  A DECK TAKES ONE
002919*    FILE-MODE CARD - FIZZINTK REGISTERS ONLY THE FIRST AND
002929*    FIZZBUZZ WOULD CLASSIFY THE ONE FIZZIN DECK TWICE - SO A
002939*    FILE-MODE REQUEST FOR A NIGHT WHOSE DECK ALREADY HAS ONE
002949*    IS HELD: IT STAYS APPROVED, OFF THE DECK, AND THE STEP
002959*    ENDS 8 SO OPERATIONS SEE IT (FSD107W).
002969*
003000*    MODIFICATION HISTORY.
003100*    DATE       INIT  DESCRIPTION
003200*    ---------  ----  --------------------------------------
003300*    2026-09-02 RM    INITIAL VERSION.
003310*    2026-10-15 RM    CYCLE CONTROL.  THIS STEP OPENS THE
003320*                     NIGHT'S BUSINESS DATE ON FIZZCYC THROUGH
003330*                     FZCYCTL AND BUILDS THE DECK FOR THAT
003340*                     DATE, SO A 'D' CARD ON CYCPARM BACK-DATES
003350*                     A MISSED NIGHT.  A STEP ALREADY COMPLETE
003360*                     FOR THE DATE IS REFUSED, RETURN CODE 12,
003370*                     UNLESS CYCPARM CARRIES AN OVERRIDE CARD.
003380*                     THE STEP NEEDS CYCPARM AND FIZZCYC DDS.
003382*    2026-10-15 RM    SCH-CLASSIFY-MODE IS COPIED TO THE
003384*                     GENERATED CARD'S RP-CLASSIFY-MODE, SO A
003386*                     SCHEDULED RANGE CAN RUN INCREMENTALLY ('I')
003388*                     AND CARRY FORWARD THE NUMBERS ALREADY ON
003390*                     FIZZMST UNDER THE RULES IN FORCE.
003391*    2026-10-15 RM    APPROVED FIZZREQ RUN REQUESTS FOR THE
003392*                     BUSINESS DATE MERGED ONTO THE DECK UNDER
003393*                     RUN ID 'Q' + REQUEST NUMBER AND MARKED
003394*                     SCHEDULED; LAPSED APPROVALS EXPIRED.  THE
003395*                     STEP NEEDS A FIZZREQ DD.
003396*    2026-10-15 RM    A FILE-MODE REQUEST IS HELD OFF A DECK
003397*                     THAT ALREADY HAS A FILE-MODE CARD, WITH
003398*                     FSD107W AND RETURN CODE 8, INSTEAD OF
003399*                     PUTTING A SECOND ONE ON IT.
003400*
003500***************************************************************
003600 IDENTIFICATION DIVISION.
005000     SELECT RANGE-PARM-FILE ASSIGN TO RANGEPRM
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RANGE-PARM-STATUS.
005210
005220     SELECT RUN-REQUEST-FILE ASSIGN TO FIZZREQ
005230         ORGANIZATION IS INDEXED
005240         ACCESS MODE IS SEQUENTIAL
005250         RECORD KEY IS REQ-NUMBER
005260         FILE STATUS IS WS-REQUEST-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
006000 FD  RANGE-PARM-FILE
006100     RECORDING MODE IS F.
006200 COPY RANGEPRM.
006220
006240 FD  RUN-REQUEST-FILE.
006260 COPY FIZZREQ.
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-SCHEDULE-STATUS         PIC X(02).
006700     88  WS-SCHEDULE-EOF            VALUE '10'.
006800 01  WS-RANGE-PARM-STATUS       PIC X(02).
006900     88  WS-RANGE-PARM-OK           VALUE '00'.
006920 01  WS-REQUEST-STATUS          PIC X(02).
006940     88  WS-REQUEST-OK              VALUE '00'.
006960     88  WS-REQUEST-EOF             VALUE '10'.
007000
007100 01  WS-HIGHEST-RC              PIC 9(02) VALUE 0.
007200 01  WS-READ-COUNT              PIC 9(04) VALUE 0.
007300 01  WS-GENERATED-COUNT         PIC 9(04) VALUE 0.
007400 01  WS-NOT-DUE-COUNT           PIC 9(04) VALUE 0.
007500 01  WS-REJECTED-COUNT          PIC 9(04) VALUE 0.
007520 01  WS-REQ-MERGED-COUNT        PIC 9(04) VALUE 0.
007540 01  WS-REQ-EXPIRED-COUNT       PIC 9(04) VALUE 0.
007545 01  WS-REQ-HELD-COUNT          PIC 9(04) VALUE 0.
007550 01  WS-FILE-CARD-SWITCH        PIC X(01) VALUE 'N'.
007555     88  WS-FILE-CARD-ON-DECK       VALUE 'Y'.
007560     88  WS-NO-FILE-CARD            VALUE 'N'.
007565 01  WS-REQ-CARD-SWITCH         PIC X(01) VALUE SPACE.
007570     88  WS-REQ-CARD-WRITTEN        VALUE 'W'.
007575     88  WS-REQ-CARD-HELD           VALUE 'H'.
007580     88  WS-REQ-CARD-FAILED         VALUE 'F'.
007600
007700***************************************************************
007800*    THE RUN DATE AND ITS DAY OF WEEK (1 = MONDAY THROUGH 7 =   *
010200     05  WS-GR-ENTRY-ID         PIC X(04).
010300     05  WS-GR-MM               PIC 9(02).
010400     05  WS-GR-DD               PIC 9(02).
010410
010420***************************************************************
010430*    THE RUN ID OF A MERGED RUN REQUEST: 'Q' FOLLOWED BY THE    *
010440*    7-DIGIT REQUEST NUMBER.                                    *
010450***************************************************************
010460 01  WS-REQ-RUN-ID.
010470     05  WS-QR-PREFIX           PIC X(01) VALUE 'Q'.
010480     05  WS-QR-NUMBER           PIC 9(07).
010500
010510 01  WS-CYCLE-RC                PIC 9(02) VALUE 0.
010520 COPY FIZZCYL.
010530
010600 PROCEDURE DIVISION.
010700
010800***************************************************************
011100*    THE RETURN CODE.                                           *
011200***************************************************************
011300 0000-MAIN.
011400     PERFORM 0100-CYCLE-BEGIN THRU 0100-EXIT.
011410     IF NOT CYL-GO
011420         MOVE 12 TO RETURN-CODE
011430         GOBACK
011440     END-IF.
011450     MOVE CYL-BUSINESS-DATE TO WS-RUN-DATE.
011500     PERFORM 0200-DAY-OF-WEEK THRU 0200-EXIT.
011600     OPEN INPUT SCHEDULE-FILE.
011700     IF NOT WS-SCHEDULE-OK
011800         DISPLAY 'FSD401S FIZZSCHD - FIZZSCH OPEN FAILED '
011900             WS-SCHEDULE-STATUS
012000         MOVE 12 TO RETURN-CODE
012050         PERFORM 9800-CYCLE-END THRU 9800-EXIT
012100         GOBACK
012200     END-IF.
012300     OPEN OUTPUT RANGE-PARM-FILE.
012600             WS-RANGE-PARM-STATUS
012700         CLOSE SCHEDULE-FILE
012800         MOVE 12 TO RETURN-CODE
012850         PERFORM 9800-CYCLE-END THRU 9800-EXIT
012900         GOBACK
013000     END-IF.
013100     PERFORM 1000-PROCESS-ENTRY THRU 1000-EXIT
013200         UNTIL WS-SCHEDULE-EOF.
013300     CLOSE SCHEDULE-FILE.
013320     IF WS-HIGHEST-RC < 12
013340         PERFORM 3000-MERGE-REQUESTS THRU 3000-EXIT
013360     END-IF.
013400     CLOSE RANGE-PARM-FILE.
013500     IF WS-GENERATED-COUNT EQUAL 0 AND WS-HIGHEST-RC < 12
013600         DISPLAY 'FSD102I FIZZSCHD - NO CARDS GENERATED FOR '
013900     END-IF.
014000     MOVE WS-HIGHEST-RC TO RETURN-CODE.
014100     DISPLAY 'FSD101I FIZZSCHD - ' WS-GENERATED-COUNT
014150         ' CARDS GENERATED FROM ' WS-READ-COUNT
014200         ' SCHEDULE ENTRIES AND ' WS-REQ-MERGED-COUNT
014250         ' RUN REQUESTS, RETURN CODE ' WS-HIGHEST-RC.
014350     PERFORM 9800-CYCLE-END THRU 9800-EXIT.
014400     GOBACK.
014500
014505***************************************************************
014510*    0100-CYCLE-BEGIN - OPEN TONIGHT'S CYCLE ON FIZZCYC.  THE   *
014515*    BUSINESS DATE COMES BACK FROM FZCYCTL: TODAY, OR THE DATE  *
014520*    ON A CYCPARM 'D' CARD WHEN A MISSED NIGHT IS BEING RUN.    *
014525***************************************************************
014530 0100-CYCLE-BEGIN.
014535     SET CYL-BEGIN-STEP TO TRUE.
014540     MOVE 'FIZZSCHD' TO CYL-STEP-NAME.
014545     MOVE SPACES TO CYL-STEP-QUAL.
014550     MOVE 0 TO CYL-STEP-RC.
014555     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
014560     IF NOT CYL-GO
014565         DISPLAY 'FSD405S FIZZSCHD - REFUSED BY CYCLE CONTROL'
014570     END-IF.
014575 0100-EXIT.
014580     EXIT.
014585
014600***************************************************************
014700*    0200-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-RUN-DATE.     *
014800*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE      *
028630     ELSE
028640         MOVE 'D' TO RP-MASTER-MODE
028650     END-IF.
028655     IF SCH-CLASSIFY-INCREMENTAL
028660         MOVE 'I' TO RP-CLASSIFY-MODE
028665     ELSE
028670         MOVE 'A' TO RP-CLASSIFY-MODE
028675     END-IF.
028700     MOVE SCH-ENTRY-ID TO WS-GR-ENTRY-ID.
028800     MOVE WS-RD-MM TO WS-GR-MM.
028900     MOVE WS-RD-DD TO WS-GR-DD.
029100     WRITE RANGE-PARM-RECORD.
029200     IF WS-RANGE-PARM-OK
029300         ADD 1 TO WS-GENERATED-COUNT
029320         IF SCH-MODE-FILE
029340             SET WS-FILE-CARD-ON-DECK TO TRUE
029360         END-IF
029400         DISPLAY 'FSD103I FIZZSCHD - GENERATED ' WS-GEN-RUN-ID
029500             ' ' RP-INPUT-MODE ' ' RP-START-VALUE '-'
029600             RP-END-VALUE
030300 2000-EXIT.
030400     EXIT.
030500
030501***************************************************************
030502*    3000-MERGE-REQUESTS - ADD A CARD TO THE DECK FOR EVERY     *
030503*    APPROVED RUN REQUEST DATED THE BUSINESS DATE.  A REQUEST   *
030504*    THE STEP HAS ALREADY SCHEDULED FOR THIS DATE IS CARRIED    *
030505*    AGAIN, SO A DECK REBUILT ON OVERRIDE COMES OUT THE SAME.   *
030506*    A REQUEST FILE THAT WILL NOT OPEN LEAVES THE DECK WITH     *
030507*    THE SCHEDULE CARDS ONLY AND DEGRADES THE STEP.             *
030508***************************************************************
030509 3000-MERGE-REQUESTS.
030510     OPEN I-O RUN-REQUEST-FILE.
030511     IF NOT WS-REQUEST-OK
030512         DISPLAY 'FSD307E FIZZSCHD - FIZZREQ OPEN FAILED '
030513             WS-REQUEST-STATUS ', NO RUN REQUESTS MERGED'
030514         IF WS-HIGHEST-RC < 8
030515             MOVE 8 TO WS-HIGHEST-RC
030516         END-IF
030517         GO TO 3000-EXIT
030518     END-IF.
030519     PERFORM 3100-PROCESS-REQUEST THRU 3100-EXIT
030520         UNTIL WS-REQUEST-EOF.
030521     CLOSE RUN-REQUEST-FILE.
030522     DISPLAY 'FSD105I FIZZSCHD - ' WS-REQ-MERGED-COUNT
030523         ' RUN REQUESTS MERGED, ' WS-REQ-EXPIRED-COUNT
030524         ' EXPIRED, ' WS-REQ-HELD-COUNT ' HELD'.
030525 3000-EXIT.
030526     EXIT.
030527
030528***************************************************************
030529*    3100-PROCESS-REQUEST - READ ONE RUN REQUEST.  THE          *
030530*    REQUEST-ZERO CONTROL RECORD AND REQUESTS THAT ARE NOT      *
030531*    APPROVED OR NOT FOR THIS DATE ARE PASSED OVER.  AN         *
030532*    APPROVED REQUEST FOR THE DATE GETS ITS CARD AND IS         *
030533*    MARKED SCHEDULED WITH THE RUN ID AND DATE; ONE DATED       *
030534*    BEFORE THE BUSINESS DATE CAN NO LONGER RUN AND IS MARKED   *
030535*    EXPIRED.  A REQUEST WHOSE CARD IS HELD (SEE 3200) STAYS    *
030536*    APPROVED, OR GOES BACK TO APPROVED WHEN A REBUILT DECK     *
030537*    NO LONGER HAS ROOM FOR IT.                                 *
030538***************************************************************
030539 3100-PROCESS-REQUEST.
030540     READ RUN-REQUEST-FILE.
030541     IF WS-REQUEST-EOF
030542         GO TO 3100-EXIT
030543     END-IF.
030544     IF NOT WS-REQUEST-OK
030545         DISPLAY 'FSD309E FIZZSCHD - FIZZREQ READ FAILED '
030546             WS-REQUEST-STATUS
030547         IF WS-HIGHEST-RC < 8
030548             MOVE 8 TO WS-HIGHEST-RC
030549         END-IF
030550         SET WS-REQUEST-EOF TO TRUE
030551         GO TO 3100-EXIT
030552     END-IF.
030553     IF REQ-NUMBER EQUAL 0
030554         GO TO 3100-EXIT
030555     END-IF.
030556     IF REQ-SCHEDULED AND REQ-SCHEDULED-DATE EQUAL WS-RUN-DATE
030557         PERFORM 3200-GENERATE-REQUEST-CARD THRU 3200-EXIT
030558         IF WS-REQ-CARD-HELD
030559             SET REQ-APPROVED TO TRUE
030560             MOVE SPACES TO REQ-RUN-ID
030561             MOVE 0 TO REQ-SCHEDULED-DATE
030562             PERFORM 3300-REWRITE-REQUEST THRU 3300-EXIT
030563         END-IF
030564         GO TO 3100-EXIT
030565     END-IF.
030566     IF NOT REQ-APPROVED
030567         GO TO 3100-EXIT
030568     END-IF.
030569     IF REQ-BUSINESS-DATE < WS-RUN-DATE
030570         SET REQ-EXPIRED TO TRUE
030571         PERFORM 3300-REWRITE-REQUEST THRU 3300-EXIT
030572         ADD 1 TO WS-REQ-EXPIRED-COUNT
030573         DISPLAY 'FSD106I FIZZSCHD - REQUEST ' REQ-NUMBER
030574             ' FOR ' REQ-BUSINESS-DATE ' EXPIRED, NOT RUN'
030575         GO TO 3100-EXIT
030576     END-IF.
030577     IF REQ-BUSINESS-DATE NOT EQUAL WS-RUN-DATE
030578         GO TO 3100-EXIT
030579     END-IF.
030580     PERFORM 3200-GENERATE-REQUEST-CARD THRU 3200-EXIT.
030581     IF NOT WS-REQ-CARD-WRITTEN
030582         GO TO 3100-EXIT
030583     END-IF.
030584     SET REQ-SCHEDULED TO TRUE.
030585     MOVE WS-REQ-RUN-ID TO REQ-RUN-ID.
030586     MOVE WS-RUN-DATE TO REQ-SCHEDULED-DATE.
030587     PERFORM 3300-REWRITE-REQUEST THRU 3300-EXIT.
030588 3100-EXIT.
030589     EXIT.
030590
030591***************************************************************
030592*    3200-GENERATE-REQUEST-CARD - WRITE THE RANGEPRM CARD FOR   *
030593*    ONE RUN REQUEST, UNDER RUN ID 'Q' PLUS THE REQUEST         *
030594*    NUMBER.  A REQUEST ALWAYS CLASSIFIES IN FULL.  THE DECK    *
030595*    TAKES ONE FILE-MODE CARD, SO A FILE-MODE REQUEST FOR A     *
030596*    DECK THAT ALREADY HAS ONE IS HELD - NO CARD, FSD107W, AND  *
030597*    THE STEP DEGRADED TO 8.  WS-REQ-CARD-SWITCH SAYS WHICH.    *
030598***************************************************************
030599 3200-GENERATE-REQUEST-CARD.
030600     MOVE REQ-NUMBER TO WS-QR-NUMBER.
030601     IF REQ-MODE-FILE AND WS-FILE-CARD-ON-DECK
030602         SET WS-REQ-CARD-HELD TO TRUE
030603         ADD 1 TO WS-REQ-HELD-COUNT
030604         DISPLAY 'FSD107W FIZZSCHD - REQUEST ' REQ-NUMBER
030605             ' HELD, DECK ALREADY HAS A FILE-MODE CARD'
030606         IF WS-HIGHEST-RC < 8
030607             MOVE 8 TO WS-HIGHEST-RC
030608         END-IF
030609         GO TO 3200-EXIT
030610     END-IF.
030611     MOVE SPACES TO RANGE-PARM-RECORD.
030612     IF REQ-MODE-FILE
030613         MOVE 0 TO RP-START-VALUE
030614         MOVE 0 TO RP-END-VALUE
030615         MOVE 'F' TO RP-INPUT-MODE
030616     ELSE
030617         MOVE REQ-START-VALUE TO RP-START-VALUE
030618         MOVE REQ-END-VALUE TO RP-END-VALUE
030619         MOVE 'R' TO RP-INPUT-MODE
030620     END-IF.
030621     IF REQ-MASTER-LOAD
030622         MOVE 'L' TO RP-MASTER-MODE
030623     ELSE
030624         MOVE 'D' TO RP-MASTER-MODE
030625     END-IF.
030626     MOVE 'A' TO RP-CLASSIFY-MODE.
030628     MOVE WS-REQ-RUN-ID TO RP-RUN-ID.
030629     WRITE RANGE-PARM-RECORD.
030630     IF WS-RANGE-PARM-OK
030631         ADD 1 TO WS-GENERATED-COUNT
030632         ADD 1 TO WS-REQ-MERGED-COUNT
030633         SET WS-REQ-CARD-WRITTEN TO TRUE
030634         IF REQ-MODE-FILE
030635             SET WS-FILE-CARD-ON-DECK TO TRUE
030636         END-IF
030637         DISPLAY 'FSD104I FIZZSCHD - GENERATED ' WS-REQ-RUN-ID
030638             ' ' RP-INPUT-MODE ' ' RP-START-VALUE '-'
030639             RP-END-VALUE ' FOR DEPT ' REQ-DEPT-ID
030640     ELSE
030641         DISPLAY 'FSD404S FIZZSCHD - RANGEPRM WRITE FAILED '
030642             WS-RANGE-PARM-STATUS
030643         MOVE 12 TO WS-HIGHEST-RC
030644         SET WS-REQUEST-EOF TO TRUE
030646         SET WS-REQ-CARD-FAILED TO TRUE
030648     END-IF.
030650 3200-EXIT.
030652     EXIT.
030654
030656***************************************************************
030658*    3300-REWRITE-REQUEST - PUT A REQUEST'S NEW STATUS BACK ON  *
030660*    FIZZREQ.  A FAILED REWRITE LEAVES THE CARD ON THE DECK     *
030662*    BUT DEGRADES THE STEP SO THE REQUEST IS LOOKED AT.         *
030664***************************************************************
030666 3300-REWRITE-REQUEST.
030668     REWRITE RUN-REQUEST-RECORD.
030670     IF NOT WS-REQUEST-OK
030672         DISPLAY 'FSD308E FIZZSCHD - FIZZREQ REWRITE FAILED '
030674             WS-REQUEST-STATUS ' REQUEST ' REQ-NUMBER
030676         IF WS-HIGHEST-RC < 8
030678             MOVE 8 TO WS-HIGHEST-RC
030680         END-IF
030682     END-IF.
030684 3300-EXIT.
030686     EXIT.
030688
030690***************************************************************
030700*    8800-REJECT-ENTRY - COUNT A REJECTED SCHEDULE ENTRY AND    *
030800*    DEGRADE THE STEP.  THE MESSAGE IS THE CALLER'S.            *
030900***************************************************************
031400     END-IF.
031500 8800-EXIT.
031600     EXIT.
032200
032300***************************************************************
032400*    9800-CYCLE-END - RECORD THE STEP'S OUTCOME ON FIZZCYC.     *
032500*    RETURN CODE 12 IS A FAILED STEP; AN EMPTY DECK (4) OR A    *
032600*    REJECTED ENTRY (8) STILL COMPLETES THE STEP.  THE CALL     *
032700*    RESETS RETURN-CODE, SO IT IS PUT BACK AFTERWARDS.          *
032800***************************************************************
032900 9800-CYCLE-END.
033000     IF NOT CYL-GO
033100         GO TO 9800-EXIT
033200     END-IF.
033300     MOVE RETURN-CODE TO WS-CYCLE-RC.
033400     MOVE WS-CYCLE-RC TO CYL-STEP-RC.
033500     IF WS-CYCLE-RC >= 12
033600         SET CYL-FAIL-STEP TO TRUE
033700     ELSE
033800         SET CYL-COMPLETE-STEP TO TRUE
033900     END-IF.
034000     CALL 'FZCYCTL' USING CYCLE-CALL-AREA.
034100     MOVE WS-CYCLE-RC TO RETURN-CODE.
034200 9800-EXIT.
034300     EXIT.
