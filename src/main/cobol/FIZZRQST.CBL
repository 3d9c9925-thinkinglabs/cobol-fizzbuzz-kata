000100***************************************************************
000200*
000300*    FIZZRQST - FIZZBUZZ AD-HOC RUN REQUEST TRANSACTION
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    CICS PSEUDO-CONVERSATIONAL TRANSACTION (TRANSID FBRQ)
001100*    FOR ONE-OFF RUNS.  A DEPARTMENT THAT WANTS A RANGE OR A
001200*    FILE-MODE RUN ONCE USED TO PHONE OPERATIONS, WHO EITHER
001300*    HAND-PUNCHED A RANGEPRM CARD - THE PRACTICE FIZZSCHD WAS
001400*    WRITTEN TO STOP - OR ADDED A THROWAWAY FIZZSCH ENTRY AND
001500*    HAD TO REMEMBER TO DELETE IT.  HERE THE REQUESTER KEYS
001600*    THE CARD THEY WANT (RANGE OR FILE MODE, START AND END,
001700*    MASTER MODE), THE BUSINESS DATE IT IS TO RUN ON, AND
001800*    THEIR DEPARTMENT (ACTION N).  THE REQUEST GOES ON THE
001900*    FIZZREQ FILE AS PENDING UNDER THE NEXT REQUEST NUMBER.
002000*    A RULES-LEVEL USER THEN APPROVES (ACTION A) OR REJECTS
002100*    (ACTION R) IT.  THE NIGHTLY FIZZSCHD STEP PUTS EVERY
002200*    APPROVED REQUEST FOR THE BUSINESS DATE ON THE DECK UNDER
002300*    ITS OWN RUN ID ('Q' PLUS THE REQUEST NUMBER) AND MARKS IT
002320*    SCHEDULED ('S'); THE FIZZVRFY STEP THAT FOLLOWS THE RUN
002340*    MARKS IT COMPLETED ('C') ONCE THE RUN'S AUDIT END RECORD
002360*    IS ON FILE, SO THE LIST ON THIS SCREEN SHOWS THE
002380*    REQUESTER WHETHER THE REQUEST IS WAITING, ON THE DECK, OR
002400*    HAS RUN, AND UNDER WHICH RUN ID.  KEYING A REQUEST NUMBER
002420*    WITH NO ACTION SPELLS ITS STATUS OUT ON THE MESSAGE LINE
002440*    AND LISTS FROM IT.  THE REQUESTING DEPARTMENT MUST BE ON
002460*    THE CHARGEBACK REFERENCE (THE FIZZDEPT KSDS FIZZDPTK BUILDS
002480*    FROM FINANCE'S FIZZDPT FILE), SO EVERY REQUEST CAN BE
002500*    CHARGED.
002800*
002900*    ENTER WITH NO REQUEST NUMBER PAGES FORWARD; PF5 RESTARTS
003000*    AT THE TOP; PF3 ENDS.  THE COMMAREA CARRIES THE LAST
003100*    REQUEST NUMBER LISTED SO PAGING SURVIVES THE PSEUDO-
003200*    CONVERSATION.
003300*
003400*    AUTHORIZATION FOLLOWS FIZZAUTH.  ENTERING A REQUEST
003500*    NEEDS A RECORD ON THE AUTHORITY FILE AT ANY LEVEL;
003600*    APPROVING OR REJECTING ONE NEEDS LEVEL '3', THE SAME
003700*    AUTHORITY THAT CHANGES THE RULES.  PAGING IS OPEN TO
003800*    ANYONE THE TRANSACTION SECURITY LETS IN.  A REFUSED
003900*    ATTEMPT IS LOGGED AS A 'V' VIOLATION RECORD ON FIZZAUD
004000*    THROUGH THE FZAD QUEUE.
004100*
004200*    MODIFICATION HISTORY.
004300*    DATE       INIT  DESCRIPTION
004400*    ---------  ----  --------------------------------------
004500*    2026-10-15 RM    INITIAL VERSION.
004520*    2026-10-15 RM    REQUESTING DEPARTMENT CHECKED AGAINST THE
004540*                     CHARGEBACK REFERENCE.  A SCHEDULED REQUEST
004560*                     SHOWS AS SCHEDULED FOR ITS DATE; ONLY A
004580*                     COMPLETED ('C') ONE SHOWS AS RUN.
004600*
004700***************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. FIZZRQST.
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500
005600 DATA DIVISION.
005700 WORKING-STORAGE SECTION.
005800***************************************************************
005900*    SYMBOLIC MAP AND RUN REQUEST RECORD.  THE RECORD IS READ,  *
006000*    WRITTEN AND REWRITTEN THROUGH CICS FILE CONTROL AGAINST    *
006100*    THE FIZZREQ KSDS (KEYED BY REQ-NUMBER).  THE DEPARTMENT    *
006150*    RECORD IS READ FROM THE FIZZDEPT KSDS BY DEPARTMENT.       *
006200***************************************************************
006300 COPY FIZZRQSM.
006400 COPY FIZZREQ.
006450 COPY FIZZDPT.
006500 COPY FIZZAUD.
006600 COPY FIZZAUT.
006700
006800 01  WS-MAPSET-NAME             PIC X(08) VALUE 'FIZZRQSM'.
006900 01  WS-MAP-NAME                PIC X(08) VALUE 'FIZZRQS1'.
007000 01  WS-TRANSID                 PIC X(04) VALUE 'FBRQ'.
007100 01  WS-REQUEST-FILE            PIC X(08) VALUE 'FIZZREQ '.
007200 01  WS-AUTH-FILE               PIC X(08) VALUE 'FIZZAUTH'.
007250 01  WS-DEPT-FILE               PIC X(08) VALUE 'FIZZDEPT'.
007300 01  WS-AUDIT-TDQ               PIC X(04) VALUE 'FZAD'.
007400 01  WS-AUDIT-LENGTH            PIC S9(04) COMP VALUE 120.
007500 01  WS-AUTH-SWITCH             PIC X(01).
007600     88  WS-AUTH-GRANTED            VALUE 'Y'.
007700     88  WS-AUTH-DENIED             VALUE 'N'.
007800 01  WS-AUTH-NEED               PIC X(01).
007900     88  WS-NEED-ENTRY              VALUE 'E'.
008000     88  WS-NEED-DECISION           VALUE 'D'.
008100 01  WS-HELD-LEVEL              PIC X(01).
008200 01  WS-EDIT-SWITCH             PIC X(01).
008300     88  WS-EDIT-OK                 VALUE 'Y'.
008400     88  WS-EDIT-BAD                VALUE 'N'.
008500 01  WS-USERID                  PIC X(08).
008600 01  WS-RESP                    PIC S9(08) COMP.
008700 01  WS-LIST-SUB                PIC 9(02) COMP.
008800 01  WS-LISTED-COUNT            PIC 9(02) COMP.
008900 01  WS-BROWSE-KEY              PIC 9(07).
009000 01  WS-LAST-REQ                PIC 9(07) VALUE 0.
009100 01  WS-ACTION-REQ              PIC 9(07) VALUE 0.
009200 01  WS-NEW-REQ                 PIC 9(07).
009300 01  WS-ABSTIME                 PIC S9(15) COMP-3.
009400 01  WS-TODAY                   PIC 9(08).
009500 01  WS-NOW-TIME6               PIC 9(06).
009600
009700***************************************************************
009800*    THE REQUEST AS KEYED, ONCE EDITED, AND THE BUSINESS DATE   *
009900*    BROKEN DOWN FOR THE MONTH AND DAY EDIT.                    *
010000***************************************************************
010100 01  WS-NEW-MODE                PIC X(01).
010200 01  WS-NEW-MASTER              PIC X(01).
010300 01  WS-NEW-START               PIC 9(09).
010400 01  WS-NEW-END                 PIC 9(09).
010500 01  WS-NEW-DATE                PIC 9(08).
010600 01  WS-NEW-DATE-X REDEFINES WS-NEW-DATE.
010700     05  WS-ND-YYYY             PIC 9(04).
010800     05  WS-ND-MM               PIC 9(02).
010900     05  WS-ND-DD               PIC 9(02).
011000
011100***************************************************************
011200*    ONE FORMATTED LINE OF THE ON-SCREEN REQUEST LIST, AND THE  *
011300*    STATUS MESSAGE BUILT FOR A REQUEST KEYED WITH NO ACTION.   *
011400***************************************************************
011500 01  WS-LIST-LINE.
011600     05  WS-LL-NUMBER           PIC 9(07).
011700     05  FILLER                 PIC X(01) VALUE SPACES.
011800     05  WS-LL-STATUS           PIC X(01).
011900     05  FILLER                 PIC X(01) VALUE SPACES.
012000     05  WS-LL-DATE             PIC 9(08).
012100     05  FILLER                 PIC X(01) VALUE SPACES.
012200     05  WS-LL-MODE             PIC X(01).
012300     05  FILLER                 PIC X(01) VALUE SPACES.
012400     05  WS-LL-START            PIC X(09).
012500     05  FILLER                 PIC X(01) VALUE SPACES.
012600     05  WS-LL-END              PIC X(09).
012700     05  FILLER                 PIC X(01) VALUE SPACES.
012800     05  WS-LL-MASTER           PIC X(01).
012900     05  FILLER                 PIC X(01) VALUE SPACES.
013000     05  WS-LL-DEPT             PIC X(04).
013100     05  FILLER                 PIC X(01) VALUE SPACES.
013200     05  WS-LL-REQUESTED-BY     PIC X(08).
013300     05  FILLER                 PIC X(01) VALUE SPACES.
013400     05  WS-LL-RUN-ID           PIC X(08).
013500 01  WS-MSG-WORK                PIC X(60).
013600
013700 COPY DFHAID.
013800 COPY DFHBMSCA.
013900
014000 LINKAGE SECTION.
014100 01  DFHCOMMAREA                PIC X(07).
014200
014300 PROCEDURE DIVISION.
014400
014500***************************************************************
014600*    0000-MAIN - ON THE FIRST CALL OF THE CONVERSATION (NO      *
014700*    COMMAREA, EIBCALEN = 0) LIST THE FIRST PAGE AND WAIT.      *
014800*    ON EVERY SUBSEQUENT CALL, PF3 ENDS, PF5 RESTARTS AT THE    *
014900*    TOP, AND ENTER APPLIES THE ACTION KEYED, SHOWS THE         *
015000*    REQUEST KEYED, OR PAGES FORWARD FROM THE LAST REQUEST      *
015100*    LISTED.                                                    *
015200***************************************************************
015300 0000-MAIN.
015400     IF EIBCALEN EQUAL 0
015500         MOVE 0 TO WS-LAST-REQ
015600         PERFORM 1000-SEND-FIRST-PAGE THRU 1000-EXIT
015700     ELSE
015800         IF DFHCOMMAREA IS NUMERIC
015900             MOVE DFHCOMMAREA TO WS-LAST-REQ
016000         ELSE
016100             MOVE 0 TO WS-LAST-REQ
016200         END-IF
016300         EVALUATE TRUE
016400             WHEN EIBAID EQUAL DFHPF3
016500                 PERFORM 3000-END-SESSION THRU 3000-EXIT
016600             WHEN EIBAID EQUAL DFHPF5
016700                 MOVE 0 TO WS-LAST-REQ
016800                 PERFORM 1000-SEND-FIRST-PAGE THRU 1000-EXIT
016900             WHEN OTHER
017000                 PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
017100         END-EVALUATE
017200     END-IF.
017300     GOBACK.
017400
017500***************************************************************
017600*    1000-SEND-FIRST-PAGE - LIST THE PAGE AFTER WS-LAST-REQ     *
017700*    AND WAIT FOR THE NEXT INPUT.                               *
017800***************************************************************
017900 1000-SEND-FIRST-PAGE.
018000     MOVE LOW-VALUES TO FIZZRQS1O.
018100     PERFORM 1100-BUILD-REQUEST-LIST THRU 1100-EXIT.
018200     IF WS-LISTED-COUNT EQUAL 0
018300         MOVE 'NO MORE REQUESTS - PF5 FOR TOP, PF3 END' TO MSGO
018400     ELSE
018500         MOVE 'KEY REQUEST + ACTION, OR ENTER TO PAGE' TO MSGO
018600     END-IF.
018700     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000
019100***************************************************************
019200*    1100-BUILD-REQUEST-LIST - BROWSE THE REQUEST FILE FORWARD  *
019300*    FROM JUST PAST WS-LAST-REQ INTO THE QLIN1-QLIN10 LINES,    *
019400*    SKIPPING THE REQUEST-ZERO CONTROL RECORD, AND LEAVE THE    *
019500*    LAST REQUEST LISTED IN WS-LAST-REQ FOR THE COMMAREA.       *
019600***************************************************************
019700 1100-BUILD-REQUEST-LIST.
019800     MOVE 0 TO WS-LISTED-COUNT.
019900     PERFORM 1110-CLEAR-LIST-LINE THRU 1110-EXIT
020000         VARYING WS-LIST-SUB FROM 1 BY 1
020100         UNTIL WS-LIST-SUB > 10.
020200     COMPUTE WS-BROWSE-KEY = WS-LAST-REQ + 1.
020300     MOVE WS-BROWSE-KEY TO REQ-NUMBER.
020400     EXEC CICS STARTBR FILE(WS-REQUEST-FILE)
020500         RIDFLD(REQ-NUMBER)
020600         GTEQ
020700         RESP(WS-RESP)
020800     END-EXEC.
020900     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
021000         GO TO 1100-EXIT
021100     END-IF.
021200     PERFORM 1120-READ-NEXT-REQUEST THRU 1120-EXIT
021300         UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
021400         OR WS-LISTED-COUNT > 9.
021500     EXEC CICS ENDBR FILE(WS-REQUEST-FILE)
021600     END-EXEC.
021700 1100-EXIT.
021800     EXIT.
021900
022000***************************************************************
022100*    1110-CLEAR-LIST-LINE - BLANK ONE REQUEST LIST LINE.        *
022200***************************************************************
022300 1110-CLEAR-LIST-LINE.
022400     MOVE SPACES TO QLINO (WS-LIST-SUB).
022500 1110-EXIT.
022600     EXIT.
022700
022800***************************************************************
022900*    1120-READ-NEXT-REQUEST - READ THE NEXT REQUEST OFF THE     *
023000*    BROWSE AND FORMAT IT INTO THE NEXT LIST LINE.  A FILE-     *
023100*    MODE REQUEST SHOWS NO RANGE; THE RUN ID IS BLANK UNTIL     *
023200*    FIZZSCHD HAS SCHEDULED THE REQUEST.                        *
023300***************************************************************
023400 1120-READ-NEXT-REQUEST.
023500     EXEC CICS READNEXT FILE(WS-REQUEST-FILE)
023600         INTO(RUN-REQUEST-RECORD)
023700         RIDFLD(REQ-NUMBER)
023800         RESP(WS-RESP)
023900     END-EXEC.
024000     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
024100         GO TO 1120-EXIT
024200     END-IF.
024300     IF REQ-NUMBER EQUAL 0
024400         GO TO 1120-EXIT
024500     END-IF.
024600     ADD 1 TO WS-LISTED-COUNT.
024700     MOVE REQ-NUMBER TO WS-LL-NUMBER.
024800     MOVE REQ-STATUS TO WS-LL-STATUS.
024900     MOVE REQ-BUSINESS-DATE TO WS-LL-DATE.
025000     IF REQ-MODE-FILE
025100         MOVE 'F' TO WS-LL-MODE
025200         MOVE SPACES TO WS-LL-START
025300         MOVE SPACES TO WS-LL-END
025400     ELSE
025500         MOVE 'R' TO WS-LL-MODE
025600         MOVE REQ-START-VALUE TO WS-LL-START
025700         MOVE REQ-END-VALUE TO WS-LL-END
025800     END-IF.
025900     IF REQ-MASTER-LOAD
026000         MOVE 'L' TO WS-LL-MASTER
026100     ELSE
026200         MOVE 'D' TO WS-LL-MASTER
026300     END-IF.
026400     MOVE REQ-DEPT-ID TO WS-LL-DEPT.
026500     MOVE REQ-REQUESTED-BY TO WS-LL-REQUESTED-BY.
026600     MOVE REQ-RUN-ID TO WS-LL-RUN-ID.
026700     MOVE WS-LIST-LINE TO QLINO (WS-LISTED-COUNT).
026800     MOVE REQ-NUMBER TO WS-LAST-REQ.
026900 1120-EXIT.
027000     EXIT.
027100
027200***************************************************************
027300*    2000-PROCESS-INPUT - RECEIVE THE SCREEN AND DISPATCH ON    *
027400*    THE ACTION.  NO ACTION AND NO REQUEST NUMBER PAGES         *
027500*    FORWARD; NO ACTION WITH A REQUEST NUMBER SHOWS THAT        *
027600*    REQUEST'S STATUS.                                          *
027700***************************************************************
027800 2000-PROCESS-INPUT.
027900     EXEC CICS RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
028000     END-EXEC.
028100     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
028200     END-EXEC.
028300     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
028400         YYYYMMDD(WS-TODAY)
028500         TIME(WS-NOW-TIME6)
028600     END-EXEC.
028700     MOVE 0 TO WS-ACTION-REQ.
028800     IF QNUMI IS NUMERIC
028900         MOVE QNUMI TO WS-ACTION-REQ
029000     END-IF.
029100     EVALUATE TRUE
029200         WHEN QACTI EQUAL 'N'
029300             PERFORM 4000-ENTER-REQUEST THRU 4000-EXIT
029400         WHEN QACTI EQUAL 'A' OR QACTI EQUAL 'R'
029500             PERFORM 4200-DECIDE-REQUEST THRU 4200-EXIT
029600         WHEN QACTI NOT EQUAL SPACE AND QACTI NOT EQUAL LOW-VALUE
029700             MOVE LOW-VALUES TO FIZZRQS1O
029800             MOVE 'ACTION MUST BE N, A, OR R' TO MSGO
029900             PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
030000         WHEN WS-ACTION-REQ > 0
030100             PERFORM 4100-SHOW-REQUEST THRU 4100-EXIT
030200         WHEN OTHER
030300             PERFORM 1000-SEND-FIRST-PAGE THRU 1000-EXIT
030400     END-EVALUATE.
030500 2000-EXIT.
030600     EXIT.
030700
030800***************************************************************
030900*    4000-ENTER-REQUEST - EDIT A NEW REQUEST, TAKE THE NEXT     *
031000*    REQUEST NUMBER, AND WRITE THE REQUEST AS PENDING.  ANY     *
031100*    USERID ON FIZZAUTH MAY ENTER A REQUEST.  A RANGE REQUEST   *
031200*    NEEDS 1 <= START <= END; A FILE-MODE REQUEST CARRIES THE   *
031300*    RANGE AS ZERO.  THE BUSINESS DATE MAY NOT BE BEFORE        *
031400*    TODAY.  THE NEW REQUEST HEADS THE PAGE RELISTED.           *
031500***************************************************************
031600 4000-ENTER-REQUEST.
031700     MOVE LOW-VALUES TO FIZZRQS1O.
031800     EXEC CICS ASSIGN USERID(WS-USERID)
031900     END-EXEC.
032000     SET WS-NEED-ENTRY TO TRUE.
032100     PERFORM 4500-CHECK-AUTHORITY THRU 4500-EXIT.
032200     IF WS-AUTH-DENIED
032300         MOVE 'NOT AUTHORIZED TO ENTER RUN REQUESTS' TO MSGO
032400         PERFORM 4600-LOG-VIOLATION THRU 4600-EXIT
032500         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
032600         GO TO 4000-EXIT
032700     END-IF.
032800     PERFORM 4400-EDIT-REQUEST THRU 4400-EXIT.
032900     IF WS-EDIT-BAD
033000         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
033100         GO TO 4000-EXIT
033200     END-IF.
033300     PERFORM 4300-NEXT-REQUEST-NUMBER THRU 4300-EXIT.
033400     IF WS-EDIT-BAD
033500         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
033600         GO TO 4000-EXIT
033700     END-IF.
033800     MOVE SPACES TO RUN-REQUEST-RECORD.
033900     MOVE WS-NEW-REQ TO REQ-NUMBER.
034000     SET REQ-PENDING TO TRUE.
034100     MOVE WS-NEW-MODE TO REQ-INPUT-MODE.
034200     MOVE WS-NEW-START TO REQ-START-VALUE.
034300     MOVE WS-NEW-END TO REQ-END-VALUE.
034400     MOVE WS-NEW-MASTER TO REQ-MASTER-MODE.
034500     MOVE WS-NEW-DATE TO REQ-BUSINESS-DATE.
034600     MOVE QDEPTI TO REQ-DEPT-ID.
034700     MOVE WS-USERID TO REQ-REQUESTED-BY.
034800     MOVE WS-TODAY TO REQ-REQUESTED-DATE.
034900     MOVE 0 TO REQ-DECIDED-DATE.
035000     MOVE 0 TO REQ-SCHEDULED-DATE.
035100     EXEC CICS WRITE FILE(WS-REQUEST-FILE)
035200         FROM(RUN-REQUEST-RECORD)
035300         RIDFLD(REQ-NUMBER)
035400         RESP(WS-RESP)
035500     END-EXEC.
035600     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
035700         MOVE 'REQUEST FILE WRITE FAILED' TO MSGO
035800         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
035900         GO TO 4000-EXIT
036000     END-IF.
036100     MOVE SPACES TO WS-MSG-WORK.
036200     STRING 'REQUEST ' WS-NEW-REQ ' ENTERED, PENDING APPROVAL'
036300         DELIMITED BY SIZE INTO WS-MSG-WORK.
036400     MOVE WS-MSG-WORK TO MSGO.
036500     MOVE WS-NEW-REQ TO WS-ACTION-REQ.
036600     PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT.
036700 4000-EXIT.
036800     EXIT.
036900
037000***************************************************************
037100*    4100-SHOW-REQUEST - SPELL OUT THE STATUS OF THE REQUEST    *
037200*    KEYED - FOR A SCHEDULED OR COMPLETED ONE, THE DATE IT      *
037300*    WENT ON THE DECK AND ITS RUN ID - AND LIST FROM IT.        *
037400***************************************************************
037500 4100-SHOW-REQUEST.
037600     MOVE LOW-VALUES TO FIZZRQS1O.
037700     MOVE WS-ACTION-REQ TO REQ-NUMBER.
037800     EXEC CICS READ FILE(WS-REQUEST-FILE)
037900         INTO(RUN-REQUEST-RECORD)
038000         RIDFLD(REQ-NUMBER)
038100         RESP(WS-RESP)
038200     END-EXEC.
038300     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
038400         MOVE 'REQUEST NOT ON FILE' TO MSGO
038500         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
038600         GO TO 4100-EXIT
038700     END-IF.
038800     MOVE SPACES TO WS-MSG-WORK.
038900     EVALUATE TRUE
039000         WHEN REQ-PENDING
039100             STRING 'REQUEST ' REQ-NUMBER ' PENDING APPROVAL'
039200                 DELIMITED BY SIZE INTO WS-MSG-WORK
039300         WHEN REQ-APPROVED
039400             STRING 'REQUEST ' REQ-NUMBER ' APPROVED FOR '
039500                 REQ-BUSINESS-DATE ', NOT YET SCHEDULED'
039600                 DELIMITED BY SIZE INTO WS-MSG-WORK
039700         WHEN REQ-REJECTED
039800             STRING 'REQUEST ' REQ-NUMBER ' REJECTED BY '
039900                 REQ-DECIDED-BY
040000                 DELIMITED BY SIZE INTO WS-MSG-WORK
040100         WHEN REQ-SCHEDULED
040150             STRING 'REQUEST ' REQ-NUMBER ' SCHEDULED FOR '
040200                 REQ-SCHEDULED-DATE ' UNDER RUN ID ' REQ-RUN-ID
040250                 DELIMITED BY SIZE INTO WS-MSG-WORK
040300         WHEN REQ-COMPLETED
040350             STRING 'REQUEST ' REQ-NUMBER ' RAN '
040400                 REQ-SCHEDULED-DATE ' UNDER RUN ID ' REQ-RUN-ID
040450                 DELIMITED BY SIZE INTO WS-MSG-WORK
040500         WHEN REQ-EXPIRED
040600             STRING 'REQUEST ' REQ-NUMBER
040700                 ' EXPIRED - DATE PASSED BEFORE IT RAN'
040800                 DELIMITED BY SIZE INTO WS-MSG-WORK
040900         WHEN OTHER
041000             STRING 'REQUEST ' REQ-NUMBER ' HAS UNKNOWN STATUS '
041100                 REQ-STATUS
041200                 DELIMITED BY SIZE INTO WS-MSG-WORK
041300     END-EVALUATE.
041400     MOVE WS-MSG-WORK TO MSGO.
041500     PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT.
041600 4100-EXIT.
041700     EXIT.
041800
041900***************************************************************
042000*    4200-DECIDE-REQUEST - APPROVE (A) OR REJECT (R) A PENDING  *
042100*    REQUEST.  LEVEL '3' ON FIZZAUTH IS REQUIRED.  ONLY A       *
042200*    PENDING REQUEST CAN BE DECIDED, AND ONE WHOSE BUSINESS     *
042300*    DATE HAS ALREADY GONE BY CAN ONLY BE REJECTED.  WHO        *
042400*    DECIDED AND WHEN STAY ON THE RECORD.                       *
042500***************************************************************
042600 4200-DECIDE-REQUEST.
042700     MOVE LOW-VALUES TO FIZZRQS1O.
042800     EXEC CICS ASSIGN USERID(WS-USERID)
042900     END-EXEC.
043000     SET WS-NEED-DECISION TO TRUE.
043100     PERFORM 4500-CHECK-AUTHORITY THRU 4500-EXIT.
043200     IF WS-AUTH-DENIED
043300         MOVE 'NOT AUTHORIZED TO DECIDE RUN REQUESTS' TO MSGO
043400         PERFORM 4600-LOG-VIOLATION THRU 4600-EXIT
043500         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
043600         GO TO 4200-EXIT
043700     END-IF.
043800     IF WS-ACTION-REQ EQUAL 0
043900         MOVE 'KEY THE REQUEST NUMBER TO DECIDE' TO MSGO
044000         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
044100         GO TO 4200-EXIT
044200     END-IF.
044300     MOVE WS-ACTION-REQ TO REQ-NUMBER.
044400     EXEC CICS READ FILE(WS-REQUEST-FILE)
044500         INTO(RUN-REQUEST-RECORD)
044600         RIDFLD(REQ-NUMBER)
044700         UPDATE
044800         RESP(WS-RESP)
044900     END-EXEC.
045000     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
045100         MOVE 'REQUEST NOT ON FILE' TO MSGO
045200         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
045300         GO TO 4200-EXIT
045400     END-IF.
045500     IF NOT REQ-PENDING
045600         EXEC CICS UNLOCK FILE(WS-REQUEST-FILE) END-EXEC
045700         MOVE 'REQUEST IS NOT PENDING - NOTHING TO DECIDE' TO MSGO
045800         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
045900         GO TO 4200-EXIT
046000     END-IF.
046100     IF QACTI EQUAL 'A' AND REQ-BUSINESS-DATE < WS-TODAY
046200         EXEC CICS UNLOCK FILE(WS-REQUEST-FILE) END-EXEC
046300         MOVE 'BUSINESS DATE HAS PASSED - REJECT IT INSTEAD'
046400             TO MSGO
046500         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
046600         GO TO 4200-EXIT
046700     END-IF.
046800     IF QACTI EQUAL 'A'
046900         SET REQ-APPROVED TO TRUE
047000     ELSE
047100         SET REQ-REJECTED TO TRUE
047200     END-IF.
047300     MOVE WS-USERID TO REQ-DECIDED-BY.
047400     MOVE WS-TODAY TO REQ-DECIDED-DATE.
047500     EXEC CICS REWRITE FILE(WS-REQUEST-FILE)
047600         FROM(RUN-REQUEST-RECORD)
047700         RESP(WS-RESP)
047800     END-EXEC.
047900     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
048000         MOVE 'REQUEST FILE REWRITE FAILED' TO MSGO
048100         PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT
048200         GO TO 4200-EXIT
048300     END-IF.
048400     IF QACTI EQUAL 'A'
048500         MOVE 'REQUEST APPROVED' TO MSGO
048600     ELSE
048700         MOVE 'REQUEST REJECTED' TO MSGO
048800     END-IF.
048900     PERFORM 4900-RELIST-FROM-ACTION THRU 4900-EXIT.
049000 4200-EXIT.
049100     EXIT.
049200
049300***************************************************************
049400*    4300-NEXT-REQUEST-NUMBER - TAKE THE NEXT REQUEST NUMBER    *
049500*    OFF THE CONTROL RECORD (REQUEST ZERO) AND STEP IT.  THE    *
049600*    FIRST REQUEST EVER ENTERED FINDS NO CONTROL RECORD,        *
049700*    TAKES NUMBER ONE, AND WRITES THE CONTROL RECORD.  THE      *
049800*    READ FOR UPDATE HOLDS OTHER TERMINALS OFF THE COUNTER      *
049900*    UNTIL THE REWRITE.                                         *
050000***************************************************************
050100 4300-NEXT-REQUEST-NUMBER.
050200     SET WS-EDIT-BAD TO TRUE.
050300     MOVE 0 TO REQ-NUMBER.
050400     EXEC CICS READ FILE(WS-REQUEST-FILE)
050500         INTO(RUN-REQUEST-RECORD)
050600         RIDFLD(REQ-NUMBER)
050700         UPDATE
050800         RESP(WS-RESP)
050900     END-EXEC.
051000     IF WS-RESP EQUAL DFHRESP(NOTFND)
051100         MOVE 1 TO WS-NEW-REQ
051200         MOVE SPACES TO RUN-REQUEST-RECORD
051300         MOVE 0 TO REQ-NUMBER
051400         MOVE 2 TO REQ-START-VALUE
051500         EXEC CICS WRITE FILE(WS-REQUEST-FILE)
051600             FROM(RUN-REQUEST-RECORD)
051700             RIDFLD(REQ-NUMBER)
051800             RESP(WS-RESP)
051900         END-EXEC
052000         IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
052100             MOVE 'REQUEST FILE BUSY - PRESS ENTER AGAIN' TO MSGO
052200             GO TO 4300-EXIT
052300         END-IF
052400         SET WS-EDIT-OK TO TRUE
052500         GO TO 4300-EXIT
052600     END-IF.
052700     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
052800         MOVE 'REQUEST FILE NOT AVAILABLE' TO MSGO
052900         GO TO 4300-EXIT
053000     END-IF.
053100     IF REQ-START-VALUE IS NOT NUMERIC OR REQ-START-VALUE < 1
053200         MOVE 1 TO WS-NEW-REQ
053300     ELSE
053400         MOVE REQ-START-VALUE TO WS-NEW-REQ
053500     END-IF.
053600     COMPUTE REQ-START-VALUE = WS-NEW-REQ + 1.
053700     EXEC CICS REWRITE FILE(WS-REQUEST-FILE)
053800         FROM(RUN-REQUEST-RECORD)
053900         RESP(WS-RESP)
054000     END-EXEC.
054100     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
054200         MOVE 'REQUEST FILE REWRITE FAILED' TO MSGO
054300         GO TO 4300-EXIT
054400     END-IF.
054500     SET WS-EDIT-OK TO TRUE.
054600 4300-EXIT.
054700     EXIT.
054800
054900***************************************************************
055000*    4400-EDIT-REQUEST - EDIT THE REQUEST FIELDS KEYED.  A      *
055100*    BLANK MODE IS TAKEN AS 'R' AND A BLANK MASTER MODE AS      *
055200*    'D', THE SAME DEFAULTS A RANGEPRM CARD HAS.  THE EDITED    *
055300*    VALUES ARE LEFT IN THE WS-NEW- FIELDS; THE FIRST FAULT     *
055400*    FOUND GOES ON THE MESSAGE LINE.  THE DEPARTMENT MUST BE    *
055450*    ON FIZZDEPT, OR FIZZCHRG COULD NOT CHARGE THE RUN.         *
055500***************************************************************
055600 4400-EDIT-REQUEST.
055700     SET WS-EDIT-BAD TO TRUE.
055800     MOVE QMODEI TO WS-NEW-MODE.
055900     IF WS-NEW-MODE EQUAL SPACE OR WS-NEW-MODE EQUAL LOW-VALUE
056000         MOVE 'R' TO WS-NEW-MODE
056100     END-IF.
056200     IF WS-NEW-MODE NOT EQUAL 'R' AND WS-NEW-MODE NOT EQUAL 'F'
056300         MOVE 'MODE MUST BE R (RANGE) OR F (FILE)' TO MSGO
056400         GO TO 4400-EXIT
056500     END-IF.
056600     MOVE QMASTI TO WS-NEW-MASTER.
056700     IF WS-NEW-MASTER EQUAL SPACE OR WS-NEW-MASTER EQUAL LOW-VALUE
056800         MOVE 'D' TO WS-NEW-MASTER
056900     END-IF.
057000     IF WS-NEW-MASTER NOT EQUAL 'D'
057100         AND WS-NEW-MASTER NOT EQUAL 'L'
057200         MOVE 'MASTER MUST BE D (DIRECT) OR L (MASS LOAD)'
057300             TO MSGO
057400         GO TO 4400-EXIT
057500     END-IF.
057600     IF WS-NEW-MODE EQUAL 'F'
057700         MOVE 0 TO WS-NEW-START
057800         MOVE 0 TO WS-NEW-END
057900     ELSE
058000         IF QSTRTI IS NOT NUMERIC OR QENDI IS NOT NUMERIC
058100             MOVE 'START AND END MUST BE NUMERIC' TO MSGO
058200             GO TO 4400-EXIT
058300         END-IF
058400         MOVE QSTRTI TO WS-NEW-START
058500         MOVE QENDI TO WS-NEW-END
058600         IF WS-NEW-START < 1 OR WS-NEW-END < WS-NEW-START
058700             MOVE 'RANGE MUST RUN 1 OR MORE, END NOT BELOW START'
058800                 TO MSGO
058900             GO TO 4400-EXIT
059000         END-IF
059100     END-IF.
059200     IF QDATEI IS NOT NUMERIC
059300         MOVE 'BUSINESS DATE MUST BE YYYYMMDD' TO MSGO
059400         GO TO 4400-EXIT
059500     END-IF.
059600     MOVE QDATEI TO WS-NEW-DATE.
059700     IF WS-ND-MM < 1 OR WS-ND-MM > 12
059800         OR WS-ND-DD < 1 OR WS-ND-DD > 31
059900         MOVE 'BUSINESS DATE MUST BE YYYYMMDD' TO MSGO
060000         GO TO 4400-EXIT
060100     END-IF.
060200     IF WS-NEW-DATE < WS-TODAY
060300         MOVE 'BUSINESS DATE HAS ALREADY PASSED' TO MSGO
060400         GO TO 4400-EXIT
060500     END-IF.
060600     IF QDEPTI EQUAL SPACES OR QDEPTI EQUAL LOW-VALUES
060700         MOVE 'REQUESTING DEPARTMENT REQUIRED' TO MSGO
060800         GO TO 4400-EXIT
060900     END-IF.
060905     EXEC CICS READ FILE(WS-DEPT-FILE)
060910         INTO(DEPT-REFERENCE-RECORD)
060915         RIDFLD(QDEPTI)
060920         RESP(WS-RESP)
060925     END-EXEC.
060930     IF WS-RESP EQUAL DFHRESP(NOTFND)
060935         MOVE 'DEPARTMENT NOT ON THE CHARGEBACK REFERENCE' TO MSGO
060940         GO TO 4400-EXIT
060945     END-IF.
060950     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
060955         MOVE 'DEPARTMENT REFERENCE FILE NOT AVAILABLE' TO MSGO
060960         GO TO 4400-EXIT
060965     END-IF.
061000     SET WS-EDIT-OK TO TRUE.
061100 4400-EXIT.
061200     EXIT.
061300
061400***************************************************************
061500*    4500-CHECK-AUTHORITY - LOOK THE SIGNED-ON USERID UP ON     *
061600*    THE FIZZAUTH AUTHORITY FILE.  ENTERING A REQUEST NEEDS     *
061700*    ONLY A RECORD ON THE FILE; DECIDING ONE NEEDS LEVEL '3'.   *
061800*    THE LEVEL HELD IS KEPT FOR THE VIOLATION RECORD (SPACES    *
061900*    WHEN NOT ON FILE AT ALL).                                  *
062000***************************************************************
062100 4500-CHECK-AUTHORITY.
062200     SET WS-AUTH-DENIED TO TRUE.
062300     MOVE SPACES TO WS-HELD-LEVEL.
062400     EXEC CICS READ FILE(WS-AUTH-FILE)
062500         INTO(FIZZ-AUTHORITY-RECORD)
062600         RIDFLD(WS-USERID)
062700         RESP(WS-RESP)
062800     END-EXEC.
062900     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
063000         GO TO 4500-EXIT
063100     END-IF.
063200     MOVE FAU-LEVEL TO WS-HELD-LEVEL.
063300     IF WS-NEED-ENTRY
063400         SET WS-AUTH-GRANTED TO TRUE
063500     END-IF.
063600     IF WS-NEED-DECISION AND FAU-LEVEL-RULES
063700         SET WS-AUTH-GRANTED TO TRUE
063800     END-IF.
063900 4500-EXIT.
064000     EXIT.
064100
064200***************************************************************
064300*    4600-LOG-VIOLATION - QUEUE A 'V' RECORD TO THE AUDIT LOG   *
064400*    FOR THE ATTEMPT JUST REFUSED: WHO, WHICH TRANSACTION,      *
064500*    WHEN, AND THE LEVEL THE USERID ACTUALLY HOLDS.             *
064600***************************************************************
064700 4600-LOG-VIOLATION.
064800     MOVE SPACES TO FIZZBUZZ-AUDIT-RECORD.
064900     MOVE 'V' TO FBA-RECORD-TYPE.
065000     MOVE WS-USERID TO FBA-VI-USERID.
065100     MOVE WS-TRANSID TO FBA-VI-TRANSID.
065200     MOVE WS-TODAY TO FBA-VI-DATE.
065300     COMPUTE FBA-VI-TIME = WS-NOW-TIME6 * 100.
065400     MOVE WS-HELD-LEVEL TO FBA-VI-LEVEL.
065500     EXEC CICS WRITEQ TD QUEUE(WS-AUDIT-TDQ)
065600         FROM(FIZZBUZZ-AUDIT-RECORD)
065700         LENGTH(WS-AUDIT-LENGTH)
065800     END-EXEC.
065900 4600-EXIT.
066000     EXIT.
066100
066200***************************************************************
066300*    4900-RELIST-FROM-ACTION - RELIST THE PAGE THAT STARTS AT   *
066400*    THE REQUEST ACTED ON (MESSAGE ALREADY SET), OR FROM THE    *
066500*    TOP WHEN NO REQUEST WAS KEYED, SO THE USER SEES THE        *
066600*    REQUEST'S NEW STATE.                                       *
066700***************************************************************
066800 4900-RELIST-FROM-ACTION.
066900     IF WS-ACTION-REQ > 0
067000         COMPUTE WS-LAST-REQ = WS-ACTION-REQ - 1
067100     ELSE
067200         MOVE 0 TO WS-LAST-REQ
067300     END-IF.
067400     PERFORM 1100-BUILD-REQUEST-LIST THRU 1100-EXIT.
067500     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
067600 4900-EXIT.
067700     EXIT.
067800
067900***************************************************************
068000*    5000-SEND-AND-RETURN - SEND THE MAP AND RETURN WITH THE    *
068100*    LAST REQUEST LISTED IN THE COMMAREA SO THE NEXT ENTER      *
068200*    PAGES FROM THE RIGHT PLACE.                                *
068300***************************************************************
068400 5000-SEND-AND-RETURN.
068500     MOVE WS-LAST-REQ TO WS-BROWSE-KEY.
068600     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
068700         ERASE
068800     END-EXEC.
068900     EXEC CICS RETURN TRANSID(WS-TRANSID)
069000         COMMAREA(WS-BROWSE-KEY) LENGTH(7)
069100     END-EXEC.
069200 5000-EXIT.
069300     EXIT.
069400
069500***************************************************************
069600*    3000-END-SESSION - PF3 WAS PRESSED.  SEND A GOODBYE        *
069700*    MESSAGE AND RETURN WITHOUT A TRANSID SO THE CONVERSATION   *
069800*    ENDS INSTEAD OF WAITING FOR MORE INPUT.                    *
069900***************************************************************
070000 3000-END-SESSION.
070100     EXEC CICS SEND TEXT
070200         FROM('FIZZBUZZ RUN REQUESTS ENDED')
070300         LENGTH(27)
070400         ERASE
070500         FREEKB
070600     END-EXEC.
070700     EXEC CICS RETURN END-EXEC.
070800 3000-EXIT.
070900     EXIT.
