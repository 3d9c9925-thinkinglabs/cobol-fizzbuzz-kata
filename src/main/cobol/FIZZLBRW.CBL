000100***************************************************************
000200*
000300*    FIZZLBRW - FIZZBUZZ RESULTS MASTER BROWSE BY LABEL
000400*
000500*    INSTALLATION.  THINKINGLABS DATA PROCESSING
000600*    AUTHOR.        R MORRIS
000700*    DATE-WRITTEN.  2026-10-15
000800*    DATE-COMPILED.
000900*
001000*    CICS PSEUDO-CONVERSATIONAL TRANSACTION (TRANSID FBLB)
001100*    THAT ANSWERS "WHICH NUMBERS CAME OUT AS FIZZBUZZ IN
001200*    THAT RUN" WITHOUT A BATCH EXTRACT.  FBIQ CAN ONLY LOOK
001300*    ONE NUMBER UP; HERE THE USER KEYS A CLASSIFICATION
001400*    LABEL - AND, IF THEY WANT, A NUMBER RANGE, A RUN ID OR
001500*    A RULE-SET VERSION - AND PAGES THROUGH THE FIZZMST
001600*    RECORDS CARRYING THAT LABEL IN NUMBER ORDER, TEN TO A
001700*    PAGE, WITH THE RUN ID, RUN DATE AND RULE-SET VERSION
001800*    THAT STORED EACH ANSWER.
001900*
002000*    THE MASTER IS READ THROUGH ITS ALTERNATE INDEX PATH
002100*    (CICS FILE FIZZMSTL), KEYED BY FBM-LABEL-KEY - RESULT
002200*    THEN NUMBER - SO A LABEL'S RECORDS COME BACK TOGETHER
002300*    AND THE FROM NUMBER IS A DIRECT START POINT.  RUN ID
002400*    AND VERSION ARE FILTERS ON THE RECORDS READ; SO THAT A
002500*    NARROW FILTER OVER A LONG LABEL CANNOT HOLD THE TASK
002600*    FOR MINUTES, ONE PAGE READS AT MOST WS-SCAN-LIMIT
002700*    RECORDS AND THEN STOPS TO SAY HOW FAR IT GOT.  MATCHES
002800*    ON THE SCREEN IS THE RUNNING COUNT OF RECORDS MATCHED
002900*    SO FAR IN THIS SEARCH; AT THE END OF THE MATCHES IT IS
003000*    THE COUNT IN ALL.
003100*
003200*    ENTER WITH THE SEARCH UNCHANGED PAGES FORWARD; A
003300*    CHANGED SEARCH STARTS AGAIN FROM ITS FROM NUMBER; PF5
003400*    RESTARTS THE SEARCH AT THE TOP; PF3 ENDS.  THE COMMAREA
003500*    CARRIES THE SEARCH, THE NEXT NUMBER TO READ FROM AND
003600*    THE RUNNING COUNT SO PAGING SURVIVES THE PSEUDO-
003700*    CONVERSATION.
003800*
003900*    AUTHORIZATION FOLLOWS FIZZAUTH.  EVERY SEARCH AND EVERY
004000*    PAGE NEEDS INQUIRY AUTHORITY - A RECORD ON THE
004100*    AUTHORITY FILE AT LEVEL '1' OR ABOVE.  A REFUSED
004200*    ATTEMPT IS LOGGED AS A 'V' VIOLATION RECORD ON FIZZAUD
004300*    THROUGH THE FZAD QUEUE.
004400*
004500*    MODIFICATION HISTORY.
004600*    DATE       INIT  DESCRIPTION
004700*    ---------  ----  --------------------------------------
004800*    2026-10-15 RM    INITIAL VERSION.
004900*
005000***************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. FIZZLBRW.
005300
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-370.
005700 OBJECT-COMPUTER. IBM-370.
005800
005900 DATA DIVISION.
006000 WORKING-STORAGE SECTION.
006100***************************************************************
006200*    SYMBOLIC MAP AND RESULTS MASTER RECORD.  THE MASTER IS     *
006300*    BROWSED THROUGH CICS FILE CONTROL ON THE FIZZMSTL PATH,    *
006400*    WHOSE KEY IS FBM-LABEL-KEY.                                *
006500***************************************************************
006600 COPY FIZZLBRM.
006700 COPY FIZZMST.
006800 COPY FIZZAUD.
006900 COPY FIZZAUT.
007000
007100 01  WS-MAPSET-NAME             PIC X(08) VALUE 'FIZZLBRM'.
007200 01  WS-MAP-NAME                PIC X(08) VALUE 'FIZZLBR1'.
007300 01  WS-TRANSID                 PIC X(04) VALUE 'FBLB'.
007400 01  WS-LABEL-FILE              PIC X(08) VALUE 'FIZZMSTL'.
007500 01  WS-AUTH-FILE               PIC X(08) VALUE 'FIZZAUTH'.
007600 01  WS-AUDIT-TDQ               PIC X(04) VALUE 'FZAD'.
007700 01  WS-AUDIT-LENGTH            PIC S9(04) COMP VALUE 120.
007800 01  WS-COMMAREA-LENGTH         PIC S9(04) COMP VALUE 65.
007900 01  WS-AUTH-SWITCH             PIC X(01).
008000     88  WS-AUTH-GRANTED            VALUE 'Y'.
008100     88  WS-AUTH-DENIED             VALUE 'N'.
008200 01  WS-HELD-LEVEL              PIC X(01).
008300 01  WS-EDIT-SWITCH             PIC X(01).
008400     88  WS-EDIT-OK                 VALUE 'Y'.
008500     88  WS-EDIT-BAD                VALUE 'N'.
008600 01  WS-MATCH-SWITCH            PIC X(01).
008700     88  WS-MATCH-YES               VALUE 'Y'.
008800     88  WS-MATCH-NO                VALUE 'N'.
008900 01  WS-BROWSE-SWITCH           PIC X(01).
009000     88  WS-BROWSE-GOING            VALUE 'G'.
009100     88  WS-BROWSE-FULL             VALUE 'F'.
009200     88  WS-BROWSE-LIMIT            VALUE 'L'.
009300     88  WS-BROWSE-DONE             VALUE 'D'.
009400     88  WS-BROWSE-FAILED           VALUE 'X'.
009500 01  WS-VERSION-SWITCH          PIC X(01).
009600     88  WS-VERSION-ANY             VALUE 'A'.
009700     88  WS-VERSION-GIVEN           VALUE 'G'.
009800 01  WS-USERID                  PIC X(08).
009900 01  WS-RESP                    PIC S9(08) COMP.
010000 01  WS-LIST-SUB                PIC 9(02) COMP.
010100 01  WS-LISTED-COUNT            PIC 9(02) COMP.
010200 01  WS-SCANNED-COUNT           PIC 9(04) COMP.
010300 01  WS-SCAN-LIMIT              PIC 9(04) COMP VALUE 500.
010400 01  WS-LAST-READ               PIC 9(09).
010500 01  WS-ABSTIME                 PIC S9(15) COMP-3.
010600 01  WS-TODAY                   PIC 9(08).
010700 01  WS-NOW-TIME6               PIC 9(06).
010800
010900***************************************************************
011000*    THE ALTERNATE KEY THE BROWSE STARTS FROM AND READS INTO,   *
011100*    LAID OUT AS FBM-LABEL-KEY, AND THE SEARCH ONCE EDITED.     *
011200***************************************************************
011300 01  WS-LABEL-KEY.
011400     05  WS-LK-RESULT           PIC X(16).
011500     05  WS-LK-NUMBER           PIC 9(09).
011600 01  WS-SEARCH-FROM             PIC 9(09).
011700 01  WS-SEARCH-TO               PIC 9(09).
011800 01  WS-SEARCH-VERSION          PIC 9(04).
011900
012000***************************************************************
012100*    THE SEARCH AS KEYED ON THE SCREEN.  LAID OUT AS            *
012200*    WS-CA-SEARCH SO THE TWO CAN BE COMPARED WHOLE TO TELL A    *
012300*    NEW SEARCH FROM A REQUEST FOR THE NEXT PAGE.               *
012400***************************************************************
012500 01  WS-KEYED-SEARCH.
012600     05  WS-KS-LABEL            PIC X(16).
012700     05  WS-KS-RUN-ID           PIC X(08).
012800     05  WS-KS-FROM             PIC X(09).
012900     05  WS-KS-TO               PIC X(09).
013000     05  WS-KS-VERSION          PIC X(04).
013100
013200***************************************************************
013300*    COMMAREA - THE SEARCH IN FORCE, THE NUMBER THE NEXT PAGE   *
013400*    READS FROM, THE RUNNING MATCH COUNT, AND WHETHER THERE     *
013500*    IS MORE TO READ.                                           *
013600***************************************************************
013700 01  WS-COMMAREA.
013800     05  WS-CA-SEARCH.
013900         10  WS-CA-LABEL        PIC X(16).
014000         10  WS-CA-RUN-ID       PIC X(08).
014100         10  WS-CA-FROM         PIC X(09).
014200         10  WS-CA-TO           PIC X(09).
014300         10  WS-CA-VERSION      PIC X(04).
014400     05  WS-CA-NEXT-NUMBER      PIC 9(09).
014500     05  WS-CA-MATCHES          PIC 9(09).
014600     05  WS-CA-STATE            PIC X(01).
014700         88  WS-CA-NO-SEARCH        VALUE ' '.
014800         88  WS-CA-MORE             VALUE 'M'.
014900         88  WS-CA-ENDED            VALUE 'E'.
015000
015100***************************************************************
015200*    ONE FORMATTED LINE OF THE ON-SCREEN RESULT LIST, AND THE   *
015300*    EDITED COUNTS FOR THE SCREEN AND THE MESSAGE LINE.         *
015400***************************************************************
015500 01  WS-LIST-LINE.
015600     05  WS-LL-NUMBER           PIC 9(09).
015700     05  FILLER                 PIC X(01) VALUE SPACES.
015800     05  WS-LL-RESULT           PIC X(16).
015900     05  FILLER                 PIC X(01) VALUE SPACES.
016000     05  WS-LL-RUN-ID           PIC X(08).
016100     05  FILLER                 PIC X(01) VALUE SPACES.
016200     05  WS-LL-RUN-DATE         PIC 9(08).
016300     05  FILLER                 PIC X(01) VALUE SPACES.
016400     05  WS-LL-VERSION          PIC 9(04).
016500 01  WS-MATCHES-EDIT            PIC ZZZZZZZZ9.
016600 01  WS-NUMBER-EDIT             PIC ZZZZZZZZ9.
016700 01  WS-MSG-WORK                PIC X(60).
016800
016900 COPY DFHAID.
017000 COPY DFHBMSCA.
017100
017200 LINKAGE SECTION.
017300 01  DFHCOMMAREA                PIC X(65).
017400
017500 PROCEDURE DIVISION.
017600
017700***************************************************************
017800*    0000-MAIN - ON THE FIRST CALL OF THE CONVERSATION (NO      *
017900*    COMMAREA, EIBCALEN = 0) SEND THE EMPTY SEARCH SCREEN AND   *
018000*    WAIT.  ON EVERY SUBSEQUENT CALL, PF3 ENDS, PF5 RUNS THE    *
018100*    SEARCH IN FORCE AGAIN FROM THE TOP, AND ENTER STARTS A     *
018200*    NEW SEARCH OR PAGES FORWARD.                               *
018300***************************************************************
018400 0000-MAIN.
018500     IF EIBCALEN EQUAL 0
018600         PERFORM 0100-CLEAR-COMMAREA THRU 0100-EXIT
018700         PERFORM 1000-SEND-EMPTY-SCREEN THRU 1000-EXIT
018800     ELSE
018900         IF EIBCALEN EQUAL WS-COMMAREA-LENGTH
019000             MOVE DFHCOMMAREA TO WS-COMMAREA
019100         END-IF
019200         IF EIBCALEN NOT EQUAL WS-COMMAREA-LENGTH
019300             OR WS-CA-NEXT-NUMBER IS NOT NUMERIC
019400             OR WS-CA-MATCHES IS NOT NUMERIC
019500             PERFORM 0100-CLEAR-COMMAREA THRU 0100-EXIT
019600         END-IF
019700         EVALUATE TRUE
019800             WHEN EIBAID EQUAL DFHPF3
019900                 PERFORM 3000-END-SESSION THRU 3000-EXIT
020000             WHEN EIBAID EQUAL DFHPF5
020100                 PERFORM 2500-RESTART-SEARCH THRU 2500-EXIT
020200             WHEN OTHER
020300                 PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
020400         END-EVALUATE
020500     END-IF.
020600     GOBACK.
020700
020800***************************************************************
020900*    0100-CLEAR-COMMAREA - NO SEARCH IN FORCE.                  *
021000***************************************************************
021100 0100-CLEAR-COMMAREA.
021200     MOVE SPACES TO WS-COMMAREA.
021300     MOVE 0 TO WS-CA-NEXT-NUMBER.
021400     MOVE 0 TO WS-CA-MATCHES.
021500     SET WS-CA-NO-SEARCH TO TRUE.
021600 0100-EXIT.
021700     EXIT.
021800
021900***************************************************************
022000*    1000-SEND-EMPTY-SCREEN - NO SEARCH YET: PROMPT FOR ONE.    *
022100***************************************************************
022200 1000-SEND-EMPTY-SCREEN.
022300     MOVE LOW-VALUES TO FIZZLBR1O.
022400     MOVE 'KEY A LABEL, AND ANY LIMITS, THEN PRESS ENTER' TO MSGO.
022500     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800
022900***************************************************************
023000*    1100-BUILD-LABEL-LIST - BROWSE THE PATH FORWARD FROM THE   *
023100*    LABEL AND WS-CA-NEXT-NUMBER INTO THE BLIN1-BLIN10 LINES.   *
023200*    THE BROWSE STOPS WHEN THE PAGE IS FULL (FULL), WHEN        *
023300*    WS-SCAN-LIMIT RECORDS HAVE BEEN READ (LIMIT), OR WHEN IT   *
023400*    PASSES THE LAST RECORD FOR THE LABEL OR THE TO NUMBER      *
023500*    (DONE).  FULL OR LIMIT LEAVES THE NUMBER AFTER THE LAST    *
023600*    ONE READ IN WS-CA-NEXT-NUMBER FOR THE NEXT PAGE.           *
023700***************************************************************
023800 1100-BUILD-LABEL-LIST.
023900     MOVE 0 TO WS-LISTED-COUNT.
024000     MOVE 0 TO WS-SCANNED-COUNT.
024100     PERFORM 1110-CLEAR-LIST-LINE THRU 1110-EXIT
024200         VARYING WS-LIST-SUB FROM 1 BY 1
024300         UNTIL WS-LIST-SUB > 10.
024400     SET WS-BROWSE-GOING TO TRUE.
024500     MOVE WS-CA-LABEL TO WS-LK-RESULT.
024600     MOVE WS-CA-NEXT-NUMBER TO WS-LK-NUMBER.
024700     EXEC CICS STARTBR FILE(WS-LABEL-FILE)
024800         RIDFLD(WS-LABEL-KEY)
024900         GTEQ
025000         RESP(WS-RESP)
025100     END-EXEC.
025200     IF WS-RESP EQUAL DFHRESP(NOTFND)
025300         SET WS-BROWSE-DONE TO TRUE
025400         GO TO 1100-EXIT
025500     END-IF.
025600     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
025700         SET WS-BROWSE-FAILED TO TRUE
025800         GO TO 1100-EXIT
025900     END-IF.
026000     PERFORM 1120-READ-NEXT-RESULT THRU 1120-EXIT
026100         UNTIL NOT WS-BROWSE-GOING.
026200     EXEC CICS ENDBR FILE(WS-LABEL-FILE)
026300     END-EXEC.
026400     IF WS-BROWSE-FULL OR WS-BROWSE-LIMIT
026500         IF WS-LAST-READ NOT LESS THAN WS-SEARCH-TO
026600             SET WS-BROWSE-DONE TO TRUE
026700         ELSE
026800             COMPUTE WS-CA-NEXT-NUMBER = WS-LAST-READ + 1
026900         END-IF
027000     END-IF.
027100 1100-EXIT.
027200     EXIT.
027300
027400***************************************************************
027500*    1110-CLEAR-LIST-LINE - BLANK ONE RESULT LIST LINE.         *
027600***************************************************************
027700 1110-CLEAR-LIST-LINE.
027800     MOVE SPACES TO BLINO (WS-LIST-SUB).
027900 1110-EXIT.
028000     EXIT.
028100
028200***************************************************************
028300*    1120-READ-NEXT-RESULT - READ THE NEXT RECORD OFF THE       *
028400*    PATH.  A RECORD FOR ANOTHER LABEL, OR PAST THE TO          *
028500*    NUMBER, ENDS THE MATCHES.  A RECORD THAT PASSES THE RUN    *
028600*    ID AND VERSION FILTERS IS COUNTED AND LISTED.              *
028700***************************************************************
028800 1120-READ-NEXT-RESULT.
028900     EXEC CICS READNEXT FILE(WS-LABEL-FILE)
029000         INTO(FIZZBUZZ-MASTER-RECORD)
029100         RIDFLD(WS-LABEL-KEY)
029200         RESP(WS-RESP)
029300     END-EXEC.
029400     IF WS-RESP EQUAL DFHRESP(ENDFILE)
029500         SET WS-BROWSE-DONE TO TRUE
029600         GO TO 1120-EXIT
029700     END-IF.
029800     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
029900         SET WS-BROWSE-FAILED TO TRUE
030000         GO TO 1120-EXIT
030100     END-IF.
030200     IF WS-LK-RESULT NOT EQUAL WS-CA-LABEL
030300         OR WS-LK-NUMBER > WS-SEARCH-TO
030400         SET WS-BROWSE-DONE TO TRUE
030500         GO TO 1120-EXIT
030600     END-IF.
030700     ADD 1 TO WS-SCANNED-COUNT.
030800     MOVE WS-LK-NUMBER TO WS-LAST-READ.
030900     PERFORM 1130-TEST-FILTERS THRU 1130-EXIT.
031000     IF WS-MATCH-YES
031100         ADD 1 TO WS-LISTED-COUNT
031200         ADD 1 TO WS-CA-MATCHES
031300         MOVE FBM-NUMBER TO WS-LL-NUMBER
031400         MOVE FBM-RESULT TO WS-LL-RESULT
031500         MOVE FBM-RUN-ID TO WS-LL-RUN-ID
031600         MOVE FBM-RUN-DATE TO WS-LL-RUN-DATE
031700         MOVE FBM-RULE-SET-VERSION TO WS-LL-VERSION
031800         MOVE WS-LIST-LINE TO BLINO (WS-LISTED-COUNT)
031900         IF WS-LISTED-COUNT > 9
032000             SET WS-BROWSE-FULL TO TRUE
032100             GO TO 1120-EXIT
032200         END-IF
032300     END-IF.
032400     IF WS-SCANNED-COUNT NOT LESS THAN WS-SCAN-LIMIT
032500         SET WS-BROWSE-LIMIT TO TRUE
032600     END-IF.
032700 1120-EXIT.
032800     EXIT.
032900
033000***************************************************************
033100*    1130-TEST-FILTERS - A RECORD MATCHES WHEN THE RUN ID, IF   *
033200*    ONE WAS KEYED, AND THE RULE-SET VERSION, IF ONE WAS        *
033300*    KEYED, ARE THE ONES ON THE RECORD.                         *
033400***************************************************************
033500 1130-TEST-FILTERS.
033600     SET WS-MATCH-NO TO TRUE.
033700     IF WS-CA-RUN-ID NOT EQUAL SPACES
033800         AND FBM-RUN-ID NOT EQUAL WS-CA-RUN-ID
033900         GO TO 1130-EXIT
034000     END-IF.
034100     IF WS-VERSION-GIVEN
034200         AND FBM-RULE-SET-VERSION NOT EQUAL WS-SEARCH-VERSION
034300         GO TO 1130-EXIT
034400     END-IF.
034500     SET WS-MATCH-YES TO TRUE.
034600 1130-EXIT.
034700     EXIT.
034800
034900***************************************************************
035000*    2000-PROCESS-INPUT - RECEIVE THE SCREEN AND EDIT THE       *
035100*    SEARCH.  THE SEARCH IN FORCE, KEYED AGAIN UNCHANGED,       *
035200*    MEANS THE NEXT PAGE (OR, ONCE THE MATCHES HAVE RUN OUT,    *
035300*    THE END MESSAGE AGAIN); ANYTHING ELSE IS A NEW SEARCH      *
035400*    FROM ITS FROM NUMBER.                                      *
035500***************************************************************
035600 2000-PROCESS-INPUT.
035700     EXEC CICS RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
035800         RESP(WS-RESP)
035900     END-EXEC.
036000     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
036100         PERFORM 0100-CLEAR-COMMAREA THRU 0100-EXIT
036200         PERFORM 1000-SEND-EMPTY-SCREEN THRU 1000-EXIT
036300         GO TO 2000-EXIT
036400     END-IF.
036500     MOVE BLABELI TO WS-KS-LABEL.
036600     MOVE BRUNIDI TO WS-KS-RUN-ID.
036700     MOVE BFROMI TO WS-KS-FROM.
036800     MOVE BTOI TO WS-KS-TO.
036900     MOVE BVERSI TO WS-KS-VERSION.
037000     INSPECT WS-KEYED-SEARCH REPLACING ALL LOW-VALUE BY SPACE.
037100     MOVE LOW-VALUES TO FIZZLBR1O.
037200     PERFORM 4400-EDIT-SEARCH THRU 4400-EXIT.
037300     IF WS-EDIT-BAD
037400         PERFORM 0100-CLEAR-COMMAREA THRU 0100-EXIT
037500         PERFORM 4800-SHOW-KEYED-SEARCH THRU 4800-EXIT
037600         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
037700         GO TO 2000-EXIT
037800     END-IF.
037900     IF WS-KEYED-SEARCH EQUAL WS-CA-SEARCH
038000         AND NOT WS-CA-NO-SEARCH
038100         PERFORM 2100-NEXT-PAGE THRU 2100-EXIT
038200         GO TO 2000-EXIT
038300     END-IF.
038400     MOVE WS-KEYED-SEARCH TO WS-CA-SEARCH.
038500     MOVE WS-SEARCH-FROM TO WS-CA-NEXT-NUMBER.
038600     MOVE 0 TO WS-CA-MATCHES.
038700     PERFORM 2200-LIST-PAGE THRU 2200-EXIT.
038800 2000-EXIT.
038900     EXIT.
039000
039100***************************************************************
039200*    2100-NEXT-PAGE - THE SEARCH IS UNCHANGED.  LIST THE NEXT   *
039300*    PAGE, OR SAY AGAIN THAT THE MATCHES HAVE RUN OUT.          *
039400***************************************************************
039500 2100-NEXT-PAGE.
039600     IF WS-CA-MORE
039700         PERFORM 2200-LIST-PAGE THRU 2200-EXIT
039800         GO TO 2100-EXIT
039900     END-IF.
040000     PERFORM 1110-CLEAR-LIST-LINE THRU 1110-EXIT
040100         VARYING WS-LIST-SUB FROM 1 BY 1
040200         UNTIL WS-LIST-SUB > 10.
040300     PERFORM 2300-END-MESSAGE THRU 2300-EXIT.
040400     PERFORM 4800-SHOW-KEYED-SEARCH THRU 4800-EXIT.
040500     MOVE WS-CA-MATCHES TO WS-MATCHES-EDIT.
040600     MOVE WS-MATCHES-EDIT TO BCOUNTO.
040700     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
040800 2100-EXIT.
040900     EXIT.
041000
041100***************************************************************
041200*    2200-LIST-PAGE - CHECK THE USER'S AUTHORITY, LIST ONE      *
041300*    PAGE OF THE SEARCH IN FORCE FROM WS-CA-NEXT-NUMBER, AND    *
041400*    SAY WHETHER THERE IS MORE.                                 *
041500***************************************************************
041600 2200-LIST-PAGE.
041700     PERFORM 4800-SHOW-KEYED-SEARCH THRU 4800-EXIT.
041800     EXEC CICS ASSIGN USERID(WS-USERID)
041900     END-EXEC.
042000     PERFORM 4500-CHECK-AUTHORITY THRU 4500-EXIT.
042100     IF WS-AUTH-DENIED
042200         MOVE 'NOT AUTHORIZED TO BROWSE THE RESULTS MASTER'
042300             TO MSGO
042400         PERFORM 4600-LOG-VIOLATION THRU 4600-EXIT
042500         SET WS-CA-NO-SEARCH TO TRUE
042600         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
042700         GO TO 2200-EXIT
042800     END-IF.
042900     PERFORM 1100-BUILD-LABEL-LIST THRU 1100-EXIT.
043000     MOVE SPACES TO WS-MSG-WORK.
043100     EVALUATE TRUE
043200         WHEN WS-BROWSE-FAILED
043300             SET WS-CA-NO-SEARCH TO TRUE
043400             MOVE 'RESULTS MASTER BY LABEL NOT AVAILABLE'
043500                 TO WS-MSG-WORK
043600         WHEN WS-BROWSE-DONE
043700             SET WS-CA-ENDED TO TRUE
043800             PERFORM 2300-END-MESSAGE THRU 2300-EXIT
043900         WHEN WS-BROWSE-LIMIT
044000             SET WS-CA-MORE TO TRUE
044100             MOVE WS-LAST-READ TO WS-NUMBER-EDIT
044200             STRING 'SEARCHED TO NUMBER ' WS-NUMBER-EDIT
044300                 ' - ENTER TO SEARCH ON'
044400                 DELIMITED BY SIZE INTO WS-MSG-WORK
044500         WHEN OTHER
044600             SET WS-CA-MORE TO TRUE
044700             MOVE 'MORE MATCHES - ENTER FOR THE NEXT PAGE'
044800                 TO WS-MSG-WORK
044900     END-EVALUATE.
045000     IF NOT WS-BROWSE-DONE
045100         MOVE WS-MSG-WORK TO MSGO
045200     END-IF.
045300     MOVE WS-CA-MATCHES TO WS-MATCHES-EDIT.
045400     MOVE WS-MATCHES-EDIT TO BCOUNTO.
045500     PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT.
045600 2200-EXIT.
045700     EXIT.
045800
045900***************************************************************
046000*    2300-END-MESSAGE - THE MATCHES HAVE RUN OUT: GIVE THE      *
046100*    COUNT IN ALL, OR SAY NOTHING MATCHED.                      *
046200***************************************************************
046300 2300-END-MESSAGE.
046400     IF WS-CA-MATCHES EQUAL 0
046500         MOVE 'NO RESULTS MATCH THIS SEARCH' TO MSGO
046600         GO TO 2300-EXIT
046700     END-IF.
046800     MOVE WS-CA-MATCHES TO WS-MATCHES-EDIT.
046900     MOVE SPACES TO WS-MSG-WORK.
047000     STRING 'END OF MATCHES -' WS-MATCHES-EDIT
047100         ' IN ALL, PF5 FOR TOP'
047200         DELIMITED BY SIZE INTO WS-MSG-WORK.
047300     MOVE WS-MSG-WORK TO MSGO.
047400 2300-EXIT.
047500     EXIT.
047600
047700***************************************************************
047800*    2500-RESTART-SEARCH - PF5.  RUN THE SEARCH IN FORCE AGAIN  *
047900*    FROM ITS FROM NUMBER; WITH NO SEARCH, PROMPT FOR ONE.      *
048000***************************************************************
048100 2500-RESTART-SEARCH.
048200     IF WS-CA-LABEL EQUAL SPACES
048300         PERFORM 0100-CLEAR-COMMAREA THRU 0100-EXIT
048400         PERFORM 1000-SEND-EMPTY-SCREEN THRU 1000-EXIT
048500         GO TO 2500-EXIT
048600     END-IF.
048700     MOVE WS-CA-SEARCH TO WS-KEYED-SEARCH.
048800     MOVE LOW-VALUES TO FIZZLBR1O.
048900     PERFORM 4400-EDIT-SEARCH THRU 4400-EXIT.
049000     IF WS-EDIT-BAD
049100         PERFORM 0100-CLEAR-COMMAREA THRU 0100-EXIT
049200         PERFORM 4800-SHOW-KEYED-SEARCH THRU 4800-EXIT
049300         PERFORM 5000-SEND-AND-RETURN THRU 5000-EXIT
049400         GO TO 2500-EXIT
049500     END-IF.
049600     MOVE WS-SEARCH-FROM TO WS-CA-NEXT-NUMBER.
049700     MOVE 0 TO WS-CA-MATCHES.
049800     PERFORM 2200-LIST-PAGE THRU 2200-EXIT.
049900 2500-EXIT.
050000     EXIT.
050100
050200***************************************************************
050300*    4400-EDIT-SEARCH - EDIT THE SEARCH KEYED.  THE LABEL IS    *
050400*    REQUIRED.  A BLANK OR ZERO FROM IS 1 AND A BLANK OR ZERO   *
050500*    TO IS THE HIGHEST NUMBER, SO A LABEL ALONE SEARCHES THE    *
050600*    WHOLE MASTER.  A BLANK RUN ID OR VERSION MEANS ANY; A      *
050700*    VERSION IS FOUR DIGITS, 0000 BEING THE COMPILED-IN         *
050800*    DEFAULT RULES.  THE FIRST FAULT FOUND GOES ON THE          *
050900*    MESSAGE LINE.                                              *
051000***************************************************************
051100 4400-EDIT-SEARCH.
051200     SET WS-EDIT-BAD TO TRUE.
051300     IF WS-KS-LABEL EQUAL SPACES
051400         MOVE 'LABEL IS REQUIRED' TO MSGO
051500         GO TO 4400-EXIT
051600     END-IF.
051700     MOVE 1 TO WS-SEARCH-FROM.
051800     IF WS-KS-FROM NOT EQUAL SPACES
051900         IF WS-KS-FROM IS NOT NUMERIC
052000             MOVE 'FROM MUST BE NUMERIC' TO MSGO
052100             GO TO 4400-EXIT
052200         END-IF
052300         MOVE WS-KS-FROM TO WS-SEARCH-FROM
052400         IF WS-SEARCH-FROM EQUAL 0
052500             MOVE 1 TO WS-SEARCH-FROM
052600         END-IF
052700     END-IF.
052800     MOVE 999999999 TO WS-SEARCH-TO.
052900     IF WS-KS-TO NOT EQUAL SPACES
053000         IF WS-KS-TO IS NOT NUMERIC
053100             MOVE 'TO MUST BE NUMERIC' TO MSGO
053200             GO TO 4400-EXIT
053300         END-IF
053400         MOVE WS-KS-TO TO WS-SEARCH-TO
053500         IF WS-SEARCH-TO EQUAL 0
053600             MOVE 999999999 TO WS-SEARCH-TO
053700         END-IF
053800     END-IF.
053900     IF WS-SEARCH-TO < WS-SEARCH-FROM
054000         MOVE 'TO MAY NOT BE BELOW FROM' TO MSGO
054100         GO TO 4400-EXIT
054200     END-IF.
054300     SET WS-VERSION-ANY TO TRUE.
054400     MOVE 0 TO WS-SEARCH-VERSION.
054500     IF WS-KS-VERSION NOT EQUAL SPACES
054600         IF WS-KS-VERSION IS NOT NUMERIC
054700             MOVE 'VERSION MUST BE FOUR DIGITS' TO MSGO
054800             GO TO 4400-EXIT
054900         END-IF
055000         MOVE WS-KS-VERSION TO WS-SEARCH-VERSION
055100         SET WS-VERSION-GIVEN TO TRUE
055200     END-IF.
055300     SET WS-EDIT-OK TO TRUE.
055400 4400-EXIT.
055500     EXIT.
055600
055700***************************************************************
055800*    4500-CHECK-AUTHORITY - LOOK THE SIGNED-ON USERID UP ON     *
055900*    THE FIZZAUTH AUTHORITY FILE.  BROWSING NEEDS INQUIRY       *
056000*    AUTHORITY, LEVEL '1' OR ABOVE.  THE LEVEL HELD IS KEPT     *
056100*    FOR THE VIOLATION RECORD (SPACES WHEN NOT ON FILE AT       *
056200*    ALL).                                                      *
056300***************************************************************
056400 4500-CHECK-AUTHORITY.
056500     SET WS-AUTH-DENIED TO TRUE.
056600     MOVE SPACES TO WS-HELD-LEVEL.
056700     EXEC CICS READ FILE(WS-AUTH-FILE)
056800         INTO(FIZZ-AUTHORITY-RECORD)
056900         RIDFLD(WS-USERID)
057000         RESP(WS-RESP)
057100     END-EXEC.
057200     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
057300         GO TO 4500-EXIT
057400     END-IF.
057500     MOVE FAU-LEVEL TO WS-HELD-LEVEL.
057600     IF FAU-LEVEL-INQUIRE OR FAU-LEVEL-UPDATE
057700         SET WS-AUTH-GRANTED TO TRUE
057800     END-IF.
057900 4500-EXIT.
058000     EXIT.
058100
058200***************************************************************
058300*    4600-LOG-VIOLATION - QUEUE A 'V' RECORD TO THE AUDIT LOG   *
058400*    FOR THE BROWSE JUST REFUSED: WHO, WHICH TRANSACTION,       *
058500*    WHEN, AND THE LEVEL THE USERID ACTUALLY HOLDS.             *
058600***************************************************************
058700 4600-LOG-VIOLATION.
058800     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
058900     END-EXEC.
059000     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
059100         YYYYMMDD(WS-TODAY)
059200         TIME(WS-NOW-TIME6)
059300     END-EXEC.
059400     MOVE SPACES TO FIZZBUZZ-AUDIT-RECORD.
059500     MOVE 'V' TO FBA-RECORD-TYPE.
059600     MOVE WS-USERID TO FBA-VI-USERID.
059700     MOVE WS-TRANSID TO FBA-VI-TRANSID.
059800     MOVE WS-TODAY TO FBA-VI-DATE.
059900     COMPUTE FBA-VI-TIME = WS-NOW-TIME6 * 100.
060000     MOVE WS-HELD-LEVEL TO FBA-VI-LEVEL.
060100     EXEC CICS WRITEQ TD QUEUE(WS-AUDIT-TDQ)
060200         FROM(FIZZBUZZ-AUDIT-RECORD)
060300         LENGTH(WS-AUDIT-LENGTH)
060400     END-EXEC.
060500 4600-EXIT.
060600     EXIT.
060700
060800***************************************************************
060900*    4800-SHOW-KEYED-SEARCH - PUT THE SEARCH BACK ON THE        *
061000*    SCREEN AS KEYED, SO THE USER SEES WHAT WAS SEARCHED FOR.   *
061100***************************************************************
061200 4800-SHOW-KEYED-SEARCH.
061300     MOVE WS-KS-LABEL TO BLABELO.
061400     MOVE WS-KS-RUN-ID TO BRUNIDO.
061500     MOVE WS-KS-FROM TO BFROMO.
061600     MOVE WS-KS-TO TO BTOO.
061700     MOVE WS-KS-VERSION TO BVERSO.
061800 4800-EXIT.
061900     EXIT.
062000
062100***************************************************************
062200*    5000-SEND-AND-RETURN - SEND THE MAP AND RETURN WITH THE    *
062300*    SEARCH, NEXT NUMBER AND RUNNING COUNT IN THE COMMAREA SO   *
062400*    THE NEXT ENTER PAGES FROM THE RIGHT PLACE.                 *
062500***************************************************************
062600 5000-SEND-AND-RETURN.
062700     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
062800         ERASE
062900     END-EXEC.
063000     EXEC CICS RETURN TRANSID(WS-TRANSID)
063100         COMMAREA(WS-COMMAREA) LENGTH(WS-COMMAREA-LENGTH)
063200     END-EXEC.
063300 5000-EXIT.
063400     EXIT.
063500
063600***************************************************************
063700*    3000-END-SESSION - PF3 WAS PRESSED.  SEND A GOODBYE        *
063800*    MESSAGE AND RETURN WITHOUT A TRANSID SO THE CONVERSATION   *
063900*    ENDS INSTEAD OF WAITING FOR MORE INPUT.                    *
064000***************************************************************
064100 3000-END-SESSION.
064200     EXEC CICS SEND TEXT
064300         FROM('FIZZBUZZ LABEL BROWSE ENDED')
064400         LENGTH(27)
064500         ERASE
064600         FREEKB
064700     END-EXEC.
064800     EXEC CICS RETURN END-EXEC.
064900 3000-EXIT.
065000     EXIT.
