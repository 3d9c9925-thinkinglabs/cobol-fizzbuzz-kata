003000*    DATE       INIT  DESCRIPTION
003100*    ---------  ----  --------------------------------------
003200*    2026-09-02 RM    INITIAL VERSION.
003210*    2026-10-15 RM    RULE TYPES.  PROPOSED CARDS MAY CARRY A
003220*                     RULE TYPE AND OPERANDS, EDITED AS THE BATCH
003230*                     LOAD EDITS THEM (FIA304E BAD TYPE, FIA305E
003240*                     BAD DIGIT OR BAND), AND THE PER-RULE LINES
003250*                     SHOW EACH RULE'S TYPE AND OPERAND.
003300*
003400***************************************************************
003500 IDENTIFICATION DIVISION.
008600 01  WS-RULE-SUB                PIC 9(02) COMP VALUE 0.
008700 01  WS-PROP-VERSION            PIC 9(04) VALUE 0.
008800 01  WS-PROP-EFF-DATE           PIC 9(08) VALUE 0.
008820 01  WS-RULE-EDIT-SWITCH        PIC X(01).
008840     88  WS-RULE-EDIT-OK            VALUE 'Y'.
008860     88  WS-RULE-EDIT-BAD           VALUE 'N'.
008900
009000***************************************************************
009100*    GRAND COUNTS AND THE PER-RULE CHANGED-ANSWER COUNTS, IN    *
009200*    PROPOSED RULE TABLE ORDER.  A CHANGED NUMBER BUMPS THE     *
009300*    COUNT OF EVERY PROPOSED RULE THAT MATCHED IT, SO A RULE    *
009400*    WHOSE COUNT IS ZERO TOUCHES NO STORED ANSWER.              *
009420*    FZBZHIT FLAGS ONLY THE RULES WHOSE LABELS ARE IN THE NEW   *
009440*    RESULT, SO AN OVERRIDE THAT FIRES TAKES THE CHANGE ALONE.  *
009500***************************************************************
009600 01  WS-MASTER-COUNT            PIC 9(09) VALUE 0.
009700 01  WS-CHANGED-COUNT           PIC 9(09) VALUE 0.
013300     05  WS-RL-DIVISOR          PIC 9(02).
013400     05  FILLER                 PIC X(07) VALUE ' LABEL '.
013500     05  WS-RL-LABEL            PIC X(08).
013520     05  FILLER                 PIC X(06) VALUE ' TYPE '.
013540     05  WS-RL-TYPE             PIC X(01).
013560     05  FILLER                 PIC X(01) VALUE SPACES.
013580     05  WS-RL-OPERAND          PIC X(19).
013600     05  FILLER                 PIC X(18) VALUE
013700         ' CHANGED ANSWERS: '.
013800     05  WS-RL-COUNT            PIC ZZZZZZZZ9.
013900     05  FILLER                 PIC X(47) VALUE SPACES.
014000 01  WS-TOTAL-LINE.
014100     05  FILLER                 PIC X(15) VALUE 'MASTER RECORDS '.
014200     05  WS-TOT-MASTER          PIC ZZZZZZZZ9.
019900
020000***************************************************************
020100*    0300-LOAD-PROPOSED-RULES - READ THE PROPOSED RULE CARDS    *
020200*    INTO FR-RULE-TABLE WITH THE SAME DIVISOR AND RULE TYPE     *
020300*    EDITS THE BATCH LOAD APPLIES.  ALL CARDS ARE TAKEN AS ONE  *
020350*    SET - THE SET THE TICKET PROPOSES - AND THE FIRST CARD'S   *
020400*    EFFECTIVE DATE AND VERSION ARE CARRIED TO THE REPORT       *
020500*    HEADING.  A MISSING OR EMPTY FILE LEAVES THE COUNT ZERO    *
020600*    AND 0000-MAIN ENDS THE STEP - ANALYZING AGAINST NO RULES   *
020700*    WOULD REPORT EVERY NON-PLAIN ANSWER AS A CHANGE AND DROWN  *
020800*    THE REAL FIGURE.                                           *
020900***************************************************************
021000 0300-LOAD-PROPOSED-RULES.
021100     MOVE 0 TO FR-RULE-COUNT.
023600         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
023700         GO TO 0310-EXIT
023800     END-IF.
023820     PERFORM 0315-EDIT-RULE-TYPE THRU 0315-EXIT.
023840     IF WS-RULE-EDIT-BAD
023860         GO TO 0310-EXIT
023880     END-IF.
023900     IF FR-RULE-COUNT >= 10
024000         DISPLAY 'FIA302E FIZZIMPA - PROPOSED RULE REJECTED, '
024100             'TABLE FULL: ' FXR-DIVISOR
024300         GO TO 0310-EXIT
024400     END-IF.
024500     ADD 1 TO FR-RULE-COUNT.
024600     PERFORM 0330-STORE-RULE THRU 0330-EXIT.
024800     IF FR-RULE-COUNT EQUAL 1
024900         IF FXR-SET-VERSION IS NUMERIC
025000             MOVE FXR-SET-VERSION TO WS-PROP-VERSION
025500     END-IF.
025600 0310-EXIT.
025700     EXIT.
025701
025702***************************************************************
025703*    0315-EDIT-RULE-TYPE - THE BATCH LOAD'S RULE TYPE AND       *
025704*    OPERAND EDITS: TYPE 'D' (OR SPACE), 'C', 'B', OR 'O'; A    *
025705*    NUMERIC DIGIT FOR A CONTAINS RULE; NUMERIC BAND BOUNDS,    *
025706*    LOW NOT ABOVE HIGH, FOR A BAND RULE.                       *
025707***************************************************************
025708 0315-EDIT-RULE-TYPE.
025709     SET WS-RULE-EDIT-BAD TO TRUE.
025710     IF NOT FXR-TYPE-VALID
025711         DISPLAY 'FIA304E FIZZIMPA - PROPOSED RULE REJECTED, '
025712             'BAD RULE TYPE: ' FXR-RULE-TYPE
025713         PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
025714         GO TO 0315-EXIT
025715     END-IF.
025716     IF FXR-TYPE-CONTAINS
025717         IF FXR-DIGIT IS NOT NUMERIC
025718             DISPLAY 'FIA305E FIZZIMPA - PROPOSED RULE '
025719                 'REJECTED, BAD DIGIT: ' FXR-DIGIT
025720             PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
025721             GO TO 0315-EXIT
025722         END-IF
025723     END-IF.
025724     IF FXR-TYPE-BAND
025725         IF FXR-BAND-LOW IS NOT NUMERIC
025726             OR FXR-BAND-HIGH IS NOT NUMERIC
025727             DISPLAY 'FIA305E FIZZIMPA - PROPOSED RULE '
025728                 'REJECTED, BAD BAND: ' FXR-DIVISOR
025729             PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
025730             GO TO 0315-EXIT
025731         END-IF
025732         IF FXR-BAND-LOW > FXR-BAND-HIGH
025733             DISPLAY 'FIA305E FIZZIMPA - PROPOSED RULE '
025734                 'REJECTED, BAD BAND: ' FXR-BAND-LOW '-'
025735                 FXR-BAND-HIGH
025736             PERFORM 8900-RAISE-DEGRADED THRU 8900-EXIT
025737             GO TO 0315-EXIT
025738         END-IF
025739     END-IF.
025740     SET WS-RULE-EDIT-OK TO TRUE.
025741 0315-EXIT.
025742     EXIT.
025743
025744***************************************************************
025745*    0330-STORE-RULE - LOAD THE EDITED PROPOSED RULE INTO THE   *
025746*    NEXT TABLE ENTRY, THE SAME WAY AS THE BATCH LOAD.          *
025747***************************************************************
025748 0330-STORE-RULE.
025749     MOVE FXR-DIVISOR TO FR-DIVISOR (FR-RULE-COUNT).
025750     MOVE FXR-LABEL TO FR-LABEL (FR-RULE-COUNT).
025751     IF FXR-TYPE-DIVISOR
025752         MOVE 'D' TO FR-RULE-TYPE (FR-RULE-COUNT)
025753     ELSE
025754         MOVE FXR-RULE-TYPE TO FR-RULE-TYPE (FR-RULE-COUNT)
025755     END-IF.
025756     MOVE FXR-DIGIT TO FR-DIGIT (FR-RULE-COUNT).
025757     IF FXR-TYPE-BAND
025758         MOVE FXR-BAND-LOW TO FR-BAND-LOW (FR-RULE-COUNT)
025759         MOVE FXR-BAND-HIGH TO FR-BAND-HIGH (FR-RULE-COUNT)
025760     ELSE
025761         MOVE 0 TO FR-BAND-LOW (FR-RULE-COUNT)
025762         MOVE 0 TO FR-BAND-HIGH (FR-RULE-COUNT)
025763     END-IF.
025764 0330-EXIT.
025765     EXIT.
025800
025900***************************************************************
026000*    1000-SCAN-MASTER - READ THE WHOLE RESULTS MASTER IN KEY    *
035200***************************************************************
035300*    7100-WRITE-ONE-RULE - PRINT ONE PROPOSED RULE'S CHANGED    *
035400*    COUNT.                                                     *
035420*    THE OPERAND COLUMN SHOWS A CONTAINS RULE'S DIGIT OR A      *
035440*    BAND RULE'S LOW-HIGH BOUNDS.                               *
035500***************************************************************
035600 7100-WRITE-ONE-RULE.
035700     MOVE FR-DIVISOR (WS-RULE-SUB) TO WS-RL-DIVISOR.
035800     MOVE FR-LABEL (WS-RULE-SUB) TO WS-RL-LABEL.
035805     MOVE FR-RULE-TYPE (WS-RULE-SUB) TO WS-RL-TYPE.
035810     MOVE SPACES TO WS-RL-OPERAND.
035815     IF FR-TYPE-CONTAINS (WS-RULE-SUB)
035820         STRING 'DIGIT ' FR-DIGIT (WS-RULE-SUB)
035825             DELIMITED BY SIZE INTO WS-RL-OPERAND
035830     END-IF.
035835     IF FR-TYPE-BAND (WS-RULE-SUB)
035840         STRING FR-BAND-LOW (WS-RULE-SUB) '-'
035845             FR-BAND-HIGH (WS-RULE-SUB)
035850             DELIMITED BY SIZE INTO WS-RL-OPERAND
035855     END-IF.
035900     MOVE WS-RULE-CHANGE-COUNT (WS-RULE-SUB) TO WS-RL-COUNT.
036000     MOVE WS-RULE-LINE TO IMPACT-REPORT-RECORD.
036100     WRITE IMPACT-REPORT-RECORD AFTER ADVANCING 1 LINE.
