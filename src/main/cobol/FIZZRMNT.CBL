003180*    'V' VIOLATION RECORD ON FIZZAUD - INTERNAL AUDIT'S
003190*    FINDING WAS THAT LOGGING WHO CHANGED A RULE IS NOT THE
003195*    SAME AS CONTROLLING WHO MAY.
003205*
003215*    EACH RULE ALSO CARRIES A RULE TYPE (D DIVISIBILITY, C
003225*    CONTAINS-DIGIT, B BANDED DIVISIBILITY, O OVERRIDE; BLANK
003235*    IS TAKEN AS D) AND THE OPERANDS THAT TYPE USES - THE DIGIT
003245*    FOR C, THE LOW AND HIGH BAND BOUNDS FOR B.  THEY ARE EDITED
003255*    THE SAME WAY 0315-EDIT-RULE-TYPE EDITS THEM IN THE BATCH
003265*    LOAD, SHOWN ON THE LIST, AND LOGGED BEFORE AND AFTER ON THE
003275*    'R' AUDIT RECORD.
003300*
003400*    MODIFICATION HISTORY.
003500*    DATE       INIT  DESCRIPTION
003794*                     THE FIZZAUTH AUTHORITY FILE; A REFUSED
003796*                     ATTEMPT IS LOGGED AS A 'V' RECORD ON
003798*                     FIZZAUD THROUGH THE FZAD QUEUE.
003799*    2026-10-15 RM    RULE TYPES.  THE SCREEN CARRIES RTYPE,
003800*                     DIGIT, BANDLO AND BANDHI; ADD AND CHANGE
003801*                     EDIT AND STORE THEM, THE LIST SHOWS THEM,
003802*                     AND THE 'R' AUDIT RECORD LOGS THEIR BEFORE
003803*                     AND AFTER VALUES.  A CHANGE WITH RTYPE
003804*                     LEFT BLANK KEEPS THE RULE'S OWN TYPE
003805*                     AND OPERANDS.
003806*
003900***************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. FIZZRMNT.
006900 01  WS-SCAN-KEY                PIC X(10).
007000 01  WS-OLD-DIVISOR             PIC X(02).
007100 01  WS-OLD-LABEL               PIC X(08).
007101 01  WS-OLD-RULE-TYPE           PIC X(01).
007102 01  WS-OLD-OPERANDS.
007103     05  WS-OLD-DIGIT           PIC X(01).
007104     05  WS-OLD-BAND-LOW        PIC X(09).
007105     05  WS-OLD-BAND-HIGH       PIC X(09).
007106 01  WS-NEW-RULE-TYPE           PIC X(01).
007107     88  WS-NEW-TYPE-CONTAINS       VALUE 'C'.
007108     88  WS-NEW-TYPE-BAND           VALUE 'B'.
007109     88  WS-NEW-TYPE-VALID          VALUE 'D' 'C' 'B' 'O'.
007110 01  WS-NEW-OPERANDS.
007111     05  WS-NEW-DIGIT           PIC X(01).
007112     05  WS-NEW-BAND-LOW        PIC X(09).
007113     05  WS-NEW-BAND-HIGH       PIC X(09).
007114 01  WS-TYPE-EDIT-SWITCH        PIC X(01).
007115     88  WS-TYPE-EDIT-OK            VALUE 'Y'.
007116     88  WS-TYPE-EDIT-BAD           VALUE 'N'.
007117 01  WS-SET-VERSION             PIC 9(04).
007120 01  WS-SET-COUNT               PIC 9(02) COMP.
007130 01  WS-SET-FOUND-SWITCH        PIC X(01).
007140     88  WS-SET-FOUND               VALUE 'Y'.
008100     05  WS-LL-DIVISOR          PIC X(02).
008200     05  FILLER                 PIC X(01) VALUE SPACES.
008300     05  WS-LL-LABEL            PIC X(08).
008310     05  FILLER                 PIC X(01) VALUE SPACES.
008320     05  WS-LL-TYPE             PIC X(01).
008330     05  FILLER                 PIC X(01) VALUE SPACES.
008340     05  WS-LL-DIGIT            PIC X(01).
008350     05  FILLER                 PIC X(01) VALUE SPACES.
008360     05  WS-LL-BAND-LOW         PIC X(09).
008370     05  FILLER                 PIC X(01) VALUE SPACES.
008380     05  WS-LL-BAND-HIGH        PIC X(09).
008400
008410 01  WS-LIST-RING.
008420     05  WS-LR-SEEN             PIC 9(04) COMP VALUE 0.
008430     05  WS-LR-SLOT             PIC 9(02) COMP VALUE 0.
008440     05  WS-LR-LINE             OCCURS 10 TIMES PIC X(49).
008450 01  WS-RING-SUB                PIC 9(02) COMP.
008460 01  WS-RING-TAKE               PIC 9(02) COMP.
008470
018060     MOVE FXR-SET-VERSION TO WS-LL-VERSION.
018100     MOVE FXR-DIVISOR TO WS-LL-DIVISOR.
018200     MOVE FXR-LABEL TO WS-LL-LABEL.
018205     MOVE FXR-RULE-TYPE TO WS-LL-TYPE.
018210     IF WS-LL-TYPE EQUAL SPACE
018215         MOVE 'D' TO WS-LL-TYPE
018220     END-IF.
018225     MOVE SPACES TO WS-LL-DIGIT WS-LL-BAND-LOW WS-LL-BAND-HIGH.
018230     IF FXR-TYPE-CONTAINS
018235         MOVE FXR-DIGIT TO WS-LL-DIGIT
018240     END-IF.
018245     IF FXR-TYPE-BAND
018250         MOVE FXR-BAND-LOW TO WS-LL-BAND-LOW
018255         MOVE FXR-BAND-HIGH TO WS-LL-BAND-HIGH
018260     END-IF.
018300     MOVE WS-LIST-LINE TO WS-LR-LINE (WS-LR-SLOT).
018400 1120-EXIT.
018500     EXIT.
020800     END-IF.
020900     MOVE EFFDTI TO WS-RK-EFF-DATE.
020910     MOVE DIVSRI TO WS-RK-DIVISOR.
020920     IF ACTIONI NOT EQUAL 'D'
020930         PERFORM 2050-EDIT-RULE-TYPE THRU 2050-EXIT
020940         IF WS-TYPE-EDIT-BAD
020950             GO TO 2000-SEND-REPLY
020960         END-IF
020970     END-IF.
021000     EVALUATE ACTIONI
021100         WHEN 'A'
021200             PERFORM 2100-ADD-RULE THRU 2100-EXIT
022400     END-EXEC.
022500 2000-EXIT.
022600     EXIT.
022602
022604***************************************************************
022606*    2050-EDIT-RULE-TYPE - EDIT THE RULE TYPE AND ITS OPERANDS  *
022608*    FOR AN ADD OR CHANGE, AS 0315-EDIT-RULE-TYPE DOES IN THE   *
022610*    BATCH LOAD.  A BLANK TYPE IS TAKEN AS 'D' (ON A CHANGE,    *
022612*    2200 KEEPS THE RULE'S OWN TYPE INSTEAD).  A 'C' RULE       *
022614*    NEEDS A DIGIT, A 'B' RULE A NUMERIC BAND WITH LOW NOT      *
022616*    ABOVE HIGH; OPERANDS THE TYPE DOES NOT USE ARE STORED AS   *
022618*    SPACES.  THE EDITED VALUES ARE LEFT IN WS-NEW-RULE-TYPE    *
022619*    AND WS-NEW-OPERANDS.                                       *
022620***************************************************************
022622 2050-EDIT-RULE-TYPE.
022624     SET WS-TYPE-EDIT-BAD TO TRUE.
022626     MOVE SPACES TO WS-NEW-OPERANDS.
022628     MOVE RTYPEI TO WS-NEW-RULE-TYPE.
022630     IF WS-NEW-RULE-TYPE EQUAL SPACE OR LOW-VALUE
022632         MOVE 'D' TO WS-NEW-RULE-TYPE
022634     END-IF.
022636     IF NOT WS-NEW-TYPE-VALID
022638         MOVE 'RULE REJECTED, BAD RULE TYPE' TO MSGO
022640         GO TO 2050-EXIT
022642     END-IF.
022644     IF WS-NEW-TYPE-CONTAINS
022646         IF DIGITI IS NOT NUMERIC
022648             MOVE 'RULE REJECTED, BAD DIGIT' TO MSGO
022650             GO TO 2050-EXIT
022652         END-IF
022654         MOVE DIGITI TO WS-NEW-DIGIT
022656     END-IF.
022658     IF WS-NEW-TYPE-BAND
022660         IF BANDLOI IS NOT NUMERIC OR BANDHII IS NOT NUMERIC
022662             OR BANDLOI > BANDHII
022664             MOVE 'RULE REJECTED, BAD BAND' TO MSGO
022666             GO TO 2050-EXIT
022668         END-IF
022670         MOVE BANDLOI TO WS-NEW-BAND-LOW
022672         MOVE BANDHII TO WS-NEW-BAND-HIGH
022674     END-IF.
022676     SET WS-TYPE-EDIT-OK TO TRUE.
022678 2050-EXIT.
022680     EXIT.
022700
022800***************************************************************
022900*    2100-ADD-RULE - ADD A NEW DIVISOR/LABEL PAIR TO THE KEYED  *
025300     MOVE DIVSRI TO FXR-DIVISOR.
025400     MOVE RLABELI TO FXR-LABEL.
025410     MOVE WS-SET-VERSION TO FXR-SET-VERSION.
025430     MOVE WS-NEW-RULE-TYPE TO FXR-RULE-TYPE.
025450     MOVE WS-NEW-OPERANDS TO FXR-RULE-OPERANDS.
025500     EXEC CICS WRITE FILE(WS-RULES-FILE)
025600         FROM(FIZZ-RULE-RECORD)
025700         RIDFLD(WS-RULE-KEY)
026200         GO TO 2100-EXIT
026300     END-IF.
026400     MOVE SPACES TO WS-OLD-DIVISOR WS-OLD-LABEL.
026450     MOVE SPACES TO WS-OLD-RULE-TYPE WS-OLD-OPERANDS.
026500     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
026600     PERFORM 1100-BUILD-RULE-LIST THRU 1100-EXIT.
026700     MOVE 'RULE ADDED' TO MSGO.
027800*    RULE.  THE EFFECTIVE DATE AND DIVISOR ARE THE KEY, SO      *
027900*    CHANGING EITHER IS A DELETE AND AN ADD, EACH AUDITED IN    *
028000*    ITS OWN RIGHT.  THE SET VERSION ON THE RECORD IS KEPT.     *
028020*    A BLANK RTYPE KEEPS THE RULE'S TYPE AND OPERANDS AS THEY   *
028040*    ARE, SO CHANGING ONLY THE LABEL LEAVES THE TYPE ALONE.     *
028100***************************************************************
028200 2200-CHANGE-RULE.
028300     IF RLABELI EQUAL SPACES OR RLABELI EQUAL LOW-VALUES
029600     END-IF.
029700     MOVE FXR-DIVISOR TO WS-OLD-DIVISOR.
029800     MOVE FXR-LABEL TO WS-OLD-LABEL.
029802     MOVE FXR-RULE-TYPE TO WS-OLD-RULE-TYPE.
029804     MOVE FXR-RULE-OPERANDS TO WS-OLD-OPERANDS.
029810     MOVE FXR-SET-VERSION TO WS-SET-VERSION.
029900     MOVE RLABELI TO FXR-LABEL.
029902     IF RTYPEI EQUAL SPACE OR RTYPEI EQUAL LOW-VALUE
029904         MOVE FXR-RULE-TYPE TO WS-NEW-RULE-TYPE
029906         MOVE FXR-RULE-OPERANDS TO WS-NEW-OPERANDS
029908     END-IF.
029920     MOVE WS-NEW-RULE-TYPE TO FXR-RULE-TYPE.
029940     MOVE WS-NEW-OPERANDS TO FXR-RULE-OPERANDS.
030000     EXEC CICS REWRITE FILE(WS-RULES-FILE)
030100         FROM(FIZZ-RULE-RECORD)
030200         RESP(WS-RESP)
032800     END-IF.
032900     MOVE FXR-DIVISOR TO WS-OLD-DIVISOR.
033000     MOVE FXR-LABEL TO WS-OLD-LABEL.
033002     MOVE FXR-RULE-TYPE TO WS-OLD-RULE-TYPE.
033004     MOVE FXR-RULE-OPERANDS TO WS-OLD-OPERANDS.
033010     MOVE FXR-SET-VERSION TO WS-SET-VERSION.
033100     EXEC CICS DELETE FILE(WS-RULES-FILE)
033200         RESP(WS-RESP)
035800     COMPUTE FBA-RM-TIME = WS-MAINT-TIME6 * 100.
035900     MOVE WS-OLD-DIVISOR TO FBA-RM-OLD-DIVISOR.
036000     MOVE WS-OLD-LABEL TO FBA-RM-OLD-LABEL.
036020     MOVE WS-OLD-RULE-TYPE TO FBA-RM-OLD-RULE-TYPE.
036040     MOVE WS-OLD-DIGIT TO FBA-RM-OLD-DIGIT.
036060     MOVE WS-OLD-BAND-LOW TO FBA-RM-OLD-BAND-LOW.
036080     MOVE WS-OLD-BAND-HIGH TO FBA-RM-OLD-BAND-HIGH.
036100     IF ACTIONI EQUAL 'D'
036200         MOVE SPACES TO FBA-RM-NEW-DIVISOR
036300         MOVE SPACES TO FBA-RM-NEW-LABEL
036320         MOVE SPACES TO FBA-RM-NEW-RULE-TYPE
036340         MOVE SPACES TO FBA-RM-NEW-DIGIT
036360         MOVE SPACES TO FBA-RM-NEW-BAND-LOW
036380         MOVE SPACES TO FBA-RM-NEW-BAND-HIGH
036400     ELSE
036500         MOVE DIVSRI TO FBA-RM-NEW-DIVISOR
036600         MOVE RLABELI TO FBA-RM-NEW-LABEL
036620         MOVE WS-NEW-RULE-TYPE TO FBA-RM-NEW-RULE-TYPE
036640         MOVE WS-NEW-DIGIT TO FBA-RM-NEW-DIGIT
036660         MOVE WS-NEW-BAND-LOW TO FBA-RM-NEW-BAND-LOW
036680         MOVE WS-NEW-BAND-HIGH TO FBA-RM-NEW-BAND-HIGH
036700     END-IF.
036710     MOVE EFFDTI TO FBA-RM-EFF-DATE.
036720     MOVE WS-SET-VERSION TO FBA-RM-SET-VERSION.
