000580*    SEQUENTIALLY AT BATCH STARTUP (ASCENDING DATE, THEN       *
000590*    DIVISOR) TO BUILD THE FR-RULE-TABLE IN FIZZRTBL FROM THE  *
000595*    LATEST SET IN FORCE FOR THE RUN DATE.                     *
000600*    FXR-RULE-TYPE SAYS HOW THE RULE MATCHES.  'D' (OR SPACE,  *
000605*    SO EVERY RECORD KEYED BEFORE TYPES EXISTED READS AS 'D')  *
000610*    IS PLAIN DIVISIBILITY BY FXR-DIVISOR.  'C' MATCHES A      *
000615*    NUMBER WHOSE DIGITS CONTAIN FXR-DIGIT; ITS FXR-DIVISOR IS *
000620*    ONLY A RULE NUMBER, UNIQUE WITHIN THE SET, THAT FIXES ITS *
000625*    KEY AND TABLE ORDER.  'B' IS DIVISIBILITY THAT ONLY       *
000630*    APPLIES WHEN THE NUMBER LIES BETWEEN FXR-BAND-LOW AND     *
000635*    FXR-BAND-HIGH INCLUSIVE.  'O' IS AN OVERRIDE: WHEN        *
000640*    FXR-DIVISOR DIVIDES THE NUMBER, ITS LABEL REPLACES THE    *
000645*    COMBINED RESULT INSTEAD OF BEING APPENDED TO IT (THE      *
000650*    FIRST MATCHING OVERRIDE IN KEY ORDER WINS).  OPERANDS A   *
000655*    TYPE DOES NOT USE ARE LEFT AS SPACES.                     *
000700***************************************************************
000800 01  FIZZ-RULE-RECORD.
000810     05  FXR-RULE-KEY.
000900         10  FXR-DIVISOR        PIC 9(02).
001000     05  FXR-LABEL              PIC X(08).
001010     05  FXR-SET-VERSION        PIC 9(04).
001100     05  FXR-RULE-TYPE          PIC X(01).
001110         88  FXR-TYPE-DIVISOR       VALUE 'D' ' '.
001120         88  FXR-TYPE-CONTAINS      VALUE 'C'.
001130         88  FXR-TYPE-BAND          VALUE 'B'.
001140         88  FXR-TYPE-OVERRIDE      VALUE 'O'.
001150         88  FXR-TYPE-VALID         VALUE 'D' 'C' 'B' 'O' ' '.
001200     05  FXR-RULE-OPERANDS.
001300         10  FXR-DIGIT          PIC X(01).
001400         10  FXR-BAND-LOW       PIC 9(09).
001500         10  FXR-BAND-HIGH      PIC 9(09).
001600     05  FILLER                 PIC X(38).
