000100***************************************************************
000200*    FIZZRJP - REJECT ANALYSIS PARAMETER CARD                   *
000300*    OPTIONAL SINGLE CARD FOR THE FIZZREJA WEEKLY REJECT        *
000400*    ANALYSIS.  RJP-AS-OF-DATE (YYYYMMDD) IS THE DATE REJECTS   *
000500*    ARE AGED TO; NO CARD, OR A DUMMY DD, AGES THEM TO THE      *
000600*    DATE OF THE RUN.  SUPPLY A DATE TO REPRODUCE A PRIOR       *
000700*    WEEK'S FIGURES.                                            *
000800***************************************************************
000900 01  REJECT-PARM-RECORD.
001000     05  RJP-AS-OF-DATE         PIC 9(08).
001100     05  FILLER                 PIC X(72).
