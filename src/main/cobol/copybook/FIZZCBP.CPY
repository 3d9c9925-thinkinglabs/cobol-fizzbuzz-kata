000100***************************************************************
000200*    FIZZCBP - CHARGEBACK PARAMETER CARD                       *
000300*    ONE CARD PER FIZZCHRG STEP NAMING THE PERIOD (YYYYMM) TO  *
000400*    CHARGE.  ONLY AUDIT END RECORDS DATED IN THAT PERIOD ARE  *
000500*    CHARGED, WHETHER THEY ARE STILL ON THE LIVE LOG OR HAVE   *
000600*    BEEN CUT OFF TO THE ARCHIVE.                              *
000700***************************************************************
000800 01  CHARGEBACK-PARM-RECORD.
000900     05  CBP-PERIOD             PIC 9(06).
001000     05  FILLER                 PIC X(74).
