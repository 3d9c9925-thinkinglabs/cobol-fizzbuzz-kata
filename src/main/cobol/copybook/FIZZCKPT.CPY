000603*    WITH MIXED RUN IDS.  BLANK ON RECORDS WRITTEN BEFORE      *
000604*    THE FIELD EXISTED, WHICH MATCHES ANY CARD.  THE RECORD    *
000605*    IS 240 BYTES (LRECL=240).                                 *
000606*    CKPT-CARRIED-COUNT AND CKPT-GRAND-CARRIED HOLD THE        *
000607*    INCREMENTAL CARRIED-FORWARD COUNTS FOR THE CARD AND THE   *
000608*    DECK (SPACES ON OLDER RECORDS, READ AS ZERO).             *
000610***************************************************************
000700 01  FIZZBUZZ-CHECKPOINT-RECORD.
000800     05  CKPT-LAST-COMPLETED    PIC 9(09).
000997     05  CKPT-HIT-AREA.
000998         10  CKPT-HIT-COUNT     OCCURS 10 TIMES PIC 9(09).
000999     05  CKPT-RUN-ID            PIC X(08).
001000     05  CKPT-CARRIED-COUNT     PIC 9(09).
001001     05  CKPT-GRAND-CARRIED     PIC 9(09).
001002     05  FILLER                 PIC X(03).
