000100***************************************************************
000200*    FIZZREG - INBOUND BATCH REGISTER RECORD                   *
000300*    ONE RECORD PER FIZZIN DECK THE FIZZINTK INTAKE STEP HAS   *
000400*    ACCEPTED, KEYED BY SENDING DEPARTMENT PLUS THE SENDER'S   *
000500*    BATCH NUMBER (VSAM KSDS, KEYS 12 0, RECORDSIZE 80 80).    *
000600*    A DECK WHOSE KEY IS ALREADY HERE IS A REPEAT AND IS       *
000700*    REFUSED.  REG-RUN-ID IS THE RP-RUN-ID OF THE FILE-MODE    *
000800*    RANGEPRM CARD THE DECK WAS TAKEN IN UNDER, SO THE RUN'S   *
000900*    AUDIT RECORDS AND MASTER RECORDS TIE BACK TO THE          *
001000*    SENDER'S BATCH.  THE COUNT AND HASH ARE THE TRAILER       *
001100*    FIGURES THE DECK FOOTED TO.                               *
001200***************************************************************
001300 01  BATCH-REGISTER-RECORD.
001400     05  REG-KEY.
001500         10  REG-DEPT-ID        PIC X(04).
001600         10  REG-BATCH-NO       PIC X(08).
001700     05  REG-RUN-ID             PIC X(08).
001800     05  REG-SEND-DATE          PIC 9(08).
001900     05  REG-ACCEPT-DATE        PIC 9(08).
002000     05  REG-ACCEPT-TIME        PIC 9(08).
002100     05  REG-RECORD-COUNT       PIC 9(09).
002200     05  REG-HASH-TOTAL         PIC 9(13).
002300     05  FILLER                 PIC X(14).
