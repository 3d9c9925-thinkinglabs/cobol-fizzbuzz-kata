000100***************************************************************
000200*    FIZZDPT - DEPARTMENT CHARGEBACK REFERENCE RECORD          *
000300*    ONE RECORD PER SOURCE OF WORK, MAPPING IT TO THE          *
000400*    DEPARTMENT AND COST CENTRE FINANCE CHARGES FOR IT.        *
000500*    DPT-SOURCE-TYPE 'S' MAPS A FIZZSCH SCHEDULE ENTRY - THE   *
000600*    SOURCE ID IS THE SCH-ENTRY-ID THAT LEADS EVERY RUN ID THE *
000700*    SCHEDULE GENERATES; 'I' MAPS AN INBOUND FIZZIN SENDER -   *
000800*    THE SOURCE ID IS THE DEPARTMENT CODE THEY PUT ON THEIR    *
000900*    FIZZENV HEADER, FOUND THROUGH THE FIZZREG REGISTER.  THE  *
001000*    RATES ARE MONEY: DPT-RATE-PER-THOUSAND PER THOUSAND       *
001100*    NUMBERS CLASSIFIED, DPT-RATE-PER-REJECT PER REJECT        *
001200*    HANDLED.  A DEPARTMENT WITH SEVERAL SOURCES CARRIES ONE   *
001300*    RECORD PER SOURCE; EACH RUN IS CHARGED AT THE RATES ON    *
001400*    THE RECORD THAT ATTRIBUTED IT.  FIZZDPTK COPIES THE FIRST *
001420*    RECORD FOR EACH DEPARTMENT TO A KSDS KEYED ON DPT-DEPT-ID *
001440*    FOR THE ONLINE REQUEST SCREEN TO CHECK DEPARTMENTS.       *
001500***************************************************************
001600 01  DEPT-REFERENCE-RECORD.
001700     05  DPT-SOURCE-TYPE        PIC X(01).
001800         88  DPT-SOURCE-SCHEDULE    VALUE 'S'.
001900         88  DPT-SOURCE-INBOUND     VALUE 'I'.
002000     05  DPT-SOURCE-ID          PIC X(04).
002100     05  DPT-DEPT-ID            PIC X(04).
002200     05  DPT-COST-CENTRE        PIC X(06).
002300     05  DPT-DEPT-NAME          PIC X(20).
002400     05  DPT-RATE-PER-THOUSAND  PIC 9(05)V99.
002500     05  DPT-RATE-PER-REJECT    PIC 9(03)V99.
002600     05  FILLER                 PIC X(33).
