000599*    SEQUENTIAL EXTRACT INSTEAD, FOR THE FIZZMLOD SORT/LOAD    *
000601*    JOB TO FOLD INTO THE KSDS AFTER THE RUN - THE MASS-LOAD   *
000602*    PATH THAT KEEPS A 9-DIGIT RANGE INSIDE THE BATCH WINDOW.  *
000603*    RP-CLASSIFY-MODE 'A' (OR BLANK) CLASSIFIES EVERY NUMBER;  *
000604*    'I' (INCREMENTAL) LOOKS EACH NUMBER UP ON FIZZMST FIRST   *
000605*    AND COUNTS ONE ALREADY STORED UNDER THE RULE-SET VERSION  *
000606*    IN FORCE AS CARRIED FORWARD INSTEAD OF RECLASSIFYING AND  *
000607*    REWRITING IT.                                             *
000608***************************************************************
000700 01  RANGE-PARM-RECORD.
000800     05  RP-START-VALUE         PIC 9(09).
000900     05  RP-END-VALUE           PIC 9(09).
000990     05  RP-MASTER-MODE         PIC X(01).
000991         88  RP-MASTER-DIRECT       VALUE 'D' ' '.
000992         88  RP-MASTER-LOAD         VALUE 'L'.
000994     05  RP-CLASSIFY-MODE       PIC X(01).
000996         88  RP-CLASSIFY-ALL        VALUE 'A' ' '.
000998         88  RP-CLASSIFY-INCREMENTAL VALUE 'I'.
001000     05  FILLER                 PIC X(51).
