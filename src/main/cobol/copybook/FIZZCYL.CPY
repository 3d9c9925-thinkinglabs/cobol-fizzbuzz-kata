000100***************************************************************
000200*    FIZZCYL - FZCYCTL CYCLE CONTROL CALL AREA                  *
000300*    PASSED ON CALL 'FZCYCTL' BY EVERY NIGHTLY CYCLE STEP:      *
000400*    ONCE WITH CYL-FUNCTION 'B' BEFORE THE STEP DOES ANY        *
000500*    WORK, AND - ONLY WHEN THAT CALL CAME BACK CYL-GO - ONCE    *
000600*    WITH 'C' (COMPLETE) OR 'F' (FAILED) AND THE STEP'S         *
000700*    RETURN CODE JUST BEFORE IT ENDS.  ON 'B' THE SERVICE       *
000800*    FILLS IN CYL-BUSINESS-DATE AND CYL-VERDICT; A STEP THAT    *
000900*    COMES BACK CYL-REFUSED MUST END AT ONCE, RETURN CODE 12,   *
001000*    WITHOUT TOUCHING ITS FILES - THE REASON HAS ALREADY BEEN   *
001100*    DISPLAYED (FCYNNNX).                                       *
001200***************************************************************
001300 01  CYCLE-CALL-AREA.
001400     05  CYL-FUNCTION           PIC X(01).
001500         88  CYL-BEGIN-STEP         VALUE 'B'.
001600         88  CYL-COMPLETE-STEP      VALUE 'C'.
001700         88  CYL-FAIL-STEP          VALUE 'F'.
001800     05  CYL-STEP-NAME          PIC X(08).
001900     05  CYL-STEP-QUAL          PIC X(04).
002000     05  CYL-STEP-RC            PIC 9(02).
002100     05  CYL-BUSINESS-DATE      PIC 9(08).
002200     05  CYL-VERDICT            PIC X(01).
002300         88  CYL-GO                 VALUE 'G'.
002400         88  CYL-REFUSED            VALUE 'R'.
