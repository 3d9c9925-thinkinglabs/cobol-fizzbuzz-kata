001010*    RIGHT AFTER THE VALUE - ANYTHING BUT A SPACE THERE MEANS  *
001020*    THE SENDER PUNCHED MORE THAN NINE DIGITS, AND THE RECORD  *
001030*    IS REJECTED RATHER THAN SILENTLY TRUNCATED.               *
001040*    DEPARTMENTS' DECKS ARRIVE IN THE FIZZENV ENVELOPE; THE    *
001050*    FIZZINTK INTAKE STEP PROVES AND STRIPS IT AND WRITES      *
001060*    THESE BARE RECORDS.                                       *
001100***************************************************************
001200 01  FIZZBUZZ-INPUT-RECORD.
001300     05  FBI-VALUE              PIC X(09).
