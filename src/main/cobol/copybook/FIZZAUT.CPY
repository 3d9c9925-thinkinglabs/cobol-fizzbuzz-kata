001100*    LOGGING WHO CHANGED A RULE IS NOT THE SAME AS             *
001200*    CONTROLLING WHO MAY.  THE FILE IS MAINTAINED BY THE       *
001300*    FIZZAUTH BATCH JOB FROM SECURITY'S CARD DECK.             *
001320*    ANY USERID ON THE FILE, AT ANY LEVEL, MAY ENTER AN AD-HOC *
001340*    RUN REQUEST ON FBRQ; ONLY '3' MAY APPROVE OR REJECT ONE.  *
001360*    ANY LEVEL MAY ALSO BROWSE THE RESULTS MASTER BY LABEL ON  *
001380*    FBLB.                                                     *
001400***************************************************************
001500 01  FIZZ-AUTHORITY-RECORD.
001600     05  FAU-USERID             PIC X(08).
