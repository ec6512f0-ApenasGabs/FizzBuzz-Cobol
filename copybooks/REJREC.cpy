000200*REJ-RECORD - ONE REJECTED RULETRAN TRANSACTION ON RULEREJ,
000300*WRITTEN BY RULEMAINT SO A BAD TRANSACTION NEVER AGAIN
000400*VANISHES INTO THE JOB LOG. REJ-TRAN-IMAGE IS THE ORIGINAL
000500*44-BYTE TRANSACTION, READY FOR CORRECTION AND RESUBMISSION.
000600*REASON CODES:
000700*    01 - NON-NUMERIC RULE NUMBER OR DIVISOR
000800*    02 - RULE NUMBER OUTSIDE 1-10
001100*    05 - A VERSION EFFECTIVE LATER ALREADY EXISTS
001200*    06 - RETIRE FOR A RULE WITH NO VERSION ON FILE
001300*    07 - RULE VERSION TABLE FULL
001310*    08 - UNKNOWN RULE KIND
001320*    09 - DIVISOR NOT VALID FOR THE RULE KIND
001330*    10 - BAND NON-NUMERIC OR FROM AFTER TO
001340*    11 - INVALID PRECEDENCE OR EXCLUSIVE FLAG
001341*    12 - USER NOT AUTHORISED FOR THE ACTION (AUTHREC.CPY)
001400*====================================================
001500 01 REJ-RECORD.
001600     05 REJ-TRAN-IMAGE           PIC X(44).
001700     05 FILLER                   PIC X.
001800     05 REJ-REASON-CODE          PIC 9(2).
001900     05 FILLER                   PIC X.
