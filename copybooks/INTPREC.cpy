000100*====================================================
000200*INTP-RECORD - OPTIONAL CONTROL RECORD FOR FBINTAKE (INTKPARM).
000300*INTP-MODE IS ONE OF:
000400*    INTAKE   - EDIT THE INBOUND BATCH (INTAKE), APPEND THE
000500*               ACCEPTED REQUESTS TO PARMFILE AND WRITE THE
000600*               ACKNOWLEDGMENTS (INTAKACK)
000700*    POSTBACK - AFTER THE FIZZBUZZ RUN, POST EACH ACKNOWLEDGED
000800*               REQUEST'S COMPLETION STATUS AND GENERATION
000900*               NUMBER TO INTKPOST
001000*INTP-PARM-ACTION SAYS WHAT THE INTAKE PASS DOES WITH PARMFILE:
001100*    A (OR SPACE) - APPEND TO THE PARMFILE FBSCHED BUILT
001200*    N            - START A NEW PARMFILE. USE THIS WHEN FBSCHED
001300*                   ENDED WITH NOTHING DUE (RETURN CODE 4) - IT
001400*                   THEN LEAVES THE PREVIOUS RUN'S PARMFILE IN
001500*                   PLACE, AND APPENDING TO IT WOULD RERUN THAT
001550*                   RUN'S REQUESTS ALONGSIDE THE NEW INTAKE.
001600*WHEN NO CONTROL RECORD IS AVAILABLE THE PROGRAM DEFAULTS TO AN
001700*APPENDING INTAKE PASS.
001800*====================================================
001900 01 INTP-RECORD.
002000     05 INTP-MODE                PIC X(8).
002100     05 INTP-PARM-ACTION         PIC X.
