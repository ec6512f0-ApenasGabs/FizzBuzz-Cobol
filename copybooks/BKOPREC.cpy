000100*====================================================
000200*BKO-RECORD - CONTROL RECORD FOR FBBKOUT (BKOPARM). NAMES THE
000300*FBLOAD RUN TO TAKE BACK OFF THE MASTER BY ITS LOAD DATE AND
000400*TIME, EXACTLY AS THEY STAND ON ITS LOADSTAT ENTRY (LDSREC.CPY)
000500*AND ON EVERY MASTFILE ROW AND MASTHIST ENTRY THAT LOAD WROTE.
000600*BOTH ARE REQUIRED - A BACKOUT IS NEVER AIMED AT 'THE LATEST'.
000700*====================================================
000800 01 BKO-RECORD.
000900     05 BKO-LOAD-DATE            PIC 9(8).
001000     05 BKO-LOAD-TIME            PIC 9(8).
001100*====================================================
001200*BKO-RECORD-X REDEFINES THE CONTROL RECORD AS RAW ALPHANUMERIC
001300*SO EACH FIELD CAN BE IS-NUMERIC TESTED BEFORE IT IS TRUSTED AS
001400*A NUMBER - SAME REASON AS PARM-RECORD-X IN PARMREC.CPY.
001500*====================================================
001600 01 BKO-RECORD-X REDEFINES BKO-RECORD.
001700     05 BKO-LOAD-DATE-X          PIC X(8).
001800     05 BKO-LOAD-TIME-X          PIC X(8).
