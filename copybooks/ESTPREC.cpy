000100*====================================================
000200*ESTP-RECORD - OPTIONAL CONTROL RECORD FOR FBESTIM (ESTPARM).
000300*ESTP-MODE IS PLAN (THE DEFAULT) - PREDICT EVERY REQUEST IN THE
000400*SOURCE BEFORE IT IS SUBMITTED - OR CHECK - COMPARE THE
000500*PREDICTIONS LEFT ON ESTPLAN WITH THE TRAILERS OF THE EXTRACT
000600*THE RUN PRODUCED. ESTP-SOURCE NAMES WHAT A PLAN READS:
000700*    PARMFILE - THE CONTROL RECORDS AS FIZZBUZZ WILL READ THEM
000800*               (THE DEFAULT)
000900*    SCHDFILE - THE STANDING ENTRIES FBSCHED WOULD FIND DUE ON
001000*               ESTP-PLAN-DATE
001100*    SCHDALL  - EVERY USABLE STANDING ENTRY, DUE OR NOT
001200*ESTP-PLAN-DATE (YYYYMMDD) IS THE DATE THE RUN WILL BE MADE - IT
001300*DECIDES WHICH ENTRIES ARE DUE AND WHICH RULE VERSIONS A REQUEST
001400*WITHOUT ITS OWN AS-OF DATE GETS. ZERO OR SPACES MEANS TODAY.
001500*ESTP-WINDOW-MINUTES IS THE BATCH WINDOW THE WHOLE RUN MUST FIT
001600*IN; ZERO OR SPACES MEANS NO LIMIT.
001700*ESTP-ENUM-LIMIT CAPS HOW MANY INDICES A REQUEST MAY HAVE FOR ITS
001800*CONTAINS-DIGIT AND DIGIT-SUM MATCHES TO BE COUNTED ONE BY ONE
001900*(THOSE KINDS HAVE NO CLOSED FORM); ZERO OR SPACES MEANS
002000*1,000,000. ESTP-GENERATION (CHECK ONLY) IS THE GENERATION TO
002100*CHECK; ZERO OR SPACES MEANS THE LATEST ONE NOT RESTORED FROM
002200*THE ARCHIVE. AN EMPTY FILE OR NO FILE AT ALL MEANS A PLAN OF
002300*PARMFILE FOR TODAY WITH NO WINDOW.
002400*====================================================
002500 01 ESTP-RECORD.
002600     05 ESTP-MODE                PIC X(8).
002700     05 ESTP-SOURCE              PIC X(8).
002800     05 ESTP-PLAN-DATE           PIC 9(8).
002900     05 ESTP-WINDOW-MINUTES      PIC 9(5).
003000     05 ESTP-ENUM-LIMIT          PIC 9(9).
003100     05 ESTP-GENERATION          PIC 9(4).
003200*====================================================
003300*ESTP-RECORD-X REDEFINES THE CONTROL RECORD AS RAW ALPHANUMERIC
003400*SO EACH NUMBER CAN BE IS-NUMERIC TESTED BEFORE IT IS TRUSTED -
003500*SAME REASON AS PARM-RECORD-X IN PARMREC.CPY.
003600*====================================================
003700 01 ESTP-RECORD-X REDEFINES ESTP-RECORD.
003800     05 FILLER                   PIC X(16).
003900     05 ESTP-PLAN-DATE-X         PIC X(8).
004000     05 ESTP-WINDOW-MINUTES-X    PIC X(5).
004100     05 ESTP-ENUM-LIMIT-X        PIC X(9).
004200     05 ESTP-GENERATION-X        PIC X(4).
