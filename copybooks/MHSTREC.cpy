000100*====================================================
000200*MHST-RECORD - ONE MASTFILE ROW EVENT ON THE MASTER-HISTORY
000300*FILE (MASTHIST, APPEND-ONLY). WRITTEN BY FBLOAD FOR EVERY ROW
000400*IT PUTS ON THE MASTER, SO THE PRIOR ANSWER IS NEVER LOST - THE
000500*HELP DESK'S 'BUT LAST MONTH YOU TOLD US 8,644,301 WAS
000600*FIZZ' QUESTIONS READ BACK HERE - AND SO FBBKOUT CAN TAKE A
000700*WHOLE LOAD BACK OFF THE MASTER FROM ITS BEFORE-IMAGES.
000800*MHST-ENTRY-TYPE SAYS WHAT HAPPENED TO THE ROW:
000810*    'C' - FBLOAD REWROTE IT WITH A DIFFERENT CLASSIFICATION OR
000820*          FLAGS. ENTRIES WRITTEN BEFORE THE TYPE EXISTED ARE
000830*          ALL OF THIS KIND AND CARRY A SPACE.
000840*    'R' - FBLOAD REWROTE IT WITH THE SAME CLASSIFICATION AND
000850*          FLAGS - ONLY THE REQUEST ID AND LOAD STAMP MOVED ON
000860*    'A' - FBLOAD ADDED IT; THE OLD IMAGE IS EMPTY
000870*    'B' - FBBKOUT PUT THE BEFORE-IMAGE OF A BACKED-OUT LOAD
000880*          BACK; THE OLD IMAGE IS THE ROW IT REPLACED
000890*    'D' - FBBKOUT DELETED A ROW THE BACKED-OUT LOAD HAD ADDED;
000900*          THE NEW IMAGE IS EMPTY
000910*MHST-LOAD-DATE/TIME IS WHEN THE EVENT HAPPENED (THE LOAD, OR
000920*THE BACKOUT RUN); MHST-OLD-LOAD-DATE/TIME IS THE LOAD STAMP
000930*THE ROW CARRIED BEFORE IT (SPACES ON THE OLDER ENTRIES), AND
000940*MHST-BACKOUT-OF-DATE/TIME NAMES THE LOAD A 'B' OR 'D' ENTRY
000950*TOOK BACK OFF.
001000*====================================================
001100 01 MHST-RECORD.
001200     05 MHST-INDICE              PIC 9(9).
002000     05 MHST-NEW-REQUEST-ID      PIC X(8).
002100     05 MHST-OLD-CLASSIFICATION  PIC X(80).
002200     05 MHST-NEW-CLASSIFICATION  PIC X(80).
002300     05 MHST-ENTRY-TYPE          PIC X.
002400         88 MHST-IS-CHANGE       VALUE ' ' 'C'.
002500         88 MHST-IS-RELOAD       VALUE 'R'.
002600         88 MHST-IS-INSERT       VALUE 'A'.
002700         88 MHST-IS-RESTORE      VALUE 'B'.
002800         88 MHST-IS-REMOVAL      VALUE 'D'.
002900     05 MHST-OLD-LOAD-DATE       PIC 9(8).
003000     05 MHST-OLD-LOAD-TIME       PIC 9(8).
003100     05 MHST-BACKOUT-OF-DATE     PIC 9(8).
003200     05 MHST-BACKOUT-OF-TIME     PIC 9(8).
003300*====================================================
003400*MHST-RECORD-X - RAW VIEW OF THE OLD LOAD STAMP, WHICH IS
003500*SPACES ON AN ENTRY WRITTEN BEFORE IT WAS KEPT, SO IT CAN BE
003600*IS-NUMERIC TESTED BEFORE IT IS TRUSTED.
003700*====================================================
003800 01 MHST-RECORD-X REDEFINES MHST-RECORD.
003900     05 FILLER                   PIC X(206).
004000     05 MHST-OLD-LOAD-DATE-X     PIC X(8).
004100     05 MHST-OLD-LOAD-TIME-X     PIC X(8).
004200     05 FILLER                   PIC X(16).
