002690*TRAILER STILL RECONCILES WHEN EXCEPTIONS ARE IN FORCE.
002692     05 OUT-OVERRIDE-COUNT       PIC 9(9).
002694     05 OUT-EXCLUDE-COUNT        PIC 9(9).
002695*INDICES OF THE RANGE THAT AN INCREMENT REQUEST LEFT OFF THE
002696*EXTRACT - OUT-CURRENT-COUNT ALREADY HELD THE SAME ANSWER ON
002697*MASTFILE, OUT-OVERLAP-COUNT FELL INSIDE AN EARLIER REQUEST'S
002698*RANGE IN THE SAME RUN. DETAIL ROWS WRITTEN = RANGE SIZE MINUS
002699*EXCLUDED, CURRENT AND OVERLAP. A TRAILER WRITTEN BEFORE
002700*THESE COUNTS EXISTED READS BACK WITH SPACES - ZERO, SINCE
002701*SUCH A RUN NEVER LEFT AN INDICE OUT.
002702     05 OUT-CURRENT-COUNT        PIC 9(9).
002703     05 OUT-OVERLAP-COUNT        PIC 9(9).
002751*====================================================
002800*OUT-RECORD-X - RAW ALPHANUMERIC VIEW OF THE EXTRACT RECORD SO
002900*A READER CAN IS-NUMERIC TEST OUT-INDICE BEFORE TRUSTING IT AS
003000*A NUMBER - A PIC 9 FIELD LOADED WITH NON-NUMERIC TEXT FROM A
