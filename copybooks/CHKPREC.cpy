003400*BEFORE GENERATIONS EXISTED) MEANS THE RUN WAS WRITING THE
003500*OLD FIXED-NAME OUTFILE AND THE RESUME KEEPS THAT NAME.
003600     05 CHKPT-GENERATION         PIC 9(4).
003700*INCREMENT-MODE SKIP COUNTS (SEE OUT-CURRENT-COUNT IN
003800*OUTREC.CPY), PER-REQUEST AND GRAND, SO A RESUMED SPARSE RUN
003900*STILL BALANCES. SPACES READ BACK AS ZERO.
004000     05 CHKPT-CURRENT-COUNT      PIC 9(9).
004100     05 CHKPT-OVERLAP-COUNT      PIC 9(9).
004200     05 CHKPT-GRAND-CURRENT      PIC 9(9).
004300     05 CHKPT-GRAND-OVERLAP      PIC 9(9).
