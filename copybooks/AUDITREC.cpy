002400*POLL-OPERATOR-COMMAND IN MAIN.COB. AN ENTRY WRITTEN BEFORE
002500*THE QUIESCE EXISTED READS BACK WITH A SPACE HERE.
002600     05 AUDIT-QUIESCED           PIC X.
002700*UP TO FIVE OF THE RUN'S VALID REQUEST IDS, IN 8-BYTE
002800*COLUMNS, AS ON THE RUN-STATE STAMP AND THE GENCAT ENTRY
002900*(SEE BUILD-REQUEST-ID-LIST IN MAIN.COB) - TIES A MASTER ROW'S
003000*MAST-REQUEST-ID BACK TO THE RUN THAT PRODUCED IT. AN ENTRY
003100*WRITTEN BEFORE THE IDS WERE CARRIED READS BACK WITH SPACES.
003200     05 AUDIT-REQUEST-IDS        PIC X(40).
