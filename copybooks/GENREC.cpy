002300     05 GEN-RUN-TIME             PIC 9(8).
002400     05 GEN-REQUEST-IDS          PIC X(40).
002500     05 GEN-RECORD-COUNT         PIC 9(9).
002510*A SPARSE (INCREMENT-MODE) GENERATION ALSO CARRIES THE INDICES
002520*IT LEFT OUT AS ALREADY CURRENT ON MASTFILE OR AS OVERLAPPING
002530*AN EARLIER REQUEST OF THE SAME RUN, SO RANGE SIZES MINUS
002540*EXCLUSIONS STILL RECONCILE TO GEN-RECORD-COUNT. SPACES (AN
002550*ENTRY CATALOGED BEFORE THESE COUNTS EXISTED) MEAN ZERO.
002560     05 GEN-CURRENT-COUNT        PIC 9(9).
002570     05 GEN-OVERLAP-COUNT        PIC 9(9).
002580*A GENERATION PUT BACK FROM THE GENARCH ARCHIVE BY GENREST IS
002581*CATALOGED UNDER A NEW NUMBER WITH GEN-RESTORED-FLAG 'R', THE
002582*NUMBER IT WAS ARCHIVED UNDER, AND THE DATE IT CAME BACK; ITS
002583*RUN DATE, TIME, REQUEST IDS AND COUNTS ARE THE ORIGINAL RUN'S.
002584*SPACES (AN ORDINARY RUN, OR AN ENTRY CATALOGED BEFORE THESE
002585*FIELDS EXISTED) MEAN NOT RESTORED.
002586     05 GEN-RESTORED-FLAG        PIC X.
002587         88 GEN-IS-RESTORED          VALUE 'R'.
002588     05 GEN-RESTORED-FROM        PIC 9(4).
002589     05 GEN-RESTORED-DATE        PIC 9(8).
002600*====================================================
002700*GEN-RECORD-X REDEFINES THE ENTRY AS RAW ALPHANUMERIC SO THE
002800*GENERATION NUMBER AND RECORD COUNT CAN BE IS-NUMERIC TESTED
003300     05 GEN-NUMBER-X             PIC X(4).
003400     05 FILLER                   PIC X(64).
003500     05 GEN-RECORD-COUNT-X       PIC X(9).
003600     05 GEN-CURRENT-COUNT-X      PIC X(9).
003700     05 GEN-OVERLAP-COUNT-X      PIC X(9).
003800     05 FILLER                   PIC X.
003900     05 GEN-RESTORED-FROM-X      PIC X(4).
004000     05 GEN-RESTORED-DATE-X      PIC X(8).
