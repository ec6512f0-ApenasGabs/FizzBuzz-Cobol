002050 RESOLVE-EXTRACT-INPUT.
002060*    LATEST GENERATION ON THE CATALOG, OR THE OLD FIXED-NAME
002070*    OUTFILE WITH NO CATALOG - SAME RESOLUTION AS FBVERIFY.
002071*    A GENERATION GENREST RESTORED FROM THE ARCHIVE IS AN OLD
002072*    RUN UNDER A NEW NUMBER, NOT THE LATEST EXTRACT, AND IS
002073*    PASSED OVER.
002080     OPEN INPUT GEN-FILE.
002090     IF WS-GEN-STATUS = '00'
002100         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
002140                 NOT AT END
002150                     IF GEN-NUMBER-X IS NUMERIC
002160                             AND GEN-NUMBER > WS-GEN-HIGHEST
002161                             AND NOT GEN-IS-RESTORED
002170                         MOVE GEN-NUMBER TO WS-GEN-HIGHEST
002180                         MOVE GEN-FILE-NAME TO
002190                             WS-GEN-HIGH-NAME
