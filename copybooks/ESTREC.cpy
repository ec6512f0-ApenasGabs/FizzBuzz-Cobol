000100*====================================================
000200*EST-RECORD - ONE REQUEST'S PREDICTED OUTCOME ON ESTPLAN, WRITTEN
000300*BY AN FBESTIM PLAN AND READ BACK BY AN FBESTIM CHECK AFTER THE
000400*RUN. THE COUNTS ARE LAID OUT AS ON THE REQUEST TRAILER
000500*(OUTREC.CPY) SO THE TWO COMPARE FIELD FOR FIELD - THE MATCH
000600*COUNTS ARE THE SAME FLAT 90-BYTE BLOCK OF TEN 9(9) COUNTS, BY
000700*RULE SLOT. EST-METHOD SAYS HOW THE COUNTS WERE REACHED:
000800*    A - ANALYTICALLY (INCLUSION-EXCLUSION OVER THE DIVISORS
000900*        AND BANDS IN FORCE)
001000*    E - BY WALKING EVERY INDICE (A CONTAINS-DIGIT OR DIGIT-SUM
001100*        RULE WAS IN FORCE)
001200*    N - NOT ESTIMATED - SUCH A RULE WAS IN FORCE AND THE RANGE
001300*        WAS ABOVE THE ENUMERATION LIMIT; ROWS, FORCED AND
001400*        EXCLUDED COUNTS ARE STILL EXACT
001500*    V - VALIDATE ONLY - THE REQUEST WRITES NOTHING
001600*    I - FIZZBUZZ WILL REJECT OR IGNORE THE REQUEST
001700*    R - FIZZBUZZ WILL REFUSE THE WHOLE RUN (RULE CATALOG)
001800*EST-UPPER-BOUND 'Y' MARKS AN INCREMENT REQUEST - INDICES ALREADY
001900*CURRENT ON THE MASTER ARE LEFT OUT AT RUN TIME, SO ITS ROWS AND
002000*COUNTS ARE CEILINGS; ONLY ITS EXCLUDED COUNT IS EXACT.
002100*====================================================
002200 01 EST-RECORD.
002300     05 EST-REQUEST-ID           PIC X(8).
002400     05 EST-PLAN-DATE            PIC 9(8).
002500     05 EST-PLAN-TIME            PIC 9(8).
002600     05 EST-RUN-MODE             PIC X(8).
002700     05 EST-START-RANGE          PIC 9(9).
002800     05 EST-END-RANGE            PIC 9(9).
002900     05 EST-AS-OF-DATE           PIC 9(8).
003000     05 EST-METHOD               PIC X.
003100     05 EST-UPPER-BOUND          PIC X.
003200     05 EST-RULE-COUNT           PIC 9(2).
003300     05 EST-RULE-MATCH-COUNTS    PIC X(90).
003400     05 EST-PLAIN-COUNT          PIC 9(9).
003500     05 EST-OVERRIDE-COUNT       PIC 9(9).
003600     05 EST-EXCLUDE-COUNT        PIC 9(9).
003700     05 EST-ROW-COUNT            PIC 9(9).
003800     05 EST-EXTRACT-BYTES        PIC 9(12).
003900     05 EST-ELAPSED-SECONDS      PIC 9(7).
004000*====================================================
004100*EST-RECORD-X REDEFINES THE PREDICTION AS RAW ALPHANUMERIC SO A
004200*CHECK CAN IS-NUMERIC TEST THE COUNTS BEFORE TRUSTING THEM - SAME
004300*REASON AS PARM-RECORD-X IN PARMREC.CPY.
004400*====================================================
004500 01 EST-RECORD-X REDEFINES EST-RECORD.
004600     05 FILLER                   PIC X(60).
004700     05 EST-RULE-COUNT-X         PIC X(2).
004800     05 EST-RULE-MATCH-COUNTS-X  PIC X(90).
004900     05 EST-PLAIN-COUNT-X        PIC X(9).
005000     05 EST-OVERRIDE-COUNT-X     PIC X(9).
005100     05 EST-EXCLUDE-COUNT-X      PIC X(9).
005200     05 EST-ROW-COUNT-X          PIC X(9).
005300     05 FILLER                   PIC X(19).
