000100*====================================================
000200*ACK-RECORD - ONE OUTBOUND RECORD PER INBOUND REQUEST, WRITTEN
000300*BY FBINTAKE. THE SAME LAYOUT SERVES BOTH OUTBOUND FILES:
000400*  INTAKACK - THE INTAKE PASS: ACK (APPENDED TO PARMFILE) OR
000500*             NAK (REFUSED) WITH THE REASON CODE BELOW
000600*  INTKPOST - THE POST-BACK PASS, RUN AFTER FIZZBUZZ: ONE
000700*             RECORD PER ACKNOWLEDGED REQUEST SAYING HOW FAR IT
000800*             GOT AND, WHEN IT PRODUCED AN EXTRACT, WHICH
000900*             GENERATION (GENREC.CPY) HOLDS ITS ROWS
001000*ACK-INTAKE-DATE IS THE DATE THE REQUEST WAS TAKEN IN AND
001100*TRAVELS UNCHANGED ONTO THE POST-BACK RECORD. ACK-GEN-NUMBER,
001200*ACK-GEN-FILE-NAME, ACK-RUN-DATE AND ACK-RUN-RETURN-CODE ARE
001300*ZERO/SPACES UNTIL THE POST-BACK PASS FINDS THE RUN.
001400*ACK-STATUS / REASON CODES:
001500*    ACK  00 - ACCEPTED AND APPENDED TO PARMFILE
001600*    NAK  01 - NON-NUMERIC RANGE OR DIVISOR
001700*    NAK  02 - NON-NUMERIC AS-OF DATE
001800*    NAK  03 - NON-NUMERIC PROGRESS INTERVAL
001900*    NAK  04 - START-RANGE IS GREATER THAN END-RANGE
002000*    NAK  05 - ZERO DIVISOR WITH NO RULE CATALOG ON FILE
002100*    NAK  06 - UNKNOWN RUN MODE
002200*    NAK  07 - NO REQUEST ID
002300*    NAK  08 - REQUEST ID ALREADY ON AUDITFIL OR GENCAT
002400*    NAK  09 - REQUEST ID ALREADY ON PARMFILE OR EARLIER IN
002500*              THE BATCH
002600*    NAK  10 - PARMFILE AT THE 50-REQUEST CAPACITY
002700*    NAK  11 - BATCH REFUSED - OUT OF BALANCE OR BROKEN
002800*    NAK  12 - PARMFILE COULD NOT BE WRITTEN
002900*    DONE 20 - COMPLETE, EXTRACT GENERATION CATALOGED
003000*    RAN  21 - RUN COMPLETE, NO EXTRACT GENERATION (A REPORT
003100*              OR VALIDATE REQUEST)
003200*    PEND 22 - NOT YET SEEN ON GENCAT OR AUDITFIL
003300*====================================================
003400 01 ACK-RECORD.
003500     05 ACK-REQUEST-ID           PIC X(8).
003600     05 ACK-BATCH-ID             PIC X(8).
003700     05 ACK-REQUESTER            PIC X(8).
003800     05 ACK-STATUS               PIC X(4).
003900         88 ACK-IS-ACK               VALUE 'ACK'.
004000         88 ACK-IS-NAK               VALUE 'NAK'.
004100         88 ACK-IS-DONE              VALUE 'DONE'.
004200         88 ACK-IS-RAN               VALUE 'RAN'.
004300         88 ACK-IS-PEND              VALUE 'PEND'.
004400     05 ACK-REASON-CODE          PIC 9(2).
004500     05 ACK-REASON-TEXT          PIC X(30).
004600     05 ACK-INTAKE-DATE          PIC 9(8).
004700     05 ACK-GEN-NUMBER           PIC 9(4).
004800     05 ACK-GEN-FILE-NAME        PIC X(8).
004900     05 ACK-RUN-DATE             PIC 9(8).
005000     05 ACK-RUN-RETURN-CODE      PIC 9(4).
005100*====================================================
005200*ACK-RECORD-X REDEFINES THE RECORD AS RAW ALPHANUMERIC SO THE
005300*INTAKE DATE CAN BE IS-NUMERIC TESTED BEFORE IT IS TRUSTED AS A
005400*NUMBER - SAME REASON AS PARM-RECORD-X IN PARMREC.CPY.
005500*====================================================
005600 01 ACK-RECORD-X REDEFINES ACK-RECORD.
005700     05 FILLER                   PIC X(60).
005800     05 ACK-INTAKE-DATE-X        PIC X(8).
005900     05 FILLER                   PIC X(24).
