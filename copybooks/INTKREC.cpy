000100*====================================================
000200*INTK-RECORD - ONE RECORD OF THE INBOUND REQUEST FILE (INTAKE)
000300*DELIVERED BY AN UPSTREAM SYSTEM AND READ BY FBINTAKE. THE FILE
000400*IS A CONTROLLED BATCH IN THE SAME MOLD AS RULETRAN (TRANREC.CPY):
000500*A HEADER (TYPE 'H') NAMING THE BATCH AND ITS SENDER, ONE DETAIL
000600*(TYPE 'D') PER REQUESTED RUN, AND A TRAILER (TYPE 'T') CARRYING
000700*THE EXPECTED DETAIL COUNT AND A HASH OF THE DIVISORS (THE SIMPLE
000800*SUM OF BOTH DIVISOR COLUMNS OVER EVERY DETAIL). AN OUT-OF-
000900*BALANCE BATCH IS REFUSED WHOLE.
001000*THE DETAIL COLUMNS ARE THOSE OF A FIZZBUZZ CONTROL RECORD
001100*(PARMREC.CPY) - A BLANK RUN MODE MEANS EXTRACT, AS FOR A
001200*STANDING ENTRY (SCHDREC.CPY), SINCE INBOUND REQUESTS EXIST TO
001300*FEED THE DOWNSTREAM PIPELINE. INTK-REQUEST-ID IS MANDATORY - IT
001400*IS THE KEY THE ACKNOWLEDGMENT AND POST-BACK RECORDS (ACKREC.CPY)
001500*ARE RETURNED UNDER. INTK-REQUESTER NAMES THE ASKING DEPARTMENT.
001600*SLICE COLUMNS ARE NOT OFFERED - A PARTITIONED RUN IS A
001700*HAND-BUILT, DELIBERATE AFFAIR.
001800*====================================================
001900 01 INTK-RECORD.
002000     05 INTK-REC-TYPE            PIC X.
002100         88 INTK-IS-HEADER           VALUE 'H'.
002200         88 INTK-IS-DETAIL           VALUE 'D'.
002300         88 INTK-IS-TRAILER          VALUE 'T'.
002400     05 INTK-REQUEST-ID          PIC X(8).
002500     05 INTK-START-RANGE         PIC 9(9).
002600     05 INTK-END-RANGE           PIC 9(9).
002700     05 INTK-DIVISOR-1           PIC 9(3).
002800     05 INTK-DIVISOR-2           PIC 9(3).
002900     05 INTK-RUN-MODE            PIC X(8).
003000     05 INTK-AS-OF-DATE          PIC 9(8).
003100     05 INTK-PROGRESS-EVERY      PIC 9(7).
003200     05 INTK-REQUESTER           PIC X(8).
003300*====================================================
003400*INTK-RECORD-X REDEFINES THE DETAIL AS RAW ALPHANUMERIC SO THE
003500*NUMERIC COLUMNS CAN BE IS-NUMERIC TESTED BEFORE THEY ARE
003600*TRUSTED AS NUMBERS - SAME REASON AS PARM-RECORD-X IN
003700*PARMREC.CPY.
003800*====================================================
003900 01 INTK-RECORD-X REDEFINES INTK-RECORD.
004000     05 FILLER                   PIC X(9).
004100     05 INTK-START-RANGE-X       PIC X(9).
004200     05 INTK-END-RANGE-X         PIC X(9).
004300     05 INTK-DIVISOR-1-X         PIC X(3).
004400     05 INTK-DIVISOR-2-X         PIC X(3).
004500     05 FILLER                   PIC X(8).
004600     05 INTK-AS-OF-DATE-X        PIC X(8).
004700     05 INTK-PROGRESS-EVERY-X    PIC X(7).
004800     05 FILLER                   PIC X(8).
004900*====================================================
005000*BATCH CONTROL RECORDS. THE VIEWS BELOW SHARE THE FD STORAGE
005100*WITH INTK-RECORD. INTK-HDR-SENT-DATE IS THE SENDER'S OWN DATE
005200*AND IS CARRIED FOR THE JOB LOG ONLY.
005300*====================================================
005400 01 INTK-BATCH-HDR.
005500     05 INTK-HDR-TYPE            PIC X.
005600     05 INTK-HDR-BATCH-ID        PIC X(8).
005700     05 INTK-HDR-SOURCE          PIC X(8).
005800     05 INTK-HDR-SENT-DATE       PIC X(8).
005900     05 FILLER                   PIC X(39).
006000 01 INTK-BATCH-TRL.
006100     05 INTK-TRL-TYPE            PIC X.
006200     05 INTK-TRL-REQ-COUNT       PIC 9(5).
006300     05 INTK-TRL-DIVISOR-HASH    PIC 9(9).
006400     05 FILLER                   PIC X(49).
006500 01 INTK-BATCH-TRL-X.
006600     05 FILLER                   PIC X.
006700     05 INTK-TRL-REQ-COUNT-X     PIC X(5).
006800     05 INTK-TRL-DIVISOR-HASH-X  PIC X(9).
006900     05 FILLER                   PIC X(49).
