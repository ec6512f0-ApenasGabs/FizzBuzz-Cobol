000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FBIntake.
000030*====================================================
000040*FBINTAKE - INBOUND REQUEST INTAKE. AD HOC REQUESTS FROM OTHER
000050*DEPARTMENTS USED TO BE TYPED INTO PARMFILE BY HAND; THIS STEP
000060*TAKES THEM FROM AN UPSTREAM SYSTEM'S INBOUND FILE INSTEAD
000070*(INTAKE - SEE INTKREC.CPY), EDITS EACH ONE WITH THE SAME RULES
000080*FIZZBUZZ'S VALIDATE-ONE-REQUEST APPLIES, APPENDS THE ACCEPTED
000090*ONES TO THE PARMFILE FBSCHED BUILT, AND ANSWERS EVERY REQUEST
000100*ON THE OUTBOUND ACKNOWLEDGMENT FILE (INTAKACK - SEE ACKREC.CPY)
000110*WITH AN ACK OR A NAK AND ITS REASON CODE.
000120*
000130*THE JOB STREAM IS FBSCHED, FBINTAKE (INTAKE PASS), FIZZBUZZ,
000140*THEN FBINTAKE AGAIN IN ITS POST-BACK PASS (SEE INTPREC.CPY),
000150*WHICH READS THE ACKNOWLEDGMENTS BACK AND TELLS THE REQUESTER
000160*HOW EACH ACCEPTED REQUEST CAME OUT AND WHICH GENERATION ON
000170*GENCAT HOLDS ITS ROWS (INTKPOST).
000180*
000190*THE INBOUND FILE IS A CONTROLLED BATCH, BALANCED BEFORE
000200*ANYTHING IS TAKEN EXACTLY AS RULEMAINT BALANCES RULETRAN: PASS
000210*1 PROVES STRUCTURE, COUNT AND DIVISOR HASH AND COLLECTS THE
000220*BATCH'S REQUEST IDS; AN OUT-OF-BALANCE BATCH IS REFUSED WHOLE -
000230*EVERY DETAIL IS NAK'D AND PARMFILE IS NOT TOUCHED. PASS 2 EDITS
000240*AND TAKES THE DETAILS. A REQUEST ID ALREADY USED - ON AUDITFIL
000250*OR GENCAT, ON PARMFILE, OR EARLIER IN THE SAME BATCH - IS
000260*REFUSED, SINCE THE ID IS THE ONLY KEY THE POST-BACK HAS. NAKS
000270*ARE WRITTEN AS THE DETAILS ARE READ; THE ACKS FOLLOW ONCE THE
000280*ACCEPTED REQUESTS ARE DURABLY ON PARMFILE, SO AN ACK IS NEVER
000290*SENT FOR A REQUEST THAT DID NOT LAND.
000300*
000310*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000320*FIZZBUZZ ITSELF):
000330*    0  - INTAKE: EVERY REQUEST ACCEPTED. POST-BACK: EVERY
000340*         ACKNOWLEDGED REQUEST HAS RUN
000350*    4  - INTAKE: ONE OR MORE REQUESTS NAK'D, OR NO INBOUND
000360*         BATCH WAS DELIVERED (PARMFILE NOT TOUCHED).
000370*         POST-BACK: ONE OR MORE REQUESTS NOT YET RUN, OR NO
000380*         ACKNOWLEDGMENTS TO POST
000390*    8  - INBOUND BATCH OUT OF BALANCE OR STRUCTURALLY BROKEN -
000400*         REFUSED WHOLE, EVERY REQUEST NAK'D
000410*   12  - THE INTKPARM CONTROL RECORD WAS UNUSABLE
000420*   20  - PARMFILE, INTAKACK OR INTKPOST COULD NOT BE OPENED OR
000430*         WRITTEN
000440*====================================================
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT INTP-FILE ASSIGN TO 'INTKPARM'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-INTP-STATUS.
000510     SELECT INTK-FILE ASSIGN TO 'INTAKE'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-INTK-STATUS.
000540     SELECT ACK-FILE ASSIGN TO 'INTAKACK'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ACK-STATUS.
000570     SELECT POST-FILE ASSIGN TO 'INTKPOST'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-POST-STATUS.
000600     SELECT PARM-FILE ASSIGN TO 'PARMFILE'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630     SELECT RULE-FILE ASSIGN TO 'RULEFILE'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RULE-STATUS.
000660     SELECT AUDIT-FILE ASSIGN TO 'AUDITFIL'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-STATUS.
000690     SELECT GEN-FILE ASSIGN TO 'GENCAT'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-GEN-STATUS.
000720*    A GENERATION'S EXTRACT IS OPENED BY THE NAME ITS GENCAT
000730*    ENTRY CARRIES - SEE SCAN-GEN-TRAILERS.
000740     SELECT OUT-FILE ASSIGN USING WS-OUT-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-OUT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INTP-FILE.
000800 COPY INTPREC.
000810 FD  INTK-FILE.
000820 COPY INTKREC.
000830 FD  ACK-FILE.
000840 COPY ACKREC.
000850 FD  POST-FILE.
000860 COPY ACKREC REPLACING LEADING ==ACK-== BY ==POST-==.
000870 FD  PARM-FILE.
000880 COPY PARMREC.
000890 FD  RULE-FILE.
000900 COPY RULEREC.
000910 FD  AUDIT-FILE.
000920 COPY AUDITREC.
000930 FD  GEN-FILE.
000940 COPY GENREC.
000950 FD  OUT-FILE.
000960 COPY OUTREC.
000970 WORKING-STORAGE SECTION.
000980 01 WS-INTP-STATUS         PIC XX VALUE SPACES.
000990 01 WS-INTK-STATUS         PIC XX VALUE SPACES.
001000 01 WS-ACK-STATUS          PIC XX VALUE SPACES.
001010 01 WS-ACK-OPEN            PIC X VALUE 'N'.
001020 01 WS-POST-STATUS         PIC XX VALUE SPACES.
001030 01 WS-PARM-STATUS         PIC XX VALUE SPACES.
001040 01 WS-RULE-STATUS         PIC XX VALUE SPACES.
001050 01 WS-AUDIT-STATUS        PIC XX VALUE SPACES.
001060 01 WS-GEN-STATUS          PIC XX VALUE SPACES.
001070 01 WS-OUT-STATUS          PIC XX VALUE SPACES.
001080 01 WS-OUT-FILE-NAME       PIC X(8) VALUE SPACES.
001090 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001100 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
001110 01 WS-INTAKE-MODE         PIC X(8) VALUE 'INTAKE'.
001120 01 WS-PARM-ACTION         PIC X VALUE 'A'.
001130 01 WS-RULE-FILE-HAS-DATA  PIC X VALUE 'N'.
001140*====================================================
001150*BATCH-CONTROL STATE FROM PASS 1 - AS IN RULEMAINT, THE STREAM
001160*IS READ ONCE TO PROVE STRUCTURE AND BALANCE AND ONLY THEN READ
001170*AGAIN TO TAKE THE REQUESTS.
001180*====================================================
001190 01 WS-BATCH-PRESENT       PIC X VALUE 'N'.
001200 01 WS-BATCH-OK            PIC X VALUE 'Y'.
001210 01 WS-HAS-HEADER          PIC X VALUE 'N'.
001220 01 WS-HAS-TRAILER         PIC X VALUE 'N'.
001230 01 WS-BATCH-ID            PIC X(8) VALUE SPACES.
001240 01 WS-BATCH-SOURCE        PIC X(8) VALUE SPACES.
001250 01 WS-RECORD-SEQ          PIC 9(5) VALUE 0.
001260 01 WS-DETAIL-READ-COUNT   PIC 9(5) VALUE 0.
001270 01 WS-DIVISOR-HASH        PIC 9(9) VALUE 0.
001280 01 WS-EXP-COUNT           PIC 9(5) VALUE 0.
001290 01 WS-EXP-HASH            PIC 9(9) VALUE 0.
001300*====================================================
001310*THE BATCH'S REQUEST IDS IN DETAIL ORDER, COLLECTED IN PASS 1
001320*SO AUDITFIL, GENCAT AND PARMFILE ARE EACH READ ONCE FOR THE
001330*DUPLICATE CHECK RATHER THAN ONCE PER REQUEST. A BATCH CAN
001340*NEVER PLACE MORE THAN 50 REQUESTS ON PARMFILE, SO DETAILS
001350*BEYOND THE 100TH ARE REFUSED AS OVER CAPACITY UNEDITED.
001360*====================================================
001370 01 WS-BAT-COUNT           PIC 9(3) VALUE 0.
001380 01 WS-BAT-TABLE.
001390     05 WS-BAT-ENTRY OCCURS 100 TIMES INDEXED BY BAT-IDX.
001400         10 WS-BAT-ID        PIC X(8).
001410         10 WS-BAT-ON-FILE   PIC X.
001420         10 WS-BAT-ON-PARM   PIC X.
001430 01 WS-DETAIL-SEQ          PIC 9(5) VALUE 0.
001440 01 WS-PARM-COUNT          PIC 9(5) VALUE 0.
001450 01 WS-ID-LIST             PIC X(40) VALUE SPACES.
001460 01 WS-LIST-ID             PIC X(8) VALUE SPACES.
001470 01 WS-COL-SUB             PIC 9(2) VALUE 0.
001480 01 WS-COL-OFF             PIC 9(2) VALUE 0.
001490 01 WS-ID-TAKEN            PIC X VALUE 'N'.
001500*====================================================
001510*THE ACCEPTED REQUESTS, STAGED UNTIL THE WHOLE BATCH HAS BEEN
001520*EDITED - CAPACITY 50, MATCHING THE CONTROL-REQUEST TABLE IN
001530*MAIN.COB. WS-PARM-LANDED COUNTS HOW MANY OF THEM ACTUALLY
001540*REACHED PARMFILE; ONLY THOSE ARE ACK'D.
001550*====================================================
001560 01 WS-TAKE-COUNT          PIC 9(3) VALUE 0.
001570 01 WS-TAKE-TABLE.
001580     05 WS-TAKE-ENTRY OCCURS 50 TIMES INDEXED BY TAKE-IDX.
001590         10 WS-TAKE-ID        PIC X(8).
001600         10 WS-TAKE-START     PIC 9(9).
001610         10 WS-TAKE-END       PIC 9(9).
001620         10 WS-TAKE-DIV-1     PIC 9(3).
001630         10 WS-TAKE-DIV-2     PIC 9(3).
001640         10 WS-TAKE-MODE      PIC X(8).
001650         10 WS-TAKE-AS-OF     PIC 9(8).
001660         10 WS-TAKE-PROGRESS  PIC 9(7).
001670         10 WS-TAKE-REQUESTER PIC X(8).
001680 01 WS-TAKE-SUB            PIC 9(3) VALUE 0.
001690 01 WS-PARM-LANDED         PIC 9(3) VALUE 0.
001700 01 WS-ACK-COUNT           PIC 9(5) VALUE 0.
001710 01 WS-NAK-COUNT           PIC 9(5) VALUE 0.
001720 01 WS-ACK-CODE            PIC 9(2) VALUE 0.
001730 01 WS-ACK-TEXT            PIC X(30) VALUE SPACES.
001740*====================================================
001750*POST-BACK STATE - THE ACKNOWLEDGED REQUESTS READ BACK FROM
001760*INTAKACK, EACH CARRIED FROM PEND TO DONE (FOUND ON A CATALOGED
001770*GENERATION) OR RAN (FOUND ON AUDITFIL WITHOUT ONE). ONLY
001780*CATALOG AND AUDIT ENTRIES DATED ON OR AFTER A REQUEST'S INTAKE
001790*DATE CAN ANSWER FOR IT.
001800*====================================================
001810 01 WS-PB-COUNT            PIC 9(3) VALUE 0.
001820 01 WS-PB-OVERFLOW         PIC 9(5) VALUE 0.
001830 01 WS-PB-PENDING          PIC 9(3) VALUE 0.
001840 01 WS-PB-DONE-COUNT       PIC 9(3) VALUE 0.
001850 01 WS-PB-RAN-COUNT        PIC 9(3) VALUE 0.
001860 01 WS-PB-EARLIEST         PIC 9(8) VALUE 99999999.
001870 01 WS-PB-TABLE.
001880     05 WS-PB-ENTRY OCCURS 50 TIMES INDEXED BY PB-IDX.
001890         10 WS-PB-ID          PIC X(8).
001900         10 WS-PB-BATCH       PIC X(8).
001910         10 WS-PB-REQUESTER   PIC X(8).
001920         10 WS-PB-INTAKE-DATE PIC 9(8).
001930         10 WS-PB-STATUS      PIC X(4).
001940         10 WS-PB-GEN-NUMBER  PIC 9(4).
001950         10 WS-PB-GEN-FILE    PIC X(8).
001960         10 WS-PB-RUN-DATE    PIC 9(8).
001970         10 WS-PB-RUN-RC      PIC 9(4).
001980         10 WS-PB-AUDITED     PIC X.
001990 01 WS-PB-SUB              PIC 9(3) VALUE 0.
002000 01 WS-GEN-NUMBER          PIC 9(4) VALUE 0.
002010 01 WS-GEN-FILE-NAME       PIC X(8) VALUE SPACES.
002020 01 WS-GEN-RUN-DATE        PIC 9(8) VALUE 0.
002030
002040 PROCEDURE DIVISION.
002050 MAIN-PARAGRAPH.
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070     PERFORM READ-INTP-FILE.
002080     IF WS-RETURN-CODE NOT = 0
002090         DISPLAY "FBINTAKE: ENDED, RETURN CODE "
002100             WS-RETURN-CODE
002110         STOP RUN RETURNING WS-RETURN-CODE
002120     END-IF.
002130     IF WS-INTAKE-MODE = 'POSTBACK'
002140         PERFORM RUN-POSTBACK-PASS
002150     ELSE
002160         PERFORM RUN-INTAKE-PASS
002170     END-IF.
002180     DISPLAY "FBINTAKE: ENDED, RETURN CODE " WS-RETURN-CODE.
002190     STOP RUN RETURNING WS-RETURN-CODE.
002200
002210 READ-INTP-FILE.
002220*    THE PASS AND THE PARMFILE ACTION FROM INTKPARM. ABSENT,
002230*    EMPTY OR SPACES MEANS AN APPENDING INTAKE PASS.
002240     OPEN INPUT INTP-FILE.
002250     IF WS-INTP-STATUS = '00'
002260         READ INTP-FILE
002270             AT END
002280                 CONTINUE
002290             NOT AT END
002300                 EVALUATE TRUE
002310                 WHEN INTP-MODE = SPACES
002320                     CONTINUE
002330                 WHEN INTP-MODE = 'INTAKE'
002340                         OR INTP-MODE = 'POSTBACK'
002350                     MOVE INTP-MODE TO WS-INTAKE-MODE
002360                 WHEN OTHER
002370                     DISPLAY "FBINTAKE: INTKPARM MODE "
002380                         INTP-MODE " IS NOT INTAKE OR POSTBACK"
002390                     MOVE 12 TO WS-RETURN-CODE
002400                 END-EVALUATE
002410                 EVALUATE TRUE
002420                 WHEN INTP-PARM-ACTION = SPACE
002430                         OR INTP-PARM-ACTION = 'A'
002440                     CONTINUE
002450                 WHEN INTP-PARM-ACTION = 'N'
002460                     MOVE 'N' TO WS-PARM-ACTION
002470                 WHEN OTHER
002480                     DISPLAY "FBINTAKE: INTKPARM PARMFILE ACTION "
002490                         INTP-PARM-ACTION " IS NOT A OR N"
002500                     MOVE 12 TO WS-RETURN-CODE
002510                 END-EVALUATE
002520         END-READ
002530         CLOSE INTP-FILE
002540     END-IF.
002550
002560 RUN-INTAKE-PASS.
002570*    THE ACKNOWLEDGMENT FILE IS OPENED BEFORE PARMFILE IS
002580*    TOUCHED - A REQUEST THAT CANNOT BE ANSWERED IS NOT TAKEN.
002590     PERFORM VALIDATE-BATCH.
002600     IF WS-BATCH-PRESENT = 'N'
002610         DISPLAY "FBINTAKE: NO INBOUND BATCH DELIVERED - "
002620             "PARMFILE NOT TOUCHED"
002630         IF WS-RETURN-CODE < 4
002640             MOVE 4 TO WS-RETURN-CODE
002650         END-IF
002660     ELSE
002670         DISPLAY "FBINTAKE: BATCH " WS-BATCH-ID " FROM "
002680             WS-BATCH-SOURCE ", " WS-DETAIL-READ-COUNT
002690             " REQUEST(S)"
002700         PERFORM OPEN-ACK-FILE
002710         IF WS-ACK-OPEN = 'Y'
002720             IF WS-BATCH-OK = 'N'
002730                 PERFORM REFUSE-BATCH
002740             ELSE
002750                 PERFORM CHECK-RULE-CATALOG
002760                 PERFORM MARK-IDS-ON-FILE
002770                 PERFORM LOAD-PARM-FILE
002780                 PERFORM TAKE-REQUESTS
002790                 PERFORM WRITE-PARM-FILE
002800                 PERFORM ACK-STAGED-REQUESTS
002810             END-IF
002820             IF WS-ACK-OPEN = 'Y'
002830                 CLOSE ACK-FILE
002840             END-IF
002850         END-IF
002860         IF WS-NAK-COUNT > 0 AND WS-RETURN-CODE < 4
002870             MOVE 4 TO WS-RETURN-CODE
002880         END-IF
002890         DISPLAY "FBINTAKE: " WS-ACK-COUNT " REQUEST(S) "
002900             "ACCEPTED, " WS-NAK-COUNT " REFUSED"
002910     END-IF.
002920
002930 VALIDATE-BATCH.
002940*    PASS 1 - STRUCTURE AND BALANCE ONLY, NOTHING TAKEN. AN
002950*    ABSENT OR EMPTY INTAKE MEANS NO BATCH WAS DELIVERED. A
002960*    NON-EMPTY STREAM MUST OPEN WITH ITS HEADER, CLOSE WITH ITS
002970*    TRAILER, AND MATCH THE TRAILER'S COUNT AND DIVISOR HASH
002980*    EXACTLY.
002990     OPEN INPUT INTK-FILE.
003000     IF WS-INTK-STATUS = '00'
003010         PERFORM UNTIL WS-INTK-STATUS NOT = '00'
003020             READ INTK-FILE
003030                 AT END
003040                     MOVE '10' TO WS-INTK-STATUS
003050                 NOT AT END
003060                     MOVE 'Y' TO WS-BATCH-PRESENT
003070                     PERFORM CHECK-ONE-BATCH-RECORD
003080             END-READ
003090         END-PERFORM
003100         CLOSE INTK-FILE
003110     END-IF.
003120     IF WS-BATCH-PRESENT = 'Y'
003130         IF WS-HAS-HEADER = 'N'
003140             DISPLAY "FBINTAKE: BATCH HAS NO HEADER RECORD"
003150             MOVE 'N' TO WS-BATCH-OK
003160         END-IF
003170         IF WS-HAS-TRAILER = 'N'
003180             DISPLAY "FBINTAKE: BATCH HAS NO TRAILER RECORD"
003190             MOVE 'N' TO WS-BATCH-OK
003200         END-IF
003210         IF WS-HAS-TRAILER = 'Y'
003220             IF WS-EXP-COUNT NOT = WS-DETAIL-READ-COUNT
003230                 DISPLAY "FBINTAKE: BATCH OUT OF BALANCE - "
003240                     "TRAILER EXPECTS " WS-EXP-COUNT
003250                     " REQUEST(S), STREAM HOLDS "
003260                     WS-DETAIL-READ-COUNT
003270                 MOVE 'N' TO WS-BATCH-OK
003280             END-IF
003290             IF WS-EXP-HASH NOT = WS-DIVISOR-HASH
003300                 DISPLAY "FBINTAKE: BATCH OUT OF BALANCE - "
003310                     "DIVISOR HASH " WS-DIVISOR-HASH
003320                     " DOES NOT MATCH TRAILER " WS-EXP-HASH
003330                 MOVE 'N' TO WS-BATCH-OK
003340             END-IF
003350         END-IF
003360     END-IF.
003370
003380 CHECK-ONE-BATCH-RECORD.
003390     ADD 1 TO WS-RECORD-SEQ.
003400     EVALUATE TRUE
003410     WHEN INTK-IS-HEADER
003420         IF WS-RECORD-SEQ NOT = 1
003430             DISPLAY "FBINTAKE: BATCH HEADER IS NOT THE "
003440                 "FIRST RECORD"
003450             MOVE 'N' TO WS-BATCH-OK
003460         ELSE
003470             MOVE 'Y' TO WS-HAS-HEADER
003480             MOVE INTK-HDR-BATCH-ID TO WS-BATCH-ID
003490             MOVE INTK-HDR-SOURCE TO WS-BATCH-SOURCE
003500         END-IF
003510     WHEN WS-HAS-HEADER = 'N'
003520         IF WS-BATCH-OK = 'Y'
003530             DISPLAY "FBINTAKE: STREAM DOES NOT OPEN WITH A "
003540                 "BATCH HEADER"
003550             MOVE 'N' TO WS-BATCH-OK
003560         END-IF
003570     WHEN INTK-IS-TRAILER
003580         IF WS-HAS-TRAILER = 'Y'
003590             DISPLAY "FBINTAKE: MORE THAN ONE BATCH TRAILER"
003600             MOVE 'N' TO WS-BATCH-OK
003610         ELSE
003620             MOVE 'Y' TO WS-HAS-TRAILER
003630             IF INTK-TRL-REQ-COUNT-X IS NUMERIC
003640                     AND INTK-TRL-DIVISOR-HASH-X IS NUMERIC
003650                 MOVE INTK-TRL-REQ-COUNT TO WS-EXP-COUNT
003660                 MOVE INTK-TRL-DIVISOR-HASH TO WS-EXP-HASH
003670             ELSE
003680                 DISPLAY "FBINTAKE: BATCH TRAILER HOLDS "
003690                     "NON-NUMERIC CONTROL TOTALS"
003700                 MOVE 'N' TO WS-BATCH-OK
003710             END-IF
003720         END-IF
003730     WHEN WS-HAS-TRAILER = 'Y'
003740         DISPLAY "FBINTAKE: RECORD AFTER THE BATCH TRAILER"
003750         MOVE 'N' TO WS-BATCH-OK
003760     WHEN INTK-IS-DETAIL
003770         ADD 1 TO WS-DETAIL-READ-COUNT
003780         IF INTK-DIVISOR-1-X IS NUMERIC
003790             ADD INTK-DIVISOR-1 TO WS-DIVISOR-HASH
003800         END-IF
003810         IF INTK-DIVISOR-2-X IS NUMERIC
003820             ADD INTK-DIVISOR-2 TO WS-DIVISOR-HASH
003830         END-IF
003840         IF WS-BAT-COUNT < 100
003850             ADD 1 TO WS-BAT-COUNT
003860             SET BAT-IDX TO WS-BAT-COUNT
003870             MOVE INTK-REQUEST-ID TO WS-BAT-ID(BAT-IDX)
003880             MOVE 'N' TO WS-BAT-ON-FILE(BAT-IDX)
003890             MOVE 'N' TO WS-BAT-ON-PARM(BAT-IDX)
003900         END-IF
003910     WHEN OTHER
003920         DISPLAY "FBINTAKE: RECORD " WS-RECORD-SEQ
003930             " HAS UNKNOWN RECORD TYPE " INTK-REC-TYPE
003940         MOVE 'N' TO WS-BATCH-OK
003950     END-EVALUATE.
003960
003970 OPEN-ACK-FILE.
003980     OPEN OUTPUT ACK-FILE.
003990     IF WS-ACK-STATUS = '00'
004000         MOVE 'Y' TO WS-ACK-OPEN
004010     ELSE
004020         DISPLAY "FBINTAKE: UNABLE TO OPEN INTAKACK, STATUS="
004030             WS-ACK-STATUS " - NOTHING TAKEN"
004040         MOVE 20 TO WS-RETURN-CODE
004050     END-IF.
004060
004070 REFUSE-BATCH.
004080*    THE WHOLE BATCH IS ANSWERED WITH NAKS SO THE SENDER CAN
004090*    CORRECT AND RESEND IT; PARMFILE IS NOT TOUCHED.
004100     IF WS-RETURN-CODE < 8
004110         MOVE 8 TO WS-RETURN-CODE
004120     END-IF.
004130     DISPLAY "FBINTAKE: BATCH REFUSED - NO REQUEST TAKEN".
004140     OPEN INPUT INTK-FILE.
004150     IF WS-INTK-STATUS = '00'
004160         PERFORM UNTIL WS-INTK-STATUS NOT = '00'
004170             READ INTK-FILE
004180                 AT END
004190                     MOVE '10' TO WS-INTK-STATUS
004200                 NOT AT END
004210                     IF INTK-IS-DETAIL
004220                         MOVE 11 TO WS-ACK-CODE
004230                         MOVE 'BATCH REFUSED - OUT OF BALANCE'
004240                             TO WS-ACK-TEXT
004250                         PERFORM NAK-ONE-REQUEST
004260                     END-IF
004270             END-READ
004280         END-PERFORM
004290         CLOSE INTK-FILE
004300     END-IF.
004310
004320 CHECK-RULE-CATALOG.
004330*    FIZZBUZZ REFUSES A ZERO DIVISOR ONLY WHILE NO RULE CATALOG
004340*    EXISTS (THE CONTROL RECORD'S DIVISORS THEN DRIVE RULE SLOTS
004350*    1/2 - SEE VALIDATE-ONE-REQUEST), SO THE SAME TEST NEEDS TO
004360*    KNOW WHETHER RULEFILE HOLDS ANYTHING.
004370     OPEN INPUT RULE-FILE.
004380     IF WS-RULE-STATUS = '00'
004390         READ RULE-FILE
004400             AT END
004410                 CONTINUE
004420             NOT AT END
004430                 MOVE 'Y' TO WS-RULE-FILE-HAS-DATA
004440         END-READ
004450         CLOSE RULE-FILE
004460     END-IF.
004470
004480 MARK-IDS-ON-FILE.
004490*    A REQUEST ID ALREADY CARRIED BY AN AUDIT ENTRY OR A
004500*    CATALOGED GENERATION HAS BEEN RUN BEFORE - TAKING IT AGAIN
004510*    WOULD LEAVE THE POST-BACK UNABLE TO TELL THE TWO RUNS
004520*    APART. AN AUDIT ENTRY OR CATALOG ENTRY HAS ROOM FOR ONLY
004522*    THE FIRST FIVE IDS OF A RUN, SO A GENERATION WHOSE LIST IS
004524*    FULL IS READ FOR THE TRAILER EVERY REQUEST IN IT WROTE.
004530     OPEN INPUT AUDIT-FILE.
004540     IF WS-AUDIT-STATUS = '00'
004550         PERFORM UNTIL WS-AUDIT-STATUS NOT = '00'
004560             READ AUDIT-FILE
004570                 AT END
004580                     MOVE '10' TO WS-AUDIT-STATUS
004590                 NOT AT END
004600                     MOVE AUDIT-REQUEST-IDS TO WS-ID-LIST
004610                     PERFORM MARK-LISTED-IDS
004620             END-READ
004630         END-PERFORM
004640         CLOSE AUDIT-FILE
004650     END-IF.
004660     OPEN INPUT GEN-FILE.
004670     IF WS-GEN-STATUS = '00'
004680         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
004690             READ GEN-FILE
004700                 AT END
004710                     MOVE '10' TO WS-GEN-STATUS
004720                 NOT AT END
004730                     MOVE GEN-REQUEST-IDS TO WS-ID-LIST
004740                     PERFORM MARK-LISTED-IDS
004745                     IF GEN-REQUEST-IDS(33:8) NOT = SPACES
004747                         PERFORM MARK-TRAILER-IDS
004749                     END-IF
004750             END-READ
004760         END-PERFORM
004770         CLOSE GEN-FILE
004780     END-IF.
004790
004800 MARK-LISTED-IDS.
004810     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
004820             UNTIL WS-COL-SUB > 5
004830         COMPUTE WS-COL-OFF = (WS-COL-SUB - 1) * 8 + 1
004840         MOVE WS-ID-LIST(WS-COL-OFF:8) TO WS-LIST-ID
004850         IF WS-LIST-ID NOT = SPACES
004860             PERFORM VARYING BAT-IDX FROM 1 BY 1
004870                     UNTIL BAT-IDX > WS-BAT-COUNT
004880                 IF WS-BAT-ID(BAT-IDX) = WS-LIST-ID
004890                     MOVE 'Y' TO WS-BAT-ON-FILE(BAT-IDX)
004900                 END-IF
004910             END-PERFORM
004920         END-IF
004930     END-PERFORM.
004940
004941 MARK-TRAILER-IDS.
004942*    A GENERATION FILE THAT CANNOT BE OPENED (PURGED BY
004943*    GENMAINT, SAY) SIMPLY ANSWERS FOR NOTHING.
004944     MOVE GEN-FILE-NAME TO WS-OUT-FILE-NAME.
004945     OPEN INPUT OUT-FILE.
004946     IF WS-OUT-STATUS = '00'
004947         PERFORM UNTIL WS-OUT-STATUS NOT = '00'
004948             READ OUT-FILE
004949                 AT END
004950                     MOVE '10' TO WS-OUT-STATUS
004951                 NOT AT END
004952                     IF OUT-TRAILER-ID = 'TRAILER'
004953                         MOVE OUT-TRAILER-REQUEST-ID
004954                             TO WS-ID-LIST
004955                         PERFORM MARK-LISTED-IDS
004956                     END-IF
004957             END-READ
004958         END-PERFORM
004959         CLOSE OUT-FILE
004960     END-IF.
004961
004964 LOAD-PARM-FILE.
004967*    THE CONTROL RECORDS ALREADY WAITING ON PARMFILE COUNT
004970*    AGAINST FIZZBUZZ'S 50-REQUEST CAPACITY AND THEIR IDS ARE
004980*    ALREADY SPOKEN FOR. A NEW-PARMFILE INTAKE STARTS EMPTY.
004990     IF WS-PARM-ACTION = 'A'
005000         OPEN INPUT PARM-FILE
005010         IF WS-PARM-STATUS = '00'
005020             PERFORM UNTIL WS-PARM-STATUS NOT = '00'
005030                 READ PARM-FILE
005040                     AT END
005050                         MOVE '10' TO WS-PARM-STATUS
005060                     NOT AT END
005070                         PERFORM NOTE-PARM-RECORD
005080                 END-READ
005090             END-PERFORM
005100             CLOSE PARM-FILE
005110         END-IF
005120     END-IF.
005130
005140 NOTE-PARM-RECORD.
005150     ADD 1 TO WS-PARM-COUNT.
005160     IF PARM-REQUEST-ID NOT = SPACES
005170         PERFORM VARYING BAT-IDX FROM 1 BY 1
005180                 UNTIL BAT-IDX > WS-BAT-COUNT
005190             IF WS-BAT-ID(BAT-IDX) = PARM-REQUEST-ID
005200                 MOVE 'Y' TO WS-BAT-ON-PARM(BAT-IDX)
005210             END-IF
005220         END-PERFORM
005230     END-IF.
005240
005250 TAKE-REQUESTS.
005260*    PASS 2 - EVERY DETAIL IS EDITED AND EITHER STAGED FOR
005270*    PARMFILE OR NAK'D ON THE SPOT.
005280     OPEN INPUT INTK-FILE.
005290     IF WS-INTK-STATUS = '00'
005300         PERFORM UNTIL WS-INTK-STATUS NOT = '00'
005310             READ INTK-FILE
005320                 AT END
005330                     MOVE '10' TO WS-INTK-STATUS
005340                 NOT AT END
005350                     IF INTK-IS-DETAIL
005360                         PERFORM EDIT-ONE-REQUEST
005370                     END-IF
005380             END-READ
005390         END-PERFORM
005400         CLOSE INTK-FILE
005410     END-IF.
005420
005430 EDIT-ONE-REQUEST.
005440*    THE EDITS OF STOW-ONE-REQUEST AND VALIDATE-ONE-REQUEST IN
005450*    MAIN.COB, IN THE SAME ORDER, FOLLOWED BY THE CHECKS ONLY
005460*    AN INBOUND INTERFACE NEEDS: A KNOWN RUN MODE, A REQUEST ID
005470*    THAT HAS NEVER BEEN USED, AND ROOM ON PARMFILE.
005480     ADD 1 TO WS-DETAIL-SEQ.
005490     MOVE 0 TO WS-ACK-CODE.
005500     MOVE 'N' TO WS-ID-TAKEN.
005510     IF WS-DETAIL-SEQ <= WS-BAT-COUNT
005520         SET BAT-IDX TO WS-DETAIL-SEQ
005530         PERFORM FIND-TAKEN-ID
005540     END-IF.
005550     EVALUATE TRUE
005560     WHEN WS-DETAIL-SEQ > WS-BAT-COUNT
005570         MOVE 10 TO WS-ACK-CODE
005580         MOVE 'PARMFILE AT 50-REQUEST LIMIT' TO WS-ACK-TEXT
005590     WHEN INTK-START-RANGE-X IS NOT NUMERIC
005600             OR INTK-END-RANGE-X IS NOT NUMERIC
005610             OR INTK-DIVISOR-1-X IS NOT NUMERIC
005620             OR INTK-DIVISOR-2-X IS NOT NUMERIC
005630         MOVE 01 TO WS-ACK-CODE
005640         MOVE 'NON-NUMERIC RANGE OR DIVISOR' TO WS-ACK-TEXT
005650     WHEN INTK-AS-OF-DATE-X NOT = SPACES
005660             AND INTK-AS-OF-DATE-X IS NOT NUMERIC
005670         MOVE 02 TO WS-ACK-CODE
005680         MOVE 'NON-NUMERIC AS-OF DATE' TO WS-ACK-TEXT
005690     WHEN INTK-PROGRESS-EVERY-X NOT = SPACES
005700             AND INTK-PROGRESS-EVERY-X IS NOT NUMERIC
005710         MOVE 03 TO WS-ACK-CODE
005720         MOVE 'NON-NUMERIC PROGRESS INTERVAL' TO WS-ACK-TEXT
005730     WHEN INTK-START-RANGE > INTK-END-RANGE
005740         MOVE 04 TO WS-ACK-CODE
005750         MOVE 'START-RANGE AFTER END-RANGE' TO WS-ACK-TEXT
005760     WHEN WS-RULE-FILE-HAS-DATA = 'N'
005770             AND (INTK-DIVISOR-1 = 0 OR INTK-DIVISOR-2 = 0)
005780         MOVE 05 TO WS-ACK-CODE
005790         MOVE 'ZERO DIVISOR, NO RULE CATALOG' TO WS-ACK-TEXT
005800     WHEN INTK-RUN-MODE NOT = SPACES
005810             AND INTK-RUN-MODE NOT = 'REPORT'
005820             AND INTK-RUN-MODE NOT = 'EXTRACT'
005830             AND INTK-RUN-MODE NOT = 'VALIDATE'
005835             AND INTK-RUN-MODE NOT = 'INCREMEN'
005840         MOVE 06 TO WS-ACK-CODE
005850         MOVE 'UNKNOWN RUN MODE' TO WS-ACK-TEXT
005860     WHEN INTK-REQUEST-ID = SPACES
005870         MOVE 07 TO WS-ACK-CODE
005880         MOVE 'NO REQUEST ID' TO WS-ACK-TEXT
005890     WHEN WS-BAT-ON-FILE(BAT-IDX) = 'Y'
005900         MOVE 08 TO WS-ACK-CODE
005910         MOVE 'ID ALREADY ON AUDITFIL/GENCAT' TO WS-ACK-TEXT
005920     WHEN WS-BAT-ON-PARM(BAT-IDX) = 'Y'
005930             OR WS-ID-TAKEN = 'Y'
005940         MOVE 09 TO WS-ACK-CODE
005950         MOVE 'ID ALREADY ON PARMFILE/BATCH' TO WS-ACK-TEXT
005960     WHEN WS-PARM-COUNT + WS-TAKE-COUNT >= 50
005970         MOVE 10 TO WS-ACK-CODE
005980         MOVE 'PARMFILE AT 50-REQUEST LIMIT' TO WS-ACK-TEXT
005990     WHEN OTHER
006000         PERFORM STAGE-ONE-REQUEST
006010     END-EVALUATE.
006020     IF WS-ACK-CODE NOT = 0
006030         PERFORM NAK-ONE-REQUEST
006040     END-IF.
006050
006060 FIND-TAKEN-ID.
006070     PERFORM VARYING TAKE-IDX FROM 1 BY 1
006080             UNTIL TAKE-IDX > WS-TAKE-COUNT
006090         IF WS-TAKE-ID(TAKE-IDX) = INTK-REQUEST-ID
006100             MOVE 'Y' TO WS-ID-TAKEN
006110         END-IF
006120     END-PERFORM.
006130
006140 STAGE-ONE-REQUEST.
006150     ADD 1 TO WS-TAKE-COUNT.
006160     SET TAKE-IDX TO WS-TAKE-COUNT.
006170     MOVE INTK-REQUEST-ID TO WS-TAKE-ID(TAKE-IDX).
006180     MOVE INTK-START-RANGE TO WS-TAKE-START(TAKE-IDX).
006190     MOVE INTK-END-RANGE TO WS-TAKE-END(TAKE-IDX).
006200     MOVE INTK-DIVISOR-1 TO WS-TAKE-DIV-1(TAKE-IDX).
006210     MOVE INTK-DIVISOR-2 TO WS-TAKE-DIV-2(TAKE-IDX).
006220     IF INTK-RUN-MODE = SPACES
006230         MOVE 'EXTRACT' TO WS-TAKE-MODE(TAKE-IDX)
006240     ELSE
006250         MOVE INTK-RUN-MODE TO WS-TAKE-MODE(TAKE-IDX)
006260     END-IF.
006270     IF INTK-AS-OF-DATE-X IS NUMERIC
006280         MOVE INTK-AS-OF-DATE TO WS-TAKE-AS-OF(TAKE-IDX)
006290     ELSE
006300         MOVE 0 TO WS-TAKE-AS-OF(TAKE-IDX)
006310     END-IF.
006320     IF INTK-PROGRESS-EVERY-X IS NUMERIC
006330         MOVE INTK-PROGRESS-EVERY TO WS-TAKE-PROGRESS(TAKE-IDX)
006340     ELSE
006350         MOVE 0 TO WS-TAKE-PROGRESS(TAKE-IDX)
006360     END-IF.
006370     MOVE INTK-REQUESTER TO WS-TAKE-REQUESTER(TAKE-IDX).
006380
006390 NAK-ONE-REQUEST.
006400     ADD 1 TO WS-NAK-COUNT.
006410     MOVE SPACES TO ACK-RECORD.
006420     MOVE INTK-REQUEST-ID TO ACK-REQUEST-ID.
006430     MOVE INTK-REQUESTER TO ACK-REQUESTER.
006440     MOVE 'NAK' TO ACK-STATUS.
006450     PERFORM WRITE-ACK-RECORD.
006460
006470 WRITE-PARM-FILE.
006480*    THE ACCEPTED REQUESTS GO ON THE END OF THE PARMFILE FBSCHED
006490*    BUILT, IN THE LAYOUT IT WRITES (WRITE-ONE-PARM-RECORD,
006500*    FBSCHED.COB). NOTHING IS WRITTEN WHEN NOTHING WAS ACCEPTED -
006510*    FBSCHED'S EMPTY-PARMFILE CAUTION APPLIES EQUALLY HERE.
006520     IF WS-TAKE-COUNT > 0
006530         IF WS-PARM-ACTION = 'N'
006540             OPEN OUTPUT PARM-FILE
006550         ELSE
006560             OPEN EXTEND PARM-FILE
006570             IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
006580                 OPEN OUTPUT PARM-FILE
006590             END-IF
006600         END-IF
006610         IF WS-PARM-STATUS NOT = '00'
006620             DISPLAY "FBINTAKE: UNABLE TO OPEN PARMFILE, STATUS="
006630                 WS-PARM-STATUS
006640             MOVE 20 TO WS-RETURN-CODE
006650         ELSE
006660             PERFORM WRITE-ONE-PARM-RECORD
006670                 VARYING WS-TAKE-SUB FROM 1 BY 1
006680                 UNTIL WS-TAKE-SUB > WS-TAKE-COUNT
006690             CLOSE PARM-FILE
006700         END-IF
006710     END-IF.
006720
006730 WRITE-ONE-PARM-RECORD.
006740     SET TAKE-IDX TO WS-TAKE-SUB.
006750     MOVE SPACES TO PARM-RECORD.
006760     MOVE WS-TAKE-START(TAKE-IDX) TO PARM-START-RANGE.
006770     MOVE WS-TAKE-END(TAKE-IDX) TO PARM-END-RANGE.
006780     MOVE WS-TAKE-DIV-1(TAKE-IDX) TO PARM-DIVISOR-1.
006790     MOVE WS-TAKE-DIV-2(TAKE-IDX) TO PARM-DIVISOR-2.
006800     MOVE WS-TAKE-MODE(TAKE-IDX) TO PARM-RUN-MODE.
006810     MOVE WS-TAKE-ID(TAKE-IDX) TO PARM-REQUEST-ID.
006820     IF WS-TAKE-AS-OF(TAKE-IDX) NOT = 0
006830         MOVE WS-TAKE-AS-OF(TAKE-IDX) TO PARM-AS-OF-DATE
006840     END-IF.
006850     MOVE WS-TAKE-PROGRESS(TAKE-IDX) TO PARM-PROGRESS-EVERY.
006860     WRITE PARM-RECORD.
006870     IF WS-PARM-STATUS NOT = '00'
006880         DISPLAY "FBINTAKE: WRITE TO PARMFILE FAILED, "
006890             "STATUS=" WS-PARM-STATUS
006900         MOVE 20 TO WS-RETURN-CODE
006910         MOVE WS-TAKE-COUNT TO WS-TAKE-SUB
006920     ELSE
006930         ADD 1 TO WS-PARM-LANDED
006940     END-IF.
006950
006960 ACK-STAGED-REQUESTS.
006970     PERFORM ACK-ONE-STAGED-REQUEST
006980         VARYING WS-TAKE-SUB FROM 1 BY 1
006990         UNTIL WS-TAKE-SUB > WS-TAKE-COUNT.
007000
007010 ACK-ONE-STAGED-REQUEST.
007020*    PARMFILE IS WRITTEN IN STAGING ORDER, SO THE FIRST
007030*    WS-PARM-LANDED STAGED REQUESTS ARE EXACTLY THE ONES ON IT.
007040     SET TAKE-IDX TO WS-TAKE-SUB.
007050     MOVE SPACES TO ACK-RECORD.
007060     MOVE WS-TAKE-ID(TAKE-IDX) TO ACK-REQUEST-ID.
007070     MOVE WS-TAKE-REQUESTER(TAKE-IDX) TO ACK-REQUESTER.
007080     IF WS-TAKE-SUB <= WS-PARM-LANDED
007090         ADD 1 TO WS-ACK-COUNT
007100         MOVE 'ACK' TO ACK-STATUS
007110         MOVE 0 TO WS-ACK-CODE
007120         MOVE 'ACCEPTED, ON PARMFILE' TO WS-ACK-TEXT
007130     ELSE
007140         ADD 1 TO WS-NAK-COUNT
007150         MOVE 'NAK' TO ACK-STATUS
007160         MOVE 12 TO WS-ACK-CODE
007170         MOVE 'PARMFILE COULD NOT BE WRITTEN' TO WS-ACK-TEXT
007180     END-IF.
007190     PERFORM WRITE-ACK-RECORD.
007200
007210 WRITE-ACK-RECORD.
007220     IF WS-ACK-OPEN = 'Y'
007230         MOVE WS-BATCH-ID TO ACK-BATCH-ID
007240         MOVE WS-ACK-CODE TO ACK-REASON-CODE
007250         MOVE WS-ACK-TEXT TO ACK-REASON-TEXT
007260         MOVE WS-RUN-DATE TO ACK-INTAKE-DATE
007270         MOVE 0 TO ACK-GEN-NUMBER
007280         MOVE 0 TO ACK-RUN-DATE
007290         MOVE 0 TO ACK-RUN-RETURN-CODE
007300         WRITE ACK-RECORD
007310         IF WS-ACK-STATUS NOT = '00'
007320             DISPLAY "FBINTAKE: WRITE TO INTAKACK FAILED, "
007330                 "STATUS=" WS-ACK-STATUS
007340             MOVE 'N' TO WS-ACK-OPEN
007350             MOVE 20 TO WS-RETURN-CODE
007360         END-IF
007370     END-IF.
007380
007390 RUN-POSTBACK-PASS.
007400*    AFTER THE FIZZBUZZ RUN: EVERY REQUEST THE INTAKE PASS
007410*    ACK'D IS LOOKED FOR ON GENCAT FIRST (ITS ROWS ARE ON A
007420*    CATALOGED GENERATION) AND THEN ON AUDITFIL (IT RAN, BUT
007430*    PRODUCED NO GENERATION), AND ANSWERED ON INTKPOST.
007440     PERFORM LOAD-ACK-FILE.
007450     IF WS-PB-OVERFLOW > 0
007460         DISPLAY "FBINTAKE: " WS-PB-OVERFLOW " ACKNOWLEDGMENT(S) "
007470             "BEYOND THE 50-REQUEST CAPACITY WERE IGNORED"
007480     END-IF.
007490     IF WS-PB-COUNT = 0
007500         DISPLAY "FBINTAKE: NO ACKNOWLEDGED REQUESTS ON "
007510             "INTAKACK - NOTHING TO POST"
007520         IF WS-RETURN-CODE < 4
007530             MOVE 4 TO WS-RETURN-CODE
007540         END-IF
007550     ELSE
007560         PERFORM SCAN-GEN-CATALOG
007570         PERFORM SCAN-AUDIT-FILE
007580         PERFORM WRITE-POST-FILE
007590         IF WS-PB-PENDING > 0 AND WS-RETURN-CODE < 4
007600             MOVE 4 TO WS-RETURN-CODE
007610         END-IF
007620         DISPLAY "FBINTAKE: " WS-PB-COUNT " REQUEST(S) POSTED - "
007630             WS-PB-DONE-COUNT " ON A GENERATION, "
007640             WS-PB-RAN-COUNT " RAN WITHOUT ONE, "
007650             WS-PB-PENDING " NOT YET RUN"
007660     END-IF.
007670
007680 LOAD-ACK-FILE.
007690     OPEN INPUT ACK-FILE.
007700     IF WS-ACK-STATUS = '00'
007710         PERFORM UNTIL WS-ACK-STATUS NOT = '00'
007720             READ ACK-FILE
007730                 AT END
007740                     MOVE '10' TO WS-ACK-STATUS
007750                 NOT AT END
007760                     IF ACK-IS-ACK
007770                         PERFORM STOW-ONE-ACK
007780                     END-IF
007790             END-READ
007800         END-PERFORM
007810         CLOSE ACK-FILE
007820     END-IF.
007830
007840 STOW-ONE-ACK.
007850     IF WS-PB-COUNT >= 50
007860         ADD 1 TO WS-PB-OVERFLOW
007870     ELSE
007880         ADD 1 TO WS-PB-COUNT
007890         ADD 1 TO WS-PB-PENDING
007900         SET PB-IDX TO WS-PB-COUNT
007910         MOVE ACK-REQUEST-ID TO WS-PB-ID(PB-IDX)
007920         MOVE ACK-BATCH-ID TO WS-PB-BATCH(PB-IDX)
007930         MOVE ACK-REQUESTER TO WS-PB-REQUESTER(PB-IDX)
007940         IF ACK-INTAKE-DATE-X IS NUMERIC
007950             MOVE ACK-INTAKE-DATE TO WS-PB-INTAKE-DATE(PB-IDX)
007960         ELSE
007970             MOVE 0 TO WS-PB-INTAKE-DATE(PB-IDX)
007980         END-IF
007990         IF WS-PB-INTAKE-DATE(PB-IDX) < WS-PB-EARLIEST
008000             MOVE WS-PB-INTAKE-DATE(PB-IDX) TO WS-PB-EARLIEST
008010         END-IF
008020         MOVE 'PEND' TO WS-PB-STATUS(PB-IDX)
008030         MOVE 0 TO WS-PB-GEN-NUMBER(PB-IDX)
008040         MOVE SPACES TO WS-PB-GEN-FILE(PB-IDX)
008050         MOVE 0 TO WS-PB-RUN-DATE(PB-IDX)
008060         MOVE 0 TO WS-PB-RUN-RC(PB-IDX)
008070         MOVE 'N' TO WS-PB-AUDITED(PB-IDX)
008080     END-IF.
008090
008100 SCAN-GEN-CATALOG.
008110*    A CATALOG ENTRY NAMES ONLY THE FIRST FIVE OF ITS RUN'S
008120*    REQUEST IDS (GENREC.CPY), AND INTAKE REQUESTS SIT BEHIND
008130*    FBSCHED'S STANDING ENTRIES ON PARMFILE - SO WHILE ANY
008140*    REQUEST IS STILL UNANSWERED, EACH GENERATION CATALOGED
008150*    SINCE THE EARLIEST INTAKE IS ALSO SEARCHED FOR THE
008160*    PER-REQUEST TRAILERS THAT NAME EVERY REQUEST IT HOLDS.
008170     OPEN INPUT GEN-FILE.
008180     IF WS-GEN-STATUS = '00'
008190         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
008200             READ GEN-FILE
008210                 AT END
008220                     MOVE '10' TO WS-GEN-STATUS
008230                 NOT AT END
008240                     PERFORM POST-GEN-ENTRY
008250             END-READ
008260         END-PERFORM
008270         CLOSE GEN-FILE
008280     END-IF.
008290
008300 POST-GEN-ENTRY.
008310     IF GEN-NUMBER-X IS NUMERIC
008320         MOVE GEN-NUMBER TO WS-GEN-NUMBER
008330         MOVE GEN-FILE-NAME TO WS-GEN-FILE-NAME
008340         MOVE GEN-RUN-DATE TO WS-GEN-RUN-DATE
008350         MOVE GEN-REQUEST-IDS TO WS-ID-LIST
008360         PERFORM VARYING WS-COL-SUB FROM 1 BY 1
008370                 UNTIL WS-COL-SUB > 5
008380             COMPUTE WS-COL-OFF = (WS-COL-SUB - 1) * 8 + 1
008390             MOVE WS-ID-LIST(WS-COL-OFF:8) TO WS-LIST-ID
008400             IF WS-LIST-ID NOT = SPACES
008410                 PERFORM POST-GEN-MATCH
008420             END-IF
008430         END-PERFORM
008440         IF WS-PB-PENDING > 0
008450                 AND WS-GEN-RUN-DATE >= WS-PB-EARLIEST
008460             PERFORM SCAN-GEN-TRAILERS
008470         END-IF
008480     END-IF.
008490
008500 POST-GEN-MATCH.
008510*    THE FIRST GENERATION THAT CARRIES THE REQUEST IS THE ONE
008520*    ITS OWN RUN PRODUCED - LATER ONES CAN ONLY BE A MERGE OR A
008530*    RESTORE OF IT.
008540     PERFORM VARYING PB-IDX FROM 1 BY 1
008550             UNTIL PB-IDX > WS-PB-COUNT
008560         IF WS-PB-ID(PB-IDX) = WS-LIST-ID
008570                 AND WS-PB-STATUS(PB-IDX) = 'PEND'
008580                 AND WS-GEN-RUN-DATE >= WS-PB-INTAKE-DATE(PB-IDX)
008590             MOVE 'DONE' TO WS-PB-STATUS(PB-IDX)
008600             MOVE WS-GEN-NUMBER TO WS-PB-GEN-NUMBER(PB-IDX)
008610             MOVE WS-GEN-FILE-NAME TO WS-PB-GEN-FILE(PB-IDX)
008620             MOVE WS-GEN-RUN-DATE TO WS-PB-RUN-DATE(PB-IDX)
008630             SUBTRACT 1 FROM WS-PB-PENDING
008640             ADD 1 TO WS-PB-DONE-COUNT
008650         END-IF
008660     END-PERFORM.
008670
008680 SCAN-GEN-TRAILERS.
008690*    A GENERATION FILE THAT CANNOT BE OPENED (PURGED BY
008700*    GENMAINT, SAY) SIMPLY ANSWERS FOR NOTHING.
008710     MOVE WS-GEN-FILE-NAME TO WS-OUT-FILE-NAME.
008720     OPEN INPUT OUT-FILE.
008730     IF WS-OUT-STATUS = '00'
008740         PERFORM UNTIL WS-OUT-STATUS NOT = '00'
008750                 OR WS-PB-PENDING = 0
008760             READ OUT-FILE
008770                 AT END
008780                     MOVE '10' TO WS-OUT-STATUS
008790                 NOT AT END
008800                     IF OUT-TRAILER-ID = 'TRAILER'
008810                         MOVE OUT-TRAILER-REQUEST-ID TO WS-LIST-ID
008820                         PERFORM POST-GEN-MATCH
008830                     END-IF
008840             END-READ
008850         END-PERFORM
008860         CLOSE OUT-FILE
008870     END-IF.
008880
008890 SCAN-AUDIT-FILE.
008900*    THE AUDIT ENTRY SUPPLIES THE RUN'S RETURN CODE FOR EVERY
008910*    REQUEST IT NAMES, AND ANSWERS FOR A REQUEST NO GENERATION
008920*    CARRIES (A REPORT OR VALIDATE REQUEST, OR AN EXTRACT WHOSE
008930*    GENERATION NEVER REACHED THE CATALOG - THE RETURN CODE
008940*    THEN SAYS WHY). A QUIESCED RUN ENDED AT A CHECKPOINT AND
008950*    COMPLETED NOTHING, SO IT ANSWERS FOR NOTHING.
008960     OPEN INPUT AUDIT-FILE.
008970     IF WS-AUDIT-STATUS = '00'
008980         PERFORM UNTIL WS-AUDIT-STATUS NOT = '00'
008990             READ AUDIT-FILE
009000                 AT END
009010                     MOVE '10' TO WS-AUDIT-STATUS
009020                 NOT AT END
009030                     IF AUDIT-QUIESCED NOT = 'Y'
009040                         PERFORM POST-AUDIT-ENTRY
009050                     END-IF
009060             END-READ
009070         END-PERFORM
009080         CLOSE AUDIT-FILE
009090     END-IF.
009100
009110 POST-AUDIT-ENTRY.
009120     MOVE AUDIT-REQUEST-IDS TO WS-ID-LIST.
009130     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
009140             UNTIL WS-COL-SUB > 5
009150         COMPUTE WS-COL-OFF = (WS-COL-SUB - 1) * 8 + 1
009160         MOVE WS-ID-LIST(WS-COL-OFF:8) TO WS-LIST-ID
009170         IF WS-LIST-ID NOT = SPACES
009180             PERFORM POST-AUDIT-MATCH
009190         END-IF
009200     END-PERFORM.
009210
009220 POST-AUDIT-MATCH.
009230     PERFORM VARYING PB-IDX FROM 1 BY 1
009240             UNTIL PB-IDX > WS-PB-COUNT
009250         IF WS-PB-ID(PB-IDX) = WS-LIST-ID
009260                 AND WS-PB-AUDITED(PB-IDX) = 'N'
009270                 AND AUDIT-RUN-DATE >= WS-PB-INTAKE-DATE(PB-IDX)
009280             MOVE 'Y' TO WS-PB-AUDITED(PB-IDX)
009290             MOVE AUDIT-RETURN-CODE TO WS-PB-RUN-RC(PB-IDX)
009300             IF WS-PB-STATUS(PB-IDX) = 'PEND'
009310                 MOVE 'RAN' TO WS-PB-STATUS(PB-IDX)
009320                 MOVE AUDIT-RUN-DATE TO WS-PB-RUN-DATE(PB-IDX)
009330                 SUBTRACT 1 FROM WS-PB-PENDING
009340                 ADD 1 TO WS-PB-RAN-COUNT
009350             END-IF
009360         END-IF
009370     END-PERFORM.
009380
009390 WRITE-POST-FILE.
009400     OPEN OUTPUT POST-FILE.
009410     IF WS-POST-STATUS NOT = '00'
009420         DISPLAY "FBINTAKE: UNABLE TO OPEN INTKPOST, STATUS="
009430             WS-POST-STATUS
009440         MOVE 20 TO WS-RETURN-CODE
009450     ELSE
009460         PERFORM WRITE-ONE-POST-RECORD
009470             VARYING WS-PB-SUB FROM 1 BY 1
009480             UNTIL WS-PB-SUB > WS-PB-COUNT
009490         CLOSE POST-FILE
009500     END-IF.
009510
009520 WRITE-ONE-POST-RECORD.
009530     SET PB-IDX TO WS-PB-SUB.
009540     MOVE SPACES TO POST-RECORD.
009550     MOVE WS-PB-ID(PB-IDX) TO POST-REQUEST-ID.
009560     MOVE WS-PB-BATCH(PB-IDX) TO POST-BATCH-ID.
009570     MOVE WS-PB-REQUESTER(PB-IDX) TO POST-REQUESTER.
009580     MOVE WS-PB-STATUS(PB-IDX) TO POST-STATUS.
009590     EVALUATE WS-PB-STATUS(PB-IDX)
009600     WHEN 'DONE'
009610         MOVE 20 TO POST-REASON-CODE
009620         MOVE 'COMPLETE, GENERATION CATALOGED'
009630             TO POST-REASON-TEXT
009640     WHEN 'RAN'
009650         MOVE 21 TO POST-REASON-CODE
009660         MOVE 'RUN COMPLETE, NO GENERATION' TO POST-REASON-TEXT
009670     WHEN OTHER
009680         MOVE 22 TO POST-REASON-CODE
009690         MOVE 'NOT YET RUN' TO POST-REASON-TEXT
009700     END-EVALUATE.
009710     MOVE WS-PB-INTAKE-DATE(PB-IDX) TO POST-INTAKE-DATE.
009720     MOVE WS-PB-GEN-NUMBER(PB-IDX) TO POST-GEN-NUMBER.
009730     MOVE WS-PB-GEN-FILE(PB-IDX) TO POST-GEN-FILE-NAME.
009740     MOVE WS-PB-RUN-DATE(PB-IDX) TO POST-RUN-DATE.
009750     MOVE WS-PB-RUN-RC(PB-IDX) TO POST-RUN-RETURN-CODE.
009760     WRITE POST-RECORD.
009770     IF WS-POST-STATUS NOT = '00'
009780         DISPLAY "FBINTAKE: WRITE TO INTKPOST FAILED, "
009790             "STATUS=" WS-POST-STATUS
009800         MOVE 20 TO WS-RETURN-CODE
009810         MOVE WS-PB-COUNT TO WS-PB-SUB
009820     END-IF.
