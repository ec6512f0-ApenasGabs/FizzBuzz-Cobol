000190*ON SCHEDULE, AND A HISTORICAL RERUN WITH AN AS-OF DATE
000200*REPRODUCES HISTORICAL RESULTS. EVERY APPLIED TRANSACTION IS
000210*JOURNALED TO RULEJRNL - WHO, WHEN, BEFORE-IMAGE, AFTER-IMAGE.
000211*
000212*AN ADD OR CHANGE ALSO CARRIES THE RULE KIND (DIVISOR,
000213*CONTAINS-DIGIT, DIGIT-SUM OR BAND), ITS WALK PRECEDENCE AND
000214*ITS EXCLUSIVE FLAG - SEE RULEREC.CPY. CHECK-RULE-KIND REFUSES
000215*A DEFINITION THE CLASSIFIERS COULD NOT TEST; A RETIREMENT
000216*KEEPS THE KIND OF THE VERSION IT RETIRES.
000220*
000230*THE TRANSACTION STREAM IS A CONTROLLED BATCH: A HEADER RECORD
000240*OPENS IT AND A TRAILER CLOSES IT WITH THE EXPECTED DETAIL
000400*         REJECTED - THE REST WERE APPLIED AND SAVED
000410*    8  - BATCH OUT OF BALANCE OR STRUCTURALLY BROKEN - THE
000420*         CATALOG WAS NOT SAVED; DOWNSTREAM RUNS MUST BE HELD
000421*   28  - ONE OR MORE TRANSACTIONS WERE REFUSED BECAUSE THE USER
000422*         HOLDS NO AUTHFILE GRANT FOR THE ACTION - THEY ARE ON
000423*         RULEREJ (REASON 12) AND SECVIOL; THE REST WERE APPLIED
000430*
000440*FIZZBUZZ (MAIN.COB) READS THE RESULTING RULEFILE AT STARTUP
000450*AND SELECTS THE VERSIONS IN FORCE ON EACH REQUEST'S AS-OF
000640     SELECT RPT-FILE ASSIGN TO 'RULERPT'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.
000661     SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
000662         ORGANIZATION IS LINE SEQUENTIAL
000663         FILE STATUS IS WS-AUTH-STATUS.
000664     SELECT SECV-FILE ASSIGN TO 'SECVIOL'
000665         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-SECV-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RULE-FILE.
000760 COPY REJREC.
000770 FD  RPT-FILE.
000780 01  RPT-PRINT-LINE              PIC X(132).
000781 FD  AUTH-FILE.
000782 COPY AUTHREC.
000783 FD  SECV-FILE.
000784 COPY SECVREC.
000790 WORKING-STORAGE SECTION.
000800 01 WS-RULE-STATUS         PIC XX VALUE SPACES.
000810 01 WS-TRAN-STATUS         PIC XX VALUE SPACES.
001320     05 RPT-NEW-FROM         PIC 9(8).
001330     05 FILLER               PIC X(1) VALUE '-'.
001340     05 RPT-NEW-TO           PIC 9(8).
001341     05 FILLER               PIC X(6) VALUE ' KIND '.
001342     05 RPT-NEW-KIND         PIC X.
001343     05 RPT-NEW-EXCL         PIC X.
001344     05 FILLER               PIC X(1) VALUE '/'.
001345     05 RPT-NEW-PREC         PIC 9(2).
001346     05 FILLER               PIC X(6) VALUE ' BAND '.
001347     05 RPT-NEW-BAND-FROM    PIC 9(9).
001348     05 FILLER               PIC X(1) VALUE '-'.
001349     05 RPT-NEW-BAND-TO      PIC 9(9).
001350 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
001360 01 WS-USER-ID             PIC X(8) VALUE SPACES.
001361*====================================================
001362*USER AUTHORITY (AUTHREC.CPY). THE GRANTS THE RUNNING USER HOLDS
001363*FOR THIS PROGRAM ARE LOADED ONCE AT STARTUP; EVERY REFUSAL IS
001364*LOGGED TO SECVIOL (SECVREC.CPY) AND RAISES RETURN CODE 28.
001365*====================================================
001366 01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
001367 01 WS-SECV-STATUS          PIC XX VALUE SPACES.
001368 01 WS-AUTH-PROGRAM         PIC X(10) VALUE 'RULEMAINT'.
001369 01 WS-AUTH-FILE-READ       PIC X VALUE 'N'.
001370 01 WS-AUTH-COUNT           PIC 9(2) VALUE 0.
001371 01 WS-AUTH-TABLE.
001372     05 WS-AUTH-GRANT OCCURS 20 TIMES PIC X(8).
001373 01 WS-AUTH-SUB             PIC 9(2) VALUE 0.
001374 01 WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
001375 01 WS-AUTH-DETAIL          PIC X(30) VALUE SPACES.
001376 01 WS-AUTH-GRANTED         PIC X VALUE 'N'.
001377 01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
001378*====================================================
001380*IN-MEMORY MIRROR OF THE VERSIONED RULE CATALOG - ONE ENTRY PER
001390*RULE VERSION, NOT PER SLOT. CAPACITY IS 100 VERSIONS ACROSS
001400*THE 10 SLOTS; VERSIONS BEYOND IT ARE REPORTED AND IGNORED.
001490         10 WS-CAT-ACTIVE    PIC X.
001500         10 WS-CAT-FROM      PIC 9(8).
001510         10 WS-CAT-TO        PIC 9(8).
001511         10 WS-CAT-KIND      PIC X.
001512         10 WS-CAT-EXCL      PIC X.
001513         10 WS-CAT-PREC      PIC 9(2).
001514         10 WS-CAT-BAND-FROM PIC 9(9).
001515         10 WS-CAT-BAND-TO   PIC 9(9).
001520*WS-LATEST-ENTRY IS THE SUBSCRIPT OF THE SLOT'S LATEST VERSION
001530*(HIGHEST EFF-FROM), ZERO WHEN THE SLOT HAS NO VERSION YET.
001540 01 WS-LATEST-ENTRY        PIC 9(3) VALUE 0.
001570 01 WS-DAY-BEFORE          PIC 9(8) VALUE 0.
001580 01 WS-DATE-INT            PIC 9(8) VALUE 0.
001590 01 WS-SLOT-NO             PIC 9(2) VALUE 0.
001591*THE KIND DEFINITION OF AN ADD/CHANGE AS CHECK-RULE-KIND
001592*NORMALISED IT - SPACES RESOLVED TO THEIR DEFAULTS.
001593 01 WS-KIND-OK             PIC X VALUE 'Y'.
001594 01 WS-NEW-KIND            PIC X VALUE 'D'.
001595 01 WS-NEW-EXCL            PIC X VALUE 'N'.
001596 01 WS-NEW-PREC            PIC 9(2) VALUE 0.
001597 01 WS-NEW-BAND-FROM       PIC 9(9) VALUE 0.
001598 01 WS-NEW-BAND-TO         PIC 9(9) VALUE 0.
001600 PROCEDURE DIVISION.
001610 MAIN-PARAGRAPH.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001640     IF WS-USER-ID = SPACES
001650         ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
001660     END-IF.
001661     PERFORM LOAD-USER-AUTHORITY.
001670     PERFORM LOAD-RULE-FILE.
001680     PERFORM VALIDATE-BATCH.
001690     IF WS-BATCH-OK = 'N'
001880     DISPLAY "RULEMAINT: " WS-TRAN-COUNT " TRANSACTION(S) "
001890         "APPLIED, " WS-REJECT-COUNT " REJECTED, "
001900         WS-CAT-COUNT " RULE VERSION(S) ON FILE".
001901     IF WS-REFUSED-COUNT > 0
001902         DISPLAY "RULEMAINT: " WS-REFUSED-COUNT
001903             " OF THE REJECTED TRANSACTION(S) REFUSED FOR "
001904             "WANT OF AUTHORITY - SEE SECVIOL"
001905     END-IF.
001910     STOP RUN RETURNING WS-RETURN-CODE.
001920 
001930 VALIDATE-BATCH.
003850         MOVE 'Y' TO WS-CAT-ACTIVE(1)
003860         MOVE 0 TO WS-CAT-FROM(1)
003870         MOVE 99991231 TO WS-CAT-TO(1)
003871         MOVE 'D' TO WS-CAT-KIND(1)
003872         MOVE 'N' TO WS-CAT-EXCL(1)
003873         MOVE 0 TO WS-CAT-PREC(1)
003874         MOVE 0 TO WS-CAT-BAND-FROM(1)
003875         MOVE 0 TO WS-CAT-BAND-TO(1)
003880         MOVE 2 TO WS-CAT-SLOT(2)
003890         MOVE 5 TO WS-CAT-DIVISOR(2)
003900         MOVE 'Buzz' TO WS-CAT-LABEL(2)
003910         MOVE 'Y' TO WS-CAT-ACTIVE(2)
003920         MOVE 0 TO WS-CAT-FROM(2)
003930         MOVE 99991231 TO WS-CAT-TO(2)
003931         MOVE 'D' TO WS-CAT-KIND(2)
003932         MOVE 'N' TO WS-CAT-EXCL(2)
003933         MOVE 0 TO WS-CAT-PREC(2)
003934         MOVE 0 TO WS-CAT-BAND-FROM(2)
003935         MOVE 0 TO WS-CAT-BAND-TO(2)
003940     END-IF.
003950 
003960 STOW-ONE-VERSION.
004170         ELSE
004180             MOVE 99991231 TO WS-CAT-TO(CAT-IDX)
004190         END-IF
004191         PERFORM STOW-KIND-FIELDS
004200     END-IF.
004201 
004202 STOW-KIND-FIELDS.
004203*    A RECORD WRITTEN BEFORE RULE KINDS EXISTED READS BACK WITH
004204*    SPACES IN THE KIND FIELDS - A COMBINING DIVISOR RULE WALKED
004205*    AT ITS SLOT. SEE THE NOTE IN RULEREC.CPY.
004206     IF RULE-KIND = SPACE
004207         MOVE 'D' TO WS-CAT-KIND(CAT-IDX)
004208     ELSE
004209         MOVE RULE-KIND TO WS-CAT-KIND(CAT-IDX)
004210     END-IF.
004211     IF RULE-EXCLUSIVE = 'Y'
004212         MOVE 'Y' TO WS-CAT-EXCL(CAT-IDX)
004213     ELSE
004214         MOVE 'N' TO WS-CAT-EXCL(CAT-IDX)
004215     END-IF.
004216     IF RULE-PRECEDENCE-X IS NUMERIC
004217         MOVE RULE-PRECEDENCE TO WS-CAT-PREC(CAT-IDX)
004218     ELSE
004219         MOVE 0 TO WS-CAT-PREC(CAT-IDX)
004220     END-IF.
004221     IF RULE-BAND-FROM-X IS NUMERIC
004222         MOVE RULE-BAND-FROM TO WS-CAT-BAND-FROM(CAT-IDX)
004223     ELSE
004224         MOVE 0 TO WS-CAT-BAND-FROM(CAT-IDX)
004225     END-IF.
004226     IF RULE-BAND-TO-X IS NUMERIC
004227         MOVE RULE-BAND-TO TO WS-CAT-BAND-TO(CAT-IDX)
004228     ELSE
004229         MOVE 0 TO WS-CAT-BAND-TO(CAT-IDX)
004230     END-IF.
004232 
004234 OPEN-JOURNAL.
004236*    THE JOURNAL IS APPEND-ONLY, LIKE AUDITFIL IN MAIN.COB. A
004240*    FAILED OPEN DOES NOT STOP MAINTENANCE - THE CATALOG WORK
004250*    IS STILL GOOD - BUT IT MUST NOT PASS SILENTLY, SINCE THE
004260*    TRANSACTIONS APPLIED IN THIS RUN WOULD HAVE NO JOURNAL
004490                 NOT AT END
004500                     IF TRAN-ACTION NOT = 'H'
004510                             AND TRAN-ACTION NOT = 'T'
004511                         PERFORM CHECK-TRANSACTION-AUTHORITY
004512                         IF WS-AUTH-GRANTED = 'Y'
004520                             PERFORM APPLY-ONE-TRANSACTION
004521                         END-IF
004530                     END-IF
004540             END-READ
004550         END-PERFORM
004560         CLOSE TRAN-FILE
004570     END-IF.
004580 
004581 CHECK-TRANSACTION-AUTHORITY.
004582*    EACH ACTION IS GRANTED SEPARATELY ON AUTHFILE (ADD, CHANGE,
004583*    RETIRE). A REFUSED TRANSACTION GOES TO RULEREJ LIKE ANY
004584*    OTHER REJECT, SO IT CAN BE RESUBMITTED BY SOMEONE WHO HOLDS
004585*    THE AUTHORITY. AN UNKNOWN ACTION CODE IS LEFT FOR
004586*    APPLY-ONE-TRANSACTION TO REJECT AS IT ALWAYS HAS.
004587     MOVE 'Y' TO WS-AUTH-GRANTED.
004588     EVALUATE TRUE
004589     WHEN TRAN-IS-ADD
004590         MOVE 'ADD' TO WS-AUTH-FUNCTION
004591     WHEN TRAN-IS-CHANGE
004592         MOVE 'CHANGE' TO WS-AUTH-FUNCTION
004593     WHEN TRAN-IS-RETIRE
004594         MOVE 'RETIRE' TO WS-AUTH-FUNCTION
004595     WHEN OTHER
004596         MOVE SPACES TO WS-AUTH-FUNCTION
004597     END-EVALUATE.
004598     IF WS-AUTH-FUNCTION NOT = SPACES
004599         MOVE SPACES TO WS-AUTH-DETAIL
004600         STRING 'RULE ' DELIMITED BY SIZE
004601             TRAN-NUMBER-X DELIMITED BY SIZE
004602             ' BATCH ' DELIMITED BY SIZE
004603             WS-BATCH-ID DELIMITED BY SIZE
004604             INTO WS-AUTH-DETAIL
004605         END-STRING
004606         PERFORM CHECK-AUTHORITY
004607         IF WS-AUTH-GRANTED = 'N'
004608             DISPLAY "RULEMAINT: " WS-AUTH-FUNCTION " OF RULE "
004609                 TRAN-NUMBER-X " REFUSED - USER " WS-USER-ID
004610                 " HOLDS NO AUTHORITY FOR IT"
004611             MOVE 12 TO WS-REJ-CODE
004612             MOVE 'NOT AUTHORISED FOR THE ACTION' TO WS-REJ-TEXT
004613             PERFORM WRITE-REJECT-RECORD
004614         END-IF
004615     END-IF.
004616
004617 APPLY-ONE-TRANSACTION.
004618*    TRAN-NUMBER-X/TRAN-DIVISOR-X/TRAN-EFF-FROM-X ARE THE
004619*    RAW-BYTE VIEWS FROM RULE-TRAN-RECORD-X (TRANREC.CPY) - A
004620*    PIC 9 FIELD LOADED WITH NON-NUMERIC TEXT FROM A LINE
004630*    SEQUENTIAL RECORD DOES NOT RAISE AN ERROR UNTIL IT IS
004640*    USED, SO THE CHECK HAS TO HAPPEN ON THE RAW BYTES BEFORE
004900                 EVALUATE TRUE
004910                 WHEN TRAN-IS-ADD
004920                 WHEN TRAN-IS-CHANGE
004925                     PERFORM CHECK-RULE-KIND
004927                     IF WS-KIND-OK = 'Y'
004930                         PERFORM APPLY-UPSERT
004935                     END-IF
004940                 WHEN TRAN-IS-RETIRE
004950                     PERFORM APPLY-RETIRE
004960                 WHEN OTHER
005360             TO WS-DAY-BEFORE
005370     END-IF.
005380 
005381 CHECK-RULE-KIND.
005382*    THE KIND, DIVISOR, BAND, PRECEDENCE AND EXCLUSIVE FLAG OF
005383*    AN ADD/CHANGE MUST DESCRIBE A RULE FIZZBUZZ AND FBVERIFY
005384*    CAN ACTUALLY TEST. SPACES IN THE KIND FIELDS ARE A PLAIN
005385*    COMBINING DIVISOR RULE WALKED AT ITS SLOT, SO A FEED IN
005386*    THE OLD 22-BYTE LAYOUT STILL APPLIES EXACTLY AS BEFORE.
005387*    A ZERO DIVISOR ON A DIVISOR RULE IS LEFT TO FIZZBUZZ'S
005388*    CATALOG CHECK, AS IT ALWAYS HAS BEEN.
005389     MOVE 'Y' TO WS-KIND-OK.
005390     MOVE TRAN-KIND TO WS-NEW-KIND.
005391     IF WS-NEW-KIND = SPACE
005392         MOVE 'D' TO WS-NEW-KIND
005393     END-IF.
005394     EVALUATE TRUE
005395     WHEN WS-NEW-KIND NOT = 'D' AND WS-NEW-KIND NOT = 'C'
005396             AND WS-NEW-KIND NOT = 'S' AND WS-NEW-KIND NOT = 'B'
005397         DISPLAY "RULEMAINT: SKIPPING TRANSACTION FOR RULE "
005398             TRAN-NUMBER " - UNKNOWN RULE KIND " TRAN-KIND
005399         MOVE 08 TO WS-REJ-CODE
005400         MOVE 'UNKNOWN RULE KIND' TO WS-REJ-TEXT
005401         MOVE 'N' TO WS-KIND-OK
005402     WHEN WS-NEW-KIND = 'C' AND TRAN-DIVISOR > 9
005403         DISPLAY "RULEMAINT: SKIPPING TRANSACTION FOR RULE "
005404             TRAN-NUMBER " - CONTAINS-DIGIT " TRAN-DIVISOR
005405             " IS NOT A SINGLE DIGIT"
005406         MOVE 09 TO WS-REJ-CODE
005407         MOVE 'CONTAINS-DIGIT MUST BE 0-9' TO WS-REJ-TEXT
005408         MOVE 'N' TO WS-KIND-OK
005409     WHEN WS-NEW-KIND = 'S' AND TRAN-DIVISOR = 0
005410         DISPLAY "RULEMAINT: SKIPPING TRANSACTION FOR RULE "
005411             TRAN-NUMBER " - DIGIT-SUM DIVISOR IS ZERO"
005412         MOVE 09 TO WS-REJ-CODE
005413         MOVE 'DIGIT-SUM DIVISOR IS ZERO' TO WS-REJ-TEXT
005414         MOVE 'N' TO WS-KIND-OK
005415     WHEN WS-NEW-KIND = 'B'
005416             AND (TRAN-BAND-FROM-X NOT NUMERIC
005417               OR TRAN-BAND-TO-X NOT NUMERIC)
005418         DISPLAY "RULEMAINT: SKIPPING TRANSACTION FOR RULE "
005419             TRAN-NUMBER " - NON-NUMERIC BAND"
005420         MOVE 10 TO WS-REJ-CODE
005421         MOVE 'NON-NUMERIC BAND' TO WS-REJ-TEXT
005422         MOVE 'N' TO WS-KIND-OK
005423     WHEN WS-NEW-KIND = 'B'
005424             AND TRAN-BAND-FROM > TRAN-BAND-TO
005425         DISPLAY "RULEMAINT: SKIPPING TRANSACTION FOR RULE "
005426             TRAN-NUMBER " - BAND FROM " TRAN-BAND-FROM
005427             " IS AFTER BAND TO " TRAN-BAND-TO
005428         MOVE 10 TO WS-REJ-CODE
005429         MOVE 'BAND FROM AFTER BAND TO' TO WS-REJ-TEXT
005430         MOVE 'N' TO WS-KIND-OK
005431     WHEN TRAN-PRECEDENCE-X NOT = SPACES
005432             AND TRAN-PRECEDENCE-X NOT NUMERIC
005433         DISPLAY "RULEMAINT: SKIPPING TRANSACTION FOR RULE "
005434             TRAN-NUMBER " - NON-NUMERIC PRECEDENCE"
005435         MOVE 11 TO WS-REJ-CODE
005436         MOVE 'NON-NUMERIC PRECEDENCE' TO WS-REJ-TEXT
005437         MOVE 'N' TO WS-KIND-OK
005438     WHEN TRAN-EXCLUSIVE NOT = SPACE AND TRAN-EXCLUSIVE NOT = 'Y'
005439             AND TRAN-EXCLUSIVE NOT = 'N'
005440         DISPLAY "RULEMAINT: SKIPPING TRANSACTION FOR RULE "
005441             TRAN-NUMBER " - EXCLUSIVE FLAG " TRAN-EXCLUSIVE
005442             " IS NOT Y OR N"
005443         MOVE 11 TO WS-REJ-CODE
005444         MOVE 'EXCLUSIVE FLAG NOT Y OR N' TO WS-REJ-TEXT
005445         MOVE 'N' TO WS-KIND-OK
005446     END-EVALUATE.
005447     IF WS-KIND-OK = 'N'
005448         PERFORM WRITE-REJECT-RECORD
005449     ELSE
005450         IF TRAN-EXCLUSIVE = 'Y'
005451             MOVE 'Y' TO WS-NEW-EXCL
005452         ELSE
005453             MOVE 'N' TO WS-NEW-EXCL
005454         END-IF
005455         IF TRAN-PRECEDENCE-X IS NUMERIC
005456             MOVE TRAN-PRECEDENCE TO WS-NEW-PREC
005457         ELSE
005458             MOVE 0 TO WS-NEW-PREC
005459         END-IF
005460         IF WS-NEW-KIND = 'B'
005461             MOVE TRAN-BAND-FROM TO WS-NEW-BAND-FROM
005462             MOVE TRAN-BAND-TO TO WS-NEW-BAND-TO
005463         ELSE
005464             MOVE 0 TO WS-NEW-BAND-FROM
005465             MOVE 0 TO WS-NEW-BAND-TO
005466         END-IF
005467     END-IF.
005468 
005469 FIND-LATEST-VERSION.
005470     MOVE 0 TO WS-LATEST-ENTRY.
005471     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
005472             UNTIL WS-SCAN-SUB > WS-CAT-COUNT
005473         IF WS-CAT-SLOT(WS-SCAN-SUB) = TRAN-NUMBER
005474             IF WS-LATEST-ENTRY = 0
005475                 MOVE WS-SCAN-SUB TO WS-LATEST-ENTRY
005476             ELSE
005477                 IF WS-CAT-FROM(WS-SCAN-SUB) >=
005480                         WS-CAT-FROM(WS-LATEST-ENTRY)
005490                     MOVE WS-SCAN-SUB TO WS-LATEST-ENTRY
005500                 END-IF
005720         MOVE TRAN-DIVISOR TO WS-CAT-DIVISOR(WS-LATEST-ENTRY)
005730         MOVE TRAN-LABEL   TO WS-CAT-LABEL(WS-LATEST-ENTRY)
005740         MOVE 'Y'          TO WS-CAT-ACTIVE(WS-LATEST-ENTRY)
005741         MOVE WS-NEW-KIND  TO WS-CAT-KIND(WS-LATEST-ENTRY)
005742         MOVE WS-NEW-EXCL  TO WS-CAT-EXCL(WS-LATEST-ENTRY)
005743         MOVE WS-NEW-PREC  TO WS-CAT-PREC(WS-LATEST-ENTRY)
005744         MOVE WS-NEW-BAND-FROM
005745             TO WS-CAT-BAND-FROM(WS-LATEST-ENTRY)
005746         MOVE WS-NEW-BAND-TO
005747             TO WS-CAT-BAND-TO(WS-LATEST-ENTRY)
005750         ADD 1 TO WS-TRAN-COUNT
005760         PERFORM WRITE-JOURNAL-FROM-ENTRY
005770     WHEN WS-CAT-FROM(WS-LATEST-ENTRY) > WS-EFF-FROM
006370         MOVE WS-CAT-LABEL(WS-LATEST-ENTRY)
006380             TO WS-CAT-LABEL(CAT-IDX)
006390         MOVE 'N' TO WS-CAT-ACTIVE(CAT-IDX)
006391         MOVE WS-CAT-KIND(WS-LATEST-ENTRY) TO WS-CAT-KIND(CAT-IDX)
006392         MOVE WS-CAT-EXCL(WS-LATEST-ENTRY) TO WS-CAT-EXCL(CAT-IDX)
006393         MOVE WS-CAT-PREC(WS-LATEST-ENTRY) TO WS-CAT-PREC(CAT-IDX)
006394         MOVE WS-CAT-BAND-FROM(WS-LATEST-ENTRY)
006395             TO WS-CAT-BAND-FROM(CAT-IDX)
006396         MOVE WS-CAT-BAND-TO(WS-LATEST-ENTRY)
006397             TO WS-CAT-BAND-TO(CAT-IDX)
006400         MOVE WS-EFF-FROM TO WS-CAT-FROM(CAT-IDX)
006410         MOVE 99991231 TO WS-CAT-TO(CAT-IDX)
006420         ADD 1 TO WS-TRAN-COUNT
006630         MOVE TRAN-DIVISOR TO WS-CAT-DIVISOR(CAT-IDX)
006640         MOVE TRAN-LABEL   TO WS-CAT-LABEL(CAT-IDX)
006650         MOVE 'Y'          TO WS-CAT-ACTIVE(CAT-IDX)
006651         MOVE WS-NEW-KIND  TO WS-CAT-KIND(CAT-IDX)
006652         MOVE WS-NEW-EXCL  TO WS-CAT-EXCL(CAT-IDX)
006653         MOVE WS-NEW-PREC  TO WS-CAT-PREC(CAT-IDX)
006654         MOVE WS-NEW-BAND-FROM TO WS-CAT-BAND-FROM(CAT-IDX)
006655         MOVE WS-NEW-BAND-TO TO WS-CAT-BAND-TO(CAT-IDX)
006660         MOVE WS-EFF-FROM  TO WS-CAT-FROM(CAT-IDX)
006670         MOVE 99991231     TO WS-CAT-TO(CAT-IDX)
006680         ADD 1 TO WS-TRAN-COUNT
006800         MOVE SPACES TO JRN-OLD-ACTIVE
006810         MOVE 0 TO JRN-OLD-EFF-FROM
006820         MOVE 0 TO JRN-OLD-EFF-TO
006821         MOVE SPACES TO JRN-OLD-KIND
006822         MOVE SPACES TO JRN-OLD-EXCLUSIVE
006823         MOVE 0 TO JRN-OLD-PRECEDENCE
006824         MOVE 0 TO JRN-OLD-BAND-FROM
006825         MOVE 0 TO JRN-OLD-BAND-TO
006830     ELSE
006840         MOVE 'Y' TO JRN-HAD-BEFORE
006850         MOVE WS-CAT-DIVISOR(WS-LATEST-ENTRY)
006880         MOVE WS-CAT-ACTIVE(WS-LATEST-ENTRY) TO JRN-OLD-ACTIVE
006890         MOVE WS-CAT-FROM(WS-LATEST-ENTRY) TO JRN-OLD-EFF-FROM
006900         MOVE WS-CAT-TO(WS-LATEST-ENTRY) TO JRN-OLD-EFF-TO
006901         MOVE WS-CAT-KIND(WS-LATEST-ENTRY) TO JRN-OLD-KIND
006902         MOVE WS-CAT-EXCL(WS-LATEST-ENTRY) TO JRN-OLD-EXCLUSIVE
006903         MOVE WS-CAT-PREC(WS-LATEST-ENTRY) TO JRN-OLD-PRECEDENCE
006904         MOVE WS-CAT-BAND-FROM(WS-LATEST-ENTRY)
006905             TO JRN-OLD-BAND-FROM
006906         MOVE WS-CAT-BAND-TO(WS-LATEST-ENTRY) TO JRN-OLD-BAND-TO
006910     END-IF.
006920 
006930 WRITE-JOURNAL-FROM-ENTRY.
007070     MOVE WS-CAT-ACTIVE(WS-SCAN-SUB)  TO JRN-NEW-ACTIVE.
007080     MOVE WS-CAT-FROM(WS-SCAN-SUB)    TO JRN-NEW-EFF-FROM.
007090     MOVE WS-CAT-TO(WS-SCAN-SUB)      TO JRN-NEW-EFF-TO.
007091     MOVE WS-CAT-KIND(WS-SCAN-SUB)    TO JRN-NEW-KIND.
007092     MOVE WS-CAT-EXCL(WS-SCAN-SUB)    TO JRN-NEW-EXCLUSIVE.
007093     MOVE WS-CAT-PREC(WS-SCAN-SUB)    TO JRN-NEW-PRECEDENCE.
007094     MOVE WS-CAT-BAND-FROM(WS-SCAN-SUB) TO JRN-NEW-BAND-FROM.
007095     MOVE WS-CAT-BAND-TO(WS-SCAN-SUB) TO JRN-NEW-BAND-TO.
007100     IF WS-JRN-OPEN = 'Y'
007110         WRITE JRN-RECORD
007120         IF WS-JRN-STATUS NOT = '00'
007340         MOVE WS-CAT-ACTIVE(WS-SCAN-SUB) TO RPT-NEW-ACT
007350         MOVE WS-CAT-FROM(WS-SCAN-SUB) TO RPT-NEW-FROM
007360         MOVE WS-CAT-TO(WS-SCAN-SUB) TO RPT-NEW-TO
007361         MOVE WS-CAT-KIND(WS-SCAN-SUB) TO RPT-NEW-KIND
007362         MOVE WS-CAT-EXCL(WS-SCAN-SUB) TO RPT-NEW-EXCL
007363         MOVE WS-CAT-PREC(WS-SCAN-SUB) TO RPT-NEW-PREC
007364         MOVE WS-CAT-BAND-FROM(WS-SCAN-SUB) TO RPT-NEW-BAND-FROM
007365         MOVE WS-CAT-BAND-TO(WS-SCAN-SUB) TO RPT-NEW-BAND-TO
007370         MOVE RPT-APPLIED-LINE TO WS-RPT-WORK
007380         PERFORM WRITE-REPORT-LINE
007390     END-IF.
007590                 MOVE WS-CAT-FROM(WS-SCAN-SUB)
007600                     TO RULE-EFF-FROM
007610                 MOVE WS-CAT-TO(WS-SCAN-SUB) TO RULE-EFF-TO
007611                 MOVE WS-CAT-KIND(WS-SCAN-SUB) TO RULE-KIND
007612                 MOVE WS-CAT-EXCL(WS-SCAN-SUB)
007613                     TO RULE-EXCLUSIVE
007614                 MOVE WS-CAT-PREC(WS-SCAN-SUB)
007615                     TO RULE-PRECEDENCE
007616                 MOVE WS-CAT-BAND-FROM(WS-SCAN-SUB)
007617                     TO RULE-BAND-FROM
007618                 MOVE WS-CAT-BAND-TO(WS-SCAN-SUB)
007619                     TO RULE-BAND-TO
007620                 WRITE RULE-RECORD
007630             END-IF
007640         END-PERFORM
007650     END-PERFORM.
007660     CLOSE RULE-FILE.
007661
007662 LOAD-USER-AUTHORITY.
007663*    ONLY THE RUNNING USER'S GRANTS FOR THIS PROGRAM ARE KEPT.
007664*    AN UNREADABLE AUTHFILE GRANTS NOTHING - THE CONTROL FAILS
007665*    CLOSED, AND EACH REFUSAL IS LOGGED WITH THE REASON.
007666     MOVE 0 TO WS-AUTH-COUNT.
007667     OPEN INPUT AUTH-FILE.
007668     IF WS-AUTH-STATUS = '00'
007669         MOVE 'Y' TO WS-AUTH-FILE-READ
007670         PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
007671             READ AUTH-FILE
007672                 AT END
007673                     MOVE '10' TO WS-AUTH-STATUS
007674                 NOT AT END
007675                     IF AUTH-USER-ID = WS-USER-ID
007676                             AND AUTH-PROGRAM = WS-AUTH-PROGRAM
007677                             AND WS-USER-ID NOT = SPACES
007678                             AND WS-AUTH-COUNT < 20
007679                         ADD 1 TO WS-AUTH-COUNT
007680                         MOVE AUTH-FUNCTION TO
007681                             WS-AUTH-GRANT(WS-AUTH-COUNT)
007682                     END-IF
007683             END-READ
007684         END-PERFORM
007685         CLOSE AUTH-FILE
007686     ELSE
007687         DISPLAY "RULEMAINT: UNABLE TO READ AUTHFILE, STATUS="
007688             WS-AUTH-STATUS " - NOTHING IS AUTHORISED"
007689     END-IF.
007690
007691 CHECK-AUTHORITY.
007692*    WS-AUTH-FUNCTION IS THE FUNCTION WANTED AND WS-AUTH-DETAIL
007693*    WHAT IT WOULD BE APPLIED TO. A REFUSAL IS COUNTED AND LOGGED
007694*    HERE, SO A CALLER ONLY HAS TO ACT ON WS-AUTH-GRANTED.
007695     MOVE 'N' TO WS-AUTH-GRANTED.
007696     PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
007697             UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
007698                 OR WS-AUTH-GRANTED = 'Y'
007699         IF WS-AUTH-GRANT(WS-AUTH-SUB) = WS-AUTH-FUNCTION
007700                 OR WS-AUTH-GRANT(WS-AUTH-SUB) = '*'
007701             MOVE 'Y' TO WS-AUTH-GRANTED
007702         END-IF
007703     END-PERFORM.
007704     IF WS-AUTH-GRANTED = 'N'
007705         ADD 1 TO WS-REFUSED-COUNT
007706         PERFORM LOG-SECURITY-VIOLATION
007707         IF WS-RETURN-CODE < 28
007708             MOVE 28 TO WS-RETURN-CODE
007709         END-IF
007710     END-IF.
007711
007712 LOG-SECURITY-VIOLATION.
007713*    APPEND-ONLY, OPENED AND CLOSED FOR EACH REFUSAL SO NO ENTRY
007714*    IS LEFT IN A BUFFER IF THE RUN GOES DOWN LATER. A LOG THAT
007715*    CANNOT BE WRITTEN DOES NOT UNDO THE REFUSAL.
007716     MOVE SPACES TO SECV-RECORD.
007717     ACCEPT SECV-DATE FROM DATE YYYYMMDD.
007718     ACCEPT SECV-TIME FROM TIME.
007719     MOVE WS-USER-ID TO SECV-USER-ID.
007720     MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM.
007721     MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION.
007722     MOVE WS-AUTH-DETAIL TO SECV-DETAIL.
007723     EVALUATE TRUE
007724     WHEN WS-USER-ID = SPACES
007725         MOVE 03 TO SECV-REASON-CODE
007726     WHEN WS-AUTH-FILE-READ = 'N'
007727         MOVE 02 TO SECV-REASON-CODE
007728     WHEN OTHER
007729         MOVE 01 TO SECV-REASON-CODE
007730     END-EVALUATE.
007731     OPEN EXTEND SECV-FILE.
007732     IF WS-SECV-STATUS = '05' OR WS-SECV-STATUS = '35'
007733         OPEN OUTPUT SECV-FILE
007734     END-IF.
007735     IF WS-SECV-STATUS NOT = '00'
007736         DISPLAY "RULEMAINT: UNABLE TO OPEN SECVIOL, STATUS="
007737             WS-SECV-STATUS " - REFUSAL NOT LOGGED"
007738     ELSE
007739         WRITE SECV-RECORD
007740         IF WS-SECV-STATUS NOT = '00'
007741             DISPLAY "RULEMAINT: WRITE TO SECVIOL FAILED, STATUS="
007742                 WS-SECV-STATUS " - REFUSAL NOT LOGGED"
007743         END-IF
007744         CLOSE SECV-FILE
007745     END-IF.
