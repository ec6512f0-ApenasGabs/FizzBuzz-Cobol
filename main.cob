001214     SELECT CMD-FILE ASSIGN TO 'OPERCMD'
001215         ORGANIZATION IS LINE SEQUENTIAL
001216         FILE STATUS IS WS-CMD-STATUS.
001217*    MASTFILE IS READ, AT RANDOM, ONLY WHEN THE BATCH HOLDS AN
001218*    INCREMENT REQUEST - SEE CHECK-MASTER-CURRENT.
001219     SELECT MAST-FILE ASSIGN TO 'MASTFILE'
001220         ORGANIZATION IS INDEXED
001221         ACCESS MODE IS RANDOM
001222         RECORD KEY IS MAST-INDICE
001223         FILE STATUS IS WS-MAST-STATUS.
001224     SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
001225         ORGANIZATION IS LINE SEQUENTIAL
001226         FILE STATUS IS WS-AUTH-STATUS.
001227     SELECT SECV-FILE ASSIGN TO 'SECVIOL'
001228         ORGANIZATION IS LINE SEQUENTIAL
001229         FILE STATUS IS WS-SECV-STATUS.
001264 DATA DIVISION.
001300 FILE SECTION.
001400 FD  PARM-FILE.
001500 COPY PARMREC.
001805 FD  CMD-FILE.
001806 01  OPCMD-RECORD.
001807     05 OPCMD-VERB           PIC X(8).
001808 FD  MAST-FILE.
001809 COPY MASTREC.
001810 FD  AUTH-FILE.
001811 COPY AUTHREC.
001812 FD  SECV-FILE.
001813 COPY SECVREC.
001856 WORKING-STORAGE SECTION.
001900 01 indice                 PIC 9(9) VALUE 1.
002000 01 fizzFlag               PIC X VALUE 'N'.
002100 01 buzzFlag               PIC X VALUE 'N'.
002336*EXACTLY AS AFTER A FAILURE - BUT WITH NOTHING IN DOUBT.
002337 01 WS-CMD-STATUS          PIC XX VALUE SPACES.
002338 01 WS-QUIESCED            PIC X VALUE 'N'.
002339*INCREMENT-MODE STATE. AN INCREMENT REQUEST CLASSIFIES ONLY
002340*THE INDICES THAT NEED IT: ONE MISSING FROM MASTFILE, OR ONE
002341*WHOSE MASTER ROW NO LONGER MATCHES WHAT THE REQUEST'S RULE
002342*VERSIONS AND THE EXCEPTIONS NOW IN FORCE PRODUCE. AN INDICE
002343*WHOSE MASTER ROW IS STILL CURRENT IS LEFT OFF THE EXTRACT AND
002344*COUNTED; SO IS ONE AN EARLIER REQUEST OF THE SAME BATCH
002345*ALREADY COVERS (SEE FLAG-OVERLAPPING-REQUESTS). THE MATCH
002346*COUNTS ARE PUT BACK FOR A SKIPPED INDICE, SO THE TRAILER
002347*STILL DESCRIBES EXACTLY THE ROWS ON THE FILE.
002348 01 WS-MAST-STATUS         PIC XX VALUE SPACES.
002349 01 WS-MAST-OPEN           PIC X VALUE 'N'.
002350 01 WS-INCR-WANTED         PIC X VALUE 'N'.
002351 01 WS-ROW-SKIPPED         PIC X VALUE 'N'.
002352 01 WS-CURRENT-COUNT       PIC 9(9) VALUE 0.
002353 01 WS-OVERLAP-COUNT       PIC 9(9) VALUE 0.
002354 01 WS-GRAND-CURRENT-COUNT PIC 9(9) VALUE 0.
002355 01 WS-GRAND-OVERLAP-COUNT PIC 9(9) VALUE 0.
002356 01 WS-SKIP-SAVED-COUNTS   PIC X(90) VALUE SPACES.
002357 01 WS-SKIP-SAVED-PLAIN    PIC 9(9) VALUE 0.
002358 01 WS-SKIP-SAVED-OVERRIDE PIC 9(9) VALUE 0.
002359 01 WS-OVL-SUB             PIC 9(3) VALUE 0.
002314 01 WS-AUDIT-USER-ID       PIC X(8) VALUE SPACES.
002314 01 WS-AUDIT-JOB-NAME      PIC X(8) VALUE SPACES.
002315 01 WS-OUT-WRITE-FAILED    PIC X VALUE 'N'.
002316*====================================================
002317*USER AUTHORITY (AUTHREC.CPY). THE GRANTS THE RUNNING USER HOLDS
002318*FOR THIS PROGRAM ARE LOADED ONCE AT STARTUP; EVERY REFUSAL IS
002319*LOGGED TO SECVIOL (SECVREC.CPY) AND RAISES RETURN CODE 28.
002320*====================================================
002321 01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
002322 01 WS-SECV-STATUS          PIC XX VALUE SPACES.
002323 01 WS-AUTH-PROGRAM         PIC X(10) VALUE 'FIZZBUZZ'.
002324 01 WS-AUTH-FILE-READ       PIC X VALUE 'N'.
002325 01 WS-AUTH-COUNT           PIC 9(2) VALUE 0.
002326 01 WS-AUTH-TABLE.
002327     05 WS-AUTH-GRANT OCCURS 20 TIMES PIC X(8).
002328 01 WS-AUTH-SUB             PIC 9(2) VALUE 0.
002329 01 WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
002330 01 WS-AUTH-DETAIL          PIC X(30) VALUE SPACES.
002331 01 WS-AUTH-GRANTED         PIC X VALUE 'N'.
002332 01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
002334 01 WS-RESUMED             PIC X VALUE 'N'.
002336 01 WS-CHECKPOINT-EVERY    PIC 9(5) VALUE 1000.
002340 01 WS-SINCE-CHECKPOINT    PIC 9(5) VALUE 0.
002341*RESTART STATE CARRIED FROM READ-CHECKPOINT TO THE REQUEST
002342*LOOP - WHICH REQUEST THE INTERRUPTED RUN WAS IN, THE LAST
002350 01 WS-CHKPT-SAVED-PLAIN    PIC 9(9) VALUE 0.
002351 01 WS-CHKPT-SAVED-OVERRIDE  PIC 9(9) VALUE 0.
002352 01 WS-CHKPT-SAVED-EXCLUDE   PIC 9(9) VALUE 0.
002353 01 WS-CHKPT-SAVED-CURRENT   PIC 9(9) VALUE 0.
002354 01 WS-CHKPT-SAVED-OVERLAP   PIC 9(9) VALUE 0.
002355 01 WS-CHKPT-WRITE-SEQ      PIC 9(3) VALUE 0.
002356 01 WS-RUN-MODE             PIC X(8) VALUE 'REPORT'.
002360     88 WS-MODE-IS-REPORT       VALUE 'REPORT'.
002370     88 WS-MODE-IS-EXTRACT      VALUE 'EXTRACT'.
002380     88 WS-MODE-IS-VALIDATE     VALUE 'VALIDATE'.
002381*INCREMENT, CODED IN THE 8-BYTE MODE FIELD AS 'INCREMEN'.
002382     88 WS-MODE-IS-INCREMENT    VALUE 'INCREMEN'.
002390 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
002391*====================================================
002392*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, THE USUAL
002394*    0  - SUCCESSFUL RUN
002395*    4  - CHECKPOINT OR AUDIT FILE COULD NOT BE OPENED OR WRITTEN
002395*         (RUN ITSELF STILL COMPLETED - ONLY THE RESTART POINT OR
002395*         THE AUDIT TRAIL ENTRY FOR THIS RUN IS LOST), OR
002395*         TWO REQUESTS' RANGES OVERLAP (AN INCREMENT REQUEST
002395*         LEAVES THE OVERLAP TO THE EARLIER REQUEST; ANY OTHER
002395*         MODE CLASSIFIES IT TWICE, AND THE LATER ROW WINS THE
002395*         LOAD), OR MASTFILE COULD NOT BE OPENED FOR AN
002395*         INCREMENT REQUEST (WHICH THEN CLASSIFIES ITS WHOLE
002395*         RANGE)
002396*    8  - A REQUEST'S START-RANGE EXCEEDED ITS END-RANGE, OR
002396*         CONTROL RECORDS BEYOND THE REQUEST-TABLE CAPACITY
002396*         WERE IGNORED - THE REQUEST(S) WERE SKIPPED AND THE
002397*   12  - A CONTROL RECORD HELD NON-NUMERIC RANGE/DIVISOR
002397*         DATA, OR CAME BACK WITH AN ABNORMAL FILE STATUS -
002397*         THAT RECORD WAS SKIPPED
002398*   16  - AN ACTIVE CLASSIFICATION RULE HAS A ZERO DIVISOR
002398*         (OR, FOR A CONTAINS-DIGIT, DIGIT-SUM OR BAND RULE,
002398*         A DEFINITION IT CANNOT BE TESTED WITH) -
002398*         FROM RULEFILE THE WHOLE RUN IS REFUSED UP FRONT,
002398*         FROM ONE CONTROL RECORD'S LEGACY DIVISORS ONLY THAT
002398*         REQUEST IS SKIPPED
002399*         A CONTROLLED DRAIN, NOT A FAILURE: THE LAST FLUSH AND
002399*         CHECKPOINT ARE DURABLE AND THE NEXT RUN RESUMES FROM
002399*         THEM; THE SCHEDULER MUST RERUN, NOT RAISE AN INCIDENT
002400*   28  - A REQUEST WAS REFUSED BECAUSE THE USER HOLDS NO AUTHFILE
002401*         GRANT FOR ITS RUN MODE - IT WAS SKIPPED AND LOGGED TO
002402*         SECVIOL, AND THE REST OF THE BATCH STILL RAN
002398*====================================================
002410 01 WS-START-RANGE         PIC 9(9) VALUE 1.
002500 01 WS-END-RANGE           PIC 9(9) VALUE 100.
002724         10 WS-REQ-BAD          PIC X.
002725         10 WS-REQ-AS-OF        PIC 9(8).
002726         10 WS-REQ-PROGRESS     PIC 9(7).
002726         10 WS-REQ-OVERLAPS     PIC X.
002727         10 WS-REQ-REFUSED      PIC X.
002727*THE AUDIT ENTRY STILL CARRIES ONE RANGE FOR THE RUN - THE
002728*OUTERMOST BOUNDS OVER EVERY REQUEST THAT PASSED VALIDATION.
002727 01 WS-AUDIT-RANGE-SET      PIC X VALUE 'N'.
004500     05 WS-RULE-ENTRY OCCURS 10 TIMES INDEXED BY RULE-IDX.
004600         10 WS-RULE-DIVISOR  PIC 9(3).
004700         10 WS-RULE-LABEL    PIC X(8).
004702         10 WS-RULE-ACTIVE   PIC X.
004704*====================================================
004706*RULE KIND, EXCLUSIVE FLAG, WALK PRECEDENCE AND BAND OF EACH
004708*SLOT OF WS-RULE-TABLE - SEE RULEREC.CPY. A PARALLEL TABLE
004710*RATHER THAN EXTRA COLUMNS, SO WS-RULE-DEFAULTS STAYS THE
004712*120-BYTE IMAGE AUDIT-RULE-TABLE SNAPSHOTS. THE DEFAULT IS A
004714*COMBINING DIVISOR RULE WALKED AT ITS SLOT - THE ORIGINAL
004716*BEHAVIOUR.
004718*====================================================
004720 01 WS-RULE-KIND-DEFAULTS.
004722     05 FILLER               PIC X(22)
004724                             VALUE 'DN00000000000000000000'
004726                             OCCURS 10 TIMES.
004728 01 WS-RULE-KIND-TABLE REDEFINES WS-RULE-KIND-DEFAULTS.
004730     05 WS-RULE-KIND-ENTRY OCCURS 10 TIMES.
004732         10 WS-RULE-KIND     PIC X.
004734         10 WS-RULE-EXCL     PIC X.
004736         10 WS-RULE-PREC     PIC 9(2).
004738         10 WS-RULE-BAND-FROM PIC 9(9).
004740         10 WS-RULE-BAND-TO  PIC 9(9).
004742*THE ACTIVE SLOTS IN WALK ORDER, BUILT BY ORDER-RULE-WALK
004744*EACH TIME THE WORKING RULE TABLE IS REBUILT.
004746 01 WS-WALK-COUNT           PIC 9(2) VALUE 0.
004748 01 WS-WALK-TABLE.
004750     05 WS-WALK-SLOT OCCURS 10 TIMES PIC 9(2).
004752 01 WS-WALK-TAKEN-AREA.
004754     05 WS-WALK-TAKEN OCCURS 10 TIMES PIC X.
004756 01 WS-WALK-SUB             PIC 9(2) VALUE 0.
004758 01 WS-WALK-KEY             PIC 9(4) VALUE 0.
004760 01 WS-WALK-BEST-KEY        PIC 9(4) VALUE 0.
004762 01 WS-WALK-BEST-SLOT       PIC 9(2) VALUE 0.
004764 01 WS-WALK-STOPPED         PIC X VALUE 'N'.
004766 01 WS-RULE-HIT             PIC X VALUE 'N'.
004768*DIGIT VIEW OF THE INDICE FOR CONTAINS-DIGIT AND DIGIT-SUM
004770*RULES, SPLIT AT MOST ONCE PER INDICE BY SPLIT-INDICE-DIGITS.
004772 01 WS-DIGITS-READY         PIC X VALUE 'N'.
004774 01 WS-DIGIT-WORK           PIC 9(9) VALUE 0.
004776 01 WS-DIGIT-TEXT REDEFINES WS-DIGIT-WORK PIC X(9).
004778 01 WS-DIGIT-TABLE REDEFINES WS-DIGIT-WORK.
004780     05 WS-DIGIT-N OCCURS 9 TIMES PIC 9.
004782 01 WS-DIGIT-SUB            PIC 9(2) VALUE 0.
004784 01 WS-DIGIT-START          PIC 9(2) VALUE 0.
004786 01 WS-DIGIT-SUM            PIC 9(3) VALUE 0.
004788 01 WS-DIGIT-TALLY          PIC 9(2) VALUE 0.
004790 01 WS-DIGIT-WANTED         PIC 9 VALUE 0.
004792 01 WS-DIGIT-WANTED-X REDEFINES WS-DIGIT-WANTED PIC X.
004805*====================================================
004810*VERSIONED RULE CATALOG AS LOADED FROM RULEFILE - ONE ENTRY
004815*PER EFFECTIVE-DATED RULE VERSION, NOT PER SLOT. THE WORKING
004875         10 WS-CAT-SLOT      PIC 9(2).
004880         10 WS-CAT-DIVISOR   PIC 9(3).
004885         10 WS-CAT-LABEL     PIC X(8).
004886         10 WS-CAT-ACTIVE    PIC X.
004887         10 WS-CAT-FROM      PIC 9(8).
004888         10 WS-CAT-TO        PIC 9(8).
004889         10 WS-CAT-KIND      PIC X.
004890         10 WS-CAT-EXCL      PIC X.
004891         10 WS-CAT-PREC      PIC 9(2).
004892         10 WS-CAT-BAND-FROM PIC 9(9).
004895         10 WS-CAT-BAND-TO   PIC 9(9).
004896 01 WS-CAT-SUB              PIC 9(3) VALUE 0.
004897 01 WS-BEST-SUB             PIC 9(3) VALUE 0.
004898 01 WS-AS-OF-DATE           PIC 9(8) VALUE 0.
005180         PERFORM WRITE-AUDIT-RECORD
005185         STOP RUN RETURNING WS-RETURN-CODE
005190     END-IF.
005191*    EVERY REQUEST'S RUN MODE MUST BE GRANTED TO THE USER ON
005192*    AUTHFILE - A REFUSED REQUEST IS SKIPPED LIKE AN INVALID
005193*    ONE, SO THE GRANTS ARE LOADED BEFORE VALIDATION.
005194     ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "LOGNAME".
005195     IF WS-AUDIT-USER-ID = SPACES
005196         ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
005197     END-IF.
005198     PERFORM LOAD-USER-AUTHORITY.
005199     PERFORM VALIDATE-REQUESTS.
005200*    NOTHING LEFT TO PROCESS MEANS EVERY REQUEST WAS
005205*    VALIDATE-ONLY OR FAILED VALIDATION - OUT-FILE AND THE
005210*    CHECKPOINT ARE NEVER TOUCHED, EXACTLY AS A VALIDATE-MODE
005290         PERFORM WRITE-AUDIT-RECORD
005295         STOP RUN RETURNING WS-RETURN-CODE
005300     END-IF.
005302     IF WS-INCR-WANTED = 'Y'
005303         PERFORM OPEN-MASTER-FILE
005304     END-IF.
005305     ACCEPT WS-RUN-START-TIME FROM TIME.
005310     PERFORM PROCESS-ONE-REQUEST
005315         VARYING WS-REQ-SEQ FROM 1 BY 1
005400         PERFORM CLEAR-CHECKPOINT
005405     END-IF.
005410     CLOSE OUT-FILE.
005411     IF WS-MAST-OPEN = 'Y'
005412         CLOSE MAST-FILE
005413     END-IF.
005414     PERFORM WRITE-RUN-STATE-STAMP.
005415     STOP RUN RETURNING WS-RETURN-CODE.
005420
005425 PROCESS-ONE-REQUEST.
005455*    STATUS LINE IN THE JOB LOG.
005460     SET REQ-IDX TO WS-REQ-SEQ.
005465     EVALUATE TRUE
005466     WHEN WS-REQ-REFUSED(REQ-IDX) = 'Y'
005467         DISPLAY "FIZZBUZZ: REQUEST " WS-REQ-ID(REQ-IDX)
005468             " SKIPPED - NOT AUTHORISED"
005470     WHEN WS-REQ-BAD(REQ-IDX) = 'Y'
005475         DISPLAY "FIZZBUZZ: REQUEST " WS-REQ-ID(REQ-IDX)
005480             " SKIPPED - INVALID CONTROL RECORD"
006925         MOVE WS-RUN-MODE    TO WS-REQ-MODE(1)
006940         MOVE 'REQ00001'     TO WS-REQ-ID(1)
006955         MOVE 'N'            TO WS-REQ-BAD(1)
006956         MOVE 'N'            TO WS-REQ-OVERLAPS(1)
006957         MOVE 'N'            TO WS-REQ-REFUSED(1)
006960         MOVE 0              TO WS-REQ-AS-OF(1)
006965         MOVE 0              TO WS-REQ-PROGRESS(1)
006970     END-IF.
007150         ADD 1 TO WS-REQ-COUNT
007165         SET REQ-IDX TO WS-REQ-COUNT
007180         MOVE 'N' TO WS-REQ-BAD(REQ-IDX)
007181         MOVE 'N' TO WS-REQ-OVERLAPS(REQ-IDX)
007182         MOVE 'N' TO WS-REQ-REFUSED(REQ-IDX)
007195         IF PARM-START-RANGE-X IS NOT NUMERIC
007210             OR PARM-END-RANGE-X IS NOT NUMERIC
007225             OR PARM-DIVISOR-1-X IS NOT NUMERIC
008700                         MOVE CHKPT-GRAND-PLAIN-COUNT TO
008701                             WS-GRAND-PLAIN-COUNT
008702                         PERFORM RESTORE-EXCEPTION-COUNTS
008704                         PERFORM RESTORE-SKIP-COUNTS
008706                     END-IF
008708                 END-IF
008710         END-READ
008720         CLOSE CHKPT-FILE
008730     END-IF.
008800     MOVE WS-RULE-COUNTS-AREA TO CHKPT-RULE-MATCH-COUNTS.
008850     MOVE WS-PLAIN-COUNT TO CHKPT-PLAIN-COUNT.
008852     MOVE WS-CHKPT-WRITE-SEQ TO CHKPT-REQUEST-SEQ.
008853     MOVE WS-GRAND-COUNTS-AREA TO CHKPT-GRAND-MATCH-COUNTS.
008854     MOVE WS-GRAND-PLAIN-COUNT TO CHKPT-GRAND-PLAIN-COUNT.
008855     MOVE WS-GEN-NUMBER TO CHKPT-GENERATION.
008856     MOVE WS-OVERRIDE-COUNT TO CHKPT-OVERRIDE-COUNT.
008857     MOVE WS-EXCLUDE-COUNT  TO CHKPT-EXCLUDE-COUNT.
008858     MOVE WS-GRAND-OVERRIDE-COUNT TO CHKPT-GRAND-OVERRIDE.
008859     MOVE WS-GRAND-EXCLUDE-COUNT  TO CHKPT-GRAND-EXCLUDE.
008860     MOVE WS-CURRENT-COUNT TO CHKPT-CURRENT-COUNT.
008861     MOVE WS-OVERLAP-COUNT TO CHKPT-OVERLAP-COUNT.
008862     MOVE WS-GRAND-CURRENT-COUNT TO CHKPT-GRAND-CURRENT.
008863     MOVE WS-GRAND-OVERLAP-COUNT TO CHKPT-GRAND-OVERLAP.
008864     OPEN OUTPUT CHKPT-FILE.
008865     IF WS-CHKPT-STATUS NOT = '00'
008866         DISPLAY "FIZZBUZZ: UNABLE TO OPEN CHKPTFIL, STATUS="
008867             WS-CHKPT-STATUS
008930     OPEN OUTPUT CHKPT-FILE.
008940     CLOSE CHKPT-FILE.
008950
008951 CLASSIFY-WANTED-INDICE.
008953*    AN ORDINARY REQUEST CLASSIFIES EVERY INDICE OF ITS RANGE.
008955*    AN INCREMENT REQUEST FIRST LEAVES OUT AN INDICE AN EARLIER
008957*    REQUEST OF THE BATCH ALREADY COVERS - UNLESS EXCPFILE
008959*    EXCLUDES IT, WHICH COUNTS AS AN EXCLUSION IN EVERY
008961*    REQUEST, SO FBVERIFY CAN TELL THE TWO APART - AND THEN
008963*    LEAVES OUT ONE WHOSE MASTER ROW ALREADY HOLDS THE ANSWER.
008965     MOVE 'N' TO WS-ROW-SKIPPED.
008967     MOVE 'N' TO WS-ROW-EXCLUDED.
008969     IF WS-REQ-OVERLAPS(REQ-IDX) = 'Y'
008971         PERFORM FIND-EXCEPTION-MATCH
008973         IF WS-EXC-MATCH-ACTION NOT = 'X'
008975             PERFORM VARYING WS-OVL-SUB FROM 1 BY 1
008977                     UNTIL WS-OVL-SUB >= WS-REQ-SEQ
008979                         OR WS-ROW-SKIPPED = 'Y'
008981                 IF WS-REQ-BAD(WS-OVL-SUB) = 'N'
008983                     AND WS-REQ-MODE(WS-OVL-SUB) NOT = 'VALIDATE'
008985                     AND indice >= WS-REQ-START-RANGE(WS-OVL-SUB)
008987                     AND indice <= WS-REQ-END-RANGE(WS-OVL-SUB)
008989                     MOVE 'Y' TO WS-ROW-SKIPPED
008991                 END-IF
008993             END-PERFORM
008995         END-IF
008997     END-IF.
008999     IF WS-ROW-SKIPPED = 'Y'
009001         ADD 1 TO WS-OVERLAP-COUNT
009003     ELSE
009005         IF WS-MODE-IS-INCREMENT AND WS-MAST-OPEN = 'Y'
009007             MOVE WS-RULE-COUNTS-AREA TO WS-SKIP-SAVED-COUNTS
009009             MOVE WS-PLAIN-COUNT TO WS-SKIP-SAVED-PLAIN
009011             MOVE WS-OVERRIDE-COUNT TO WS-SKIP-SAVED-OVERRIDE
009013             PERFORM CLASSIFY-INDICE
009015             IF WS-ROW-EXCLUDED = 'N'
009017                 PERFORM CHECK-MASTER-CURRENT
009019             END-IF
009021         ELSE
009023             PERFORM CLASSIFY-INDICE
009025         END-IF
009027     END-IF.
009029
009031 CHECK-MASTER-CURRENT.
009033*    THE MASTER ROW IS CURRENT WHEN IT HOLDS EXACTLY WHAT WAS
009035*    JUST DERIVED - THE SAME COMPARISON FBSTALE MAKES. A RULE
009037*    OR EXCEPTION VERSION THAT CHANGED SINCE THE ROW WAS LOADED
009039*    SHOWS UP AS A DIFFERENCE HERE; ONE THAT CHANGED NOTHING
009041*    FOR THIS INDICE DOES NOT, AND NEEDS NO RELOAD. A CURRENT
009043*    INDICE GIVES BACK THE COUNTS CLASSIFY-INDICE TOOK.
009045     MOVE indice TO MAST-INDICE.
009047     READ MAST-FILE
009049         INVALID KEY
009051             CONTINUE
009053         NOT INVALID KEY
009055             IF MAST-FIZZ-FLAG = fizzFlag
009057                     AND MAST-BUZZ-FLAG = buzzFlag
009059                     AND MAST-CLASSIFICATION = WS-CLASSIFICATION
009061                 MOVE 'Y' TO WS-ROW-SKIPPED
009063                 ADD 1 TO WS-CURRENT-COUNT
009065                 MOVE WS-SKIP-SAVED-COUNTS TO WS-RULE-COUNTS-AREA
009067                 MOVE WS-SKIP-SAVED-PLAIN TO WS-PLAIN-COUNT
009069                 MOVE WS-SKIP-SAVED-OVERRIDE TO WS-OVERRIDE-COUNT
009071             END-IF
009073     END-READ.
009075
009077 CLASSIFY-INDICE.
009079*    THE EXCEPTION TABLE IS CONSULTED FIRST - A FORCED INDICE
009081*    CARRIES ITS DIRECTED LABEL AND AN EXCLUDED INDICE NEVER
009083*    REACHES THE EXTRACT, WHATEVER THE DIVISOR RULES SAY.
009085*    OTHERWISE THE ACTIVE RULES ARE WALKED IN PRECEDENCE ORDER
009087*    (SEE ORDER-RULE-WALK), APPENDING EACH MATCHING RULE'S
009089*    LABEL TO THE CLASSIFICATION TEXT; A MATCH ON AN EXCLUSIVE
009091*    RULE ENDS THE WALK. AN INDICE THAT MATCHES NO RULE IS
009093*    CLASSIFIED BY ITS OWN NUMERIC VALUE, AS BEFORE. THE
009095*    MATCH COUNTS AND FIZZ/BUZZ FLAGS STAY BY SLOT.
009100     MOVE SPACES TO WS-CLASSIFICATION.
009200     MOVE 'N' TO WS-ANY-RULE-MATCHED.
009300     MOVE 'N' TO fizzFlag.
009470         MOVE WS-EXC-MATCH-LABEL TO WS-CLASSIFICATION
009475         ADD 1 TO WS-OVERRIDE-COUNT
009480     ELSE
009485     MOVE 'N' TO WS-DIGITS-READY
009486     MOVE 'N' TO WS-WALK-STOPPED
009487     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
009600             UNTIL WS-WALK-SUB > WS-WALK-COUNT
009610                 OR WS-WALK-STOPPED = 'Y'
009620         SET RULE-IDX TO WS-WALK-SLOT(WS-WALK-SUB)
009630         PERFORM TEST-ONE-RULE
009700         IF WS-RULE-HIT = 'Y'
009800             STRING FUNCTION TRIM(WS-CLASSIFICATION)
009810                    DELIMITED BY SIZE
009900                    FUNCTION TRIM(WS-RULE-LABEL(RULE-IDX))
010700             IF RULE-IDX = 2
010800                 MOVE 'Y' TO buzzFlag
010900             END-IF
010910             IF WS-RULE-EXCL(RULE-IDX) = 'Y'
010920                 MOVE 'Y' TO WS-WALK-STOPPED
010930             END-IF
011000         END-IF
011100     END-PERFORM
011300     IF WS-ANY-RULE-MATCHED = 'N'
011600     END-IF
011610     END-IF
011620     END-IF.
011630
011640 TEST-ONE-RULE.
011645*    DOES INDICE SATISFY RULE RULE-IDX? ONE TEST PER RULE KIND
011650*    (SEE RULEREC.CPY). FBVERIFY AND FBSTALE CARRY THE SAME
011655*    TESTS, SO ALL THREE CLASSIFY AN INDICE IDENTICALLY.
011660     MOVE 'N' TO WS-RULE-HIT.
011665     EVALUATE WS-RULE-KIND(RULE-IDX)
011670     WHEN 'C'
011675         PERFORM SPLIT-INDICE-DIGITS
011680         MOVE WS-RULE-DIVISOR(RULE-IDX) TO WS-DIGIT-WANTED
011685         MOVE 0 TO WS-DIGIT-TALLY
011690         INSPECT WS-DIGIT-TEXT(WS-DIGIT-START:)
011695             TALLYING WS-DIGIT-TALLY FOR ALL WS-DIGIT-WANTED-X
011700         IF WS-DIGIT-TALLY > 0
011705             MOVE 'Y' TO WS-RULE-HIT
011710         END-IF
011715     WHEN 'S'
011720         PERFORM SPLIT-INDICE-DIGITS
011725         IF FUNCTION MOD(WS-DIGIT-SUM WS-RULE-DIVISOR(RULE-IDX))
011730                 = 0
011735             MOVE 'Y' TO WS-RULE-HIT
011740         END-IF
011745     WHEN 'B'
011750         IF indice >= WS-RULE-BAND-FROM(RULE-IDX)
011755                 AND indice <= WS-RULE-BAND-TO(RULE-IDX)
011760             MOVE 'Y' TO WS-RULE-HIT
011765         END-IF
011770     WHEN OTHER
011771         IF FUNCTION MOD(indice WS-RULE-DIVISOR(RULE-IDX)) = 0
011772             MOVE 'Y' TO WS-RULE-HIT
011773         END-IF
011774     END-EVALUATE.
011775
011776 SPLIT-INDICE-DIGITS.
011777*    THE INDICE'S DIGITS AND DIGIT SUM, AND WS-DIGIT-START AT
011778*    ITS FIRST SIGNIFICANT DIGIT SO LEADING ZEROS ARE NEVER
011779*    'CONTAINED' - INDICE 0 ITSELF IS THE ONE DIGIT '0'. DONE
011780*    ONCE PER INDICE HOWEVER MANY DIGIT RULES ARE WALKED.
011781     IF WS-DIGITS-READY = 'N'
011782         MOVE 'Y' TO WS-DIGITS-READY
011783         MOVE indice TO WS-DIGIT-WORK
011784         MOVE 0 TO WS-DIGIT-SUM
011785         MOVE 0 TO WS-DIGIT-START
011786         PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
011787                 UNTIL WS-DIGIT-SUB > 9
011788             ADD WS-DIGIT-N(WS-DIGIT-SUB) TO WS-DIGIT-SUM
011789             IF WS-DIGIT-START = 0
011790                     AND WS-DIGIT-N(WS-DIGIT-SUB) NOT = 0
011791                 MOVE WS-DIGIT-SUB TO WS-DIGIT-START
011792             END-IF
011793         END-PERFORM
011794         IF WS-DIGIT-START = 0
011795             MOVE 9 TO WS-DIGIT-START
011796         END-IF
011797     END-IF.
011798
011800 BUFFER-OUT-RECORD.
011900*    STAGE EACH ITERATION'S INDICE, FLAGS AND RESOLVED
012000*    CLASSIFICATION INTO THE BATCH BUFFER, FLUSHING TO OUT-FILE
013000 WRITE-TRAILER.
013100*    RECONCILIATION TOTALS FOR THE RUN, DISPLAYED AND WRITTEN AS
013200*    THE LAST RECORD OF OUT-FILE. EACH RULE'S COUNT IS HOW MANY
013300*    INDICES MATCHED THAT RULE (ALONE OR COMBINED WITH ANOTHER
013400*    RULE) - FOR A DIVISOR RULE WITH NO EXCLUSIVE RULE WALKED
013500*    AHEAD OF IT, "EXPECTED MULTIPLES OF N IN THIS RANGE".
013600     IF NOT WS-MODE-IS-EXTRACT AND NOT WS-MODE-IS-INCREMENT
013610         PERFORM VARYING RULE-IDX FROM 1 BY 1
013700                 UNTIL RULE-IDX > WS-RULE-COUNT
013710             IF WS-RULE-ACTIVE(RULE-IDX) = 'Y'
014300         DISPLAY "PLAIN COUNT: " WS-PLAIN-COUNT
014303         DISPLAY "OVERRIDE COUNT: " WS-OVERRIDE-COUNT
014306         DISPLAY "EXCLUDED COUNT: " WS-EXCLUDE-COUNT
014307         IF WS-OVERLAP-COUNT > 0
014308             DISPLAY "OVERLAP SKIPPED COUNT: " WS-OVERLAP-COUNT
014309         END-IF
014310     END-IF.
014350*    OUT-RECORD AND OUT-TRAILER-RECORD SHARE THE SAME FD STORAGE,
014360*    SO OUT-TRAILER-ID MUST BE SET HERE RATHER THAN RELYING ON
014500     MOVE WS-PLAIN-COUNT       TO OUT-PLAIN-COUNT.
014510     MOVE WS-OVERRIDE-COUNT    TO OUT-OVERRIDE-COUNT.
014520     MOVE WS-EXCLUDE-COUNT     TO OUT-EXCLUDE-COUNT.
014530     MOVE WS-CURRENT-COUNT     TO OUT-CURRENT-COUNT.
014540     MOVE WS-OVERLAP-COUNT     TO OUT-OVERLAP-COUNT.
014600     WRITE OUT-TRAILER-RECORD.
014700
014800 DISPLAY-TIMING.
015010     ELSE
015020         MOVE WS-RECORDS-WRITTEN TO WS-RECORDS-PER-SEC
015030     END-IF.
015040     IF NOT WS-MODE-IS-EXTRACT AND NOT WS-MODE-IS-INCREMENT
015050         DISPLAY "RECORDS WRITTEN: " WS-RECORDS-WRITTEN
015060         DISPLAY "ELAPSED (HUNDREDTHS OF A SECOND): "
015070             WS-ELAPSED-HUNDREDTHS
015404     MOVE WS-ELAPSED-HUNDREDTHS TO AUDIT-ELAPSED-HUNDREDTHS.
015405     MOVE WS-RECORDS-PER-SEC   TO AUDIT-RECORDS-PER-SEC.
015406     MOVE WS-QUIESCED          TO AUDIT-QUIESCED.
015407     PERFORM BUILD-REQUEST-ID-LIST.
015408     MOVE WS-RST-REQUEST-IDS   TO AUDIT-REQUEST-IDS.
015410     OPEN EXTEND AUDIT-FILE.
015420     IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
015430         OPEN OUTPUT AUDIT-FILE
015485*    HAVE COME FROM RULEFILE (THE COMPILED-IN DEFAULTS ARE
015490*    3/5 AND THE PER-REQUEST LEGACY DIVISORS ARE NOT APPLIED
015495*    YET). WHATEVER AS-OF DATE A REQUEST USES, A ZERO-DIVISOR
015496*    VERSION COULD GOVERN IT - THE WHOLE RUN IS REFUSED. THE
015497*    SAME GOES FOR ANY ACTIVE VERSION TEST-ONE-RULE COULD NOT
015498*    TEST: A ZERO DIGIT-SUM DIVISOR, A CONTAINS-DIGIT ABOVE 9,
015499*    A BAND THAT ENDS BEFORE IT STARTS, OR AN UNKNOWN KIND (A
015500*    BAND RULE, WHICH HAS NO DIVISOR, IS NOT A ZERO DIVISOR).
015501*    WS-RETURN-CODE IS NOT RESET HERE - AN EARLIER WARNING
015502*    (E.G. IGNORED EXCEPTION ENTRIES, CODE 4) MUST SURVIVE.
015505     PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
015510             UNTIL WS-CAT-SUB > WS-CAT-COUNT
015515         IF WS-CAT-ACTIVE(WS-CAT-SUB) = 'Y'
015516             EVALUATE TRUE
015517             WHEN (WS-CAT-KIND(WS-CAT-SUB) = 'D'
015518                     OR WS-CAT-KIND(WS-CAT-SUB) = 'S')
015520                     AND WS-CAT-DIVISOR(WS-CAT-SUB) = 0
015521                 DISPLAY "FIZZBUZZ: ACTIVE RULE "
015522                     WS-CAT-SLOT(WS-CAT-SUB)
015523                     " HAS A ZERO DIVISOR"
015524                 PERFORM REFUSE-RULE-CATALOG
015525             WHEN WS-CAT-KIND(WS-CAT-SUB) = 'C'
015526                     AND WS-CAT-DIVISOR(WS-CAT-SUB) > 9
015527                 DISPLAY "FIZZBUZZ: ACTIVE RULE "
015528                     WS-CAT-SLOT(WS-CAT-SUB)
015529                     " CONTAINS-DIGIT IS NOT A SINGLE DIGIT"
015530                 PERFORM REFUSE-RULE-CATALOG
015531             WHEN WS-CAT-KIND(WS-CAT-SUB) = 'B'
015532                     AND WS-CAT-BAND-FROM(WS-CAT-SUB) >
015533                         WS-CAT-BAND-TO(WS-CAT-SUB)
015534                 DISPLAY "FIZZBUZZ: ACTIVE RULE "
015535                     WS-CAT-SLOT(WS-CAT-SUB)
015536                     " BAND ENDS BEFORE IT STARTS"
015537                 PERFORM REFUSE-RULE-CATALOG
015538             WHEN WS-CAT-KIND(WS-CAT-SUB) NOT = 'D'
015539                     AND WS-CAT-KIND(WS-CAT-SUB) NOT = 'C'
015540                     AND WS-CAT-KIND(WS-CAT-SUB) NOT = 'S'
015541                     AND WS-CAT-KIND(WS-CAT-SUB) NOT = 'B'
015542                 DISPLAY "FIZZBUZZ: ACTIVE RULE "
015543                     WS-CAT-SLOT(WS-CAT-SUB)
015544                     " HAS UNKNOWN RULE KIND "
015545                     WS-CAT-KIND(WS-CAT-SUB)
015546                 PERFORM REFUSE-RULE-CATALOG
015547             END-EVALUATE
015548         END-IF
015549     END-PERFORM.
015550
015551 REFUSE-RULE-CATALOG.
015552     IF WS-RETURN-CODE < 16
015553         MOVE 16 TO WS-RETURN-CODE
015554     END-IF.
015555
015560 VALIDATE-REQUESTS.
015565*    PER-REQUEST VALIDATION. A BAD CONTROL RECORD NO LONGER
015595             UNTIL REQ-IDX > WS-REQ-COUNT
015600         PERFORM VALIDATE-ONE-REQUEST
015605     END-PERFORM.
015606     PERFORM VARYING REQ-IDX FROM 2 BY 1
015607             UNTIL REQ-IDX > WS-REQ-COUNT
015608         PERFORM FLAG-OVERLAPPING-REQUESTS
015609     END-PERFORM.
015610     IF WS-REQ-OVERFLOW-COUNT > 0
015615         DISPLAY "FIZZBUZZ: " WS-REQ-OVERFLOW-COUNT
015620             " CONTROL RECORD(S) BEYOND THE 50-REQUEST "
015645     END-IF.
015650
015655 VALIDATE-ONE-REQUEST.
015656     IF WS-REQ-BAD(REQ-IDX) = 'N'
015657         PERFORM CHECK-REQUEST-AUTHORITY
015658     END-IF.
015660     EVALUATE TRUE
015661     WHEN WS-REQ-REFUSED(REQ-IDX) = 'Y'
015662         CONTINUE
015665     WHEN WS-REQ-BAD(REQ-IDX) = 'Y'
015670         DISPLAY "FIZZBUZZ: REQUEST " WS-REQ-ID(REQ-IDX)
015675             " REJECTED - INVALID CONTROL RECORD (SEE "
015790     WHEN OTHER
015795         ADD 1 TO WS-REQ-VALID-WORK
015800         PERFORM NOTE-AUDIT-RANGE
015801         IF WS-REQ-MODE(REQ-IDX) = 'INCREMEN'
015802             MOVE 'Y' TO WS-INCR-WANTED
015803         END-IF
015805     END-EVALUATE.
015810
015811 CHECK-REQUEST-AUTHORITY.
015812*    THE REQUEST'S RUN MODE IS THE FUNCTION CHECKED. A REFUSED
015813*    REQUEST IS MARKED BAD AS WELL, SO EVERY LATER STEP THAT
015814*    PASSES OVER BAD REQUESTS PASSES OVER IT TOO.
015815     MOVE WS-REQ-MODE(REQ-IDX) TO WS-AUTH-FUNCTION.
015816     MOVE SPACES TO WS-AUTH-DETAIL.
015817     STRING 'REQUEST ' DELIMITED BY SIZE
015818         WS-REQ-ID(REQ-IDX) DELIMITED BY SIZE
015819         INTO WS-AUTH-DETAIL
015820     END-STRING.
015821     PERFORM CHECK-AUTHORITY.
015822     IF WS-AUTH-GRANTED = 'N'
015823         MOVE 'Y' TO WS-REQ-REFUSED(REQ-IDX)
015824         MOVE 'Y' TO WS-REQ-BAD(REQ-IDX)
015825         DISPLAY "FIZZBUZZ: REQUEST " WS-REQ-ID(REQ-IDX)
015826             " REFUSED - USER " WS-AUDIT-USER-ID " HOLDS NO "
015827             WS-REQ-MODE(REQ-IDX) " AUTHORITY"
015828     END-IF.
015829
015830 NOTE-AUDIT-RANGE.
015831     IF WS-AUDIT-RANGE-SET = 'N'
015832         MOVE 'Y' TO WS-AUDIT-RANGE-SET
015833         MOVE WS-REQ-START-RANGE(REQ-IDX) TO
015835             WS-AUDIT-START-RANGE
015840         MOVE WS-REQ-END-RANGE(REQ-IDX) TO
015845             WS-AUDIT-END-RANGE
015895                 WS-AUDIT-END-RANGE
015900         END-IF
015905     END-IF.
015906
015907 FLAG-OVERLAPPING-REQUESTS.
015908*    TWO REQUESTS OF ONE BATCH THAT SHARE INDICES WOULD PUT
015909*    TWO ROWS FOR EACH SHARED INDICE ON THE EXTRACT, AND FBLOAD
015910*    WOULD KEEP WHICHEVER IT MET LAST. EVERY EARLIER REQUEST
015911*    THAT WILL WRITE ROWS IS CHECKED AGAINST THIS ONE. AN
015912*    INCREMENT REQUEST IS FLAGGED SO RUN-REQUEST-RANGE LEAVES
015913*    THE SHARED INDICES TO THE EARLIER REQUEST; ANY OTHER MODE
015914*    IS ONLY WARNED ABOUT, SINCE A DELIBERATE SIDE-BY-SIDE RUN
015915*    UNDER TWO AS-OF DATES IS A LEGITIMATE REPORT.
015916     IF WS-REQ-BAD(REQ-IDX) = 'N'
015917             AND WS-REQ-MODE(REQ-IDX) NOT = 'VALIDATE'
015918         PERFORM VARYING WS-OVL-SUB FROM 1 BY 1
015919                 UNTIL WS-OVL-SUB >= REQ-IDX
015920             IF WS-REQ-BAD(WS-OVL-SUB) = 'N'
015921                 AND WS-REQ-MODE(WS-OVL-SUB) NOT = 'VALIDATE'
015922                 AND WS-REQ-START-RANGE(WS-OVL-SUB) <=
015923                     WS-REQ-END-RANGE(REQ-IDX)
015924                 AND WS-REQ-END-RANGE(WS-OVL-SUB) >=
015925                     WS-REQ-START-RANGE(REQ-IDX)
015926                 DISPLAY "FIZZBUZZ: REQUEST " WS-REQ-ID(REQ-IDX)
015927                     " OVERLAPS EARLIER REQUEST "
015928                     WS-REQ-ID(WS-OVL-SUB)
015929                 IF WS-REQ-MODE(REQ-IDX) = 'INCREMEN'
015930                     MOVE 'Y' TO WS-REQ-OVERLAPS(REQ-IDX)
015931                 ELSE
015932                     DISPLAY "FIZZBUZZ:   SHARED INDICES ARE "
015933                         "CLASSIFIED BY BOTH - THE LATER ROW "
015934                         "WINS THE LOAD"
015935                 END-IF
015936                 IF WS-RETURN-CODE < 4
015937                     MOVE 4 TO WS-RETURN-CODE
015938                 END-IF
015939             END-IF
015940         END-PERFORM
015941         IF WS-REQ-OVERLAPS(REQ-IDX) = 'Y'
015942             DISPLAY "FIZZBUZZ:   REQUEST " WS-REQ-ID(REQ-IDX)
015943                 " LEAVES SHARED INDICES TO THE EARLIER "
015944                 "REQUEST(S)"
015945         END-IF
015946     END-IF.
015947
015948 OPEN-MASTER-FILE.
015949*    AN INCREMENT REQUEST JUDGES EACH INDICE AGAINST MASTFILE.
015950*    NO MASTER YET MEANS NOTHING IS CURRENT - THE REQUEST
015951*    CLASSIFIES ITS WHOLE RANGE, WHICH IS EXACTLY WHAT THE
015952*    FIRST LOAD NEEDS. A MASTER THAT EXISTS BUT WILL NOT OPEN
015953*    IS TREATED THE SAME WAY, WITH THE USUAL CODE-4 WARNING -
015954*    A FULL EXTRACT IS NEVER WRONG, ONLY LARGER.
015955     OPEN INPUT MAST-FILE.
015956     EVALUATE WS-MAST-STATUS
015957     WHEN '00'
015958         MOVE 'Y' TO WS-MAST-OPEN
015959     WHEN '35'
015960         DISPLAY "FIZZBUZZ: NO MASTFILE YET - INCREMENT "
015961             "REQUESTS CLASSIFY THEIR WHOLE RANGE"
015962     WHEN OTHER
015963         DISPLAY "FIZZBUZZ: UNABLE TO OPEN MASTFILE, STATUS="
015964             WS-MAST-STATUS " - INCREMENT REQUESTS CLASSIFY "
015965             "THEIR WHOLE RANGE"
015966         IF WS-RETURN-CODE < 4
015967             MOVE 4 TO WS-RETURN-CODE
015968         END-IF
015969     END-EVALUATE.
015970
015971 RUN-REQUEST-RANGE.
015972*    THE CURRENT REQUEST'S PARAMETERS BECOME THE WORKING
015973*    RANGE/DIVISORS/MODE, THE PER-REQUEST COUNTS START AT
015974*    ZERO (OR AT THE CHECKPOINTED VALUES WHEN THIS IS THE
015975*    REQUEST AN INTERRUPTED RUN WAS IN THE MIDDLE OF), AND
015976*    THE CLASSIFICATION LOOP RUNS AS IT ALWAYS HAS. THE
015977*    TRAILER, THE GRAND-TOTAL ROLL-UP AND THE CHECKPOINT
015978*    ADVANCE HAPPEN ONLY ONCE EVERY ROW IS DURABLY ON
015979*    OUT-FILE.
015980     MOVE WS-REQ-START-RANGE(REQ-IDX) TO WS-START-RANGE.
015981     MOVE WS-REQ-END-RANGE(REQ-IDX)   TO WS-END-RANGE.
015982     MOVE WS-REQ-DIVISOR-1(REQ-IDX)   TO WS-DIVISOR-1.
015983     MOVE WS-REQ-DIVISOR-2(REQ-IDX)   TO WS-DIVISOR-2.
015984     MOVE WS-REQ-MODE(REQ-IDX)        TO WS-RUN-MODE.
015985     MOVE WS-REQ-ID(REQ-IDX)          TO WS-REQUEST-ID.
015986     IF WS-REQ-AS-OF(REQ-IDX) NOT = 0
015987         MOVE WS-REQ-AS-OF(REQ-IDX) TO WS-AS-OF-DATE
016030     MOVE 0 TO WS-PLAIN-COUNT.
016031     MOVE 0 TO WS-OVERRIDE-COUNT.
016032     MOVE 0 TO WS-EXCLUDE-COUNT.
016033     MOVE 0 TO WS-CURRENT-COUNT.
016034     MOVE 0 TO WS-OVERLAP-COUNT.
016035     IF WS-RESUMED = 'Y' AND WS-REQ-SEQ = WS-CHKPT-REQ-SEQ
016040             AND WS-CHKPT-LAST-INDICE > 0
016045         COMPUTE WS-START-RANGE = WS-CHKPT-LAST-INDICE + 1
016055         MOVE WS-CHKPT-SAVED-PLAIN  TO WS-PLAIN-COUNT
016056         MOVE WS-CHKPT-SAVED-OVERRIDE TO WS-OVERRIDE-COUNT
016057         MOVE WS-CHKPT-SAVED-EXCLUDE  TO WS-EXCLUDE-COUNT
016058         MOVE WS-CHKPT-SAVED-CURRENT  TO WS-CURRENT-COUNT
016059         MOVE WS-CHKPT-SAVED-OVERLAP  TO WS-OVERLAP-COUNT
016060     END-IF.
016065     MOVE 0 TO WS-SINCE-CHECKPOINT.
016066     MOVE WS-REQ-PROGRESS(REQ-IDX) TO WS-PROGRESS-EVERY.
016075             UNTIL indice > WS-END-RANGE
016080                 OR WS-OUT-WRITE-FAILED = 'Y'
016082                 OR WS-QUIESCED = 'Y'
016085         PERFORM CLASSIFY-WANTED-INDICE
016087         IF WS-ROW-EXCLUDED = 'N' AND WS-ROW-SKIPPED = 'N'
016090             IF NOT WS-MODE-IS-EXTRACT
016091                     AND NOT WS-MODE-IS-INCREMENT
016095                 DISPLAY WS-CLASSIFICATION
016100             END-IF
016105             PERFORM BUFFER-OUT-RECORD
016203                 PERFORM WRITE-PROGRESS-STATUS
016204             END-IF
016205             PERFORM ACCUMULATE-GRAND-TOTALS
016215             DISPLAY "FIZZBUZZ: REQUEST " WS-REQUEST-ID
016220                 " PROCESSED, RANGE " WS-START-RANGE
016225                 " THROUGH " WS-END-RANGE
016226             IF WS-MODE-IS-INCREMENT
016227                 DISPLAY "FIZZBUZZ: REQUEST " WS-REQUEST-ID
016228                     " LEFT OUT " WS-CURRENT-COUNT
016229                     " CURRENT ON MASTFILE, " WS-OVERLAP-COUNT
016230                     " COVERED BY AN EARLIER REQUEST"
016231             END-IF
016232             PERFORM ADVANCE-CHECKPOINT
016233         END-IF
016235     END-IF.
016240
016245 ACCUMULATE-GRAND-TOTALS.
016275     ADD WS-PLAIN-COUNT TO WS-GRAND-PLAIN-COUNT.
016276     ADD WS-OVERRIDE-COUNT TO WS-GRAND-OVERRIDE-COUNT.
016277     ADD WS-EXCLUDE-COUNT TO WS-GRAND-EXCLUDE-COUNT.
016278     ADD WS-CURRENT-COUNT TO WS-GRAND-CURRENT-COUNT.
016279     ADD WS-OVERLAP-COUNT TO WS-GRAND-OVERLAP-COUNT.
016280
016285 WRITE-GRAND-TRAILER.
016290*    SAME SHARED-FD CAUTION AS WRITE-TRAILER - EVERY FIELD IS
016325     MOVE WS-GRAND-PLAIN-COUNT TO OUT-PLAIN-COUNT.
016326     MOVE WS-GRAND-OVERRIDE-COUNT TO OUT-OVERRIDE-COUNT.
016327     MOVE WS-GRAND-EXCLUDE-COUNT  TO OUT-EXCLUDE-COUNT.
016328     MOVE WS-GRAND-CURRENT-COUNT  TO OUT-CURRENT-COUNT.
016329     MOVE WS-GRAND-OVERLAP-COUNT  TO OUT-OVERLAP-COUNT.
016330     WRITE OUT-TRAILER-RECORD.
016335
016340 ADVANCE-CHECKPOINT.
016390     MOVE 0 TO WS-PLAIN-COUNT.
016391     MOVE 0 TO WS-OVERRIDE-COUNT.
016392     MOVE 0 TO WS-EXCLUDE-COUNT.
016393     MOVE 0 TO WS-CURRENT-COUNT.
016394     MOVE 0 TO WS-OVERLAP-COUNT.
016395     PERFORM WRITE-CHECKPOINT.
016400
016405 STOW-ONE-RULE-VERSION.
016525         ELSE
016530             MOVE 99991231 TO WS-CAT-TO(CAT-IDX)
016535         END-IF
016536         IF RULE-KIND = SPACE
016537             MOVE 'D' TO WS-CAT-KIND(CAT-IDX)
016538         ELSE
016539             MOVE RULE-KIND TO WS-CAT-KIND(CAT-IDX)
016540         END-IF
016541         IF RULE-EXCLUSIVE = 'Y'
016542             MOVE 'Y' TO WS-CAT-EXCL(CAT-IDX)
016543         ELSE
016544             MOVE 'N' TO WS-CAT-EXCL(CAT-IDX)
016545         END-IF
016546         IF RULE-PRECEDENCE-X IS NUMERIC
016547             MOVE RULE-PRECEDENCE TO WS-CAT-PREC(CAT-IDX)
016548         ELSE
016549             MOVE 0 TO WS-CAT-PREC(CAT-IDX)
016550         END-IF
016551         IF RULE-BAND-FROM-X IS NUMERIC
016552             MOVE RULE-BAND-FROM TO WS-CAT-BAND-FROM(CAT-IDX)
016553         ELSE
016554             MOVE 0 TO WS-CAT-BAND-FROM(CAT-IDX)
016555         END-IF
016556         IF RULE-BAND-TO-X IS NUMERIC
016557             MOVE RULE-BAND-TO TO WS-CAT-BAND-TO(CAT-IDX)
016558         ELSE
016559             MOVE 0 TO WS-CAT-BAND-TO(CAT-IDX)
016560         END-IF
016561     END-IF.
016562
016563 SELECT-RULES-AS-OF.
016564*    REBUILD THE WORKING RULE TABLE FROM THE VERSIONED
016565*    CATALOG FOR WS-AS-OF-DATE: FOR EACH SLOT, THE VERSION
016566*    WHOSE EFFECTIVE RANGE COVERS THE DATE, LATEST EFF-FROM
016570*    WINNING IF RANGES OVERLAP. A SLOT WITH NO VERSION IN
016575*    FORCE IS INACTIVE FOR THE REQUEST. WITH NO CATALOG ON
016580*    FILE THE COMPILED-IN DEFAULTS STAND, UNTOUCHED. EITHER
016581*    WAY THE WALK ORDER IS REBUILT FROM THE RESULT.
016585     IF WS-RULE-FILE-HAS-DATA = 'Y'
016590         MOVE 0 TO WS-RULE-COUNT
016595         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
016605             MOVE 0 TO WS-RULE-DIVISOR(WS-SLOT-SUB)
016610             MOVE SPACES TO WS-RULE-LABEL(WS-SLOT-SUB)
016615             MOVE 'N' TO WS-RULE-ACTIVE(WS-SLOT-SUB)
016616             MOVE 'D' TO WS-RULE-KIND(WS-SLOT-SUB)
016617             MOVE 'N' TO WS-RULE-EXCL(WS-SLOT-SUB)
016618             MOVE 0 TO WS-RULE-PREC(WS-SLOT-SUB)
016619             MOVE 0 TO WS-RULE-BAND-FROM(WS-SLOT-SUB)
016620             MOVE 0 TO WS-RULE-BAND-TO(WS-SLOT-SUB)
016622             MOVE 0 TO WS-BEST-SUB
016625             PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
016630                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
016635                 IF WS-CAT-SLOT(WS-CAT-SUB) = WS-SLOT-SUB
016735                     WS-RULE-LABEL(WS-SLOT-SUB)
016740                 MOVE WS-CAT-ACTIVE(WS-BEST-SUB) TO
016745                     WS-RULE-ACTIVE(WS-SLOT-SUB)
016746                 MOVE WS-CAT-KIND(WS-BEST-SUB) TO
016747                     WS-RULE-KIND(WS-SLOT-SUB)
016748                 MOVE WS-CAT-EXCL(WS-BEST-SUB) TO
016749                     WS-RULE-EXCL(WS-SLOT-SUB)
016750                 MOVE WS-CAT-PREC(WS-BEST-SUB) TO
016751                     WS-RULE-PREC(WS-SLOT-SUB)
016752                 MOVE WS-CAT-BAND-FROM(WS-BEST-SUB) TO
016753                     WS-RULE-BAND-FROM(WS-SLOT-SUB)
016754                 MOVE WS-CAT-BAND-TO(WS-BEST-SUB) TO
016755                     WS-RULE-BAND-TO(WS-SLOT-SUB)
016756                 MOVE WS-SLOT-SUB TO WS-RULE-COUNT
016757             END-IF
016760         END-PERFORM
016765     END-IF.
016766     PERFORM ORDER-RULE-WALK.
016767
016768 ORDER-RULE-WALK.
016769*    THE ACTIVE SLOTS IN THE ORDER CLASSIFY-INDICE WALKS THEM:
016770*    ASCENDING PRECEDENCE, WHERE PRECEDENCE 00 MEANS THE SLOT'S
016771*    OWN NUMBER, TIES GOING TO THE LOWER SLOT. WITH NO
016772*    PRECEDENCE SET ANYWHERE THIS IS PLAIN SLOT ORDER - THE
016773*    WALK AS IT ALWAYS WAS. A SIMPLE SELECTION PASS, ONE PICK
016774*    PER POSITION, OVER AT MOST 10 SLOTS.
016775     MOVE 0 TO WS-WALK-COUNT.
016776     MOVE ALL 'N' TO WS-WALK-TAKEN-AREA.
016777     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
016778             UNTIL WS-WALK-SUB > WS-RULE-COUNT
016779         MOVE 0 TO WS-WALK-BEST-SLOT
016780         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
016781                 UNTIL WS-SLOT-SUB > WS-RULE-COUNT
016782             IF WS-RULE-ACTIVE(WS-SLOT-SUB) = 'Y'
016783                     AND WS-WALK-TAKEN(WS-SLOT-SUB) = 'N'
016784                 IF WS-RULE-PREC(WS-SLOT-SUB) = 0
016785                     COMPUTE WS-WALK-KEY =
016786                         WS-SLOT-SUB * 100 + WS-SLOT-SUB
016787                 ELSE
016788                     COMPUTE WS-WALK-KEY =
016789                         WS-RULE-PREC(WS-SLOT-SUB) * 100
016790                         + WS-SLOT-SUB
016791                 END-IF
016792                 IF WS-WALK-BEST-SLOT = 0
016793                         OR WS-WALK-KEY < WS-WALK-BEST-KEY
016794                     MOVE WS-SLOT-SUB TO WS-WALK-BEST-SLOT
016795                     MOVE WS-WALK-KEY TO WS-WALK-BEST-KEY
016796                 END-IF
016797             END-IF
016798         END-PERFORM
016799         IF WS-WALK-BEST-SLOT > 0
016800             MOVE 'Y' TO WS-WALK-TAKEN(WS-WALK-BEST-SLOT)
016801             ADD 1 TO WS-WALK-COUNT
016802             MOVE WS-WALK-BEST-SLOT TO WS-WALK-SLOT(WS-WALK-COUNT)
016803         END-IF
016804     END-PERFORM.
016805
016806 READ-EXCEPTION-FILE.
016810*    EXCPFILE IS OPTIONAL - A SITE WITH NO OVERRIDES SIMPLY
016815*    HAS NO FILE. ENTRIES THAT FAIL VALIDATION AND ENTRIES
016820*    BEYOND THE TABLE ARE REPORTED AND IGNORED, AND THE RUN
017295         MOVE CHKPT-GRAND-EXCLUDE TO
017300             WS-GRAND-EXCLUDE-COUNT
017305     END-IF.
017306
017310 RESTORE-SKIP-COUNTS.
017315*    SAME RULE FOR THE INCREMENT-MODE SKIP COUNTS - A
017320*    CHECKPOINT WRITTEN BEFORE THEY EXISTED LEFT NOTHING OUT.
017325     IF CHKPT-CURRENT-COUNT IS NUMERIC
017330         MOVE CHKPT-CURRENT-COUNT TO WS-CHKPT-SAVED-CURRENT
017335     END-IF.
017340     IF CHKPT-OVERLAP-COUNT IS NUMERIC
017345         MOVE CHKPT-OVERLAP-COUNT TO WS-CHKPT-SAVED-OVERLAP
017350     END-IF.
017355     IF CHKPT-GRAND-CURRENT IS NUMERIC
017360         MOVE CHKPT-GRAND-CURRENT TO WS-GRAND-CURRENT-COUNT
017365     END-IF.
017370     IF CHKPT-GRAND-OVERLAP IS NUMERIC
017375         MOVE CHKPT-GRAND-OVERLAP TO WS-GRAND-OVERLAP-COUNT
017380     END-IF.
017400
017405 STOW-SLICE-FIELDS.
017410*    SLICE DIRECTIVES RIDE ON THE FIRST CONTROL RECORD ONLY.
019445         END-PERFORM
019450         SUBTRACT WS-GRAND-EXCLUDE-COUNT FROM
019455             WS-GEN-EXPECTED-ROWS
019456         SUBTRACT WS-GRAND-CURRENT-COUNT FROM
019457             WS-GEN-EXPECTED-ROWS
019458         SUBTRACT WS-GRAND-OVERLAP-COUNT FROM
019459             WS-GEN-EXPECTED-ROWS
019460         PERFORM BUILD-REQUEST-ID-LIST
019465         OPEN EXTEND GEN-FILE
019470         IF WS-GEN-STATUS = '05' OR WS-GEN-STATUS = '35'
019535             ACCEPT GEN-RUN-TIME FROM TIME
019540             MOVE WS-RST-REQUEST-IDS TO GEN-REQUEST-IDS
019545             MOVE WS-GEN-EXPECTED-ROWS TO GEN-RECORD-COUNT
019546             MOVE WS-GRAND-CURRENT-COUNT TO GEN-CURRENT-COUNT
019547             MOVE WS-GRAND-OVERLAP-COUNT TO GEN-OVERLAP-COUNT
019548             MOVE SPACE TO GEN-RESTORED-FLAG
019549             MOVE 0 TO GEN-RESTORED-FROM GEN-RESTORED-DATE
019550             WRITE GEN-RECORD
019555             IF WS-GEN-STATUS NOT = '00'
019560                 DISPLAY "FIZZBUZZ: WRITE TO GENCAT FAILED, "
019755             END-IF
019760         END-IF
019765     END-IF.
019766
019767 LOAD-USER-AUTHORITY.
019768*    ONLY THE RUNNING USER'S GRANTS FOR THIS PROGRAM ARE KEPT.
019769*    AN UNREADABLE AUTHFILE GRANTS NOTHING - THE CONTROL FAILS
019770*    CLOSED, AND EACH REFUSAL IS LOGGED WITH THE REASON.
019771     MOVE 0 TO WS-AUTH-COUNT.
019772     OPEN INPUT AUTH-FILE.
019773     IF WS-AUTH-STATUS = '00'
019774         MOVE 'Y' TO WS-AUTH-FILE-READ
019775         PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
019776             READ AUTH-FILE
019777                 AT END
019778                     MOVE '10' TO WS-AUTH-STATUS
019779                 NOT AT END
019780                     IF AUTH-USER-ID = WS-AUDIT-USER-ID
019781                             AND AUTH-PROGRAM = WS-AUTH-PROGRAM
019782                             AND WS-AUDIT-USER-ID NOT = SPACES
019783                             AND WS-AUTH-COUNT < 20
019784                         ADD 1 TO WS-AUTH-COUNT
019785                         MOVE AUTH-FUNCTION TO
019786                             WS-AUTH-GRANT(WS-AUTH-COUNT)
019787                     END-IF
019788             END-READ
019789         END-PERFORM
019790         CLOSE AUTH-FILE
019791     ELSE
019792         DISPLAY "FIZZBUZZ: UNABLE TO READ AUTHFILE, STATUS="
019793             WS-AUTH-STATUS " - NOTHING IS AUTHORISED"
019794     END-IF.
019795
019796 CHECK-AUTHORITY.
019797*    WS-AUTH-FUNCTION IS THE FUNCTION WANTED AND WS-AUTH-DETAIL
019798*    WHAT IT WOULD BE APPLIED TO. A REFUSAL IS COUNTED AND LOGGED
019799*    HERE, SO A CALLER ONLY HAS TO ACT ON WS-AUTH-GRANTED.
019800     MOVE 'N' TO WS-AUTH-GRANTED.
019801     PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
019802             UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
019803                 OR WS-AUTH-GRANTED = 'Y'
019804         IF WS-AUTH-GRANT(WS-AUTH-SUB) = WS-AUTH-FUNCTION
019805                 OR WS-AUTH-GRANT(WS-AUTH-SUB) = '*'
019806             MOVE 'Y' TO WS-AUTH-GRANTED
019807         END-IF
019808     END-PERFORM.
019809     IF WS-AUTH-GRANTED = 'N'
019810         ADD 1 TO WS-REFUSED-COUNT
019811         PERFORM LOG-SECURITY-VIOLATION
019812         IF WS-RETURN-CODE < 28
019813             MOVE 28 TO WS-RETURN-CODE
019814         END-IF
019815     END-IF.
019816
019817 LOG-SECURITY-VIOLATION.
019818*    APPEND-ONLY, OPENED AND CLOSED FOR EACH REFUSAL SO NO ENTRY
019819*    IS LEFT IN A BUFFER IF THE RUN GOES DOWN LATER. A LOG THAT
019820*    CANNOT BE WRITTEN DOES NOT UNDO THE REFUSAL.
019821     MOVE SPACES TO SECV-RECORD.
019822     ACCEPT SECV-DATE FROM DATE YYYYMMDD.
019823     ACCEPT SECV-TIME FROM TIME.
019824     MOVE WS-AUDIT-USER-ID TO SECV-USER-ID.
019825     MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM.
019826     MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION.
019827     MOVE WS-AUTH-DETAIL TO SECV-DETAIL.
019828     EVALUATE TRUE
019829     WHEN WS-AUDIT-USER-ID = SPACES
019830         MOVE 03 TO SECV-REASON-CODE
019831     WHEN WS-AUTH-FILE-READ = 'N'
019832         MOVE 02 TO SECV-REASON-CODE
019833     WHEN OTHER
019834         MOVE 01 TO SECV-REASON-CODE
019835     END-EVALUATE.
019836     OPEN EXTEND SECV-FILE.
019837     IF WS-SECV-STATUS = '05' OR WS-SECV-STATUS = '35'
019838         OPEN OUTPUT SECV-FILE
019839     END-IF.
019840     IF WS-SECV-STATUS NOT = '00'
019841         DISPLAY "FIZZBUZZ: UNABLE TO OPEN SECVIOL, STATUS="
019842             WS-SECV-STATUS " - REFUSAL NOT LOGGED"
019843     ELSE
019844         WRITE SECV-RECORD
019845         IF WS-SECV-STATUS NOT = '00'
019846             DISPLAY "FIZZBUZZ: WRITE TO SECVIOL FAILED, STATUS="
019847                 WS-SECV-STATUS " - REFUSAL NOT LOGGED"
019848         END-IF
019849         CLOSE SECV-FILE
019850     END-IF.
