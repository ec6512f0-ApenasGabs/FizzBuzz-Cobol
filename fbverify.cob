000120*THAT ENDS THE FILE. NOTHING IS TAKEN FROM THE RUN ITSELF -
000130*ONLY WHAT IS ON OUTFILE AND RULEFILE - SO A PARTIAL FLUSH OR
000140*A BAD RESTART CANNOT VOUCH FOR ITSELF.
000141*AN INCREMENT REQUEST'S EXTRACT IS SPARSE - INDICES ALREADY
000142*CURRENT ON MASTFILE, OR COVERED BY AN EARLIER REQUEST IN THE
000143*SAME BATCH, LEAVE NO ROW. THEIR GAPS ARE ACCEPTED AND COUNTED,
000144*AND THE COUNT MUST EQUAL THE TRAILER'S CURRENT PLUS OVERLAP
000145*FIELDS, SO EVERY INDICE IN THE RANGE IS STILL ACCOUNTED FOR.
000150*====================================================
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
001210 01 WS-VG-EXCLUDE-COUNT     PIC 9(9) VALUE 0.
001220 01 WS-TRL-OVERRIDE         PIC 9(9) VALUE 0.
001230 01 WS-TRL-EXCLUDE          PIC 9(9) VALUE 0.
001231 01 WS-VER-SKIP-COUNT       PIC 9(9) VALUE 0.
001232 01 WS-VG-SKIP-COUNT        PIC 9(9) VALUE 0.
001233 01 WS-TRL-CURRENT          PIC 9(9) VALUE 0.
001234 01 WS-TRL-OVERLAP          PIC 9(9) VALUE 0.
001235 01 WS-TRL-SKIPPED          PIC 9(9) VALUE 0.
001236 01 WS-CUR-SPARSE           PIC X VALUE 'N'.
001240 01 WS-CUR-HAVE-RANGE       PIC X VALUE 'N'.
001250 01 WS-CUR-RANGE-START      PIC 9(9) VALUE 0.
001260 01 WS-CUR-RANGE-END        PIC 9(9) VALUE 0.
001510         10 WS-CAT-ACTIVE    PIC X.
001520         10 WS-CAT-FROM      PIC 9(8).
001530         10 WS-CAT-TO        PIC 9(8).
001531         10 WS-CAT-KIND      PIC X.
001532         10 WS-CAT-EXCL      PIC X.
001533         10 WS-CAT-PREC      PIC 9(2).
001534         10 WS-CAT-BAND-FROM PIC 9(9).
001535         10 WS-CAT-BAND-TO   PIC 9(9).
001540 01 WS-CAT-SUB              PIC 9(3) VALUE 0.
001550 01 WS-BEST-SUB             PIC 9(3) VALUE 0.
001560 01 WS-AS-OF-DATE           PIC 9(8) VALUE 0.
001650         10 WS-MAP-END       PIC 9(9).
001660         10 WS-MAP-DIVISOR-1 PIC 9(3).
001670         10 WS-MAP-DIVISOR-2 PIC 9(3).
001671         10 WS-MAP-SPARSE    PIC X.
001680 01 WS-MAP-SUB              PIC 9(3) VALUE 0.
001690 01 WS-REQ-ID-SEQ           PIC 9(5) VALUE 0.
001700 01 WS-GEN-ID               PIC X(8) VALUE SPACES.
001780         10 WS-RULE-DIVISOR  PIC 9(3).
001790         10 WS-RULE-LABEL    PIC X(8).
001800         10 WS-RULE-ACTIVE   PIC X.
001801*RULE KIND, EXCLUSIVE FLAG, PRECEDENCE AND BAND PER SLOT, THE
001802*WALK ORDER AND THE INDICE'S DIGIT VIEW - THE SAME TABLES AS
001803*IN MAIN.COB, SO THE WALK BELOW IS FIZZBUZZ'S WALK.
001804 01 WS-RULE-KIND-DEFAULTS.
001805     05 FILLER               PIC X(22)
001806                             VALUE 'DN00000000000000000000'
001807                             OCCURS 10 TIMES.
001808 01 WS-RULE-KIND-TABLE REDEFINES WS-RULE-KIND-DEFAULTS.
001809     05 WS-RULE-KIND-ENTRY OCCURS 10 TIMES.
001810         10 WS-RULE-KIND     PIC X.
001811         10 WS-RULE-EXCL     PIC X.
001812         10 WS-RULE-PREC     PIC 9(2).
001813         10 WS-RULE-BAND-FROM PIC 9(9).
001814         10 WS-RULE-BAND-TO  PIC 9(9).
001815 01 WS-WALK-COUNT           PIC 9(2) VALUE 0.
001816 01 WS-WALK-TABLE.
001817     05 WS-WALK-SLOT OCCURS 10 TIMES PIC 9(2).
001818 01 WS-WALK-TAKEN-AREA.
001819     05 WS-WALK-TAKEN OCCURS 10 TIMES PIC X.
001820 01 WS-WALK-SUB             PIC 9(2) VALUE 0.
001821 01 WS-WALK-KEY             PIC 9(4) VALUE 0.
001822 01 WS-WALK-BEST-KEY        PIC 9(4) VALUE 0.
001823 01 WS-WALK-BEST-SLOT       PIC 9(2) VALUE 0.
001824 01 WS-WALK-STOPPED         PIC X VALUE 'N'.
001825 01 WS-RULE-HIT             PIC X VALUE 'N'.
001826 01 WS-DIGITS-READY         PIC X VALUE 'N'.
001827 01 WS-DIGIT-WORK           PIC 9(9) VALUE 0.
001828 01 WS-DIGIT-TEXT REDEFINES WS-DIGIT-WORK PIC X(9).
001829 01 WS-DIGIT-TABLE REDEFINES WS-DIGIT-WORK.
001830     05 WS-DIGIT-N OCCURS 9 TIMES PIC 9.
001831 01 WS-DIGIT-SUB            PIC 9(2) VALUE 0.
001832 01 WS-DIGIT-START          PIC 9(2) VALUE 0.
001833 01 WS-DIGIT-SUM            PIC 9(3) VALUE 0.
001834 01 WS-DIGIT-TALLY          PIC 9(2) VALUE 0.
001835 01 WS-DIGIT-WANTED         PIC 9 VALUE 0.
001836 01 WS-DIGIT-WANTED-X REDEFINES WS-DIGIT-WANTED PIC X.
001837 
001838 PROCEDURE DIVISION.
001839 MAIN-PARAGRAPH.
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001850     PERFORM READ-RULE-FILE.
001860     PERFORM READ-EXCEPTION-FILE.
002700         ELSE
002710             MOVE 99991231 TO WS-CAT-TO(CAT-IDX)
002720         END-IF
002721         IF RULE-KIND = SPACE
002722             MOVE 'D' TO WS-CAT-KIND(CAT-IDX)
002723         ELSE
002724             MOVE RULE-KIND TO WS-CAT-KIND(CAT-IDX)
002725         END-IF
002726         IF RULE-EXCLUSIVE = 'Y'
002727             MOVE 'Y' TO WS-CAT-EXCL(CAT-IDX)
002728         ELSE
002729             MOVE 'N' TO WS-CAT-EXCL(CAT-IDX)
002730         END-IF
002731         IF RULE-PRECEDENCE-X IS NUMERIC
002732             MOVE RULE-PRECEDENCE TO WS-CAT-PREC(CAT-IDX)
002733         ELSE
002734             MOVE 0 TO WS-CAT-PREC(CAT-IDX)
002735         END-IF
002736         IF RULE-BAND-FROM-X IS NUMERIC
002737             MOVE RULE-BAND-FROM TO WS-CAT-BAND-FROM(CAT-IDX)
002738         ELSE
002739             MOVE 0 TO WS-CAT-BAND-FROM(CAT-IDX)
002740         END-IF
002741         IF RULE-BAND-TO-X IS NUMERIC
002742             MOVE RULE-BAND-TO TO WS-CAT-BAND-TO(CAT-IDX)
002743         ELSE
002744             MOVE 0 TO WS-CAT-BAND-TO(CAT-IDX)
002745         END-IF
002746     END-IF.
002748 
002750 READ-PARM-FILE.
002760*    THE REQUEST-ID-TO-AS-OF-DATE MAP, BUILT THE WAY FIZZBUZZ
002770*    BUILDS ITS REQUEST TABLE: IDS LEFT AT SPACES GET THE SAME
003580             MOVE 0 TO WS-MAP-DIVISOR-1(MAP-IDX)
003590             MOVE 0 TO WS-MAP-DIVISOR-2(MAP-IDX)
003600         END-IF
003601*        AN INCREMENT REQUEST WRITES ONLY THE INDICES THE MASTER
003602*        DOES NOT ALREADY HOLD CURRENT - ITS GAPS ARE LEGITIMATE.
003603         IF PARM-RUN-MODE = 'INCREMEN'
003604             MOVE 'Y' TO WS-MAP-SPARSE(MAP-IDX)
003605         ELSE
003606             MOVE 'N' TO WS-MAP-SPARSE(MAP-IDX)
003607         END-IF
003610     END-IF.
003620 
003630 SELECT-RULES-AS-OF.
003640*    SAME SELECTION AS THE PARAGRAPH OF THIS NAME IN MAIN.COB:
003650*    FOR EACH SLOT, THE VERSION WHOSE EFFECTIVE RANGE COVERS
003660*    WS-AS-OF-DATE, LATEST EFF-FROM WINNING. WITH NO CATALOG
003670*    ON FILE THE COMPILED-IN DEFAULTS STAND. EITHER WAY THE
003675*    WALK ORDER IS REBUILT FROM THE RESULT.
003680     IF WS-RULE-FILE-HAS-DATA = 'Y'
003690         MOVE 0 TO WS-RULE-COUNT
003700         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
003720             MOVE 0 TO WS-RULE-DIVISOR(WS-SLOT-SUB)
003730             MOVE SPACES TO WS-RULE-LABEL(WS-SLOT-SUB)
003740             MOVE 'N' TO WS-RULE-ACTIVE(WS-SLOT-SUB)
003741             MOVE 'D' TO WS-RULE-KIND(WS-SLOT-SUB)
003742             MOVE 'N' TO WS-RULE-EXCL(WS-SLOT-SUB)
003743             MOVE 0 TO WS-RULE-PREC(WS-SLOT-SUB)
003744             MOVE 0 TO WS-RULE-BAND-FROM(WS-SLOT-SUB)
003745             MOVE 0 TO WS-RULE-BAND-TO(WS-SLOT-SUB)
003750             MOVE 0 TO WS-BEST-SUB
003760             PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
003770                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
003970                     WS-RULE-LABEL(WS-SLOT-SUB)
003980                 MOVE WS-CAT-ACTIVE(WS-BEST-SUB) TO
003990                     WS-RULE-ACTIVE(WS-SLOT-SUB)
003991                 MOVE WS-CAT-KIND(WS-BEST-SUB) TO
003992                     WS-RULE-KIND(WS-SLOT-SUB)
003993                 MOVE WS-CAT-EXCL(WS-BEST-SUB) TO
003994                     WS-RULE-EXCL(WS-SLOT-SUB)
003995                 MOVE WS-CAT-PREC(WS-BEST-SUB) TO
003996                     WS-RULE-PREC(WS-SLOT-SUB)
003997                 MOVE WS-CAT-BAND-FROM(WS-BEST-SUB) TO
003998                     WS-RULE-BAND-FROM(WS-SLOT-SUB)
003999                 MOVE WS-CAT-BAND-TO(WS-BEST-SUB) TO
004000                     WS-RULE-BAND-TO(WS-SLOT-SUB)
004001                 MOVE WS-SLOT-SUB TO WS-RULE-COUNT
004010             END-IF
004020         END-PERFORM
004030     END-IF.
004031     PERFORM ORDER-RULE-WALK.
004032 
004033 ORDER-RULE-WALK.
004034*    SAME ORDERING AS THE PARAGRAPH OF THIS NAME IN MAIN.COB:
004035*    ASCENDING PRECEDENCE (00 = THE SLOT'S OWN NUMBER), TIES
004036*    TO THE LOWER SLOT, ACTIVE SLOTS ONLY.
004037     MOVE 0 TO WS-WALK-COUNT.
004038     MOVE ALL 'N' TO WS-WALK-TAKEN-AREA.
004039     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
004040             UNTIL WS-WALK-SUB > WS-RULE-COUNT
004041         MOVE 0 TO WS-WALK-BEST-SLOT
004042         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
004043                 UNTIL WS-SLOT-SUB > WS-RULE-COUNT
004044             IF WS-RULE-ACTIVE(WS-SLOT-SUB) = 'Y'
004045                     AND WS-WALK-TAKEN(WS-SLOT-SUB) = 'N'
004046                 IF WS-RULE-PREC(WS-SLOT-SUB) = 0
004047                     COMPUTE WS-WALK-KEY =
004048                         WS-SLOT-SUB * 100 + WS-SLOT-SUB
004049                 ELSE
004050                     COMPUTE WS-WALK-KEY =
004051                         WS-RULE-PREC(WS-SLOT-SUB) * 100
004052                         + WS-SLOT-SUB
004053                 END-IF
004054                 IF WS-WALK-BEST-SLOT = 0
004055                         OR WS-WALK-KEY < WS-WALK-BEST-KEY
004056                     MOVE WS-SLOT-SUB TO WS-WALK-BEST-SLOT
004057                     MOVE WS-WALK-KEY TO WS-WALK-BEST-KEY
004058                 END-IF
004059             END-IF
004060         END-PERFORM
004061         IF WS-WALK-BEST-SLOT > 0
004062             MOVE 'Y' TO WS-WALK-TAKEN(WS-WALK-BEST-SLOT)
004063             ADD 1 TO WS-WALK-COUNT
004064             MOVE WS-WALK-BEST-SLOT TO WS-WALK-SLOT(WS-WALK-COUNT)
004065         END-IF
004066     END-PERFORM.
004067 
004068 SET-REQUEST-RULES.
004069*    THE AS-OF DATE AND DECLARED RANGE FOR THE REQUEST GROUP
004070*    JUST OPENED: THE CONTROL RECORD'S IF IT SUPPLIED THEM,
004080*    THE RUN DATE AND NO RANGE OTHERWISE - THEN THE WORKING
004090*    RULES FOR THAT DATE. THE RANGE LETS EXCLUDED INDICES AT
004150     MOVE 0 TO WS-CUR-RANGE-END.
004160     MOVE 0 TO WS-CUR-DIVISOR-1.
004170     MOVE 0 TO WS-CUR-DIVISOR-2.
004171     MOVE 'N' TO WS-CUR-SPARSE.
004180     PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
004190             UNTIL WS-MAP-SUB > WS-MAP-COUNT
004200         IF WS-MAP-ID(WS-MAP-SUB) = WS-CURRENT-REQ-ID
004280                 WS-CUR-DIVISOR-1
004290             MOVE WS-MAP-DIVISOR-2(WS-MAP-SUB) TO
004300                 WS-CUR-DIVISOR-2
004301             MOVE WS-MAP-SPARSE(WS-MAP-SUB) TO WS-CUR-SPARSE
004310         END-IF
004320     END-PERFORM.
004330     IF WS-AS-OF-DATE = 0
005350*    ADVANCE THE EXPECTED INDICE THROUGH A GAP, ACCEPTING
005360*    ONLY INDICES THE EXCEPTION TABLE EXCLUDES. THE WALK
005370*    STOPS AT THE FIRST INDICE THAT SHOULD HAVE BEEN ON THE
005380*    FILE - CHECK-SEQUENCE THEN REPORTS THE MISMATCH. IN A
005381*    SPARSE (INCREMENT) REQUEST ANY OTHER INDICE IS ONE THE RUN
005382*    LEFT OUT AND IS COUNTED FOR THE TRAILER BALANCE INSTEAD.
005390     MOVE 'N' TO WS-GAP-BLOCKED.
005400     PERFORM UNTIL WS-EXPECTED-INDICE >= OUT-INDICE
005410             OR WS-GAP-BLOCKED = 'Y'
005450             ADD 1 TO WS-VER-EXCLUDE-COUNT
005460             ADD 1 TO WS-EXPECTED-INDICE
005470         ELSE
005471             IF WS-CUR-SPARSE = 'Y'
005472                 ADD 1 TO WS-VER-SKIP-COUNT
005473                 ADD 1 TO WS-EXPECTED-INDICE
005474             ELSE
005480                 MOVE 'Y' TO WS-GAP-BLOCKED
005481             END-IF
005490         END-IF
005500     END-PERFORM.
005510 
006860*    THE RECOMPUTED BYTES MATCH THE RUN'S BYTES EXACTLY WHEN
006870*    THE FILE IS GOOD. A ZERO DIVISOR CANNOT MATCH (FIZZBUZZ
006880*    REFUSES TO RUN WITH ONE, RC=16, BUT THE CATALOG MAY HAVE
006890*    CHANGED SINCE THE RUN BEING VERIFIED). THE RULES ARE
006891*    WALKED IN PRECEDENCE ORDER AND AN EXCLUSIVE MATCH ENDS THE
006892*    WALK, EXACTLY AS IN FIZZBUZZ.
006900     MOVE SPACES TO WS-VER-CLASS.
006910     MOVE 'N' TO WS-VER-ANY-MATCHED.
006920     MOVE 'N' TO WS-VER-FIZZ.
006930     MOVE 'N' TO WS-VER-BUZZ.
006931     MOVE 'N' TO WS-DIGITS-READY.
006932     MOVE 'N' TO WS-WALK-STOPPED.
006940     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
006950             UNTIL WS-WALK-SUB > WS-WALK-COUNT
006955                 OR WS-WALK-STOPPED = 'Y'
006960         SET RULE-IDX TO WS-WALK-SLOT(WS-WALK-SUB)
006970         PERFORM TEST-ONE-VER-RULE
006990         IF WS-RULE-HIT = 'Y'
007000             STRING FUNCTION TRIM(WS-VER-CLASS)
007010                    DELIMITED BY SIZE
007020                    FUNCTION TRIM(WS-RULE-LABEL(RULE-IDX))
007110             IF RULE-IDX = 2
007120                 MOVE 'Y' TO WS-VER-BUZZ
007130             END-IF
007135             IF WS-RULE-EXCL(RULE-IDX) = 'Y'
007136                 MOVE 'Y' TO WS-WALK-STOPPED
007137             END-IF
007140         END-IF
007150     END-PERFORM.
007160     IF WS-VER-ANY-MATCHED = 'N'
007170         MOVE WS-VER-INDICE TO WS-VER-CLASS
007180         ADD 1 TO WS-VER-PLAIN-COUNT
007190     END-IF.
007191 
007192 TEST-ONE-VER-RULE.
007193*    THE PER-KIND TESTS OF TEST-ONE-RULE IN MAIN.COB, WITH THE
007194*    ZERO-DIVISOR GUARD ABOVE ON THE TWO KINDS THAT DIVIDE.
007195     MOVE 'N' TO WS-RULE-HIT.
007196     EVALUATE WS-RULE-KIND(RULE-IDX)
007197     WHEN 'C'
007198         PERFORM SPLIT-VER-DIGITS
007199         MOVE WS-RULE-DIVISOR(RULE-IDX) TO WS-DIGIT-WANTED
007200         MOVE 0 TO WS-DIGIT-TALLY
007201         INSPECT WS-DIGIT-TEXT(WS-DIGIT-START:)
007202             TALLYING WS-DIGIT-TALLY FOR ALL WS-DIGIT-WANTED-X
007203         IF WS-DIGIT-TALLY > 0
007204             MOVE 'Y' TO WS-RULE-HIT
007205         END-IF
007206     WHEN 'S'
007207         PERFORM SPLIT-VER-DIGITS
007208         IF WS-RULE-DIVISOR(RULE-IDX) > 0 AND
007209            FUNCTION MOD(WS-DIGIT-SUM WS-RULE-DIVISOR(RULE-IDX))
007210                = 0
007211             MOVE 'Y' TO WS-RULE-HIT
007212         END-IF
007213     WHEN 'B'
007214         IF WS-VER-INDICE >= WS-RULE-BAND-FROM(RULE-IDX)
007215                 AND WS-VER-INDICE <= WS-RULE-BAND-TO(RULE-IDX)
007216             MOVE 'Y' TO WS-RULE-HIT
007217         END-IF
007218     WHEN OTHER
007219         IF WS-RULE-DIVISOR(RULE-IDX) > 0 AND
007220            FUNCTION MOD(WS-VER-INDICE
007221                WS-RULE-DIVISOR(RULE-IDX)) = 0
007222             MOVE 'Y' TO WS-RULE-HIT
007223         END-IF
007224     END-EVALUATE.
007225 
007226 SPLIT-VER-DIGITS.
007227*    AS SPLIT-INDICE-DIGITS IN MAIN.COB - DIGITS, DIGIT SUM AND
007228*    FIRST SIGNIFICANT DIGIT, ONCE PER INDICE.
007229     IF WS-DIGITS-READY = 'N'
007230         MOVE 'Y' TO WS-DIGITS-READY
007231         MOVE WS-VER-INDICE TO WS-DIGIT-WORK
007232         MOVE 0 TO WS-DIGIT-SUM
007233         MOVE 0 TO WS-DIGIT-START
007234         PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
007235                 UNTIL WS-DIGIT-SUB > 9
007236             ADD WS-DIGIT-N(WS-DIGIT-SUB) TO WS-DIGIT-SUM
007237             IF WS-DIGIT-START = 0
007238                     AND WS-DIGIT-N(WS-DIGIT-SUB) NOT = 0
007239                 MOVE WS-DIGIT-SUB TO WS-DIGIT-START
007240             END-IF
007241         END-PERFORM
007242         IF WS-DIGIT-START = 0
007243             MOVE 9 TO WS-DIGIT-START
007244         END-IF
007245     END-IF.
007247 
007249 VERIFY-REQUEST-TRAILER.
007251*    THE TRAILER'S FLAT COUNT BLOCK IS COMPARED AGAINST THE
007253*    RECOMPUTED TABLE AS ONE BLOCK, THEN FIELD BY FIELD FOR
007255*    THE DIAGNOSTIC LINES, SO THE OPERATOR SEES WHICH RULE IS
007257*    OFF AND BY HOW MUCH. THE RECOMPUTED COUNTS THEN ROLL
007260*    INTO THE GRAND ACCUMULATORS AND RESET FOR THE NEXT
007270*    REQUEST'S ROWS. A TRAILER WITH NO DETAIL ROWS AT ALL IS
007280*    LEGITIMATE WHEN EVERY INDICE IN THE REQUEST'S RANGE WAS
007530         OR OUT-PLAIN-COUNT NOT = WS-VER-PLAIN-COUNT
007540         OR WS-TRL-OVERRIDE NOT = WS-VER-OVERRIDE-COUNT
007550         OR WS-TRL-EXCLUDE NOT = WS-VER-EXCLUDE-COUNT
007551         OR WS-TRL-SKIPPED NOT = WS-VER-SKIP-COUNT
007560         DISPLAY "FBVERIFY: TRAILER FOR REQUEST "
007570             OUT-TRAILER-REQUEST-ID " DOES NOT BALANCE "
007580             "AGAINST THE RECOMPUTED COUNTS"
007700             WS-VER-OVERRIDE-COUNT " TRAILER " WS-TRL-OVERRIDE
007710         DISPLAY "FBVERIFY:   EXCLUDED RECOMPUTED "
007720             WS-VER-EXCLUDE-COUNT " TRAILER " WS-TRL-EXCLUDE
007721         DISPLAY "FBVERIFY:   LEFT OUT RECOMPUTED "
007722             WS-VER-SKIP-COUNT " TRAILER " WS-TRL-SKIPPED
007723             " (CURRENT " WS-TRL-CURRENT " OVERLAP "
007724             WS-TRL-OVERLAP ")"
007730         IF WS-RETURN-CODE < 16
007740             MOVE 16 TO WS-RETURN-CODE
007750         END-IF
007870     MOVE 0 TO WS-VER-OVERRIDE-COUNT.
007880     ADD WS-VER-EXCLUDE-COUNT TO WS-VG-EXCLUDE-COUNT.
007890     MOVE 0 TO WS-VER-EXCLUDE-COUNT.
007891     ADD WS-VER-SKIP-COUNT TO WS-VG-SKIP-COUNT.
007892     MOVE 0 TO WS-VER-SKIP-COUNT.
007900     MOVE 'N' TO WS-REQ-OPEN.
007910     MOVE SPACES TO WS-CURRENT-REQ-ID.
007920 
007960*    RECOMPUTED EXCLUSION COUNT WOULD FALL SHORT OF THE
007970*    TRAILER'S. AN UNEXCLUDED INDICE STILL OWED BEFORE THE
007980*    RANGE END IS A SEQUENCE ERROR. ONLY POSSIBLE WHEN THE
007990*    CONTROL RECORD DECLARED THE RANGE. A SPARSE REQUEST'S
007991*    UNEXCLUDED TAIL IS COUNTED AS LEFT OUT, AS IN THE GAP WALK.
008000     IF WS-CUR-HAVE-RANGE = 'Y'
008010         MOVE 'N' TO WS-GAP-BLOCKED
008020         PERFORM UNTIL WS-EXPECTED-INDICE >
008080                 ADD 1 TO WS-VER-EXCLUDE-COUNT
008090                 ADD 1 TO WS-EXPECTED-INDICE
008100             ELSE
008101                 IF WS-CUR-SPARSE = 'Y'
008102                     ADD 1 TO WS-VER-SKIP-COUNT
008103                     ADD 1 TO WS-EXPECTED-INDICE
008104                 ELSE
008110                     MOVE 'Y' TO WS-GAP-BLOCKED
008111                 END-IF
008120             END-IF
008130         END-PERFORM
008140         IF WS-GAP-BLOCKED = 'Y'
008400     ELSE
008410         MOVE 0 TO WS-TRL-EXCLUDE
008420     END-IF.
008421*    LIKEWISE THE CURRENT/OVERLAP COLUMNS ADDED FOR INCREMENT
008422*    RUNS - A FULL EXTRACT LEAVES NOTHING OUT.
008423     IF OUT-CURRENT-COUNT IS NUMERIC
008424         MOVE OUT-CURRENT-COUNT TO WS-TRL-CURRENT
008425     ELSE
008426         MOVE 0 TO WS-TRL-CURRENT
008427     END-IF.
008428     IF OUT-OVERLAP-COUNT IS NUMERIC
008429         MOVE OUT-OVERLAP-COUNT TO WS-TRL-OVERLAP
008430     ELSE
008431         MOVE 0 TO WS-TRL-OVERLAP
008432     END-IF.
008433     COMPUTE WS-TRL-SKIPPED = WS-TRL-CURRENT + WS-TRL-OVERLAP.
008436 
008440 VERIFY-GRAND-TRAILER.
008450*    THE GRAND TOTALS MUST EQUAL THE SUM OF EVERY VERIFIED
008460*    REQUEST'S RECOMPUTED COUNTS. DETAIL ROWS STILL WAITING
008590         OR OUT-PLAIN-COUNT NOT = WS-VG-PLAIN-COUNT
008600         OR WS-TRL-OVERRIDE NOT = WS-VG-OVERRIDE-COUNT
008610         OR WS-TRL-EXCLUDE NOT = WS-VG-EXCLUDE-COUNT
008611         OR WS-TRL-SKIPPED NOT = WS-VG-SKIP-COUNT
008620         DISPLAY "FBVERIFY: GRAND-TOTAL TRAILER DOES NOT "
008630             "BALANCE AGAINST THE SUMMED REQUEST COUNTS"
008640         DISPLAY "FBVERIFY:   PLAIN RECOMPUTED "
008670             WS-VG-OVERRIDE-COUNT " TRAILER " WS-TRL-OVERRIDE
008680         DISPLAY "FBVERIFY:   EXCLUDED RECOMPUTED "
008690             WS-VG-EXCLUDE-COUNT " TRAILER " WS-TRL-EXCLUDE
008691         DISPLAY "FBVERIFY:   LEFT OUT RECOMPUTED "
008692             WS-VG-SKIP-COUNT " TRAILER " WS-TRL-SKIPPED
008700         IF WS-RETURN-CODE < 16
008710             MOVE 16 TO WS-RETURN-CODE
008720         END-IF
