000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FBExcAud.
000030*====================================================
000040*FBEXCAUD - EFFECTIVENESS AUDIT OF THE OVERRIDE/EXCEPTION TABLE
000050*(EXCPFILE). FIZZBUZZ APPLIES THE FIRST MATCHING ENTRY IN FILE
000060*ORDER, SO ONCE THE TABLE HAS GROWN NOBODY CAN SAY WHICH ENTRIES
000070*STILL DO ANYTHING. THIS STEP REBUILDS THE TABLE EXACTLY AS
000080*FIZZBUZZ LOADS IT, READS EVERY EXTRACT GENERATION STILL ON
000090*GENCAT FOR EVIDENCE OF EACH ENTRY AT WORK (A FORCED ROW CARRYING
000100*THE ENTRY'S LABEL, OR AN EXCLUDED INDICE MISSING FROM A
000110*REQUEST'S ROWS), AND TAKES WHO ADDED OR LAST CHANGED EACH ENTRY,
000120*AND WHEN, FROM THE EXCPMAINT JOURNAL (EXCPJRNL). EXCAURPT THEN
000130*LISTS:
000140*    - DEAD ENTRIES - NO RETAINED GENERATION SHOWS THEM AT WORK
000150*    - SHADOWED ENTRIES - EARLIER ENTRIES COVER THEIR WHOLE RANGE,
000160*      SO THEY CAN NEVER WIN
000170*    - CONFLICTING ENTRIES - OVERLAPPING RANGES WITH A DIFFERENT
000180*      ACTION OR A DIFFERENT FORCED LABEL
000190*    - REDUNDANT FORCES - THE RULES IN FORCE TODAY ALREADY PRODUCE
000200*      THE FORCED LABEL FOR EVERY INDICE THE ENTRY DECIDES
000210*    - ENTRIES FIZZBUZZ DOES NOT LOAD AT ALL (UNUSABLE, OR PAST
000220*      THE 50-ENTRY CAPACITY)
000230*THE ENTRIES THAT CAN GO WITH NO CHANGE TO ANY ANSWER - SHADOWED
000240*ENTRIES, AND REDUNDANT FORCES THAT LEAVE THE FLAGS ALONE AND
000250*HAVE NO LATER ENTRY WAITING UNDER THEM - ARE WRITTEN TO
000260*EXCAUTRN AS A BALANCED EXCPMAINT DELETE BATCH (ETRNREC.CPY),
000270*READY FOR REVIEW AND SUBMISSION AS EXCPTRAN. DEAD AND
000280*CONFLICTING ENTRIES NEED A PERSON'S JUDGEMENT AND ARE ONLY
000290*REPORTED. EXCAUTRN IS ONLY WRITTEN WHEN THERE IS SOMETHING TO
000300*DELETE, FOR THE SAME EMPTY-FILE REASON AS STALEPRM IN FBSTALE.
000310*
000320*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000330*FIZZBUZZ ITSELF):
000340*    0  - EVERY ENTRY IS LOADED, LIVE AND UNCONTESTED
000350*    4  - FINDINGS - DEAD, SHADOWED, CONFLICTING, REDUNDANT OR
000360*         IGNORED ENTRIES (THE REPORT NAMES THEM)
000370*    8  - THE AUDIT IS INCOMPLETE - A GENERATION ON GENCAT COULD
000380*         NOT BE READ, A TABLE CAPACITY WAS EXCEEDED, OR A RULE IN
000390*         FORCE TODAY CANNOT BE TESTED SO REDUNDANCY WAS NOT
000400*         JUDGED
000410*   20  - EXCAURPT OR EXCAUTRN COULD NOT BE OPENED OR WRITTEN
000420*====================================================
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT EXCP-FILE ASSIGN TO 'EXCPFILE'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-EXCP-STATUS.
000490     SELECT JRN-FILE ASSIGN TO 'EXCPJRNL'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-JRN-STATUS.
000520     SELECT RULE-FILE ASSIGN TO 'RULEFILE'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RULE-STATUS.
000550     SELECT GEN-FILE ASSIGN TO 'GENCAT'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-GEN-STATUS.
000580     SELECT OUT-FILE ASSIGN USING WS-OUT-FILE-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OUT-STATUS.
000610     SELECT RPT-FILE ASSIGN TO 'EXCAURPT'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000640*    THE CLEANUP TRANSACTIONS ARE WRITTEN IN THE EXCPTRAN LAYOUT
000650*    BUT TO THEIR OWN FILE - THE OPERATOR DECIDES WHEN THEY
000660*    BECOME THE NEXT EXCPMAINT RUN'S INPUT.
000670     SELECT TRAN-FILE ASSIGN TO 'EXCAUTRN'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-TRAN-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EXCP-FILE.
000730 COPY EXCPREC.
000740 FD  JRN-FILE.
000750 COPY EJRNREC.
000760 FD  RULE-FILE.
000770 COPY RULEREC.
000780 FD  GEN-FILE.
000790 COPY GENREC.
000800 FD  OUT-FILE.
000810 COPY OUTREC.
000820 FD  RPT-FILE.
000830 01  RPT-PRINT-LINE              PIC X(132).
000840 FD  TRAN-FILE.
000850 COPY ETRNREC.
000860 WORKING-STORAGE SECTION.
000870 01 WS-EXCP-STATUS         PIC XX VALUE SPACES.
000880 01 WS-JRN-STATUS          PIC XX VALUE SPACES.
000890 01 WS-RULE-STATUS         PIC XX VALUE SPACES.
000900 01 WS-GEN-STATUS          PIC XX VALUE SPACES.
000910 01 WS-OUT-STATUS          PIC XX VALUE SPACES.
000920 01 WS-RPT-STATUS          PIC XX VALUE SPACES.
000930 01 WS-TRAN-STATUS         PIC XX VALUE SPACES.
000940 01 WS-OUT-FILE-NAME       PIC X(8) VALUE SPACES.
000950 01 WS-RPT-OPEN            PIC X VALUE 'N'.
000960 01 WS-RPT-WORK            PIC X(132) VALUE SPACES.
000970 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000980 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
000990 01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001000     05 WS-RUN-YYYY            PIC 9(4).
001010     05 WS-RUN-MMDD            PIC 9(4).
001020 01 WS-AS-OF-DATE          PIC 9(8) VALUE 0.
001030 01 WS-RULE-FILE-HAS-DATA  PIC X VALUE 'N'.
001040 01 WS-RULES-TESTABLE      PIC X VALUE 'Y'.
001050 01 WS-JRN-SEEN            PIC X VALUE 'N'.
001060*====================================================
001070*EVERY RECORD ON EXCPFILE, IN FILE ORDER, WITH WHAT THIS AUDIT
001080*LEARNS ABOUT IT. WS-EF-IN-FORCE IS 'Y' FOR THE ENTRIES FIZZBUZZ
001090*ACTUALLY LOADS; THE OTHERS CARRY THE REASON IT PASSES THEM BY.
001100*CAPACITY 200 RECORDS - FAR PAST THE 50 FIZZBUZZ WILL LOAD, SO A
001110*HAND-GROWN FILE IS STILL SEEN WHOLE; ANY BEYOND ARE COUNTED.
001120*====================================================
001130 01 WS-EF-COUNT            PIC 9(3) VALUE 0.
001140 01 WS-EF-OVERFLOW         PIC 9(5) VALUE 0.
001150 01 WS-EF-TABLE.
001160     05 WS-EF-ENTRY OCCURS 200 TIMES INDEXED BY EF-IDX.
001170         10 WS-EF-FROM       PIC 9(9).
001180         10 WS-EF-TO         PIC 9(9).
001190         10 WS-EF-ACTION     PIC X.
001200         10 WS-EF-LABEL      PIC X(8).
001210         10 WS-EF-IN-FORCE   PIC X.
001220         10 WS-EF-WHY        PIC X(30).
001230         10 WS-EF-HIT-COUNT  PIC 9(9).
001240         10 WS-EF-HIT-GENS   PIC 9(4).
001250         10 WS-EF-LAST-GEN   PIC 9(4).
001260         10 WS-EF-HIT-NOW    PIC X.
001270         10 WS-EF-SHADOWED   PIC X.
001280         10 WS-EF-SHADOW-BY  PIC 9(3).
001290         10 WS-EF-CONFLICTS  PIC 9(3).
001300         10 WS-EF-REDUNDANT  PIC X.
001310         10 WS-EF-LATER-OVER PIC X.
001320         10 WS-EF-CLEANUP    PIC X.
001330         10 WS-EF-ADD-USER   PIC X(8).
001340         10 WS-EF-ADD-DATE   PIC 9(8).
001350         10 WS-EF-CHG-USER   PIC X(8).
001360         10 WS-EF-CHG-DATE   PIC 9(8).
001370 01 WS-EF-SUB              PIC 9(3) VALUE 0.
001380*====================================================
001390*THE IN-FORCE TABLE, BUILT FROM THE ENTRIES ABOVE BY THE SAME
001400*RULES AS STOW-ONE-EXCEPTION IN MAIN.COB (50 ENTRIES, FIRST
001410*MATCH IN FILE ORDER WINS). WS-EXC-EF POINTS EACH ONE BACK AT
001420*ITS RECORD SO FINDINGS LAND ON THE RIGHT LINE.
001430*====================================================
001440 01 WS-EXC-COUNT            PIC 9(3) VALUE 0.
001450 01 WS-EXC-TABLE.
001460     05 WS-EXC-ENTRY OCCURS 50 TIMES INDEXED BY EXC-IDX.
001470         10 WS-EXC-FROM      PIC 9(9).
001480         10 WS-EXC-TO        PIC 9(9).
001490         10 WS-EXC-ACTION    PIC X.
001500         10 WS-EXC-LABEL     PIC X(8).
001510         10 WS-EXC-EF        PIC 9(3).
001520 01 WS-EXC-SUB              PIC 9(3) VALUE 0.
001530 01 WS-OTHER-SUB            PIC 9(3) VALUE 0.
001540 01 WS-CHK-INDICE           PIC 9(9) VALUE 0.
001550*====================================================
001560*RUN WALK. A RUN IS A STRETCH OF INDICES, STARTING AT WS-PT,
001570*OVER WHICH THE SAME ENTRY (OR NO ENTRY) WINS THE FIRST-MATCH
001580*TEST - SO A RANGE OF ANY WIDTH IS JUDGED IN AT MOST A FEW STEPS
001590*PER ENTRY INSTEAD OF ONE STEP PER INDICE. TEN DIGITS, SINCE A
001600*RUN MAY END ON THE LAST NINE-DIGIT INDICE.
001610*====================================================
001620 01 WS-PT                  PIC 9(10) VALUE 0.
001630 01 WS-SEG-HI              PIC 9(10) VALUE 0.
001640 01 WS-RUN-END             PIC 9(10) VALUE 0.
001650 01 WS-RUN-MATCH           PIC 9(3) VALUE 0.
001660 01 WS-RUN-SIZE            PIC 9(10) VALUE 0.
001670 01 WS-FIND-SUB            PIC 9(3) VALUE 0.
001680 01 WS-FIND-LIMIT          PIC 9(3) VALUE 0.
001690 01 WS-LAST-INDICE         PIC 9(10) VALUE 999999999.
001700 01 WS-ENTRY-WON           PIC X VALUE 'N'.
001710*====================================================
001720*GENERATION SCAN. THE CATALOG IS LOADED FIRST (CAPACITY 500, AS
001730*IN GENMAINT) AND EACH GENERATION FILE READ IN TURN. WITHIN A
001740*REQUEST'S ROWS, A JUMP IN THE INDICE IS WHERE EXCLUSIONS (OR AN
001750*INCREMENT RUN'S SKIPS) FELL; EXCLUSIONS AT THE VERY EDGES OF A
001760*REQUEST LEAVE NO GAP, SO THE TRAILER'S EXCLUDE COUNT IS USED TO
001770*FIND THEM AT THE FIRST AND LAST ROWS.
001780*====================================================
001790 01 WS-GC-COUNT            PIC 9(3) VALUE 0.
001800 01 WS-GC-OVERFLOW         PIC X VALUE 'N'.
001810 01 WS-GC-TABLE.
001820     05 WS-GC-ENTRY OCCURS 500 TIMES INDEXED BY GC-IDX.
001830         10 WS-GC-NUMBER     PIC 9(4).
001840         10 WS-GC-NAME       PIC X(8).
001850 01 WS-GC-SUB              PIC 9(3) VALUE 0.
001860 01 WS-GENS-READ           PIC 9(4) VALUE 0.
001870 01 WS-GENS-UNREAD         PIC 9(4) VALUE 0.
001880 01 WS-ROWS-READ           PIC 9(9) VALUE 0.
001890 01 WS-GRP-OPEN            PIC X VALUE 'N'.
001900 01 WS-GRP-LOW             PIC 9(9) VALUE 0.
001910 01 WS-GRP-PREV            PIC 9(9) VALUE 0.
001920 01 WS-GRP-EXCL-FOUND      PIC 9(9) VALUE 0.
001930 01 WS-TRL-EXCLUDE         PIC 9(9) VALUE 0.
001940 01 WS-EDGE-SHORT          PIC 9(9) VALUE 0.
001950 01 WS-UNPLACED-EXCL       PIC 9(9) VALUE 0.
001960 01 WS-CREDIT-COUNT        PIC 9(10) VALUE 0.
001970*====================================================
001980*FINDING TOTALS AND THE CLEANUP BATCH.
001990*====================================================
002000 01 WS-DEAD-COUNT          PIC 9(3) VALUE 0.
002010 01 WS-SHADOW-COUNT        PIC 9(3) VALUE 0.
002020 01 WS-CONFLICT-PAIRS      PIC 9(5) VALUE 0.
002030 01 WS-CONFLICT-ENTRIES    PIC 9(3) VALUE 0.
002040 01 WS-REDUNDANT-COUNT     PIC 9(3) VALUE 0.
002050 01 WS-UNJUDGED-COUNT      PIC 9(3) VALUE 0.
002060 01 WS-IGNORED-COUNT       PIC 9(3) VALUE 0.
002070 01 WS-CLEANUP-COUNT       PIC 9(5) VALUE 0.
002080 01 WS-CLEANUP-HASH        PIC 9(9) VALUE 0.
002090 01 WS-SECTION-LINES       PIC 9(5) VALUE 0.
002100 01 WS-SEQ-TEXT            PIC ZZ9 VALUE SPACES.
002110*A REDUNDANT FORCE IS PROVED INDICE BY INDICE, SO ONE DECIDING
002120*MORE THAN THIS MANY INDICES IS LEFT UNJUDGED RATHER THAN WALKED.
002130 01 WS-REDUNDANT-MAX       PIC 9(9) VALUE 10000.
002140 01 WS-WIN-INDICES         PIC 9(10) VALUE 0.
002150 01 WS-RED-RESULT          PIC X VALUE 'Y'.
002160 01 WS-RED-INDICE          PIC 9(10) VALUE 0.
002170*CLEANUP BATCH IDS ARE 'XA' + THE RUN'S MMDD, SO EACH DAY'S
002180*BATCH IS TOLD APART ON EXCPMAINT'S REPORT.
002190 01 WS-CLN-BATCH-ID.
002200     05 FILLER               PIC X(2) VALUE 'XA'.
002210     05 WS-CLN-MMDD          PIC 9(4).
002220     05 FILLER               PIC X(2) VALUE SPACES.
002230*====================================================
002240*RE-DERIVED CLASSIFICATION FOR WS-CHK-INDICE - SAME WALK, SAME
002250*VERBS, AS CLASSIFY-INDICE IN FIZZBUZZ.
002260*====================================================
002270 01 WS-DER-CLASS           PIC X(80) VALUE SPACES.
002280 01 WS-DER-FIZZ            PIC X VALUE 'N'.
002290 01 WS-DER-BUZZ            PIC X VALUE 'N'.
002300 01 WS-DER-ANY-MATCHED     PIC X VALUE 'N'.
002310*====================================================
002320*RULE CATALOG, LOADED FROM RULEFILE EXACTLY AS FIZZBUZZ LOADS
002330*IT, AND THE WORKING RULE TABLE SELECTED FROM IT FOR TODAY -
002340*INCLUDING KEEPING THE COMPILED-IN FIZZ/BUZZ DEFAULTS WHEN
002350*RULEFILE IS ABSENT OR EMPTY. A FORCE IS REDUNDANT ONLY IF
002360*REMOVING IT TOMORROW WOULD CHANGE NOTHING, SO TODAY'S RULES
002370*ARE THE ONES THAT MATTER.
002380*====================================================
002390 01 WS-RULE-COUNT           PIC 9(2) VALUE 2.
002400 01 WS-CAT-COUNT            PIC 9(3) VALUE 0.
002410 01 WS-CAT-OVERFLOW         PIC X VALUE 'N'.
002420 01 WS-CAT-TABLE.
002430     05 WS-CAT-ENTRY OCCURS 100 TIMES INDEXED BY CAT-IDX.
002440         10 WS-CAT-SLOT      PIC 9(2).
002450         10 WS-CAT-DIVISOR   PIC 9(3).
002460         10 WS-CAT-LABEL     PIC X(8).
002470         10 WS-CAT-ACTIVE    PIC X.
002480         10 WS-CAT-FROM      PIC 9(8).
002490         10 WS-CAT-TO        PIC 9(8).
002500         10 WS-CAT-KIND      PIC X.
002510         10 WS-CAT-EXCL      PIC X.
002520         10 WS-CAT-PREC      PIC 9(2).
002530         10 WS-CAT-BAND-FROM PIC 9(9).
002540         10 WS-CAT-BAND-TO   PIC 9(9).
002550 01 WS-CAT-SUB              PIC 9(3) VALUE 0.
002560 01 WS-BEST-SUB             PIC 9(3) VALUE 0.
002570 01 WS-SLOT-SUB             PIC 9(2) VALUE 0.
002580 01 WS-RULE-DEFAULTS.
002590     05 FILLER               PIC X(12) VALUE '003Fizz    Y'.
002600     05 FILLER               PIC X(12) VALUE '005Buzz    Y'.
002610     05 FILLER               PIC X(12) VALUE '000        N'
002620                              OCCURS 8 TIMES.
002630 01 WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
002640     05 WS-RULE-ENTRY OCCURS 10 TIMES INDEXED BY RULE-IDX.
002650         10 WS-RULE-DIVISOR  PIC 9(3).
002660         10 WS-RULE-LABEL    PIC X(8).
002670         10 WS-RULE-ACTIVE   PIC X.
002680*RULE KIND, EXCLUSIVE FLAG, PRECEDENCE AND BAND PER SLOT, THE
002690*WALK ORDER AND THE INDICE'S DIGIT VIEW - THE SAME TABLES AS
002700*IN MAIN.COB, SO THE WALK BELOW IS FIZZBUZZ'S WALK.
002710 01 WS-RULE-KIND-DEFAULTS.
002720     05 FILLER               PIC X(22)
002730                             VALUE 'DN00000000000000000000'
002740                             OCCURS 10 TIMES.
002750 01 WS-RULE-KIND-TABLE REDEFINES WS-RULE-KIND-DEFAULTS.
002760     05 WS-RULE-KIND-ENTRY OCCURS 10 TIMES.
002770         10 WS-RULE-KIND     PIC X.
002780         10 WS-RULE-EXCL     PIC X.
002790         10 WS-RULE-PREC     PIC 9(2).
002800         10 WS-RULE-BAND-FROM PIC 9(9).
002810         10 WS-RULE-BAND-TO  PIC 9(9).
002820 01 WS-WALK-COUNT           PIC 9(2) VALUE 0.
002830 01 WS-WALK-TABLE.
002840     05 WS-WALK-SLOT OCCURS 10 TIMES PIC 9(2).
002850 01 WS-WALK-TAKEN-AREA.
002860     05 WS-WALK-TAKEN OCCURS 10 TIMES PIC X.
002870 01 WS-WALK-SUB             PIC 9(2) VALUE 0.
002880 01 WS-WALK-KEY             PIC 9(4) VALUE 0.
002890 01 WS-WALK-BEST-KEY        PIC 9(4) VALUE 0.
002900 01 WS-WALK-BEST-SLOT       PIC 9(2) VALUE 0.
002910 01 WS-WALK-STOPPED         PIC X VALUE 'N'.
002920 01 WS-RULE-HIT             PIC X VALUE 'N'.
002930 01 WS-DIGITS-READY         PIC X VALUE 'N'.
002940 01 WS-DIGIT-WORK           PIC 9(9) VALUE 0.
002950 01 WS-DIGIT-TEXT REDEFINES WS-DIGIT-WORK PIC X(9).
002960 01 WS-DIGIT-TABLE REDEFINES WS-DIGIT-WORK.
002970     05 WS-DIGIT-N OCCURS 9 TIMES PIC 9.
002980 01 WS-DIGIT-SUB            PIC 9(2) VALUE 0.
002990 01 WS-DIGIT-START          PIC 9(2) VALUE 0.
003000 01 WS-DIGIT-SUM            PIC 9(3) VALUE 0.
003010 01 WS-DIGIT-TALLY          PIC 9(2) VALUE 0.
003020 01 WS-DIGIT-WANTED         PIC 9 VALUE 0.
003030 01 WS-DIGIT-WANTED-X REDEFINES WS-DIGIT-WANTED PIC X.
003040*====================================================
003050*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
003060*====================================================
003070 01 RPT-HDR-LINE.
003080     05 FILLER               PIC X(43)
003090             VALUE 'EXCEPTION TABLE EFFECTIVENESS AUDIT AS OF '.
003100     05 RPT-HDR-DATE         PIC 9(8).
003110 01 RPT-ENT-LINE.
003120     05 RPT-ENT-SEQ          PIC ZZ9.
003130     05 FILLER               PIC X(1) VALUE SPACES.
003140     05 RPT-ENT-FROM         PIC 9(9).
003150     05 FILLER               PIC X(1) VALUE '-'.
003160     05 RPT-ENT-TO           PIC 9(9).
003170     05 FILLER               PIC X(1) VALUE SPACES.
003180     05 RPT-ENT-ACT          PIC X.
003190     05 FILLER               PIC X(1) VALUE SPACES.
003200     05 RPT-ENT-LABEL        PIC X(8).
003210     05 FILLER               PIC X(2) VALUE SPACES.
003220     05 RPT-ENT-NOTE         PIC X(50).
003230     05 FILLER               PIC X(1) VALUE SPACES.
003240     05 RPT-ENT-WHO          PIC X(45).
003250 01 RPT-HIT-NOTE.
003260     05 FILLER               PIC X(5) VALUE 'HITS '.
003270     05 RPT-HIT-COUNT        PIC ZZZZZZZZ9.
003280     05 FILLER               PIC X(4) VALUE ' IN '.
003290     05 RPT-HIT-GENS         PIC ZZZ9.
003300     05 FILLER               PIC X(12) VALUE ' GEN(S) LAST'.
003310     05 FILLER               PIC X(1) VALUE SPACES.
003320     05 RPT-HIT-LAST         PIC 9(4).
003330 01 RPT-PAIR-LINE.
003340     05 FILLER               PIC X(6) VALUE 'ENTRY '.
003350     05 RPT-PAIR-A           PIC ZZ9.
003360     05 FILLER               PIC X(1) VALUE SPACES.
003370     05 RPT-PAIR-A-ACT       PIC X.
003380     05 FILLER               PIC X(1) VALUE SPACES.
003390     05 RPT-PAIR-A-LABEL     PIC X(8).
003400     05 FILLER               PIC X(16) VALUE ' OVERLAPS ENTRY '.
003410     05 RPT-PAIR-B           PIC ZZ9.
003420     05 FILLER               PIC X(1) VALUE SPACES.
003430     05 RPT-PAIR-B-ACT       PIC X.
003440     05 FILLER               PIC X(1) VALUE SPACES.
003450     05 RPT-PAIR-B-LABEL     PIC X(8).
003460     05 FILLER               PIC X(4) VALUE ' ON '.
003470     05 RPT-PAIR-FROM        PIC 9(9).
003480     05 FILLER               PIC X(1) VALUE '-'.
003490     05 RPT-PAIR-TO          PIC 9(9).
003500     05 FILLER               PIC X(8) VALUE ' - ENTRY'.
003510     05 RPT-PAIR-WINNER      PIC ZZZ9.
003520     05 FILLER               PIC X(5) VALUE ' WINS'.
003530 01 RPT-TOTAL-LINE.
003540     05 RPT-TOT-NAME         PIC X(44).
003550     05 RPT-TOT-COUNT        PIC ZZZZZZZZ9.
003560
003570 PROCEDURE DIVISION.
003580 MAIN-PARAGRAPH.
003590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003600     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
003610     MOVE WS-RUN-MMDD TO WS-CLN-MMDD.
003620     PERFORM READ-EXCEPTION-FILE.
003630     PERFORM READ-EXCEPTION-JOURNAL.
003640     PERFORM READ-RULE-FILE.
003650     PERFORM SELECT-RULES-AS-OF.
003660     PERFORM CHECK-RULES-IN-FORCE.
003670     PERFORM OPEN-REPORT.
003680     IF WS-RETURN-CODE = 20
003690         STOP RUN RETURNING WS-RETURN-CODE
003700     END-IF.
003710     PERFORM LOAD-GENERATION-CATALOG.
003720     PERFORM VARYING WS-GC-SUB FROM 1 BY 1
003730             UNTIL WS-GC-SUB > WS-GC-COUNT
003740         PERFORM SCAN-ONE-GENERATION
003750     END-PERFORM.
003760     PERFORM JUDGE-SHADOWED-ENTRIES.
003770     PERFORM JUDGE-REDUNDANT-FORCES.
003780     PERFORM JUDGE-DEAD-ENTRIES.
003790     PERFORM MARK-CLEANUP-CANDIDATES.
003800     PERFORM REPORT-ENTRY-REGISTER.
003810     PERFORM REPORT-DEAD-ENTRIES.
003820     PERFORM REPORT-SHADOWED-ENTRIES.
003830     PERFORM REPORT-CONFLICTING-ENTRIES.
003840     PERFORM REPORT-REDUNDANT-FORCES.
003850     PERFORM REPORT-IGNORED-ENTRIES.
003860     IF WS-CLEANUP-COUNT > 0
003870         PERFORM WRITE-CLEANUP-BATCH
003880     END-IF.
003890     PERFORM REPORT-CLEANUP-BATCH.
003900     PERFORM REPORT-TOTALS.
003910     IF WS-RPT-OPEN = 'Y'
003920         CLOSE RPT-FILE
003930     END-IF.
003940     IF (WS-DEAD-COUNT > 0 OR WS-SHADOW-COUNT > 0
003950             OR WS-CONFLICT-PAIRS > 0 OR WS-REDUNDANT-COUNT > 0
003960             OR WS-IGNORED-COUNT > 0 OR WS-EF-OVERFLOW > 0)
003970             AND WS-RETURN-CODE < 4
003980         MOVE 4 TO WS-RETURN-CODE
003990     END-IF.
004000     IF (WS-GENS-UNREAD > 0 OR WS-GC-OVERFLOW = 'Y'
004010             OR WS-EF-OVERFLOW > 0 OR WS-RULES-TESTABLE = 'N')
004020             AND WS-RETURN-CODE < 8
004030         MOVE 8 TO WS-RETURN-CODE
004040     END-IF.
004050     DISPLAY "FBEXCAUD: " WS-EF-COUNT " ENTRY(IES) ON EXCPFILE, "
004060         WS-EXC-COUNT " IN FORCE, " WS-GENS-READ
004070         " GENERATION(S) READ".
004080     DISPLAY "FBEXCAUD: " WS-DEAD-COUNT " DEAD, " WS-SHADOW-COUNT
004090         " SHADOWED, " WS-CONFLICT-ENTRIES " CONFLICTING, "
004100         WS-REDUNDANT-COUNT " REDUNDANT, " WS-IGNORED-COUNT
004110         " IGNORED".
004120     DISPLAY "FBEXCAUD: " WS-CLEANUP-COUNT
004130         " DELETE TRANSACTION(S) ON EXCAUTRN".
004140     DISPLAY "FBEXCAUD: ENDED, RETURN CODE " WS-RETURN-CODE.
004150     STOP RUN RETURNING WS-RETURN-CODE.
004160
004170 READ-EXCEPTION-FILE.
004180*    EVERY RECORD IS KEPT FOR THE REPORT; THE ONES FIZZBUZZ
004190*    WOULD LOAD ALSO GO INTO THE IN-FORCE TABLE. EXCPFILE IS
004200*    OPTIONAL - A SITE WITH NO OVERRIDES SIMPLY HAS NO FILE.
004210     OPEN INPUT EXCP-FILE.
004220     IF WS-EXCP-STATUS = '00'
004230         PERFORM UNTIL WS-EXCP-STATUS NOT = '00'
004240             READ EXCP-FILE
004250                 AT END
004260                     MOVE '10' TO WS-EXCP-STATUS
004270                 NOT AT END
004280                     PERFORM STOW-ONE-EXCEPTION
004290             END-READ
004300         END-PERFORM
004310         CLOSE EXCP-FILE
004320     END-IF.
004330     IF WS-EF-OVERFLOW > 0
004340         DISPLAY "FBEXCAUD: EXCPFILE HOLDS " WS-EF-OVERFLOW
004350             " ENTRY(IES) PAST THE 200 THIS AUDIT CAN HOLD - "
004360             "THEY WERE NOT ANALYSED"
004370     END-IF.
004380
004390 STOW-ONE-EXCEPTION.
004400*    THE SAME TESTS, IN THE SAME ORDER, AS STOW-ONE-EXCEPTION IN
004410*    MAIN.COB - AN ENTRY IS IN FORCE HERE EXACTLY WHEN FIZZBUZZ
004420*    WOULD HAVE LOADED IT.
004430     IF WS-EF-COUNT >= 200
004440         ADD 1 TO WS-EF-OVERFLOW
004450     ELSE
004460         ADD 1 TO WS-EF-COUNT
004470         SET EF-IDX TO WS-EF-COUNT
004480         MOVE 'N' TO WS-EF-IN-FORCE(EF-IDX)
004490         MOVE SPACES TO WS-EF-WHY(EF-IDX)
004500         MOVE 0 TO WS-EF-HIT-COUNT(EF-IDX)
004510         MOVE 0 TO WS-EF-HIT-GENS(EF-IDX)
004520         MOVE 0 TO WS-EF-LAST-GEN(EF-IDX)
004530         MOVE 'N' TO WS-EF-HIT-NOW(EF-IDX)
004540         MOVE 'N' TO WS-EF-SHADOWED(EF-IDX)
004550         MOVE 0 TO WS-EF-SHADOW-BY(EF-IDX)
004560         MOVE 0 TO WS-EF-CONFLICTS(EF-IDX)
004570         MOVE 'N' TO WS-EF-REDUNDANT(EF-IDX)
004580         MOVE 'N' TO WS-EF-LATER-OVER(EF-IDX)
004590         MOVE 'N' TO WS-EF-CLEANUP(EF-IDX)
004600         MOVE SPACES TO WS-EF-ADD-USER(EF-IDX)
004610         MOVE 0 TO WS-EF-ADD-DATE(EF-IDX)
004620         MOVE SPACES TO WS-EF-CHG-USER(EF-IDX)
004630         MOVE 0 TO WS-EF-CHG-DATE(EF-IDX)
004640         MOVE EXCP-ACTION TO WS-EF-ACTION(EF-IDX)
004650         MOVE EXCP-LABEL TO WS-EF-LABEL(EF-IDX)
004660         IF EXCP-FROM-INDICE-X IS NUMERIC
004670             MOVE EXCP-FROM-INDICE TO WS-EF-FROM(EF-IDX)
004680         ELSE
004690             MOVE 0 TO WS-EF-FROM(EF-IDX)
004700         END-IF
004710         IF EXCP-TO-INDICE-X IS NUMERIC
004720                 AND EXCP-TO-INDICE NOT = 0
004730             MOVE EXCP-TO-INDICE TO WS-EF-TO(EF-IDX)
004740         ELSE
004750             MOVE WS-EF-FROM(EF-IDX) TO WS-EF-TO(EF-IDX)
004760         END-IF
004770         EVALUATE TRUE
004780         WHEN WS-EXC-COUNT >= 50
004790             MOVE 'PAST THE 50-ENTRY CAPACITY'
004800                 TO WS-EF-WHY(EF-IDX)
004810         WHEN EXCP-FROM-INDICE-X IS NOT NUMERIC
004820             MOVE 'FROM INDICE NOT NUMERIC' TO WS-EF-WHY(EF-IDX)
004830         WHEN EXCP-ACTION NOT = 'F' AND EXCP-ACTION NOT = 'X'
004840             MOVE 'ACTION NOT F OR X' TO WS-EF-WHY(EF-IDX)
004850         WHEN EXCP-ACTION = 'F' AND EXCP-LABEL = SPACES
004860             MOVE 'FORCE WITH NO LABEL' TO WS-EF-WHY(EF-IDX)
004870         WHEN WS-EF-FROM(EF-IDX) > WS-EF-TO(EF-IDX)
004880             MOVE 'FROM INDICE PAST TO INDICE'
004890                 TO WS-EF-WHY(EF-IDX)
004900         WHEN OTHER
004910             MOVE 'Y' TO WS-EF-IN-FORCE(EF-IDX)
004920             ADD 1 TO WS-EXC-COUNT
004930             SET EXC-IDX TO WS-EXC-COUNT
004940             MOVE WS-EF-FROM(EF-IDX) TO WS-EXC-FROM(EXC-IDX)
004950             MOVE WS-EF-TO(EF-IDX) TO WS-EXC-TO(EXC-IDX)
004960             MOVE WS-EF-ACTION(EF-IDX) TO WS-EXC-ACTION(EXC-IDX)
004970             MOVE WS-EF-LABEL(EF-IDX) TO WS-EXC-LABEL(EXC-IDX)
004980             MOVE WS-EF-COUNT TO WS-EXC-EF(EXC-IDX)
004990         END-EVALUATE
005000         IF WS-EF-IN-FORCE(EF-IDX) = 'N'
005010             ADD 1 TO WS-IGNORED-COUNT
005020         END-IF
005030     END-IF.
005040
005050 READ-EXCEPTION-JOURNAL.
005060*    THE JOURNAL IS READ OLDEST FIRST, SO THE LAST ADD ON AN
005070*    ENTRY'S FROM INDICE (ITS IDENTITY - SEE ETRNREC.CPY) NAMES
005080*    WHO PUT THE ENTRY THERE, AND ANY CHANGE AFTER IT WHO LAST
005090*    TOUCHED IT. A DELETE CLEARS BOTH, SO AN ENTRY DELETED AND
005100*    ADDED AGAIN SHOWS ITS LATEST ADD. AN ENTRY WITH NO JOURNAL
005110*    TRAIL PREDATES EXCPMAINT OR WAS EDITED BY HAND.
005120     OPEN INPUT JRN-FILE.
005130     IF WS-JRN-STATUS = '00'
005140         MOVE 'Y' TO WS-JRN-SEEN
005150         PERFORM UNTIL WS-JRN-STATUS NOT = '00'
005160             READ JRN-FILE
005170                 AT END
005180                     MOVE '10' TO WS-JRN-STATUS
005190                 NOT AT END
005200                     PERFORM APPLY-ONE-JOURNAL-ENTRY
005210             END-READ
005220         END-PERFORM
005230         CLOSE JRN-FILE
005240     END-IF.
005250
005260 APPLY-ONE-JOURNAL-ENTRY.
005270     PERFORM VARYING WS-EF-SUB FROM 1 BY 1
005280             UNTIL WS-EF-SUB > WS-EF-COUNT
005290         EVALUATE TRUE
005300         WHEN EJRN-ACTION = 'A'
005310                 AND EJRN-NEW-FROM = WS-EF-FROM(WS-EF-SUB)
005320             MOVE EJRN-USER-ID TO WS-EF-ADD-USER(WS-EF-SUB)
005330             MOVE EJRN-DATE TO WS-EF-ADD-DATE(WS-EF-SUB)
005340             MOVE SPACES TO WS-EF-CHG-USER(WS-EF-SUB)
005350             MOVE 0 TO WS-EF-CHG-DATE(WS-EF-SUB)
005360         WHEN EJRN-ACTION = 'C'
005370                 AND EJRN-NEW-FROM = WS-EF-FROM(WS-EF-SUB)
005380             MOVE EJRN-USER-ID TO WS-EF-CHG-USER(WS-EF-SUB)
005390             MOVE EJRN-DATE TO WS-EF-CHG-DATE(WS-EF-SUB)
005400         WHEN EJRN-ACTION = 'D'
005410                 AND EJRN-OLD-FROM = WS-EF-FROM(WS-EF-SUB)
005420             MOVE SPACES TO WS-EF-ADD-USER(WS-EF-SUB)
005430             MOVE 0 TO WS-EF-ADD-DATE(WS-EF-SUB)
005440             MOVE SPACES TO WS-EF-CHG-USER(WS-EF-SUB)
005450             MOVE 0 TO WS-EF-CHG-DATE(WS-EF-SUB)
005460         END-EVALUATE
005470     END-PERFORM.
005480
005490 READ-RULE-FILE.
005500*    MIRRORS READ-RULE-FILE IN FIZZBUZZ: THE WHOLE VERSIONED
005510*    CATALOG IS LOADED AND SELECT-RULES-AS-OF PICKS TODAY'S
005520*    WORKING RULES FROM IT. AN ABSENT OR EMPTY RULEFILE LEAVES
005530*    THE COMPILED-IN FIZZ/BUZZ DEFAULTS IN FORCE.
005540     OPEN INPUT RULE-FILE.
005550     IF WS-RULE-STATUS = '00'
005560         PERFORM UNTIL WS-RULE-STATUS NOT = '00'
005570             READ RULE-FILE
005580                 AT END
005590                     MOVE '10' TO WS-RULE-STATUS
005600                 NOT AT END
005610                     IF RULE-NUMBER >= 1 AND RULE-NUMBER <= 10
005620                         PERFORM STOW-ONE-RULE-VERSION
005630                     END-IF
005640             END-READ
005650         END-PERFORM
005660         CLOSE RULE-FILE
005670     END-IF.
005680     IF WS-CAT-OVERFLOW = 'Y'
005690         DISPLAY "FBEXCAUD: RULEFILE HOLDS MORE THAN 100 RULE "
005700             "VERSIONS - EXTRAS WERE IGNORED"
005710     END-IF.
005720
005730 STOW-ONE-RULE-VERSION.
005740*    A RECORD WRITTEN BEFORE EFFECTIVE DATING EXISTED READS
005750*    BACK WITH SPACES IN BOTH DATE COLUMNS AND IS IN FORCE ON
005760*    EVERY DATE - SEE THE NOTE IN RULEREC.CPY.
005770     IF WS-CAT-COUNT >= 100
005780         MOVE 'Y' TO WS-CAT-OVERFLOW
005790     ELSE
005800         IF WS-RULE-FILE-HAS-DATA = 'N'
005810             MOVE 'Y' TO WS-RULE-FILE-HAS-DATA
005820         END-IF
005830         ADD 1 TO WS-CAT-COUNT
005840         SET CAT-IDX TO WS-CAT-COUNT
005850         MOVE RULE-NUMBER  TO WS-CAT-SLOT(CAT-IDX)
005860         MOVE RULE-DIVISOR TO WS-CAT-DIVISOR(CAT-IDX)
005870         MOVE RULE-LABEL   TO WS-CAT-LABEL(CAT-IDX)
005880         MOVE RULE-ACTIVE  TO WS-CAT-ACTIVE(CAT-IDX)
005890         IF RULE-EFF-FROM-X IS NUMERIC
005900             MOVE RULE-EFF-FROM TO WS-CAT-FROM(CAT-IDX)
005910         ELSE
005920             MOVE 0 TO WS-CAT-FROM(CAT-IDX)
005930         END-IF
005940         IF RULE-EFF-TO-X IS NUMERIC
005950                 AND RULE-EFF-TO NOT = 0
005960             MOVE RULE-EFF-TO TO WS-CAT-TO(CAT-IDX)
005970         ELSE
005980             MOVE 99991231 TO WS-CAT-TO(CAT-IDX)
005990         END-IF
006000         IF RULE-KIND = SPACE
006010             MOVE 'D' TO WS-CAT-KIND(CAT-IDX)
006020         ELSE
006030             MOVE RULE-KIND TO WS-CAT-KIND(CAT-IDX)
006040         END-IF
006050         IF RULE-EXCLUSIVE = 'Y'
006060             MOVE 'Y' TO WS-CAT-EXCL(CAT-IDX)
006070         ELSE
006080             MOVE 'N' TO WS-CAT-EXCL(CAT-IDX)
006090         END-IF
006100         IF RULE-PRECEDENCE-X IS NUMERIC
006110             MOVE RULE-PRECEDENCE TO WS-CAT-PREC(CAT-IDX)
006120         ELSE
006130             MOVE 0 TO WS-CAT-PREC(CAT-IDX)
006140         END-IF
006150         IF RULE-BAND-FROM-X IS NUMERIC
006160             MOVE RULE-BAND-FROM TO WS-CAT-BAND-FROM(CAT-IDX)
006170         ELSE
006180             MOVE 0 TO WS-CAT-BAND-FROM(CAT-IDX)
006190         END-IF
006200         IF RULE-BAND-TO-X IS NUMERIC
006210             MOVE RULE-BAND-TO TO WS-CAT-BAND-TO(CAT-IDX)
006220         ELSE
006230             MOVE 0 TO WS-CAT-BAND-TO(CAT-IDX)
006240         END-IF
006250     END-IF.
006260
006270 SELECT-RULES-AS-OF.
006280*    SAME SELECTION AS THE PARAGRAPH OF THIS NAME IN MAIN.COB:
006290*    FOR EACH SLOT, THE VERSION WHOSE EFFECTIVE RANGE COVERS
006300*    WS-AS-OF-DATE, LATEST EFF-FROM WINNING. WITH NO CATALOG
006310*    ON FILE THE COMPILED-IN DEFAULTS STAND. EITHER WAY THE
006320*    WALK ORDER IS REBUILT FROM THE RESULT.
006330     IF WS-RULE-FILE-HAS-DATA = 'Y'
006340         MOVE 0 TO WS-RULE-COUNT
006350         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
006360                 UNTIL WS-SLOT-SUB > 10
006370             MOVE 0 TO WS-RULE-DIVISOR(WS-SLOT-SUB)
006380             MOVE SPACES TO WS-RULE-LABEL(WS-SLOT-SUB)
006390             MOVE 'N' TO WS-RULE-ACTIVE(WS-SLOT-SUB)
006400             MOVE 'D' TO WS-RULE-KIND(WS-SLOT-SUB)
006410             MOVE 'N' TO WS-RULE-EXCL(WS-SLOT-SUB)
006420             MOVE 0 TO WS-RULE-PREC(WS-SLOT-SUB)
006430             MOVE 0 TO WS-RULE-BAND-FROM(WS-SLOT-SUB)
006440             MOVE 0 TO WS-RULE-BAND-TO(WS-SLOT-SUB)
006450             MOVE 0 TO WS-BEST-SUB
006460             PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
006470                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
006480                 IF WS-CAT-SLOT(WS-CAT-SUB) = WS-SLOT-SUB
006490                     AND WS-CAT-FROM(WS-CAT-SUB) <=
006500                         WS-AS-OF-DATE
006510                     AND WS-CAT-TO(WS-CAT-SUB) >=
006520                         WS-AS-OF-DATE
006530                     IF WS-BEST-SUB = 0
006540                         MOVE WS-CAT-SUB TO WS-BEST-SUB
006550                     ELSE
006560                         IF WS-CAT-FROM(WS-CAT-SUB) >=
006570                             WS-CAT-FROM(WS-BEST-SUB)
006580                             MOVE WS-CAT-SUB TO WS-BEST-SUB
006590                         END-IF
006600                     END-IF
006610                 END-IF
006620             END-PERFORM
006630             IF WS-BEST-SUB NOT = 0
006640                 MOVE WS-CAT-DIVISOR(WS-BEST-SUB) TO
006650                     WS-RULE-DIVISOR(WS-SLOT-SUB)
006660                 MOVE WS-CAT-LABEL(WS-BEST-SUB) TO
006670                     WS-RULE-LABEL(WS-SLOT-SUB)
006680                 MOVE WS-CAT-ACTIVE(WS-BEST-SUB) TO
006690                     WS-RULE-ACTIVE(WS-SLOT-SUB)
006700                 MOVE WS-CAT-KIND(WS-BEST-SUB) TO
006710                     WS-RULE-KIND(WS-SLOT-SUB)
006720                 MOVE WS-CAT-EXCL(WS-BEST-SUB) TO
006730                     WS-RULE-EXCL(WS-SLOT-SUB)
006740                 MOVE WS-CAT-PREC(WS-BEST-SUB) TO
006750                     WS-RULE-PREC(WS-SLOT-SUB)
006760                 MOVE WS-CAT-BAND-FROM(WS-BEST-SUB) TO
006770                     WS-RULE-BAND-FROM(WS-SLOT-SUB)
006780                 MOVE WS-CAT-BAND-TO(WS-BEST-SUB) TO
006790                     WS-RULE-BAND-TO(WS-SLOT-SUB)
006800                 MOVE WS-SLOT-SUB TO WS-RULE-COUNT
006810             END-IF
006820         END-PERFORM
006830     END-IF.
006840     PERFORM ORDER-RULE-WALK.
006850
006860 ORDER-RULE-WALK.
006870*    SAME ORDERING AS THE PARAGRAPH OF THIS NAME IN MAIN.COB:
006880*    ASCENDING PRECEDENCE (00 = THE SLOT'S OWN NUMBER), TIES
006890*    TO THE LOWER SLOT, ACTIVE SLOTS ONLY.
006900     MOVE 0 TO WS-WALK-COUNT.
006910     MOVE ALL 'N' TO WS-WALK-TAKEN-AREA.
006920     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
006930             UNTIL WS-WALK-SUB > WS-RULE-COUNT
006940         MOVE 0 TO WS-WALK-BEST-SLOT
006950         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
006960                 UNTIL WS-SLOT-SUB > WS-RULE-COUNT
006970             IF WS-RULE-ACTIVE(WS-SLOT-SUB) = 'Y'
006980                     AND WS-WALK-TAKEN(WS-SLOT-SUB) = 'N'
006990                 IF WS-RULE-PREC(WS-SLOT-SUB) = 0
007000                     COMPUTE WS-WALK-KEY =
007010                         WS-SLOT-SUB * 100 + WS-SLOT-SUB
007020                 ELSE
007030                     COMPUTE WS-WALK-KEY =
007040                         WS-RULE-PREC(WS-SLOT-SUB) * 100
007050                         + WS-SLOT-SUB
007060                 END-IF
007070                 IF WS-WALK-BEST-SLOT = 0
007080                         OR WS-WALK-KEY < WS-WALK-BEST-KEY
007090                     MOVE WS-SLOT-SUB TO WS-WALK-BEST-SLOT
007100                     MOVE WS-WALK-KEY TO WS-WALK-BEST-KEY
007110                 END-IF
007120             END-IF
007130         END-PERFORM
007140         IF WS-WALK-BEST-SLOT > 0
007150             MOVE 'Y' TO WS-WALK-TAKEN(WS-WALK-BEST-SLOT)
007160             ADD 1 TO WS-WALK-COUNT
007170             MOVE WS-WALK-BEST-SLOT TO WS-WALK-SLOT(WS-WALK-COUNT)
007180         END-IF
007190     END-PERFORM.
007200
007210 CHECK-RULES-IN-FORCE.
007220*    A RULE FIZZBUZZ WOULD REFUSE TO RUN WITH CANNOT BE USED TO
007230*    JUDGE WHAT THE RULES PRODUCE - REDUNDANCY IS THEN LEFT
007240*    UNJUDGED, BUT THE OTHER FINDINGS DO NOT NEED THE RULES.
007250     PERFORM VARYING RULE-IDX FROM 1 BY 1
007260             UNTIL RULE-IDX > WS-RULE-COUNT
007270         IF WS-RULE-ACTIVE(RULE-IDX) = 'Y'
007280             IF ((WS-RULE-KIND(RULE-IDX) = 'D'
007290                     OR WS-RULE-KIND(RULE-IDX) = 'S')
007300                     AND WS-RULE-DIVISOR(RULE-IDX) = 0)
007310                 OR (WS-RULE-KIND(RULE-IDX) = 'C'
007320                     AND WS-RULE-DIVISOR(RULE-IDX) > 9)
007330                 OR (WS-RULE-KIND(RULE-IDX) = 'B'
007340                     AND WS-RULE-BAND-FROM(RULE-IDX) >
007350                         WS-RULE-BAND-TO(RULE-IDX))
007360                 OR (WS-RULE-KIND(RULE-IDX) NOT = 'D'
007370                     AND WS-RULE-KIND(RULE-IDX) NOT = 'C'
007380                     AND WS-RULE-KIND(RULE-IDX) NOT = 'S'
007390                     AND WS-RULE-KIND(RULE-IDX) NOT = 'B')
007400                 IF WS-RULES-TESTABLE = 'Y'
007410                     MOVE 'N' TO WS-RULES-TESTABLE
007420                     DISPLAY "FBEXCAUD: AN ACTIVE RULE IN FORCE "
007430                         "TODAY CANNOT BE TESTED - REDUNDANT "
007440                         "FORCES ARE NOT JUDGED"
007450                 END-IF
007460             END-IF
007470         END-IF
007480     END-PERFORM.
007490
007500 OPEN-REPORT.
007510     OPEN OUTPUT RPT-FILE.
007520     IF WS-RPT-STATUS = '00'
007530         MOVE 'Y' TO WS-RPT-OPEN
007540         MOVE WS-AS-OF-DATE TO RPT-HDR-DATE
007550         MOVE RPT-HDR-LINE TO WS-RPT-WORK
007560         PERFORM WRITE-REPORT-LINE
007570         MOVE SPACES TO WS-RPT-WORK
007580         PERFORM WRITE-REPORT-LINE
007590     ELSE
007600         DISPLAY "FBEXCAUD: UNABLE TO OPEN EXCAURPT, STATUS="
007610             WS-RPT-STATUS
007620         MOVE 20 TO WS-RETURN-CODE
007630     END-IF.
007640
007650 LOAD-GENERATION-CATALOG.
007660*    EVERY GENERATION STILL ON THE CATALOG IS RETAINED EVIDENCE -
007670*    GENMAINT'S PURGE TAKES A GENERATION OFF THE CATALOG WHEN IT
007680*    ARCHIVES IT.
007690     OPEN INPUT GEN-FILE.
007700     IF WS-GEN-STATUS = '00'
007710         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
007720             READ GEN-FILE
007730                 AT END
007740                     MOVE '10' TO WS-GEN-STATUS
007750                 NOT AT END
007760                     IF GEN-NUMBER-X IS NUMERIC
007770                         PERFORM STOW-ONE-GENERATION
007780                     END-IF
007790             END-READ
007800         END-PERFORM
007810         CLOSE GEN-FILE
007820     END-IF.
007830     IF WS-GC-OVERFLOW = 'Y'
007840         DISPLAY "FBEXCAUD: GENCAT HOLDS MORE THAN 500 "
007850             "GENERATIONS - THE NEWEST WERE NOT READ"
007860     END-IF.
007870
007880 STOW-ONE-GENERATION.
007890     IF WS-GC-COUNT >= 500
007900         MOVE 'Y' TO WS-GC-OVERFLOW
007910     ELSE
007920         ADD 1 TO WS-GC-COUNT
007930         SET GC-IDX TO WS-GC-COUNT
007940         MOVE GEN-NUMBER TO WS-GC-NUMBER(GC-IDX)
007950         MOVE GEN-FILE-NAME TO WS-GC-NAME(GC-IDX)
007960     END-IF.
007970
007980 SCAN-ONE-GENERATION.
007990*    A CATALOGED GENERATION WHOSE FILE CANNOT BE READ WEAKENS
008000*    EVERY DEAD FINDING - THE RUN SAYS SO RATHER THAN CALLING AN
008010*    ENTRY DEAD ON PART OF THE EVIDENCE.
008020     SET GC-IDX TO WS-GC-SUB.
008030     MOVE WS-GC-NAME(GC-IDX) TO WS-OUT-FILE-NAME.
008040     OPEN INPUT OUT-FILE.
008050     IF WS-OUT-STATUS NOT = '00'
008060         ADD 1 TO WS-GENS-UNREAD
008070         DISPLAY "FBEXCAUD: GENERATION " WS-GC-NUMBER(GC-IDX)
008080             " ON " WS-OUT-FILE-NAME " COULD NOT BE OPENED, "
008090             "STATUS=" WS-OUT-STATUS
008100     ELSE
008110         ADD 1 TO WS-GENS-READ
008120         MOVE 'N' TO WS-GRP-OPEN
008130         PERFORM UNTIL WS-OUT-STATUS NOT = '00'
008140             READ OUT-FILE
008150                 AT END
008160                     MOVE '10' TO WS-OUT-STATUS
008170                 NOT AT END
008180                     PERFORM SCAN-ONE-ROW
008190             END-READ
008200         END-PERFORM
008210         CLOSE OUT-FILE
008220         PERFORM VARYING WS-EF-SUB FROM 1 BY 1
008230                 UNTIL WS-EF-SUB > WS-EF-COUNT
008240             IF WS-EF-HIT-NOW(WS-EF-SUB) = 'Y'
008250                 ADD 1 TO WS-EF-HIT-GENS(WS-EF-SUB)
008260                 MOVE WS-GC-NUMBER(GC-IDX) TO
008270                     WS-EF-LAST-GEN(WS-EF-SUB)
008280                 MOVE 'N' TO WS-EF-HIT-NOW(WS-EF-SUB)
008290             END-IF
008300         END-PERFORM
008310     END-IF.
008320
008330 SCAN-ONE-ROW.
008340     EVALUATE TRUE
008350     WHEN OUT-TRAILER-ID = 'TRAILER'
008360         PERFORM CLOSE-REQUEST-GROUP
008370     WHEN OUT-TRAILER-ID = 'GRANDTOT'
008380         MOVE 'N' TO WS-GRP-OPEN
008390     WHEN OUT-INDICE-X IS NUMERIC
008400         PERFORM SCAN-ONE-DETAIL-ROW
008410     WHEN OTHER
008420         CONTINUE
008430     END-EVALUATE.
008440
008450 SCAN-ONE-DETAIL-ROW.
008460*    A GAP SINCE THE PREVIOUS ROW OF THE SAME REQUEST IS WALKED
008470*    FOR EXCLUSIONS; THE ROW ITSELF IS EVIDENCE FOR A FORCE ONLY
008480*    IF IT CARRIES THAT FORCE'S LABEL - A ROW WRITTEN BEFORE THE
008490*    ENTRY EXISTED PROVES NOTHING ABOUT IT.
008500     ADD 1 TO WS-ROWS-READ.
008510     IF WS-GRP-OPEN = 'N'
008520         MOVE 'Y' TO WS-GRP-OPEN
008530         MOVE OUT-INDICE TO WS-GRP-LOW
008540         MOVE 0 TO WS-GRP-EXCL-FOUND
008550     ELSE
008560         IF OUT-INDICE > WS-GRP-PREV + 1
008570             COMPUTE WS-PT = WS-GRP-PREV + 1
008580             COMPUTE WS-SEG-HI = OUT-INDICE - 1
008590             PERFORM CREDIT-EXCLUDED-STRETCH
008600         END-IF
008610     END-IF.
008620     MOVE OUT-INDICE TO WS-GRP-PREV.
008630     MOVE OUT-INDICE TO WS-PT.
008640     MOVE OUT-INDICE TO WS-SEG-HI.
008650     PERFORM FIND-RUN-AT-PT.
008660     IF WS-RUN-MATCH > 0
008670         IF WS-EXC-ACTION(WS-RUN-MATCH) = 'F'
008680                 AND OUT-CLASSIFICATION =
008690                     WS-EXC-LABEL(WS-RUN-MATCH)
008700                 AND OUT-FIZZ-FLAG = 'N'
008710                 AND OUT-BUZZ-FLAG = 'N'
008720             MOVE 1 TO WS-CREDIT-COUNT
008730             PERFORM CREDIT-ENTRY
008740         END-IF
008750     END-IF.
008760
008770 CREDIT-EXCLUDED-STRETCH.
008780*    EVERY RUN OF THE STRETCH WS-PT THROUGH WS-SEG-HI THAT AN
008790*    EXCLUDE ENTRY WINS IS CREDITED TO THAT ENTRY.
008800     PERFORM UNTIL WS-PT > WS-SEG-HI
008810         PERFORM FIND-RUN-AT-PT
008820         IF WS-RUN-MATCH > 0
008830             IF WS-EXC-ACTION(WS-RUN-MATCH) = 'X'
008840                 COMPUTE WS-CREDIT-COUNT = WS-RUN-END - WS-PT + 1
008850                 ADD WS-CREDIT-COUNT TO WS-GRP-EXCL-FOUND
008860                 PERFORM CREDIT-ENTRY
008870             END-IF
008880         END-IF
008890         COMPUTE WS-PT = WS-RUN-END + 1
008900     END-PERFORM.
008910
008920 CLOSE-REQUEST-GROUP.
008930*    EXCLUSIONS THE TRAILER COUNTS BUT NO GAP ACCOUNTED FOR SAT
008940*    AT THE EDGES OF THE REQUEST'S RANGE. THE STRETCH JUST PAST
008950*    THE LAST ROW IS TRIED FIRST, THEN THE ONE JUST BEFORE THE
008960*    FIRST ROW; WHATEVER STILL CANNOT BE PLACED (A REQUEST WITH
008970*    NO ROWS AT ALL, FOR ONE) IS ONLY COUNTED.
008980     IF OUT-EXCLUDE-COUNT IS NUMERIC
008990         MOVE OUT-EXCLUDE-COUNT TO WS-TRL-EXCLUDE
009000     ELSE
009010         MOVE 0 TO WS-TRL-EXCLUDE
009020     END-IF.
009030     IF WS-GRP-OPEN = 'N'
009040         ADD WS-TRL-EXCLUDE TO WS-UNPLACED-EXCL
009050     ELSE
009060         IF WS-TRL-EXCLUDE > WS-GRP-EXCL-FOUND
009070             COMPUTE WS-EDGE-SHORT =
009080                 WS-TRL-EXCLUDE - WS-GRP-EXCL-FOUND
009090             PERFORM CREDIT-TRAILING-EDGE
009100             IF WS-EDGE-SHORT > 0
009110                 PERFORM CREDIT-LEADING-EDGE
009120             END-IF
009130             ADD WS-EDGE-SHORT TO WS-UNPLACED-EXCL
009140         END-IF
009150     END-IF.
009160     MOVE 'N' TO WS-GRP-OPEN.
009170
009180 CREDIT-TRAILING-EDGE.
009190     COMPUTE WS-PT = WS-GRP-PREV + 1.
009200     COMPUTE WS-SEG-HI = WS-GRP-PREV + WS-EDGE-SHORT.
009210     IF WS-SEG-HI > WS-LAST-INDICE
009220         MOVE WS-LAST-INDICE TO WS-SEG-HI
009230     END-IF.
009240     PERFORM UNTIL WS-PT > WS-SEG-HI OR WS-EDGE-SHORT = 0
009250         PERFORM FIND-RUN-AT-PT
009260         IF WS-RUN-MATCH = 0
009270             MOVE WS-SEG-HI TO WS-RUN-END
009280         ELSE
009290             IF WS-EXC-ACTION(WS-RUN-MATCH) = 'X'
009300                 COMPUTE WS-CREDIT-COUNT = WS-RUN-END - WS-PT + 1
009310                 SUBTRACT WS-CREDIT-COUNT FROM WS-EDGE-SHORT
009320                 PERFORM CREDIT-ENTRY
009330             ELSE
009340                 MOVE WS-SEG-HI TO WS-RUN-END
009350             END-IF
009360         END-IF
009370         COMPUTE WS-PT = WS-RUN-END + 1
009380     END-PERFORM.
009390
009400 CREDIT-LEADING-EDGE.
009410*    ONLY THE ENTRY THAT WINS THE INDICE JUST BEFORE THE FIRST
009420*    ROW IS CREDITED, FOR AS MUCH OF THE SHORTFALL AS IT COULD
009430*    HAVE COVERED - THE RANGE'S TRUE START IS NOT ON THE FILE.
009440     IF WS-GRP-LOW > 0
009450         COMPUTE WS-PT = WS-GRP-LOW - 1
009460         MOVE WS-PT TO WS-SEG-HI
009470         PERFORM FIND-RUN-AT-PT
009480         IF WS-RUN-MATCH > 0
009490             IF WS-EXC-ACTION(WS-RUN-MATCH) = 'X'
009500                 COMPUTE WS-RUN-SIZE =
009510                     WS-PT - WS-EXC-FROM(WS-RUN-MATCH) + 1
009520                 IF WS-RUN-SIZE > WS-EDGE-SHORT
009530                     MOVE WS-EDGE-SHORT TO WS-RUN-SIZE
009540                 END-IF
009550                 MOVE WS-RUN-SIZE TO WS-CREDIT-COUNT
009560                 SUBTRACT WS-CREDIT-COUNT FROM WS-EDGE-SHORT
009570                 PERFORM CREDIT-ENTRY
009580             END-IF
009590         END-IF
009600     END-IF.
009610
009620 CREDIT-ENTRY.
009630     MOVE WS-EXC-EF(WS-RUN-MATCH) TO WS-EF-SUB.
009640     ADD WS-CREDIT-COUNT TO WS-EF-HIT-COUNT(WS-EF-SUB).
009650     MOVE 'Y' TO WS-EF-HIT-NOW(WS-EF-SUB).
009660
009670 FIND-RUN-AT-PT.
009680*    WS-RUN-MATCH IS THE IN-FORCE ENTRY THAT WINS WS-PT (ZERO FOR
009690*    NONE) AND WS-RUN-END THE LAST INDICE, NO FURTHER THAN
009700*    WS-SEG-HI, IT GOES ON WINNING. AN EARLIER ENTRY STARTING
009710*    INSIDE THE RUN TAKES OVER WHERE IT STARTS, SO THE RUN STOPS
009720*    SHORT OF IT; WITH NO WINNER, THE RUN ENDS WHERE THE NEXT
009730*    ENTRY OF ANY KIND STARTS.
009740     MOVE WS-PT TO WS-CHK-INDICE.
009750     MOVE 0 TO WS-RUN-MATCH.
009760     PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
009770             UNTIL WS-FIND-SUB > WS-EXC-COUNT
009780                 OR WS-RUN-MATCH > 0
009790         IF WS-CHK-INDICE >= WS-EXC-FROM(WS-FIND-SUB)
009800                 AND WS-CHK-INDICE <= WS-EXC-TO(WS-FIND-SUB)
009810             MOVE WS-FIND-SUB TO WS-RUN-MATCH
009820         END-IF
009830     END-PERFORM.
009840     MOVE WS-SEG-HI TO WS-RUN-END.
009850     IF WS-RUN-MATCH > 0
009860         IF WS-EXC-TO(WS-RUN-MATCH) < WS-RUN-END
009870             MOVE WS-EXC-TO(WS-RUN-MATCH) TO WS-RUN-END
009880         END-IF
009890         MOVE WS-RUN-MATCH TO WS-FIND-LIMIT
009900     ELSE
009910         COMPUTE WS-FIND-LIMIT = WS-EXC-COUNT + 1
009920     END-IF.
009930     PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
009940             UNTIL WS-FIND-SUB >= WS-FIND-LIMIT
009950         IF WS-EXC-FROM(WS-FIND-SUB) > WS-PT
009960                 AND WS-EXC-FROM(WS-FIND-SUB) <= WS-RUN-END
009970             COMPUTE WS-RUN-END = WS-EXC-FROM(WS-FIND-SUB) - 1
009980         END-IF
009990     END-PERFORM.
010000
010010 JUDGE-SHADOWED-ENTRIES.
010020*    AN ENTRY IS SHADOWED WHEN IT WINS NO RUN OF ITS OWN RANGE.
010030*    THE SINGLE EARLIER ENTRY COVERING IT WHOLE IS NAMED WHERE
010040*    THERE IS ONE; OTHERWISE SEVERAL EARLIER ENTRIES COVER IT
010050*    BETWEEN THEM. CONFLICTS ARE COUNTED IN THE SAME PASS - ANY
010060*    OVERLAP WITH A LATER ENTRY ALSO MEANS DELETING THIS ONE
010070*    WOULD HAND ITS INDICES TO THAT LATER ENTRY.
010080     PERFORM VARYING EXC-IDX FROM 1 BY 1
010090             UNTIL EXC-IDX > WS-EXC-COUNT
010100         SET WS-EXC-SUB TO EXC-IDX
010110         MOVE WS-EXC-EF(EXC-IDX) TO WS-EF-SUB
010120         MOVE WS-EXC-FROM(EXC-IDX) TO WS-PT
010130         MOVE WS-EXC-TO(EXC-IDX) TO WS-SEG-HI
010140         MOVE 'N' TO WS-ENTRY-WON
010150         PERFORM UNTIL WS-PT > WS-SEG-HI OR WS-ENTRY-WON = 'Y'
010160             PERFORM FIND-RUN-AT-PT
010170             IF WS-RUN-MATCH = WS-EXC-SUB
010180                 MOVE 'Y' TO WS-ENTRY-WON
010190             END-IF
010200             COMPUTE WS-PT = WS-RUN-END + 1
010210         END-PERFORM
010220         IF WS-ENTRY-WON = 'N'
010230             MOVE 'Y' TO WS-EF-SHADOWED(WS-EF-SUB)
010240             ADD 1 TO WS-SHADOW-COUNT
010250             PERFORM NAME-SHADOWING-ENTRY
010260         END-IF
010270         PERFORM COUNT-LATER-OVERLAPS
010280     END-PERFORM.
010290     PERFORM VARYING WS-EF-SUB FROM 1 BY 1
010300             UNTIL WS-EF-SUB > WS-EF-COUNT
010310         IF WS-EF-CONFLICTS(WS-EF-SUB) > 0
010320             ADD 1 TO WS-CONFLICT-ENTRIES
010330         END-IF
010340     END-PERFORM.
010350
010360 NAME-SHADOWING-ENTRY.
010370     PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
010380             UNTIL WS-OTHER-SUB >= WS-EXC-SUB
010390                 OR WS-EF-SHADOW-BY(WS-EF-SUB) > 0
010400         IF WS-EXC-FROM(WS-OTHER-SUB) <= WS-EXC-FROM(EXC-IDX)
010410                 AND WS-EXC-TO(WS-OTHER-SUB) >= WS-EXC-TO(EXC-IDX)
010420             MOVE WS-EXC-EF(WS-OTHER-SUB) TO
010430                 WS-EF-SHADOW-BY(WS-EF-SUB)
010440         END-IF
010450     END-PERFORM.
010460
010470 COUNT-LATER-OVERLAPS.
010480     COMPUTE WS-OTHER-SUB = WS-EXC-SUB + 1.
010490     PERFORM UNTIL WS-OTHER-SUB > WS-EXC-COUNT
010500         IF WS-EXC-FROM(WS-OTHER-SUB) <= WS-EXC-TO(EXC-IDX)
010510                 AND WS-EXC-TO(WS-OTHER-SUB) >=
010520                     WS-EXC-FROM(EXC-IDX)
010530             MOVE 'Y' TO WS-EF-LATER-OVER(WS-EF-SUB)
010540             IF WS-EXC-ACTION(WS-OTHER-SUB) NOT =
010550                     WS-EXC-ACTION(EXC-IDX)
010560                 OR WS-EXC-LABEL(WS-OTHER-SUB) NOT =
010570                     WS-EXC-LABEL(EXC-IDX)
010580                 ADD 1 TO WS-CONFLICT-PAIRS
010590                 ADD 1 TO WS-EF-CONFLICTS(WS-EF-SUB)
010600                 ADD 1 TO
010610                     WS-EF-CONFLICTS(WS-EXC-EF(WS-OTHER-SUB))
010620             END-IF
010630         END-IF
010640         ADD 1 TO WS-OTHER-SUB
010650     END-PERFORM.
010660
010670 JUDGE-REDUNDANT-FORCES.
010680*    A FORCE IS REDUNDANT WHEN TODAY'S RULES GIVE EVERY INDICE
010690*    IT WINS THE VERY LABEL IT FORCES. FLAGS ARE NOTED APART: A
010700*    FORCE ALWAYS LEAVES BOTH FLAGS 'N', SO DROPPING ONE WHOSE
010710*    INDICES THE FIZZ OR BUZZ RULE MATCHES WOULD TURN A FLAG ON.
010720*    RESULT 'Y' REDUNDANT, 'F' REDUNDANT BUT THE FLAGS WOULD
010730*    CHANGE, 'W' TOO WIDE TO PROVE, 'N' NOT REDUNDANT.
010740     IF WS-RULES-TESTABLE = 'Y'
010750         PERFORM VARYING EXC-IDX FROM 1 BY 1
010760                 UNTIL EXC-IDX > WS-EXC-COUNT
010770             MOVE WS-EXC-EF(EXC-IDX) TO WS-EF-SUB
010780             IF WS-EXC-ACTION(EXC-IDX) = 'F'
010790                     AND WS-EF-SHADOWED(WS-EF-SUB) = 'N'
010800                 PERFORM JUDGE-ONE-FORCE
010810             END-IF
010820         END-PERFORM
010830     END-IF.
010840
010850 JUDGE-ONE-FORCE.
010860     SET WS-EXC-SUB TO EXC-IDX.
010870     MOVE 0 TO WS-WIN-INDICES.
010880     MOVE WS-EXC-FROM(EXC-IDX) TO WS-PT.
010890     MOVE WS-EXC-TO(EXC-IDX) TO WS-SEG-HI.
010900     PERFORM UNTIL WS-PT > WS-SEG-HI
010910         PERFORM FIND-RUN-AT-PT
010920         IF WS-RUN-MATCH = WS-EXC-SUB
010930             COMPUTE WS-WIN-INDICES =
010940                 WS-WIN-INDICES + WS-RUN-END - WS-PT + 1
010950         END-IF
010960         COMPUTE WS-PT = WS-RUN-END + 1
010970     END-PERFORM.
010980     IF WS-WIN-INDICES > WS-REDUNDANT-MAX
010990         MOVE 'W' TO WS-EF-REDUNDANT(WS-EF-SUB)
011000         ADD 1 TO WS-UNJUDGED-COUNT
011010     ELSE
011020         MOVE 'Y' TO WS-RED-RESULT
011030         MOVE WS-EXC-FROM(EXC-IDX) TO WS-PT
011040         MOVE WS-EXC-TO(EXC-IDX) TO WS-SEG-HI
011050         PERFORM UNTIL WS-PT > WS-SEG-HI OR WS-RED-RESULT = 'N'
011060             PERFORM FIND-RUN-AT-PT
011070             IF WS-RUN-MATCH = WS-EXC-SUB
011080                 PERFORM CHECK-RUN-AGAINST-RULES
011090             END-IF
011100             COMPUTE WS-PT = WS-RUN-END + 1
011110         END-PERFORM
011120         MOVE WS-RED-RESULT TO WS-EF-REDUNDANT(WS-EF-SUB)
011130         IF WS-RED-RESULT NOT = 'N'
011140             ADD 1 TO WS-REDUNDANT-COUNT
011150         END-IF
011160     END-IF.
011170
011180 CHECK-RUN-AGAINST-RULES.
011190     MOVE WS-PT TO WS-RED-INDICE.
011200     PERFORM UNTIL WS-RED-INDICE > WS-RUN-END
011210             OR WS-RED-RESULT = 'N'
011220         MOVE WS-RED-INDICE TO WS-CHK-INDICE
011230         PERFORM CLASSIFY-CHK-INDICE
011240         IF WS-DER-CLASS NOT = WS-EXC-LABEL(EXC-IDX)
011250             MOVE 'N' TO WS-RED-RESULT
011260         ELSE
011270             IF WS-DER-FIZZ = 'Y' OR WS-DER-BUZZ = 'Y'
011280                 MOVE 'F' TO WS-RED-RESULT
011290             END-IF
011300         END-IF
011310         ADD 1 TO WS-RED-INDICE
011320     END-PERFORM.
011330
011340 CLASSIFY-CHK-INDICE.
011350*    SAME WALK, SAME VERBS, AS CLASSIFY-INDICE IN FIZZBUZZ -
011360*    PRECEDENCE ORDER, AN EXCLUSIVE MATCH ENDING THE WALK.
011370     MOVE SPACES TO WS-DER-CLASS.
011380     MOVE 'N' TO WS-DER-ANY-MATCHED.
011390     MOVE 'N' TO WS-DER-FIZZ.
011400     MOVE 'N' TO WS-DER-BUZZ.
011410     MOVE 'N' TO WS-DIGITS-READY.
011420     MOVE 'N' TO WS-WALK-STOPPED.
011430     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
011440             UNTIL WS-WALK-SUB > WS-WALK-COUNT
011450                 OR WS-WALK-STOPPED = 'Y'
011460         SET RULE-IDX TO WS-WALK-SLOT(WS-WALK-SUB)
011470         PERFORM TEST-ONE-CHK-RULE
011480         IF WS-RULE-HIT = 'Y'
011490             STRING FUNCTION TRIM(WS-DER-CLASS)
011500                    DELIMITED BY SIZE
011510                    FUNCTION TRIM(WS-RULE-LABEL(RULE-IDX))
011520                    DELIMITED BY SIZE
011530                    INTO WS-DER-CLASS
011540             END-STRING
011550             MOVE 'Y' TO WS-DER-ANY-MATCHED
011560             IF RULE-IDX = 1
011570                 MOVE 'Y' TO WS-DER-FIZZ
011580             END-IF
011590             IF RULE-IDX = 2
011600                 MOVE 'Y' TO WS-DER-BUZZ
011610             END-IF
011620             IF WS-RULE-EXCL(RULE-IDX) = 'Y'
011630                 MOVE 'Y' TO WS-WALK-STOPPED
011640             END-IF
011650         END-IF
011660     END-PERFORM.
011670     IF WS-DER-ANY-MATCHED = 'N'
011680         MOVE WS-CHK-INDICE TO WS-DER-CLASS
011690     END-IF.
011700
011710 TEST-ONE-CHK-RULE.
011720*    THE PER-KIND TESTS OF TEST-ONE-RULE IN MAIN.COB.
011730     MOVE 'N' TO WS-RULE-HIT.
011740     EVALUATE WS-RULE-KIND(RULE-IDX)
011750     WHEN 'C'
011760         PERFORM SPLIT-CHK-DIGITS
011770         MOVE WS-RULE-DIVISOR(RULE-IDX) TO WS-DIGIT-WANTED
011780         MOVE 0 TO WS-DIGIT-TALLY
011790         INSPECT WS-DIGIT-TEXT(WS-DIGIT-START:)
011800             TALLYING WS-DIGIT-TALLY FOR ALL WS-DIGIT-WANTED-X
011810         IF WS-DIGIT-TALLY > 0
011820             MOVE 'Y' TO WS-RULE-HIT
011830         END-IF
011840     WHEN 'S'
011850         PERFORM SPLIT-CHK-DIGITS
011860         IF WS-RULE-DIVISOR(RULE-IDX) > 0 AND
011870            FUNCTION MOD(WS-DIGIT-SUM WS-RULE-DIVISOR(RULE-IDX))
011880                = 0
011890             MOVE 'Y' TO WS-RULE-HIT
011900         END-IF
011910     WHEN 'B'
011920         IF WS-CHK-INDICE >= WS-RULE-BAND-FROM(RULE-IDX)
011930                 AND WS-CHK-INDICE <= WS-RULE-BAND-TO(RULE-IDX)
011940             MOVE 'Y' TO WS-RULE-HIT
011950         END-IF
011960     WHEN OTHER
011970         IF WS-RULE-DIVISOR(RULE-IDX) > 0 AND
011980            FUNCTION MOD(WS-CHK-INDICE
011990                WS-RULE-DIVISOR(RULE-IDX)) = 0
012000             MOVE 'Y' TO WS-RULE-HIT
012010         END-IF
012020     END-EVALUATE.
012030
012040 SPLIT-CHK-DIGITS.
012050*    AS SPLIT-INDICE-DIGITS IN MAIN.COB.
012060     IF WS-DIGITS-READY = 'N'
012070         MOVE 'Y' TO WS-DIGITS-READY
012080         MOVE WS-CHK-INDICE TO WS-DIGIT-WORK
012090         MOVE 0 TO WS-DIGIT-SUM
012100         MOVE 0 TO WS-DIGIT-START
012110         PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
012120                 UNTIL WS-DIGIT-SUB > 9
012130             ADD WS-DIGIT-N(WS-DIGIT-SUB) TO WS-DIGIT-SUM
012140             IF WS-DIGIT-START = 0
012150                     AND WS-DIGIT-N(WS-DIGIT-SUB) NOT = 0
012160                 MOVE WS-DIGIT-SUB TO WS-DIGIT-START
012170             END-IF
012180         END-PERFORM
012190         IF WS-DIGIT-START = 0
012200             MOVE 9 TO WS-DIGIT-START
012210         END-IF
012220     END-IF.
012230
012240 JUDGE-DEAD-ENTRIES.
012250*    WITH NO GENERATION READ THERE IS NO EVIDENCE EITHER WAY,
012260*    SO NOTHING IS CALLED DEAD. A SHADOWED ENTRY CAN NEVER BE
012270*    HIT AND IS REPORTED AS SHADOWED, NOT ALSO AS DEAD.
012280     IF WS-GENS-READ > 0
012290         PERFORM VARYING WS-EF-SUB FROM 1 BY 1
012300                 UNTIL WS-EF-SUB > WS-EF-COUNT
012310             IF WS-EF-IN-FORCE(WS-EF-SUB) = 'Y'
012320                     AND WS-EF-SHADOWED(WS-EF-SUB) = 'N'
012330                     AND WS-EF-HIT-COUNT(WS-EF-SUB) = 0
012340                 ADD 1 TO WS-DEAD-COUNT
012350             END-IF
012360         END-PERFORM
012370     END-IF.
012380
012390 MARK-CLEANUP-CANDIDATES.
012400*    EXCPMAINT DELETES THE FIRST ENTRY THAT OPENS ON THE FROM
012410*    INDICE, SO AN ENTRY SHARING ITS FROM INDICE WITH AN EARLIER
012420*    ONE CANNOT BE DELETED BY TRANSACTION WITHOUT TAKING THE
012430*    WRONG ENTRY - IT IS LEFT FOR HAND CORRECTION.
012440     PERFORM VARYING EXC-IDX FROM 1 BY 1
012450             UNTIL EXC-IDX > WS-EXC-COUNT
012460         MOVE WS-EXC-EF(EXC-IDX) TO WS-EF-SUB
012470         IF WS-EF-SHADOWED(WS-EF-SUB) = 'Y'
012480                 OR (WS-EF-REDUNDANT(WS-EF-SUB) = 'Y'
012490                     AND WS-EF-LATER-OVER(WS-EF-SUB) = 'N')
012500             MOVE 'Y' TO WS-EF-CLEANUP(WS-EF-SUB)
012510             PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
012520                     UNTIL WS-OTHER-SUB >= WS-EF-SUB
012530                 IF WS-EF-FROM(WS-OTHER-SUB) =
012540                         WS-EF-FROM(WS-EF-SUB)
012550                         AND WS-EF-IN-FORCE(WS-OTHER-SUB) = 'Y'
012560                     MOVE 'H' TO WS-EF-CLEANUP(WS-EF-SUB)
012570                 END-IF
012580             END-PERFORM
012590             IF WS-EF-CLEANUP(WS-EF-SUB) = 'Y'
012600                 ADD 1 TO WS-CLEANUP-COUNT
012610                 ADD WS-EF-FROM(WS-EF-SUB) TO WS-CLEANUP-HASH
012620             END-IF
012630         END-IF
012640     END-PERFORM.
012650
012660 REPORT-ENTRY-REGISTER.
012670     MOVE 'EVERY ENTRY ON EXCPFILE, IN FILE ORDER' TO WS-RPT-WORK.
012680     PERFORM WRITE-REPORT-LINE.
012690     IF WS-EF-COUNT = 0
012700         MOVE 'NONE - EXCPFILE IS ABSENT OR EMPTY' TO WS-RPT-WORK
012710         PERFORM WRITE-REPORT-LINE
012720     END-IF.
012730     IF WS-JRN-SEEN = 'N'
012740         MOVE 'EXCPJRNL IS ABSENT - NO ENTRY CAN BE TRACED'
012750             TO WS-RPT-WORK
012760         MOVE 'TO WHO ADDED IT' TO WS-RPT-WORK(45:15)
012770         PERFORM WRITE-REPORT-LINE
012780     END-IF.
012790     PERFORM VARYING WS-EF-SUB FROM 1 BY 1
012800             UNTIL WS-EF-SUB > WS-EF-COUNT
012810         MOVE SPACES TO RPT-ENT-NOTE
012820         IF WS-EF-IN-FORCE(WS-EF-SUB) = 'Y'
012830             MOVE WS-EF-HIT-COUNT(WS-EF-SUB) TO RPT-HIT-COUNT
012840             MOVE WS-EF-HIT-GENS(WS-EF-SUB) TO RPT-HIT-GENS
012850             MOVE WS-EF-LAST-GEN(WS-EF-SUB) TO RPT-HIT-LAST
012860             MOVE RPT-HIT-NOTE TO RPT-ENT-NOTE
012870         ELSE
012880             STRING 'NOT LOADED - ' DELIMITED BY SIZE
012890                 WS-EF-WHY(WS-EF-SUB) DELIMITED BY SIZE
012900                 INTO RPT-ENT-NOTE
012910             END-STRING
012920         END-IF
012930         PERFORM WRITE-ENTRY-LINE
012940         IF WS-EF-CHG-USER(WS-EF-SUB) NOT = SPACES
012950             MOVE SPACES TO WS-RPT-WORK
012960             STRING 'LAST CHANGED BY ' DELIMITED BY SIZE
012970                 WS-EF-CHG-USER(WS-EF-SUB) DELIMITED BY SIZE
012980                 ' ON ' DELIMITED BY SIZE
012990                 WS-EF-CHG-DATE(WS-EF-SUB) DELIMITED BY SIZE
013000                 INTO WS-RPT-WORK(88:45)
013010             END-STRING
013020             PERFORM WRITE-REPORT-LINE
013030         END-IF
013040     END-PERFORM.
013050
013060 REPORT-DEAD-ENTRIES.
013070     PERFORM START-SECTION.
013080     MOVE 'DEAD ENTRIES - NOT AT WORK IN ANY RETAINED GENERATION'
013090         TO WS-RPT-WORK.
013100     PERFORM WRITE-REPORT-LINE.
013110     IF WS-GENS-READ = 0
013120         MOVE 'NOT JUDGED - NO GENERATION ON GENCAT COULD BE READ'
013130             TO WS-RPT-WORK
013140         PERFORM WRITE-REPORT-LINE
013150     ELSE
013160         PERFORM VARYING WS-EF-SUB FROM 1 BY 1
013170                 UNTIL WS-EF-SUB > WS-EF-COUNT
013180             IF WS-EF-IN-FORCE(WS-EF-SUB) = 'Y'
013190                     AND WS-EF-SHADOWED(WS-EF-SUB) = 'N'
013200                     AND WS-EF-HIT-COUNT(WS-EF-SUB) = 0
013210                 MOVE 'NO FORCED ROW OR EXCLUDED INDICE ON FILE'
013220                     TO RPT-ENT-NOTE
013230                 PERFORM WRITE-ENTRY-LINE
013240             END-IF
013250         END-PERFORM
013260         IF WS-GENS-UNREAD > 0 OR WS-GC-OVERFLOW = 'Y'
013270             MOVE 'SOME GENERATIONS COULD NOT BE READ - AN ENTRY '
013280                 TO WS-RPT-WORK
013290             MOVE 'ABOVE MAY BE AT WORK IN ONE OF THEM'
013300                 TO WS-RPT-WORK(47:35)
013310             PERFORM WRITE-REPORT-LINE
013320         END-IF
013330     END-IF.
013340     PERFORM END-SECTION.
013350
013360 REPORT-SHADOWED-ENTRIES.
013370     PERFORM START-SECTION.
013380     MOVE 'SHADOWED ENTRIES - EARLIER ENTRIES WIN THEIR WHOLE'
013390         TO WS-RPT-WORK.
013400     MOVE 'RANGE' TO WS-RPT-WORK(52:5).
013410     PERFORM WRITE-REPORT-LINE.
013420     PERFORM VARYING WS-EF-SUB FROM 1 BY 1
013430             UNTIL WS-EF-SUB > WS-EF-COUNT
013440         IF WS-EF-SHADOWED(WS-EF-SUB) = 'Y'
013450             MOVE SPACES TO RPT-ENT-NOTE
013460             IF WS-EF-SHADOW-BY(WS-EF-SUB) > 0
013470                 MOVE WS-EF-SHADOW-BY(WS-EF-SUB) TO WS-SEQ-TEXT
013480                 STRING 'COVERED BY ENTRY' DELIMITED BY SIZE
013490                     WS-SEQ-TEXT DELIMITED BY SIZE
013500                     INTO RPT-ENT-NOTE
013510                 END-STRING
013520             ELSE
013530                 MOVE 'COVERED BY SEVERAL EARLIER ENTRIES'
013540                     TO RPT-ENT-NOTE
013550             END-IF
013560             PERFORM WRITE-ENTRY-LINE
013570         END-IF
013580     END-PERFORM.
013590     PERFORM END-SECTION.
013600
013610 REPORT-CONFLICTING-ENTRIES.
013620*    ONE LINE PER OVERLAPPING PAIR THAT DISAGREES, WITH THE
013630*    SHARED STRETCH AND THE ENTRY THAT WINS IT (THE EARLIER ONE).
013640     PERFORM START-SECTION.
013650     MOVE 'CONFLICTING ENTRIES - OVERLAPPING RANGES THAT DISAGREE'
013660         TO WS-RPT-WORK.
013670     PERFORM WRITE-REPORT-LINE.
013680     PERFORM VARYING EXC-IDX FROM 1 BY 1
013690             UNTIL EXC-IDX > WS-EXC-COUNT
013700         SET WS-EXC-SUB TO EXC-IDX
013710         COMPUTE WS-OTHER-SUB = WS-EXC-SUB + 1
013720         PERFORM UNTIL WS-OTHER-SUB > WS-EXC-COUNT
013730             IF WS-EXC-FROM(WS-OTHER-SUB) <= WS-EXC-TO(EXC-IDX)
013740                     AND WS-EXC-TO(WS-OTHER-SUB) >=
013750                         WS-EXC-FROM(EXC-IDX)
013760                     AND (WS-EXC-ACTION(WS-OTHER-SUB) NOT =
013770                         WS-EXC-ACTION(EXC-IDX)
013780                     OR WS-EXC-LABEL(WS-OTHER-SUB) NOT =
013790                         WS-EXC-LABEL(EXC-IDX))
013800                 PERFORM WRITE-CONFLICT-LINE
013810             END-IF
013820             ADD 1 TO WS-OTHER-SUB
013830         END-PERFORM
013840     END-PERFORM.
013850     PERFORM END-SECTION.
013860
013870 WRITE-CONFLICT-LINE.
013880     MOVE WS-EXC-EF(EXC-IDX) TO RPT-PAIR-A.
013890     MOVE WS-EXC-ACTION(EXC-IDX) TO RPT-PAIR-A-ACT.
013900     MOVE WS-EXC-LABEL(EXC-IDX) TO RPT-PAIR-A-LABEL.
013910     MOVE WS-EXC-EF(WS-OTHER-SUB) TO RPT-PAIR-B.
013920     MOVE WS-EXC-ACTION(WS-OTHER-SUB) TO RPT-PAIR-B-ACT.
013930     MOVE WS-EXC-LABEL(WS-OTHER-SUB) TO RPT-PAIR-B-LABEL.
013940     IF WS-EXC-FROM(EXC-IDX) > WS-EXC-FROM(WS-OTHER-SUB)
013950         MOVE WS-EXC-FROM(EXC-IDX) TO RPT-PAIR-FROM
013960     ELSE
013970         MOVE WS-EXC-FROM(WS-OTHER-SUB) TO RPT-PAIR-FROM
013980     END-IF.
013990     IF WS-EXC-TO(EXC-IDX) < WS-EXC-TO(WS-OTHER-SUB)
014000         MOVE WS-EXC-TO(EXC-IDX) TO RPT-PAIR-TO
014010     ELSE
014020         MOVE WS-EXC-TO(WS-OTHER-SUB) TO RPT-PAIR-TO
014030     END-IF.
014040     MOVE WS-EXC-EF(EXC-IDX) TO RPT-PAIR-WINNER.
014050     MOVE RPT-PAIR-LINE TO WS-RPT-WORK.
014060     PERFORM WRITE-REPORT-LINE.
014070     ADD 1 TO WS-SECTION-LINES.
014080
014090 REPORT-REDUNDANT-FORCES.
014100     PERFORM START-SECTION.
014110     MOVE 'REDUNDANT FORCES - TODAY''S RULES GIVE THE SAME LABEL'
014120         TO WS-RPT-WORK.
014130     PERFORM WRITE-REPORT-LINE.
014140     IF WS-RULES-TESTABLE = 'N'
014150         MOVE 'NOT JUDGED - AN ACTIVE RULE IN FORCE TODAY CANNOT '
014160             TO WS-RPT-WORK
014170         MOVE 'BE TESTED' TO WS-RPT-WORK(51:9)
014180         PERFORM WRITE-REPORT-LINE
014190     END-IF.
014200     PERFORM VARYING WS-EF-SUB FROM 1 BY 1
014210             UNTIL WS-EF-SUB > WS-EF-COUNT
014220         EVALUATE WS-EF-REDUNDANT(WS-EF-SUB)
014230         WHEN 'Y'
014240             IF WS-EF-LATER-OVER(WS-EF-SUB) = 'Y'
014250                 MOVE 'SAME LABEL - A LATER ENTRY WOULD TAKE OVER'
014260                     TO RPT-ENT-NOTE
014270             ELSE
014280                 MOVE 'SAME LABEL AND FLAGS - SAFE TO DELETE'
014290                     TO RPT-ENT-NOTE
014300             END-IF
014310             PERFORM WRITE-ENTRY-LINE
014320         WHEN 'F'
014330             MOVE 'SAME LABEL - DELETING IT SETS FIZZ/BUZZ FLAGS'
014340                 TO RPT-ENT-NOTE
014350             PERFORM WRITE-ENTRY-LINE
014360         WHEN 'W'
014370             MOVE 'NOT JUDGED - DECIDES MORE THAN 10000 INDICES'
014380                 TO RPT-ENT-NOTE
014390             PERFORM WRITE-ENTRY-LINE
014400         WHEN OTHER
014410             CONTINUE
014420         END-EVALUATE
014430     END-PERFORM.
014440     PERFORM END-SECTION.
014450
014460 REPORT-IGNORED-ENTRIES.
014470     PERFORM START-SECTION.
014480     MOVE 'ENTRIES FIZZBUZZ DOES NOT LOAD - EXCPMAINT DROPS'
014490         TO WS-RPT-WORK.
014500     MOVE 'THEM ON ITS NEXT SAVE' TO WS-RPT-WORK(50:21).
014510     PERFORM WRITE-REPORT-LINE.
014520     PERFORM VARYING WS-EF-SUB FROM 1 BY 1
014530             UNTIL WS-EF-SUB > WS-EF-COUNT
014540         IF WS-EF-IN-FORCE(WS-EF-SUB) = 'N'
014550             MOVE WS-EF-WHY(WS-EF-SUB) TO RPT-ENT-NOTE
014560             PERFORM WRITE-ENTRY-LINE
014570         END-IF
014580     END-PERFORM.
014590     IF WS-EF-OVERFLOW > 0
014600         MOVE SPACES TO WS-RPT-WORK
014610         STRING WS-EF-OVERFLOW DELIMITED BY SIZE
014620             ' FURTHER ENTRY(IES) PAST THE 200 THIS AUDIT '
014630             DELIMITED BY SIZE
014640             'HOLDS - ' DELIMITED BY SIZE
014650             'NONE OF THEM IS LOADED BY FIZZBUZZ'
014660             DELIMITED BY SIZE
014670             INTO WS-RPT-WORK
014680         END-STRING
014690         PERFORM WRITE-REPORT-LINE
014700         ADD 1 TO WS-SECTION-LINES
014710     END-IF.
014720     PERFORM END-SECTION.
014730
014740 WRITE-CLEANUP-BATCH.
014750*    A HEADER, ONE DELETE PER CANDIDATE IN FILE ORDER, AND A
014760*    TRAILER WITH THE COUNT AND FROM-INDICE HASH EXCPMAINT
014770*    BALANCES THE BATCH AGAINST.
014780     OPEN OUTPUT TRAN-FILE.
014790     IF WS-TRAN-STATUS NOT = '00'
014800         DISPLAY "FBEXCAUD: UNABLE TO OPEN EXCAUTRN, STATUS="
014810             WS-TRAN-STATUS
014820         MOVE 20 TO WS-RETURN-CODE
014830     ELSE
014840         MOVE SPACES TO EXCP-TRAN-BATCH-HDR
014850         MOVE 'H' TO EHDR-ACTION
014860         MOVE WS-CLN-BATCH-ID TO EHDR-BATCH-ID
014870         PERFORM WRITE-CLEANUP-RECORD
014880         PERFORM VARYING WS-EF-SUB FROM 1 BY 1
014890                 UNTIL WS-EF-SUB > WS-EF-COUNT
014900             IF WS-EF-CLEANUP(WS-EF-SUB) = 'Y'
014910                 MOVE SPACES TO EXCP-TRAN-RECORD
014920                 MOVE 'D' TO ETRN-ACTION
014930                 MOVE WS-EF-FROM(WS-EF-SUB) TO ETRN-FROM-INDICE
014940                 MOVE WS-EF-TO(WS-EF-SUB) TO ETRN-TO-INDICE
014950                 MOVE WS-EF-ACTION(WS-EF-SUB) TO ETRN-OVR-ACTION
014960                 MOVE WS-EF-LABEL(WS-EF-SUB) TO ETRN-LABEL
014970                 PERFORM WRITE-CLEANUP-RECORD
014980             END-IF
014990         END-PERFORM
015000         MOVE SPACES TO EXCP-TRAN-BATCH-TRL
015010         MOVE 'T' TO ETRL-ACTION
015020         MOVE WS-CLEANUP-COUNT TO ETRL-TRAN-COUNT
015030         MOVE WS-CLEANUP-HASH TO ETRL-INDICE-HASH
015040         PERFORM WRITE-CLEANUP-RECORD
015050         CLOSE TRAN-FILE
015060     END-IF.
015070
015080 WRITE-CLEANUP-RECORD.
015090     IF WS-TRAN-STATUS = '00'
015100         WRITE EXCP-TRAN-RECORD
015110         IF WS-TRAN-STATUS NOT = '00'
015120             DISPLAY "FBEXCAUD: WRITE TO EXCAUTRN FAILED, STATUS="
015130                 WS-TRAN-STATUS
015140             MOVE 20 TO WS-RETURN-CODE
015150         END-IF
015160     END-IF.
015170
015180 REPORT-CLEANUP-BATCH.
015190     PERFORM START-SECTION.
015200     MOVE 'DELETE TRANSACTIONS WRITTEN TO EXCAUTRN FOR EXCPMAINT'
015210         TO WS-RPT-WORK.
015220     PERFORM WRITE-REPORT-LINE.
015230     PERFORM VARYING WS-EF-SUB FROM 1 BY 1
015240             UNTIL WS-EF-SUB > WS-EF-COUNT
015250         EVALUATE WS-EF-CLEANUP(WS-EF-SUB)
015260         WHEN 'Y'
015270             IF WS-EF-SHADOWED(WS-EF-SUB) = 'Y'
015280                 MOVE 'DELETE - SHADOWED' TO RPT-ENT-NOTE
015290             ELSE
015300                 MOVE 'DELETE - REDUNDANT FORCE' TO RPT-ENT-NOTE
015310             END-IF
015320             PERFORM WRITE-ENTRY-LINE
015330         WHEN 'H'
015340             MOVE 'NOT WRITTEN - AN EARLIER ENTRY HAS THIS FROM'
015350                 TO RPT-ENT-NOTE
015360             PERFORM WRITE-ENTRY-LINE
015370         WHEN OTHER
015380             CONTINUE
015390         END-EVALUATE
015400     END-PERFORM.
015410     PERFORM END-SECTION.
015420
015430 REPORT-TOTALS.
015440     MOVE SPACES TO WS-RPT-WORK.
015450     PERFORM WRITE-REPORT-LINE.
015460     MOVE 'TOTALS' TO WS-RPT-WORK.
015470     PERFORM WRITE-REPORT-LINE.
015480     MOVE 'ENTRIES ON EXCPFILE' TO RPT-TOT-NAME.
015490     COMPUTE RPT-TOT-COUNT = WS-EF-COUNT + WS-EF-OVERFLOW.
015500     PERFORM WRITE-TOTAL-LINE.
015510     MOVE 'ENTRIES IN FORCE' TO RPT-TOT-NAME.
015520     MOVE WS-EXC-COUNT TO RPT-TOT-COUNT.
015530     PERFORM WRITE-TOTAL-LINE.
015540     MOVE 'GENERATIONS READ' TO RPT-TOT-NAME.
015550     MOVE WS-GENS-READ TO RPT-TOT-COUNT.
015560     PERFORM WRITE-TOTAL-LINE.
015570     MOVE 'GENERATIONS ON GENCAT THAT COULD NOT BE READ'
015580         TO RPT-TOT-NAME.
015590     MOVE WS-GENS-UNREAD TO RPT-TOT-COUNT.
015600     PERFORM WRITE-TOTAL-LINE.
015610     MOVE 'DETAIL ROWS READ' TO RPT-TOT-NAME.
015620     MOVE WS-ROWS-READ TO RPT-TOT-COUNT.
015630     PERFORM WRITE-TOTAL-LINE.
015640     MOVE 'EXCLUSIONS NO ENTRY COULD BE PLACED FOR'
015650         TO RPT-TOT-NAME.
015660     MOVE WS-UNPLACED-EXCL TO RPT-TOT-COUNT.
015670     PERFORM WRITE-TOTAL-LINE.
015680     MOVE 'DEAD ENTRIES' TO RPT-TOT-NAME.
015690     MOVE WS-DEAD-COUNT TO RPT-TOT-COUNT.
015700     PERFORM WRITE-TOTAL-LINE.
015710     MOVE 'SHADOWED ENTRIES' TO RPT-TOT-NAME.
015720     MOVE WS-SHADOW-COUNT TO RPT-TOT-COUNT.
015730     PERFORM WRITE-TOTAL-LINE.
015740     MOVE 'CONFLICTING ENTRIES' TO RPT-TOT-NAME.
015750     MOVE WS-CONFLICT-ENTRIES TO RPT-TOT-COUNT.
015760     PERFORM WRITE-TOTAL-LINE.
015770     MOVE 'CONFLICTING PAIRS' TO RPT-TOT-NAME.
015780     MOVE WS-CONFLICT-PAIRS TO RPT-TOT-COUNT.
015790     PERFORM WRITE-TOTAL-LINE.
015800     MOVE 'REDUNDANT FORCES' TO RPT-TOT-NAME.
015810     MOVE WS-REDUNDANT-COUNT TO RPT-TOT-COUNT.
015820     PERFORM WRITE-TOTAL-LINE.
015830     MOVE 'FORCES TOO WIDE TO JUDGE' TO RPT-TOT-NAME.
015840     MOVE WS-UNJUDGED-COUNT TO RPT-TOT-COUNT.
015850     PERFORM WRITE-TOTAL-LINE.
015860     MOVE 'ENTRIES FIZZBUZZ DOES NOT LOAD' TO RPT-TOT-NAME.
015870     COMPUTE RPT-TOT-COUNT = WS-IGNORED-COUNT + WS-EF-OVERFLOW.
015880     PERFORM WRITE-TOTAL-LINE.
015890     MOVE 'DELETE TRANSACTIONS ON EXCAUTRN' TO RPT-TOT-NAME.
015900     MOVE WS-CLEANUP-COUNT TO RPT-TOT-COUNT.
015910     PERFORM WRITE-TOTAL-LINE.
015920
015930 WRITE-TOTAL-LINE.
015940     MOVE RPT-TOTAL-LINE TO WS-RPT-WORK.
015950     PERFORM WRITE-REPORT-LINE.
015960
015970 WRITE-ENTRY-LINE.
015980*    THE REGISTER LINE FOR ENTRY WS-EF-SUB, WITH WHATEVER NOTE
015990*    THE CALLER LEFT IN RPT-ENT-NOTE.
016000     MOVE WS-EF-SUB TO RPT-ENT-SEQ.
016010     MOVE WS-EF-FROM(WS-EF-SUB) TO RPT-ENT-FROM.
016020     MOVE WS-EF-TO(WS-EF-SUB) TO RPT-ENT-TO.
016030     MOVE WS-EF-ACTION(WS-EF-SUB) TO RPT-ENT-ACT.
016040     MOVE WS-EF-LABEL(WS-EF-SUB) TO RPT-ENT-LABEL.
016050     MOVE SPACES TO RPT-ENT-WHO.
016060     IF WS-EF-ADD-USER(WS-EF-SUB) = SPACES
016070         MOVE 'NO ADD ON EXCPJRNL' TO RPT-ENT-WHO
016080     ELSE
016090         STRING 'ADDED BY ' DELIMITED BY SIZE
016100             WS-EF-ADD-USER(WS-EF-SUB) DELIMITED BY SIZE
016110             ' ON ' DELIMITED BY SIZE
016120             WS-EF-ADD-DATE(WS-EF-SUB) DELIMITED BY SIZE
016130             INTO RPT-ENT-WHO
016140         END-STRING
016150     END-IF.
016160     MOVE RPT-ENT-LINE TO WS-RPT-WORK.
016170     PERFORM WRITE-REPORT-LINE.
016180     ADD 1 TO WS-SECTION-LINES.
016190     MOVE SPACES TO RPT-ENT-NOTE.
016200
016210 START-SECTION.
016220     MOVE SPACES TO WS-RPT-WORK.
016230     PERFORM WRITE-REPORT-LINE.
016240     MOVE 0 TO WS-SECTION-LINES.
016250
016260 END-SECTION.
016270     IF WS-SECTION-LINES = 0
016280         MOVE 'NONE' TO WS-RPT-WORK
016290         PERFORM WRITE-REPORT-LINE
016300     END-IF.
016310
016320 WRITE-REPORT-LINE.
016330     IF WS-RPT-OPEN = 'Y'
016340         MOVE WS-RPT-WORK TO RPT-PRINT-LINE
016350         WRITE RPT-PRINT-LINE
016360         IF WS-RPT-STATUS NOT = '00'
016370             DISPLAY "FBEXCAUD: WRITE TO EXCAURPT FAILED, "
016380                 "STATUS=" WS-RPT-STATUS
016390             MOVE 'N' TO WS-RPT-OPEN
016400             MOVE 20 TO WS-RETURN-CODE
016410         END-IF
016420     END-IF.
016430     MOVE SPACES TO WS-RPT-WORK.
