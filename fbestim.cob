000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FBEstim.
000030*====================================================
000040*FBESTIM - CAPACITY AND OUTCOME ESTIMATOR FOR A FIZZBUZZ RUN.
000050*UNTIL NOW NOBODY KNEW HOW MANY ROWS A LARGE REQUEST WOULD
000060*WRITE, HOW BIG ITS OUTG GENERATION WOULD BE, OR WHETHER THE
000070*RUN WOULD FIT THE BATCH WINDOW, UNTIL THE PROGRESS RECORD
000080*SHOWED IT PART-WAY THROUGH. A PLAN (ESTPARM, ESTPREC.CPY)
000090*READS THE REQUESTS BEFORE THEY ARE SUBMITTED - PARMFILE AS
000100*FIZZBUZZ WILL READ IT, OR THE SCHDFILE ENTRIES FBSCHED WOULD
000110*PUT THERE - AND FOR EACH ONE WORKS OUT, WITHOUT CLASSIFYING A
000120*SINGLE INDICE WHERE IT CAN BE AVOIDED:
000130*    - THE RULE VERSIONS IN FORCE ON ITS AS-OF DATE AND THEIR
000140*      WALK ORDER, EXACTLY AS FIZZBUZZ PICKS THEM
000150*    - THE EXCPFILE ENTRIES COVERING ITS RANGE, FIRST ENTRY IN
000160*      FILE ORDER WINNING, SPLITTING THE RANGE INTO STRETCHES
000170*      THAT ARE EXCLUDED, FORCED OR LEFT TO THE RULES
000180*    - FOR EVERY STRETCH LEFT TO THE RULES, EACH RULE'S MATCH
000190*      COUNT AND THE PLAIN COUNT BY INCLUSION-EXCLUSION OVER THE
000200*      DIVISORS AND BANDS - A RULE COUNTS WHERE IT MATCHES AND NO
000210*      EARLIER EXCLUSIVE RULE IN THE WALK DID; PLAIN IS WHERE NO
000220*      RULE MATCHES. CONTAINS-DIGIT AND DIGIT-SUM RULES HAVE NO
000230*      CLOSED FORM, SO A REQUEST WITH ONE IN FORCE IS WALKED
000240*      INDICE BY INDICE UP TO THE ENUMERATION LIMIT, AND ABOVE
000250*      IT ITS MATCH COUNTS ARE LEFT UNESTIMATED
000260*    - ITS DETAIL ROWS (RANGE LESS EXCLUSIONS), THE BYTES THOSE
000270*      ROWS AND ITS TRAILER ADD TO THE EXTRACT, AND THE ELAPSED
000280*      TIME AT THE THROUGHPUT RECENT RUNS ACHIEVED
000290*      (AUDIT-RECORDS-PER-SEC ON AUDITFIL)
000300*THE REQUESTS RUN ONE AFTER ANOTHER, SO EACH IS TIMED ON THE
000310*RUNNING TOTAL AND FLAGGED WHEN THE RUN WOULD PASS THE BATCH
000320*WINDOW BY THE END OF IT - OVERRUN AT THE MEAN RATE, AT RISK AT
000330*THE SLOWEST. THE ESTRPT REPORT SHOWS IT ALL, AND THE PREDICTED
000340*COUNTS ARE KEPT ON ESTPLAN (ESTREC.CPY).
000350*AFTER THE RUN, A CHECK READS ESTPLAN BACK AND COMPARES EVERY
000360*PREDICTED COUNT WITH THE REQUEST TRAILERS ON THE EXTRACT
000370*(REPORT ESTCHK). THE PREDICTION NEVER LOOKS AT A ROW FIZZBUZZ
000380*WROTE, SO AGREEMENT IS AN INDEPENDENT CHECK ON THE
000390*CLASSIFICATION TOTALS. AN INCREMENT REQUEST LEAVES OUT INDICES
000400*ALREADY CURRENT ON THE MASTER, SO ITS PREDICTIONS ARE CEILINGS
000410*AND ARE CHECKED AS SUCH; ONLY ITS EXCLUDED COUNT IS EXACT.
000420*NOTHING HERE CHANGES A FILE ANOTHER PROGRAM READS EXCEPT
000430*ESTPLAN, SO THE PROGRAM IS NOT UNDER AUTHFILE CONTROL.
000440*
000450*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000460*FIZZBUZZ ITSELF):
000470*    0  - PLAN: EVERY REQUEST PREDICTED IN FULL AND THE RUN FITS
000480*         THE WINDOW. CHECK: EVERY TRAILER AGREES WITH THE PLAN
000490*    4  - PLAN: SOME MATCH COUNTS NOT ESTIMATED, NO THROUGHPUT
000500*         HISTORY, THE RUN FITS ONLY AT THE MEAN RATE, OR SOME
000510*         REQUESTS OR CONTROL RECORDS WILL BE REJECTED OR
000520*         IGNORED BY FIZZBUZZ. CHECK: SOME REQUESTS COULD NOT BE
000530*         COMPARED - NO TRAILER, NOT IN THE PLAN, OR COUNTS NOT
000540*         ESTIMATED
000550*    8  - PLAN: THE RUN WOULD OVERRUN THE BATCH WINDOW. CHECK: A
000560*         TRAILER DISAGREES WITH ITS PREDICTION
000570*   12  - ESTPARM INVALID; PLAN: NOTHING TO PLAN (SCHDFILE
000580*         UNREADABLE) OR THE RULE CATALOG WOULD MAKE FIZZBUZZ
000590*         REFUSE THE RUN; CHECK: ESTPLAN HOLDS NO USABLE
000600*         PREDICTION OR THE GENERATION IS NOT ON GENCAT
000610*   20  - ESTRPT/ESTCHK OR ESTPLAN COULD NOT BE OPENED OR
000620*         WRITTEN, OR THE EXTRACT COULD NOT BE OPENED
000630*====================================================
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT ESTP-FILE ASSIGN TO 'ESTPARM'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ESTP-STATUS.
000700     SELECT RULE-FILE ASSIGN TO 'RULEFILE'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RULE-STATUS.
000730     SELECT EXCP-FILE ASSIGN TO 'EXCPFILE'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-EXCP-STATUS.
000760     SELECT PARM-FILE ASSIGN TO 'PARMFILE'
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PARM-STATUS.
000790     SELECT SCHD-FILE ASSIGN TO 'SCHDFILE'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-SCHD-STATUS.
000820     SELECT AUDIT-FILE ASSIGN TO 'AUDITFIL'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-AUDIT-STATUS.
000850     SELECT GEN-FILE ASSIGN TO 'GENCAT'
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-GEN-STATUS.
000880*    THE EXTRACT A CHECK READS IS PICKED OFF THE GENERATION
000890*    CATALOG - SEE RESOLVE-EXTRACT-INPUT.
000900     SELECT OUT-FILE ASSIGN USING WS-OUT-FILE-NAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-OUT-STATUS.
000930     SELECT PLAN-FILE ASSIGN TO 'ESTPLAN'
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-PLAN-STATUS.
000960*    A PLAN REPORTS TO ESTRPT AND A CHECK TO ESTCHK, SO THE
000970*    CHECK DOES NOT OVERWRITE THE PLAN IT IS CHECKING.
000980     SELECT RPT-FILE ASSIGN USING WS-RPT-FILE-NAME
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-RPT-STATUS.
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ESTP-FILE.
001040 COPY ESTPREC.
001050 FD  RULE-FILE.
001060 COPY RULEREC.
001070 FD  EXCP-FILE.
001080 COPY EXCPREC.
001090 FD  PARM-FILE.
001100 COPY PARMREC.
001110 FD  SCHD-FILE.
001120 COPY SCHDREC.
001130 FD  AUDIT-FILE.
001140 COPY AUDITREC.
001150 FD  GEN-FILE.
001160 COPY GENREC.
001170 FD  OUT-FILE.
001180 COPY OUTREC.
001190 FD  PLAN-FILE.
001200 COPY ESTREC.
001210 FD  RPT-FILE.
001220 01  RPT-PRINT-LINE              PIC X(132).
001230 WORKING-STORAGE SECTION.
001240 01 WS-ESTP-STATUS         PIC XX VALUE SPACES.
001250 01 WS-RULE-STATUS         PIC XX VALUE SPACES.
001260 01 WS-EXCP-STATUS         PIC XX VALUE SPACES.
001270 01 WS-PARM-STATUS         PIC XX VALUE SPACES.
001280 01 WS-SCHD-STATUS         PIC XX VALUE SPACES.
001290 01 WS-AUDIT-STATUS        PIC XX VALUE SPACES.
001300 01 WS-GEN-STATUS          PIC XX VALUE SPACES.
001310 01 WS-OUT-STATUS          PIC XX VALUE SPACES.
001320 01 WS-PLAN-STATUS         PIC XX VALUE SPACES.
001330 01 WS-RPT-STATUS          PIC XX VALUE SPACES.
001340 01 WS-OUT-FILE-NAME       PIC X(8) VALUE 'OUTFILE'.
001350 01 WS-RPT-FILE-NAME       PIC X(8) VALUE 'ESTRPT'.
001360 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001370 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
001380 01 WS-RUN-TIME            PIC 9(8) VALUE 0.
001390 01 WS-RPT-OPEN            PIC X VALUE 'N'.
001400 01 WS-PLAN-OPEN           PIC X VALUE 'N'.
001410 01 WS-RPT-WORK            PIC X(132) VALUE SPACES.
001420*====================================================
001430*THE CONTROL RECORD, WITH ITS DEFAULTS - SEE ESTPREC.CPY.
001440*====================================================
001450 01 WS-EST-MODE            PIC X(8) VALUE 'PLAN'.
001460 01 WS-EST-SOURCE          PIC X(8) VALUE 'PARMFILE'.
001470 01 WS-WINDOW-MINUTES      PIC 9(5) VALUE 0.
001480 01 WS-WINDOW-SECONDS      PIC 9(8) VALUE 0.
001490 01 WS-ENUM-LIMIT          PIC 9(9) VALUE 1000000.
001500 01 WS-WANT-GEN            PIC 9(4) VALUE 0.
001510 01 WS-PLAN-DATE           PIC 9(8) VALUE 0.
001520 01 WS-PLAN-DATE-PARTS REDEFINES WS-PLAN-DATE.
001530     05 WS-PLAN-YYYY           PIC 9(4).
001540     05 WS-PLAN-MM             PIC 9(2).
001550     05 WS-PLAN-DD             PIC 9(2).
001560*====================================================
001570*CALENDAR FACTS FOR THE PLAN DATE - THE SAME ARITHMETIC AS
001580*COMPUTE-CALENDAR-FACTS IN FBSCHED, SO A SCHDFILE PLAN TAKES
001590*EXACTLY THE ENTRIES FBSCHED WILL FIND DUE.
001600*====================================================
001610 01 WS-DATE-INT            PIC 9(8) VALUE 0.
001620 01 WS-TOMORROW            PIC 9(8) VALUE 0.
001630 01 WS-TOMORROW-PARTS REDEFINES WS-TOMORROW.
001640     05 WS-TOM-YYYY            PIC 9(4).
001650     05 WS-TOM-MM              PIC 9(2).
001660     05 WS-TOM-DD              PIC 9(2).
001670 01 WS-DAY-OF-WEEK         PIC 9(1) VALUE 0.
001680 01 WS-DOW-WORK            PIC 9(8) VALUE 0.
001690 01 WS-IS-MONTH-END        PIC X VALUE 'N'.
001700 01 WS-ENTRY-DUE           PIC X VALUE 'N'.
001710 01 WS-ENTRY-USABLE        PIC X VALUE 'N'.
001720 01 WS-WHY                 PIC X(40) VALUE SPACES.
001730*====================================================
001740*THE REQUESTS TO PLAN, IN THE ORDER FIZZBUZZ WILL RUN THEM.
001750*CAPACITY 50, MATCHING THE CONTROL-REQUEST TABLE IN MAIN.COB -
001760*RECORDS BEYOND IT ARE IGNORED THERE AND COUNTED HERE.
001770*====================================================
001780 01 WS-REQ-COUNT           PIC 9(3) VALUE 0.
001790 01 WS-REQ-TABLE.
001800     05 WS-REQ-ENTRY OCCURS 50 TIMES INDEXED BY REQ-IDX.
001810         10 WS-REQ-ID        PIC X(8).
001820         10 WS-REQ-MODE      PIC X(8).
001830         10 WS-REQ-START     PIC 9(9).
001840         10 WS-REQ-END       PIC 9(9).
001850         10 WS-REQ-DIV-1     PIC 9(3).
001860         10 WS-REQ-DIV-2     PIC 9(3).
001870         10 WS-REQ-AS-OF     PIC 9(8).
001880         10 WS-REQ-BAD       PIC X.
001890         10 WS-REQ-WHY       PIC X(40).
001900 01 WS-REQ-ID-SEQ          PIC 9(5) VALUE 0.
001910 01 WS-GEN-ID              PIC X(8) VALUE SPACES.
001920 01 WS-SRC-RECORDS         PIC 9(5) VALUE 0.
001930 01 WS-SRC-SKIPPED         PIC 9(5) VALUE 0.
001940 01 WS-SRC-OVERFLOW        PIC 9(5) VALUE 0.
001950 01 WS-SRC-NOT-DUE         PIC 9(5) VALUE 0.
001960 01 WS-SRC-UNUSABLE        PIC 9(5) VALUE 0.
001970 01 WS-SLICE-COUNT         PIC 9(2) VALUE 0.
001980 01 WS-SLICE-NUMBER        PIC 9(2) VALUE 0.
001990*====================================================
002000*RULE CATALOG AND WALK - THE SAME TABLES, LOADED THE SAME WAY,
002010*AS IN FBVERIFY AND MAIN.COB, SO EACH REQUEST IS PREDICTED
002020*WITH EXACTLY THE RULES FIZZBUZZ WILL USE FOR IT. WITH NO
002030*RULEFILE THE COMPILED-IN FIZZ/BUZZ DEFAULTS STAND AND A
002040*CONTROL RECORD'S TWO DIVISORS REPLACE THEIRS.
002050*====================================================
002060 01 WS-RULE-FILE-HAS-DATA  PIC X VALUE 'N'.
002070 01 WS-RULE-COUNT          PIC 9(2) VALUE 2.
002080 01 WS-CAT-REFUSED         PIC X VALUE 'N'.
002090 01 WS-CAT-COUNT           PIC 9(3) VALUE 0.
002100 01 WS-CAT-OVERFLOW        PIC X VALUE 'N'.
002110 01 WS-CAT-TABLE.
002120     05 WS-CAT-ENTRY OCCURS 100 TIMES INDEXED BY CAT-IDX.
002130         10 WS-CAT-SLOT      PIC 9(2).
002140         10 WS-CAT-DIVISOR   PIC 9(3).
002150         10 WS-CAT-LABEL     PIC X(8).
002160         10 WS-CAT-ACTIVE    PIC X.
002170         10 WS-CAT-FROM      PIC 9(8).
002180         10 WS-CAT-TO        PIC 9(8).
002190         10 WS-CAT-KIND      PIC X.
002200         10 WS-CAT-EXCL      PIC X.
002210         10 WS-CAT-PREC      PIC 9(2).
002220         10 WS-CAT-BAND-FROM PIC 9(9).
002230         10 WS-CAT-BAND-TO   PIC 9(9).
002240 01 WS-CAT-SUB             PIC 9(3) VALUE 0.
002250 01 WS-BEST-SUB            PIC 9(3) VALUE 0.
002260 01 WS-AS-OF-DATE          PIC 9(8) VALUE 0.
002270 01 WS-SLOT-SUB            PIC 9(2) VALUE 0.
002280 01 WS-RULE-DEFAULTS.
002290     05 FILLER               PIC X(12) VALUE '003Fizz    Y'.
002300     05 FILLER               PIC X(12) VALUE '005Buzz    Y'.
002310     05 FILLER               PIC X(12) VALUE '000        N'
002320                              OCCURS 8 TIMES.
002330 01 WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
002340     05 WS-RULE-ENTRY OCCURS 10 TIMES INDEXED BY RULE-IDX.
002350         10 WS-RULE-DIVISOR  PIC 9(3).
002360         10 WS-RULE-LABEL    PIC X(8).
002370         10 WS-RULE-ACTIVE   PIC X.
002380 01 WS-RULE-KIND-DEFAULTS.
002390     05 FILLER               PIC X(22)
002400                             VALUE 'DN00000000000000000000'
002410                             OCCURS 10 TIMES.
002420 01 WS-RULE-KIND-TABLE REDEFINES WS-RULE-KIND-DEFAULTS.
002430     05 WS-RULE-KIND-ENTRY OCCURS 10 TIMES.
002440         10 WS-RULE-KIND     PIC X.
002450         10 WS-RULE-EXCL     PIC X.
002460         10 WS-RULE-PREC     PIC 9(2).
002470         10 WS-RULE-BAND-FROM PIC 9(9).
002480         10 WS-RULE-BAND-TO  PIC 9(9).
002490 01 WS-WALK-COUNT          PIC 9(2) VALUE 0.
002500 01 WS-WALK-TABLE.
002510     05 WS-WALK-SLOT OCCURS 10 TIMES PIC 9(2).
002520 01 WS-WALK-TAKEN-AREA.
002530     05 WS-WALK-TAKEN OCCURS 10 TIMES PIC X.
002540 01 WS-WALK-SUB            PIC 9(2) VALUE 0.
002550 01 WS-WALK-KEY            PIC 9(4) VALUE 0.
002560 01 WS-WALK-BEST-KEY       PIC 9(4) VALUE 0.
002570 01 WS-WALK-BEST-SLOT      PIC 9(2) VALUE 0.
002580 01 WS-WALK-STOPPED        PIC X VALUE 'N'.
002590 01 WS-RULE-HIT            PIC X VALUE 'N'.
002600 01 WS-EARLY-SUB           PIC 9(2) VALUE 0.
002610*====================================================
002620*ONE-BY-ONE WALK FOR CONTAINS-DIGIT AND DIGIT-SUM RULES - THE
002630*INDICE AND ITS DIGIT VIEW, AS IN FBVERIFY. THE INDICE IS ONE
002640*DIGIT WIDER THAN OUT-INDICE SO THE LOOP CAN STEP PAST THE
002650*HIGHEST INDICE A CONTROL RECORD CAN NAME.
002660*====================================================
002670 01 WS-EST-INDICE          PIC 9(10) VALUE 0.
002680 01 WS-ANY-MATCHED         PIC X VALUE 'N'.
002690 01 WS-DIGITS-READY        PIC X VALUE 'N'.
002700 01 WS-DIGIT-WORK          PIC 9(9) VALUE 0.
002710 01 WS-DIGIT-TEXT REDEFINES WS-DIGIT-WORK PIC X(9).
002720 01 WS-DIGIT-TABLE REDEFINES WS-DIGIT-WORK.
002730     05 WS-DIGIT-N OCCURS 9 TIMES PIC 9.
002740 01 WS-DIGIT-SUB           PIC 9(2) VALUE 0.
002750 01 WS-DIGIT-START         PIC 9(2) VALUE 0.
002760 01 WS-DIGIT-SUM           PIC 9(3) VALUE 0.
002770 01 WS-DIGIT-TALLY         PIC 9(2) VALUE 0.
002780 01 WS-DIGIT-WANTED        PIC 9 VALUE 0.
002790 01 WS-DIGIT-WANTED-X REDEFINES WS-DIGIT-WANTED PIC X.
002800*====================================================
002810*EXCEPTION TABLE FROM EXCPFILE, LOADED THE WAY FIZZBUZZ LOADS
002820*IT (FIRST MATCHING ENTRY IN FILE ORDER WINS).
002830*====================================================
002840 01 WS-EXC-COUNT           PIC 9(3) VALUE 0.
002850 01 WS-EXC-TABLE.
002860     05 WS-EXC-ENTRY OCCURS 50 TIMES INDEXED BY EXC-IDX.
002870         10 WS-EXC-FROM      PIC 9(9).
002880         10 WS-EXC-TO        PIC 9(9).
002890         10 WS-EXC-ACTION    PIC X.
002900         10 WS-EXC-LABEL     PIC X(8).
002910 01 WS-EXC-SUB             PIC 9(3) VALUE 0.
002920 01 WS-EXC-MATCH-ACTION    PIC X VALUE SPACE.
002930 01 WS-CHK-INDICE          PIC 9(9) VALUE 0.
002940*====================================================
002950*STRETCHES OF ONE REQUEST'S RANGE. EVERY EXCPFILE ENTRY'S FROM
002960*AND TO+1 THAT FALL INSIDE THE RANGE, WITH THE RANGE'S OWN
002970*START AND END+1, ARE KEPT ASCENDING WITHOUT DUPLICATES; EACH
002980*PAIR OF NEIGHBOURS BOUNDS A STRETCH WHERE THE SAME ENTRY (OR
002990*NONE) DECIDES EVERY INDICE. 2 + 2 X 50 ENTRIES AT MOST.
003000*====================================================
003010 01 WS-BND-COUNT           PIC 9(3) VALUE 0.
003020 01 WS-BND-TABLE.
003030     05 WS-BND OCCURS 102 TIMES PIC 9(10) VALUE 0.
003040 01 WS-BND-SUB             PIC 9(3) VALUE 0.
003050 01 WS-BND-INS             PIC 9(3) VALUE 0.
003060 01 WS-BND-MOVE            PIC 9(3) VALUE 0.
003070 01 WS-BND-NEW             PIC 9(10) VALUE 0.
003080 01 WS-SEG-LO              PIC 9(10) VALUE 0.
003090 01 WS-SEG-HI              PIC 9(10) VALUE 0.
003100 01 WS-SEG-SIZE            PIC 9(10) VALUE 0.
003110*====================================================
003120*INCLUSION-EXCLUSION WORK. A TERM IS A SET OF RULES THAT ALL
003130*MATCH: ITS DIVISORS COMBINE INTO ONE MODULUS (THEIR LEAST
003140*COMMON MULTIPLE) AND ITS BANDS NARROW THE STRETCH, SO ITS
003150*INDICES ARE THE MULTIPLES OF WS-T-L BETWEEN WS-T-LO AND
003160*WS-T-HI. WS-BASE-SLOT (ZERO FOR NONE) IS IN EVERY TERM; THE
003170*WS-MEM-SLOT RULES ARE TAKEN IN EVERY COMBINATION, ODD-SIZED
003180*COMBINATIONS SUBTRACTED AND EVEN-SIZED ONES ADDED. A MODULUS
003190*PAST THE TOP OF THE STRETCH IS HELD JUST ABOVE IT - IT CAN
003200*MATCH NOTHING THERE EXCEPT INDICE ZERO EITHER WAY, AND THE
003210*NUMBER STAYS SMALL.
003220*====================================================
003230 01 WS-BASE-SLOT           PIC 9(2) VALUE 0.
003240 01 WS-TERM-SLOT           PIC 9(2) VALUE 0.
003250 01 WS-MEM-COUNT           PIC 9(2) VALUE 0.
003260 01 WS-MEM-TABLE.
003270     05 WS-MEM-SLOT OCCURS 10 TIMES PIC 9(2).
003280 01 WS-MEM-SUB             PIC 9(2) VALUE 0.
003290 01 WS-MASK                PIC 9(5) VALUE 0.
003300 01 WS-MASK-LIMIT          PIC 9(5) VALUE 0.
003310 01 WS-MASK-WORK           PIC 9(5) VALUE 0.
003320 01 WS-MASK-HALF           PIC 9(5) VALUE 0.
003330 01 WS-MASK-BIT            PIC 9 VALUE 0.
003340 01 WS-MASK-BITS           PIC 9(2) VALUE 0.
003350 01 WS-T-L                 PIC 9(13) VALUE 0.
003360 01 WS-T-LO                PIC 9(10) VALUE 0.
003370 01 WS-T-HI                PIC 9(10) VALUE 0.
003380 01 WS-T-COUNT             PIC 9(10) VALUE 0.
003390 01 WS-Q-HI                PIC 9(10) VALUE 0.
003400 01 WS-Q-LO                PIC 9(10) VALUE 0.
003410 01 WS-Q-WORK              PIC 9(10) VALUE 0.
003420 01 WS-GCD-A               PIC 9(13) VALUE 0.
003430 01 WS-GCD-B               PIC 9(13) VALUE 0.
003440 01 WS-GCD-Q               PIC 9(13) VALUE 0.
003450 01 WS-GCD-R               PIC 9(13) VALUE 0.
003460 01 WS-IE-SUM              PIC S9(13) VALUE 0.
003470*====================================================
003480*ONE REQUEST'S PREDICTION. THE MATCH COUNTS ARE BY RULE SLOT,
003490*IN THE SAME GROUP-WRAPPER SHAPE AS THE TRAILER'S FLAT BLOCK.
003500*====================================================
003510 01 WS-PRD-COUNTS-AREA.
003520     05 WS-PRD-MATCH-COUNT OCCURS 10 TIMES PIC 9(9) VALUE 0.
003530 01 WS-PRD-PLAIN           PIC 9(9) VALUE 0.
003540 01 WS-PRD-OVERRIDE        PIC 9(9) VALUE 0.
003550 01 WS-PRD-EXCLUDE         PIC 9(9) VALUE 0.
003560 01 WS-PRD-ROWS            PIC 9(9) VALUE 0.
003570 01 WS-PRD-BYTES           PIC 9(12) VALUE 0.
003580 01 WS-PRD-SECS            PIC 9(7) VALUE 0.
003590 01 WS-PRD-SLOW-SECS       PIC 9(7) VALUE 0.
003600 01 WS-PRD-RULE-COUNT      PIC 9(2) VALUE 0.
003610 01 WS-PRD-METHOD          PIC X VALUE SPACE.
003620 01 WS-PRD-UPPER           PIC X VALUE 'N'.
003630 01 WS-PRD-WHY             PIC X(40) VALUE SPACES.
003640 01 WS-PRD-WINDOW          PIC X(8) VALUE SPACES.
003650 01 WS-RANGE-SIZE          PIC 9(10) VALUE 0.
003660*====================================================
003670*EXTRACT SIZING. A DETAIL ROW IS 99 BYTES (OUT-RECORD) AND A
003680*TRAILER 154 (OUT-TRAILER-RECORD), EACH FOLLOWED BY ITS LINE
003690*END; EVERY REQUEST THAT WRITES ROWS ENDS WITH ITS TRAILER AND
003700*THE RUN WITH THE GRAND-TOTAL TRAILER.
003710*====================================================
003720 01 WS-ROW-BYTES           PIC 9(3) VALUE 100.
003730 01 WS-TRAILER-BYTES       PIC 9(3) VALUE 155.
003740*====================================================
003750*THROUGHPUT HISTORY - AUDIT-RECORDS-PER-SEC OF THE MOST RECENT
003760*WS-RATE-DEPTH FIZZBUZZ RUNS THAT WROTE ROWS OVER A MEASURABLE
003770*ELAPSED TIME, KEPT ROUND-ROBIN. THE MEAN TIMES THE PLAN; THE
003780*SLOWEST SAYS WHETHER IT STILL FITS ON A BAD NIGHT.
003790*====================================================
003800 01 WS-RATE-DEPTH          PIC 9(2) VALUE 10.
003810 01 WS-RATE-COUNT          PIC 9(2) VALUE 0.
003820 01 WS-RATE-NEXT           PIC 9(2) VALUE 0.
003830 01 WS-RATE-TABLE.
003840     05 WS-RATE-ENTRY OCCURS 10 TIMES PIC 9(9) VALUE 0.
003850 01 WS-RATE-SUB            PIC 9(2) VALUE 0.
003860 01 WS-RATE-SUM            PIC 9(11) VALUE 0.
003870 01 WS-MEAN-RATE           PIC 9(9) VALUE 0.
003880 01 WS-SLOW-RATE           PIC 9(9) VALUE 0.
003890 01 WS-AUDIT-ENTRIES       PIC 9(7) VALUE 0.
003900*====================================================
003910*PLAN TOTALS. ELAPSED SECONDS RUN ON FROM REQUEST TO REQUEST -
003920*THE WINDOW IS JUDGED ON THE RUNNING TOTAL.
003930*====================================================
003940 01 WS-TOT-PLANNED         PIC 9(3) VALUE 0.
003950 01 WS-TOT-VALIDATE        PIC 9(3) VALUE 0.
003960 01 WS-TOT-REJECTED        PIC 9(3) VALUE 0.
003970 01 WS-TOT-NOT-EST         PIC 9(3) VALUE 0.
003980 01 WS-TOT-UPPER           PIC 9(3) VALUE 0.
003990 01 WS-TOT-ROWS            PIC 9(11) VALUE 0.
004000 01 WS-TOT-BYTES           PIC 9(13) VALUE 0.
004010 01 WS-CUM-SECS            PIC 9(8) VALUE 0.
004020 01 WS-CUM-SLOW-SECS       PIC 9(8) VALUE 0.
004030 01 WS-OVERRUN-COUNT       PIC 9(3) VALUE 0.
004040 01 WS-AT-RISK-COUNT       PIC 9(3) VALUE 0.
004050*====================================================
004060*CHECK - THE PREDICTIONS READ BACK FROM ESTPLAN, AND THE
004070*EXTRACT'S SIDE OF EACH COMPARISON.
004080*====================================================
004090 01 WS-CHP-COUNT           PIC 9(3) VALUE 0.
004100 01 WS-CHP-TABLE.
004110     05 WS-CHP-ENTRY OCCURS 50 TIMES INDEXED BY CHP-IDX.
004120         10 WS-CHP-ID        PIC X(8).
004130         10 WS-CHP-METHOD    PIC X.
004140         10 WS-CHP-UPPER     PIC X.
004150         10 WS-CHP-RULE-COUNT PIC 9(2).
004160         10 WS-CHP-COUNTS    PIC X(90).
004170         10 WS-CHP-PLAIN     PIC 9(9).
004180         10 WS-CHP-OVERRIDE  PIC 9(9).
004190         10 WS-CHP-EXCLUDE   PIC 9(9).
004200         10 WS-CHP-ROWS      PIC 9(9).
004210         10 WS-CHP-USED      PIC X.
004220 01 WS-CHP-SUB             PIC 9(3) VALUE 0.
004230 01 WS-CHP-FOUND           PIC 9(3) VALUE 0.
004240 01 WS-CHP-PLAN-DATE       PIC 9(8) VALUE 0.
004250 01 WS-CHP-PLAN-TIME       PIC 9(8) VALUE 0.
004260 01 WS-CHP-UNUSABLE        PIC 9(5) VALUE 0.
004270 01 WS-CHP-OVERFLOW        PIC 9(5) VALUE 0.
004280 01 WS-CHP-COUNTS-AREA.
004290     05 WS-CHP-MATCH-COUNT OCCURS 10 TIMES PIC 9(9).
004300 01 WS-TRL-COUNTS-AREA.
004310     05 WS-TRL-MATCH-COUNT OCCURS 10 TIMES PIC 9(9).
004320 01 WS-TRL-OVERRIDE        PIC 9(9) VALUE 0.
004330 01 WS-TRL-EXCLUDE         PIC 9(9) VALUE 0.
004340 01 WS-TRL-SLOTS           PIC 9(2) VALUE 0.
004350 01 WS-GEN-HIGHEST         PIC 9(4) VALUE 0.
004360 01 WS-GEN-HIGH-NAME       PIC X(8) VALUE SPACES.
004370 01 WS-GEN-FOUND           PIC X VALUE 'N'.
004380 01 WS-EXT-ROWS            PIC 9(9) VALUE 0.
004390 01 WS-EXT-TRAILERS        PIC 9(5) VALUE 0.
004400 01 WS-EXT-GRAND-SEEN      PIC X VALUE 'N'.
004410 01 WS-CMP-REQUESTS        PIC 9(5) VALUE 0.
004420 01 WS-CMP-PASSED          PIC 9(7) VALUE 0.
004430 01 WS-CMP-FAILED          PIC 9(7) VALUE 0.
004440 01 WS-CMP-NO-TRAILER      PIC 9(5) VALUE 0.
004450 01 WS-CMP-NOT-IN-PLAN     PIC 9(5) VALUE 0.
004460 01 WS-CMP-NOT-EST         PIC 9(5) VALUE 0.
004470*====================================================
004480*CHECK-LINE WORK - SEE WRITE-CHECK-LINE. WS-CHK-AT-MOST MAKES
004490*THE PREDICTION A CEILING (AN INCREMENT REQUEST).
004500*====================================================
004510 01 WS-CHK-EXPECTED        PIC 9(9) VALUE 0.
004520 01 WS-CHK-FOUND           PIC 9(9) VALUE 0.
004530 01 WS-CHK-AT-MOST         PIC X VALUE 'N'.
004540 01 WS-CHK-NAME            PIC X(40) VALUE SPACES.
004550*====================================================
004560*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
004570*====================================================
004580 01 RPT-HDR-LINE.
004590     05 RPT-HDR-TITLE        PIC X(30).
004600     05 RPT-HDR-DATE         PIC 9(8).
004610     05 FILLER               PIC X(1) VALUE SPACES.
004620     05 RPT-HDR-TIME         PIC 9(8).
004630 01 RPT-SRC-LINE.
004640     05 FILLER               PIC X(7) VALUE 'SOURCE '.
004650     05 RPT-SRC-NAME         PIC X(8).
004660     05 FILLER               PIC X(14) VALUE '  PLANNED FOR '.
004670     05 RPT-SRC-DATE         PIC 9(8).
004680     05 FILLER               PIC X(17) VALUE '  WINDOW MINUTES '.
004690     05 RPT-SRC-WINDOW       PIC ZZZZ9.
004700     05 FILLER               PIC X(21)
004710         VALUE '  ENUMERATION LIMIT '.
004720     05 RPT-SRC-LIMIT        PIC ZZZZZZZZ9.
004730 01 RPT-RATE-LINE.
004740     05 FILLER               PIC X(27)
004750         VALUE 'THROUGHPUT FROM AUDITFIL - '.
004760     05 RPT-RATE-RUNS        PIC Z9.
004770     05 FILLER               PIC X(19)
004780         VALUE ' RECENT RUNS, MEAN '.
004790     05 RPT-RATE-MEAN        PIC ZZZZZZZZ9.
004800     05 FILLER               PIC X(18) VALUE ' REC/SEC, SLOWEST '.
004810     05 RPT-RATE-SLOW        PIC ZZZZZZZZ9.
004820     05 FILLER               PIC X(8) VALUE ' REC/SEC'.
004830 01 RPT-COL-HEAD.
004840     05 FILLER               PIC X(9) VALUE 'REQUEST'.
004850     05 FILLER               PIC X(9) VALUE 'MODE'.
004860     05 FILLER               PIC X(10) VALUE 'START'.
004870     05 FILLER               PIC X(10) VALUE 'END'.
004880     05 FILLER               PIC X(9) VALUE 'AS-OF'.
004890     05 FILLER               PIC X(11) VALUE 'METHOD'.
004900     05 FILLER               PIC X(10) VALUE '     ROWS'.
004910     05 FILLER               PIC X(13) VALUE '       BYTES'.
004920     05 FILLER               PIC X(8) VALUE '   SECS'.
004930     05 FILLER               PIC X(9) VALUE 'CUM SECS'.
004940     05 FILLER               PIC X(8) VALUE 'WINDOW'.
004950 01 RPT-REQ-LINE.
004960     05 RPT-REQ-ID           PIC X(8).
004970     05 FILLER               PIC X(1) VALUE SPACES.
004980     05 RPT-REQ-MODE         PIC X(8).
004990     05 FILLER               PIC X(1) VALUE SPACES.
005000     05 RPT-REQ-START        PIC 9(9).
005010     05 FILLER               PIC X(1) VALUE SPACES.
005020     05 RPT-REQ-END          PIC 9(9).
005030     05 FILLER               PIC X(1) VALUE SPACES.
005040     05 RPT-REQ-AS-OF        PIC 9(8).
005050     05 FILLER               PIC X(1) VALUE SPACES.
005060     05 RPT-REQ-METHOD       PIC X(10).
005070     05 FILLER               PIC X(1) VALUE SPACES.
005080     05 RPT-REQ-ROWS         PIC ZZZZZZZZ9.
005090     05 FILLER               PIC X(1) VALUE SPACES.
005100     05 RPT-REQ-BYTES        PIC ZZZZZZZZZZZ9.
005110     05 FILLER               PIC X(1) VALUE SPACES.
005120     05 RPT-REQ-SECS         PIC ZZZZZZ9.
005130     05 FILLER               PIC X(1) VALUE SPACES.
005140     05 RPT-REQ-CUM          PIC ZZZZZZZ9.
005150     05 FILLER               PIC X(1) VALUE SPACES.
005160     05 RPT-REQ-WINDOW       PIC X(8).
005170 01 RPT-CNT-LINE.
005180     05 FILLER               PIC X(11) VALUE SPACES.
005190     05 RPT-CNT-NAME         PIC X(30).
005200     05 RPT-CNT-VALUE        PIC ZZZZZZZZ9.
005210     05 FILLER               PIC X(2) VALUE SPACES.
005220     05 RPT-CNT-NOTE         PIC X(8).
005230 01 RPT-EXT-LINE.
005240     05 FILLER               PIC X(8) VALUE 'EXTRACT '.
005250     05 RPT-EXT-NAME         PIC X(8).
005260     05 FILLER               PIC X(12) VALUE ' GENERATION '.
005270     05 RPT-EXT-GEN          PIC 9(4).
005280     05 FILLER               PIC X(10) VALUE '  PLAN OF '.
005290     05 RPT-EXT-PLAN-DATE    PIC 9(8).
005300     05 FILLER               PIC X(1) VALUE SPACES.
005310     05 RPT-EXT-PLAN-TIME    PIC 9(8).
005320 01 RPT-CHK-HEAD.
005330     05 FILLER               PIC X(42) VALUE '  CHECK'.
005340     05 FILLER               PIC X(22)
005350         VALUE 'PREDICTED    TRAILER'.
005360     05 FILLER               PIC X(6) VALUE 'RESULT'.
005370 01 RPT-CHK-LINE.
005380     05 FILLER               PIC X(2) VALUE SPACES.
005390     05 RPT-CHK-NAME         PIC X(40).
005400     05 RPT-CHK-EXPECTED     PIC ZZZZZZZZ9.
005410     05 FILLER               PIC X(2) VALUE SPACES.
005420     05 RPT-CHK-FOUND        PIC ZZZZZZZZ9.
005430     05 FILLER               PIC X(2) VALUE SPACES.
005440     05 RPT-CHK-RESULT       PIC X(6).
005450 01 RPT-TOTAL-LINE.
005460     05 FILLER               PIC X(2) VALUE SPACES.
005470     05 RPT-TOT-NAME         PIC X(45).
005480     05 RPT-TOT-COUNT        PIC ZZZZZZZZZZZZ9.
005490
005500 PROCEDURE DIVISION.
005510 MAIN-PARAGRAPH.
005520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005530     ACCEPT WS-RUN-TIME FROM TIME.
005540     PERFORM READ-ESTP-FILE.
005550     IF WS-RETURN-CODE = 0
005560         PERFORM OPEN-REPORT
005570     END-IF.
005580     IF WS-RETURN-CODE = 0
005590         IF WS-EST-MODE = 'CHECK'
005600             PERFORM RUN-CHECK
005610         ELSE
005620             PERFORM RUN-PLAN
005630         END-IF
005640     END-IF.
005650     IF WS-RPT-OPEN = 'Y'
005660         CLOSE RPT-FILE
005670     END-IF.
005680     IF WS-EST-MODE = 'CHECK'
005690         DISPLAY "FBESTIM: " WS-CMP-REQUESTS " REQUEST(S) "
005700             "COMPARED, " WS-CMP-FAILED " CHECK(S) FAILED"
005710     ELSE
005720         DISPLAY "FBESTIM: " WS-REQ-COUNT " REQUEST(S) PLANNED, "
005730             WS-TOT-ROWS " ROWS, " WS-CUM-SECS " SECONDS"
005740     END-IF.
005750     DISPLAY "FBESTIM: ENDED, RETURN CODE " WS-RETURN-CODE.
005760     STOP RUN RETURNING WS-RETURN-CODE.
005770
005780 READ-ESTP-FILE.
005790*    THE CONTROL RECORD IS OPTIONAL - NO FILE, OR AN EMPTY ONE,
005800*    IS A PLAN OF PARMFILE FOR TODAY WITH NO WINDOW. WHAT IS
005810*    THERE MUST BE USABLE, THOUGH: A PLAN BUILT ON A MISREAD
005820*    WINDOW OR DATE WOULD BE WORSE THAN NONE.
005830     OPEN INPUT ESTP-FILE.
005840     IF WS-ESTP-STATUS = '00'
005850         READ ESTP-FILE
005860             AT END
005870                 CONTINUE
005880             NOT AT END
005890                 PERFORM TAKE-ESTP-RECORD
005900         END-READ
005910         CLOSE ESTP-FILE
005920     END-IF.
005930     IF WS-PLAN-DATE = 0
005940         MOVE WS-RUN-DATE TO WS-PLAN-DATE
005950     END-IF.
005960     IF WS-EST-MODE = 'CHECK'
005970         MOVE 'ESTCHK' TO WS-RPT-FILE-NAME
005980     END-IF.
005990
006000 TAKE-ESTP-RECORD.
006010     EVALUATE ESTP-MODE
006020     WHEN SPACES
006030     WHEN 'PLAN'
006040         MOVE 'PLAN' TO WS-EST-MODE
006050     WHEN 'CHECK'
006060         MOVE 'CHECK' TO WS-EST-MODE
006070     WHEN OTHER
006080         DISPLAY "FBESTIM: ESTPARM MODE " ESTP-MODE
006090             " IS NOT PLAN OR CHECK"
006100         MOVE 12 TO WS-RETURN-CODE
006110     END-EVALUATE.
006120     EVALUATE ESTP-SOURCE
006130     WHEN SPACES
006140         MOVE 'PARMFILE' TO WS-EST-SOURCE
006150     WHEN 'PARMFILE'
006160     WHEN 'SCHDFILE'
006170     WHEN 'SCHDALL'
006180         MOVE ESTP-SOURCE TO WS-EST-SOURCE
006190     WHEN OTHER
006200         DISPLAY "FBESTIM: ESTPARM SOURCE " ESTP-SOURCE
006210             " IS NOT PARMFILE, SCHDFILE OR SCHDALL"
006220         MOVE 12 TO WS-RETURN-CODE
006230     END-EVALUATE.
006240     EVALUATE TRUE
006250     WHEN ESTP-PLAN-DATE-X = SPACES
006260         CONTINUE
006270     WHEN ESTP-PLAN-DATE-X IS NOT NUMERIC
006280         DISPLAY "FBESTIM: ESTPARM PLAN DATE IS NOT NUMERIC"
006290         MOVE 12 TO WS-RETURN-CODE
006300     WHEN ESTP-PLAN-DATE = 0
006310         CONTINUE
006320     WHEN FUNCTION TEST-DATE-YYYYMMDD(ESTP-PLAN-DATE) NOT = 0
006330         DISPLAY "FBESTIM: ESTPARM PLAN DATE " ESTP-PLAN-DATE
006340             " IS NOT A VALID DATE"
006350         MOVE 12 TO WS-RETURN-CODE
006360     WHEN OTHER
006370         MOVE ESTP-PLAN-DATE TO WS-PLAN-DATE
006380     END-EVALUATE.
006390     IF ESTP-WINDOW-MINUTES-X NOT = SPACES
006400         IF ESTP-WINDOW-MINUTES-X IS NUMERIC
006410             MOVE ESTP-WINDOW-MINUTES TO WS-WINDOW-MINUTES
006420         ELSE
006430             DISPLAY "FBESTIM: ESTPARM WINDOW IS NOT NUMERIC"
006440             MOVE 12 TO WS-RETURN-CODE
006450         END-IF
006460     END-IF.
006470     COMPUTE WS-WINDOW-SECONDS = WS-WINDOW-MINUTES * 60.
006480     IF ESTP-ENUM-LIMIT-X NOT = SPACES
006490         IF ESTP-ENUM-LIMIT-X IS NUMERIC
006500             IF ESTP-ENUM-LIMIT > 0
006510                 MOVE ESTP-ENUM-LIMIT TO WS-ENUM-LIMIT
006520             END-IF
006530         ELSE
006540             DISPLAY "FBESTIM: ESTPARM ENUMERATION LIMIT IS NOT "
006550                 "NUMERIC"
006560             MOVE 12 TO WS-RETURN-CODE
006570         END-IF
006580     END-IF.
006590     IF ESTP-GENERATION-X NOT = SPACES
006600         IF ESTP-GENERATION-X IS NUMERIC
006610             MOVE ESTP-GENERATION TO WS-WANT-GEN
006620         ELSE
006630             DISPLAY "FBESTIM: ESTPARM GENERATION IS NOT NUMERIC"
006640             MOVE 12 TO WS-RETURN-CODE
006650         END-IF
006660     END-IF.
006670
006680 OPEN-REPORT.
006690     OPEN OUTPUT RPT-FILE.
006700     IF WS-RPT-STATUS = '00'
006710         MOVE 'Y' TO WS-RPT-OPEN
006720         IF WS-EST-MODE = 'CHECK'
006730             MOVE 'PREDICTED V ACTUAL CHECK RUN ' TO RPT-HDR-TITLE
006740         ELSE
006750             MOVE 'CAPACITY AND OUTCOME PLAN RUN' TO RPT-HDR-TITLE
006760         END-IF
006770         MOVE WS-RUN-DATE TO RPT-HDR-DATE
006780         MOVE WS-RUN-TIME TO RPT-HDR-TIME
006790         MOVE RPT-HDR-LINE TO WS-RPT-WORK
006800         PERFORM WRITE-REPORT-LINE
006810         PERFORM WRITE-REPORT-LINE
006820     ELSE
006830         DISPLAY "FBESTIM: UNABLE TO OPEN " WS-RPT-FILE-NAME
006840             ", STATUS=" WS-RPT-STATUS
006850         MOVE 20 TO WS-RETURN-CODE
006860     END-IF.
006870
006880*====================================================
006890*PLAN
006900*====================================================
006910 RUN-PLAN.
006920     PERFORM READ-RULE-FILE.
006930     PERFORM CHECK-RULE-CATALOG.
006940     PERFORM READ-EXCEPTION-FILE.
006950     PERFORM READ-THROUGHPUT-HISTORY.
006960     PERFORM REPORT-PLAN-BASIS.
006970     IF WS-EST-SOURCE = 'PARMFILE'
006980         PERFORM LOAD-PARM-REQUESTS
006990     ELSE
007000         PERFORM COMPUTE-CALENDAR-FACTS
007010         PERFORM LOAD-SCHD-REQUESTS
007020     END-IF.
007030     IF WS-RETURN-CODE < 20
007040         PERFORM OPEN-PLAN-FILE
007050     END-IF.
007060     IF WS-RETURN-CODE < 20
007070         MOVE RPT-COL-HEAD TO WS-RPT-WORK
007080         PERFORM WRITE-REPORT-LINE
007090         PERFORM WRITE-REPORT-LINE
007100         PERFORM VARYING REQ-IDX FROM 1 BY 1
007110                 UNTIL REQ-IDX > WS-REQ-COUNT
007120             PERFORM PLAN-ONE-REQUEST
007130         END-PERFORM
007140     END-IF.
007150     IF WS-PLAN-OPEN = 'Y'
007160         CLOSE PLAN-FILE
007170     END-IF.
007180     PERFORM REPORT-PLAN-TOTALS.
007190
007200 READ-RULE-FILE.
007210*    MIRRORS READ-RULE-FILE IN FIZZBUZZ AND FBVERIFY: THE WHOLE
007220*    VERSIONED CATALOG IS LOADED AND SELECT-RULES-AS-OF PICKS
007230*    EACH REQUEST'S RULES FROM IT. AN ABSENT OR EMPTY RULEFILE
007240*    LEAVES THE COMPILED-IN FIZZ/BUZZ DEFAULTS IN FORCE.
007250     OPEN INPUT RULE-FILE.
007260     IF WS-RULE-STATUS = '00'
007270         PERFORM UNTIL WS-RULE-STATUS NOT = '00'
007280             READ RULE-FILE
007290                 AT END
007300                     MOVE '10' TO WS-RULE-STATUS
007310                 NOT AT END
007320                     IF RULE-NUMBER >= 1 AND RULE-NUMBER <= 10
007330                         PERFORM STOW-ONE-RULE-VERSION
007340                     END-IF
007350             END-READ
007360         END-PERFORM
007370         CLOSE RULE-FILE
007380     END-IF.
007390     IF WS-CAT-OVERFLOW = 'Y'
007400         DISPLAY "FBESTIM: RULEFILE HOLDS MORE THAN 100 RULE "
007410             "VERSIONS - EXTRAS WERE IGNORED"
007420     END-IF.
007430
007440 STOW-ONE-RULE-VERSION.
007450     IF WS-CAT-COUNT >= 100
007460         MOVE 'Y' TO WS-CAT-OVERFLOW
007470     ELSE
007480         MOVE 'Y' TO WS-RULE-FILE-HAS-DATA
007490         ADD 1 TO WS-CAT-COUNT
007500         SET CAT-IDX TO WS-CAT-COUNT
007510         MOVE RULE-NUMBER  TO WS-CAT-SLOT(CAT-IDX)
007520         MOVE RULE-DIVISOR TO WS-CAT-DIVISOR(CAT-IDX)
007530         MOVE RULE-LABEL   TO WS-CAT-LABEL(CAT-IDX)
007540         MOVE RULE-ACTIVE  TO WS-CAT-ACTIVE(CAT-IDX)
007550         IF RULE-EFF-FROM-X IS NUMERIC
007560             MOVE RULE-EFF-FROM TO WS-CAT-FROM(CAT-IDX)
007570         ELSE
007580             MOVE 0 TO WS-CAT-FROM(CAT-IDX)
007590         END-IF
007600         IF RULE-EFF-TO-X IS NUMERIC
007610                 AND RULE-EFF-TO NOT = 0
007620             MOVE RULE-EFF-TO TO WS-CAT-TO(CAT-IDX)
007630         ELSE
007640             MOVE 99991231 TO WS-CAT-TO(CAT-IDX)
007650         END-IF
007660         IF RULE-KIND = SPACE
007670             MOVE 'D' TO WS-CAT-KIND(CAT-IDX)
007680         ELSE
007690             MOVE RULE-KIND TO WS-CAT-KIND(CAT-IDX)
007700         END-IF
007710         IF RULE-EXCLUSIVE = 'Y'
007720             MOVE 'Y' TO WS-CAT-EXCL(CAT-IDX)
007730         ELSE
007740             MOVE 'N' TO WS-CAT-EXCL(CAT-IDX)
007750         END-IF
007760         IF RULE-PRECEDENCE-X IS NUMERIC
007770             MOVE RULE-PRECEDENCE TO WS-CAT-PREC(CAT-IDX)
007780         ELSE
007790             MOVE 0 TO WS-CAT-PREC(CAT-IDX)
007800         END-IF
007810         IF RULE-BAND-FROM-X IS NUMERIC
007820             MOVE RULE-BAND-FROM TO WS-CAT-BAND-FROM(CAT-IDX)
007830         ELSE
007840             MOVE 0 TO WS-CAT-BAND-FROM(CAT-IDX)
007850         END-IF
007860         IF RULE-BAND-TO-X IS NUMERIC
007870             MOVE RULE-BAND-TO TO WS-CAT-BAND-TO(CAT-IDX)
007880         ELSE
007890             MOVE 0 TO WS-CAT-BAND-TO(CAT-IDX)
007900         END-IF
007910     END-IF.
007920
007930 CHECK-RULE-CATALOG.
007940*    THE SAME TESTS AS VALIDATE-RULE-CATALOG IN MAIN.COB. ONE
007950*    ACTIVE VERSION FIZZBUZZ CANNOT TEST MAKES IT REFUSE THE
007960*    WHOLE RUN (RC 16), WHATEVER THE REQUESTS ARE - SO NOTHING
007970*    IS PREDICTED BUT THE REFUSAL.
007980     PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
007990             UNTIL WS-CAT-SUB > WS-CAT-COUNT
008000         IF WS-CAT-ACTIVE(WS-CAT-SUB) = 'Y'
008010             EVALUATE TRUE
008020             WHEN (WS-CAT-KIND(WS-CAT-SUB) = 'D'
008030                     OR WS-CAT-KIND(WS-CAT-SUB) = 'S')
008040                     AND WS-CAT-DIVISOR(WS-CAT-SUB) = 0
008050                 MOVE 'Y' TO WS-CAT-REFUSED
008060             WHEN WS-CAT-KIND(WS-CAT-SUB) = 'C'
008070                     AND WS-CAT-DIVISOR(WS-CAT-SUB) > 9
008080                 MOVE 'Y' TO WS-CAT-REFUSED
008090             WHEN WS-CAT-KIND(WS-CAT-SUB) = 'B'
008100                     AND WS-CAT-BAND-FROM(WS-CAT-SUB) >
008110                         WS-CAT-BAND-TO(WS-CAT-SUB)
008120                 MOVE 'Y' TO WS-CAT-REFUSED
008130             WHEN WS-CAT-KIND(WS-CAT-SUB) NOT = 'D'
008140                     AND WS-CAT-KIND(WS-CAT-SUB) NOT = 'C'
008150                     AND WS-CAT-KIND(WS-CAT-SUB) NOT = 'S'
008160                     AND WS-CAT-KIND(WS-CAT-SUB) NOT = 'B'
008170                 MOVE 'Y' TO WS-CAT-REFUSED
008180             END-EVALUATE
008190         END-IF
008200     END-PERFORM.
008210     IF WS-CAT-REFUSED = 'Y'
008220         DISPLAY "FBESTIM: THE RULE CATALOG HOLDS AN ACTIVE "
008230             "VERSION FIZZBUZZ CANNOT TEST - THE RUN WOULD BE "
008240             "REFUSED"
008250         IF WS-RETURN-CODE < 12
008260             MOVE 12 TO WS-RETURN-CODE
008270         END-IF
008280     END-IF.
008290
008300 READ-EXCEPTION-FILE.
008310*    SAME LOADER SHAPE AS FIZZBUZZ - ENTRIES THAT WOULD HAVE
008320*    BEEN IGNORED THERE ARE IGNORED HERE TOO.
008330     OPEN INPUT EXCP-FILE.
008340     IF WS-EXCP-STATUS = '00'
008350         PERFORM UNTIL WS-EXCP-STATUS = '10'
008360             READ EXCP-FILE
008370                 AT END
008380                     MOVE '10' TO WS-EXCP-STATUS
008390                 NOT AT END
008400                     PERFORM TAKE-ONE-EXCP-RECORD
008410             END-READ
008420         END-PERFORM
008430         CLOSE EXCP-FILE
008440     END-IF.
008450
008460 TAKE-ONE-EXCP-RECORD.
008470     EVALUATE TRUE
008480     WHEN WS-EXCP-STATUS = '00'
008490         PERFORM STOW-ONE-EXCEPTION
008500     WHEN WS-EXCP-STATUS = '04' OR WS-EXCP-STATUS = '06'
008510         DISPLAY "FBESTIM: AN EXCEPTION ENTRY RETURNED FILE "
008520             "STATUS " WS-EXCP-STATUS " AND WAS SKIPPED"
008530     WHEN OTHER
008540         DISPLAY "FBESTIM: READ OF EXCPFILE FAILED, STATUS="
008550             WS-EXCP-STATUS
008560         MOVE '10' TO WS-EXCP-STATUS
008570     END-EVALUATE.
008580
008590 STOW-ONE-EXCEPTION.
008600     EVALUATE TRUE
008610     WHEN WS-EXC-COUNT >= 50
008620         CONTINUE
008630     WHEN EXCP-FROM-INDICE-X IS NOT NUMERIC
008640         CONTINUE
008650     WHEN EXCP-ACTION NOT = 'F' AND EXCP-ACTION NOT = 'X'
008660         CONTINUE
008670     WHEN EXCP-ACTION = 'F' AND EXCP-LABEL = SPACES
008680         CONTINUE
008690     WHEN OTHER
008700         ADD 1 TO WS-EXC-COUNT
008710         SET EXC-IDX TO WS-EXC-COUNT
008720         MOVE EXCP-FROM-INDICE TO WS-EXC-FROM(EXC-IDX)
008730         IF EXCP-TO-INDICE-X IS NUMERIC
008740                 AND EXCP-TO-INDICE NOT = 0
008750             MOVE EXCP-TO-INDICE TO WS-EXC-TO(EXC-IDX)
008760         ELSE
008770             MOVE EXCP-FROM-INDICE TO WS-EXC-TO(EXC-IDX)
008780         END-IF
008790         MOVE EXCP-ACTION TO WS-EXC-ACTION(EXC-IDX)
008800         MOVE EXCP-LABEL  TO WS-EXC-LABEL(EXC-IDX)
008810         IF WS-EXC-FROM(EXC-IDX) > WS-EXC-TO(EXC-IDX)
008820             SUBTRACT 1 FROM WS-EXC-COUNT
008830         END-IF
008840     END-EVALUATE.
008850
008860 FIND-EXCEPTION-MATCH.
008870*    FIRST MATCHING ENTRY IN FILE ORDER WINS, AS IN FIZZBUZZ.
008880*    SPACE MEANS NO ENTRY COVERS WS-CHK-INDICE.
008890     MOVE SPACE TO WS-EXC-MATCH-ACTION.
008900     PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
008910             UNTIL WS-EXC-SUB > WS-EXC-COUNT
008920                 OR WS-EXC-MATCH-ACTION NOT = SPACE
008930         IF WS-CHK-INDICE >= WS-EXC-FROM(WS-EXC-SUB)
008940                 AND WS-CHK-INDICE <= WS-EXC-TO(WS-EXC-SUB)
008950             MOVE WS-EXC-ACTION(WS-EXC-SUB)
008960                 TO WS-EXC-MATCH-ACTION
008970         END-IF
008980     END-PERFORM.
008990
009000 READ-THROUGHPUT-HISTORY.
009010*    ONLY ENTRIES WITH ROWS WRITTEN OVER A MEASURED ELAPSED TIME
009020*    SAY ANYTHING ABOUT THROUGHPUT - FIZZBUZZ FALLS BACK TO THE
009030*    ROW COUNT AS ITS RATE WHEN A RUN TOOK UNDER A HUNDREDTH OF
009040*    A SECOND, AND A VALIDATE-ONLY RUN WRITES NOTHING.
009050     OPEN INPUT AUDIT-FILE.
009060     IF WS-AUDIT-STATUS = '00'
009070         PERFORM UNTIL WS-AUDIT-STATUS NOT = '00'
009080             READ AUDIT-FILE
009090                 AT END
009100                     MOVE '10' TO WS-AUDIT-STATUS
009110                 NOT AT END
009120                     PERFORM TAKE-ONE-AUDIT-RATE
009130             END-READ
009140         END-PERFORM
009150         CLOSE AUDIT-FILE
009160     END-IF.
009170     MOVE 0 TO WS-RATE-SUM.
009180     MOVE 0 TO WS-SLOW-RATE.
009190     PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
009200             UNTIL WS-RATE-SUB > WS-RATE-COUNT
009210         ADD WS-RATE-ENTRY(WS-RATE-SUB) TO WS-RATE-SUM
009220         IF WS-SLOW-RATE = 0
009230                 OR WS-RATE-ENTRY(WS-RATE-SUB) < WS-SLOW-RATE
009240             MOVE WS-RATE-ENTRY(WS-RATE-SUB) TO WS-SLOW-RATE
009250         END-IF
009260     END-PERFORM.
009270     IF WS-RATE-COUNT > 0
009280         COMPUTE WS-MEAN-RATE = WS-RATE-SUM / WS-RATE-COUNT
009290     END-IF.
009300
009310 TAKE-ONE-AUDIT-RATE.
009320     ADD 1 TO WS-AUDIT-ENTRIES.
009330     IF AUDIT-RECORDS-WRITTEN IS NUMERIC
009340             AND AUDIT-ELAPSED-HUNDREDTHS IS NUMERIC
009350             AND AUDIT-RECORDS-PER-SEC IS NUMERIC
009360         IF AUDIT-RECORDS-WRITTEN > 0
009370                 AND AUDIT-ELAPSED-HUNDREDTHS > 0
009380                 AND AUDIT-RECORDS-PER-SEC > 0
009390             ADD 1 TO WS-RATE-NEXT
009400             IF WS-RATE-NEXT > WS-RATE-DEPTH
009410                 MOVE 1 TO WS-RATE-NEXT
009420             END-IF
009430             MOVE AUDIT-RECORDS-PER-SEC TO
009440                 WS-RATE-ENTRY(WS-RATE-NEXT)
009450             IF WS-RATE-COUNT < WS-RATE-DEPTH
009460                 ADD 1 TO WS-RATE-COUNT
009470             END-IF
009480         END-IF
009490     END-IF.
009500
009510 REPORT-PLAN-BASIS.
009520     MOVE WS-EST-SOURCE TO RPT-SRC-NAME.
009530     MOVE WS-PLAN-DATE TO RPT-SRC-DATE.
009540     MOVE WS-WINDOW-MINUTES TO RPT-SRC-WINDOW.
009550     MOVE WS-ENUM-LIMIT TO RPT-SRC-LIMIT.
009560     MOVE RPT-SRC-LINE TO WS-RPT-WORK.
009570     PERFORM WRITE-REPORT-LINE.
009580     IF WS-WINDOW-SECONDS = 0
009590         MOVE 'NO BATCH WINDOW SET - NO REQUEST IS FLAGGED AS AN '
009600             TO WS-RPT-WORK
009610         MOVE 'OVERRUN' TO WS-RPT-WORK(51:7)
009620         PERFORM WRITE-REPORT-LINE
009630     END-IF.
009640     IF WS-RATE-COUNT > 0
009650         MOVE WS-RATE-COUNT TO RPT-RATE-RUNS
009660         MOVE WS-MEAN-RATE TO RPT-RATE-MEAN
009670         MOVE WS-SLOW-RATE TO RPT-RATE-SLOW
009680         MOVE RPT-RATE-LINE TO WS-RPT-WORK
009690     ELSE
009700         MOVE 'NO USABLE THROUGHPUT HISTORY ON AUDITFIL - '
009710             TO WS-RPT-WORK
009720         MOVE 'ELAPSED TIME IS NOT ESTIMATED'
009730             TO WS-RPT-WORK(44:29)
009740     END-IF.
009750     PERFORM WRITE-REPORT-LINE.
009760     IF WS-CAT-REFUSED = 'Y'
009770         MOVE 'THE RULE CATALOG HOLDS AN ACTIVE VERSION FIZZBUZZ '
009780             TO WS-RPT-WORK
009790         MOVE 'CANNOT TEST - THE WHOLE RUN WOULD BE REFUSED'
009800             TO WS-RPT-WORK(51:44)
009810         PERFORM WRITE-REPORT-LINE
009820     END-IF.
009830     PERFORM WRITE-REPORT-LINE.
009840
009850 LOAD-PARM-REQUESTS.
009860*    THE REQUEST TABLE FIZZBUZZ WILL BUILD - SEE READ-PARM-FILE
009870*    AND STOW-ONE-REQUEST IN MAIN.COB. NO CONTROL RECORD AT ALL
009880*    MEANS ITS ONE COMPILED-IN DEFAULT REQUEST.
009890     OPEN INPUT PARM-FILE.
009900     IF WS-PARM-STATUS = '00'
009910         PERFORM UNTIL WS-PARM-STATUS = '10'
009920             READ PARM-FILE
009930                 AT END
009940                     MOVE '10' TO WS-PARM-STATUS
009950                 NOT AT END
009960                     PERFORM TAKE-ONE-PARM-RECORD
009970             END-READ
009980         END-PERFORM
009990         CLOSE PARM-FILE
010000     END-IF.
010010     IF WS-REQ-COUNT = 0
010020         MOVE 1 TO WS-REQ-COUNT
010030         SET REQ-IDX TO 1
010040         MOVE 'REQ00001' TO WS-REQ-ID(REQ-IDX)
010050         MOVE 'REPORT' TO WS-REQ-MODE(REQ-IDX)
010060         MOVE 1 TO WS-REQ-START(REQ-IDX)
010070         MOVE 100 TO WS-REQ-END(REQ-IDX)
010080         MOVE 3 TO WS-REQ-DIV-1(REQ-IDX)
010090         MOVE 5 TO WS-REQ-DIV-2(REQ-IDX)
010100         MOVE 0 TO WS-REQ-AS-OF(REQ-IDX)
010110         MOVE 'N' TO WS-REQ-BAD(REQ-IDX)
010120         MOVE SPACES TO WS-REQ-WHY(REQ-IDX)
010130         MOVE 'NO CONTROL RECORD - FIZZBUZZ RUNS ITS DEFAULT '
010140             TO WS-RPT-WORK
010150         MOVE 'REQUEST' TO WS-RPT-WORK(47:7)
010160         PERFORM WRITE-REPORT-LINE
010170     END-IF.
010180     PERFORM APPLY-SLICE-DIRECTIVES.
010190     PERFORM REPORT-SOURCE-NOTES.
010200
010210 TAKE-ONE-PARM-RECORD.
010220     EVALUATE TRUE
010230     WHEN WS-PARM-STATUS = '00'
010240         ADD 1 TO WS-SRC-RECORDS
010250         PERFORM STOW-ONE-PARM-REQUEST
010260     WHEN WS-PARM-STATUS = '04' OR WS-PARM-STATUS = '06'
010270         ADD 1 TO WS-SRC-RECORDS
010280         ADD 1 TO WS-SRC-SKIPPED
010290     WHEN OTHER
010300         DISPLAY "FBESTIM: READ OF PARMFILE FAILED, STATUS="
010310             WS-PARM-STATUS
010320         ADD 1 TO WS-SRC-SKIPPED
010330         MOVE '10' TO WS-PARM-STATUS
010340     END-EVALUATE.
010350
010360 STOW-ONE-PARM-REQUEST.
010370     IF WS-REQ-COUNT >= 50
010380         ADD 1 TO WS-SRC-OVERFLOW
010390     ELSE
010400         ADD 1 TO WS-REQ-COUNT
010410         SET REQ-IDX TO WS-REQ-COUNT
010420         MOVE 'N' TO WS-REQ-BAD(REQ-IDX)
010430         MOVE SPACES TO WS-REQ-WHY(REQ-IDX)
010440         IF PARM-START-RANGE-X IS NOT NUMERIC
010450                 OR PARM-END-RANGE-X IS NOT NUMERIC
010460                 OR PARM-DIVISOR-1-X IS NOT NUMERIC
010470                 OR PARM-DIVISOR-2-X IS NOT NUMERIC
010480             MOVE 'Y' TO WS-REQ-BAD(REQ-IDX)
010490             MOVE 'NON-NUMERIC RANGE OR DIVISOR'
010500                 TO WS-REQ-WHY(REQ-IDX)
010510             MOVE 0 TO WS-REQ-START(REQ-IDX)
010520             MOVE 0 TO WS-REQ-END(REQ-IDX)
010530             MOVE 0 TO WS-REQ-DIV-1(REQ-IDX)
010540             MOVE 0 TO WS-REQ-DIV-2(REQ-IDX)
010550         ELSE
010560             MOVE PARM-START-RANGE TO WS-REQ-START(REQ-IDX)
010570             MOVE PARM-END-RANGE TO WS-REQ-END(REQ-IDX)
010580             MOVE PARM-DIVISOR-1 TO WS-REQ-DIV-1(REQ-IDX)
010590             MOVE PARM-DIVISOR-2 TO WS-REQ-DIV-2(REQ-IDX)
010600         END-IF
010610         IF PARM-RUN-MODE = SPACES
010620             MOVE 'REPORT' TO WS-REQ-MODE(REQ-IDX)
010630         ELSE
010640             MOVE PARM-RUN-MODE TO WS-REQ-MODE(REQ-IDX)
010650         END-IF
010660         IF WS-REQ-COUNT = 1
010670             PERFORM STOW-SLICE-FIELDS
010680         END-IF
010690         IF PARM-REQUEST-ID = SPACES
010700             MOVE WS-REQ-COUNT TO WS-REQ-ID-SEQ
010710             STRING 'REQ' DELIMITED BY SIZE
010720                    WS-REQ-ID-SEQ DELIMITED BY SIZE
010730                    INTO WS-GEN-ID
010740             END-STRING
010750             MOVE WS-GEN-ID TO WS-REQ-ID(REQ-IDX)
010760         ELSE
010770             MOVE PARM-REQUEST-ID TO WS-REQ-ID(REQ-IDX)
010780         END-IF
010790         MOVE 0 TO WS-REQ-AS-OF(REQ-IDX)
010800         IF PARM-AS-OF-DATE-X NOT = SPACES
010810             IF PARM-AS-OF-DATE-X IS NUMERIC
010820                 MOVE PARM-AS-OF-DATE TO WS-REQ-AS-OF(REQ-IDX)
010830             ELSE
010840                 MOVE 'Y' TO WS-REQ-BAD(REQ-IDX)
010850                 MOVE 'NON-NUMERIC AS-OF DATE'
010860                     TO WS-REQ-WHY(REQ-IDX)
010870             END-IF
010880         END-IF
010890         IF PARM-PROGRESS-EVERY-X NOT = SPACES
010900                 AND PARM-PROGRESS-EVERY-X IS NOT NUMERIC
010910             MOVE 'Y' TO WS-REQ-BAD(REQ-IDX)
010920             MOVE 'NON-NUMERIC PROGRESS INTERVAL'
010930                 TO WS-REQ-WHY(REQ-IDX)
010940         END-IF
010950     END-IF.
010960
010970 STOW-SLICE-FIELDS.
010980*    SLICE DIRECTIVES RIDE ON THE FIRST CONTROL RECORD ONLY,
010990*    AS IN MAIN.COB.
011000     IF PARM-SLICE-COUNT-X = SPACES
011010             AND PARM-SLICE-NUMBER-X = SPACES
011020         CONTINUE
011030     ELSE
011040         IF PARM-SLICE-COUNT-X IS NUMERIC
011050                 AND PARM-SLICE-NUMBER-X IS NUMERIC
011060             MOVE PARM-SLICE-COUNT TO WS-SLICE-COUNT
011070             MOVE PARM-SLICE-NUMBER TO WS-SLICE-NUMBER
011080         ELSE
011090             MOVE 'Y' TO WS-REQ-BAD(REQ-IDX)
011100             MOVE 'NON-NUMERIC SLICE DATA' TO WS-REQ-WHY(REQ-IDX)
011110         END-IF
011120     END-IF.
011130
011140 APPLY-SLICE-DIRECTIVES.
011150*    A PARTITIONED RUN CLASSIFIES THE FIRST REQUEST'S RANGE
011160*    ONLY, SPLIT ACROSS WS-SLICE-COUNT JOBS RUNNING SIDE BY
011170*    SIDE - FIZZBUZZ IGNORES EVERY LATER CONTROL RECORD. THE
011180*    ROWS AND COUNTS ARE THOSE OF THE WHOLE RANGE (FBCONSOL'S
011190*    MERGED EXTRACT); THE ELAPSED TIME IS ONE SLICE'S.
011200     IF WS-SLICE-COUNT > 1
011210         SET REQ-IDX TO 1
011220         IF WS-SLICE-NUMBER < 1
011230                 OR WS-SLICE-NUMBER > WS-SLICE-COUNT
011240             MOVE 'Y' TO WS-REQ-BAD(REQ-IDX)
011250             MOVE 'SLICE NUMBER OUTSIDE THE SLICE COUNT'
011260                 TO WS-REQ-WHY(REQ-IDX)
011270         END-IF
011280         PERFORM VARYING REQ-IDX FROM 2 BY 1
011290                 UNTIL REQ-IDX > WS-REQ-COUNT
011300             MOVE 'Y' TO WS-REQ-BAD(REQ-IDX)
011310             MOVE 'IGNORED - PARTITIONED RUN'
011320                 TO WS-REQ-WHY(REQ-IDX)
011330         END-PERFORM
011340     END-IF.
011350
011360 COMPUTE-CALENDAR-FACTS.
011370*    AS IN FBSCHED: DAY 1 OF THE INTEGER-OF-DATE SERIES IS A
011380*    MONDAY, SO MOD 7 GIVES 1 = MONDAY .. 0 = SUNDAY (FOLDED TO
011390*    7); MONTH-END IS TRUE WHEN TOMORROW IS IN ANOTHER MONTH.
011400     COMPUTE WS-DATE-INT =
011410         FUNCTION INTEGER-OF-DATE(WS-PLAN-DATE).
011420     COMPUTE WS-DOW-WORK = FUNCTION MOD(WS-DATE-INT 7).
011430     IF WS-DOW-WORK = 0
011440         MOVE 7 TO WS-DAY-OF-WEEK
011450     ELSE
011460         MOVE WS-DOW-WORK TO WS-DAY-OF-WEEK
011470     END-IF.
011480     COMPUTE WS-DATE-INT = WS-DATE-INT + 1.
011490     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
011500         TO WS-TOMORROW.
011510     IF WS-TOM-MM NOT = WS-PLAN-MM
011520         MOVE 'Y' TO WS-IS-MONTH-END
011530     END-IF.
011540
011550 LOAD-SCHD-REQUESTS.
011560*    THE CONTROL RECORDS FBSCHED WOULD WRITE FOR THE PLAN DATE
011570*    (SCHDFILE), OR FOR EVERY USABLE STANDING ENTRY (SCHDALL).
011580     OPEN INPUT SCHD-FILE.
011590     IF WS-SCHD-STATUS NOT = '00'
011600         DISPLAY "FBESTIM: UNABLE TO OPEN SCHDFILE, STATUS="
011610             WS-SCHD-STATUS
011620         MOVE 'SCHDFILE COULD NOT BE READ - NOTHING TO PLAN'
011630             TO WS-RPT-WORK
011640         PERFORM WRITE-REPORT-LINE
011650         IF WS-RETURN-CODE < 12
011660             MOVE 12 TO WS-RETURN-CODE
011670         END-IF
011680     ELSE
011690         PERFORM UNTIL WS-SCHD-STATUS NOT = '00'
011700             READ SCHD-FILE
011710                 AT END
011720                     MOVE '10' TO WS-SCHD-STATUS
011730                 NOT AT END
011740                     PERFORM JUDGE-ONE-STANDING-ENTRY
011750             END-READ
011760         END-PERFORM
011770         CLOSE SCHD-FILE
011780     END-IF.
011790     PERFORM REPORT-SOURCE-NOTES.
011800
011810 JUDGE-ONE-STANDING-ENTRY.
011820*    THE VALIDATION AND FREQUENCY RULES OF JUDGE-ONE-ENTRY IN
011830*    FBSCHED. AN UNUSABLE ENTRY IS NEVER SCHEDULED, SO IT IS
011840*    NAMED HERE AND NOT PLANNED.
011850     ADD 1 TO WS-SRC-RECORDS.
011860     MOVE 'Y' TO WS-ENTRY-USABLE.
011870     MOVE 'N' TO WS-ENTRY-DUE.
011880     MOVE SPACES TO WS-WHY.
011890     EVALUATE TRUE
011900     WHEN SCHD-START-RANGE-X IS NOT NUMERIC
011910             OR SCHD-END-RANGE-X IS NOT NUMERIC
011920             OR SCHD-DIVISOR-1-X IS NOT NUMERIC
011930             OR SCHD-DIVISOR-2-X IS NOT NUMERIC
011940         MOVE 'N' TO WS-ENTRY-USABLE
011950         MOVE 'NON-NUMERIC RANGE OR DIVISOR' TO WS-WHY
011960     WHEN SCHD-PROGRESS-X NOT = SPACES
011970             AND SCHD-PROGRESS-X IS NOT NUMERIC
011980         MOVE 'N' TO WS-ENTRY-USABLE
011990         MOVE 'NON-NUMERIC PROGRESS INTERVAL' TO WS-WHY
012000     WHEN SCHD-FREQUENCY = 'D'
012010         MOVE 'Y' TO WS-ENTRY-DUE
012020     WHEN SCHD-FREQUENCY = 'W'
012030         IF SCHD-DAY-OF-WEEK-X IS NUMERIC
012040                 AND SCHD-DAY-OF-WEEK >= 1
012050                 AND SCHD-DAY-OF-WEEK <= 7
012060             IF SCHD-DAY-OF-WEEK = WS-DAY-OF-WEEK
012070                 MOVE 'Y' TO WS-ENTRY-DUE
012080             END-IF
012090         ELSE
012100             MOVE 'N' TO WS-ENTRY-USABLE
012110             MOVE 'WEEKLY DAY NOT 1-7' TO WS-WHY
012120         END-IF
012130     WHEN SCHD-FREQUENCY = 'M'
012140         IF WS-IS-MONTH-END = 'Y'
012150             MOVE 'Y' TO WS-ENTRY-DUE
012160         END-IF
012170     WHEN SCHD-FREQUENCY = 'S'
012180         IF SCHD-SPEC-DATE-X IS NUMERIC
012190             IF SCHD-SPEC-DATE = WS-PLAN-DATE
012200                 MOVE 'Y' TO WS-ENTRY-DUE
012210             END-IF
012220         ELSE
012230             MOVE 'N' TO WS-ENTRY-USABLE
012240             MOVE 'NON-NUMERIC SPECIFIC DATE' TO WS-WHY
012250         END-IF
012260     WHEN OTHER
012270         MOVE 'N' TO WS-ENTRY-USABLE
012280         MOVE 'UNKNOWN FREQUENCY CODE' TO WS-WHY
012290     END-EVALUATE.
012300     IF WS-EST-SOURCE = 'SCHDALL' AND WS-ENTRY-USABLE = 'Y'
012310         MOVE 'Y' TO WS-ENTRY-DUE
012320     END-IF.
012330     EVALUATE TRUE
012340     WHEN WS-ENTRY-USABLE = 'N'
012350         ADD 1 TO WS-SRC-UNUSABLE
012360         MOVE 'STANDING ENTRY ' TO WS-RPT-WORK
012370         MOVE SCHD-REQUEST-ID TO WS-RPT-WORK(16:8)
012380         MOVE ' NOT PLANNED - ' TO WS-RPT-WORK(24:15)
012390         MOVE WS-WHY TO WS-RPT-WORK(39:40)
012400         PERFORM WRITE-REPORT-LINE
012410     WHEN WS-ENTRY-DUE = 'N'
012420         ADD 1 TO WS-SRC-NOT-DUE
012430     WHEN WS-REQ-COUNT >= 50
012440         ADD 1 TO WS-SRC-OVERFLOW
012450     WHEN OTHER
012460         PERFORM STOW-STANDING-REQUEST
012470     END-EVALUATE.
012480
012490 STOW-STANDING-REQUEST.
012500*    AS TAKE-OR-SKIP-ENTRY IN FBSCHED: A BLANK MODE IS EXTRACT.
012510*    AN ENTRY WITHOUT ITS OWN ID GETS THE REQNNNNN FIZZBUZZ WILL
012520*    GENERATE FROM ITS PLACE ON PARMFILE.
012530     ADD 1 TO WS-REQ-COUNT.
012540     SET REQ-IDX TO WS-REQ-COUNT.
012550     MOVE 'N' TO WS-REQ-BAD(REQ-IDX).
012560     MOVE SPACES TO WS-REQ-WHY(REQ-IDX).
012570     IF SCHD-REQUEST-ID = SPACES
012580         MOVE WS-REQ-COUNT TO WS-REQ-ID-SEQ
012590         STRING 'REQ' DELIMITED BY SIZE
012600                WS-REQ-ID-SEQ DELIMITED BY SIZE
012610                INTO WS-GEN-ID
012620         END-STRING
012630         MOVE WS-GEN-ID TO WS-REQ-ID(REQ-IDX)
012640     ELSE
012650         MOVE SCHD-REQUEST-ID TO WS-REQ-ID(REQ-IDX)
012660     END-IF.
012670     MOVE SCHD-START-RANGE TO WS-REQ-START(REQ-IDX).
012680     MOVE SCHD-END-RANGE TO WS-REQ-END(REQ-IDX).
012690     MOVE SCHD-DIVISOR-1 TO WS-REQ-DIV-1(REQ-IDX).
012700     MOVE SCHD-DIVISOR-2 TO WS-REQ-DIV-2(REQ-IDX).
012710     IF SCHD-RUN-MODE = SPACES
012720         MOVE 'EXTRACT' TO WS-REQ-MODE(REQ-IDX)
012730     ELSE
012740         MOVE SCHD-RUN-MODE TO WS-REQ-MODE(REQ-IDX)
012750     END-IF.
012760     IF SCHD-AS-OF-DATE-X IS NUMERIC
012770         MOVE SCHD-AS-OF-DATE TO WS-REQ-AS-OF(REQ-IDX)
012780     ELSE
012790         MOVE 0 TO WS-REQ-AS-OF(REQ-IDX)
012800     END-IF.
012810
012820 REPORT-SOURCE-NOTES.
012830     IF WS-SRC-SKIPPED > 0
012840         MOVE 'CONTROL RECORDS FIZZBUZZ WILL SKIP'
012850             TO RPT-TOT-NAME
012860         MOVE WS-SRC-SKIPPED TO RPT-TOT-COUNT
012870         PERFORM WRITE-TOTAL-LINE
012880         IF WS-RETURN-CODE < 4
012890             MOVE 4 TO WS-RETURN-CODE
012900         END-IF
012910     END-IF.
012920     IF WS-SRC-OVERFLOW > 0
012930         MOVE 'REQUESTS BEYOND THE 50-REQUEST CAPACITY'
012940             TO RPT-TOT-NAME
012950         MOVE WS-SRC-OVERFLOW TO RPT-TOT-COUNT
012960         PERFORM WRITE-TOTAL-LINE
012970         IF WS-RETURN-CODE < 4
012980             MOVE 4 TO WS-RETURN-CODE
012990         END-IF
013000     END-IF.
013010     IF WS-SRC-UNUSABLE > 0
013020         IF WS-RETURN-CODE < 4
013030             MOVE 4 TO WS-RETURN-CODE
013040         END-IF
013050     END-IF.
013060     IF WS-SLICE-COUNT > 1
013070         MOVE 'PARTITIONED RUN - ' TO WS-RPT-WORK
013080         MOVE WS-SLICE-COUNT TO WS-RPT-WORK(19:2)
013090         MOVE ' SLICES SIDE BY SIDE, SECONDS ARE ONE SLICE''S'
013100             TO WS-RPT-WORK(21:45)
013110         PERFORM WRITE-REPORT-LINE
013120     END-IF.
013130     IF WS-SRC-SKIPPED + WS-SRC-OVERFLOW + WS-SRC-UNUSABLE > 0
013140             OR WS-SLICE-COUNT > 1
013150         PERFORM WRITE-REPORT-LINE
013160     END-IF.
013170
013180 OPEN-PLAN-FILE.
013190     OPEN OUTPUT PLAN-FILE.
013200     IF WS-PLAN-STATUS = '00'
013210         MOVE 'Y' TO WS-PLAN-OPEN
013220     ELSE
013230         DISPLAY "FBESTIM: UNABLE TO OPEN ESTPLAN, STATUS="
013240             WS-PLAN-STATUS
013250         MOVE 20 TO WS-RETURN-CODE
013260     END-IF.
013270
013280 PLAN-ONE-REQUEST.
013290*    THE SAME DECISIONS, IN THE SAME ORDER, AS
013300*    VALIDATE-ONE-REQUEST AND PROCESS-ONE-REQUEST IN MAIN.COB.
013310     MOVE ZEROS TO WS-PRD-COUNTS-AREA.
013320     MOVE 0 TO WS-PRD-PLAIN.
013330     MOVE 0 TO WS-PRD-OVERRIDE.
013340     MOVE 0 TO WS-PRD-EXCLUDE.
013350     MOVE 0 TO WS-PRD-ROWS.
013360     MOVE 0 TO WS-PRD-BYTES.
013370     MOVE 0 TO WS-PRD-RULE-COUNT.
013380     MOVE 'N' TO WS-PRD-UPPER.
013390     MOVE SPACES TO WS-PRD-WHY.
013400     MOVE WS-REQ-AS-OF(REQ-IDX) TO WS-AS-OF-DATE.
013410     IF WS-AS-OF-DATE = 0
013420         MOVE WS-PLAN-DATE TO WS-AS-OF-DATE
013430     END-IF.
013440     EVALUATE TRUE
013450     WHEN WS-CAT-REFUSED = 'Y'
013460         MOVE 'R' TO WS-PRD-METHOD
013470         MOVE 'THE RULE CATALOG WOULD BE REFUSED'
013480             TO WS-PRD-WHY
013490     WHEN WS-REQ-BAD(REQ-IDX) = 'Y'
013500         MOVE 'I' TO WS-PRD-METHOD
013510         MOVE WS-REQ-WHY(REQ-IDX) TO WS-PRD-WHY
013520     WHEN WS-REQ-START(REQ-IDX) > WS-REQ-END(REQ-IDX)
013530         MOVE 'I' TO WS-PRD-METHOD
013540         MOVE 'START-RANGE IS GREATER THAN END-RANGE'
013550             TO WS-PRD-WHY
013560     WHEN WS-RULE-FILE-HAS-DATA = 'N'
013570             AND (WS-REQ-DIV-1(REQ-IDX) = 0
013580              OR WS-REQ-DIV-2(REQ-IDX) = 0)
013590         MOVE 'I' TO WS-PRD-METHOD
013600         MOVE 'ZERO DIVISOR' TO WS-PRD-WHY
013610     WHEN WS-REQ-MODE(REQ-IDX) = 'VALIDATE'
013620         MOVE 'V' TO WS-PRD-METHOD
013630         MOVE 'VALIDATE ONLY - NO OUTPUT' TO WS-PRD-WHY
013640     WHEN OTHER
013650         PERFORM ESTIMATE-REQUEST
013660     END-EVALUATE.
013670     EVALUATE WS-PRD-METHOD
013680     WHEN 'V'
013690         ADD 1 TO WS-TOT-VALIDATE
013700     WHEN 'I'
013710     WHEN 'R'
013720         ADD 1 TO WS-TOT-REJECTED
013730     WHEN OTHER
013740         ADD 1 TO WS-TOT-PLANNED
013750         ADD WS-PRD-ROWS TO WS-TOT-ROWS
013760         ADD WS-PRD-BYTES TO WS-TOT-BYTES
013770     END-EVALUATE.
013780     PERFORM TIME-ONE-REQUEST.
013790     PERFORM REPORT-ONE-REQUEST.
013800     PERFORM WRITE-PLAN-RECORD.
013810
013820 ESTIMATE-REQUEST.
013830*    RULES FIRST (WITH THE LEGACY DIVISOR OVERRIDE WHILE THERE
013840*    IS NO CATALOG, AS IN RUN-REQUEST-RANGE), THEN THE METHOD:
013850*    ANALYTIC UNLESS A CONTAINS-DIGIT OR DIGIT-SUM RULE IS IN
013860*    THE WALK. THE RANGE IS THEN TAKEN STRETCH BY STRETCH.
013870     PERFORM SELECT-RULES-AS-OF.
013880     IF WS-RULE-FILE-HAS-DATA = 'N'
013890         MOVE WS-REQ-DIV-1(REQ-IDX) TO WS-RULE-DIVISOR(1)
013900         MOVE WS-REQ-DIV-2(REQ-IDX) TO WS-RULE-DIVISOR(2)
013910     END-IF.
013920     MOVE WS-RULE-COUNT TO WS-PRD-RULE-COUNT.
013930     IF WS-REQ-MODE(REQ-IDX) = 'INCREMEN'
013940         MOVE 'Y' TO WS-PRD-UPPER
013950         ADD 1 TO WS-TOT-UPPER
013960     END-IF.
013970     COMPUTE WS-RANGE-SIZE =
013980         WS-REQ-END(REQ-IDX) - WS-REQ-START(REQ-IDX) + 1.
013990     MOVE 'A' TO WS-PRD-METHOD.
014000     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
014010             UNTIL WS-WALK-SUB > WS-WALK-COUNT
014020         IF WS-RULE-KIND(WS-WALK-SLOT(WS-WALK-SUB)) = 'C'
014030                 OR WS-RULE-KIND(WS-WALK-SLOT(WS-WALK-SUB)) = 'S'
014040             MOVE 'E' TO WS-PRD-METHOD
014050         END-IF
014060     END-PERFORM.
014070     IF WS-PRD-METHOD = 'E' AND WS-RANGE-SIZE > WS-ENUM-LIMIT
014080         MOVE 'N' TO WS-PRD-METHOD
014090         ADD 1 TO WS-TOT-NOT-EST
014100     END-IF.
014110     PERFORM BUILD-STRETCHES.
014120     PERFORM VARYING WS-BND-SUB FROM 1 BY 1
014130             UNTIL WS-BND-SUB >= WS-BND-COUNT
014140         PERFORM ESTIMATE-ONE-STRETCH
014150     END-PERFORM.
014160     COMPUTE WS-PRD-ROWS = WS-RANGE-SIZE - WS-PRD-EXCLUDE.
014170     COMPUTE WS-PRD-BYTES =
014180         WS-PRD-ROWS * WS-ROW-BYTES + WS-TRAILER-BYTES.
014190
014200 SELECT-RULES-AS-OF.
014210*    SAME SELECTION AS THE PARAGRAPH OF THIS NAME IN MAIN.COB:
014220*    FOR EACH SLOT, THE VERSION WHOSE EFFECTIVE RANGE COVERS
014230*    WS-AS-OF-DATE, LATEST EFF-FROM WINNING. WITH NO CATALOG
014240*    ON FILE THE COMPILED-IN DEFAULTS STAND.
014250     IF WS-RULE-FILE-HAS-DATA = 'Y'
014260         MOVE 0 TO WS-RULE-COUNT
014270         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
014280                 UNTIL WS-SLOT-SUB > 10
014290             MOVE 0 TO WS-RULE-DIVISOR(WS-SLOT-SUB)
014300             MOVE SPACES TO WS-RULE-LABEL(WS-SLOT-SUB)
014310             MOVE 'N' TO WS-RULE-ACTIVE(WS-SLOT-SUB)
014320             MOVE 'D' TO WS-RULE-KIND(WS-SLOT-SUB)
014330             MOVE 'N' TO WS-RULE-EXCL(WS-SLOT-SUB)
014340             MOVE 0 TO WS-RULE-PREC(WS-SLOT-SUB)
014350             MOVE 0 TO WS-RULE-BAND-FROM(WS-SLOT-SUB)
014360             MOVE 0 TO WS-RULE-BAND-TO(WS-SLOT-SUB)
014370             MOVE 0 TO WS-BEST-SUB
014380             PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
014390                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
014400                 IF WS-CAT-SLOT(WS-CAT-SUB) = WS-SLOT-SUB
014410                     AND WS-CAT-FROM(WS-CAT-SUB) <=
014420                         WS-AS-OF-DATE
014430                     AND WS-CAT-TO(WS-CAT-SUB) >=
014440                         WS-AS-OF-DATE
014450                     IF WS-BEST-SUB = 0
014460                         MOVE WS-CAT-SUB TO WS-BEST-SUB
014470                     ELSE
014480                         IF WS-CAT-FROM(WS-CAT-SUB) >=
014490                             WS-CAT-FROM(WS-BEST-SUB)
014500                             MOVE WS-CAT-SUB TO WS-BEST-SUB
014510                         END-IF
014520                     END-IF
014530                 END-IF
014540             END-PERFORM
014550             IF WS-BEST-SUB NOT = 0
014560                 MOVE WS-CAT-DIVISOR(WS-BEST-SUB) TO
014570                     WS-RULE-DIVISOR(WS-SLOT-SUB)
014580                 MOVE WS-CAT-LABEL(WS-BEST-SUB) TO
014590                     WS-RULE-LABEL(WS-SLOT-SUB)
014600                 MOVE WS-CAT-ACTIVE(WS-BEST-SUB) TO
014610                     WS-RULE-ACTIVE(WS-SLOT-SUB)
014620                 MOVE WS-CAT-KIND(WS-BEST-SUB) TO
014630                     WS-RULE-KIND(WS-SLOT-SUB)
014640                 MOVE WS-CAT-EXCL(WS-BEST-SUB) TO
014650                     WS-RULE-EXCL(WS-SLOT-SUB)
014660                 MOVE WS-CAT-PREC(WS-BEST-SUB) TO
014670                     WS-RULE-PREC(WS-SLOT-SUB)
014680                 MOVE WS-CAT-BAND-FROM(WS-BEST-SUB) TO
014690                     WS-RULE-BAND-FROM(WS-SLOT-SUB)
014700                 MOVE WS-CAT-BAND-TO(WS-BEST-SUB) TO
014710                     WS-RULE-BAND-TO(WS-SLOT-SUB)
014720                 MOVE WS-SLOT-SUB TO WS-RULE-COUNT
014730             END-IF
014740         END-PERFORM
014750     END-IF.
014760     PERFORM ORDER-RULE-WALK.
014770
014780 ORDER-RULE-WALK.
014790*    SAME ORDERING AS THE PARAGRAPH OF THIS NAME IN MAIN.COB:
014800*    ASCENDING PRECEDENCE (00 = THE SLOT'S OWN NUMBER), TIES
014810*    TO THE LOWER SLOT, ACTIVE SLOTS ONLY.
014820     MOVE 0 TO WS-WALK-COUNT.
014830     MOVE ALL 'N' TO WS-WALK-TAKEN-AREA.
014840     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
014850             UNTIL WS-WALK-SUB > WS-RULE-COUNT
014860         MOVE 0 TO WS-WALK-BEST-SLOT
014870         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
014880                 UNTIL WS-SLOT-SUB > WS-RULE-COUNT
014890             IF WS-RULE-ACTIVE(WS-SLOT-SUB) = 'Y'
014900                     AND WS-WALK-TAKEN(WS-SLOT-SUB) = 'N'
014910                 IF WS-RULE-PREC(WS-SLOT-SUB) = 0
014920                     COMPUTE WS-WALK-KEY =
014930                         WS-SLOT-SUB * 100 + WS-SLOT-SUB
014940                 ELSE
014950                     COMPUTE WS-WALK-KEY =
014960                         WS-RULE-PREC(WS-SLOT-SUB) * 100
014970                         + WS-SLOT-SUB
014980                 END-IF
014990                 IF WS-WALK-BEST-SLOT = 0
015000                         OR WS-WALK-KEY < WS-WALK-BEST-KEY
015010                     MOVE WS-SLOT-SUB TO WS-WALK-BEST-SLOT
015020                     MOVE WS-WALK-KEY TO WS-WALK-BEST-KEY
015030                 END-IF
015040             END-IF
015050         END-PERFORM
015060         IF WS-WALK-BEST-SLOT > 0
015070             MOVE 'Y' TO WS-WALK-TAKEN(WS-WALK-BEST-SLOT)
015080             ADD 1 TO WS-WALK-COUNT
015090             MOVE WS-WALK-BEST-SLOT TO WS-WALK-SLOT(WS-WALK-COUNT)
015100         END-IF
015110     END-PERFORM.
015120
015130 BUILD-STRETCHES.
015140     MOVE 0 TO WS-BND-COUNT.
015150     MOVE WS-REQ-START(REQ-IDX) TO WS-BND-NEW.
015160     PERFORM ADD-BOUNDARY.
015170     COMPUTE WS-BND-NEW = WS-REQ-END(REQ-IDX) + 1.
015180     PERFORM ADD-BOUNDARY.
015190     PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
015200             UNTIL WS-EXC-SUB > WS-EXC-COUNT
015210         MOVE WS-EXC-FROM(WS-EXC-SUB) TO WS-BND-NEW
015220         PERFORM ADD-INNER-BOUNDARY
015230         COMPUTE WS-BND-NEW = WS-EXC-TO(WS-EXC-SUB) + 1
015240         PERFORM ADD-INNER-BOUNDARY
015250     END-PERFORM.
015260
015270 ADD-INNER-BOUNDARY.
015280     IF WS-BND-NEW > WS-REQ-START(REQ-IDX)
015290             AND WS-BND-NEW <= WS-REQ-END(REQ-IDX)
015300         PERFORM ADD-BOUNDARY
015310     END-IF.
015320
015330 ADD-BOUNDARY.
015340*    INSERTS WS-BND-NEW IN ASCENDING PLACE UNLESS ALREADY THERE.
015350     MOVE 1 TO WS-BND-INS.
015360     PERFORM UNTIL WS-BND-INS > WS-BND-COUNT
015370             OR WS-BND(WS-BND-INS) >= WS-BND-NEW
015380         ADD 1 TO WS-BND-INS
015390     END-PERFORM.
015400     IF WS-BND-INS > WS-BND-COUNT
015410         ADD 1 TO WS-BND-COUNT
015420         MOVE WS-BND-NEW TO WS-BND(WS-BND-COUNT)
015430     ELSE
015440         IF WS-BND(WS-BND-INS) NOT = WS-BND-NEW
015450             PERFORM VARYING WS-BND-MOVE FROM WS-BND-COUNT BY -1
015460                     UNTIL WS-BND-MOVE < WS-BND-INS
015470                 MOVE WS-BND(WS-BND-MOVE) TO
015480                     WS-BND(WS-BND-MOVE + 1)
015490             END-PERFORM
015500             ADD 1 TO WS-BND-COUNT
015510             MOVE WS-BND-NEW TO WS-BND(WS-BND-INS)
015520         END-IF
015530     END-IF.
015540
015550 ESTIMATE-ONE-STRETCH.
015560*    ONE EXCPFILE DECISION COVERS THE WHOLE STRETCH, SO ITS
015570*    FIRST INDICE SPEAKS FOR ALL OF IT. AN EXCLUDED STRETCH
015580*    WRITES NO ROWS; A FORCED ONE WRITES ROWS THAT COUNT AS
015590*    OVERRIDES AND AGAINST NO RULE; THE REST GO TO THE RULES.
015600     MOVE WS-BND(WS-BND-SUB) TO WS-SEG-LO.
015610     COMPUTE WS-SEG-HI = WS-BND(WS-BND-SUB + 1) - 1.
015620     COMPUTE WS-SEG-SIZE = WS-SEG-HI - WS-SEG-LO + 1.
015630     MOVE WS-SEG-LO TO WS-CHK-INDICE.
015640     PERFORM FIND-EXCEPTION-MATCH.
015650     EVALUATE TRUE
015660     WHEN WS-EXC-MATCH-ACTION = 'X'
015670         ADD WS-SEG-SIZE TO WS-PRD-EXCLUDE
015680     WHEN WS-EXC-MATCH-ACTION = 'F'
015690         ADD WS-SEG-SIZE TO WS-PRD-OVERRIDE
015700     WHEN WS-PRD-METHOD = 'A'
015710         PERFORM COUNT-STRETCH-ANALYTICALLY
015720     WHEN WS-PRD-METHOD = 'E'
015730         PERFORM VARYING WS-EST-INDICE FROM WS-SEG-LO BY 1
015740                 UNTIL WS-EST-INDICE > WS-SEG-HI
015750             PERFORM CLASSIFY-EST-INDICE
015760         END-PERFORM
015770     WHEN OTHER
015780         CONTINUE
015790     END-EVALUATE.
015800
015810 COUNT-STRETCH-ANALYTICALLY.
015820*    PLAIN: NO RULE IN THE WALK MATCHES - EVERY RULE IN PLAY AS
015830*    A MEMBER, NO BASE. EACH RULE: IT MATCHES (THE BASE) AND NO
015840*    EXCLUSIVE RULE AHEAD OF IT IN THE WALK DID (THE MEMBERS) -
015850*    A RULE NOT REACHED BECAUSE AN EXCLUSIVE MATCH STOPPED THE
015860*    WALK IS NOT COUNTED, AS IN FIZZBUZZ.
015870     MOVE 0 TO WS-BASE-SLOT.
015880     MOVE 0 TO WS-MEM-COUNT.
015890     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
015900             UNTIL WS-WALK-SUB > WS-WALK-COUNT
015910         ADD 1 TO WS-MEM-COUNT
015920         MOVE WS-WALK-SLOT(WS-WALK-SUB) TO
015930             WS-MEM-SLOT(WS-MEM-COUNT)
015940     END-PERFORM.
015950     PERFORM SUM-OVER-COMBINATIONS.
015960     ADD WS-IE-SUM TO WS-PRD-PLAIN.
015970     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
015980             UNTIL WS-WALK-SUB > WS-WALK-COUNT
015990         PERFORM COUNT-ONE-WALK-RULE
016000     END-PERFORM.
016010
016020 COUNT-ONE-WALK-RULE.
016030     MOVE WS-WALK-SLOT(WS-WALK-SUB) TO WS-BASE-SLOT.
016040     MOVE 0 TO WS-MEM-COUNT.
016050     PERFORM VARYING WS-EARLY-SUB FROM 1 BY 1
016060             UNTIL WS-EARLY-SUB >= WS-WALK-SUB
016070         IF WS-RULE-EXCL(WS-WALK-SLOT(WS-EARLY-SUB)) = 'Y'
016080             ADD 1 TO WS-MEM-COUNT
016090             MOVE WS-WALK-SLOT(WS-EARLY-SUB) TO
016100                 WS-MEM-SLOT(WS-MEM-COUNT)
016110         END-IF
016120     END-PERFORM.
016130     PERFORM SUM-OVER-COMBINATIONS.
016140     ADD WS-IE-SUM TO WS-PRD-MATCH-COUNT(WS-BASE-SLOT).
016150
016160 SUM-OVER-COMBINATIONS.
016170*    EACH VALUE OF WS-MASK IS ONE COMBINATION OF THE MEMBERS -
016180*    BIT N SET TAKES MEMBER N.
016190     COMPUTE WS-MASK-LIMIT = 2 ** WS-MEM-COUNT.
016200     MOVE 0 TO WS-IE-SUM.
016210     PERFORM VARYING WS-MASK FROM 0 BY 1
016220             UNTIL WS-MASK >= WS-MASK-LIMIT
016230         PERFORM COUNT-ONE-COMBINATION
016240     END-PERFORM.
016250
016260 COUNT-ONE-COMBINATION.
016270     MOVE 1 TO WS-T-L.
016280     MOVE WS-SEG-LO TO WS-T-LO.
016290     MOVE WS-SEG-HI TO WS-T-HI.
016300     MOVE 0 TO WS-MASK-BITS.
016310     IF WS-BASE-SLOT > 0
016320         MOVE WS-BASE-SLOT TO WS-TERM-SLOT
016330         PERFORM APPLY-RULE-TERM
016340     END-IF.
016350     MOVE WS-MASK TO WS-MASK-WORK.
016360     PERFORM VARYING WS-MEM-SUB FROM 1 BY 1
016370             UNTIL WS-MEM-SUB > WS-MEM-COUNT
016380         DIVIDE WS-MASK-WORK BY 2 GIVING WS-MASK-HALF
016390             REMAINDER WS-MASK-BIT
016400         MOVE WS-MASK-HALF TO WS-MASK-WORK
016410         IF WS-MASK-BIT = 1
016420             ADD 1 TO WS-MASK-BITS
016430             MOVE WS-MEM-SLOT(WS-MEM-SUB) TO WS-TERM-SLOT
016440             PERFORM APPLY-RULE-TERM
016450         END-IF
016460     END-PERFORM.
016470     PERFORM COUNT-MULTIPLES.
016480     IF FUNCTION MOD(WS-MASK-BITS 2) = 0
016490         ADD WS-T-COUNT TO WS-IE-SUM
016500     ELSE
016510         SUBTRACT WS-T-COUNT FROM WS-IE-SUM
016520     END-IF.
016530
016540 APPLY-RULE-TERM.
016550*    A BAND NARROWS THE STRETCH; A DIVISOR JOINS THE MODULUS
016560*    (L = L / GCD(L,D) * D). A ZERO DIVISOR MATCHES NOTHING -
016570*    FIZZBUZZ WOULD NOT HAVE RUN WITH ONE, BUT THE TERM IS
016580*    EMPTIED RATHER THAN DIVIDED BY ZERO.
016590     IF WS-RULE-KIND(WS-TERM-SLOT) = 'B'
016600         IF WS-RULE-BAND-FROM(WS-TERM-SLOT) > WS-T-LO
016610             MOVE WS-RULE-BAND-FROM(WS-TERM-SLOT) TO WS-T-LO
016620         END-IF
016630         IF WS-RULE-BAND-TO(WS-TERM-SLOT) < WS-T-HI
016640             MOVE WS-RULE-BAND-TO(WS-TERM-SLOT) TO WS-T-HI
016650         END-IF
016660     ELSE
016670         IF WS-RULE-DIVISOR(WS-TERM-SLOT) = 0
016680             MOVE 1 TO WS-T-LO
016690             MOVE 0 TO WS-T-HI
016700         ELSE
016710             MOVE WS-T-L TO WS-GCD-A
016720             MOVE WS-RULE-DIVISOR(WS-TERM-SLOT) TO WS-GCD-B
016730             PERFORM UNTIL WS-GCD-B = 0
016740                 DIVIDE WS-GCD-A BY WS-GCD-B GIVING WS-GCD-Q
016750                     REMAINDER WS-GCD-R
016760                 MOVE WS-GCD-B TO WS-GCD-A
016770                 MOVE WS-GCD-R TO WS-GCD-B
016780             END-PERFORM
016790             COMPUTE WS-T-L = WS-T-L / WS-GCD-A
016800                 * WS-RULE-DIVISOR(WS-TERM-SLOT)
016810             IF WS-T-L > WS-T-HI
016820                 COMPUTE WS-T-L = WS-T-HI + 1
016830             END-IF
016840         END-IF
016850     END-IF.
016860
016870 COUNT-MULTIPLES.
016880*    MULTIPLES OF WS-T-L FROM WS-T-LO TO WS-T-HI. ZERO IS A
016890*    MULTIPLE OF EVERYTHING, AS MOD SAYS IN FIZZBUZZ.
016900     EVALUATE TRUE
016910     WHEN WS-T-LO > WS-T-HI
016920         MOVE 0 TO WS-T-COUNT
016930     WHEN WS-T-LO = 0
016940         DIVIDE WS-T-HI BY WS-T-L GIVING WS-Q-HI
016950         COMPUTE WS-T-COUNT = WS-Q-HI + 1
016960     WHEN OTHER
016970         DIVIDE WS-T-HI BY WS-T-L GIVING WS-Q-HI
016980         COMPUTE WS-Q-WORK = WS-T-LO - 1
016990         DIVIDE WS-Q-WORK BY WS-T-L GIVING WS-Q-LO
017000         COMPUTE WS-T-COUNT = WS-Q-HI - WS-Q-LO
017010     END-EVALUATE.
017020
017030 CLASSIFY-EST-INDICE.
017040*    THE WALK OF CLASSIFY-INDICE IN FIZZBUZZ, COUNTING ONLY.
017050     MOVE 'N' TO WS-ANY-MATCHED.
017060     MOVE 'N' TO WS-DIGITS-READY.
017070     MOVE 'N' TO WS-WALK-STOPPED.
017080     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
017090             UNTIL WS-WALK-SUB > WS-WALK-COUNT
017100                 OR WS-WALK-STOPPED = 'Y'
017110         SET RULE-IDX TO WS-WALK-SLOT(WS-WALK-SUB)
017120         PERFORM TEST-ONE-EST-RULE
017130         IF WS-RULE-HIT = 'Y'
017140             ADD 1 TO WS-PRD-MATCH-COUNT(RULE-IDX)
017150             MOVE 'Y' TO WS-ANY-MATCHED
017160             IF WS-RULE-EXCL(RULE-IDX) = 'Y'
017170                 MOVE 'Y' TO WS-WALK-STOPPED
017180             END-IF
017190         END-IF
017200     END-PERFORM.
017210     IF WS-ANY-MATCHED = 'N'
017220         ADD 1 TO WS-PRD-PLAIN
017230     END-IF.
017240
017250 TEST-ONE-EST-RULE.
017260*    THE PER-KIND TESTS OF TEST-ONE-RULE IN MAIN.COB.
017270     MOVE 'N' TO WS-RULE-HIT.
017280     EVALUATE WS-RULE-KIND(RULE-IDX)
017290     WHEN 'C'
017300         PERFORM SPLIT-EST-DIGITS
017310         MOVE WS-RULE-DIVISOR(RULE-IDX) TO WS-DIGIT-WANTED
017320         MOVE 0 TO WS-DIGIT-TALLY
017330         INSPECT WS-DIGIT-TEXT(WS-DIGIT-START:)
017340             TALLYING WS-DIGIT-TALLY FOR ALL WS-DIGIT-WANTED-X
017350         IF WS-DIGIT-TALLY > 0
017360             MOVE 'Y' TO WS-RULE-HIT
017370         END-IF
017380     WHEN 'S'
017390         PERFORM SPLIT-EST-DIGITS
017400         IF WS-RULE-DIVISOR(RULE-IDX) > 0 AND
017410            FUNCTION MOD(WS-DIGIT-SUM WS-RULE-DIVISOR(RULE-IDX))
017420                = 0
017430             MOVE 'Y' TO WS-RULE-HIT
017440         END-IF
017450     WHEN 'B'
017460         IF WS-EST-INDICE >= WS-RULE-BAND-FROM(RULE-IDX)
017470                 AND WS-EST-INDICE <= WS-RULE-BAND-TO(RULE-IDX)
017480             MOVE 'Y' TO WS-RULE-HIT
017490         END-IF
017500     WHEN OTHER
017510         IF WS-RULE-DIVISOR(RULE-IDX) > 0 AND
017520            FUNCTION MOD(WS-EST-INDICE
017530                WS-RULE-DIVISOR(RULE-IDX)) = 0
017540             MOVE 'Y' TO WS-RULE-HIT
017550         END-IF
017560     END-EVALUATE.
017570
017580 SPLIT-EST-DIGITS.
017590*    AS SPLIT-INDICE-DIGITS IN MAIN.COB - DIGITS, DIGIT SUM AND
017600*    FIRST SIGNIFICANT DIGIT, ONCE PER INDICE.
017610     IF WS-DIGITS-READY = 'N'
017620         MOVE 'Y' TO WS-DIGITS-READY
017630         MOVE WS-EST-INDICE TO WS-DIGIT-WORK
017640         MOVE 0 TO WS-DIGIT-SUM
017650         MOVE 0 TO WS-DIGIT-START
017660         PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
017670                 UNTIL WS-DIGIT-SUB > 9
017680             ADD WS-DIGIT-N(WS-DIGIT-SUB) TO WS-DIGIT-SUM
017690             IF WS-DIGIT-START = 0
017700                     AND WS-DIGIT-N(WS-DIGIT-SUB) NOT = 0
017710                 MOVE WS-DIGIT-SUB TO WS-DIGIT-START
017720             END-IF
017730         END-PERFORM
017740         IF WS-DIGIT-START = 0
017750             MOVE 9 TO WS-DIGIT-START
017760         END-IF
017770     END-IF.
017780
017790 TIME-ONE-REQUEST.
017800*    SECONDS ROUNDED UP AT THE MEAN AND THE SLOWEST RATE, ADDED
017810*    TO THE RUNNING TOTALS, AND THE WINDOW JUDGED ON THOSE
017820*    TOTALS - EVERY REQUEST BEFORE THIS ONE RUNS FIRST.
017830     MOVE 0 TO WS-PRD-SECS.
017840     MOVE 0 TO WS-PRD-SLOW-SECS.
017850     MOVE SPACES TO WS-PRD-WINDOW.
017860     IF WS-MEAN-RATE > 0 AND WS-PRD-ROWS > 0
017870         COMPUTE WS-PRD-SECS =
017880             (WS-PRD-ROWS + WS-MEAN-RATE - 1) / WS-MEAN-RATE
017890         COMPUTE WS-PRD-SLOW-SECS =
017900             (WS-PRD-ROWS + WS-SLOW-RATE - 1) / WS-SLOW-RATE
017910         IF WS-SLICE-COUNT > 1
017920             COMPUTE WS-PRD-SECS =
017930                 (WS-PRD-SECS + WS-SLICE-COUNT - 1)
017940                     / WS-SLICE-COUNT
017950             COMPUTE WS-PRD-SLOW-SECS =
017960                 (WS-PRD-SLOW-SECS + WS-SLICE-COUNT - 1)
017970                     / WS-SLICE-COUNT
017980         END-IF
017990     END-IF.
018000     ADD WS-PRD-SECS TO WS-CUM-SECS.
018010     ADD WS-PRD-SLOW-SECS TO WS-CUM-SLOW-SECS.
018020     EVALUATE TRUE
018030     WHEN WS-PRD-METHOD = 'V' OR WS-PRD-METHOD = 'I'
018040             OR WS-PRD-METHOD = 'R'
018050         CONTINUE
018060     WHEN WS-MEAN-RATE = 0
018070         MOVE 'NO RATE' TO WS-PRD-WINDOW
018080     WHEN WS-WINDOW-SECONDS = 0
018090         MOVE 'NO LIMIT' TO WS-PRD-WINDOW
018100     WHEN WS-CUM-SECS > WS-WINDOW-SECONDS
018110         MOVE 'OVERRUN' TO WS-PRD-WINDOW
018120         ADD 1 TO WS-OVERRUN-COUNT
018130     WHEN WS-CUM-SLOW-SECS > WS-WINDOW-SECONDS
018140         MOVE 'AT RISK' TO WS-PRD-WINDOW
018150         ADD 1 TO WS-AT-RISK-COUNT
018160     WHEN OTHER
018170         MOVE 'FITS' TO WS-PRD-WINDOW
018180     END-EVALUATE.
018190
018200 REPORT-ONE-REQUEST.
018210     MOVE WS-REQ-ID(REQ-IDX) TO RPT-REQ-ID.
018220     MOVE WS-REQ-MODE(REQ-IDX) TO RPT-REQ-MODE.
018230     MOVE WS-REQ-START(REQ-IDX) TO RPT-REQ-START.
018240     MOVE WS-REQ-END(REQ-IDX) TO RPT-REQ-END.
018250     MOVE WS-AS-OF-DATE TO RPT-REQ-AS-OF.
018260     EVALUATE WS-PRD-METHOD
018270     WHEN 'A'
018280         MOVE 'ANALYTIC' TO RPT-REQ-METHOD
018290     WHEN 'E'
018300         MOVE 'ENUMERATED' TO RPT-REQ-METHOD
018310     WHEN 'N'
018320         MOVE 'ROWS ONLY' TO RPT-REQ-METHOD
018330     WHEN 'V'
018340         MOVE 'VALIDATE' TO RPT-REQ-METHOD
018350     WHEN 'R'
018360         MOVE 'REFUSED' TO RPT-REQ-METHOD
018370     WHEN OTHER
018380         MOVE 'REJECTED' TO RPT-REQ-METHOD
018390     END-EVALUATE.
018400     MOVE WS-PRD-ROWS TO RPT-REQ-ROWS.
018410     MOVE WS-PRD-BYTES TO RPT-REQ-BYTES.
018420     MOVE WS-PRD-SECS TO RPT-REQ-SECS.
018430     MOVE WS-CUM-SECS TO RPT-REQ-CUM.
018440     MOVE WS-PRD-WINDOW TO RPT-REQ-WINDOW.
018450     MOVE RPT-REQ-LINE TO WS-RPT-WORK.
018460     PERFORM WRITE-REPORT-LINE.
018470     MOVE SPACES TO RPT-CNT-NOTE.
018480     IF WS-PRD-UPPER = 'Y'
018490         MOVE 'AT MOST' TO RPT-CNT-NOTE
018500         MOVE 'INCREMENT - INDICES CURRENT ON THE MASTER WILL BE'
018510             TO WS-RPT-WORK(12:50)
018520         MOVE 'LEFT OUT; ROWS AND COUNTS ARE CEILINGS'
018530             TO WS-RPT-WORK(63:38)
018540         PERFORM WRITE-REPORT-LINE
018550     END-IF.
018560     EVALUATE WS-PRD-METHOD
018570     WHEN 'A'
018580     WHEN 'E'
018590         PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
018600                 UNTIL WS-WALK-SUB > WS-WALK-COUNT
018610             PERFORM REPORT-ONE-RULE-COUNT
018620         END-PERFORM
018630         MOVE 'PLAIN' TO RPT-CNT-NAME
018640         MOVE WS-PRD-PLAIN TO RPT-CNT-VALUE
018650         PERFORM WRITE-COUNT-LINE
018660         PERFORM REPORT-EXCEPTION-COUNTS
018670     WHEN 'N'
018680         MOVE 'MATCH AND PLAIN COUNTS NOT ESTIMATED - A CONTAINS-'
018690             TO WS-RPT-WORK(12:50)
018700         MOVE 'DIGIT OR DIGIT-SUM RULE IS IN FORCE AND THE RANGE '
018710             TO WS-RPT-WORK(62:50)
018720         MOVE 'IS OVER THE LIMIT' TO WS-RPT-WORK(112:17)
018730         PERFORM WRITE-REPORT-LINE
018740         PERFORM REPORT-EXCEPTION-COUNTS
018750     WHEN OTHER
018760         MOVE WS-PRD-WHY TO WS-RPT-WORK(12:40)
018770         PERFORM WRITE-REPORT-LINE
018780     END-EVALUATE.
018790     PERFORM WRITE-REPORT-LINE.
018800
018810 REPORT-ONE-RULE-COUNT.
018820     MOVE WS-WALK-SLOT(WS-WALK-SUB) TO WS-SLOT-SUB.
018830     MOVE SPACES TO RPT-CNT-NAME.
018840     STRING 'RULE ' DELIMITED BY SIZE
018850            WS-SLOT-SUB DELIMITED BY SIZE
018860            ' ' DELIMITED BY SIZE
018870            WS-RULE-LABEL(WS-SLOT-SUB) DELIMITED BY SIZE
018880            INTO RPT-CNT-NAME
018890     END-STRING.
018900     MOVE WS-PRD-MATCH-COUNT(WS-SLOT-SUB) TO RPT-CNT-VALUE.
018910     PERFORM WRITE-COUNT-LINE.
018920
018930 REPORT-EXCEPTION-COUNTS.
018940     MOVE 'FORCED BY EXCPFILE' TO RPT-CNT-NAME.
018950     MOVE WS-PRD-OVERRIDE TO RPT-CNT-VALUE.
018960     PERFORM WRITE-COUNT-LINE.
018970     MOVE 'EXCLUDED BY EXCPFILE' TO RPT-CNT-NAME.
018980     MOVE WS-PRD-EXCLUDE TO RPT-CNT-VALUE.
018990     MOVE SPACES TO RPT-CNT-NOTE.
019000     PERFORM WRITE-COUNT-LINE.
019010
019020 WRITE-COUNT-LINE.
019030     MOVE RPT-CNT-LINE TO WS-RPT-WORK.
019040     PERFORM WRITE-REPORT-LINE.
019050
019060 WRITE-PLAN-RECORD.
019070     IF WS-PLAN-OPEN = 'Y'
019080         MOVE WS-REQ-ID(REQ-IDX) TO EST-REQUEST-ID
019090         MOVE WS-RUN-DATE TO EST-PLAN-DATE
019100         MOVE WS-RUN-TIME TO EST-PLAN-TIME
019110         MOVE WS-REQ-MODE(REQ-IDX) TO EST-RUN-MODE
019120         MOVE WS-REQ-START(REQ-IDX) TO EST-START-RANGE
019130         MOVE WS-REQ-END(REQ-IDX) TO EST-END-RANGE
019140         MOVE WS-AS-OF-DATE TO EST-AS-OF-DATE
019150         MOVE WS-PRD-METHOD TO EST-METHOD
019160         MOVE WS-PRD-UPPER TO EST-UPPER-BOUND
019170         MOVE WS-PRD-RULE-COUNT TO EST-RULE-COUNT
019180         MOVE WS-PRD-COUNTS-AREA TO EST-RULE-MATCH-COUNTS
019190         MOVE WS-PRD-PLAIN TO EST-PLAIN-COUNT
019200         MOVE WS-PRD-OVERRIDE TO EST-OVERRIDE-COUNT
019210         MOVE WS-PRD-EXCLUDE TO EST-EXCLUDE-COUNT
019220         MOVE WS-PRD-ROWS TO EST-ROW-COUNT
019230         MOVE WS-PRD-BYTES TO EST-EXTRACT-BYTES
019240         MOVE WS-PRD-SECS TO EST-ELAPSED-SECONDS
019250         WRITE EST-RECORD
019260         IF WS-PLAN-STATUS NOT = '00'
019270             DISPLAY "FBESTIM: WRITE TO ESTPLAN FAILED, STATUS="
019280                 WS-PLAN-STATUS
019290             MOVE 'N' TO WS-PLAN-OPEN
019300             CLOSE PLAN-FILE
019310             MOVE 20 TO WS-RETURN-CODE
019320         END-IF
019330     END-IF.
019340
019350 REPORT-PLAN-TOTALS.
019360     IF WS-TOT-PLANNED > 0
019370         ADD WS-TRAILER-BYTES TO WS-TOT-BYTES
019380     END-IF.
019390     MOVE 'TOTALS' TO WS-RPT-WORK.
019400     PERFORM WRITE-REPORT-LINE.
019410     MOVE 'REQUESTS PLANNED' TO RPT-TOT-NAME.
019420     MOVE WS-REQ-COUNT TO RPT-TOT-COUNT.
019430     PERFORM WRITE-TOTAL-LINE.
019440     MOVE 'REQUESTS THAT WILL WRITE ROWS' TO RPT-TOT-NAME.
019450     MOVE WS-TOT-PLANNED TO RPT-TOT-COUNT.
019460     PERFORM WRITE-TOTAL-LINE.
019470     MOVE 'REQUESTS VALIDATE ONLY' TO RPT-TOT-NAME.
019480     MOVE WS-TOT-VALIDATE TO RPT-TOT-COUNT.
019490     PERFORM WRITE-TOTAL-LINE.
019500     MOVE 'REQUESTS FIZZBUZZ WILL REJECT OR IGNORE'
019510         TO RPT-TOT-NAME.
019520     MOVE WS-TOT-REJECTED TO RPT-TOT-COUNT.
019530     PERFORM WRITE-TOTAL-LINE.
019540     MOVE 'REQUESTS WITH MATCH COUNTS NOT ESTIMATED'
019550         TO RPT-TOT-NAME.
019560     MOVE WS-TOT-NOT-EST TO RPT-TOT-COUNT.
019570     PERFORM WRITE-TOTAL-LINE.
019580     MOVE 'INCREMENT REQUESTS (CEILINGS ONLY)' TO RPT-TOT-NAME.
019590     MOVE WS-TOT-UPPER TO RPT-TOT-COUNT.
019600     PERFORM WRITE-TOTAL-LINE.
019610     IF WS-EST-SOURCE NOT = 'PARMFILE'
019620         MOVE 'STANDING ENTRIES NOT DUE' TO RPT-TOT-NAME
019630         MOVE WS-SRC-NOT-DUE TO RPT-TOT-COUNT
019640         PERFORM WRITE-TOTAL-LINE
019650         MOVE 'STANDING ENTRIES UNUSABLE' TO RPT-TOT-NAME
019660         MOVE WS-SRC-UNUSABLE TO RPT-TOT-COUNT
019670         PERFORM WRITE-TOTAL-LINE
019680     END-IF.
019690     MOVE 'PREDICTED DETAIL ROWS' TO RPT-TOT-NAME.
019700     MOVE WS-TOT-ROWS TO RPT-TOT-COUNT.
019710     PERFORM WRITE-TOTAL-LINE.
019720     MOVE 'PREDICTED EXTRACT BYTES' TO RPT-TOT-NAME.
019730     MOVE WS-TOT-BYTES TO RPT-TOT-COUNT.
019740     PERFORM WRITE-TOTAL-LINE.
019750     MOVE 'PREDICTED ELAPSED SECONDS AT THE MEAN RATE'
019760         TO RPT-TOT-NAME.
019770     MOVE WS-CUM-SECS TO RPT-TOT-COUNT.
019780     PERFORM WRITE-TOTAL-LINE.
019790     MOVE 'PREDICTED ELAPSED SECONDS AT THE SLOWEST RATE'
019800         TO RPT-TOT-NAME.
019810     MOVE WS-CUM-SLOW-SECS TO RPT-TOT-COUNT.
019820     PERFORM WRITE-TOTAL-LINE.
019830     MOVE 'BATCH WINDOW SECONDS (0 = NO LIMIT)' TO RPT-TOT-NAME.
019840     MOVE WS-WINDOW-SECONDS TO RPT-TOT-COUNT.
019850     PERFORM WRITE-TOTAL-LINE.
019860     MOVE 'REQUESTS ENDING PAST THE WINDOW' TO RPT-TOT-NAME.
019870     MOVE WS-OVERRUN-COUNT TO RPT-TOT-COUNT.
019880     PERFORM WRITE-TOTAL-LINE.
019890     MOVE 'REQUESTS AT RISK AT THE SLOWEST RATE'
019900         TO RPT-TOT-NAME.
019910     MOVE WS-AT-RISK-COUNT TO RPT-TOT-COUNT.
019920     PERFORM WRITE-TOTAL-LINE.
019930     PERFORM WRITE-REPORT-LINE.
019940     IF WS-OVERRUN-COUNT > 0
019950         IF WS-RETURN-CODE < 8
019960             MOVE 8 TO WS-RETURN-CODE
019970         END-IF
019980     END-IF.
019990     IF WS-AT-RISK-COUNT + WS-TOT-NOT-EST + WS-TOT-REJECTED > 0
020000             OR (WS-MEAN-RATE = 0 AND WS-TOT-PLANNED > 0)
020010         IF WS-RETURN-CODE < 4
020020             MOVE 4 TO WS-RETURN-CODE
020030         END-IF
020040     END-IF.
020050     EVALUATE TRUE
020060     WHEN WS-RETURN-CODE = 20
020070         MOVE 'RESULT - PLAN INCOMPLETE - ESTPLAN COULD NOT BE '
020080             TO WS-RPT-WORK
020090         MOVE 'WRITTEN' TO WS-RPT-WORK(49:7)
020100     WHEN WS-CAT-REFUSED = 'Y'
020110         MOVE 'RESULT - FIZZBUZZ WOULD REFUSE THIS RUN - CORRECT '
020120             TO WS-RPT-WORK
020130         MOVE 'THE RULE CATALOG FIRST' TO WS-RPT-WORK(51:22)
020140     WHEN WS-REQ-COUNT = 0
020150         MOVE 'RESULT - NOTHING TO PLAN' TO WS-RPT-WORK
020160     WHEN WS-OVERRUN-COUNT > 0
020170         MOVE 'RESULT - THE RUN WILL NOT FIT THE BATCH WINDOW'
020180             TO WS-RPT-WORK
020190     WHEN WS-AT-RISK-COUNT > 0
020200         MOVE 'RESULT - THE RUN FITS THE WINDOW AT THE MEAN RATE '
020210             TO WS-RPT-WORK
020220         MOVE 'BUT NOT AT THE SLOWEST' TO WS-RPT-WORK(51:22)
020230     WHEN WS-MEAN-RATE = 0
020240         MOVE 'RESULT - PLANNED, ELAPSED TIME NOT ESTIMATED'
020250             TO WS-RPT-WORK
020260     WHEN WS-WINDOW-SECONDS = 0
020270         MOVE 'RESULT - PLANNED, NO BATCH WINDOW SET'
020280             TO WS-RPT-WORK
020290     WHEN OTHER
020300         MOVE 'RESULT - THE RUN FITS THE BATCH WINDOW'
020310             TO WS-RPT-WORK
020320     END-EVALUATE.
020330     PERFORM WRITE-REPORT-LINE.
020340
020350*====================================================
020360*CHECK
020370*====================================================
020380 RUN-CHECK.
020390     PERFORM LOAD-PLAN-FILE.
020400     IF WS-RETURN-CODE < 12
020410         PERFORM RESOLVE-EXTRACT-INPUT
020420     END-IF.
020430     IF WS-RETURN-CODE < 12
020440         PERFORM CHECK-EXTRACT-TRAILERS
020450     END-IF.
020460     PERFORM REPORT-CHECK-TOTALS.
020470
020480 LOAD-PLAN-FILE.
020490     OPEN INPUT PLAN-FILE.
020500     IF WS-PLAN-STATUS NOT = '00'
020510         DISPLAY "FBESTIM: UNABLE TO OPEN ESTPLAN, STATUS="
020520             WS-PLAN-STATUS
020530         MOVE 'ESTPLAN COULD NOT BE READ - RUN A PLAN FIRST'
020540             TO WS-RPT-WORK
020550         PERFORM WRITE-REPORT-LINE
020560         MOVE 20 TO WS-RETURN-CODE
020570     ELSE
020580         PERFORM UNTIL WS-PLAN-STATUS NOT = '00'
020590             READ PLAN-FILE
020600                 AT END
020610                     MOVE '10' TO WS-PLAN-STATUS
020620                 NOT AT END
020630                     PERFORM STOW-ONE-PREDICTION
020640             END-READ
020650         END-PERFORM
020660         CLOSE PLAN-FILE
020670         IF WS-CHP-COUNT = 0
020680             MOVE 'ESTPLAN HOLDS NO USABLE PREDICTION'
020690                 TO WS-RPT-WORK
020700             PERFORM WRITE-REPORT-LINE
020710             MOVE 12 TO WS-RETURN-CODE
020720         END-IF
020730     END-IF.
020740
020750 STOW-ONE-PREDICTION.
020760     EVALUATE TRUE
020770     WHEN WS-CHP-COUNT >= 50
020780         ADD 1 TO WS-CHP-OVERFLOW
020790     WHEN EST-RULE-COUNT-X IS NOT NUMERIC
020800             OR EST-RULE-MATCH-COUNTS-X IS NOT NUMERIC
020810             OR EST-PLAIN-COUNT-X IS NOT NUMERIC
020820             OR EST-OVERRIDE-COUNT-X IS NOT NUMERIC
020830             OR EST-EXCLUDE-COUNT-X IS NOT NUMERIC
020840             OR EST-ROW-COUNT-X IS NOT NUMERIC
020850         ADD 1 TO WS-CHP-UNUSABLE
020860     WHEN OTHER
020870         ADD 1 TO WS-CHP-COUNT
020880         SET CHP-IDX TO WS-CHP-COUNT
020890         MOVE EST-REQUEST-ID TO WS-CHP-ID(CHP-IDX)
020900         MOVE EST-METHOD TO WS-CHP-METHOD(CHP-IDX)
020910         MOVE EST-UPPER-BOUND TO WS-CHP-UPPER(CHP-IDX)
020920         MOVE EST-RULE-COUNT TO WS-CHP-RULE-COUNT(CHP-IDX)
020930         MOVE EST-RULE-MATCH-COUNTS TO WS-CHP-COUNTS(CHP-IDX)
020940         MOVE EST-PLAIN-COUNT TO WS-CHP-PLAIN(CHP-IDX)
020950         MOVE EST-OVERRIDE-COUNT TO WS-CHP-OVERRIDE(CHP-IDX)
020960         MOVE EST-EXCLUDE-COUNT TO WS-CHP-EXCLUDE(CHP-IDX)
020970         MOVE EST-ROW-COUNT TO WS-CHP-ROWS(CHP-IDX)
020980         MOVE 'N' TO WS-CHP-USED(CHP-IDX)
020990         MOVE EST-PLAN-DATE TO WS-CHP-PLAN-DATE
021000         MOVE EST-PLAN-TIME TO WS-CHP-PLAN-TIME
021010     END-EVALUATE.
021020
021030 RESOLVE-EXTRACT-INPUT.
021040*    THE GENERATION ESTPARM NAMES, OR THE LATEST ONE NOT
021050*    RESTORED FROM THE ARCHIVE (AS FBBAL RESOLVES IT), OR THE
021060*    OLD FIXED-NAME OUTFILE WHEN NO CATALOG EXISTS YET.
021070     OPEN INPUT GEN-FILE.
021080     IF WS-GEN-STATUS = '00'
021090         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
021100             READ GEN-FILE
021110                 AT END
021120                     MOVE '10' TO WS-GEN-STATUS
021130                 NOT AT END
021140                     PERFORM TAKE-ONE-GEN-ENTRY
021150             END-READ
021160         END-PERFORM
021170         CLOSE GEN-FILE
021180     END-IF.
021190     IF WS-WANT-GEN > 0 AND WS-GEN-FOUND = 'N'
021200         DISPLAY "FBESTIM: GENERATION " WS-WANT-GEN
021210             " IS NOT ON GENCAT"
021220         MOVE 'THE GENERATION ESTPARM NAMES IS NOT ON GENCAT'
021230             TO WS-RPT-WORK
021240         PERFORM WRITE-REPORT-LINE
021250         MOVE 12 TO WS-RETURN-CODE
021260     END-IF.
021270     IF WS-GEN-HIGH-NAME NOT = SPACES
021280         MOVE WS-GEN-HIGH-NAME TO WS-OUT-FILE-NAME
021290     END-IF.
021300
021310 TAKE-ONE-GEN-ENTRY.
021320     IF GEN-NUMBER-X IS NUMERIC
021330         IF WS-WANT-GEN > 0
021340             IF GEN-NUMBER = WS-WANT-GEN
021350                 MOVE 'Y' TO WS-GEN-FOUND
021360                 MOVE GEN-NUMBER TO WS-GEN-HIGHEST
021370                 MOVE GEN-FILE-NAME TO WS-GEN-HIGH-NAME
021380             END-IF
021390         ELSE
021400             IF GEN-NUMBER > WS-GEN-HIGHEST
021410                     AND NOT GEN-IS-RESTORED
021420                 MOVE GEN-NUMBER TO WS-GEN-HIGHEST
021430                 MOVE GEN-FILE-NAME TO WS-GEN-HIGH-NAME
021440             END-IF
021450         END-IF
021460     END-IF.
021470
021480 CHECK-EXTRACT-TRAILERS.
021490     OPEN INPUT OUT-FILE.
021500     IF WS-OUT-STATUS NOT = '00'
021510         DISPLAY "FBESTIM: UNABLE TO OPEN " WS-OUT-FILE-NAME
021520             ", STATUS=" WS-OUT-STATUS
021530         MOVE 20 TO WS-RETURN-CODE
021540     ELSE
021550         MOVE WS-OUT-FILE-NAME TO RPT-EXT-NAME
021560         MOVE WS-GEN-HIGHEST TO RPT-EXT-GEN
021570         MOVE WS-CHP-PLAN-DATE TO RPT-EXT-PLAN-DATE
021580         MOVE WS-CHP-PLAN-TIME TO RPT-EXT-PLAN-TIME
021590         MOVE RPT-EXT-LINE TO WS-RPT-WORK
021600         PERFORM WRITE-REPORT-LINE
021610         PERFORM WRITE-REPORT-LINE
021620         PERFORM UNTIL WS-OUT-STATUS NOT = '00'
021630             READ OUT-FILE
021640                 AT END
021650                     MOVE '10' TO WS-OUT-STATUS
021660                 NOT AT END
021670                     PERFORM TAKE-ONE-EXTRACT-RECORD
021680             END-READ
021690         END-PERFORM
021700         CLOSE OUT-FILE
021710         PERFORM VARYING CHP-IDX FROM 1 BY 1
021720                 UNTIL CHP-IDX > WS-CHP-COUNT
021730             PERFORM NOTE-PLAN-WITHOUT-TRAILER
021740         END-PERFORM
021750     END-IF.
021760
021770 TAKE-ONE-EXTRACT-RECORD.
021780     EVALUATE OUT-TRAILER-ID
021790     WHEN 'TRAILER'
021800         ADD 1 TO WS-EXT-TRAILERS
021810         PERFORM CHECK-ONE-TRAILER
021820         MOVE 0 TO WS-EXT-ROWS
021830     WHEN 'GRANDTOT'
021840         MOVE 'Y' TO WS-EXT-GRAND-SEEN
021850     WHEN OTHER
021860         ADD 1 TO WS-EXT-ROWS
021870     END-EVALUATE.
021880
021890 CHECK-ONE-TRAILER.
021900*    THE FIRST PREDICTION FOR THIS REQUEST ID NOT YET COMPARED.
021910     MOVE 0 TO WS-CHP-FOUND.
021920     PERFORM VARYING WS-CHP-SUB FROM 1 BY 1
021930             UNTIL WS-CHP-SUB > WS-CHP-COUNT
021940                 OR WS-CHP-FOUND > 0
021950         IF WS-CHP-ID(WS-CHP-SUB) = OUT-TRAILER-REQUEST-ID
021960                 AND WS-CHP-USED(WS-CHP-SUB) = 'N'
021970             MOVE WS-CHP-SUB TO WS-CHP-FOUND
021980         END-IF
021990     END-PERFORM.
022000     MOVE 'REQUEST ' TO WS-RPT-WORK.
022010     MOVE OUT-TRAILER-REQUEST-ID TO WS-RPT-WORK(9:8).
022020     IF WS-CHP-FOUND = 0
022030         ADD 1 TO WS-CMP-NOT-IN-PLAN
022040         MOVE ' - ON THE EXTRACT BUT NOT IN THE PLAN'
022050             TO WS-RPT-WORK(17:37)
022060         PERFORM WRITE-REPORT-LINE
022070         PERFORM WRITE-REPORT-LINE
022080     ELSE
022090         SET CHP-IDX TO WS-CHP-FOUND
022100         MOVE 'Y' TO WS-CHP-USED(CHP-IDX)
022110         EVALUATE WS-CHP-METHOD(CHP-IDX)
022120         WHEN 'A'
022130         WHEN 'E'
022140         WHEN 'N'
022150             PERFORM WRITE-REPORT-LINE
022160             PERFORM COMPARE-ONE-REQUEST
022170         WHEN OTHER
022180             ADD 1 TO WS-CMP-FAILED
022190             MOVE ' - THE PLAN EXPECTED NO OUTPUT FOR IT'
022200                 TO WS-RPT-WORK(17:37)
022210             PERFORM WRITE-REPORT-LINE
022220             PERFORM WRITE-REPORT-LINE
022230         END-EVALUATE
022240     END-IF.
022250
022260 COMPARE-ONE-REQUEST.
022270*    EVERY COUNT BUT THE EXCLUDED ONE IS A CEILING FOR AN
022280*    INCREMENT REQUEST. A TRAILER WRITTEN BEFORE THE EXCPFILE
022290*    COUNTS EXISTED READS THEM BACK AS SPACES - ZERO.
022300     ADD 1 TO WS-CMP-REQUESTS.
022310     MOVE WS-CHP-COUNTS(CHP-IDX) TO WS-CHP-COUNTS-AREA.
022320     MOVE OUT-RULE-MATCH-COUNTS TO WS-TRL-COUNTS-AREA.
022330     IF OUT-OVERRIDE-COUNT IS NUMERIC
022340         MOVE OUT-OVERRIDE-COUNT TO WS-TRL-OVERRIDE
022350     ELSE
022360         MOVE 0 TO WS-TRL-OVERRIDE
022370     END-IF.
022380     IF OUT-EXCLUDE-COUNT IS NUMERIC
022390         MOVE OUT-EXCLUDE-COUNT TO WS-TRL-EXCLUDE
022400     ELSE
022410         MOVE 0 TO WS-TRL-EXCLUDE
022420     END-IF.
022430     MOVE RPT-CHK-HEAD TO WS-RPT-WORK.
022440     PERFORM WRITE-REPORT-LINE.
022450     MOVE 'N' TO WS-CHK-AT-MOST.
022460     MOVE 'RULES IN FORCE' TO WS-CHK-NAME.
022470     MOVE WS-CHP-RULE-COUNT(CHP-IDX) TO WS-CHK-EXPECTED.
022480     MOVE OUT-RULE-COUNT TO WS-CHK-FOUND.
022490     PERFORM WRITE-CHECK-LINE.
022500     MOVE WS-CHP-UPPER(CHP-IDX) TO WS-CHK-AT-MOST.
022510     IF WS-CHP-METHOD(CHP-IDX) = 'N'
022520         ADD 1 TO WS-CMP-NOT-EST
022530         MOVE '  RULE MATCHES AND PLAIN - NOT ESTIMATED, NOT '
022540             TO WS-RPT-WORK
022550         MOVE 'CHECKED' TO WS-RPT-WORK(47:7)
022560         PERFORM WRITE-REPORT-LINE
022570     ELSE
022580         MOVE WS-CHP-RULE-COUNT(CHP-IDX) TO WS-TRL-SLOTS
022590         IF OUT-RULE-COUNT > WS-TRL-SLOTS
022600             MOVE OUT-RULE-COUNT TO WS-TRL-SLOTS
022610         END-IF
022620         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
022630                 UNTIL WS-SLOT-SUB > WS-TRL-SLOTS
022640                     OR WS-SLOT-SUB > 10
022650             PERFORM CHECK-ONE-SLOT-COUNT
022660         END-PERFORM
022670         MOVE 'PLAIN' TO WS-CHK-NAME
022680         MOVE WS-CHP-PLAIN(CHP-IDX) TO WS-CHK-EXPECTED
022690         MOVE OUT-PLAIN-COUNT TO WS-CHK-FOUND
022700         PERFORM WRITE-CHECK-LINE
022710     END-IF.
022720     MOVE 'FORCED BY EXCPFILE' TO WS-CHK-NAME.
022730     MOVE WS-CHP-OVERRIDE(CHP-IDX) TO WS-CHK-EXPECTED.
022740     MOVE WS-TRL-OVERRIDE TO WS-CHK-FOUND.
022750     PERFORM WRITE-CHECK-LINE.
022760     MOVE 'DETAIL ROWS' TO WS-CHK-NAME.
022770     MOVE WS-CHP-ROWS(CHP-IDX) TO WS-CHK-EXPECTED.
022780     MOVE WS-EXT-ROWS TO WS-CHK-FOUND.
022790     PERFORM WRITE-CHECK-LINE.
022800     MOVE 'N' TO WS-CHK-AT-MOST.
022810     MOVE 'EXCLUDED BY EXCPFILE' TO WS-CHK-NAME.
022820     MOVE WS-CHP-EXCLUDE(CHP-IDX) TO WS-CHK-EXPECTED.
022830     MOVE WS-TRL-EXCLUDE TO WS-CHK-FOUND.
022840     PERFORM WRITE-CHECK-LINE.
022850     PERFORM WRITE-REPORT-LINE.
022860
022870 CHECK-ONE-SLOT-COUNT.
022880     MOVE SPACES TO WS-CHK-NAME.
022890     STRING 'RULE ' DELIMITED BY SIZE
022900            WS-SLOT-SUB DELIMITED BY SIZE
022910            ' MATCHES' DELIMITED BY SIZE
022920            INTO WS-CHK-NAME
022930     END-STRING.
022940     MOVE WS-CHP-MATCH-COUNT(WS-SLOT-SUB) TO WS-CHK-EXPECTED.
022950     MOVE WS-TRL-MATCH-COUNT(WS-SLOT-SUB) TO WS-CHK-FOUND.
022960     PERFORM WRITE-CHECK-LINE.
022970
022980 NOTE-PLAN-WITHOUT-TRAILER.
022990*    A PLANNED REQUEST THAT SHOULD HAVE WRITTEN ROWS BUT LEFT
023000*    NO TRAILER - THE RUN WAS REFUSED IT, STOPPED SHORT, OR THE
023010*    PLAN WAS MADE FOR ANOTHER RUN. NOTHING TO COMPARE.
023020     IF WS-CHP-USED(CHP-IDX) = 'N'
023030         IF WS-CHP-METHOD(CHP-IDX) = 'A'
023040                 OR WS-CHP-METHOD(CHP-IDX) = 'E'
023050                 OR WS-CHP-METHOD(CHP-IDX) = 'N'
023060             ADD 1 TO WS-CMP-NO-TRAILER
023070             MOVE 'REQUEST ' TO WS-RPT-WORK
023080             MOVE WS-CHP-ID(CHP-IDX) TO WS-RPT-WORK(9:8)
023090             MOVE ' - PLANNED BUT NO TRAILER ON THE EXTRACT'
023100                 TO WS-RPT-WORK(17:40)
023110             PERFORM WRITE-REPORT-LINE
023120         END-IF
023130     END-IF.
023140
023150 REPORT-CHECK-TOTALS.
023160     PERFORM WRITE-REPORT-LINE.
023170     MOVE 'TOTALS' TO WS-RPT-WORK.
023180     PERFORM WRITE-REPORT-LINE.
023190     MOVE 'PREDICTIONS ON ESTPLAN' TO RPT-TOT-NAME.
023200     MOVE WS-CHP-COUNT TO RPT-TOT-COUNT.
023210     PERFORM WRITE-TOTAL-LINE.
023220     MOVE 'PREDICTIONS UNUSABLE OR BEYOND CAPACITY'
023230         TO RPT-TOT-NAME.
023240     COMPUTE RPT-TOT-COUNT = WS-CHP-UNUSABLE + WS-CHP-OVERFLOW.
023250     PERFORM WRITE-TOTAL-LINE.
023260     MOVE 'REQUEST TRAILERS ON THE EXTRACT' TO RPT-TOT-NAME.
023270     MOVE WS-EXT-TRAILERS TO RPT-TOT-COUNT.
023280     PERFORM WRITE-TOTAL-LINE.
023290     MOVE 'REQUESTS COMPARED' TO RPT-TOT-NAME.
023300     MOVE WS-CMP-REQUESTS TO RPT-TOT-COUNT.
023310     PERFORM WRITE-TOTAL-LINE.
023320     MOVE 'CHECKS PASSED' TO RPT-TOT-NAME.
023330     MOVE WS-CMP-PASSED TO RPT-TOT-COUNT.
023340     PERFORM WRITE-TOTAL-LINE.
023350     MOVE 'CHECKS FAILED' TO RPT-TOT-NAME.
023360     MOVE WS-CMP-FAILED TO RPT-TOT-COUNT.
023370     PERFORM WRITE-TOTAL-LINE.
023380     MOVE 'REQUESTS WITH COUNTS NOT ESTIMATED' TO RPT-TOT-NAME.
023390     MOVE WS-CMP-NOT-EST TO RPT-TOT-COUNT.
023400     PERFORM WRITE-TOTAL-LINE.
023410     MOVE 'PLANNED REQUESTS WITH NO TRAILER' TO RPT-TOT-NAME.
023420     MOVE WS-CMP-NO-TRAILER TO RPT-TOT-COUNT.
023430     PERFORM WRITE-TOTAL-LINE.
023440     MOVE 'TRAILERS NOT IN THE PLAN' TO RPT-TOT-NAME.
023450     MOVE WS-CMP-NOT-IN-PLAN TO RPT-TOT-COUNT.
023460     PERFORM WRITE-TOTAL-LINE.
023470     PERFORM WRITE-REPORT-LINE.
023480     IF WS-CMP-FAILED > 0
023490         IF WS-RETURN-CODE < 8
023500             MOVE 8 TO WS-RETURN-CODE
023510         END-IF
023520     END-IF.
023530     IF WS-CMP-NOT-EST + WS-CMP-NO-TRAILER + WS-CMP-NOT-IN-PLAN
023540             + WS-CHP-UNUSABLE + WS-CHP-OVERFLOW > 0
023550         IF WS-RETURN-CODE < 4
023560             MOVE 4 TO WS-RETURN-CODE
023570         END-IF
023580     END-IF.
023590     EVALUATE TRUE
023600     WHEN WS-RETURN-CODE >= 12
023610         MOVE 'RESULT - NOTHING CHECKED' TO WS-RPT-WORK
023620     WHEN WS-CMP-FAILED > 0
023630         MOVE 'RESULT - THE EXTRACT DISAGREES WITH THE PLAN - '
023640             TO WS-RPT-WORK
023650         MOVE 'SEE THE FAILED CHECKS' TO WS-RPT-WORK(48:21)
023660     WHEN WS-CMP-REQUESTS = 0
023670         MOVE 'RESULT - NO REQUEST COULD BE COMPARED'
023680             TO WS-RPT-WORK
023690     WHEN WS-RETURN-CODE = 4
023700         MOVE 'RESULT - AGREES WHERE COMPARED, SOME REQUESTS NOT '
023710             TO WS-RPT-WORK
023720         MOVE 'COMPARED' TO WS-RPT-WORK(51:8)
023730     WHEN OTHER
023740         MOVE 'RESULT - EVERY TRAILER AGREES WITH THE PLAN'
023750             TO WS-RPT-WORK
023760     END-EVALUATE.
023770     PERFORM WRITE-REPORT-LINE.
023780
023790*====================================================
023800*REPORT HELPERS
023810*====================================================
023820 WRITE-CHECK-LINE.
023830     MOVE WS-CHK-EXPECTED TO RPT-CHK-EXPECTED.
023840     MOVE WS-CHK-FOUND TO RPT-CHK-FOUND.
023850     MOVE WS-CHK-NAME TO RPT-CHK-NAME.
023860     IF WS-CHK-AT-MOST = 'Y'
023870         MOVE ' - AT MOST' TO RPT-CHK-NAME(25:10)
023880     END-IF.
023890     IF WS-CHK-EXPECTED = WS-CHK-FOUND
023900             OR (WS-CHK-AT-MOST = 'Y'
023910                 AND WS-CHK-FOUND < WS-CHK-EXPECTED)
023920         MOVE 'PASSED' TO RPT-CHK-RESULT
023930         ADD 1 TO WS-CMP-PASSED
023940     ELSE
023950         MOVE 'FAILED' TO RPT-CHK-RESULT
023960         ADD 1 TO WS-CMP-FAILED
023970     END-IF.
023980     MOVE RPT-CHK-LINE TO WS-RPT-WORK.
023990     PERFORM WRITE-REPORT-LINE.
024000
024010 WRITE-TOTAL-LINE.
024020     MOVE RPT-TOTAL-LINE TO WS-RPT-WORK.
024030     PERFORM WRITE-REPORT-LINE.
024040
024050 WRITE-REPORT-LINE.
024060     IF WS-RPT-OPEN = 'Y'
024070         MOVE WS-RPT-WORK TO RPT-PRINT-LINE
024080         WRITE RPT-PRINT-LINE
024090         IF WS-RPT-STATUS NOT = '00'
024100             DISPLAY "FBESTIM: WRITE TO " WS-RPT-FILE-NAME
024110                 " FAILED, STATUS=" WS-RPT-STATUS
024120             MOVE 'N' TO WS-RPT-OPEN
024130             MOVE 20 TO WS-RETURN-CODE
024140         END-IF
024150     END-IF.
024160     MOVE SPACES TO WS-RPT-WORK.
