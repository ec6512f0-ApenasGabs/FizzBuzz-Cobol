000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FBStale.
000030*====================================================
000040*FBSTALE - STALENESS AND COVERAGE AUDIT OF THE KEYED
000050*CLASSIFICATION MASTER (MASTFILE). FBLOAD ONLY REWRITES A ROW
000060*WHEN A NEW EXTRACT HAPPENS TO COVER ITS INDICE, SO A RULEMAINT
000070*CHANGE OR A NEW EXCPMAINT OVERRIDE LEAVES EVERY ROW LOADED
000080*BEFORE IT STILL CARRYING THE OLD ANSWER - AND FBINQ HANDS
000090*THAT OLD ANSWER TO THE HELP DESK. THIS STEP READS THE WHOLE
000100*MASTER IN KEY ORDER AND RE-DERIVES EVERY ROW FROM THE RULEFILE
000110*CATALOG AS IN FORCE TODAY AND FROM EXCPFILE, EXACTLY AS
000120*FIZZBUZZ WOULD CLASSIFY IT IF IT RAN NOW, AND REPORTS ON
000130*STALERPT:
000140*    - STALE ROWS (CLASSIFICATION OR FLAGS DIFFER)
000150*    - ROWS STILL ON THE MASTER THAT EXCPFILE NOW EXCLUDES
000160*    - GAPS IN INDICE COVERAGE BETWEEN THE LOWEST AND HIGHEST
000170*      INDICE ON THE MASTER (A GAP EXCPFILE EXCLUDES OUTRIGHT
000180*      IS THE EXCLUSION DOING ITS JOB, NOT A HOLE)
000190*    - ROWS WHOSE MAST-REQUEST-ID NO AUDITFIL ENTRY ACCOUNTS FOR
000200*THE STALE ROWS ARE COALESCED INTO RANGES AND WRITTEN TO
000210*STALEPRM AS READY-TO-RUN PARMFILE CONTROL RECORDS (EXTRACT
000220*MODE, AS-OF TODAY), SO THE FIX IS A RERUN AND RELOAD, NOT A
000230*HAND-BUILT REQUEST. A RANGE NEVER SPANS A COVERAGE GAP - THE
000240*RERUN REFRESHES WHAT THE MASTER HOLDS, IT DOES NOT ADD TO IT.
000250*STALEPRM IS ONLY WRITTEN WHEN SOMETHING IS STALE, FOR THE SAME
000260*EMPTY-PARMFILE REASON AS IN FBSCHED.
000270*
000280*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000290*FIZZBUZZ ITSELF):
000300*    0  - EVERY ROW IS CURRENT, COVERAGE IS UNBROKEN AND EVERY
000310*         ROW TRACES TO THE AUDIT TRAIL
000320*    4  - FINDINGS - STALE OR EXCLUDED ROWS, COVERAGE GAPS OR
000330*         UNAUDITED REQUEST IDS (THE REPORT NAMES THEM)
000340*    8  - MORE STALE RANGES THAN THE 50-RECORD CONTROL-FILE
000350*         CAPACITY - STALEPRM HOLDS THE FIRST 50 ONLY; RERUN
000360*         THIS AUDIT ONCE THEY HAVE BEEN RELOADED
000370*   16  - AN ACTIVE RULE IN FORCE TODAY HAS A ZERO DIVISOR OR
000375*         A KIND DEFINITION IT CANNOT BE TESTED WITH - NOTHING
000380*         CAN BE RE-DERIVED AND THE AUDIT IS REFUSED
000390*   20  - MASTFILE, STALERPT OR STALEPRM COULD NOT BE OPENED
000400*         OR WRITTEN
000410*====================================================
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MAST-FILE ASSIGN TO 'MASTFILE'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS MAST-INDICE
000490         FILE STATUS IS WS-MAST-STATUS.
000500     SELECT RULE-FILE ASSIGN TO 'RULEFILE'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RULE-STATUS.
000530     SELECT EXCP-FILE ASSIGN TO 'EXCPFILE'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EXCP-STATUS.
000560     SELECT AUDIT-FILE ASSIGN TO 'AUDITFIL'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT GEN-FILE ASSIGN TO 'GENCAT'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-GEN-STATUS.
000611*    A VOUCHED GENERATION'S EXTRACT IS OPENED BY THE NAME ITS
000612*    GENCAT ENTRY CARRIES - SEE TAKE-IDS-FROM-TRAILERS.
000613     SELECT OUT-FILE ASSIGN USING WS-OUT-FILE-NAME
000614         ORGANIZATION IS LINE SEQUENTIAL
000615         FILE STATUS IS WS-OUT-STATUS.
000620     SELECT RPT-FILE ASSIGN TO 'STALERPT'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000650*    THE RERUN CONTROL RECORDS ARE WRITTEN IN THE PARMFILE
000660*    LAYOUT BUT TO THEIR OWN FILE - THE OPERATOR DECIDES WHEN
000670*    THEY BECOME THE NEXT RUN'S PARMFILE.
000680     SELECT PARM-FILE ASSIGN TO 'STALEPRM'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PARM-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  MAST-FILE.
000740 COPY MASTREC.
000750 FD  RULE-FILE.
000760 COPY RULEREC.
000770 FD  EXCP-FILE.
000780 COPY EXCPREC.
000790 FD  AUDIT-FILE.
000800 COPY AUDITREC.
000810 FD  GEN-FILE.
000820 COPY GENREC.
000823 FD  OUT-FILE.
000826 COPY OUTREC.
000830 FD  RPT-FILE.
000840 01  RPT-PRINT-LINE              PIC X(132).
000850 FD  PARM-FILE.
000860 COPY PARMREC.
000870 WORKING-STORAGE SECTION.
000880 01 WS-MAST-STATUS         PIC XX VALUE SPACES.
000890 01 WS-RULE-STATUS         PIC XX VALUE SPACES.
000900 01 WS-EXCP-STATUS         PIC XX VALUE SPACES.
000910 01 WS-AUDIT-STATUS        PIC XX VALUE SPACES.
000920 01 WS-GEN-STATUS          PIC XX VALUE SPACES.
000923 01 WS-OUT-STATUS          PIC XX VALUE SPACES.
000926 01 WS-OUT-FILE-NAME       PIC X(8) VALUE SPACES.
000930 01 WS-RPT-STATUS          PIC XX VALUE SPACES.
000940 01 WS-PARM-STATUS         PIC XX VALUE SPACES.
000950 01 WS-RPT-OPEN            PIC X VALUE 'N'.
000960 01 WS-RPT-WORK            PIC X(132) VALUE SPACES.
000970 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000980 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
000990 01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001000     05 WS-RUN-YYYY            PIC 9(4).
001010     05 WS-RUN-MMDD            PIC 9(4).
001020 01 WS-AS-OF-DATE          PIC 9(8) VALUE 0.
001030 01 WS-RULE-FILE-HAS-DATA  PIC X VALUE 'N'.
001040*====================================================
001050*RUN TOTALS. EVERY MASTER ROW LANDS IN EXACTLY ONE OF CURRENT,
001060*STALE OR EXCLUDED, SO THE THREE ALWAYS SUM TO ROWS READ.
001070*====================================================
001080 01 WS-ROW-COUNT           PIC 9(9) VALUE 0.
001090 01 WS-CURRENT-COUNT       PIC 9(9) VALUE 0.
001100 01 WS-STALE-COUNT         PIC 9(9) VALUE 0.
001110 01 WS-EXCLUDED-COUNT      PIC 9(9) VALUE 0.
001120 01 WS-GAP-COUNT           PIC 9(9) VALUE 0.
001130 01 WS-GAP-INDICES         PIC 9(9) VALUE 0.
001140 01 WS-GAP-EXPLAINED       PIC 9(9) VALUE 0.
001150 01 WS-UNAUDITED-COUNT     PIC 9(9) VALUE 0.
001160 01 WS-LOW-INDICE          PIC 9(9) VALUE 0.
001170 01 WS-PREV-INDICE         PIC 9(9) VALUE 0.
001180 01 WS-GAP-FROM            PIC 9(9) VALUE 0.
001190 01 WS-GAP-TO              PIC 9(9) VALUE 0.
001200 01 WS-GAP-SIZE            PIC 9(9) VALUE 0.
001210 01 WS-GAP-DECIDED         PIC X VALUE 'N'.
001220 01 WS-GAP-IS-EXCLUDED     PIC X VALUE 'N'.
001230*ROW-LEVEL FINDING LINES ARE PRINTED ONLY UP TO THIS CAP SO A
001240*CATALOG-WIDE RULE CHANGE DOES NOT PRINT THE WHOLE MASTER - THE
001250*TOTALS AND THE RERUN RANGES STILL COVER EVERY ROW.
001260 01 WS-DETAIL-MAX          PIC 9(4) VALUE 500.
001270 01 WS-DETAIL-PRINTED      PIC 9(4) VALUE 0.
001280*====================================================
001290*STALE RANGES - CONSECUTIVE STALE ROWS ON AN UNBROKEN STRETCH
001300*OF THE MASTER COALESCE INTO ONE RANGE (THE CURRENT ROWS
001310*BETWEEN THEM RERUN HARMLESSLY TO THE SAME ANSWER). CAPACITY
001320*50, MATCHING THE CONTROL-REQUEST TABLE IN MAIN.COB - RANGES
001330*BEYOND IT ARE COUNTED, NEVER SILENTLY DROPPED.
001340*====================================================
001350 01 WS-RANGE-OPEN          PIC X VALUE 'N'.
001360 01 WS-OPEN-FROM           PIC 9(9) VALUE 0.
001370 01 WS-OPEN-TO             PIC 9(9) VALUE 0.
001380 01 WS-OPEN-STALE          PIC 9(9) VALUE 0.
001390 01 WS-RANGE-COUNT         PIC 9(3) VALUE 0.
001400 01 WS-RANGE-OVERFLOW      PIC 9(5) VALUE 0.
001410 01 WS-RANGE-TABLE.
001420     05 WS-RANGE-ENTRY OCCURS 50 TIMES INDEXED BY RNG-IDX.
001430         10 WS-RANGE-FROM    PIC 9(9).
001440         10 WS-RANGE-TO      PIC 9(9).
001450         10 WS-RANGE-STALE   PIC 9(9).
001460         10 WS-RANGE-ID      PIC X(8).
001470 01 WS-RANGE-SUB           PIC 9(3) VALUE 0.
001480*RERUN REQUEST IDS ARE 'S' + THE RUN'S MMDD + A 3-DIGIT
001490*SEQUENCE, SO TWO AUDITS ON DIFFERENT DAYS NEVER HAND FIZZBUZZ
001500*THE SAME REQUEST ID.
001510 01 WS-STL-ID.
001520     05 FILLER               PIC X VALUE 'S'.
001530     05 WS-STL-ID-MMDD       PIC 9(4).
001540     05 WS-STL-ID-SEQ        PIC 9(3).
001550*====================================================
001557*REQUEST IDS THE AUDIT TRAIL ACCOUNTS FOR. AN AUDITFIL ENTRY
001564*CARRIES UP TO FIVE OF ITS RUN'S REQUEST IDS; AN ENTRY WRITTEN
001571*BEFORE THE IDS WERE CARRIED HAS NONE, SO ITS RUN DATE IS KEPT
001578*INSTEAD AND THE GENCAT ENTRIES CATALOGED THAT DAY VOUCH FOR
001585*THEIR IDS. A RUN OF MORE THAN FIVE REQUESTS IS ACCOUNTED FOR
001592*IN FULL FROM THE TRAILERS ON ITS GENERATION'S EXTRACT - SEE
001599*TAKE-ONE-CATALOG-ENTRY. CAPACITY 2000 IDS / 200 DATES -
001606*OVERFLOW IS REPORTED, SINCE IT CAN MAKE A TRACEABLE ROW LOOK
001613*UNAUDITED.
001620*====================================================
001630 01 WS-AUD-ID-COUNT        PIC 9(4) VALUE 0.
001640 01 WS-AUD-ID-OVERFLOW     PIC X VALUE 'N'.
001650 01 WS-AUD-ID-TABLE.
001660     05 WS-AUD-ID OCCURS 2000 TIMES PIC X(8).
001670 01 WS-AUD-ID-SUB          PIC 9(4) VALUE 0.
001680 01 WS-OLD-DATE-COUNT      PIC 9(3) VALUE 0.
001690 01 WS-OLD-DATE-TABLE.
001700     05 WS-OLD-DATE OCCURS 200 TIMES PIC 9(8).
001710 01 WS-OLD-DATE-SUB        PIC 9(3) VALUE 0.
001720 01 WS-AUDIT-SEEN          PIC X VALUE 'N'.
001730 01 WS-ID-LIST             PIC X(40) VALUE SPACES.
001740 01 WS-ID-COL              PIC 9(2) VALUE 0.
001750 01 WS-ID-OFF              PIC 9(2) VALUE 0.
001760 01 WS-ONE-ID              PIC X(8) VALUE SPACES.
001770 01 WS-ID-FOUND            PIC X VALUE 'N'.
001780 01 WS-DATE-FOUND          PIC X VALUE 'N'.
001785 01 WS-GEN-VOUCHED         PIC X VALUE 'N'.
001790*THE MASTER IS READ IN KEY ORDER AND NEIGHBOURING ROWS NEARLY
001800*ALWAYS SHARE A REQUEST, SO THE LAST ID LOOKED UP IS REMEMBERED
001810*RATHER THAN SEARCHING THE TABLE AGAIN FOR EVERY ROW.
001820 01 WS-LAST-TRACED-ID      PIC X(8) VALUE SPACES.
001830 01 WS-LAST-TRACED-OK      PIC X VALUE 'N'.
001840 01 WS-UNA-COUNT           PIC 9(3) VALUE 0.
001850 01 WS-UNA-OVERFLOW        PIC X VALUE 'N'.
001860 01 WS-UNA-TABLE.
001870     05 WS-UNA-ENTRY OCCURS 100 TIMES INDEXED BY UNA-IDX.
001880         10 WS-UNA-ID        PIC X(8).
001890         10 WS-UNA-ROWS      PIC 9(9).
001900 01 WS-UNA-SUB             PIC 9(3) VALUE 0.
001910*====================================================
001920*RE-DERIVED CLASSIFICATION FOR THE ROW IN HAND - SAME WALK, SAME
001930*VERBS, AS CLASSIFY-INDICE IN FIZZBUZZ, SO A CURRENT ROW
001940*MATCHES BYTE FOR BYTE.
001950*====================================================
001960 01 WS-DER-CLASS           PIC X(80) VALUE SPACES.
001970 01 WS-DER-FIZZ            PIC X VALUE 'N'.
001980 01 WS-DER-BUZZ            PIC X VALUE 'N'.
001990 01 WS-DER-ANY-MATCHED     PIC X VALUE 'N'.
002000*====================================================
002010*OVERRIDE/EXCEPTION TABLE FROM EXCPFILE, LOADED THE WAY
002020*FIZZBUZZ LOADS IT - ENTRIES THAT WOULD BE IGNORED THERE ARE
002030*IGNORED HERE TOO.
002040*====================================================
002050 01 WS-EXC-COUNT            PIC 9(3) VALUE 0.
002060 01 WS-EXC-TABLE.
002070     05 WS-EXC-ENTRY OCCURS 50 TIMES INDEXED BY EXC-IDX.
002080         10 WS-EXC-FROM      PIC 9(9).
002090         10 WS-EXC-TO        PIC 9(9).
002100         10 WS-EXC-ACTION    PIC X.
002110         10 WS-EXC-LABEL     PIC X(8).
002120 01 WS-EXC-SUB              PIC 9(3) VALUE 0.
002130 01 WS-EXC-MATCH-ACTION     PIC X VALUE SPACE.
002140 01 WS-EXC-MATCH-LABEL      PIC X(8) VALUE SPACES.
002150 01 WS-CHK-INDICE           PIC 9(9) VALUE 0.
002160*====================================================
002170*RULE CATALOG, LOADED FROM RULEFILE EXACTLY AS FIZZBUZZ LOADS
002180*IT, AND THE WORKING RULE TABLE SELECTED FROM IT FOR TODAY -
002190*INCLUDING KEEPING THE COMPILED-IN FIZZ/BUZZ DEFAULTS WHEN
002200*RULEFILE IS ABSENT OR EMPTY.
002210*====================================================
002220 01 WS-RULE-COUNT           PIC 9(2) VALUE 2.
002230 01 WS-CAT-COUNT            PIC 9(3) VALUE 0.
002240 01 WS-CAT-OVERFLOW         PIC X VALUE 'N'.
002250 01 WS-CAT-TABLE.
002260     05 WS-CAT-ENTRY OCCURS 100 TIMES INDEXED BY CAT-IDX.
002270         10 WS-CAT-SLOT      PIC 9(2).
002280         10 WS-CAT-DIVISOR   PIC 9(3).
002290         10 WS-CAT-LABEL     PIC X(8).
002300         10 WS-CAT-ACTIVE    PIC X.
002310         10 WS-CAT-FROM      PIC 9(8).
002320         10 WS-CAT-TO        PIC 9(8).
002321         10 WS-CAT-KIND      PIC X.
002322         10 WS-CAT-EXCL      PIC X.
002323         10 WS-CAT-PREC      PIC 9(2).
002324         10 WS-CAT-BAND-FROM PIC 9(9).
002325         10 WS-CAT-BAND-TO   PIC 9(9).
002330 01 WS-CAT-SUB              PIC 9(3) VALUE 0.
002340 01 WS-BEST-SUB             PIC 9(3) VALUE 0.
002350 01 WS-SLOT-SUB             PIC 9(2) VALUE 0.
002360 01 WS-RULE-DEFAULTS.
002370     05 FILLER               PIC X(12) VALUE '003Fizz    Y'.
002380     05 FILLER               PIC X(12) VALUE '005Buzz    Y'.
002390     05 FILLER               PIC X(12) VALUE '000        N'
002400                              OCCURS 8 TIMES.
002410 01 WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
002420     05 WS-RULE-ENTRY OCCURS 10 TIMES INDEXED BY RULE-IDX.
002430         10 WS-RULE-DIVISOR  PIC 9(3).
002440         10 WS-RULE-LABEL    PIC X(8).
002450         10 WS-RULE-ACTIVE   PIC X.
002451*RULE KIND, EXCLUSIVE FLAG, PRECEDENCE AND BAND PER SLOT, THE
002452*WALK ORDER AND THE INDICE'S DIGIT VIEW - THE SAME TABLES AS
002453*IN MAIN.COB, SO THE WALK BELOW IS FIZZBUZZ'S WALK.
002454 01 WS-RULE-KIND-DEFAULTS.
002455     05 FILLER               PIC X(22)
002456                             VALUE 'DN00000000000000000000'
002457                             OCCURS 10 TIMES.
002458 01 WS-RULE-KIND-TABLE REDEFINES WS-RULE-KIND-DEFAULTS.
002459     05 WS-RULE-KIND-ENTRY OCCURS 10 TIMES.
002460         10 WS-RULE-KIND     PIC X.
002461         10 WS-RULE-EXCL     PIC X.
002462         10 WS-RULE-PREC     PIC 9(2).
002463         10 WS-RULE-BAND-FROM PIC 9(9).
002464         10 WS-RULE-BAND-TO  PIC 9(9).
002465 01 WS-WALK-COUNT           PIC 9(2) VALUE 0.
002466 01 WS-WALK-TABLE.
002467     05 WS-WALK-SLOT OCCURS 10 TIMES PIC 9(2).
002468 01 WS-WALK-TAKEN-AREA.
002469     05 WS-WALK-TAKEN OCCURS 10 TIMES PIC X.
002470 01 WS-WALK-SUB             PIC 9(2) VALUE 0.
002471 01 WS-WALK-KEY             PIC 9(4) VALUE 0.
002472 01 WS-WALK-BEST-KEY        PIC 9(4) VALUE 0.
002473 01 WS-WALK-BEST-SLOT       PIC 9(2) VALUE 0.
002474 01 WS-WALK-STOPPED         PIC X VALUE 'N'.
002475 01 WS-RULE-HIT             PIC X VALUE 'N'.
002476 01 WS-DIGITS-READY         PIC X VALUE 'N'.
002477 01 WS-DIGIT-WORK           PIC 9(9) VALUE 0.
002478 01 WS-DIGIT-TEXT REDEFINES WS-DIGIT-WORK PIC X(9).
002479 01 WS-DIGIT-TABLE REDEFINES WS-DIGIT-WORK.
002480     05 WS-DIGIT-N OCCURS 9 TIMES PIC 9.
002481 01 WS-DIGIT-SUB            PIC 9(2) VALUE 0.
002482 01 WS-DIGIT-START          PIC 9(2) VALUE 0.
002483 01 WS-DIGIT-SUM            PIC 9(3) VALUE 0.
002484 01 WS-DIGIT-TALLY          PIC 9(2) VALUE 0.
002485 01 WS-DIGIT-WANTED         PIC 9 VALUE 0.
002486 01 WS-DIGIT-WANTED-X REDEFINES WS-DIGIT-WANTED PIC X.
002487*====================================================
002488*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
002489*====================================================
002490 01 RPT-HDR-LINE.
002500     05 FILLER               PIC X(42)
002510             VALUE 'MASTER STALENESS AND COVERAGE AUDIT AS OF '.
002520     05 RPT-HDR-DATE         PIC 9(8).
002530 01 RPT-ROW-LINE.
002540     05 RPT-ROW-TAG          PIC X(10).
002550     05 RPT-ROW-INDICE       PIC 9(9).
002560     05 FILLER               PIC X(8) VALUE " HOLDS '".
002570     05 RPT-ROW-OLD          PIC X(24).
002580     05 FILLER               PIC X(2) VALUE "' ".
002590     05 RPT-ROW-OLD-FLAGS    PIC X(2).
002600     05 FILLER               PIC X(5) VALUE ' REQ '.
002610     05 RPT-ROW-REQ          PIC X(8).
002620     05 FILLER               PIC X(8) VALUE ' LOADED '.
002630     05 RPT-ROW-LOADED       PIC 9(8).
002640     05 FILLER               PIC X(6) VALUE " NOW '".
002650     05 RPT-ROW-NEW          PIC X(24).
002660     05 FILLER               PIC X(2) VALUE "' ".
002670     05 RPT-ROW-NEW-FLAGS    PIC X(2).
002680 01 RPT-GAP-LINE.
002690     05 FILLER               PIC X(10) VALUE 'GAP       '.
002700     05 RPT-GAP-FROM         PIC 9(9).
002710     05 FILLER               PIC X(9) VALUE ' THROUGH '.
002720     05 RPT-GAP-TO           PIC 9(9).
002730     05 FILLER               PIC X(2) VALUE ' ('.
002740     05 RPT-GAP-SIZE         PIC ZZZZZZZZ9.
002750     05 FILLER               PIC X(28)
002760                             VALUE ' INDICES NOT ON THE MASTER)'.
002770 01 RPT-RANGE-LINE.
002780     05 RPT-RNG-ID           PIC X(8).
002790     05 FILLER               PIC X(7) VALUE ' RANGE '.
002800     05 RPT-RNG-FROM         PIC 9(9).
002810     05 FILLER               PIC X(1) VALUE '-'.
002820     05 RPT-RNG-TO           PIC 9(9).
002830     05 FILLER               PIC X(13) VALUE ' STALE ROWS '.
002840     05 RPT-RNG-STALE        PIC ZZZZZZZZ9.
002850 01 RPT-UNA-LINE.
002860     05 FILLER               PIC X(8) VALUE 'REQUEST '.
002870     05 RPT-UNA-ID           PIC X(8).
002880     05 FILLER               PIC X(6) VALUE ' ROWS '.
002890     05 RPT-UNA-ROWS         PIC ZZZZZZZZ9.
002900     05 FILLER               PIC X(36)
002910                  VALUE ' - NO AUDITFIL ENTRY ACCOUNTS FOR IT'.
002920 01 RPT-TOTAL-LINE.
002930     05 RPT-TOT-NAME         PIC X(40).
002940     05 RPT-TOT-COUNT        PIC ZZZZZZZZ9.
002950
002960 PROCEDURE DIVISION.
002970 MAIN-PARAGRAPH.
002980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002990     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
003000     MOVE WS-RUN-MMDD TO WS-STL-ID-MMDD.
003010     PERFORM READ-RULE-FILE.
003020     PERFORM SELECT-RULES-AS-OF.
003030     PERFORM CHECK-RULES-IN-FORCE.
003040     IF WS-RETURN-CODE = 16
003050         DISPLAY "FBSTALE: ENDED, RETURN CODE " WS-RETURN-CODE
003060         STOP RUN RETURNING WS-RETURN-CODE
003070     END-IF.
003080     PERFORM READ-EXCEPTION-FILE.
003090     PERFORM LOAD-AUDITED-REQUEST-IDS.
003100     OPEN INPUT MAST-FILE.
003110     IF WS-MAST-STATUS NOT = '00'
003120         DISPLAY "FBSTALE: UNABLE TO OPEN MASTFILE, STATUS="
003130             WS-MAST-STATUS
003140         MOVE 20 TO WS-RETURN-CODE
003150         STOP RUN RETURNING WS-RETURN-CODE
003160     END-IF.
003170     PERFORM OPEN-REPORT.
003180     IF WS-RETURN-CODE = 20
003190         CLOSE MAST-FILE
003200         STOP RUN RETURNING WS-RETURN-CODE
003210     END-IF.
003220     PERFORM UNTIL WS-MAST-STATUS NOT = '00'
003230         READ MAST-FILE NEXT RECORD
003240             AT END
003250                 MOVE '10' TO WS-MAST-STATUS
003260             NOT AT END
003270                 PERFORM AUDIT-ONE-MASTER-ROW
003280         END-READ
003290     END-PERFORM.
003300     IF WS-MAST-STATUS NOT = '10'
003310         DISPLAY "FBSTALE: READ OF MASTFILE FAILED, STATUS="
003320             WS-MAST-STATUS " - THE AUDIT IS INCOMPLETE"
003330         MOVE 20 TO WS-RETURN-CODE
003340     END-IF.
003350     CLOSE MAST-FILE.
003360     PERFORM CLOSE-STALE-RANGE.
003370     PERFORM REPORT-RERUN-RANGES.
003380     PERFORM REPORT-UNAUDITED-IDS.
003390     PERFORM REPORT-TOTALS.
003400     IF WS-RANGE-COUNT > 0
003410         PERFORM WRITE-PARM-FILE
003420     END-IF.
003430     IF WS-RPT-OPEN = 'Y'
003440         CLOSE RPT-FILE
003450     END-IF.
003460     IF (WS-STALE-COUNT > 0 OR WS-EXCLUDED-COUNT > 0
003470             OR WS-GAP-COUNT > 0 OR WS-UNAUDITED-COUNT > 0)
003480             AND WS-RETURN-CODE < 4
003490         MOVE 4 TO WS-RETURN-CODE
003500     END-IF.
003510     IF WS-RANGE-OVERFLOW > 0 AND WS-RETURN-CODE < 8
003520         MOVE 8 TO WS-RETURN-CODE
003530     END-IF.
003540     DISPLAY "FBSTALE: " WS-ROW-COUNT " ROW(S) READ, "
003550         WS-STALE-COUNT " STALE, " WS-EXCLUDED-COUNT
003560         " EXCLUDED, " WS-GAP-COUNT " GAP(S), "
003570         WS-UNAUDITED-COUNT " UNAUDITED".
003580     DISPLAY "FBSTALE: " WS-RANGE-COUNT " RERUN RANGE(S) ON "
003590         "STALEPRM".
003600     DISPLAY "FBSTALE: ENDED, RETURN CODE " WS-RETURN-CODE.
003610     STOP RUN RETURNING WS-RETURN-CODE.
003620
003630 READ-RULE-FILE.
003640*    MIRRORS READ-RULE-FILE IN FIZZBUZZ: THE WHOLE VERSIONED
003650*    CATALOG IS LOADED AND SELECT-RULES-AS-OF PICKS TODAY'S
003660*    WORKING RULES FROM IT. AN ABSENT OR EMPTY RULEFILE LEAVES
003670*    THE COMPILED-IN FIZZ/BUZZ DEFAULTS IN FORCE.
003680     OPEN INPUT RULE-FILE.
003690     IF WS-RULE-STATUS = '00'
003700         PERFORM UNTIL WS-RULE-STATUS NOT = '00'
003710             READ RULE-FILE
003720                 AT END
003730                     MOVE '10' TO WS-RULE-STATUS
003740                 NOT AT END
003750                     IF RULE-NUMBER >= 1 AND RULE-NUMBER <= 10
003760                         PERFORM STOW-ONE-RULE-VERSION
003770                     END-IF
003780             END-READ
003790         END-PERFORM
003800         CLOSE RULE-FILE
003810     END-IF.
003820     IF WS-CAT-OVERFLOW = 'Y'
003830         DISPLAY "FBSTALE: RULEFILE HOLDS MORE THAN 100 RULE "
003840             "VERSIONS - EXTRAS WERE IGNORED"
003850     END-IF.
003860
003870 STOW-ONE-RULE-VERSION.
003880*    A RECORD WRITTEN BEFORE EFFECTIVE DATING EXISTED READS
003890*    BACK WITH SPACES IN BOTH DATE COLUMNS AND IS IN FORCE ON
003900*    EVERY DATE - SEE THE NOTE IN RULEREC.CPY.
003910     IF WS-CAT-COUNT >= 100
003920         MOVE 'Y' TO WS-CAT-OVERFLOW
003930     ELSE
003940         IF WS-RULE-FILE-HAS-DATA = 'N'
003950             MOVE 'Y' TO WS-RULE-FILE-HAS-DATA
003960         END-IF
003970         ADD 1 TO WS-CAT-COUNT
003980         SET CAT-IDX TO WS-CAT-COUNT
003990         MOVE RULE-NUMBER  TO WS-CAT-SLOT(CAT-IDX)
004000         MOVE RULE-DIVISOR TO WS-CAT-DIVISOR(CAT-IDX)
004010         MOVE RULE-LABEL   TO WS-CAT-LABEL(CAT-IDX)
004020         MOVE RULE-ACTIVE  TO WS-CAT-ACTIVE(CAT-IDX)
004030         IF RULE-EFF-FROM-X IS NUMERIC
004040             MOVE RULE-EFF-FROM TO WS-CAT-FROM(CAT-IDX)
004050         ELSE
004060             MOVE 0 TO WS-CAT-FROM(CAT-IDX)
004070         END-IF
004080         IF RULE-EFF-TO-X IS NUMERIC
004090                 AND RULE-EFF-TO NOT = 0
004100             MOVE RULE-EFF-TO TO WS-CAT-TO(CAT-IDX)
004110         ELSE
004120             MOVE 99991231 TO WS-CAT-TO(CAT-IDX)
004130         END-IF
004131         IF RULE-KIND = SPACE
004132             MOVE 'D' TO WS-CAT-KIND(CAT-IDX)
004133         ELSE
004134             MOVE RULE-KIND TO WS-CAT-KIND(CAT-IDX)
004135         END-IF
004136         IF RULE-EXCLUSIVE = 'Y'
004137             MOVE 'Y' TO WS-CAT-EXCL(CAT-IDX)
004138         ELSE
004139             MOVE 'N' TO WS-CAT-EXCL(CAT-IDX)
004140         END-IF
004141         IF RULE-PRECEDENCE-X IS NUMERIC
004142             MOVE RULE-PRECEDENCE TO WS-CAT-PREC(CAT-IDX)
004143         ELSE
004144             MOVE 0 TO WS-CAT-PREC(CAT-IDX)
004145         END-IF
004146         IF RULE-BAND-FROM-X IS NUMERIC
004147             MOVE RULE-BAND-FROM TO WS-CAT-BAND-FROM(CAT-IDX)
004148         ELSE
004149             MOVE 0 TO WS-CAT-BAND-FROM(CAT-IDX)
004150         END-IF
004151         IF RULE-BAND-TO-X IS NUMERIC
004152             MOVE RULE-BAND-TO TO WS-CAT-BAND-TO(CAT-IDX)
004153         ELSE
004154             MOVE 0 TO WS-CAT-BAND-TO(CAT-IDX)
004155         END-IF
004156     END-IF.
004158
004160 SELECT-RULES-AS-OF.
004170*    SAME SELECTION AS THE PARAGRAPH OF THIS NAME IN MAIN.COB:
004180*    FOR EACH SLOT, THE VERSION WHOSE EFFECTIVE RANGE COVERS
004190*    WS-AS-OF-DATE, LATEST EFF-FROM WINNING. WITH NO CATALOG
004200*    ON FILE THE COMPILED-IN DEFAULTS STAND. EITHER WAY THE
004205*    WALK ORDER IS REBUILT FROM THE RESULT.
004210     IF WS-RULE-FILE-HAS-DATA = 'Y'
004220         MOVE 0 TO WS-RULE-COUNT
004230         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
004240                 UNTIL WS-SLOT-SUB > 10
004250             MOVE 0 TO WS-RULE-DIVISOR(WS-SLOT-SUB)
004260             MOVE SPACES TO WS-RULE-LABEL(WS-SLOT-SUB)
004270             MOVE 'N' TO WS-RULE-ACTIVE(WS-SLOT-SUB)
004271             MOVE 'D' TO WS-RULE-KIND(WS-SLOT-SUB)
004272             MOVE 'N' TO WS-RULE-EXCL(WS-SLOT-SUB)
004273             MOVE 0 TO WS-RULE-PREC(WS-SLOT-SUB)
004274             MOVE 0 TO WS-RULE-BAND-FROM(WS-SLOT-SUB)
004275             MOVE 0 TO WS-RULE-BAND-TO(WS-SLOT-SUB)
004280             MOVE 0 TO WS-BEST-SUB
004290             PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
004300                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
004310                 IF WS-CAT-SLOT(WS-CAT-SUB) = WS-SLOT-SUB
004320                     AND WS-CAT-FROM(WS-CAT-SUB) <=
004330                         WS-AS-OF-DATE
004340                     AND WS-CAT-TO(WS-CAT-SUB) >=
004350                         WS-AS-OF-DATE
004360                     IF WS-BEST-SUB = 0
004370                         MOVE WS-CAT-SUB TO WS-BEST-SUB
004380                     ELSE
004390                         IF WS-CAT-FROM(WS-CAT-SUB) >=
004400                             WS-CAT-FROM(WS-BEST-SUB)
004410                             MOVE WS-CAT-SUB TO WS-BEST-SUB
004420                         END-IF
004430                     END-IF
004440                 END-IF
004450             END-PERFORM
004460             IF WS-BEST-SUB NOT = 0
004470                 MOVE WS-CAT-DIVISOR(WS-BEST-SUB) TO
004480                     WS-RULE-DIVISOR(WS-SLOT-SUB)
004490                 MOVE WS-CAT-LABEL(WS-BEST-SUB) TO
004500                     WS-RULE-LABEL(WS-SLOT-SUB)
004510                 MOVE WS-CAT-ACTIVE(WS-BEST-SUB) TO
004520                     WS-RULE-ACTIVE(WS-SLOT-SUB)
004521                 MOVE WS-CAT-KIND(WS-BEST-SUB) TO
004522                     WS-RULE-KIND(WS-SLOT-SUB)
004523                 MOVE WS-CAT-EXCL(WS-BEST-SUB) TO
004524                     WS-RULE-EXCL(WS-SLOT-SUB)
004525                 MOVE WS-CAT-PREC(WS-BEST-SUB) TO
004526                     WS-RULE-PREC(WS-SLOT-SUB)
004527                 MOVE WS-CAT-BAND-FROM(WS-BEST-SUB) TO
004528                     WS-RULE-BAND-FROM(WS-SLOT-SUB)
004529                 MOVE WS-CAT-BAND-TO(WS-BEST-SUB) TO
004530                     WS-RULE-BAND-TO(WS-SLOT-SUB)
004531                 MOVE WS-SLOT-SUB TO WS-RULE-COUNT
004540             END-IF
004550         END-PERFORM
004560     END-IF.
004561     PERFORM ORDER-RULE-WALK.
004562
004563 ORDER-RULE-WALK.
004564*    SAME ORDERING AS THE PARAGRAPH OF THIS NAME IN MAIN.COB:
004565*    ASCENDING PRECEDENCE (00 = THE SLOT'S OWN NUMBER), TIES
004566*    TO THE LOWER SLOT, ACTIVE SLOTS ONLY.
004567     MOVE 0 TO WS-WALK-COUNT.
004568     MOVE ALL 'N' TO WS-WALK-TAKEN-AREA.
004569     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
004570             UNTIL WS-WALK-SUB > WS-RULE-COUNT
004571         MOVE 0 TO WS-WALK-BEST-SLOT
004572         PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
004573                 UNTIL WS-SLOT-SUB > WS-RULE-COUNT
004574             IF WS-RULE-ACTIVE(WS-SLOT-SUB) = 'Y'
004575                     AND WS-WALK-TAKEN(WS-SLOT-SUB) = 'N'
004576                 IF WS-RULE-PREC(WS-SLOT-SUB) = 0
004577                     COMPUTE WS-WALK-KEY =
004578                         WS-SLOT-SUB * 100 + WS-SLOT-SUB
004579                 ELSE
004580                     COMPUTE WS-WALK-KEY =
004581                         WS-RULE-PREC(WS-SLOT-SUB) * 100
004582                         + WS-SLOT-SUB
004583                 END-IF
004584                 IF WS-WALK-BEST-SLOT = 0
004585                         OR WS-WALK-KEY < WS-WALK-BEST-KEY
004586                     MOVE WS-SLOT-SUB TO WS-WALK-BEST-SLOT
004587                     MOVE WS-WALK-KEY TO WS-WALK-BEST-KEY
004588                 END-IF
004589             END-IF
004590         END-PERFORM
004591         IF WS-WALK-BEST-SLOT > 0
004592             MOVE 'Y' TO WS-WALK-TAKEN(WS-WALK-BEST-SLOT)
004593             ADD 1 TO WS-WALK-COUNT
004594             MOVE WS-WALK-BEST-SLOT TO WS-WALK-SLOT(WS-WALK-COUNT)
004595         END-IF
004596     END-PERFORM.
004597
004598 CHECK-RULES-IN-FORCE.
004599*    FIZZBUZZ REFUSES TO RUN WITH A ZERO DIVISOR ON AN ACTIVE
004600*    RULE, SO NO ROW COULD BE RE-DERIVED TODAY EITHER - AND THE
004610*    RERUN RECORDS THIS AUDIT WOULD WRITE COULD NEVER RUN. THE
004615*    SAME HOLDS FOR ANY OTHER KIND DEFINITION FIZZBUZZ'S
004616*    VALIDATE-RULE-CATALOG REFUSES.
004620     PERFORM VARYING RULE-IDX FROM 1 BY 1
004630             UNTIL RULE-IDX > WS-RULE-COUNT
004640         IF WS-RULE-ACTIVE(RULE-IDX) = 'Y'
004641             IF ((WS-RULE-KIND(RULE-IDX) = 'D'
004642                     OR WS-RULE-KIND(RULE-IDX) = 'S')
004650                     AND WS-RULE-DIVISOR(RULE-IDX) = 0)
004651                 OR (WS-RULE-KIND(RULE-IDX) = 'C'
004652                     AND WS-RULE-DIVISOR(RULE-IDX) > 9)
004653                 OR (WS-RULE-KIND(RULE-IDX) = 'B'
004654                     AND WS-RULE-BAND-FROM(RULE-IDX) >
004655                         WS-RULE-BAND-TO(RULE-IDX))
004656                 OR (WS-RULE-KIND(RULE-IDX) NOT = 'D'
004657                     AND WS-RULE-KIND(RULE-IDX) NOT = 'C'
004658                     AND WS-RULE-KIND(RULE-IDX) NOT = 'S'
004659                     AND WS-RULE-KIND(RULE-IDX) NOT = 'B')
004660                 IF WS-RETURN-CODE < 16
004670                     MOVE 16 TO WS-RETURN-CODE
004680                     DISPLAY "FBSTALE: AN ACTIVE RULE IN FORCE "
004690                         "TODAY CANNOT BE TESTED - ZERO DIVISOR "
004695                         "OR BAD KIND DEFINITION"
004696                 END-IF
004697             END-IF
004700         END-IF
004710     END-PERFORM.
004720
004730 READ-EXCEPTION-FILE.
004740*    SAME LOADER SHAPE AS FIZZBUZZ. EXCPFILE IS OPTIONAL - A
004750*    SITE WITH NO OVERRIDES SIMPLY HAS NO FILE.
004760     OPEN INPUT EXCP-FILE.
004770     IF WS-EXCP-STATUS = '00'
004780         PERFORM UNTIL WS-EXCP-STATUS NOT = '00'
004790             READ EXCP-FILE
004800                 AT END
004810                     MOVE '10' TO WS-EXCP-STATUS
004820                 NOT AT END
004830                     PERFORM STOW-ONE-EXCEPTION
004840             END-READ
004850         END-PERFORM
004860         CLOSE EXCP-FILE
004870     END-IF.
004880
004890 STOW-ONE-EXCEPTION.
004900     EVALUATE TRUE
004910     WHEN WS-EXC-COUNT >= 50
004920         CONTINUE
004930     WHEN EXCP-FROM-INDICE-X IS NOT NUMERIC
004940         CONTINUE
004950     WHEN EXCP-ACTION NOT = 'F' AND EXCP-ACTION NOT = 'X'
004960         CONTINUE
004970     WHEN EXCP-ACTION = 'F' AND EXCP-LABEL = SPACES
004980         CONTINUE
004990     WHEN OTHER
005000         ADD 1 TO WS-EXC-COUNT
005010         SET EXC-IDX TO WS-EXC-COUNT
005020         MOVE EXCP-FROM-INDICE TO WS-EXC-FROM(EXC-IDX)
005030         IF EXCP-TO-INDICE-X IS NUMERIC
005040                 AND EXCP-TO-INDICE NOT = 0
005050             MOVE EXCP-TO-INDICE TO WS-EXC-TO(EXC-IDX)
005060         ELSE
005070             MOVE EXCP-FROM-INDICE TO WS-EXC-TO(EXC-IDX)
005080         END-IF
005090         MOVE EXCP-ACTION TO WS-EXC-ACTION(EXC-IDX)
005100         MOVE EXCP-LABEL  TO WS-EXC-LABEL(EXC-IDX)
005110         IF WS-EXC-FROM(EXC-IDX) > WS-EXC-TO(EXC-IDX)
005120             SUBTRACT 1 FROM WS-EXC-COUNT
005130         END-IF
005140     END-EVALUATE.
005150
005160 FIND-EXCEPTION-MATCH.
005170*    FIRST MATCHING ENTRY IN FILE ORDER WINS, AS IN FIZZBUZZ.
005180*    SPACE IN THE MATCH-ACTION MEANS NO ENTRY COVERS
005190*    WS-CHK-INDICE.
005200     MOVE SPACE TO WS-EXC-MATCH-ACTION.
005210     MOVE SPACES TO WS-EXC-MATCH-LABEL.
005220     PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
005230             UNTIL WS-EXC-SUB > WS-EXC-COUNT
005240                 OR WS-EXC-MATCH-ACTION NOT = SPACE
005250         IF WS-CHK-INDICE >= WS-EXC-FROM(WS-EXC-SUB)
005260                 AND WS-CHK-INDICE <= WS-EXC-TO(WS-EXC-SUB)
005270             MOVE WS-EXC-ACTION(WS-EXC-SUB)
005280                 TO WS-EXC-MATCH-ACTION
005290             MOVE WS-EXC-LABEL(WS-EXC-SUB)
005300                 TO WS-EXC-MATCH-LABEL
005310         END-IF
005320     END-PERFORM.
005330
005340 LOAD-AUDITED-REQUEST-IDS.
005350*    EVERY REQUEST ID AN AUDITFIL ENTRY CARRIES, PLUS THE IDS
005360*    ON EVERY GENCAT ENTRY THE AUDIT TRAIL VOUCHES FOR - SEE
005370*    TAKE-ONE-CATALOG-ENTRY.
005380     OPEN INPUT AUDIT-FILE.
005390     IF WS-AUDIT-STATUS = '00'
005400         PERFORM UNTIL WS-AUDIT-STATUS NOT = '00'
005410             READ AUDIT-FILE
005420                 AT END
005430                     MOVE '10' TO WS-AUDIT-STATUS
005440                 NOT AT END
005450                     PERFORM TAKE-ONE-AUDIT-ENTRY
005460             END-READ
005470         END-PERFORM
005480         CLOSE AUDIT-FILE
005490     END-IF.
005510     PERFORM TAKE-IDS-FROM-CATALOG.
005530     IF WS-AUD-ID-OVERFLOW = 'Y'
005540         DISPLAY "FBSTALE: MORE THAN 2000 AUDITED REQUEST IDS - "
005550             "LATER IDS MAY BE REPORTED AS UNAUDITED"
005560     END-IF.
005570
005580 TAKE-ONE-AUDIT-ENTRY.
005590     MOVE 'Y' TO WS-AUDIT-SEEN.
005600     IF AUDIT-REQUEST-IDS = SPACES
005610         MOVE 'N' TO WS-DATE-FOUND
005620         PERFORM VARYING WS-OLD-DATE-SUB FROM 1 BY 1
005630                 UNTIL WS-OLD-DATE-SUB > WS-OLD-DATE-COUNT
005640                     OR WS-DATE-FOUND = 'Y'
005650             IF WS-OLD-DATE(WS-OLD-DATE-SUB) = AUDIT-RUN-DATE
005660                 MOVE 'Y' TO WS-DATE-FOUND
005670             END-IF
005680         END-PERFORM
005690         IF WS-DATE-FOUND = 'N' AND WS-OLD-DATE-COUNT < 200
005700             ADD 1 TO WS-OLD-DATE-COUNT
005710             MOVE AUDIT-RUN-DATE TO
005720                 WS-OLD-DATE(WS-OLD-DATE-COUNT)
005730         END-IF
005740     ELSE
005750         MOVE AUDIT-REQUEST-IDS TO WS-ID-LIST
005760         PERFORM STOW-ID-LIST
005770     END-IF.
005780
005790 TAKE-IDS-FROM-CATALOG.
005800     OPEN INPUT GEN-FILE.
005810     IF WS-GEN-STATUS = '00'
005820         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
005830             READ GEN-FILE
005840                 AT END
005850                     MOVE '10' TO WS-GEN-STATUS
005860                 NOT AT END
005870                     PERFORM TAKE-ONE-CATALOG-ENTRY
005880             END-READ
005890         END-PERFORM
005900         CLOSE GEN-FILE
005910     END-IF.
005920
005930 TAKE-ONE-CATALOG-ENTRY.
005931*    THE AUDIT TRAIL VOUCHES FOR A GENERATION CATALOGED ON THE
005932*    RUN DATE OF AN ENTRY WRITTEN BEFORE THE IDS WERE CARRIED,
005933*    AND FOR ONE WHOSE FIRST LISTED ID IT ALREADY ACCOUNTS FOR
005934*    (THE RUN-STATE STAMP AND THE CATALOG ENTRY CARRY THE SAME
005935*    LIST). A FULL LIST MAY HAVE LEFT REQUESTS OFF, SO THE
005936*    TRAILERS ON A VOUCHED GENERATION'S EXTRACT ARE READ FOR
005937*    THE REST.
005938     MOVE 'N' TO WS-GEN-VOUCHED.
005940     PERFORM VARYING WS-OLD-DATE-SUB FROM 1 BY 1
005942             UNTIL WS-OLD-DATE-SUB > WS-OLD-DATE-COUNT
005944                 OR WS-GEN-VOUCHED = 'Y'
005946         IF WS-OLD-DATE(WS-OLD-DATE-SUB) = GEN-RUN-DATE
005948             MOVE 'Y' TO WS-GEN-VOUCHED
005950         END-IF
005952     END-PERFORM.
005954     IF WS-GEN-VOUCHED = 'N'
005956             AND GEN-REQUEST-IDS(1:8) NOT = SPACES
005958         MOVE GEN-REQUEST-IDS(1:8) TO WS-ONE-ID
005960         PERFORM FIND-AUDITED-ID
005962         MOVE WS-ID-FOUND TO WS-GEN-VOUCHED
005964     END-IF.
005966     IF WS-GEN-VOUCHED = 'Y'
005968         MOVE GEN-REQUEST-IDS TO WS-ID-LIST
005970         PERFORM STOW-ID-LIST
005972         IF GEN-REQUEST-IDS(33:8) NOT = SPACES
005974                 AND GEN-FILE-NAME NOT = SPACES
005976             PERFORM TAKE-IDS-FROM-TRAILERS
005978         END-IF
005980     END-IF.
005982
005984 TAKE-IDS-FROM-TRAILERS.
005986*    A GENERATION FILE THAT CANNOT BE OPENED (PURGED BY
005988*    GENMAINT, SAY) SIMPLY ANSWERS FOR NOTHING.
005990     MOVE GEN-FILE-NAME TO WS-OUT-FILE-NAME.
005992     OPEN INPUT OUT-FILE.
005994     IF WS-OUT-STATUS = '00'
005996         PERFORM UNTIL WS-OUT-STATUS NOT = '00'
005998             READ OUT-FILE
006000                 AT END
006002                     MOVE '10' TO WS-OUT-STATUS
006004                 NOT AT END
006006                     IF OUT-TRAILER-ID = 'TRAILER'
006008                         MOVE OUT-TRAILER-REQUEST-ID
006010                             TO WS-ID-LIST
006012                         PERFORM STOW-ID-LIST
006014                     END-IF
006016             END-READ
006018         END-PERFORM
006020         CLOSE OUT-FILE
006022     END-IF.
006060
006070 STOW-ID-LIST.
006080*    THE FIVE 8-BYTE COLUMNS OF A REQUEST-ID LIST - SEE
006090*    BUILD-REQUEST-ID-LIST IN MAIN.COB.
006100     PERFORM VARYING WS-ID-COL FROM 1 BY 1
006110             UNTIL WS-ID-COL > 5
006120         COMPUTE WS-ID-OFF = (WS-ID-COL - 1) * 8 + 1
006130         MOVE WS-ID-LIST(WS-ID-OFF:8) TO WS-ONE-ID
006140         IF WS-ONE-ID NOT = SPACES
006150             PERFORM FIND-AUDITED-ID
006160             IF WS-ID-FOUND = 'N'
006170                 IF WS-AUD-ID-COUNT < 2000
006180                     ADD 1 TO WS-AUD-ID-COUNT
006190                     MOVE WS-ONE-ID TO WS-AUD-ID(WS-AUD-ID-COUNT)
006200                 ELSE
006210                     MOVE 'Y' TO WS-AUD-ID-OVERFLOW
006220                 END-IF
006230             END-IF
006240         END-IF
006250     END-PERFORM.
006260
006270 FIND-AUDITED-ID.
006280     MOVE 'N' TO WS-ID-FOUND.
006290     PERFORM VARYING WS-AUD-ID-SUB FROM 1 BY 1
006300             UNTIL WS-AUD-ID-SUB > WS-AUD-ID-COUNT
006310                 OR WS-ID-FOUND = 'Y'
006320         IF WS-AUD-ID(WS-AUD-ID-SUB) = WS-ONE-ID
006330             MOVE 'Y' TO WS-ID-FOUND
006340         END-IF
006350     END-PERFORM.
006360
006370 OPEN-REPORT.
006380     OPEN OUTPUT RPT-FILE.
006390     IF WS-RPT-STATUS = '00'
006400         MOVE 'Y' TO WS-RPT-OPEN
006410         MOVE WS-AS-OF-DATE TO RPT-HDR-DATE
006420         MOVE RPT-HDR-LINE TO WS-RPT-WORK
006430         PERFORM WRITE-REPORT-LINE
006440         MOVE SPACES TO WS-RPT-WORK
006450         PERFORM WRITE-REPORT-LINE
006460         MOVE 'FINDINGS IN KEY ORDER' TO WS-RPT-WORK
006470         PERFORM WRITE-REPORT-LINE
006480     ELSE
006490         DISPLAY "FBSTALE: UNABLE TO OPEN STALERPT, STATUS="
006500             WS-RPT-STATUS
006510         MOVE 20 TO WS-RETURN-CODE
006520     END-IF.
006530
006540 AUDIT-ONE-MASTER-ROW.
006550     ADD 1 TO WS-ROW-COUNT.
006560     PERFORM CHECK-COVERAGE.
006570     PERFORM CHECK-REQUEST-TRACE.
006580     PERFORM REDERIVE-MASTER-ROW.
006590     MOVE MAST-INDICE TO WS-PREV-INDICE.
006600
006610 CHECK-COVERAGE.
006620*    THE MASTER IS READ IN KEY ORDER, SO ANY JUMP OF MORE THAN
006630*    ONE BETWEEN NEIGHBOURING ROWS IS A STRETCH OF INDICES NO
006640*    LOAD EVER PUT ON IT. A GAP ALSO ENDS ANY OPEN STALE RANGE.
006650     IF WS-ROW-COUNT = 1
006660         MOVE MAST-INDICE TO WS-LOW-INDICE
006670     ELSE
006680         IF MAST-INDICE > WS-PREV-INDICE + 1
006690             COMPUTE WS-GAP-FROM = WS-PREV-INDICE + 1
006700             COMPUTE WS-GAP-TO = MAST-INDICE - 1
006710             COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1
006720             PERFORM JUDGE-ONE-GAP
006730             PERFORM CLOSE-STALE-RANGE
006740         END-IF
006750     END-IF.
006760
006770 JUDGE-ONE-GAP.
006780*    THE FIRST EXCEPTION ENTRY IN FILE ORDER THAT TOUCHES THE
006790*    GAP DECIDES IT: AN EXCLUDE COVERING THE WHOLE GAP MEANS
006800*    FIZZBUZZ WOULD NEVER HAVE WRITTEN THOSE ROWS, SO THE GAP IS
006810*    EXPLAINED. ANYTHING ELSE - NO ENTRY, A FORCE, OR AN
006820*    EXCLUDE COVERING ONLY PART - LEAVES A REAL HOLE.
006830     MOVE 'N' TO WS-GAP-DECIDED.
006840     MOVE 'N' TO WS-GAP-IS-EXCLUDED.
006850     PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
006860             UNTIL WS-EXC-SUB > WS-EXC-COUNT
006870                 OR WS-GAP-DECIDED = 'Y'
006880         IF WS-EXC-FROM(WS-EXC-SUB) <= WS-GAP-TO
006890                 AND WS-EXC-TO(WS-EXC-SUB) >= WS-GAP-FROM
006900             MOVE 'Y' TO WS-GAP-DECIDED
006910             IF WS-EXC-ACTION(WS-EXC-SUB) = 'X'
006920                     AND WS-EXC-FROM(WS-EXC-SUB) <= WS-GAP-FROM
006930                     AND WS-EXC-TO(WS-EXC-SUB) >= WS-GAP-TO
006940                 MOVE 'Y' TO WS-GAP-IS-EXCLUDED
006950             END-IF
006960         END-IF
006970     END-PERFORM.
006980     IF WS-GAP-IS-EXCLUDED = 'Y'
006990         ADD WS-GAP-SIZE TO WS-GAP-EXPLAINED
007000     ELSE
007010         ADD 1 TO WS-GAP-COUNT
007020         ADD WS-GAP-SIZE TO WS-GAP-INDICES
007030         IF WS-DETAIL-PRINTED < WS-DETAIL-MAX
007040             ADD 1 TO WS-DETAIL-PRINTED
007050             MOVE WS-GAP-FROM TO RPT-GAP-FROM
007060             MOVE WS-GAP-TO TO RPT-GAP-TO
007070             MOVE WS-GAP-SIZE TO RPT-GAP-SIZE
007080             MOVE RPT-GAP-LINE TO WS-RPT-WORK
007090             PERFORM WRITE-REPORT-LINE
007100         END-IF
007110     END-IF.
007120
007130 CHECK-REQUEST-TRACE.
007140     IF MAST-REQUEST-ID NOT = WS-LAST-TRACED-ID
007150         MOVE MAST-REQUEST-ID TO WS-LAST-TRACED-ID
007160         MOVE MAST-REQUEST-ID TO WS-ONE-ID
007170         PERFORM FIND-AUDITED-ID
007180         MOVE WS-ID-FOUND TO WS-LAST-TRACED-OK
007190     END-IF.
007200     IF WS-LAST-TRACED-OK = 'N'
007210         ADD 1 TO WS-UNAUDITED-COUNT
007220         PERFORM NOTE-UNAUDITED-ID
007230     END-IF.
007240
007250 NOTE-UNAUDITED-ID.
007260     MOVE 'N' TO WS-ID-FOUND.
007270     PERFORM VARYING WS-UNA-SUB FROM 1 BY 1
007280             UNTIL WS-UNA-SUB > WS-UNA-COUNT
007290                 OR WS-ID-FOUND = 'Y'
007300         IF WS-UNA-ID(WS-UNA-SUB) = MAST-REQUEST-ID
007310             MOVE 'Y' TO WS-ID-FOUND
007320             ADD 1 TO WS-UNA-ROWS(WS-UNA-SUB)
007330         END-IF
007340     END-PERFORM.
007350     IF WS-ID-FOUND = 'N'
007360         IF WS-UNA-COUNT < 100
007370             ADD 1 TO WS-UNA-COUNT
007380             SET UNA-IDX TO WS-UNA-COUNT
007390             MOVE MAST-REQUEST-ID TO WS-UNA-ID(UNA-IDX)
007400             MOVE 1 TO WS-UNA-ROWS(UNA-IDX)
007410         ELSE
007420             MOVE 'Y' TO WS-UNA-OVERFLOW
007430         END-IF
007440     END-IF.
007450
007460 REDERIVE-MASTER-ROW.
007470*    AN INDICE EXCPFILE NOW EXCLUDES SHOULD NOT BE ON THE MASTER
007480*    AT ALL - A RERUN WOULD SKIP IT AND FBLOAD WOULD NEVER
007490*    REMOVE IT, SO IT IS REPORTED ON ITS OWN AND KEPT OUT OF THE
007500*    RERUN RANGES' STALE COUNT. A FORCED INDICE CARRIES ITS
007510*    DIRECTED LABEL WITH BOTH FLAGS 'N'; ANY OTHER IS WALKED
007520*    THROUGH TODAY'S RULES.
007530     MOVE MAST-INDICE TO WS-CHK-INDICE.
007540     PERFORM FIND-EXCEPTION-MATCH.
007550     EVALUATE WS-EXC-MATCH-ACTION
007560     WHEN 'X'
007570         ADD 1 TO WS-EXCLUDED-COUNT
007580         MOVE 'EXCLUDED  ' TO RPT-ROW-TAG
007590         MOVE SPACES TO WS-DER-CLASS
007600         MOVE SPACE TO WS-DER-FIZZ
007610         MOVE SPACE TO WS-DER-BUZZ
007620         PERFORM PRINT-ROW-FINDING
007630     WHEN 'F'
007640         MOVE SPACES TO WS-DER-CLASS
007650         MOVE WS-EXC-MATCH-LABEL TO WS-DER-CLASS
007660         MOVE 'N' TO WS-DER-FIZZ
007670         MOVE 'N' TO WS-DER-BUZZ
007680         PERFORM COMPARE-MASTER-ROW
007690     WHEN OTHER
007700         PERFORM CLASSIFY-MASTER-INDICE
007710         PERFORM COMPARE-MASTER-ROW
007720     END-EVALUATE.
007730
007740 CLASSIFY-MASTER-INDICE.
007750*    SAME WALK, SAME VERBS, AS CLASSIFY-INDICE IN FIZZBUZZ -
007760*    PRECEDENCE ORDER, AN EXCLUSIVE MATCH ENDING THE WALK.
007770*    CHECK-RULES-IN-FORCE HAS ALREADY REFUSED A RULE THAT
007775*    COULD NOT BE TESTED.
007780     MOVE SPACES TO WS-DER-CLASS.
007790     MOVE 'N' TO WS-DER-ANY-MATCHED.
007800     MOVE 'N' TO WS-DER-FIZZ.
007810     MOVE 'N' TO WS-DER-BUZZ.
007811     MOVE 'N' TO WS-DIGITS-READY.
007812     MOVE 'N' TO WS-WALK-STOPPED.
007820     PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
007830             UNTIL WS-WALK-SUB > WS-WALK-COUNT
007835                 OR WS-WALK-STOPPED = 'Y'
007840         SET RULE-IDX TO WS-WALK-SLOT(WS-WALK-SUB)
007850         PERFORM TEST-ONE-MASTER-RULE
007870         IF WS-RULE-HIT = 'Y'
007880             STRING FUNCTION TRIM(WS-DER-CLASS)
007890                    DELIMITED BY SIZE
007900                    FUNCTION TRIM(WS-RULE-LABEL(RULE-IDX))
007910                    DELIMITED BY SIZE
007920                    INTO WS-DER-CLASS
007930             END-STRING
007940             MOVE 'Y' TO WS-DER-ANY-MATCHED
007950             IF RULE-IDX = 1
007960                 MOVE 'Y' TO WS-DER-FIZZ
007970             END-IF
007980             IF RULE-IDX = 2
007990                 MOVE 'Y' TO WS-DER-BUZZ
008000             END-IF
008005             IF WS-RULE-EXCL(RULE-IDX) = 'Y'
008006                 MOVE 'Y' TO WS-WALK-STOPPED
008007             END-IF
008010         END-IF
008020     END-PERFORM.
008030     IF WS-DER-ANY-MATCHED = 'N'
008040         MOVE MAST-INDICE TO WS-DER-CLASS
008050     END-IF.
008051
008052 TEST-ONE-MASTER-RULE.
008053*    THE PER-KIND TESTS OF TEST-ONE-RULE IN MAIN.COB.
008054     MOVE 'N' TO WS-RULE-HIT.
008055     EVALUATE WS-RULE-KIND(RULE-IDX)
008056     WHEN 'C'
008057         PERFORM SPLIT-MASTER-DIGITS
008058         MOVE WS-RULE-DIVISOR(RULE-IDX) TO WS-DIGIT-WANTED
008059         MOVE 0 TO WS-DIGIT-TALLY
008060         INSPECT WS-DIGIT-TEXT(WS-DIGIT-START:)
008061             TALLYING WS-DIGIT-TALLY FOR ALL WS-DIGIT-WANTED-X
008062         IF WS-DIGIT-TALLY > 0
008063             MOVE 'Y' TO WS-RULE-HIT
008064         END-IF
008065     WHEN 'S'
008066         PERFORM SPLIT-MASTER-DIGITS
008067         IF WS-RULE-DIVISOR(RULE-IDX) > 0 AND
008068            FUNCTION MOD(WS-DIGIT-SUM WS-RULE-DIVISOR(RULE-IDX))
008069                = 0
008070             MOVE 'Y' TO WS-RULE-HIT
008071         END-IF
008072     WHEN 'B'
008073         IF MAST-INDICE >= WS-RULE-BAND-FROM(RULE-IDX)
008074                 AND MAST-INDICE <= WS-RULE-BAND-TO(RULE-IDX)
008075             MOVE 'Y' TO WS-RULE-HIT
008076         END-IF
008077     WHEN OTHER
008078         IF WS-RULE-DIVISOR(RULE-IDX) > 0 AND
008079            FUNCTION MOD(MAST-INDICE
008080                WS-RULE-DIVISOR(RULE-IDX)) = 0
008081             MOVE 'Y' TO WS-RULE-HIT
008082         END-IF
008083     END-EVALUATE.
008084
008085 SPLIT-MASTER-DIGITS.
008086*    AS SPLIT-INDICE-DIGITS IN MAIN.COB.
008087     IF WS-DIGITS-READY = 'N'
008088         MOVE 'Y' TO WS-DIGITS-READY
008089         MOVE MAST-INDICE TO WS-DIGIT-WORK
008090         MOVE 0 TO WS-DIGIT-SUM
008091         MOVE 0 TO WS-DIGIT-START
008092         PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
008093                 UNTIL WS-DIGIT-SUB > 9
008094             ADD WS-DIGIT-N(WS-DIGIT-SUB) TO WS-DIGIT-SUM
008095             IF WS-DIGIT-START = 0
008096                     AND WS-DIGIT-N(WS-DIGIT-SUB) NOT = 0
008097                 MOVE WS-DIGIT-SUB TO WS-DIGIT-START
008098             END-IF
008099         END-PERFORM
008100         IF WS-DIGIT-START = 0
008101             MOVE 9 TO WS-DIGIT-START
008102         END-IF
008103     END-IF.
008104
008105 COMPARE-MASTER-ROW.
008106     IF MAST-FIZZ-FLAG NOT = WS-DER-FIZZ
008107         OR MAST-BUZZ-FLAG NOT = WS-DER-BUZZ
008108         OR MAST-CLASSIFICATION NOT = WS-DER-CLASS
008110         ADD 1 TO WS-STALE-COUNT
008120         MOVE 'STALE     ' TO RPT-ROW-TAG
008130         PERFORM PRINT-ROW-FINDING
008140         PERFORM NOTE-STALE-INDICE
008150     ELSE
008160         ADD 1 TO WS-CURRENT-COUNT
008170     END-IF.
008180
008190 PRINT-ROW-FINDING.
008200     IF WS-DETAIL-PRINTED < WS-DETAIL-MAX
008210         ADD 1 TO WS-DETAIL-PRINTED
008220         MOVE MAST-INDICE TO RPT-ROW-INDICE
008230         MOVE MAST-CLASSIFICATION TO RPT-ROW-OLD
008240         MOVE MAST-FIZZ-FLAG TO RPT-ROW-OLD-FLAGS(1:1)
008250         MOVE MAST-BUZZ-FLAG TO RPT-ROW-OLD-FLAGS(2:1)
008260         MOVE MAST-REQUEST-ID TO RPT-ROW-REQ
008270         MOVE MAST-LOAD-DATE TO RPT-ROW-LOADED
008280         MOVE WS-DER-CLASS TO RPT-ROW-NEW
008290         MOVE WS-DER-FIZZ TO RPT-ROW-NEW-FLAGS(1:1)
008300         MOVE WS-DER-BUZZ TO RPT-ROW-NEW-FLAGS(2:1)
008310         MOVE RPT-ROW-LINE TO WS-RPT-WORK
008320         PERFORM WRITE-REPORT-LINE
008330     END-IF.
008340
008350 NOTE-STALE-INDICE.
008360     IF WS-RANGE-OPEN = 'Y'
008370         MOVE MAST-INDICE TO WS-OPEN-TO
008380         ADD 1 TO WS-OPEN-STALE
008390     ELSE
008400         MOVE 'Y' TO WS-RANGE-OPEN
008410         MOVE MAST-INDICE TO WS-OPEN-FROM
008420         MOVE MAST-INDICE TO WS-OPEN-TO
008430         MOVE 1 TO WS-OPEN-STALE
008440     END-IF.
008450
008460 CLOSE-STALE-RANGE.
008470     IF WS-RANGE-OPEN = 'Y'
008480         MOVE 'N' TO WS-RANGE-OPEN
008490         IF WS-RANGE-COUNT >= 50
008500             ADD 1 TO WS-RANGE-OVERFLOW
008510         ELSE
008520             ADD 1 TO WS-RANGE-COUNT
008530             SET RNG-IDX TO WS-RANGE-COUNT
008540             MOVE WS-OPEN-FROM TO WS-RANGE-FROM(RNG-IDX)
008550             MOVE WS-OPEN-TO TO WS-RANGE-TO(RNG-IDX)
008560             MOVE WS-OPEN-STALE TO WS-RANGE-STALE(RNG-IDX)
008570             MOVE WS-RANGE-COUNT TO WS-STL-ID-SEQ
008580             MOVE WS-STL-ID TO WS-RANGE-ID(RNG-IDX)
008590         END-IF
008600     END-IF.
008610
008620 REPORT-RERUN-RANGES.
008630     MOVE SPACES TO WS-RPT-WORK.
008640     PERFORM WRITE-REPORT-LINE.
008650     IF WS-DETAIL-PRINTED >= WS-DETAIL-MAX
008660         MOVE 'FINDING LINES STOPPED AT THE PRINT CAP - THE '
008670             TO WS-RPT-WORK
008680         MOVE 'TOTALS BELOW COVER EVERY ROW'
008690             TO WS-RPT-WORK(46:28)
008700         PERFORM WRITE-REPORT-LINE
008710         MOVE SPACES TO WS-RPT-WORK
008720         PERFORM WRITE-REPORT-LINE
008730     END-IF.
008740     MOVE 'RERUN RANGES WRITTEN TO STALEPRM' TO WS-RPT-WORK.
008750     PERFORM WRITE-REPORT-LINE.
008760     IF WS-RANGE-COUNT = 0
008770         MOVE 'NONE - NOTHING ON THE MASTER IS STALE'
008780             TO WS-RPT-WORK
008790         PERFORM WRITE-REPORT-LINE
008800     END-IF.
008810     PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
008820             UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
008830         SET RNG-IDX TO WS-RANGE-SUB
008840         MOVE WS-RANGE-ID(RNG-IDX) TO RPT-RNG-ID
008850         MOVE WS-RANGE-FROM(RNG-IDX) TO RPT-RNG-FROM
008860         MOVE WS-RANGE-TO(RNG-IDX) TO RPT-RNG-TO
008870         MOVE WS-RANGE-STALE(RNG-IDX) TO RPT-RNG-STALE
008880         MOVE RPT-RANGE-LINE TO WS-RPT-WORK
008890         PERFORM WRITE-REPORT-LINE
008900     END-PERFORM.
008910     IF WS-RANGE-OVERFLOW > 0
008920         MOVE SPACES TO WS-RPT-WORK
008930         STRING WS-RANGE-OVERFLOW DELIMITED BY SIZE
008940             ' FURTHER STALE RANGE(S) BEYOND THE 50-RECORD '
008950             DELIMITED BY SIZE
008960             'CAPACITY - RERUN THIS AUDIT AFTER THE RELOAD'
008970             DELIMITED BY SIZE
008980             INTO WS-RPT-WORK
008990         END-STRING
009000         PERFORM WRITE-REPORT-LINE
009010     END-IF.
009020
009030 REPORT-UNAUDITED-IDS.
009040     MOVE SPACES TO WS-RPT-WORK.
009050     PERFORM WRITE-REPORT-LINE.
009060     MOVE 'REQUEST IDS ON THE MASTER WITH NO AUDIT TRAIL ENTRY'
009070         TO WS-RPT-WORK.
009080     PERFORM WRITE-REPORT-LINE.
009090     IF WS-AUDIT-SEEN = 'N'
009100         MOVE 'AUDITFIL IS ABSENT OR EMPTY - NO ROW CAN BE TRACED'
009110             TO WS-RPT-WORK
009120         PERFORM WRITE-REPORT-LINE
009130     END-IF.
009140     IF WS-UNA-COUNT = 0
009150         MOVE 'NONE' TO WS-RPT-WORK
009160         PERFORM WRITE-REPORT-LINE
009170     END-IF.
009180     PERFORM VARYING WS-UNA-SUB FROM 1 BY 1
009190             UNTIL WS-UNA-SUB > WS-UNA-COUNT
009200         SET UNA-IDX TO WS-UNA-SUB
009210         MOVE WS-UNA-ID(UNA-IDX) TO RPT-UNA-ID
009220         MOVE WS-UNA-ROWS(UNA-IDX) TO RPT-UNA-ROWS
009230         MOVE RPT-UNA-LINE TO WS-RPT-WORK
009240         PERFORM WRITE-REPORT-LINE
009250     END-PERFORM.
009260     IF WS-UNA-OVERFLOW = 'Y'
009270         MOVE 'MORE THAN 100 DISTINCT UNAUDITED IDS - THE REST '
009280             TO WS-RPT-WORK
009290         MOVE 'ARE IN THE TOTAL ONLY' TO WS-RPT-WORK(49:21)
009300         PERFORM WRITE-REPORT-LINE
009310     END-IF.
009320
009330 REPORT-TOTALS.
009340     MOVE SPACES TO WS-RPT-WORK.
009350     PERFORM WRITE-REPORT-LINE.
009360     MOVE 'TOTALS' TO WS-RPT-WORK.
009370     PERFORM WRITE-REPORT-LINE.
009380     MOVE 'ROWS READ FROM THE MASTER' TO RPT-TOT-NAME.
009390     MOVE WS-ROW-COUNT TO RPT-TOT-COUNT.
009400     PERFORM WRITE-TOTAL-LINE.
009410     MOVE 'ROWS CURRENT' TO RPT-TOT-NAME.
009420     MOVE WS-CURRENT-COUNT TO RPT-TOT-COUNT.
009430     PERFORM WRITE-TOTAL-LINE.
009440     MOVE 'ROWS STALE' TO RPT-TOT-NAME.
009450     MOVE WS-STALE-COUNT TO RPT-TOT-COUNT.
009460     PERFORM WRITE-TOTAL-LINE.
009470     MOVE 'ROWS NOW EXCLUDED BY EXCPFILE' TO RPT-TOT-NAME.
009480     MOVE WS-EXCLUDED-COUNT TO RPT-TOT-COUNT.
009490     PERFORM WRITE-TOTAL-LINE.
009500     MOVE 'ROWS WITH AN UNAUDITED REQUEST ID' TO RPT-TOT-NAME.
009510     MOVE WS-UNAUDITED-COUNT TO RPT-TOT-COUNT.
009520     PERFORM WRITE-TOTAL-LINE.
009530     MOVE 'LOWEST INDICE ON THE MASTER' TO RPT-TOT-NAME.
009540     MOVE WS-LOW-INDICE TO RPT-TOT-COUNT.
009550     PERFORM WRITE-TOTAL-LINE.
009560     MOVE 'HIGHEST INDICE ON THE MASTER' TO RPT-TOT-NAME.
009570     MOVE WS-PREV-INDICE TO RPT-TOT-COUNT.
009580     PERFORM WRITE-TOTAL-LINE.
009590     MOVE 'COVERAGE GAPS' TO RPT-TOT-NAME.
009600     MOVE WS-GAP-COUNT TO RPT-TOT-COUNT.
009610     PERFORM WRITE-TOTAL-LINE.
009620     MOVE 'INDICES MISSING IN THOSE GAPS' TO RPT-TOT-NAME.
009630     MOVE WS-GAP-INDICES TO RPT-TOT-COUNT.
009640     PERFORM WRITE-TOTAL-LINE.
009650     MOVE 'INDICES ABSENT BECAUSE EXCPFILE EXCLUDES' TO
009660         RPT-TOT-NAME.
009670     MOVE WS-GAP-EXPLAINED TO RPT-TOT-COUNT.
009680     PERFORM WRITE-TOTAL-LINE.
009690
009700 WRITE-TOTAL-LINE.
009710     MOVE RPT-TOTAL-LINE TO WS-RPT-WORK.
009720     PERFORM WRITE-REPORT-LINE.
009730
009740 WRITE-PARM-FILE.
009750*    ONE EXTRACT-MODE CONTROL RECORD PER STALE RANGE, AS OF
009760*    TODAY SO THE RERUN CLASSIFIES BY THE SAME RULES THIS AUDIT
009770*    JUDGED BY. THE LEGACY DIVISOR COLUMNS CARRY SLOTS 1/2 OF
009780*    TODAY'S RULES - ONLY A SITE WITH NO RULEFILE READS THEM.
009790     OPEN OUTPUT PARM-FILE.
009800     IF WS-PARM-STATUS NOT = '00'
009810         DISPLAY "FBSTALE: UNABLE TO OPEN STALEPRM, STATUS="
009820             WS-PARM-STATUS
009830         MOVE 20 TO WS-RETURN-CODE
009840     ELSE
009850         PERFORM WRITE-ONE-PARM-RECORD
009860             VARYING WS-RANGE-SUB FROM 1 BY 1
009870             UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
009880         CLOSE PARM-FILE
009890     END-IF.
009900
009910 WRITE-ONE-PARM-RECORD.
009920     SET RNG-IDX TO WS-RANGE-SUB.
009930     MOVE SPACES TO PARM-RECORD.
009940     MOVE WS-RANGE-FROM(RNG-IDX) TO PARM-START-RANGE.
009950     MOVE WS-RANGE-TO(RNG-IDX) TO PARM-END-RANGE.
009960     MOVE WS-RULE-DIVISOR(1) TO PARM-DIVISOR-1.
009970     MOVE WS-RULE-DIVISOR(2) TO PARM-DIVISOR-2.
009980     MOVE 'EXTRACT' TO PARM-RUN-MODE.
009990     MOVE WS-RANGE-ID(RNG-IDX) TO PARM-REQUEST-ID.
010000     MOVE WS-RUN-DATE TO PARM-AS-OF-DATE.
010010     WRITE PARM-RECORD.
010020     IF WS-PARM-STATUS NOT = '00'
010030         DISPLAY "FBSTALE: WRITE TO STALEPRM FAILED, STATUS="
010040             WS-PARM-STATUS
010050         MOVE 20 TO WS-RETURN-CODE
010060         MOVE WS-RANGE-COUNT TO WS-RANGE-SUB
010070     END-IF.
010080
010090 WRITE-REPORT-LINE.
010100     IF WS-RPT-OPEN = 'Y'
010110         MOVE WS-RPT-WORK TO RPT-PRINT-LINE
010120         WRITE RPT-PRINT-LINE
010130         IF WS-RPT-STATUS NOT = '00'
010140             DISPLAY "FBSTALE: WRITE TO STALERPT FAILED, "
010150                 "STATUS=" WS-RPT-STATUS
010160             MOVE 'N' TO WS-RPT-OPEN
010170             MOVE 20 TO WS-RETURN-CODE
010180         END-IF
010190     END-IF.
010200     MOVE SPACES TO WS-RPT-WORK.
