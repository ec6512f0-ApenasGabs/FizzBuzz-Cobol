000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GenRest.
000030*====================================================
000040*GENREST - PUT ONE PURGED EXTRACT GENERATION BACK ON THE GENCAT
000050*CATALOG FROM THE GENARCH ARCHIVE. GENMAINT'S PURGE COPIES EACH
000060*PURGED GENERATION TO GENARCH BETWEEN A GENSTART MARKER HOLDING
000070*ITS ORIGINAL CATALOG ENTRY AND A GENEND MARKER HOLDING THE ROW
000080*AND TRAILER COUNTS IT COPIED (ARCHREC.CPY). THE GRSTPARM CONTROL
000090*RECORD (GRSPREC.CPY) NAMES THE GENERATION BY THE NUMBER IT WAS
000100*PURGED UNDER, AND BY ITS RUN DATE/TIME WHERE THE NUMBER IS ON
000110*THE ARCHIVE MORE THAN ONCE. THE ROWS ARE COPIED TO A NEW
000120*GENERATION FILE UNDER THE NEXT GENERATION NUMBER, THEN CHECKED
000130*BEFORE ANYTHING IS CATALOGED:
000140*    - DETAIL ROWS AGAINST THE ARCHIVED CATALOG ENTRY'S COUNT AND
000150*      THE GENEND MARKER'S COUNT, TRAILERS AGAINST GENEND'S
000160*    - EACH REQUEST'S ROWS AGAINST ITS OWN TRAILER - ONE ROW PER
000170*      PLAIN OR OVERRIDDEN INDICE, AND BETWEEN THE LARGEST AND THE
000180*      SUM OF THE RULE MATCH COUNTS FOR THE REST
000190*    - THE GRANDTOT TRAILER AGAINST THE SUM OF THE REQUEST
000200*      TRAILERS
000210*A GENERATION THAT PASSES IS CATALOGED UNDER ITS NEW NUMBER WITH
000220*ITS ORIGINAL RUN DATE, TIME, REQUEST IDS AND COUNTS, FLAGGED AS
000230*RESTORED FROM ITS OLD NUMBER (GENREC.CPY), SO FBVERIFY, FBEXPORT
000240*AND FBCOMPAR CAN READ IT AGAIN. ONE THAT FAILS IS EMPTIED AGAIN
000250*AND NEVER CATALOGED. THE ARCHIVE ITSELF IS ONLY READ. ROWS
000260*ARCHIVED BEFORE THE MARKERS EXISTED BELONG TO NO GENERATION AND
000270*ARE COUNTED ON THE REPORT, NOT RESTORED.
000280*
000290*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000300*FIZZBUZZ ITSELF):
000310*    0  - GENERATION RESTORED, RECONCILED AND CATALOGED
000320*    8  - THE RESTORED ROWS DID NOT RECONCILE, OR THE NEW
000330*         GENERATION FILE OR GENCAT COULD NOT BE WRITTEN - THE
000340*         GENERATION WAS NOT CATALOGED
000350*   12  - NOTHING TO RESTORE - GRSTPARM INVALID, THE GENERATION
000360*         IS NOT ON GENARCH (OR MORE THAN ONE ARCHIVED COPY
000370*         OF IT HOLDS ROWS), ITS ARCHIVED COPY IS EMPTY OR
000380*         UNFINISHED, IT IS STILL (OR ALREADY AGAIN) ON GENCAT,
000390*         OR THE NEW GENERATION NUMBER OR FILE IS ALREADY IN USE
000400*   20  - GENRRPT REPORT FILE COULD NOT BE OPENED OR WRITTEN
000410*   28  - RESTORE REFUSED - THE USER HOLDS NO AUTHFILE GRANT FOR
000420*         GENREST RESTORE (LOGGED TO SECVIOL); NOTHING WAS TOUCHED
000430*====================================================
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT GRS-FILE ASSIGN TO 'GRSTPARM'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-GRS-STATUS.
000500     SELECT GEN-FILE ASSIGN TO 'GENCAT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-GEN-STATUS.
000530     SELECT ARC-FILE ASSIGN TO 'GENARCH'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ARC-STATUS.
000560     SELECT OUT-FILE ASSIGN USING WS-OUT-FILE-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OUT-STATUS.
000590     SELECT RPT-FILE ASSIGN TO 'GENRRPT'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620     SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUTH-STATUS.
000650     SELECT SECV-FILE ASSIGN TO 'SECVIOL'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SECV-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  GRS-FILE.
000710 COPY GRSPREC.
000720 FD  GEN-FILE.
000730 COPY GENREC.
000740 FD  ARC-FILE.
000750 COPY OUTREC REPLACING LEADING ==OUT-== BY ==ARC-==.
000760 COPY ARCHREC.
000770 FD  OUT-FILE.
000780 COPY OUTREC.
000790 FD  RPT-FILE.
000800 01  RPT-PRINT-LINE              PIC X(132).
000810 FD  AUTH-FILE.
000820 COPY AUTHREC.
000830 FD  SECV-FILE.
000840 COPY SECVREC.
000850 WORKING-STORAGE SECTION.
000860 01 WS-GRS-STATUS          PIC XX VALUE SPACES.
000870 01 WS-GEN-STATUS          PIC XX VALUE SPACES.
000880 01 WS-ARC-STATUS          PIC XX VALUE SPACES.
000890 01 WS-OUT-STATUS          PIC XX VALUE SPACES.
000900 01 WS-RPT-STATUS          PIC XX VALUE SPACES.
000910 01 WS-OUT-FILE-NAME       PIC X(8) VALUE SPACES.
000920 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000930 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
000940 01 WS-USER-ID             PIC X(8) VALUE SPACES.
000950 01 WS-RPT-OPEN            PIC X VALUE 'N'.
000960 01 WS-RPT-WORK            PIC X(132) VALUE SPACES.
000970*====================================================
000980*THE GENERATION ASKED FOR. ZERO DATE OR TIME MEANS ANY.
000990*====================================================
001000 01 WS-ASK-GEN             PIC 9(4) VALUE 0.
001010 01 WS-ASK-DATE            PIC 9(8) VALUE 0.
001020 01 WS-ASK-TIME            PIC 9(8) VALUE 0.
001030*====================================================
001040*FIRST PASS OVER GENARCH - WHICH GENSTART/GENEND PAIR HOLDS THE
001050*GENERATION. PAIRS ARE NUMBERED IN FILE ORDER; THE SECOND PASS
001060*COUNTS ITS WAY BACK TO THE SAME ONE.
001063*A PAIR ONLY COUNTS AS A MATCH ONCE ITS GENEND IS READ; OF THOSE,
001066*THE EARLIEST ARCHIVED THAT HOLDS ROWS IS THE ONE RESTORED.
001070*====================================================
001080 01 WS-ARC-IN-PAIR         PIC X VALUE 'N'.
001090 01 WS-PAIR-ORDINAL        PIC 9(5) VALUE 0.
001100 01 WS-PAIR-TOTAL          PIC 9(5) VALUE 0.
001110 01 WS-PAIR-IS-MATCH       PIC X VALUE 'N'.
001120 01 WS-PAIR-ARC-DATE       PIC 9(8) VALUE 0.
001130 01 WS-MATCH-COUNT         PIC 9(4) VALUE 0.
001140 01 WS-MATCH-ORDINAL       PIC 9(5) VALUE 0.
001142 01 WS-MATCH-ARC-DATE      PIC 9(8) VALUE 0.
001144 01 WS-ROWS-MATCH-COUNT    PIC 9(4) VALUE 0.
001146 01 WS-EMPTY-MATCH-COUNT   PIC 9(4) VALUE 0.
001148 01 WS-UNENDED-MATCH-COUNT PIC 9(4) VALUE 0.
001150 01 WS-PASSED-OVER         PIC 9(5) VALUE 0.
001152 01 WS-PAIR-HAS-ROWS       PIC X VALUE 'N'.
001160 01 WS-LEGACY-ROWS         PIC 9(9) VALUE 0.
001170 01 WS-UNPAIRED-COUNT      PIC 9(5) VALUE 0.
001180*A GENCAT ENTRY AS CARRIED ON A GENSTART MARKER (GENREC.CPY).
001190 01 WS-CAND-ENTRY.
001200     05 WS-CAND-NUMBER-X     PIC X(4).
001210     05 WS-CAND-NUMBER REDEFINES WS-CAND-NUMBER-X PIC 9(4).
001220     05 WS-CAND-FILE-NAME    PIC X(8).
001230     05 WS-CAND-RUN-DATE     PIC 9(8).
001240     05 WS-CAND-RUN-TIME     PIC 9(8).
001250     05 WS-CAND-REQUEST-IDS  PIC X(40).
001260     05 WS-CAND-REC-COUNT-X  PIC X(9).
001270     05 WS-CAND-CURRENT-X    PIC X(9).
001280     05 WS-CAND-OVERLAP-X    PIC X(9).
001290     05 WS-CAND-RESTORED-FLAG PIC X.
001300     05 WS-CAND-RESTORED-FROM PIC X(4).
001310     05 WS-CAND-RESTORED-DATE PIC X(8).
001320 01 WS-ORIG-ENTRY.
001330     05 WS-ORIG-NUMBER       PIC 9(4).
001340     05 WS-ORIG-FILE-NAME    PIC X(8).
001350     05 WS-ORIG-RUN-DATE     PIC 9(8).
001360     05 WS-ORIG-RUN-TIME     PIC 9(8).
001370     05 WS-ORIG-REQUEST-IDS  PIC X(40).
001380     05 WS-ORIG-REC-COUNT-X  PIC X(9).
001390     05 WS-ORIG-REC-COUNT REDEFINES WS-ORIG-REC-COUNT-X
001400                             PIC 9(9).
001410     05 WS-ORIG-CURRENT-X    PIC X(9).
001420     05 WS-ORIG-OVERLAP-X    PIC X(9).
001430     05 FILLER               PIC X(13).
001440*====================================================
001450*THE CATALOG AS IT STANDS, AND THE NEW GENERATION.
001460*====================================================
001470 01 WS-GEN-HIGHEST         PIC 9(4) VALUE 0.
001480 01 WS-ON-CATALOG-AS       PIC 9(4) VALUE 0.
001490 01 WS-ON-CATALOG-FOUND    PIC X VALUE 'N'.
001500 01 WS-NEW-GEN             PIC 9(4) VALUE 0.
001510 01 WS-NEW-IN-USE          PIC X VALUE 'N'.
001520*====================================================
001530*SECOND PASS - THE COPY AND ITS RECONCILIATION. THE REQUEST
001540*SUMS ARE ADDED UP FROM EACH TRAILER AND TESTED AGAINST THE
001550*GRANDTOT TRAILER AT THE END.
001560*====================================================
001570 01 WS-COPY-DONE           PIC X VALUE 'N'.
001580 01 WS-COPY-FAILED         PIC X VALUE 'N'.
001590 01 WS-RECON-FAILED        PIC X VALUE 'N'.
001600 01 WS-END-SEEN            PIC X VALUE 'N'.
001610 01 WS-GRAND-SEEN          PIC X VALUE 'N'.
001620 01 WS-DETAIL-ROWS         PIC 9(9) VALUE 0.
001630 01 WS-TRAILER-ROWS        PIC 9(9) VALUE 0.
001640 01 WS-END-DETAIL-COUNT    PIC 9(9) VALUE 0.
001650 01 WS-END-TRAILER-COUNT   PIC 9(9) VALUE 0.
001660 01 WS-REQUEST-COUNT       PIC 9(5) VALUE 0.
001670 01 WS-REQUEST-GOOD        PIC 9(5) VALUE 0.
001680 01 WS-REQ-ROWS            PIC 9(9) VALUE 0.
001690 01 WS-REQ-ROW-ID          PIC X(8) VALUE SPACES.
001700 01 WS-REQ-MIXED           PIC X VALUE 'N'.
001710 01 WS-REQ-LOW             PIC 9(10) VALUE 0.
001720 01 WS-REQ-HIGH            PIC 9(10) VALUE 0.
001730 01 WS-TRL-READABLE        PIC X VALUE 'N'.
001740 01 WS-TRL-RULES           PIC 9(2) VALUE 0.
001750 01 WS-TRL-SUM             PIC 9(10) VALUE 0.
001760 01 WS-TRL-MAX             PIC 9(9) VALUE 0.
001770 01 WS-TRL-PLAIN           PIC 9(9) VALUE 0.
001780 01 WS-TRL-OVERRIDE        PIC 9(9) VALUE 0.
001790 01 WS-TRL-EXCLUDE         PIC 9(9) VALUE 0.
001800 01 WS-TRL-CURRENT         PIC 9(9) VALUE 0.
001810 01 WS-TRL-OVERLAP         PIC 9(9) VALUE 0.
001820 01 WS-TRL-MATCH-BLOCK     PIC X(90) VALUE SPACES.
001830 01 WS-TRL-MATCH-TABLE REDEFINES WS-TRL-MATCH-BLOCK.
001840     05 WS-TRL-MATCH-X OCCURS 10 TIMES PIC X(9).
001850 01 WS-TRL-MATCH-NUMS REDEFINES WS-TRL-MATCH-BLOCK.
001860     05 WS-TRL-MATCH OCCURS 10 TIMES PIC 9(9).
001870 01 WS-TRL-SUB             PIC 9(2) VALUE 0.
001880 01 WS-SUM-TABLE.
001890     05 WS-SUM-MATCH OCCURS 10 TIMES PIC 9(10).
001900 01 WS-SUM-PLAIN           PIC 9(10) VALUE 0.
001910 01 WS-SUM-OVERRIDE        PIC 9(10) VALUE 0.
001920 01 WS-SUM-EXCLUDE         PIC 9(10) VALUE 0.
001930 01 WS-SUM-CURRENT         PIC 9(10) VALUE 0.
001940 01 WS-SUM-OVERLAP         PIC 9(10) VALUE 0.
001950 01 WS-GRAND-MISMATCHES    PIC 9(2) VALUE 0.
001960 01 WS-NUM-TEXT            PIC ZZZZZZZZZ9 VALUE SPACES.
001970 01 WS-NUM-LEAD            PIC 9(2) VALUE 0.
001980 01 WS-RPT-PTR             PIC 9(3) VALUE 0.
001990*====================================================
002000*USER AUTHORITY (AUTHREC.CPY). THE GRANTS THE RUNNING USER HOLDS
002010*FOR THIS PROGRAM ARE LOADED ONCE AT STARTUP; EVERY REFUSAL IS
002020*LOGGED TO SECVIOL (SECVREC.CPY) AND RAISES RETURN CODE 28.
002030*====================================================
002040 01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
002050 01 WS-SECV-STATUS          PIC XX VALUE SPACES.
002060 01 WS-AUTH-PROGRAM         PIC X(10) VALUE 'GENREST'.
002070 01 WS-AUTH-FILE-READ       PIC X VALUE 'N'.
002080 01 WS-AUTH-COUNT           PIC 9(2) VALUE 0.
002090 01 WS-AUTH-TABLE.
002100     05 WS-AUTH-GRANT OCCURS 20 TIMES PIC X(8).
002110 01 WS-AUTH-SUB             PIC 9(2) VALUE 0.
002120 01 WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
002130 01 WS-AUTH-DETAIL          PIC X(30) VALUE SPACES.
002140 01 WS-AUTH-GRANTED         PIC X VALUE 'N'.
002150 01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
002160*====================================================
002170*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
002180*====================================================
002190 01 RPT-HDR-LINE.
002200     05 FILLER               PIC X(36)
002210         VALUE 'GENERATION RESTORE FROM GENARCH RUN '.
002220     05 RPT-HDR-DATE         PIC 9(8).
002230 01 RPT-ASK-LINE.
002240     05 FILLER               PIC X(21)
002250         VALUE 'GENERATION ASKED FOR '.
002260     05 RPT-ASK-GEN          PIC 9(4).
002270     05 FILLER               PIC X(10) VALUE ' RUN DATE '.
002280     05 RPT-ASK-DATE         PIC X(8).
002290     05 FILLER               PIC X(10) VALUE ' RUN TIME '.
002300     05 RPT-ASK-TIME         PIC X(8).
002310 01 RPT-CAND-LINE.
002320     05 FILLER               PIC X(13) VALUE '  GENERATION '.
002330     05 RPT-CAND-NUMBER      PIC 9(4).
002340     05 FILLER               PIC X(4) VALUE ' ON '.
002350     05 RPT-CAND-FILE        PIC X(8).
002360     05 FILLER               PIC X(9) VALUE ' WRITTEN '.
002370     05 RPT-CAND-DATE        PIC 9(8).
002380     05 FILLER               PIC X(1) VALUE SPACES.
002390     05 RPT-CAND-TIME        PIC 9(8).
002400     05 FILLER               PIC X(6) VALUE ' ROWS '.
002410     05 RPT-CAND-ROWS        PIC X(9).
002420     05 FILLER               PIC X(10) VALUE ' ARCHIVED '.
002430     05 RPT-CAND-ARCHIVED    PIC 9(8).
002440     05 FILLER               PIC X(2) VALUE SPACES.
002450     05 RPT-CAND-NOTE        PIC X(30).
002460 01 RPT-CHK-HEAD.
002470     05 FILLER               PIC X(42) VALUE '  CHECK'.
002480     05 FILLER               PIC X(22)
002490         VALUE ' EXPECTED      FOUND'.
002500     05 FILLER               PIC X(6) VALUE 'RESULT'.
002510 01 RPT-CHK-LINE.
002520     05 FILLER               PIC X(2) VALUE SPACES.
002530     05 RPT-CHK-NAME         PIC X(40).
002540     05 RPT-CHK-EXPECTED     PIC ZZZZZZZZ9.
002550     05 FILLER               PIC X(2) VALUE SPACES.
002560     05 RPT-CHK-FOUND        PIC ZZZZZZZZ9.
002570     05 FILLER               PIC X(2) VALUE SPACES.
002580     05 RPT-CHK-RESULT       PIC X(6).
002590 01 RPT-TOTAL-LINE.
002600     05 FILLER               PIC X(2) VALUE SPACES.
002610     05 RPT-TOT-NAME         PIC X(45).
002620     05 RPT-TOT-COUNT        PIC ZZZZZZZZ9.
002630
002640 PROCEDURE DIVISION.
002650 MAIN-PARAGRAPH.
002660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002670     PERFORM READ-GRS-FILE.
002680     IF WS-RETURN-CODE = 0
002690         PERFORM CHECK-RESTORE-AUTHORITY
002700     END-IF.
002710     IF WS-RETURN-CODE = 0
002720         PERFORM OPEN-REPORT
002730     END-IF.
002740     IF WS-RETURN-CODE = 0
002750         PERFORM FIND-ARCHIVED-GENERATION
002760     END-IF.
002770     IF WS-RETURN-CODE = 0
002780         PERFORM CHECK-CATALOG
002790     END-IF.
002800     IF WS-RETURN-CODE = 0
002810         PERFORM CHECK-TARGET-FILE
002820     END-IF.
002830     IF WS-RETURN-CODE = 0
002840         PERFORM COPY-GENERATION
002850         PERFORM REPORT-RECONCILIATION
002860         IF WS-COPY-FAILED = 'Y' OR WS-RECON-FAILED = 'Y'
002870             PERFORM DISCARD-RESTORED-FILE
002880         ELSE
002890             PERFORM CATALOG-RESTORED-GENERATION
002900         END-IF
002910     END-IF.
002920     IF WS-RPT-OPEN = 'Y'
002930         PERFORM REPORT-TOTALS
002940         CLOSE RPT-FILE
002950     END-IF.
002960     DISPLAY "GENREST: ENDED, RETURN CODE " WS-RETURN-CODE.
002970     STOP RUN RETURNING WS-RETURN-CODE.
002980
002990 READ-GRS-FILE.
003000*    THE CONTROL RECORD IS REQUIRED - THERE IS NO SENSIBLE
003010*    DEFAULT GENERATION TO RESTORE.
003020     OPEN INPUT GRS-FILE.
003030     IF WS-GRS-STATUS NOT = '00'
003040         DISPLAY "GENREST: UNABLE TO READ GRSTPARM, STATUS="
003050             WS-GRS-STATUS
003060         MOVE 12 TO WS-RETURN-CODE
003070     ELSE
003080         READ GRS-FILE
003090             AT END
003100                 DISPLAY "GENREST: GRSTPARM IS EMPTY"
003110                 MOVE 12 TO WS-RETURN-CODE
003120             NOT AT END
003130                 PERFORM EDIT-GRS-RECORD
003140         END-READ
003150         CLOSE GRS-FILE
003160     END-IF.
003170
003180 EDIT-GRS-RECORD.
003190     IF GRS-GEN-NUMBER-X IS NUMERIC AND GRS-GEN-NUMBER > 0
003200         MOVE GRS-GEN-NUMBER TO WS-ASK-GEN
003210     ELSE
003220         DISPLAY "GENREST: GRSTPARM NEEDS A NONZERO NUMERIC "
003230             "GENERATION NUMBER"
003240         MOVE 12 TO WS-RETURN-CODE
003250     END-IF.
003260     EVALUATE TRUE
003270     WHEN GRS-RUN-DATE-X = SPACES
003280         CONTINUE
003290     WHEN GRS-RUN-DATE-X IS NUMERIC
003300         MOVE GRS-RUN-DATE TO WS-ASK-DATE
003310     WHEN OTHER
003320         DISPLAY "GENREST: GRSTPARM RUN DATE '" GRS-RUN-DATE-X
003330             "' IS NOT NUMERIC"
003340         MOVE 12 TO WS-RETURN-CODE
003350     END-EVALUATE.
003360     EVALUATE TRUE
003370     WHEN GRS-RUN-TIME-X = SPACES
003380         CONTINUE
003390     WHEN GRS-RUN-TIME-X IS NUMERIC
003400         MOVE GRS-RUN-TIME TO WS-ASK-TIME
003410     WHEN OTHER
003420         DISPLAY "GENREST: GRSTPARM RUN TIME '" GRS-RUN-TIME-X
003430             "' IS NOT NUMERIC"
003440         MOVE 12 TO WS-RETURN-CODE
003450     END-EVALUATE.
003460
003470 CHECK-RESTORE-AUTHORITY.
003480     ACCEPT WS-USER-ID FROM ENVIRONMENT "LOGNAME".
003490     IF WS-USER-ID = SPACES
003500         ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
003510     END-IF.
003520     PERFORM LOAD-USER-AUTHORITY.
003530     MOVE 'RESTORE' TO WS-AUTH-FUNCTION.
003540     MOVE SPACES TO WS-AUTH-DETAIL.
003550     STRING 'GENERATION ' DELIMITED BY SIZE
003560         WS-ASK-GEN DELIMITED BY SIZE
003570         INTO WS-AUTH-DETAIL
003580     END-STRING.
003590     PERFORM CHECK-AUTHORITY.
003600     IF WS-AUTH-GRANTED = 'N'
003610         DISPLAY "GENREST: RESTORE REFUSED - USER " WS-USER-ID
003620             " HOLDS NO GENREST RESTORE AUTHORITY"
003630     END-IF.
003640
003650 OPEN-REPORT.
003660     OPEN OUTPUT RPT-FILE.
003670     IF WS-RPT-STATUS = '00'
003680         MOVE 'Y' TO WS-RPT-OPEN
003690         MOVE WS-RUN-DATE TO RPT-HDR-DATE
003700         MOVE RPT-HDR-LINE TO WS-RPT-WORK
003710         PERFORM WRITE-REPORT-LINE
003720         PERFORM WRITE-REPORT-LINE
003730         MOVE WS-ASK-GEN TO RPT-ASK-GEN
003740         MOVE 'ANY' TO RPT-ASK-DATE
003750         IF WS-ASK-DATE > 0
003760             MOVE WS-ASK-DATE TO RPT-ASK-DATE
003770         END-IF
003780         MOVE 'ANY' TO RPT-ASK-TIME
003790         IF WS-ASK-TIME > 0
003800             MOVE WS-ASK-TIME TO RPT-ASK-TIME
003810         END-IF
003820         MOVE RPT-ASK-LINE TO WS-RPT-WORK
003830         PERFORM WRITE-REPORT-LINE
003840         PERFORM WRITE-REPORT-LINE
003850     ELSE
003860         DISPLAY "GENREST: UNABLE TO OPEN GENRRPT, STATUS="
003870             WS-RPT-STATUS
003880         MOVE 20 TO WS-RETURN-CODE
003890     END-IF.
003900
003910 FIND-ARCHIVED-GENERATION.
003917*    EVERY ARCHIVED GENERATION CARRYING THE NUMBER ASKED FOR (AND
003924*    THE RUN DATE/TIME, IF GIVEN) IS LISTED. EXACTLY ONE MATCHING
003931*    COPY MAY HOLD ROWS, AND IT MUST HAVE BEEN COPIED WHOLE - A
003938*    GENEND MARKER WITH STATUS 'C' CLOSES IT. EMPTY AND
003945*    UNFINISHED COPIES OF THE SAME RUN, LEFT BY A PURGE THAT
003952*    FAILED AND WAS RUN AGAIN, ARE LISTED AND PASSED OVER.
003960     MOVE 'ARCHIVED GENERATIONS MATCHING' TO WS-RPT-WORK.
003970     PERFORM WRITE-REPORT-LINE.
003980     OPEN INPUT ARC-FILE.
003990     IF WS-ARC-STATUS NOT = '00'
004000         DISPLAY "GENREST: UNABLE TO READ GENARCH, STATUS="
004010             WS-ARC-STATUS
004020         MOVE '  GENARCH COULD NOT BE READ' TO WS-RPT-WORK
004030         PERFORM WRITE-REPORT-LINE
004040         MOVE 12 TO WS-RETURN-CODE
004050     ELSE
004060         PERFORM UNTIL WS-ARC-STATUS NOT = '00'
004070             READ ARC-FILE
004080                 AT END
004090                     MOVE '10' TO WS-ARC-STATUS
004100                 NOT AT END
004110                     PERFORM SCAN-ONE-ARCHIVE-RECORD
004120             END-READ
004130         END-PERFORM
004140         CLOSE ARC-FILE
004150         IF WS-ARC-IN-PAIR = 'Y'
004160             PERFORM CLOSE-UNENDED-PAIR
004170         END-IF
004180         MOVE WS-PAIR-ORDINAL TO WS-PAIR-TOTAL
004190         PERFORM JUDGE-ARCHIVE-MATCH
004200     END-IF.
004210
004220 SCAN-ONE-ARCHIVE-RECORD.
004230     EVALUATE TRUE
004240     WHEN ARCH-IS-START
004250         IF WS-ARC-IN-PAIR = 'Y'
004260             PERFORM CLOSE-UNENDED-PAIR
004270         END-IF
004280         MOVE 'Y' TO WS-ARC-IN-PAIR
004290         ADD 1 TO WS-PAIR-ORDINAL
004300         MOVE ARCH-START-DATE TO WS-PAIR-ARC-DATE
004310         MOVE ARCH-START-GEN-ENTRY TO WS-CAND-ENTRY
004320         MOVE 'N' TO WS-PAIR-IS-MATCH
004330         IF WS-CAND-NUMBER-X IS NUMERIC
004340                 AND WS-CAND-NUMBER = WS-ASK-GEN
004350                 AND (WS-ASK-DATE = 0
004360                     OR WS-CAND-RUN-DATE = WS-ASK-DATE)
004370                 AND (WS-ASK-TIME = 0
004380                     OR WS-CAND-RUN-TIME = WS-ASK-TIME)
004386             MOVE 'Y' TO WS-PAIR-IS-MATCH
004392         END-IF
004398     WHEN ARCH-IS-END
004404         IF WS-ARC-IN-PAIR = 'Y' AND WS-PAIR-IS-MATCH = 'Y'
004410             PERFORM CLOSE-ENDED-MATCH
004416         END-IF
004422         MOVE 'N' TO WS-ARC-IN-PAIR
004428         MOVE 'N' TO WS-PAIR-IS-MATCH
004434     WHEN OTHER
004440         IF WS-ARC-IN-PAIR = 'N'
004446             ADD 1 TO WS-LEGACY-ROWS
004452         END-IF
004458     END-EVALUATE.
004464
004470 CLOSE-ENDED-MATCH.
004476*    A MATCHING PAIR COUNTS ONLY ONCE ITS GENEND IS READ. A PAIR
004482*    WITH NO ROWS - THE FILE WAS GONE ('M'), OR AN EARLIER PURGE
004488*    THAT FAILED HAD ALREADY EMPTIED IT - NEVER COMPETES WITH ONE
004494*    THAT HOLDS ROWS. OF THOSE, THE EARLIEST ARCHIVED IS HELD.
004500     ADD 1 TO WS-MATCH-COUNT.
004506     MOVE 'N' TO WS-PAIR-HAS-ROWS.
004512     IF ARCH-END-COPIED
004518         MOVE 'Y' TO WS-PAIR-HAS-ROWS
004524         IF ARCH-END-DETAIL-COUNT-X IS NUMERIC
004530                 AND ARCH-END-TRAILER-COUNT-X IS NUMERIC
004536                 AND ARCH-END-DETAIL-COUNT = 0
004542                 AND ARCH-END-TRAILER-COUNT = 0
004548             MOVE 'N' TO WS-PAIR-HAS-ROWS
004554         END-IF
004560     END-IF.
004566     EVALUATE TRUE
004572     WHEN WS-PAIR-HAS-ROWS = 'Y'
004578         ADD 1 TO WS-ROWS-MATCH-COUNT
004584         IF WS-ROWS-MATCH-COUNT = 1
004590             MOVE WS-PAIR-ORDINAL TO WS-MATCH-ORDINAL
004596             MOVE WS-PAIR-ARC-DATE TO WS-MATCH-ARC-DATE
004602             MOVE WS-CAND-ENTRY TO WS-ORIG-ENTRY
004608         END-IF
004614         MOVE 'COPIED' TO RPT-CAND-NOTE
004620     WHEN ARCH-END-MISSING
004626         ADD 1 TO WS-EMPTY-MATCH-COUNT
004632         MOVE 'FILE WAS GONE WHEN PURGED' TO RPT-CAND-NOTE
004638     WHEN OTHER
004644         ADD 1 TO WS-EMPTY-MATCH-COUNT
004650         MOVE 'COPIED EMPTY - NO ROWS' TO RPT-CAND-NOTE
004656     END-EVALUATE.
004662     PERFORM WRITE-CANDIDATE-LINE.
004668
004674 CLOSE-UNENDED-PAIR.
004680*    A GENSTART WITH NO GENEND - A PURGE THAT FAILED PART WAY
004686*    THROUGH THE GENERATION. ITS ROWS ARE NOT A WHOLE COPY, SO IT
004692*    IS LISTED BUT NEVER COUNTED AS A MATCH.
004698     ADD 1 TO WS-UNPAIRED-COUNT.
004704     IF WS-PAIR-IS-MATCH = 'Y'
004710         ADD 1 TO WS-UNENDED-MATCH-COUNT
004716         MOVE 'NO GENEND - COPY UNFINISHED' TO RPT-CAND-NOTE
004722         PERFORM WRITE-CANDIDATE-LINE
004728     END-IF.
004734     MOVE 'N' TO WS-ARC-IN-PAIR.
004740     MOVE 'N' TO WS-PAIR-IS-MATCH.
004750 WRITE-CANDIDATE-LINE.
004760     MOVE WS-CAND-NUMBER TO RPT-CAND-NUMBER.
004770     MOVE WS-CAND-FILE-NAME TO RPT-CAND-FILE.
004780     MOVE WS-CAND-RUN-DATE TO RPT-CAND-DATE.
004790     MOVE WS-CAND-RUN-TIME TO RPT-CAND-TIME.
004800     MOVE WS-CAND-REC-COUNT-X TO RPT-CAND-ROWS.
004810     MOVE WS-PAIR-ARC-DATE TO RPT-CAND-ARCHIVED.
004820     MOVE RPT-CAND-LINE TO WS-RPT-WORK.
004830     PERFORM WRITE-REPORT-LINE.
004840
004850 JUDGE-ARCHIVE-MATCH.
004860     IF WS-LEGACY-ROWS > 0
004870         MOVE WS-LEGACY-ROWS TO WS-NUM-TEXT
004880         PERFORM FIND-NUMBER-START
004890         STRING '  ' DELIMITED BY SIZE
004900             WS-NUM-TEXT(WS-NUM-LEAD:) DELIMITED BY SIZE
004910             ' ROW(S) ON GENARCH PREDATE THE GENERATION MARKERS'
004920                 DELIMITED BY SIZE
004930             ' AND BELONG TO NO GENERATION' DELIMITED BY SIZE
004940             INTO WS-RPT-WORK
004950         END-STRING
004960         PERFORM WRITE-REPORT-LINE
004970     END-IF.
004976     EVALUATE TRUE
004982     WHEN WS-MATCH-COUNT = 0 AND WS-UNENDED-MATCH-COUNT > 0
004988         DISPLAY "GENREST: GENERATION " WS-ASK-GEN
004994             " HAS NO GENEND MARKER - ARCHIVED COPY UNFINISHED"
005000         MOVE 12 TO WS-RETURN-CODE
005006     WHEN WS-MATCH-COUNT = 0
005012         DISPLAY "GENREST: GENERATION " WS-ASK-GEN
005018             " IS NOT ON GENARCH"
005024         MOVE '  NONE - THE GENERATION IS NOT ON GENARCH'
005030             TO WS-RPT-WORK
005036         PERFORM WRITE-REPORT-LINE
005042         MOVE 12 TO WS-RETURN-CODE
005048     WHEN WS-ROWS-MATCH-COUNT > 1
005054         DISPLAY "GENREST: GENERATION " WS-ASK-GEN
005060             " MATCHES " WS-ROWS-MATCH-COUNT
005063             " ARCHIVED GENERATIONS"
005066             " - GIVE ITS RUN DATE AND TIME ON GRSTPARM"
005072         MOVE '  MORE THAN ONE MATCH - NAME THE RUN DATE AND TIME'
005078             TO WS-RPT-WORK
005084         PERFORM WRITE-REPORT-LINE
005090         MOVE 12 TO WS-RETURN-CODE
005096     WHEN WS-ROWS-MATCH-COUNT = 0
005102         DISPLAY "GENREST: GENERATION " WS-ASK-GEN
005108             " WAS ARCHIVED EMPTY - NOTHING TO RESTORE"
005114         MOVE 12 TO WS-RETURN-CODE
005120     WHEN WS-MATCH-COUNT > 1 OR WS-UNENDED-MATCH-COUNT > 0
005126         PERFORM NOTE-PASSED-OVER-COPIES
005132     WHEN OTHER
005138         CONTINUE
005144     END-EVALUATE.
005150     MOVE SPACES TO WS-RPT-WORK.
005156     PERFORM WRITE-REPORT-LINE.
005162
005168 NOTE-PASSED-OVER-COPIES.
005174*    THE SAME RUN IS ON GENARCH MORE THAN ONCE BUT ONLY ONE COPY
005180*    HOLDS ROWS - A PURGE FAILED AND WAS RUN AGAIN. THE EMPTY AND
005186*    UNFINISHED COPIES ARE LISTED ABOVE; SAY WHICH ONE IS USED.
005192     COMPUTE WS-PASSED-OVER = WS-EMPTY-MATCH-COUNT
005198         + WS-UNENDED-MATCH-COUNT.
005204     MOVE WS-PASSED-OVER TO WS-NUM-TEXT.
005210     PERFORM FIND-NUMBER-START.
005216     STRING '  USING THE COPY ARCHIVED ' DELIMITED BY SIZE
005222         WS-MATCH-ARC-DATE DELIMITED BY SIZE
005228         ' - ' DELIMITED BY SIZE
005234         WS-NUM-TEXT(WS-NUM-LEAD:) DELIMITED BY SIZE
005240         ' EMPTY OR UNFINISHED COPY(IES) PASSED OVER'
005246             DELIMITED BY SIZE
005252         INTO WS-RPT-WORK
005258     END-STRING.
005264     PERFORM WRITE-REPORT-LINE.
005280 CHECK-CATALOG.
005290*    THE HIGHEST NUMBER ON GENCAT GIVES THE NEW ONE, WRAPPING AT
005300*    9999 AS FIZZBUZZ DOES. THE SAME RUN ALREADY ON THE CATALOG -
005310*    NEVER PURGED, OR RESTORED BEFORE - IS NOT CATALOGED TWICE.
005320     OPEN INPUT GEN-FILE.
005330     IF WS-GEN-STATUS = '00'
005340         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
005350             READ GEN-FILE
005360                 AT END
005370                     MOVE '10' TO WS-GEN-STATUS
005380                 NOT AT END
005390                     PERFORM JUDGE-ONE-CATALOG-ENTRY
005400             END-READ
005410         END-PERFORM
005420         CLOSE GEN-FILE
005430     END-IF.
005440     IF WS-ON-CATALOG-FOUND = 'Y'
005450         DISPLAY "GENREST: THAT RUN IS ON GENCAT AS GENERATION "
005460             WS-ON-CATALOG-AS " - NOTHING TO RESTORE"
005470         MOVE SPACES TO WS-RPT-WORK
005480         STRING 'THAT RUN IS ALREADY ON GENCAT AS GENERATION '
005490                 DELIMITED BY SIZE
005500             WS-ON-CATALOG-AS DELIMITED BY SIZE
005510             INTO WS-RPT-WORK
005520         END-STRING
005530         PERFORM WRITE-REPORT-LINE
005540         MOVE 12 TO WS-RETURN-CODE
005550     ELSE
005560         IF WS-GEN-HIGHEST >= 9999
005570             MOVE 1 TO WS-NEW-GEN
005580         ELSE
005590             COMPUTE WS-NEW-GEN = WS-GEN-HIGHEST + 1
005600         END-IF
005610         MOVE 'OUTG0000' TO WS-OUT-FILE-NAME
005620         MOVE WS-NEW-GEN TO WS-OUT-FILE-NAME(5:4)
005630         PERFORM CHECK-NEW-NUMBER-FREE
005640     END-IF.
005650
005660 JUDGE-ONE-CATALOG-ENTRY.
005670     IF GEN-NUMBER-X IS NUMERIC
005680         IF GEN-NUMBER > WS-GEN-HIGHEST
005690             MOVE GEN-NUMBER TO WS-GEN-HIGHEST
005700         END-IF
005710         IF GEN-RUN-DATE = WS-ORIG-RUN-DATE
005720                 AND GEN-RUN-TIME = WS-ORIG-RUN-TIME
005730                 AND GEN-REQUEST-IDS = WS-ORIG-REQUEST-IDS
005740             MOVE 'Y' TO WS-ON-CATALOG-FOUND
005750             MOVE GEN-NUMBER TO WS-ON-CATALOG-AS
005760         END-IF
005770     END-IF.
005780
005790 CHECK-NEW-NUMBER-FREE.
005800*    ONLY A WRAPPED NUMBER CAN COLLIDE - GENMAINT'S PURGE KEEPS
005810*    THE CATALOG SHORT ENOUGH THAT IT NEVER SHOULD.
005820     OPEN INPUT GEN-FILE.
005830     IF WS-GEN-STATUS = '00'
005840         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
005850             READ GEN-FILE
005860                 AT END
005870                     MOVE '10' TO WS-GEN-STATUS
005880                 NOT AT END
005890                     IF (GEN-NUMBER-X IS NUMERIC
005900                             AND GEN-NUMBER = WS-NEW-GEN)
005910                         OR GEN-FILE-NAME = WS-OUT-FILE-NAME
005920                         MOVE 'Y' TO WS-NEW-IN-USE
005930                     END-IF
005940             END-READ
005950         END-PERFORM
005960         CLOSE GEN-FILE
005970     END-IF.
005980     IF WS-NEW-IN-USE = 'Y'
005990         DISPLAY "GENREST: NEW GENERATION " WS-NEW-GEN
006000             " IS ALREADY ON GENCAT - PURGE THE CATALOG FIRST"
006010         MOVE 12 TO WS-RETURN-CODE
006020     END-IF.
006030
006040 CHECK-TARGET-FILE.
006050*    A PURGED GENERATION FILE IS LEFT EMPTY, SO AN EMPTY FILE
006060*    UNDER THE NEW NAME IS FAIR GAME. ONE STILL HOLDING ROWS IS
006070*    SOMEBODY'S DATA AND IS NOT OVERWRITTEN.
006080     OPEN INPUT OUT-FILE.
006090     IF WS-OUT-STATUS = '00'
006100         READ OUT-FILE
006110             AT END
006120                 CONTINUE
006130             NOT AT END
006140                 DISPLAY "GENREST: " WS-OUT-FILE-NAME
006150                     " IS NOT ON GENCAT BUT STILL HOLDS ROWS - "
006160                     "NOT OVERWRITTEN"
006170                 MOVE 12 TO WS-RETURN-CODE
006180         END-READ
006190         CLOSE OUT-FILE
006200     END-IF.
006210
006220 COPY-GENERATION.
006230*    SECOND PASS: COUNT BACK TO THE MATCHED PAIR AND COPY ITS
006240*    ROWS, EACH UNDER ITS OWN LAYOUT, CHECKING AS THEY GO.
006250     DISPLAY "GENREST: RESTORING GENERATION " WS-ASK-GEN
006260         " AS GENERATION " WS-NEW-GEN " ON " WS-OUT-FILE-NAME.
006270     MOVE 'RECONCILIATION' TO WS-RPT-WORK.
006280     PERFORM WRITE-REPORT-LINE.
006290     INITIALIZE WS-SUM-TABLE.
006300     MOVE 0 TO WS-PAIR-ORDINAL.
006310     OPEN OUTPUT OUT-FILE.
006320     IF WS-OUT-STATUS NOT = '00'
006330         DISPLAY "GENREST: UNABLE TO OPEN " WS-OUT-FILE-NAME
006340             ", STATUS=" WS-OUT-STATUS
006350         MOVE 'Y' TO WS-COPY-FAILED
006360     ELSE
006370         OPEN INPUT ARC-FILE
006380         IF WS-ARC-STATUS NOT = '00'
006390             DISPLAY "GENREST: UNABLE TO REREAD GENARCH, STATUS="
006400                 WS-ARC-STATUS
006410             MOVE 'Y' TO WS-COPY-FAILED
006420         ELSE
006430             PERFORM UNTIL WS-ARC-STATUS NOT = '00'
006440                     OR WS-COPY-DONE = 'Y'
006450                     OR WS-COPY-FAILED = 'Y'
006460                 READ ARC-FILE
006470                     AT END
006480                         MOVE '10' TO WS-ARC-STATUS
006490                     NOT AT END
006500                         PERFORM COPY-ONE-ARCHIVE-RECORD
006510                 END-READ
006520             END-PERFORM
006530             CLOSE ARC-FILE
006540         END-IF
006550         CLOSE OUT-FILE
006560     END-IF.
006570
006580 COPY-ONE-ARCHIVE-RECORD.
006590     EVALUATE TRUE
006600     WHEN ARCH-IS-START
006610         ADD 1 TO WS-PAIR-ORDINAL
006620         IF WS-PAIR-ORDINAL > WS-MATCH-ORDINAL
006630             MOVE 'Y' TO WS-COPY-DONE
006640         END-IF
006650     WHEN WS-PAIR-ORDINAL NOT = WS-MATCH-ORDINAL
006660         CONTINUE
006670     WHEN ARCH-IS-END
006680         MOVE 'Y' TO WS-END-SEEN
006690         MOVE 'Y' TO WS-COPY-DONE
006700         IF ARCH-END-DETAIL-COUNT-X IS NUMERIC
006710             MOVE ARCH-END-DETAIL-COUNT TO WS-END-DETAIL-COUNT
006720         END-IF
006730         IF ARCH-END-TRAILER-COUNT-X IS NUMERIC
006740             MOVE ARCH-END-TRAILER-COUNT TO WS-END-TRAILER-COUNT
006750         END-IF
006760     WHEN ARC-TRAILER-ID = 'TRAILER'
006770         MOVE ARC-TRAILER-RECORD TO OUT-TRAILER-RECORD
006780         WRITE OUT-TRAILER-RECORD
006790         PERFORM CHECK-RESTORED-WRITE
006800         ADD 1 TO WS-TRAILER-ROWS
006810         PERFORM CHECK-REQUEST-TRAILER
006820     WHEN ARC-TRAILER-ID = 'GRANDTOT'
006830         MOVE ARC-TRAILER-RECORD TO OUT-TRAILER-RECORD
006840         WRITE OUT-TRAILER-RECORD
006850         PERFORM CHECK-RESTORED-WRITE
006860         ADD 1 TO WS-TRAILER-ROWS
006870         PERFORM CHECK-GRAND-TRAILER
006880     WHEN OTHER
006890         MOVE ARC-RECORD TO OUT-RECORD
006900         WRITE OUT-RECORD
006910         PERFORM CHECK-RESTORED-WRITE
006920         ADD 1 TO WS-DETAIL-ROWS
006930         PERFORM NOTE-DETAIL-ROW
006940     END-EVALUATE.
006950
006960 CHECK-RESTORED-WRITE.
006970     IF WS-OUT-STATUS NOT = '00'
006980         DISPLAY "GENREST: WRITE TO " WS-OUT-FILE-NAME
006990             " FAILED, STATUS=" WS-OUT-STATUS
007000         MOVE 'Y' TO WS-COPY-FAILED
007010     END-IF.
007020
007030 NOTE-DETAIL-ROW.
007040*    A DETAIL ROW AFTER THE GRAND TOTAL, OR ROWS OF TWO REQUESTS
007050*    UNDER ONE TRAILER, MEAN THE ARCHIVED STREAM IS OUT OF ORDER.
007060     IF WS-GRAND-SEEN = 'Y'
007070         MOVE 'Y' TO WS-RECON-FAILED
007080         IF WS-REQ-ROWS = 0
007090             MOVE '  DETAIL ROWS FOLLOW THE GRANDTOT TRAILER'
007100                 TO WS-RPT-WORK
007110             PERFORM WRITE-REPORT-LINE
007120         END-IF
007130     END-IF.
007140     IF WS-REQ-ROWS = 0
007150         MOVE ARC-REQUEST-ID TO WS-REQ-ROW-ID
007160     ELSE
007170         IF ARC-REQUEST-ID NOT = WS-REQ-ROW-ID
007180             MOVE 'Y' TO WS-REQ-MIXED
007190         END-IF
007200     END-IF.
007210     ADD 1 TO WS-REQ-ROWS.
007220
007230 CHECK-REQUEST-TRAILER.
007240*    EVERY ROW OF THE REQUEST IS PLAIN, OVERRIDDEN, OR MATCHED AT
007250*    LEAST ONE RULE - SO THE ROW COUNT LIES BETWEEN PLAIN PLUS
007260*    OVERRIDES PLUS THE LARGEST RULE COUNT, AND PLAIN PLUS
007270*    OVERRIDES PLUS EVERY RULE COUNT (ONE ROW MAY MATCH SEVERAL).
007280     ADD 1 TO WS-REQUEST-COUNT.
007290     PERFORM TAKE-TRAILER-COUNTS.
007300     IF WS-TRL-READABLE = 'N'
007310         MOVE 'Y' TO WS-RECON-FAILED
007320         MOVE SPACES TO WS-RPT-WORK
007330         STRING '  REQUEST ' DELIMITED BY SIZE
007340             ARC-TRAILER-REQUEST-ID DELIMITED BY SIZE
007350             ' - TRAILER COUNTS ARE NOT NUMERIC' DELIMITED BY SIZE
007360             INTO WS-RPT-WORK
007370         END-STRING
007380         PERFORM WRITE-REPORT-LINE
007390     ELSE
007400         COMPUTE WS-REQ-LOW = WS-TRL-PLAIN + WS-TRL-OVERRIDE
007410             + WS-TRL-MAX
007420         COMPUTE WS-REQ-HIGH = WS-TRL-PLAIN + WS-TRL-OVERRIDE
007430             + WS-TRL-SUM
007440         EVALUATE TRUE
007450         WHEN WS-REQ-MIXED = 'Y'
007460                 OR (WS-REQ-ROWS > 0
007470                 AND WS-REQ-ROW-ID NOT = ARC-TRAILER-REQUEST-ID)
007480             MOVE 'Y' TO WS-RECON-FAILED
007490             MOVE SPACES TO WS-RPT-WORK
007500             STRING '  REQUEST ' DELIMITED BY SIZE
007510                 ARC-TRAILER-REQUEST-ID DELIMITED BY SIZE
007520                 ' - ROWS OF ANOTHER REQUEST COME BEFORE ITS '
007530                     DELIMITED BY SIZE
007540                 'TRAILER' DELIMITED BY SIZE
007550                 INTO WS-RPT-WORK
007560             END-STRING
007570             PERFORM WRITE-REPORT-LINE
007580         WHEN WS-REQ-ROWS < WS-REQ-LOW
007590                 OR WS-REQ-ROWS > WS-REQ-HIGH
007600             MOVE 'Y' TO WS-RECON-FAILED
007610             PERFORM REPORT-REQUEST-OUT-OF-RANGE
007620         WHEN OTHER
007630             ADD 1 TO WS-REQUEST-GOOD
007640         END-EVALUATE
007650         PERFORM VARYING WS-TRL-SUB FROM 1 BY 1
007660                 UNTIL WS-TRL-SUB > WS-TRL-RULES
007670             ADD WS-TRL-MATCH(WS-TRL-SUB)
007680                 TO WS-SUM-MATCH(WS-TRL-SUB)
007690         END-PERFORM
007700         ADD WS-TRL-PLAIN TO WS-SUM-PLAIN
007710         ADD WS-TRL-OVERRIDE TO WS-SUM-OVERRIDE
007720         ADD WS-TRL-EXCLUDE TO WS-SUM-EXCLUDE
007730         ADD WS-TRL-CURRENT TO WS-SUM-CURRENT
007740         ADD WS-TRL-OVERLAP TO WS-SUM-OVERLAP
007750     END-IF.
007760     MOVE 0 TO WS-REQ-ROWS.
007770     MOVE 'N' TO WS-REQ-MIXED.
007780
007790 REPORT-REQUEST-OUT-OF-RANGE.
007800     MOVE SPACES TO WS-RPT-WORK.
007810     MOVE 1 TO WS-RPT-PTR.
007820     MOVE WS-REQ-ROWS TO WS-NUM-TEXT.
007830     PERFORM FIND-NUMBER-START.
007840     STRING '  REQUEST ' DELIMITED BY SIZE
007850         ARC-TRAILER-REQUEST-ID DELIMITED BY SIZE
007860         ' - ' DELIMITED BY SIZE
007870         WS-NUM-TEXT(WS-NUM-LEAD:) DELIMITED BY SIZE
007880         ' ROW(S), TRAILER ALLOWS ' DELIMITED BY SIZE
007890         INTO WS-RPT-WORK WITH POINTER WS-RPT-PTR
007900     END-STRING.
007910     MOVE WS-REQ-LOW TO WS-NUM-TEXT.
007920     PERFORM FIND-NUMBER-START.
007930     STRING WS-NUM-TEXT(WS-NUM-LEAD:) DELIMITED BY SIZE
007940         ' TO ' DELIMITED BY SIZE
007950         INTO WS-RPT-WORK WITH POINTER WS-RPT-PTR
007960     END-STRING.
007970     MOVE WS-REQ-HIGH TO WS-NUM-TEXT.
007980     PERFORM FIND-NUMBER-START.
007990     STRING WS-NUM-TEXT(WS-NUM-LEAD:) DELIMITED BY SIZE
008000         INTO WS-RPT-WORK WITH POINTER WS-RPT-PTR
008010     END-STRING.
008020     PERFORM WRITE-REPORT-LINE.
008030
008040 TAKE-TRAILER-COUNTS.
008050*    THE TRAILER'S COUNTS AS NUMBERS. THE OVERRIDE, EXCLUSION AND
008060*    LEFT-OUT COUNTS READ BACK AS SPACES FROM A TRAILER WRITTEN
008070*    BEFORE THEY EXISTED, AND MEAN ZERO; ANYTHING ELSE THAT IS
008080*    NOT A NUMBER MAKES THE TRAILER UNREADABLE.
008090     MOVE 'Y' TO WS-TRL-READABLE.
008100     MOVE 0 TO WS-TRL-SUM WS-TRL-MAX WS-TRL-PLAIN.
008110     MOVE 0 TO WS-TRL-OVERRIDE WS-TRL-EXCLUDE.
008120     MOVE 0 TO WS-TRL-CURRENT WS-TRL-OVERLAP.
008130     MOVE 0 TO WS-TRL-RULES.
008140     IF ARC-RULE-COUNT IS NUMERIC AND ARC-RULE-COUNT <= 10
008150         MOVE ARC-RULE-COUNT TO WS-TRL-RULES
008160     ELSE
008170         MOVE 'N' TO WS-TRL-READABLE
008180     END-IF.
008190     MOVE ARC-RULE-MATCH-COUNTS TO WS-TRL-MATCH-BLOCK.
008200     PERFORM VARYING WS-TRL-SUB FROM 1 BY 1
008210             UNTIL WS-TRL-SUB > WS-TRL-RULES
008220         IF WS-TRL-MATCH-X(WS-TRL-SUB) IS NUMERIC
008230             ADD WS-TRL-MATCH(WS-TRL-SUB) TO WS-TRL-SUM
008240             IF WS-TRL-MATCH(WS-TRL-SUB) > WS-TRL-MAX
008250                 MOVE WS-TRL-MATCH(WS-TRL-SUB) TO WS-TRL-MAX
008260             END-IF
008270         ELSE
008280             MOVE 'N' TO WS-TRL-READABLE
008290         END-IF
008300     END-PERFORM.
008310     IF ARC-PLAIN-COUNT IS NUMERIC
008320         MOVE ARC-PLAIN-COUNT TO WS-TRL-PLAIN
008330     ELSE
008340         MOVE 'N' TO WS-TRL-READABLE
008350     END-IF.
008360     IF ARC-OVERRIDE-COUNT IS NUMERIC
008370         MOVE ARC-OVERRIDE-COUNT TO WS-TRL-OVERRIDE
008380     ELSE
008390         IF ARC-OVERRIDE-COUNT NOT = SPACES
008400             MOVE 'N' TO WS-TRL-READABLE
008410         END-IF
008420     END-IF.
008430     IF ARC-EXCLUDE-COUNT IS NUMERIC
008440         MOVE ARC-EXCLUDE-COUNT TO WS-TRL-EXCLUDE
008450     ELSE
008460         IF ARC-EXCLUDE-COUNT NOT = SPACES
008470             MOVE 'N' TO WS-TRL-READABLE
008480         END-IF
008490     END-IF.
008500     IF ARC-CURRENT-COUNT IS NUMERIC
008510         MOVE ARC-CURRENT-COUNT TO WS-TRL-CURRENT
008520     ELSE
008530         IF ARC-CURRENT-COUNT NOT = SPACES
008540             MOVE 'N' TO WS-TRL-READABLE
008550         END-IF
008560     END-IF.
008570     IF ARC-OVERLAP-COUNT IS NUMERIC
008580         MOVE ARC-OVERLAP-COUNT TO WS-TRL-OVERLAP
008590     ELSE
008600         IF ARC-OVERLAP-COUNT NOT = SPACES
008610             MOVE 'N' TO WS-TRL-READABLE
008620         END-IF
008630     END-IF.
008640
008650 CHECK-GRAND-TRAILER.
008660*    THE GRAND TOTAL IS THE SUM OF THE REQUEST TRAILERS BEFORE
008670*    IT, COUNT FOR COUNT. ROWS AFTER THE LAST REQUEST TRAILER
008680*    BELONG TO NO REQUEST.
008690     IF WS-GRAND-SEEN = 'Y'
008700         MOVE 'Y' TO WS-RECON-FAILED
008710         MOVE '  MORE THAN ONE GRANDTOT TRAILER' TO WS-RPT-WORK
008720         PERFORM WRITE-REPORT-LINE
008730     END-IF.
008740     MOVE 'Y' TO WS-GRAND-SEEN.
008750     IF WS-REQ-ROWS > 0
008760         MOVE 'Y' TO WS-RECON-FAILED
008770         MOVE '  DETAIL ROWS WITH NO REQUEST TRAILER BEFORE THE '
008780             TO WS-RPT-WORK
008790         MOVE 'GRANDTOT TRAILER' TO WS-RPT-WORK(50:16)
008800         PERFORM WRITE-REPORT-LINE
008810         MOVE 0 TO WS-REQ-ROWS
008820     END-IF.
008830     PERFORM TAKE-TRAILER-COUNTS.
008840     MOVE 0 TO WS-GRAND-MISMATCHES.
008850     IF WS-TRL-READABLE = 'N'
008860         ADD 1 TO WS-GRAND-MISMATCHES
008870     ELSE
008880         PERFORM VARYING WS-TRL-SUB FROM 1 BY 1
008890                 UNTIL WS-TRL-SUB > WS-TRL-RULES
008900             IF WS-TRL-MATCH(WS-TRL-SUB) NOT =
008910                     WS-SUM-MATCH(WS-TRL-SUB)
008920                 ADD 1 TO WS-GRAND-MISMATCHES
008930             END-IF
008940         END-PERFORM
008950         IF WS-TRL-PLAIN NOT = WS-SUM-PLAIN
008960                 OR WS-TRL-OVERRIDE NOT = WS-SUM-OVERRIDE
008970                 OR WS-TRL-EXCLUDE NOT = WS-SUM-EXCLUDE
008980                 OR WS-TRL-CURRENT NOT = WS-SUM-CURRENT
008990                 OR WS-TRL-OVERLAP NOT = WS-SUM-OVERLAP
009000             ADD 1 TO WS-GRAND-MISMATCHES
009010         END-IF
009020     END-IF.
009030     IF WS-GRAND-MISMATCHES > 0
009040         MOVE 'Y' TO WS-RECON-FAILED
009050         MOVE '  GRANDTOT TRAILER DOES NOT EQUAL THE SUM OF THE '
009060             TO WS-RPT-WORK
009070         MOVE 'REQUEST TRAILERS' TO WS-RPT-WORK(50:16)
009080         PERFORM WRITE-REPORT-LINE
009090     END-IF.
009100
009110 REPORT-RECONCILIATION.
009120*    THE COUNTS THE COPY HAS TO AGREE WITH. ANY CHECK THAT FAILS
009130*    KEEPS THE GENERATION OFF THE CATALOG.
009140     IF WS-COPY-FAILED = 'Y'
009150         MOVE '  THE COPY DID NOT COMPLETE - SEE THE RUN LOG'
009160             TO WS-RPT-WORK
009170         PERFORM WRITE-REPORT-LINE
009180     ELSE
009190         IF WS-END-SEEN = 'N'
009200             MOVE 'Y' TO WS-RECON-FAILED
009210             MOVE '  NO GENEND MARKER FOLLOWS THE ARCHIVED ROWS'
009220                 TO WS-RPT-WORK
009230             PERFORM WRITE-REPORT-LINE
009240         END-IF
009250         IF WS-GRAND-SEEN = 'N'
009260             MOVE 'Y' TO WS-RECON-FAILED
009270             MOVE '  NO GRANDTOT TRAILER - THE GENERATION IS NOT '
009280                 TO WS-RPT-WORK
009290             MOVE 'WHOLE' TO WS-RPT-WORK(47:5)
009300             PERFORM WRITE-REPORT-LINE
009310         END-IF
009320         MOVE RPT-CHK-HEAD TO WS-RPT-WORK
009330         PERFORM WRITE-REPORT-LINE
009340         PERFORM CHECK-ROW-COUNTS
009350         PERFORM CHECK-TRAILER-COUNTS
009360     END-IF.
009370     MOVE SPACES TO WS-RPT-WORK.
009380     PERFORM WRITE-REPORT-LINE.
009390
009400 CHECK-ROW-COUNTS.
009410     MOVE 'DETAIL ROWS - ARCHIVED GENCAT ENTRY' TO RPT-CHK-NAME.
009420     MOVE 'OK' TO RPT-CHK-RESULT.
009430     IF WS-ORIG-REC-COUNT-X IS NUMERIC
009440         MOVE WS-ORIG-REC-COUNT TO RPT-CHK-EXPECTED
009450         IF WS-ORIG-REC-COUNT NOT = WS-DETAIL-ROWS
009460             MOVE 'FAILED' TO RPT-CHK-RESULT
009470         END-IF
009480     ELSE
009490         MOVE 0 TO RPT-CHK-EXPECTED
009500         MOVE 'FAILED' TO RPT-CHK-RESULT
009510     END-IF.
009520     MOVE WS-DETAIL-ROWS TO RPT-CHK-FOUND.
009530     PERFORM WRITE-CHECK-LINE.
009540     MOVE 'DETAIL ROWS - GENEND MARKER' TO RPT-CHK-NAME.
009550     MOVE WS-END-DETAIL-COUNT TO RPT-CHK-EXPECTED.
009560     MOVE WS-DETAIL-ROWS TO RPT-CHK-FOUND.
009570     MOVE 'OK' TO RPT-CHK-RESULT.
009580     IF WS-END-DETAIL-COUNT NOT = WS-DETAIL-ROWS
009590             OR WS-END-SEEN = 'N'
009600         MOVE 'FAILED' TO RPT-CHK-RESULT
009610     END-IF.
009620     PERFORM WRITE-CHECK-LINE.
009630
009640 CHECK-TRAILER-COUNTS.
009650     MOVE 'TRAILERS - GENEND MARKER' TO RPT-CHK-NAME.
009660     MOVE WS-END-TRAILER-COUNT TO RPT-CHK-EXPECTED.
009670     MOVE WS-TRAILER-ROWS TO RPT-CHK-FOUND.
009680     MOVE 'OK' TO RPT-CHK-RESULT.
009690     IF WS-END-TRAILER-COUNT NOT = WS-TRAILER-ROWS
009700             OR WS-END-SEEN = 'N'
009710         MOVE 'FAILED' TO RPT-CHK-RESULT
009720     END-IF.
009730     PERFORM WRITE-CHECK-LINE.
009740     MOVE 'REQUESTS RECONCILED TO THEIR TRAILERS'
009750         TO RPT-CHK-NAME.
009760     MOVE WS-REQUEST-COUNT TO RPT-CHK-EXPECTED.
009770     MOVE WS-REQUEST-GOOD TO RPT-CHK-FOUND.
009780     MOVE 'OK' TO RPT-CHK-RESULT.
009790     IF WS-REQUEST-COUNT NOT = WS-REQUEST-GOOD
009800             OR WS-REQUEST-COUNT = 0
009810         MOVE 'FAILED' TO RPT-CHK-RESULT
009820     END-IF.
009830     PERFORM WRITE-CHECK-LINE.
009840     MOVE 'GRANDTOT COUNTS OFF THE REQUEST SUMS'
009850         TO RPT-CHK-NAME.
009860     MOVE 0 TO RPT-CHK-EXPECTED.
009870     MOVE WS-GRAND-MISMATCHES TO RPT-CHK-FOUND.
009880     MOVE 'OK' TO RPT-CHK-RESULT.
009890     IF WS-GRAND-MISMATCHES > 0 OR WS-GRAND-SEEN = 'N'
009900         MOVE 'FAILED' TO RPT-CHK-RESULT
009910     END-IF.
009920     PERFORM WRITE-CHECK-LINE.
009930
009940 WRITE-CHECK-LINE.
009950*    A FAILED CHECK KEEPS THE GENERATION OFF THE CATALOG.
009960     IF RPT-CHK-RESULT = 'FAILED'
009970         MOVE 'Y' TO WS-RECON-FAILED
009980     END-IF.
009990     MOVE RPT-CHK-LINE TO WS-RPT-WORK.
010000     PERFORM WRITE-REPORT-LINE.
010010
010020 DISCARD-RESTORED-FILE.
010030*    A COPY THAT FAILED ITS CHECKS IS EMPTIED AGAIN - NOTHING IS
010040*    LEFT UNDER THE NEW NAME FOR A READER TO MISTAKE FOR A
010050*    GENERATION. THE ARCHIVE STILL HOLDS THE ORIGINAL.
010060     OPEN OUTPUT OUT-FILE.
010070     IF WS-OUT-STATUS = '00'
010080         CLOSE OUT-FILE
010090     END-IF.
010100     IF WS-RETURN-CODE < 8
010110         MOVE 8 TO WS-RETURN-CODE
010120     END-IF.
010130     DISPLAY "GENREST: GENERATION " WS-ASK-GEN
010140         " DID NOT RESTORE CLEAN - NOT CATALOGED".
010150     MOVE 'RESULT - DID NOT RESTORE CLEAN, NOT CATALOGED'
010160         TO WS-RPT-WORK.
010170     PERFORM WRITE-REPORT-LINE.
010180
010190 CATALOG-RESTORED-GENERATION.
010200*    THE ORIGINAL ENTRY UNDER ITS NEW NUMBER AND FILE, WITH THE
010210*    ROW COUNT THE COPY ACTUALLY MADE, FLAGGED AS RESTORED. A
010212*    COPY THAT CANNOT BE CATALOGED IS EMPTIED AGAIN, AS IN
010214*    DISCARD-RESTORED-FILE, SO THE RESTORE CAN SIMPLY BE RERUN.
010220     OPEN EXTEND GEN-FILE.
010230     IF WS-GEN-STATUS = '05' OR WS-GEN-STATUS = '35'
010240         OPEN OUTPUT GEN-FILE
010250     END-IF.
010260     IF WS-GEN-STATUS NOT = '00'
010270         DISPLAY "GENREST: UNABLE TO OPEN GENCAT, STATUS="
010280             WS-GEN-STATUS
010290         MOVE 8 TO WS-RETURN-CODE
010300     ELSE
010310         MOVE WS-ORIG-ENTRY TO GEN-RECORD
010320         MOVE WS-NEW-GEN TO GEN-NUMBER
010330         MOVE WS-OUT-FILE-NAME TO GEN-FILE-NAME
010340         MOVE WS-DETAIL-ROWS TO GEN-RECORD-COUNT
010350         MOVE 'R' TO GEN-RESTORED-FLAG
010360         MOVE WS-ORIG-NUMBER TO GEN-RESTORED-FROM
010370         MOVE WS-RUN-DATE TO GEN-RESTORED-DATE
010380         WRITE GEN-RECORD
010390         IF WS-GEN-STATUS NOT = '00'
010400             DISPLAY "GENREST: WRITE TO GENCAT FAILED, STATUS="
010410                 WS-GEN-STATUS
010420             MOVE 8 TO WS-RETURN-CODE
010430         END-IF
010440         CLOSE GEN-FILE
010450     END-IF.
010460     IF WS-RETURN-CODE = 0
010470         DISPLAY "GENREST: GENERATION " WS-ASK-GEN " RESTORED "
010480             "AS GENERATION " WS-NEW-GEN " ON " WS-OUT-FILE-NAME
010490             ", " WS-DETAIL-ROWS " ROW(S)"
010500         STRING 'RESULT - RESTORED AS GENERATION '
010510                 DELIMITED BY SIZE
010520             WS-NEW-GEN DELIMITED BY SIZE
010530             ' ON ' DELIMITED BY SIZE
010540             WS-OUT-FILE-NAME DELIMITED BY SIZE
010550             INTO WS-RPT-WORK
010560         END-STRING
010570     ELSE
010574         OPEN OUTPUT OUT-FILE
010578         IF WS-OUT-STATUS = '00'
010582             CLOSE OUT-FILE
010586         END-IF
010590         MOVE 'RESULT - NOT CATALOGED, COPY EMPTIED - SEE RUN LOG'
010594             TO WS-RPT-WORK
010600     END-IF.
010610     PERFORM WRITE-REPORT-LINE.
010620
010630 REPORT-TOTALS.
010640     PERFORM WRITE-REPORT-LINE.
010650     MOVE 'TOTALS' TO WS-RPT-WORK.
010660     PERFORM WRITE-REPORT-LINE.
010670     MOVE 'GENERATIONS ON GENARCH' TO RPT-TOT-NAME.
010680     MOVE WS-PAIR-TOTAL TO RPT-TOT-COUNT.
010690     PERFORM WRITE-TOTAL-LINE.
010700     MOVE 'ARCHIVED GENERATIONS MATCHING' TO RPT-TOT-NAME.
010710     MOVE WS-MATCH-COUNT TO RPT-TOT-COUNT.
010720     PERFORM WRITE-TOTAL-LINE.
010722     MOVE '  OF THEM ARCHIVED EMPTY' TO RPT-TOT-NAME.
010724     MOVE WS-EMPTY-MATCH-COUNT TO RPT-TOT-COUNT.
010726     PERFORM WRITE-TOTAL-LINE.
010730     MOVE 'UNFINISHED ARCHIVE COPIES (NO GENEND)'
010740         TO RPT-TOT-NAME.
010750     MOVE WS-UNPAIRED-COUNT TO RPT-TOT-COUNT.
010760     PERFORM WRITE-TOTAL-LINE.
010770     MOVE 'ROWS ARCHIVED BEFORE THE MARKERS' TO RPT-TOT-NAME.
010780     MOVE WS-LEGACY-ROWS TO RPT-TOT-COUNT.
010790     PERFORM WRITE-TOTAL-LINE.
010800     MOVE 'DETAIL ROWS RESTORED' TO RPT-TOT-NAME.
010810     MOVE WS-DETAIL-ROWS TO RPT-TOT-COUNT.
010820     PERFORM WRITE-TOTAL-LINE.
010830     MOVE 'TRAILERS RESTORED' TO RPT-TOT-NAME.
010840     MOVE WS-TRAILER-ROWS TO RPT-TOT-COUNT.
010850     PERFORM WRITE-TOTAL-LINE.
010860
010870 WRITE-TOTAL-LINE.
010880     MOVE RPT-TOTAL-LINE TO WS-RPT-WORK.
010890     PERFORM WRITE-REPORT-LINE.
010900
010910 FIND-NUMBER-START.
010920*    WS-NUM-LEAD IS WHERE THE DIGITS OF WS-NUM-TEXT BEGIN, SO A
010930*    NUMBER CAN GO INTO A REPORT LINE WITHOUT ITS LEADING SPACES.
010940     MOVE 0 TO WS-NUM-LEAD.
010950     INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEAD FOR LEADING SPACES.
010960     ADD 1 TO WS-NUM-LEAD.
010970
010980 WRITE-REPORT-LINE.
010990     IF WS-RPT-OPEN = 'Y'
011000         MOVE WS-RPT-WORK TO RPT-PRINT-LINE
011010         WRITE RPT-PRINT-LINE
011020         IF WS-RPT-STATUS NOT = '00'
011030             DISPLAY "GENREST: WRITE TO GENRRPT FAILED, "
011040                 "STATUS=" WS-RPT-STATUS
011050             MOVE 'N' TO WS-RPT-OPEN
011060             MOVE 20 TO WS-RETURN-CODE
011070         END-IF
011080     END-IF.
011090     MOVE SPACES TO WS-RPT-WORK.
011100
011110 LOAD-USER-AUTHORITY.
011120*    ONLY THE RUNNING USER'S GRANTS FOR THIS PROGRAM ARE KEPT.
011130*    AN UNREADABLE AUTHFILE GRANTS NOTHING - THE CONTROL FAILS
011140*    CLOSED, AND EACH REFUSAL IS LOGGED WITH THE REASON.
011150     MOVE 0 TO WS-AUTH-COUNT.
011160     OPEN INPUT AUTH-FILE.
011170     IF WS-AUTH-STATUS = '00'
011180         MOVE 'Y' TO WS-AUTH-FILE-READ
011190         PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
011200             READ AUTH-FILE
011210                 AT END
011220                     MOVE '10' TO WS-AUTH-STATUS
011230                 NOT AT END
011240                     IF AUTH-USER-ID = WS-USER-ID
011250                             AND AUTH-PROGRAM = WS-AUTH-PROGRAM
011260                             AND WS-USER-ID NOT = SPACES
011270                             AND WS-AUTH-COUNT < 20
011280                         ADD 1 TO WS-AUTH-COUNT
011290                         MOVE AUTH-FUNCTION TO
011300                             WS-AUTH-GRANT(WS-AUTH-COUNT)
011310                     END-IF
011320             END-READ
011330         END-PERFORM
011340         CLOSE AUTH-FILE
011350     ELSE
011360         DISPLAY "GENREST: UNABLE TO READ AUTHFILE, STATUS="
011370             WS-AUTH-STATUS " - NOTHING IS AUTHORISED"
011380     END-IF.
011390
011400 CHECK-AUTHORITY.
011410*    WS-AUTH-FUNCTION IS THE FUNCTION WANTED AND WS-AUTH-DETAIL
011420*    WHAT IT WOULD BE APPLIED TO. A REFUSAL IS COUNTED AND LOGGED
011430*    HERE, SO A CALLER ONLY HAS TO ACT ON WS-AUTH-GRANTED.
011440     MOVE 'N' TO WS-AUTH-GRANTED.
011450     PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
011460             UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
011470                 OR WS-AUTH-GRANTED = 'Y'
011480         IF WS-AUTH-GRANT(WS-AUTH-SUB) = WS-AUTH-FUNCTION
011490                 OR WS-AUTH-GRANT(WS-AUTH-SUB) = '*'
011500             MOVE 'Y' TO WS-AUTH-GRANTED
011510         END-IF
011520     END-PERFORM.
011530     IF WS-AUTH-GRANTED = 'N'
011540         ADD 1 TO WS-REFUSED-COUNT
011550         PERFORM LOG-SECURITY-VIOLATION
011560         IF WS-RETURN-CODE < 28
011570             MOVE 28 TO WS-RETURN-CODE
011580         END-IF
011590     END-IF.
011600
011610 LOG-SECURITY-VIOLATION.
011620*    APPEND-ONLY, OPENED AND CLOSED FOR EACH REFUSAL SO NO ENTRY
011630*    IS LEFT IN A BUFFER IF THE RUN GOES DOWN LATER. A LOG THAT
011640*    CANNOT BE WRITTEN DOES NOT UNDO THE REFUSAL.
011650     MOVE SPACES TO SECV-RECORD.
011660     ACCEPT SECV-DATE FROM DATE YYYYMMDD.
011670     ACCEPT SECV-TIME FROM TIME.
011680     MOVE WS-USER-ID TO SECV-USER-ID.
011690     MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM.
011700     MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION.
011710     MOVE WS-AUTH-DETAIL TO SECV-DETAIL.
011720     EVALUATE TRUE
011730     WHEN WS-USER-ID = SPACES
011740         MOVE 03 TO SECV-REASON-CODE
011750     WHEN WS-AUTH-FILE-READ = 'N'
011760         MOVE 02 TO SECV-REASON-CODE
011770     WHEN OTHER
011780         MOVE 01 TO SECV-REASON-CODE
011790     END-EVALUATE.
011800     OPEN EXTEND SECV-FILE.
011810     IF WS-SECV-STATUS = '05' OR WS-SECV-STATUS = '35'
011820         OPEN OUTPUT SECV-FILE
011830     END-IF.
011840     IF WS-SECV-STATUS NOT = '00'
011850         DISPLAY "GENREST: UNABLE TO OPEN SECVIOL, STATUS="
011860             WS-SECV-STATUS " - REFUSAL NOT LOGGED"
011870     ELSE
011880         WRITE SECV-RECORD
011890         IF WS-SECV-STATUS NOT = '00'
011900             DISPLAY "GENREST: WRITE TO SECVIOL FAILED, STATUS="
011910                 WS-SECV-STATUS " - REFUSAL NOT LOGGED"
011920         END-IF
011930         CLOSE SECV-FILE
011940     END-IF.
