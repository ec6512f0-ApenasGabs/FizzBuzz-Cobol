000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FBBkOut.
000030*====================================================
000040*FBBKOUT - TAKE ONE FBLOAD RUN BACK OFF THE KEYED CLASSIFICATION
000050*MASTER (MASTFILE). FBLOAD REWRITES THE MASTER IN PLACE, SO AN
000060*EXTRACT THAT LATER PROVES WRONG - A BAD RULE VERSION IN FORCE,
000070*SAY - WOULD OTHERWISE STAY LIVE IN FBINQ UNTIL A RERUN AND
000080*RELOAD. THE BKOPARM CONTROL RECORD (BKOPREC.CPY) NAMES THE LOAD
000090*BY ITS LOADSTAT DATE AND TIME. FBLOAD LOGS EVERY ROW IT PUTS ON
000100*THE MASTER TO MASTHIST WITH THE ROW IT REPLACED (MHSTREC.CPY),
000110*AND THAT IS WHAT IS PLAYED BACK:
000120*    - EVERY ROW THE LOAD REPLACED ('C' OR 'R' ENTRY) IS PUT
000130*      BACK TO ITS BEFORE-IMAGE, REQUEST ID AND LOAD STAMP
000140*    - EVERY ROW THE LOAD ADDED ('A' ENTRY) IS DELETED
000150*BEFORE THE MASTER IS TOUCHED THE LOAD'S MASTHIST ENTRIES MUST
000160*BALANCE AGAINST ITS LOADSTAT COUNTS - REPLACED ROWS AGAINST
000170*LDS-REWRITTEN-COUNT, ADDED ROWS AGAINST LDS-LOADED-COUNT. A LOAD
000180*WHOSE HISTORY IS NOT COMPLETE (ONE MADE BEFORE FBLOAD LOGGED ITS
000190*ADDED AND RELOADED ROWS, OR ONE THAT RAN WITHOUT MASTHIST) IS
000200*REFUSED RATHER THAN HALF BACKED OUT.
000210*A ROW A LATER LOAD HAS SINCE REPLACED NO LONGER HOLDS THIS
000220*LOAD'S ANSWER AND IS LEFT ALONE; SO IS A ROW THAT IS ALREADY
000230*BACK TO ITS BEFORE-IMAGE, SO A BACKOUT THAT FAILED PART-WAY CAN
000240*SIMPLY BE RUN AGAIN. EVERY ROW PUT BACK OR DELETED GETS A
000250*COMPENSATING MASTHIST ENTRY ('B' OR 'D'), GATHERED ON BKOWORK
000260*AND APPENDED TO MASTHIST AT THE END, AND THE BACKOUT ITSELF IS
000270*RECORDED ON LOADSTAT (LDSREC.CPY) SO FBBAL KNOWS THE LOAD IS
000280*OFF THE MASTER. THE BKORPT REPORT SHOWS THE BALANCE, EVERY ROW
000290*LEFT ALONE AND WHY, AND THAT EVERY ROW THE LOAD WROTE IS
000300*ACCOUNTED FOR.
000302*A ROW THE LOAD WROTE TWICE HAS A SECOND ENTRY WHOSE OLD IMAGE
000304*IS THE LOAD'S OWN FIRST ANSWER; THE FIRST ENTRY ALREADY PUTS
000306*THE ROW RIGHT, SO THE SECOND IS COUNTED AS SUPERSEDED WITHIN
000308*THE LOAD AND PASSED OVER.
000310*
000320*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000330*FIZZBUZZ ITSELF):
000340*    0  - THE LOAD WAS BACKED OUT - EVERY ROW IT WROTE IS BACK
000350*         AS IT WAS OR DELETED
000360*    4  - BACKED OUT, BUT SOME ROWS WERE LEFT ALONE BECAUSE A
000370*         LATER LOAD REPLACED THEM OR THEY ARE NO LONGER ON THE
000380*         MASTER, OR THE COMPENSATING HISTORY OR THE LOADSTAT
000390*         ENTRY COULD NOT BE WRITTEN (THE ENTRIES ARE LEFT ON
000400*         BKOWORK)
000410*    8  - A MASTER ROW COULD NOT BE READ, REWRITTEN OR DELETED -
000420*         THE LOAD IS ONLY PARTLY BACKED OUT; RUN THE BACKOUT
000430*         AGAIN ONCE THE CAUSE IS FIXED
000440*   12  - NOTHING BACKED OUT - BKOPARM INVALID, THE LOAD IS NOT
000450*         ON LOADSTAT OR HAS BEEN BACKED OUT ALREADY, OR ITS
000460*         MASTHIST ENTRIES DO NOT BALANCE AGAINST ITS COUNTS
000470*   20  - BKORPT, MASTHIST, MASTFILE OR BKOWORK COULD NOT BE
000480*         OPENED, OR BKORPT COULD NOT BE WRITTEN
000490*   28  - BACKOUT REFUSED - THE USER HOLDS NO AUTHFILE GRANT FOR
000500*         FBBKOUT BACKOUT (LOGGED TO SECVIOL); NOTHING WAS TOUCHED
000510*====================================================
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT BKO-FILE ASSIGN TO 'BKOPARM'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-BKO-STATUS.
000580     SELECT LDS-FILE ASSIGN TO 'LOADSTAT'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LDS-STATUS.
000610     SELECT HIST-FILE ASSIGN TO 'MASTHIST'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-HIST-STATUS.
000640     SELECT MAST-FILE ASSIGN TO 'MASTFILE'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS MAST-INDICE
000680         FILE STATUS IS WS-MAST-STATUS.
000690     SELECT WRK-FILE ASSIGN TO 'BKOWORK'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-WRK-STATUS.
000720     SELECT RPT-FILE ASSIGN TO 'BKORPT'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-STATUS.
000750     SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-AUTH-STATUS.
000780     SELECT SECV-FILE ASSIGN TO 'SECVIOL'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-SECV-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  BKO-FILE.
000840 COPY BKOPREC.
000850 FD  LDS-FILE.
000860 COPY LDSREC.
000870 FD  HIST-FILE.
000880 COPY MHSTREC.
000890 FD  MAST-FILE.
000900 COPY MASTREC.
000910 FD  WRK-FILE.
000920 COPY MHSTREC REPLACING LEADING ==MHST-== BY ==BKW-==.
000930 FD  RPT-FILE.
000940 01  RPT-PRINT-LINE              PIC X(132).
000950 FD  AUTH-FILE.
000960 COPY AUTHREC.
000970 FD  SECV-FILE.
000980 COPY SECVREC.
000990 WORKING-STORAGE SECTION.
001000 01 WS-BKO-STATUS          PIC XX VALUE SPACES.
001010 01 WS-LDS-STATUS          PIC XX VALUE SPACES.
001020 01 WS-HIST-STATUS         PIC XX VALUE SPACES.
001030 01 WS-MAST-STATUS         PIC XX VALUE SPACES.
001040 01 WS-WRK-STATUS          PIC XX VALUE SPACES.
001050 01 WS-RPT-STATUS          PIC XX VALUE SPACES.
001060 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001070 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
001080 01 WS-RUN-TIME            PIC 9(8) VALUE 0.
001090 01 WS-USER-ID             PIC X(8) VALUE SPACES.
001100 01 WS-RPT-OPEN            PIC X VALUE 'N'.
001110 01 WS-RPT-WORK            PIC X(132) VALUE SPACES.
001120*====================================================
001130*THE LOAD TO BACK OUT, AND WHAT LOADSTAT SAYS ABOUT IT.
001140*====================================================
001150 01 WS-TGT-DATE            PIC 9(8) VALUE 0.
001160 01 WS-TGT-TIME            PIC 9(8) VALUE 0.
001170 01 WS-LOAD-FOUND          PIC X VALUE 'N'.
001180 01 WS-LOAD-COUNTS-OK      PIC X VALUE 'N'.
001190 01 WS-LOAD-EXTRACT        PIC X(8) VALUE SPACES.
001200 01 WS-LOAD-GEN            PIC 9(4) VALUE 0.
001210 01 WS-LOAD-LOADED         PIC 9(9) VALUE 0.
001220 01 WS-LOAD-REWRITTEN      PIC 9(9) VALUE 0.
001230 01 WS-LOAD-RC             PIC 9(4) VALUE 0.
001240 01 WS-LATER-LOADS         PIC 9(5) VALUE 0.
001250 01 WS-PRIOR-BACKOUT       PIC X VALUE 'N'.
001260 01 WS-PRIOR-BKO-DATE      PIC 9(8) VALUE 0.
001270 01 WS-PRIOR-BKO-TIME      PIC 9(8) VALUE 0.
001280*====================================================
001290*FIRST PASS OVER MASTHIST - THE LOAD'S OWN ENTRIES, BY TYPE.
001300*====================================================
001310 01 WS-HIST-CHANGED        PIC 9(9) VALUE 0.
001320 01 WS-HIST-RELOADED       PIC 9(9) VALUE 0.
001330 01 WS-HIST-ADDED          PIC 9(9) VALUE 0.
001340 01 WS-HIST-LEGACY         PIC 9(9) VALUE 0.
001350 01 WS-HIST-REPLACED       PIC 9(9) VALUE 0.
001360*====================================================
001370*SECOND PASS - THE BACKOUT ITSELF. WS-OLD-STAMP-DATE/TIME IS
001380*THE LOAD STAMP A REPLACED ROW CARRIED BEFORE THE LOAD (ZERO
001390*WHERE AN OLDER ENTRY DID NOT KEEP IT); WS-CUR-* HOLDS THE ROW
001400*AS THE LOAD LEFT IT, FOR THE COMPENSATING ENTRY'S OLD IMAGE.
001410*====================================================
001420 01 WS-APPLY-FAILED        PIC X VALUE 'N'.
001430 01 WS-BACKOUT-RC          PIC 9(4) VALUE 0.
001440 01 WS-OLD-STAMP-DATE      PIC 9(8) VALUE 0.
001450 01 WS-OLD-STAMP-TIME      PIC 9(8) VALUE 0.
001460 01 WS-CUR-FIZZ-FLAG       PIC X VALUE SPACE.
001470 01 WS-CUR-BUZZ-FLAG       PIC X VALUE SPACE.
001480 01 WS-CUR-CLASSIFICATION  PIC X(80) VALUE SPACES.
001490 01 WS-CUR-REQUEST-ID      PIC X(8) VALUE SPACES.
001500 01 WS-RESTORED-COUNT      PIC 9(9) VALUE 0.
001510 01 WS-DELETED-COUNT       PIC 9(9) VALUE 0.
001520 01 WS-ALREADY-BACK        PIC 9(9) VALUE 0.
001530 01 WS-LEFT-ALONE          PIC 9(9) VALUE 0.
001535 01 WS-SUPERSEDED          PIC 9(9) VALUE 0.
001540 01 WS-ACCOUNTED           PIC 9(9) VALUE 0.
001550 01 WS-WRK-OPEN            PIC X VALUE 'N'.
001560 01 WS-WRK-WRITTEN         PIC 9(9) VALUE 0.
001570 01 WS-HIST-APPENDED       PIC 9(9) VALUE 0.
001580 01 WS-LIST-MAX            PIC 9(5) VALUE 1000.
001590 01 WS-LIST-PRINTED        PIC 9(5) VALUE 0.
001600*====================================================
001610*CHECK-LINE WORK - SEE WRITE-CHECK-LINE.
001620*====================================================
001630 01 WS-CHK-EXPECTED        PIC 9(9) VALUE 0.
001640 01 WS-CHK-FOUND           PIC 9(9) VALUE 0.
001650 01 WS-CHECK-FAILED        PIC X VALUE 'N'.
001660*====================================================
001670*USER AUTHORITY (AUTHREC.CPY). THE GRANTS THE RUNNING USER HOLDS
001680*FOR THIS PROGRAM ARE LOADED ONCE AT STARTUP; EVERY REFUSAL IS
001690*LOGGED TO SECVIOL (SECVREC.CPY) AND RAISES RETURN CODE 28.
001700*====================================================
001710 01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
001720 01 WS-SECV-STATUS          PIC XX VALUE SPACES.
001730 01 WS-AUTH-PROGRAM         PIC X(10) VALUE 'FBBKOUT'.
001740 01 WS-AUTH-FILE-READ       PIC X VALUE 'N'.
001750 01 WS-AUTH-COUNT           PIC 9(2) VALUE 0.
001760 01 WS-AUTH-TABLE.
001770     05 WS-AUTH-GRANT OCCURS 20 TIMES PIC X(8).
001780 01 WS-AUTH-SUB             PIC 9(2) VALUE 0.
001790 01 WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
001800 01 WS-AUTH-DETAIL          PIC X(30) VALUE SPACES.
001810 01 WS-AUTH-GRANTED         PIC X VALUE 'N'.
001820 01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
001830*====================================================
001840*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
001850*====================================================
001860 01 RPT-HDR-LINE.
001870     05 FILLER               PIC X(24)
001880         VALUE 'MASTER LOAD BACKOUT RUN '.
001890     05 RPT-HDR-DATE         PIC 9(8).
001900     05 FILLER               PIC X(1) VALUE SPACES.
001910     05 RPT-HDR-TIME         PIC 9(8).
001920 01 RPT-LOAD-LINE.
001930     05 FILLER               PIC X(5) VALUE 'LOAD '.
001940     05 RPT-LOAD-DATE        PIC 9(8).
001950     05 FILLER               PIC X(1) VALUE SPACES.
001960     05 RPT-LOAD-TIME        PIC 9(8).
001970     05 FILLER               PIC X(6) VALUE ' FROM '.
001980     05 RPT-LOAD-EXTRACT     PIC X(8).
001990     05 FILLER               PIC X(12) VALUE ' GENERATION '.
002000     05 RPT-LOAD-GEN         PIC 9(4).
002010     05 FILLER               PIC X(8) VALUE '  ADDED '.
002020     05 RPT-LOAD-ADDED       PIC ZZZZZZZZ9.
002030     05 FILLER               PIC X(11) VALUE '  REPLACED '.
002040     05 RPT-LOAD-REPLACED    PIC ZZZZZZZZ9.
002050     05 FILLER               PIC X(14) VALUE '  RETURN CODE '.
002060     05 RPT-LOAD-RC          PIC 9(4).
002070 01 RPT-CHK-HEAD.
002080     05 FILLER               PIC X(42) VALUE '  CHECK'.
002090     05 FILLER               PIC X(22)
002100         VALUE ' EXPECTED      FOUND'.
002110     05 FILLER               PIC X(6) VALUE 'RESULT'.
002120 01 RPT-CHK-LINE.
002130     05 FILLER               PIC X(2) VALUE SPACES.
002140     05 RPT-CHK-NAME         PIC X(40).
002150     05 RPT-CHK-EXPECTED     PIC ZZZZZZZZ9.
002160     05 FILLER               PIC X(2) VALUE SPACES.
002170     05 RPT-CHK-FOUND        PIC ZZZZZZZZ9.
002180     05 FILLER               PIC X(2) VALUE SPACES.
002190     05 RPT-CHK-RESULT       PIC X(6).
002200 01 RPT-LEFT-LINE.
002210     05 FILLER               PIC X(9) VALUE '  INDICE '.
002220     05 RPT-LEFT-INDICE      PIC 9(9).
002230     05 FILLER               PIC X(14) VALUE ' LEFT ALONE - '.
002240     05 RPT-LEFT-REASON      PIC X(40).
002250 01 RPT-TOTAL-LINE.
002260     05 FILLER               PIC X(2) VALUE SPACES.
002270     05 RPT-TOT-NAME         PIC X(45).
002280     05 RPT-TOT-COUNT        PIC ZZZZZZZZ9.
002290
002300 PROCEDURE DIVISION.
002310 MAIN-PARAGRAPH.
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002330     ACCEPT WS-RUN-TIME FROM TIME.
002340     PERFORM READ-BKO-FILE.
002350     IF WS-RETURN-CODE = 0
002360         PERFORM CHECK-BACKOUT-AUTHORITY
002370     END-IF.
002380     IF WS-RETURN-CODE = 0
002390         PERFORM OPEN-REPORT
002400     END-IF.
002410     IF WS-RETURN-CODE = 0
002420         PERFORM FIND-LOAD-ENTRY
002430     END-IF.
002440     IF WS-RETURN-CODE = 0
002450         PERFORM COUNT-LOAD-HISTORY
002460     END-IF.
002470     IF WS-RETURN-CODE = 0
002480         PERFORM OPEN-BACKOUT-FILES
002490     END-IF.
002500     IF WS-RETURN-CODE = 0
002510         PERFORM APPLY-BACKOUT
002520         PERFORM REPORT-ACCOUNTING
002530         PERFORM APPEND-COMPENSATING-HISTORY
002540         PERFORM WRITE-BACKOUT-STATS
002550     END-IF.
002560     IF WS-RPT-OPEN = 'Y'
002570         PERFORM REPORT-TOTALS
002580         CLOSE RPT-FILE
002590     END-IF.
002600     DISPLAY "FBBKOUT: " WS-RESTORED-COUNT " ROW(S) RESTORED, "
002610         WS-DELETED-COUNT " DELETED, " WS-LEFT-ALONE
002620         " LEFT ALONE, " WS-SUPERSEDED " SUPERSEDED".
002630     DISPLAY "FBBKOUT: ENDED, RETURN CODE " WS-RETURN-CODE.
002640     STOP RUN RETURNING WS-RETURN-CODE.
002650
002660 READ-BKO-FILE.
002670*    THE CONTROL RECORD IS REQUIRED, AND BOTH HALVES OF THE LOAD
002680*    STAMP WITH IT - THERE IS NO SENSIBLE DEFAULT LOAD TO TAKE
002690*    OFF THE MASTER.
002700     OPEN INPUT BKO-FILE.
002710     IF WS-BKO-STATUS NOT = '00'
002720         DISPLAY "FBBKOUT: UNABLE TO READ BKOPARM, STATUS="
002730             WS-BKO-STATUS
002740         MOVE 12 TO WS-RETURN-CODE
002750     ELSE
002760         READ BKO-FILE
002770             AT END
002780                 DISPLAY "FBBKOUT: BKOPARM IS EMPTY"
002790                 MOVE 12 TO WS-RETURN-CODE
002800             NOT AT END
002810                 IF BKO-LOAD-DATE-X IS NUMERIC
002820                         AND BKO-LOAD-TIME-X IS NUMERIC
002830                         AND BKO-LOAD-DATE > 0
002840                     MOVE BKO-LOAD-DATE TO WS-TGT-DATE
002850                     MOVE BKO-LOAD-TIME TO WS-TGT-TIME
002860                 ELSE
002870                     DISPLAY "FBBKOUT: BKOPARM NEEDS A NUMERIC "
002880                         "LOAD DATE AND TIME"
002890                     MOVE 12 TO WS-RETURN-CODE
002900                 END-IF
002910         END-READ
002920         CLOSE BKO-FILE
002930     END-IF.
002940
002950 CHECK-BACKOUT-AUTHORITY.
002960     ACCEPT WS-USER-ID FROM ENVIRONMENT "LOGNAME".
002970     IF WS-USER-ID = SPACES
002980         ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
002990     END-IF.
003000     PERFORM LOAD-USER-AUTHORITY.
003010     MOVE 'BACKOUT' TO WS-AUTH-FUNCTION.
003020     MOVE SPACES TO WS-AUTH-DETAIL.
003030     STRING 'LOAD ' DELIMITED BY SIZE
003040         WS-TGT-DATE DELIMITED BY SIZE
003050         ' ' DELIMITED BY SIZE
003060         WS-TGT-TIME DELIMITED BY SIZE
003070         INTO WS-AUTH-DETAIL
003080     END-STRING.
003090     PERFORM CHECK-AUTHORITY.
003100     IF WS-AUTH-GRANTED = 'N'
003110         DISPLAY "FBBKOUT: BACKOUT REFUSED - USER " WS-USER-ID
003120             " HOLDS NO FBBKOUT BACKOUT AUTHORITY"
003130     END-IF.
003140
003150 OPEN-REPORT.
003160     OPEN OUTPUT RPT-FILE.
003170     IF WS-RPT-STATUS = '00'
003180         MOVE 'Y' TO WS-RPT-OPEN
003190         MOVE WS-RUN-DATE TO RPT-HDR-DATE
003200         MOVE WS-RUN-TIME TO RPT-HDR-TIME
003210         MOVE RPT-HDR-LINE TO WS-RPT-WORK
003220         PERFORM WRITE-REPORT-LINE
003230         PERFORM WRITE-REPORT-LINE
003240     ELSE
003250         DISPLAY "FBBKOUT: UNABLE TO OPEN BKORPT, STATUS="
003260             WS-RPT-STATUS
003270         MOVE 20 TO WS-RETURN-CODE
003280     END-IF.
003290
003300 FIND-LOAD-ENTRY.
003310*    THE LOAD MUST BE ON LOADSTAT - ITS COUNTS ARE WHAT THE
003320*    BACKOUT BALANCES AGAINST - AND MUST NOT ALREADY HAVE BEEN
003330*    BACKED OUT. A BACKOUT THAT ENDED AT 8 OR ABOVE ONLY GOT
003340*    PART-WAY, SO IT DOES NOT COUNT AND THE LOAD MAY BE BACKED
003350*    OUT AGAIN. LOADS AFTER IT ARE COUNTED: THE ROWS THEY
003360*    REPLACED WILL BE LEFT ALONE.
003370     OPEN INPUT LDS-FILE.
003380     IF WS-LDS-STATUS = '00'
003390         PERFORM UNTIL WS-LDS-STATUS NOT = '00'
003400             READ LDS-FILE
003410                 AT END
003420                     MOVE '10' TO WS-LDS-STATUS
003430                 NOT AT END
003440                     PERFORM JUDGE-ONE-LOAD-ENTRY
003450             END-READ
003460         END-PERFORM
003470         CLOSE LDS-FILE
003480     ELSE
003490         DISPLAY "FBBKOUT: UNABLE TO READ LOADSTAT, STATUS="
003500             WS-LDS-STATUS
003510     END-IF.
003520     EVALUATE TRUE
003530     WHEN WS-LOAD-FOUND = 'N'
003540         STRING 'LOAD ' DELIMITED BY SIZE
003550             WS-TGT-DATE DELIMITED BY SIZE
003560             ' ' DELIMITED BY SIZE
003570             WS-TGT-TIME DELIMITED BY SIZE
003580             ' IS NOT ON LOADSTAT - NOTHING BACKED OUT'
003590             DELIMITED BY SIZE
003600             INTO WS-RPT-WORK
003610         END-STRING
003620         PERFORM WRITE-REPORT-LINE
003630         MOVE 12 TO WS-RETURN-CODE
003640     WHEN WS-LOAD-COUNTS-OK = 'N'
003650         MOVE 'THE LOAD''S LOADSTAT ENTRY HOLDS NO USABLE COUNTS'
003660             TO WS-RPT-WORK
003670         MOVE ' - NOTHING BACKED OUT' TO WS-RPT-WORK(49:21)
003680         PERFORM WRITE-REPORT-LINE
003690         MOVE 12 TO WS-RETURN-CODE
003700     WHEN OTHER
003710         MOVE WS-TGT-DATE TO RPT-LOAD-DATE
003720         MOVE WS-TGT-TIME TO RPT-LOAD-TIME
003730         MOVE WS-LOAD-EXTRACT TO RPT-LOAD-EXTRACT
003740         MOVE WS-LOAD-GEN TO RPT-LOAD-GEN
003750         MOVE WS-LOAD-LOADED TO RPT-LOAD-ADDED
003760         MOVE WS-LOAD-REWRITTEN TO RPT-LOAD-REPLACED
003770         MOVE WS-LOAD-RC TO RPT-LOAD-RC
003780         MOVE RPT-LOAD-LINE TO WS-RPT-WORK
003790         PERFORM WRITE-REPORT-LINE
003800         IF WS-LATER-LOADS > 0
003810             MOVE 'LATER LOADS ON LOADSTAT' TO RPT-TOT-NAME
003820             MOVE WS-LATER-LOADS TO RPT-TOT-COUNT
003830             PERFORM WRITE-TOTAL-LINE
003840         END-IF
003850         IF WS-PRIOR-BACKOUT = 'Y'
003860             STRING 'LOAD WAS ALREADY BACKED OUT ON '
003870                 DELIMITED BY SIZE
003880                 WS-PRIOR-BKO-DATE DELIMITED BY SIZE
003890                 ' ' DELIMITED BY SIZE
003900                 WS-PRIOR-BKO-TIME DELIMITED BY SIZE
003910                 ' - NOTHING BACKED OUT' DELIMITED BY SIZE
003920                 INTO WS-RPT-WORK
003930             END-STRING
003940             PERFORM WRITE-REPORT-LINE
003950             MOVE 12 TO WS-RETURN-CODE
003960         END-IF
003970     END-EVALUATE.
003980     PERFORM WRITE-REPORT-LINE.
003990
004000 JUDGE-ONE-LOAD-ENTRY.
004010     EVALUATE TRUE
004020     WHEN LDS-IS-BACKOUT
004030         IF LDS-BACKOUT-OF-DATE = WS-TGT-DATE
004040                 AND LDS-BACKOUT-OF-TIME = WS-TGT-TIME
004050                 AND LDS-RETURN-CODE < 8
004060             MOVE 'Y' TO WS-PRIOR-BACKOUT
004070             MOVE LDS-LOAD-DATE TO WS-PRIOR-BKO-DATE
004080             MOVE LDS-LOAD-TIME TO WS-PRIOR-BKO-TIME
004090         END-IF
004100     WHEN LDS-LOAD-DATE = WS-TGT-DATE
004110             AND LDS-LOAD-TIME = WS-TGT-TIME
004120         MOVE 'Y' TO WS-LOAD-FOUND
004130         MOVE LDS-EXTRACT-NAME TO WS-LOAD-EXTRACT
004140         MOVE LDS-GENERATION TO WS-LOAD-GEN
004150         MOVE LDS-RETURN-CODE TO WS-LOAD-RC
004160         IF LDS-LOADED-COUNT-X IS NUMERIC
004170                 AND LDS-REWRITTEN-COUNT-X IS NUMERIC
004180             MOVE 'Y' TO WS-LOAD-COUNTS-OK
004190             MOVE LDS-LOADED-COUNT TO WS-LOAD-LOADED
004200             MOVE LDS-REWRITTEN-COUNT TO WS-LOAD-REWRITTEN
004210         END-IF
004220     WHEN WS-LOAD-FOUND = 'Y'
004230         ADD 1 TO WS-LATER-LOADS
004240     END-EVALUATE.
004250
004260 COUNT-LOAD-HISTORY.
004270*    EVERY ROW THE LOAD WROTE MUST HAVE LEFT AN ENTRY, OR THE
004280*    BACKOUT WOULD LEAVE SOME OF THE LOAD'S ANSWERS LIVE WITH
004290*    NOTHING TO SAY SO. THE ENTRIES ARE COUNTED AND BALANCED
004300*    BEFORE THE MASTER IS OPENED. ENTRIES FROM AN EARLIER
004310*    BACKOUT CARRY THAT RUN'S STAMP, NOT THE LOAD'S, AND ARE
004320*    NOT COUNTED HERE.
004330     OPEN INPUT HIST-FILE.
004340     IF WS-HIST-STATUS NOT = '00'
004350         DISPLAY "FBBKOUT: UNABLE TO OPEN MASTHIST, STATUS="
004360             WS-HIST-STATUS
004370         MOVE 20 TO WS-RETURN-CODE
004380     ELSE
004390         PERFORM UNTIL WS-HIST-STATUS NOT = '00'
004400             READ HIST-FILE
004410                 AT END
004420                     MOVE '10' TO WS-HIST-STATUS
004430                 NOT AT END
004440                     IF MHST-LOAD-DATE = WS-TGT-DATE
004450                             AND MHST-LOAD-TIME = WS-TGT-TIME
004460                         PERFORM TALLY-ONE-HISTORY-ENTRY
004470                     END-IF
004480             END-READ
004490         END-PERFORM
004500         CLOSE HIST-FILE
004510         PERFORM CHECK-HISTORY-BALANCE
004520     END-IF.
004530
004540 TALLY-ONE-HISTORY-ENTRY.
004550     EVALUATE TRUE
004560     WHEN MHST-IS-INSERT
004570         ADD 1 TO WS-HIST-ADDED
004580     WHEN MHST-IS-RELOAD
004590         ADD 1 TO WS-HIST-RELOADED
004600     WHEN MHST-IS-CHANGE
004610         ADD 1 TO WS-HIST-CHANGED
004620         IF MHST-ENTRY-TYPE = SPACE
004630             ADD 1 TO WS-HIST-LEGACY
004640         END-IF
004650     END-EVALUATE.
004660
004670 CHECK-HISTORY-BALANCE.
004680     COMPUTE WS-HIST-REPLACED =
004690         WS-HIST-CHANGED + WS-HIST-RELOADED.
004700     MOVE RPT-CHK-HEAD TO WS-RPT-WORK.
004710     PERFORM WRITE-REPORT-LINE.
004720     MOVE 'N' TO WS-CHECK-FAILED.
004730     MOVE 'ROWS REPLACED - LOADSTAT V MASTHIST'
004740         TO RPT-CHK-NAME.
004750     MOVE WS-LOAD-REWRITTEN TO WS-CHK-EXPECTED.
004760     MOVE WS-HIST-REPLACED TO WS-CHK-FOUND.
004770     PERFORM WRITE-CHECK-LINE.
004780     MOVE 'ROWS ADDED - LOADSTAT V MASTHIST' TO RPT-CHK-NAME.
004790     MOVE WS-LOAD-LOADED TO WS-CHK-EXPECTED.
004800     MOVE WS-HIST-ADDED TO WS-CHK-FOUND.
004810     PERFORM WRITE-CHECK-LINE.
004820     PERFORM WRITE-REPORT-LINE.
004830     IF WS-HIST-LEGACY > 0
004840         MOVE 'NOTE: ENTRIES WRITTEN BEFORE FBLOAD KEPT THE OLD '
004850             TO WS-RPT-WORK
004860         MOVE 'LOAD STAMP - THOSE ROWS ARE PUT BACK WITH A ZERO '
004870             TO WS-RPT-WORK(50:49)
004880         MOVE 'STAMP' TO WS-RPT-WORK(99:5)
004890         PERFORM WRITE-REPORT-LINE
004900     END-IF.
004910     IF WS-CHECK-FAILED = 'Y'
004920         MOVE 'MASTHIST DOES NOT HOLD AN ENTRY FOR EVERY ROW THE '
004930             TO WS-RPT-WORK
004940         MOVE 'LOAD WROTE - NOTHING BACKED OUT'
004950             TO WS-RPT-WORK(51:31)
004960         PERFORM WRITE-REPORT-LINE
004970         PERFORM WRITE-REPORT-LINE
004980         DISPLAY "FBBKOUT: MASTHIST DOES NOT BALANCE AGAINST THE "
004990             "LOAD'S LOADSTAT COUNTS - NOTHING BACKED OUT"
005000         MOVE 12 TO WS-RETURN-CODE
005010     END-IF.
005020
005030 OPEN-BACKOUT-FILES.
005040*    THE MASTER AND THE COMPENSATING-ENTRY WORK FILE ARE BOTH
005050*    NEEDED BEFORE ANY ROW IS TOUCHED - A BACKOUT THAT COULD NOT
005060*    RECORD WHAT IT DID IS NOT STARTED.
005070     OPEN I-O MAST-FILE.
005080     IF WS-MAST-STATUS NOT = '00'
005090         DISPLAY "FBBKOUT: UNABLE TO OPEN MASTFILE, STATUS="
005100             WS-MAST-STATUS
005110         MOVE 20 TO WS-RETURN-CODE
005120     ELSE
005130         OPEN OUTPUT WRK-FILE
005140         IF WS-WRK-STATUS = '00'
005150             MOVE 'Y' TO WS-WRK-OPEN
005160         ELSE
005170             DISPLAY "FBBKOUT: UNABLE TO OPEN BKOWORK, STATUS="
005180                 WS-WRK-STATUS
005190             MOVE 20 TO WS-RETURN-CODE
005200             CLOSE MAST-FILE
005210         END-IF
005220     END-IF.
005230
005240 APPLY-BACKOUT.
005250*    MASTHIST IS IN LOAD ORDER, SO THE LOAD'S ENTRIES ARE PLAYED
005260*    BACK IN THE ORDER THE LOAD WROTE THEM. THE FIRST ROW THAT
005270*    CANNOT BE READ, REWRITTEN OR DELETED STOPS THE PASS.
005280     IF WS-RPT-OPEN = 'Y'
005290         MOVE 'ROWS LEFT ALONE' TO WS-RPT-WORK
005300         PERFORM WRITE-REPORT-LINE
005310     END-IF.
005320     OPEN INPUT HIST-FILE.
005330     IF WS-HIST-STATUS NOT = '00'
005340         DISPLAY "FBBKOUT: UNABLE TO REOPEN MASTHIST, STATUS="
005350             WS-HIST-STATUS
005360         MOVE 'Y' TO WS-APPLY-FAILED
005370     ELSE
005380         PERFORM UNTIL WS-HIST-STATUS NOT = '00'
005390                 OR WS-APPLY-FAILED = 'Y'
005400             READ HIST-FILE
005410                 AT END
005420                     MOVE '10' TO WS-HIST-STATUS
005430                 NOT AT END
005440                     IF MHST-LOAD-DATE = WS-TGT-DATE
005450                             AND MHST-LOAD-TIME = WS-TGT-TIME
005460                             AND (MHST-IS-INSERT
005470                                 OR MHST-IS-RELOAD
005480                                 OR MHST-IS-CHANGE)
005490                         PERFORM BACK-OUT-ONE-ENTRY
005500                     END-IF
005510             END-READ
005520         END-PERFORM
005530         CLOSE HIST-FILE
005540     END-IF.
005550     CLOSE MAST-FILE.
005560     IF WS-WRK-OPEN = 'Y'
005570         CLOSE WRK-FILE
005580     END-IF.
005590     IF WS-LEFT-ALONE = 0
005600         MOVE '  NONE' TO WS-RPT-WORK
005610         PERFORM WRITE-REPORT-LINE
005620     END-IF.
005630     IF WS-LIST-PRINTED < WS-LEFT-ALONE
005640         MOVE '  ROWS BEYOND THE FIRST 1000 ARE COUNTED BUT NOT '
005650             TO WS-RPT-WORK
005660         MOVE 'LISTED' TO WS-RPT-WORK(50:6)
005670         PERFORM WRITE-REPORT-LINE
005680     END-IF.
005690     PERFORM WRITE-REPORT-LINE.
005700     EVALUATE TRUE
005710     WHEN WS-APPLY-FAILED = 'Y'
005720         MOVE 8 TO WS-BACKOUT-RC
005730     WHEN WS-LEFT-ALONE > 0
005740         MOVE 4 TO WS-BACKOUT-RC
005750     WHEN OTHER
005760         MOVE 0 TO WS-BACKOUT-RC
005770     END-EVALUATE.
005780     IF WS-RETURN-CODE < WS-BACKOUT-RC
005790         MOVE WS-BACKOUT-RC TO WS-RETURN-CODE
005800     END-IF.
005810
005820 BACK-OUT-ONE-ENTRY.
005830*    ONLY A ROW STILL CARRYING THIS LOAD'S STAMP HOLDS THIS
005840*    LOAD'S ANSWER. ONE ALREADY BACK AS IT WAS (OR, FOR AN ADDED
005850*    ROW, ALREADY GONE) WAS PUT BACK BY AN EARLIER BACKOUT RUN;
005860*    ANYTHING ELSE BELONGS TO A LATER LOAD AND IS LEFT ALONE. AN
005862*    ENTRY WHOSE OLD IMAGE CARRIES THIS LOAD'S OWN STAMP IS THE
005864*    LOAD WRITING THE ROW A SECOND TIME - THE ROW'S FIRST ENTRY
005866*    HOLDS ITS TRUE BEFORE-IMAGE, SO THIS ONE IS SUPERSEDED.
005870     PERFORM TAKE-OLD-STAMP.
005880     MOVE MHST-INDICE TO MAST-INDICE.
005890     READ MAST-FILE.
005900     EVALUATE TRUE
005902     WHEN NOT MHST-IS-INSERT
005904             AND WS-OLD-STAMP-DATE = WS-TGT-DATE
005906             AND WS-OLD-STAMP-TIME = WS-TGT-TIME
005908         ADD 1 TO WS-SUPERSEDED
005910     WHEN WS-MAST-STATUS = '23'
005920         IF MHST-IS-INSERT
005930             ADD 1 TO WS-ALREADY-BACK
005940         ELSE
005950             MOVE 'NO LONGER ON THE MASTER' TO RPT-LEFT-REASON
005960             PERFORM REPORT-ROW-LEFT-ALONE
005970         END-IF
005980     WHEN WS-MAST-STATUS NOT = '00'
005990         DISPLAY "FBBKOUT: READ OF INDICE " MHST-INDICE
006000             " FAILED, STATUS=" WS-MAST-STATUS
006010         MOVE 'Y' TO WS-APPLY-FAILED
006020     WHEN MAST-LOAD-DATE = WS-TGT-DATE
006030             AND MAST-LOAD-TIME = WS-TGT-TIME
006040         MOVE MAST-FIZZ-FLAG TO WS-CUR-FIZZ-FLAG
006050         MOVE MAST-BUZZ-FLAG TO WS-CUR-BUZZ-FLAG
006060         MOVE MAST-CLASSIFICATION TO WS-CUR-CLASSIFICATION
006070         MOVE MAST-REQUEST-ID TO WS-CUR-REQUEST-ID
006080         IF MHST-IS-INSERT
006090             PERFORM DELETE-ADDED-ROW
006100         ELSE
006110             PERFORM RESTORE-BEFORE-IMAGE
006120         END-IF
006130     WHEN NOT MHST-IS-INSERT
006140             AND MAST-LOAD-DATE = WS-OLD-STAMP-DATE
006150             AND MAST-LOAD-TIME = WS-OLD-STAMP-TIME
006160             AND MAST-CLASSIFICATION = MHST-OLD-CLASSIFICATION
006170             AND MAST-FIZZ-FLAG = MHST-OLD-FIZZ-FLAG
006180             AND MAST-BUZZ-FLAG = MHST-OLD-BUZZ-FLAG
006190             AND MAST-REQUEST-ID = MHST-OLD-REQUEST-ID
006200         ADD 1 TO WS-ALREADY-BACK
006210     WHEN OTHER
006220         MOVE SPACES TO RPT-LEFT-REASON
006230         STRING 'REPLACED BY LOAD ' DELIMITED BY SIZE
006240             MAST-LOAD-DATE DELIMITED BY SIZE
006250             ' ' DELIMITED BY SIZE
006260             MAST-LOAD-TIME DELIMITED BY SIZE
006270             INTO RPT-LEFT-REASON
006280         END-STRING
006290         PERFORM REPORT-ROW-LEFT-ALONE
006300     END-EVALUATE.
006310
006320 TAKE-OLD-STAMP.
006330     IF MHST-OLD-LOAD-DATE-X IS NUMERIC
006340             AND MHST-OLD-LOAD-TIME-X IS NUMERIC
006350         MOVE MHST-OLD-LOAD-DATE TO WS-OLD-STAMP-DATE
006360         MOVE MHST-OLD-LOAD-TIME TO WS-OLD-STAMP-TIME
006370     ELSE
006380         MOVE 0 TO WS-OLD-STAMP-DATE
006390         MOVE 0 TO WS-OLD-STAMP-TIME
006400     END-IF.
006410
006420 RESTORE-BEFORE-IMAGE.
006430     MOVE MHST-OLD-FIZZ-FLAG      TO MAST-FIZZ-FLAG.
006440     MOVE MHST-OLD-BUZZ-FLAG      TO MAST-BUZZ-FLAG.
006450     MOVE MHST-OLD-CLASSIFICATION TO MAST-CLASSIFICATION.
006460     MOVE MHST-OLD-REQUEST-ID     TO MAST-REQUEST-ID.
006470     MOVE WS-OLD-STAMP-DATE       TO MAST-LOAD-DATE.
006480     MOVE WS-OLD-STAMP-TIME       TO MAST-LOAD-TIME.
006490     REWRITE MAST-RECORD.
006500     IF WS-MAST-STATUS = '00'
006510         ADD 1 TO WS-RESTORED-COUNT
006520         MOVE 'B' TO BKW-ENTRY-TYPE
006530         PERFORM WRITE-COMPENSATING-ENTRY
006540     ELSE
006550         DISPLAY "FBBKOUT: REWRITE OF INDICE " MHST-INDICE
006560             " FAILED, STATUS=" WS-MAST-STATUS
006570         MOVE 'Y' TO WS-APPLY-FAILED
006580     END-IF.
006590
006600 DELETE-ADDED-ROW.
006610     DELETE MAST-FILE RECORD.
006620     IF WS-MAST-STATUS = '00'
006630         ADD 1 TO WS-DELETED-COUNT
006640         MOVE 'D' TO BKW-ENTRY-TYPE
006650         PERFORM WRITE-COMPENSATING-ENTRY
006660     ELSE
006670         DISPLAY "FBBKOUT: DELETE OF INDICE " MHST-INDICE
006680             " FAILED, STATUS=" WS-MAST-STATUS
006690         MOVE 'Y' TO WS-APPLY-FAILED
006700     END-IF.
006710
006720 WRITE-COMPENSATING-ENTRY.
006730*    THE OLD IMAGE IS THE ROW AS THE LOAD LEFT IT; THE NEW IMAGE
006740*    IS THE ROW PUT BACK, OR EMPTY FOR A DELETED ROW. A FAILED
006750*    WRITE DOES NOT STOP THE BACKOUT - PUTTING THE MASTER RIGHT
006760*    COMES FIRST - BUT IT MUST NOT PASS SILENTLY.
006770     IF WS-WRK-OPEN = 'Y'
006780         MOVE MHST-INDICE TO BKW-INDICE
006790         MOVE WS-RUN-DATE TO BKW-LOAD-DATE
006800         MOVE WS-RUN-TIME TO BKW-LOAD-TIME
006810         MOVE WS-CUR-FIZZ-FLAG TO BKW-OLD-FIZZ-FLAG
006820         MOVE WS-CUR-BUZZ-FLAG TO BKW-OLD-BUZZ-FLAG
006830         MOVE WS-CUR-REQUEST-ID TO BKW-OLD-REQUEST-ID
006840         MOVE WS-CUR-CLASSIFICATION TO BKW-OLD-CLASSIFICATION
006850         IF BKW-IS-RESTORE
006860             MOVE MAST-FIZZ-FLAG TO BKW-NEW-FIZZ-FLAG
006870             MOVE MAST-BUZZ-FLAG TO BKW-NEW-BUZZ-FLAG
006880             MOVE MAST-REQUEST-ID TO BKW-NEW-REQUEST-ID
006890             MOVE MAST-CLASSIFICATION TO BKW-NEW-CLASSIFICATION
006900         ELSE
006910             MOVE SPACES TO BKW-NEW-FIZZ-FLAG BKW-NEW-BUZZ-FLAG
006920                 BKW-NEW-REQUEST-ID BKW-NEW-CLASSIFICATION
006930         END-IF
006940         MOVE WS-TGT-DATE TO BKW-OLD-LOAD-DATE
006950         MOVE WS-TGT-TIME TO BKW-OLD-LOAD-TIME
006960         MOVE WS-TGT-DATE TO BKW-BACKOUT-OF-DATE
006970         MOVE WS-TGT-TIME TO BKW-BACKOUT-OF-TIME
006980         WRITE BKW-RECORD
006990         IF WS-WRK-STATUS = '00'
007000             ADD 1 TO WS-WRK-WRITTEN
007010         ELSE
007020             DISPLAY "FBBKOUT: WRITE TO BKOWORK FAILED, STATUS="
007030                 WS-WRK-STATUS " - BACKOUT HISTORY INCOMPLETE"
007040             MOVE 'N' TO WS-WRK-OPEN
007050             IF WS-RETURN-CODE < 4
007060                 MOVE 4 TO WS-RETURN-CODE
007070             END-IF
007080         END-IF
007090     END-IF.
007100
007110 REPORT-ROW-LEFT-ALONE.
007120     ADD 1 TO WS-LEFT-ALONE.
007130     IF WS-LIST-PRINTED < WS-LIST-MAX
007140         ADD 1 TO WS-LIST-PRINTED
007150         MOVE MHST-INDICE TO RPT-LEFT-INDICE
007160         MOVE RPT-LEFT-LINE TO WS-RPT-WORK
007170         PERFORM WRITE-REPORT-LINE
007180     END-IF.
007190
007200 REPORT-ACCOUNTING.
007210*    EVERY ROW THE LOAD WROTE ENDS THE BACKOUT IN EXACTLY ONE
007220*    PLACE - PUT BACK, DELETED, ALREADY BACK, SUPERSEDED WITHIN
007230*    THE LOAD, OR LEFT ALONE - SO THE FIVE TOGETHER MUST COME TO
007240*    THE LOAD'S OWN COUNTS. A PASS STOPPED BY A FAILED ROW FALLS
007242*    SHORT, AND SAYS SO.
007250     COMPUTE WS-ACCOUNTED = WS-RESTORED-COUNT + WS-DELETED-COUNT
007260         + WS-ALREADY-BACK + WS-SUPERSEDED + WS-LEFT-ALONE.
007270     MOVE RPT-CHK-HEAD TO WS-RPT-WORK.
007280     PERFORM WRITE-REPORT-LINE.
007290     MOVE 'N' TO WS-CHECK-FAILED.
007300     MOVE 'ROWS THE LOAD WROTE, ALL ACCOUNTED FOR'
007310         TO RPT-CHK-NAME.
007320     COMPUTE WS-CHK-EXPECTED =
007330         WS-LOAD-LOADED + WS-LOAD-REWRITTEN.
007340     MOVE WS-ACCOUNTED TO WS-CHK-FOUND.
007350     PERFORM WRITE-CHECK-LINE.
007360     MOVE 'COMPENSATING ENTRIES ON BKOWORK' TO RPT-CHK-NAME.
007370     COMPUTE WS-CHK-EXPECTED =
007380         WS-RESTORED-COUNT + WS-DELETED-COUNT.
007390     MOVE WS-WRK-WRITTEN TO WS-CHK-FOUND.
007400     PERFORM WRITE-CHECK-LINE.
007410     PERFORM WRITE-REPORT-LINE.
007420
007430 APPEND-COMPENSATING-HISTORY.
007440*    BKOWORK ONTO THE END OF MASTHIST, LIKE ANY OTHER APPEND-
007450*    ONLY HISTORY. IF IT CANNOT BE DONE THE ENTRIES STAY ON
007460*    BKOWORK UNTIL THE NEXT BACKOUT, TO BE ADDED BY HAND.
007470     IF WS-WRK-WRITTEN > 0
007480         OPEN INPUT WRK-FILE
007490         OPEN EXTEND HIST-FILE
007500         IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
007510             OPEN OUTPUT HIST-FILE
007520         END-IF
007530         IF WS-WRK-STATUS NOT = '00' OR WS-HIST-STATUS NOT = '00'
007540             DISPLAY "FBBKOUT: UNABLE TO APPEND TO MASTHIST, "
007550                 "STATUS=" WS-HIST-STATUS "/" WS-WRK-STATUS
007560                 " - COMPENSATING ENTRIES LEFT ON BKOWORK"
007570             IF WS-RETURN-CODE < 4
007580                 MOVE 4 TO WS-RETURN-CODE
007590             END-IF
007600         ELSE
007610             PERFORM UNTIL WS-WRK-STATUS NOT = '00'
007620                 READ WRK-FILE
007630                     AT END
007640                         MOVE '10' TO WS-WRK-STATUS
007650                     NOT AT END
007660                         PERFORM COPY-ONE-WORK-ENTRY
007670                 END-READ
007680             END-PERFORM
007690         END-IF
007700         CLOSE WRK-FILE
007710         CLOSE HIST-FILE
007720     END-IF.
007730
007740 COPY-ONE-WORK-ENTRY.
007750     MOVE BKW-RECORD TO MHST-RECORD.
007760     WRITE MHST-RECORD.
007770     IF WS-HIST-STATUS = '00'
007780         ADD 1 TO WS-HIST-APPENDED
007790     ELSE
007800         DISPLAY "FBBKOUT: WRITE TO MASTHIST FAILED, STATUS="
007810             WS-HIST-STATUS " - COMPENSATING ENTRIES LEFT ON "
007820             "BKOWORK"
007830         MOVE '99' TO WS-WRK-STATUS
007840         IF WS-RETURN-CODE < 4
007850             MOVE 4 TO WS-RETURN-CODE
007860         END-IF
007870     END-IF.
007880
007890 WRITE-BACKOUT-STATS.
007900*    THE BACKOUT'S OWN LOADSTAT ENTRY - FBBAL READS IT TO KNOW
007910*    THE LOAD IS NO LONGER ON THE MASTER, AND A LATER BACKOUT
007920*    OF THE SAME LOAD IS REFUSED ON IT. IT CARRIES THE BACKOUT'S
007930*    OWN RESULT, SO A PART-WAY FAILURE STAYS VISIBLE TO FBBAL
007940*    AND DOES NOT BLOCK A RERUN.
007950     OPEN EXTEND LDS-FILE.
007960     IF WS-LDS-STATUS = '05' OR WS-LDS-STATUS = '35'
007970         OPEN OUTPUT LDS-FILE
007980     END-IF.
007990     IF WS-LDS-STATUS NOT = '00'
008000         DISPLAY "FBBKOUT: UNABLE TO OPEN LOADSTAT, STATUS="
008010             WS-LDS-STATUS " - BACKOUT NOT RECORDED"
008020         IF WS-RETURN-CODE < 4
008030             MOVE 4 TO WS-RETURN-CODE
008040         END-IF
008050     ELSE
008060         MOVE WS-RUN-DATE TO LDS-LOAD-DATE
008070         MOVE WS-RUN-TIME TO LDS-LOAD-TIME
008080         MOVE WS-LOAD-EXTRACT TO LDS-EXTRACT-NAME
008090         MOVE WS-LOAD-GEN TO LDS-GENERATION
008100         MOVE WS-DELETED-COUNT TO LDS-LOADED-COUNT
008110         MOVE WS-RESTORED-COUNT TO LDS-REWRITTEN-COUNT
008120         MOVE WS-LEFT-ALONE TO LDS-SKIPPED-COUNT
008130         MOVE WS-BACKOUT-RC TO LDS-RETURN-CODE
008140         MOVE 'B' TO LDS-ENTRY-TYPE
008150         MOVE WS-TGT-DATE TO LDS-BACKOUT-OF-DATE
008160         MOVE WS-TGT-TIME TO LDS-BACKOUT-OF-TIME
008170         WRITE LDS-RECORD
008180         IF WS-LDS-STATUS NOT = '00'
008190             DISPLAY "FBBKOUT: WRITE TO LOADSTAT FAILED, "
008200                 "STATUS=" WS-LDS-STATUS " - BACKOUT NOT RECORDED"
008210             IF WS-RETURN-CODE < 4
008220                 MOVE 4 TO WS-RETURN-CODE
008230             END-IF
008240         END-IF
008250         CLOSE LDS-FILE
008260     END-IF.
008270
008280 REPORT-TOTALS.
008290     MOVE 'TOTALS' TO WS-RPT-WORK.
008300     PERFORM WRITE-REPORT-LINE.
008310     MOVE 'LOAD ENTRIES ON MASTHIST - CHANGED' TO RPT-TOT-NAME.
008320     MOVE WS-HIST-CHANGED TO RPT-TOT-COUNT.
008330     PERFORM WRITE-TOTAL-LINE.
008340     MOVE 'LOAD ENTRIES ON MASTHIST - RELOADED UNCHANGED'
008350         TO RPT-TOT-NAME.
008360     MOVE WS-HIST-RELOADED TO RPT-TOT-COUNT.
008370     PERFORM WRITE-TOTAL-LINE.
008380     MOVE 'LOAD ENTRIES ON MASTHIST - ADDED' TO RPT-TOT-NAME.
008390     MOVE WS-HIST-ADDED TO RPT-TOT-COUNT.
008400     PERFORM WRITE-TOTAL-LINE.
008410     MOVE 'ROWS PUT BACK TO THEIR BEFORE-IMAGE' TO RPT-TOT-NAME.
008420     MOVE WS-RESTORED-COUNT TO RPT-TOT-COUNT.
008430     PERFORM WRITE-TOTAL-LINE.
008440     MOVE 'ROWS THE LOAD ADDED, DELETED' TO RPT-TOT-NAME.
008450     MOVE WS-DELETED-COUNT TO RPT-TOT-COUNT.
008460     PERFORM WRITE-TOTAL-LINE.
008470     MOVE 'ROWS ALREADY BACK FROM AN EARLIER BACKOUT'
008480         TO RPT-TOT-NAME.
008490     MOVE WS-ALREADY-BACK TO RPT-TOT-COUNT.
008500     PERFORM WRITE-TOTAL-LINE.
008502     MOVE 'ENTRIES SUPERSEDED WITHIN THE LOAD' TO RPT-TOT-NAME.
008504     MOVE WS-SUPERSEDED TO RPT-TOT-COUNT.
008506     PERFORM WRITE-TOTAL-LINE.
008510     MOVE 'ROWS LEFT ALONE' TO RPT-TOT-NAME.
008520     MOVE WS-LEFT-ALONE TO RPT-TOT-COUNT.
008530     PERFORM WRITE-TOTAL-LINE.
008540     MOVE 'COMPENSATING ENTRIES ADDED TO MASTHIST'
008550         TO RPT-TOT-NAME.
008560     MOVE WS-HIST-APPENDED TO RPT-TOT-COUNT.
008570     PERFORM WRITE-TOTAL-LINE.
008580     PERFORM WRITE-REPORT-LINE.
008590     EVALUATE TRUE
008600     WHEN WS-RETURN-CODE = 28
008610         MOVE 'RESULT - BACKOUT REFUSED' TO WS-RPT-WORK
008620     WHEN WS-RESTORED-COUNT + WS-DELETED-COUNT + WS-ALREADY-BACK
008630             + WS-SUPERSEDED + WS-LEFT-ALONE = 0
008640             AND WS-RETURN-CODE >= 12
008650         MOVE 'RESULT - NOTHING BACKED OUT' TO WS-RPT-WORK
008660     WHEN WS-BACKOUT-RC >= 8
008670         MOVE 'RESULT - BACKOUT STOPPED PART-WAY - RUN IT AGAIN '
008680             TO WS-RPT-WORK
008690         MOVE 'ONCE THE CAUSE IS FIXED' TO WS-RPT-WORK(50:23)
008700     WHEN WS-LEFT-ALONE > 0
008710         MOVE 'RESULT - LOAD BACKED OUT, SOME ROWS LEFT ALONE'
008720             TO WS-RPT-WORK
008730     WHEN OTHER
008740         MOVE 'RESULT - LOAD BACKED OUT' TO WS-RPT-WORK
008750     END-EVALUATE.
008760     PERFORM WRITE-REPORT-LINE.
008770
008780 WRITE-CHECK-LINE.
008790     MOVE WS-CHK-EXPECTED TO RPT-CHK-EXPECTED.
008800     MOVE WS-CHK-FOUND TO RPT-CHK-FOUND.
008810     IF WS-CHK-EXPECTED = WS-CHK-FOUND
008820         MOVE 'PASSED' TO RPT-CHK-RESULT
008830     ELSE
008840         MOVE 'FAILED' TO RPT-CHK-RESULT
008850         MOVE 'Y' TO WS-CHECK-FAILED
008860     END-IF.
008870     MOVE RPT-CHK-LINE TO WS-RPT-WORK.
008880     PERFORM WRITE-REPORT-LINE.
008890
008900 WRITE-TOTAL-LINE.
008910     MOVE RPT-TOTAL-LINE TO WS-RPT-WORK.
008920     PERFORM WRITE-REPORT-LINE.
008930
008940 WRITE-REPORT-LINE.
008950     IF WS-RPT-OPEN = 'Y'
008960         MOVE WS-RPT-WORK TO RPT-PRINT-LINE
008970         WRITE RPT-PRINT-LINE
008980         IF WS-RPT-STATUS NOT = '00'
008990             DISPLAY "FBBKOUT: WRITE TO BKORPT FAILED, "
009000                 "STATUS=" WS-RPT-STATUS
009010             MOVE 'N' TO WS-RPT-OPEN
009020             MOVE 20 TO WS-RETURN-CODE
009030         END-IF
009040     END-IF.
009050     MOVE SPACES TO WS-RPT-WORK.
009060
009070 LOAD-USER-AUTHORITY.
009080*    ONLY THE RUNNING USER'S GRANTS FOR THIS PROGRAM ARE KEPT.
009090*    AN UNREADABLE AUTHFILE GRANTS NOTHING - THE CONTROL FAILS
009100*    CLOSED, AND EACH REFUSAL IS LOGGED WITH THE REASON.
009110     MOVE 0 TO WS-AUTH-COUNT.
009120     OPEN INPUT AUTH-FILE.
009130     IF WS-AUTH-STATUS = '00'
009140         MOVE 'Y' TO WS-AUTH-FILE-READ
009150         PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
009160             READ AUTH-FILE
009170                 AT END
009180                     MOVE '10' TO WS-AUTH-STATUS
009190                 NOT AT END
009200                     IF AUTH-USER-ID = WS-USER-ID
009210                             AND AUTH-PROGRAM = WS-AUTH-PROGRAM
009220                             AND WS-USER-ID NOT = SPACES
009230                             AND WS-AUTH-COUNT < 20
009240                         ADD 1 TO WS-AUTH-COUNT
009250                         MOVE AUTH-FUNCTION TO
009260                             WS-AUTH-GRANT(WS-AUTH-COUNT)
009270                     END-IF
009280             END-READ
009290         END-PERFORM
009300         CLOSE AUTH-FILE
009310     ELSE
009320         DISPLAY "FBBKOUT: UNABLE TO READ AUTHFILE, STATUS="
009330             WS-AUTH-STATUS " - NOTHING IS AUTHORISED"
009340     END-IF.
009350
009360 CHECK-AUTHORITY.
009370*    WS-AUTH-FUNCTION IS THE FUNCTION WANTED AND WS-AUTH-DETAIL
009380*    WHAT IT WOULD BE APPLIED TO. A REFUSAL IS COUNTED AND LOGGED
009390*    HERE, SO A CALLER ONLY HAS TO ACT ON WS-AUTH-GRANTED.
009400     MOVE 'N' TO WS-AUTH-GRANTED.
009410     PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
009420             UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
009430                 OR WS-AUTH-GRANTED = 'Y'
009440         IF WS-AUTH-GRANT(WS-AUTH-SUB) = WS-AUTH-FUNCTION
009450                 OR WS-AUTH-GRANT(WS-AUTH-SUB) = '*'
009460             MOVE 'Y' TO WS-AUTH-GRANTED
009470         END-IF
009480     END-PERFORM.
009490     IF WS-AUTH-GRANTED = 'N'
009500         ADD 1 TO WS-REFUSED-COUNT
009510         PERFORM LOG-SECURITY-VIOLATION
009520         IF WS-RETURN-CODE < 28
009530             MOVE 28 TO WS-RETURN-CODE
009540         END-IF
009550     END-IF.
009560
009570 LOG-SECURITY-VIOLATION.
009580*    APPEND-ONLY, OPENED AND CLOSED FOR EACH REFUSAL SO NO ENTRY
009590*    IS LEFT IN A BUFFER IF THE RUN GOES DOWN LATER. A LOG THAT
009600*    CANNOT BE WRITTEN DOES NOT UNDO THE REFUSAL.
009610     MOVE SPACES TO SECV-RECORD.
009620     ACCEPT SECV-DATE FROM DATE YYYYMMDD.
009630     ACCEPT SECV-TIME FROM TIME.
009640     MOVE WS-USER-ID TO SECV-USER-ID.
009650     MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM.
009660     MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION.
009670     MOVE WS-AUTH-DETAIL TO SECV-DETAIL.
009680     EVALUATE TRUE
009690     WHEN WS-USER-ID = SPACES
009700         MOVE 03 TO SECV-REASON-CODE
009710     WHEN WS-AUTH-FILE-READ = 'N'
009720         MOVE 02 TO SECV-REASON-CODE
009730     WHEN OTHER
009740         MOVE 01 TO SECV-REASON-CODE
009750     END-EVALUATE.
009760     OPEN EXTEND SECV-FILE.
009770     IF WS-SECV-STATUS = '05' OR WS-SECV-STATUS = '35'
009780         OPEN OUTPUT SECV-FILE
009790     END-IF.
009800     IF WS-SECV-STATUS NOT = '00'
009810         DISPLAY "FBBKOUT: UNABLE TO OPEN SECVIOL, STATUS="
009820             WS-SECV-STATUS " - REFUSAL NOT LOGGED"
009830     ELSE
009840         WRITE SECV-RECORD
009850         IF WS-SECV-STATUS NOT = '00'
009860             DISPLAY "FBBKOUT: WRITE TO SECVIOL FAILED, STATUS="
009870                 WS-SECV-STATUS " - REFUSAL NOT LOGGED"
009880         END-IF
009890         CLOSE SECV-FILE
009900     END-IF.
