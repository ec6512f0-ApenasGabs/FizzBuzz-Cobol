000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FBAuthRp.
000030*====================================================
000040*FBAUTHRP - RECERTIFICATION REPORT OVER THE USER AUTHORITY FILE
000050*(AUTHFILE - SEE AUTHREC.CPY) AND THE SECURITY VIOLATION LOG
000060*(SECVIOL - SEE SECVREC.CPY). FIZZBUZZ, RULEMAINT, EXCPMAINT,
000070*GENMAINT, AUDITRPT, GENREST AND FBBKOUT ONLY DO WHAT AUTHFILE
000075*GRANTS THE RUNNING USER, SO THE FILE IS ONLY AS GOOD AS ITS
000080*LAST REVIEW.
000090*AUTHRPT LISTS, USER BY USER:
000100*    - EVERY GRANT, WITH WHO GRANTED IT, WHEN, AND WHEN IT WAS
000110*      LAST RECERTIFIED
000120*    - GRANTS WHOSE REVIEW IS OVERDUE (MORE THAN WS-REVIEW-DAYS
000130*      SINCE THE LAST ONE) OR THAT WERE NEVER REVIEWED
000140*    - GRANTS NAMING A PROGRAM OR FUNCTION NO PROGRAM CONTROLS,
000150*      DUPLICATE GRANTS (INCLUDING ONE A '*' GRANT ALREADY
000160*      COVERS), SELF-GRANTED OR UNATTRIBUTED GRANTS, AND DATES
000170*      THAT ARE NOT DATES
000180*    - EVERY USER'S REFUSALS FROM SECVIOL, BY PROGRAM AND
000190*      FUNCTION, SO REPEATED ATTEMPTS STAND OUT
000200*USERS ARE LISTED IN AUTHFILE ORDER, THEN ANY USER WHO ONLY
000210*APPEARS ON SECVIOL. NOTHING IS CHANGED - FIXING A GRANT IS AN
000220*EDIT TO AUTHFILE BY WHOEVER OWNS IT.
000230*
000240*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000250*FIZZBUZZ ITSELF):
000260*    0  - EVERY GRANT IS KNOWN, UNIQUE, ATTRIBUTED AND REVIEWED
000270*         IN TIME, AND SECVIOL HOLDS NO REFUSALS
000280*    4  - FINDINGS - OVERDUE OR NEVER-REVIEWED GRANTS, UNKNOWN OR
000290*         DUPLICATE GRANTS, BAD DATES, OR REFUSALS ON SECVIOL
000300*    8  - THE REPORT IS INCOMPLETE - A TABLE CAPACITY WAS
000310*         EXCEEDED, OR SECVIOL EXISTS BUT COULD NOT BE READ
000320*   12  - AUTHFILE COULD NOT BE READ - EVERY CONTROLLED PROGRAM
000330*         IS REFUSING EVERYTHING UNTIL IT IS RESTORED
000340*   20  - AUTHRPT COULD NOT BE OPENED OR WRITTEN
000350*====================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUTH-STATUS.
000420     SELECT SECV-FILE ASSIGN TO 'SECVIOL'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SECV-STATUS.
000450     SELECT RPT-FILE ASSIGN TO 'AUTHRPT'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  AUTH-FILE.
000510 COPY AUTHREC.
000520 FD  SECV-FILE.
000530 COPY SECVREC.
000540 FD  RPT-FILE.
000550 01  RPT-PRINT-LINE              PIC X(132).
000560 WORKING-STORAGE SECTION.
000570 01 WS-AUTH-STATUS         PIC XX VALUE SPACES.
000580 01 WS-SECV-STATUS         PIC XX VALUE SPACES.
000590 01 WS-RPT-STATUS          PIC XX VALUE SPACES.
000600 01 WS-RPT-OPEN            PIC X VALUE 'N'.
000610 01 WS-RPT-WORK            PIC X(132) VALUE SPACES.
000620 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000630 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
000640 01 WS-RUN-DAY             PIC 9(7) VALUE 0.
000650 01 WS-AUTH-READ           PIC X VALUE 'N'.
000660 01 WS-SECV-READ           PIC X VALUE 'N'.
000670*A GRANT IS DUE FOR RECERTIFICATION ONCE A YEAR.
000680 01 WS-REVIEW-DAYS         PIC 9(4) VALUE 365.
000690 01 WS-DAYS-SINCE          PIC 9(7) VALUE 0.
000700 01 WS-DATE-CHECK          PIC 9(8) VALUE 0.
000710 01 WS-DATE-OK             PIC X VALUE 'N'.
000720*====================================================
000730*THE FUNCTIONS EACH PROGRAM ACTUALLY CHECKS - THE SAME LIST AS
000740*AUTHREC.CPY. A '*' GRANT IS VALID FOR ANY PROGRAM ON IT.
000750*====================================================
000760 01 WS-KNOWN-FUNCTIONS.
000770     05 FILLER               PIC X(18) VALUE 'FIZZBUZZ  REPORT  '.
000780     05 FILLER               PIC X(18) VALUE 'FIZZBUZZ  EXTRACT '.
000790     05 FILLER               PIC X(18) VALUE 'FIZZBUZZ  VALIDATE'.
000800     05 FILLER               PIC X(18) VALUE 'FIZZBUZZ  INCREMEN'.
000810     05 FILLER               PIC X(18) VALUE 'RULEMAINT ADD     '.
000820     05 FILLER               PIC X(18) VALUE 'RULEMAINT CHANGE  '.
000830     05 FILLER               PIC X(18) VALUE 'RULEMAINT RETIRE  '.
000840     05 FILLER               PIC X(18) VALUE 'EXCPMAINT ADD     '.
000850     05 FILLER               PIC X(18) VALUE 'EXCPMAINT CHANGE  '.
000860     05 FILLER               PIC X(18) VALUE 'EXCPMAINT DELETE  '.
000870     05 FILLER               PIC X(18) VALUE 'GENMAINT  PURGE   '.
000880     05 FILLER               PIC X(18) VALUE 'AUDITRPT  PURGE   '.
000885     05 FILLER               PIC X(18) VALUE 'GENREST   RESTORE '.
000887     05 FILLER               PIC X(18) VALUE 'FBBKOUT   BACKOUT '.
000890 01 WS-KNOWN-TABLE REDEFINES WS-KNOWN-FUNCTIONS.
000900     05 WS-KF-ENTRY OCCURS 14 TIMES.
000910         10 WS-KF-PROGRAM    PIC X(10).
000920         10 WS-KF-FUNCTION   PIC X(8).
000930 01 WS-KF-SUB              PIC 9(2) VALUE 0.
000940 01 WS-PROGRAM-KNOWN       PIC X VALUE 'N'.
000950 01 WS-FUNCTION-KNOWN      PIC X VALUE 'N'.
000960*====================================================
000970*EVERY GRANT ON AUTHFILE, IN FILE ORDER, WITH THE NOTE THIS
000980*REPORT PUTS AGAINST IT. WS-AG-USER POINTS AT THE USER TABLE.
000990*CAPACITY 500 GRANTS; ANY BEYOND ARE COUNTED, NOT REVIEWED.
001000*====================================================
001010 01 WS-AG-COUNT            PIC 9(3) VALUE 0.
001020 01 WS-AG-OVERFLOW         PIC 9(5) VALUE 0.
001030 01 WS-AG-TABLE.
001040     05 WS-AG-ENTRY OCCURS 500 TIMES.
001050         10 WS-AG-USER-ID    PIC X(8).
001060         10 WS-AG-PROGRAM    PIC X(10).
001070         10 WS-AG-FUNCTION   PIC X(8).
001080         10 WS-AG-GRANTED-BY PIC X(8).
001090         10 WS-AG-GRANT-DATE-X  PIC X(8).
001100         10 WS-AG-REVIEW-DATE-X PIC X(8).
001110         10 WS-AG-USER       PIC 9(3).
001120         10 WS-AG-FINDING    PIC X.
001130         10 WS-AG-NOTE       PIC X(60).
001140 01 WS-AG-SUB              PIC 9(3) VALUE 0.
001150 01 WS-OTHER-SUB           PIC 9(3) VALUE 0.
001160 01 WS-NOTE-PTR            PIC 9(3) VALUE 0.
001170 01 WS-NOTE-PART           PIC X(40) VALUE SPACES.
001180 01 WS-NUM-TEXT            PIC ZZZZZZ9 VALUE SPACES.
001190 01 WS-NUM-LEAD            PIC 9(2) VALUE 0.
001200*====================================================
001210*ONE ENTRY PER USER SEEN ON EITHER FILE, WITH THE USER'S TOTALS.
001220*====================================================
001230 01 WS-AU-COUNT            PIC 9(3) VALUE 0.
001240 01 WS-AU-OVERFLOW         PIC X VALUE 'N'.
001250 01 WS-AU-TABLE.
001260     05 WS-AU-ENTRY OCCURS 200 TIMES.
001270         10 WS-AU-USER-ID    PIC X(8).
001280         10 WS-AU-GRANTS     PIC 9(3).
001290         10 WS-AU-FINDINGS   PIC 9(3).
001300         10 WS-AU-REFUSALS   PIC 9(5).
001310         10 WS-AU-LAST-REFUSED PIC 9(8).
001320 01 WS-AU-SUB              PIC 9(3) VALUE 0.
001330 01 WS-FIND-USER           PIC X(8) VALUE SPACES.
001340 01 WS-FOUND-USER          PIC 9(3) VALUE 0.
001350*====================================================
001360*SECVIOL REFUSALS TALLIED BY USER, PROGRAM AND FUNCTION.
001370*====================================================
001380 01 WS-RF-COUNT            PIC 9(3) VALUE 0.
001390 01 WS-RF-OVERFLOW         PIC X VALUE 'N'.
001400 01 WS-RF-TABLE.
001410     05 WS-RF-ENTRY OCCURS 300 TIMES.
001420         10 WS-RF-USER-ID    PIC X(8).
001430         10 WS-RF-PROGRAM    PIC X(10).
001440         10 WS-RF-FUNCTION   PIC X(8).
001450         10 WS-RF-TIMES      PIC 9(5).
001460         10 WS-RF-FIRST-DATE PIC 9(8).
001470         10 WS-RF-LAST-DATE  PIC 9(8).
001480         10 WS-RF-LAST-REASON PIC 9(2).
001490         10 WS-RF-LAST-DETAIL PIC X(30).
001500 01 WS-RF-SUB              PIC 9(3) VALUE 0.
001510 01 WS-SECV-RECORDS        PIC 9(7) VALUE 0.
001520 01 WS-REASON-01           PIC 9(7) VALUE 0.
001530 01 WS-REASON-02           PIC 9(7) VALUE 0.
001540 01 WS-REASON-03           PIC 9(7) VALUE 0.
001550*====================================================
001560*FINDING TOTALS.
001570*====================================================
001580 01 WS-OVERDUE-COUNT       PIC 9(5) VALUE 0.
001590 01 WS-NEVER-COUNT         PIC 9(5) VALUE 0.
001600 01 WS-UNKNOWN-PGM-COUNT   PIC 9(5) VALUE 0.
001610 01 WS-UNKNOWN-FN-COUNT    PIC 9(5) VALUE 0.
001620 01 WS-DUPLICATE-COUNT     PIC 9(5) VALUE 0.
001630 01 WS-GRANTOR-COUNT       PIC 9(5) VALUE 0.
001640 01 WS-BAD-DATE-COUNT      PIC 9(5) VALUE 0.
001650 01 WS-FINDING-GRANTS      PIC 9(5) VALUE 0.
001660*====================================================
001670*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
001680*====================================================
001690 01 RPT-HDR-LINE.
001700     05 FILLER               PIC X(46)
001710             VALUE 'USER AUTHORITY RECERTIFICATION REPORT AS OF '.
001720     05 RPT-HDR-DATE         PIC 9(8).
001730 01 RPT-COL-LINE.
001740     05 FILLER               PIC X(49) VALUE
001750         'SEQ USER     PROGRAM    FUNCTION GRANTOR  GRANTED'.
001760     05 FILLER               PIC X(21) VALUE
001770         '   REVIEWED  NOTE'.
001780 01 RPT-GRT-LINE.
001790     05 RPT-GRT-SEQ          PIC ZZ9.
001800     05 FILLER               PIC X(1) VALUE SPACES.
001810     05 RPT-GRT-USER         PIC X(8).
001820     05 FILLER               PIC X(1) VALUE SPACES.
001830     05 RPT-GRT-PROGRAM      PIC X(10).
001840     05 FILLER               PIC X(1) VALUE SPACES.
001850     05 RPT-GRT-FUNCTION     PIC X(8).
001860     05 FILLER               PIC X(1) VALUE SPACES.
001870     05 RPT-GRT-GRANTOR      PIC X(8).
001880     05 FILLER               PIC X(1) VALUE SPACES.
001890     05 RPT-GRT-GRANTED      PIC X(8).
001900     05 FILLER               PIC X(2) VALUE SPACES.
001910     05 RPT-GRT-REVIEWED     PIC X(8).
001920     05 FILLER               PIC X(2) VALUE SPACES.
001930     05 RPT-GRT-NOTE         PIC X(60).
001940 01 RPT-USR-LINE.
001950     05 FILLER               PIC X(5) VALUE 'USER '.
001960     05 RPT-USR-ID           PIC X(8).
001970     05 FILLER               PIC X(8) VALUE '  GRANTS'.
001980     05 RPT-USR-GRANTS       PIC ZZZ9.
001990     05 FILLER               PIC X(10) VALUE '  FINDINGS'.
002000     05 RPT-USR-FINDINGS     PIC ZZZ9.
002010     05 FILLER               PIC X(10) VALUE '  REFUSALS'.
002020     05 RPT-USR-REFUSALS     PIC ZZZZ9.
002030     05 FILLER               PIC X(15) VALUE '  LAST REFUSED '.
002040     05 RPT-USR-LAST         PIC X(8).
002050     05 FILLER               PIC X(2) VALUE SPACES.
002060     05 RPT-USR-NOTE         PIC X(30).
002070 01 RPT-RF-LINE.
002080     05 FILLER               PIC X(2) VALUE SPACES.
002090     05 RPT-RF-USER          PIC X(8).
002100     05 FILLER               PIC X(1) VALUE SPACES.
002110     05 RPT-RF-PROGRAM       PIC X(10).
002120     05 FILLER               PIC X(1) VALUE SPACES.
002130     05 RPT-RF-FUNCTION      PIC X(8).
002140     05 FILLER               PIC X(1) VALUE SPACES.
002150     05 RPT-RF-TIMES         PIC ZZZZ9.
002160     05 FILLER               PIC X(7) VALUE ' TIMES '.
002170     05 RPT-RF-FIRST         PIC 9(8).
002180     05 FILLER               PIC X(1) VALUE '-'.
002190     05 RPT-RF-LAST          PIC 9(8).
002200     05 FILLER               PIC X(9) VALUE '  REASON '.
002210     05 RPT-RF-REASON        PIC 9(2).
002220     05 FILLER               PIC X(2) VALUE SPACES.
002230     05 RPT-RF-DETAIL        PIC X(30).
002240 01 RPT-TOTAL-LINE.
002250     05 FILLER               PIC X(2) VALUE SPACES.
002260     05 RPT-TOT-NAME         PIC X(45).
002270     05 RPT-TOT-COUNT        PIC ZZZZZZ9.
002280 PROCEDURE DIVISION.
002290 MAIN-PARAGRAPH.
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002310     COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
002320     PERFORM LOAD-GRANTS.
002330     PERFORM LOAD-REFUSALS.
002340     PERFORM OPEN-REPORT.
002350     IF WS-RETURN-CODE = 20
002360         STOP RUN RETURNING WS-RETURN-CODE
002370     END-IF.
002380     PERFORM VARYING WS-AG-SUB FROM 1 BY 1
002390             UNTIL WS-AG-SUB > WS-AG-COUNT
002400         PERFORM JUDGE-ONE-GRANT
002410     END-PERFORM.
002420     PERFORM REPORT-GRANTS-BY-USER.
002430     PERFORM REPORT-USER-SUMMARY.
002440     PERFORM REPORT-REFUSALS.
002450     PERFORM REPORT-TOTALS.
002460     IF WS-RPT-OPEN = 'Y'
002470         CLOSE RPT-FILE
002480     END-IF.
002490     IF (WS-FINDING-GRANTS > 0 OR WS-SECV-RECORDS > 0)
002500             AND WS-RETURN-CODE < 4
002510         MOVE 4 TO WS-RETURN-CODE
002520     END-IF.
002530     IF (WS-AG-OVERFLOW > 0 OR WS-AU-OVERFLOW = 'Y'
002540             OR WS-RF-OVERFLOW = 'Y')
002550             AND WS-RETURN-CODE < 8
002560         MOVE 8 TO WS-RETURN-CODE
002570     END-IF.
002580     DISPLAY "FBAUTHRP: " WS-AG-COUNT " GRANT(S), "
002590         WS-FINDING-GRANTS " WITH FINDINGS, "
002600         WS-SECV-RECORDS " REFUSAL(S) ON SECVIOL".
002610     DISPLAY "FBAUTHRP: ENDED, RETURN CODE " WS-RETURN-CODE.
002620     STOP RUN RETURNING WS-RETURN-CODE.
002630
002640 LOAD-GRANTS.
002650*    A BLANK LINE ON AUTHFILE IS SKIPPED. A FILE THAT WILL NOT
002660*    OPEN LEAVES THE GRANT REGISTER EMPTY, AND SAYS WHY.
002670     OPEN INPUT AUTH-FILE.
002680     IF WS-AUTH-STATUS NOT = '00'
002690         DISPLAY "FBAUTHRP: UNABLE TO READ AUTHFILE, STATUS="
002700             WS-AUTH-STATUS
002710         MOVE 12 TO WS-RETURN-CODE
002720     ELSE
002730         MOVE 'Y' TO WS-AUTH-READ
002740         PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
002750             READ AUTH-FILE
002760                 AT END
002770                     MOVE '10' TO WS-AUTH-STATUS
002780                 NOT AT END
002790                     IF AUTH-RECORD NOT = SPACES
002800                         PERFORM STOW-ONE-GRANT
002810                     END-IF
002820             END-READ
002830         END-PERFORM
002840         CLOSE AUTH-FILE
002850     END-IF.
002860
002870 STOW-ONE-GRANT.
002880     IF WS-AG-COUNT >= 500
002890         ADD 1 TO WS-AG-OVERFLOW
002900     ELSE
002910         ADD 1 TO WS-AG-COUNT
002920         MOVE AUTH-USER-ID TO WS-AG-USER-ID(WS-AG-COUNT)
002930         MOVE AUTH-PROGRAM TO WS-AG-PROGRAM(WS-AG-COUNT)
002940         MOVE AUTH-FUNCTION TO WS-AG-FUNCTION(WS-AG-COUNT)
002950         MOVE AUTH-GRANTED-BY TO WS-AG-GRANTED-BY(WS-AG-COUNT)
002960         MOVE AUTH-GRANT-DATE-X TO WS-AG-GRANT-DATE-X(WS-AG-COUNT)
002970         MOVE AUTH-REVIEW-DATE-X TO
002980             WS-AG-REVIEW-DATE-X(WS-AG-COUNT)
002990         MOVE 'N' TO WS-AG-FINDING(WS-AG-COUNT)
003000         MOVE SPACES TO WS-AG-NOTE(WS-AG-COUNT)
003010         MOVE AUTH-USER-ID TO WS-FIND-USER
003020         PERFORM FIND-OR-ADD-USER
003030         MOVE WS-FOUND-USER TO WS-AG-USER(WS-AG-COUNT)
003040         IF WS-FOUND-USER > 0
003050             ADD 1 TO WS-AU-GRANTS(WS-FOUND-USER)
003060         END-IF
003070     END-IF.
003080
003090 FIND-OR-ADD-USER.
003100*    WS-FIND-USER IN, WS-FOUND-USER OUT - ZERO ONLY WHEN THE USER
003110*    TABLE IS FULL.
003120     MOVE 0 TO WS-FOUND-USER.
003130     PERFORM VARYING WS-AU-SUB FROM 1 BY 1
003140             UNTIL WS-AU-SUB > WS-AU-COUNT
003150                 OR WS-FOUND-USER > 0
003160         IF WS-AU-USER-ID(WS-AU-SUB) = WS-FIND-USER
003170             MOVE WS-AU-SUB TO WS-FOUND-USER
003180         END-IF
003190     END-PERFORM.
003200     IF WS-FOUND-USER = 0
003210         IF WS-AU-COUNT >= 200
003220             MOVE 'Y' TO WS-AU-OVERFLOW
003230         ELSE
003240             ADD 1 TO WS-AU-COUNT
003250             MOVE WS-AU-COUNT TO WS-FOUND-USER
003260             MOVE WS-FIND-USER TO WS-AU-USER-ID(WS-AU-COUNT)
003270             MOVE 0 TO WS-AU-GRANTS(WS-AU-COUNT)
003280             MOVE 0 TO WS-AU-FINDINGS(WS-AU-COUNT)
003290             MOVE 0 TO WS-AU-REFUSALS(WS-AU-COUNT)
003300             MOVE 0 TO WS-AU-LAST-REFUSED(WS-AU-COUNT)
003310         END-IF
003320     END-IF.
003330
003340 LOAD-REFUSALS.
003350*    NO SECVIOL AT ALL SIMPLY MEANS NOTHING HAS EVER BEEN REFUSED.
003360     OPEN INPUT SECV-FILE.
003370     EVALUATE WS-SECV-STATUS
003380     WHEN '00'
003390         MOVE 'Y' TO WS-SECV-READ
003400         PERFORM UNTIL WS-SECV-STATUS NOT = '00'
003410             READ SECV-FILE
003420                 AT END
003430                     MOVE '10' TO WS-SECV-STATUS
003440                 NOT AT END
003450                     IF SECV-RECORD NOT = SPACES
003460                         PERFORM TALLY-ONE-REFUSAL
003470                     END-IF
003480             END-READ
003490         END-PERFORM
003500         CLOSE SECV-FILE
003510     WHEN '35'
003520         CONTINUE
003530     WHEN OTHER
003540         DISPLAY "FBAUTHRP: UNABLE TO READ SECVIOL, STATUS="
003550             WS-SECV-STATUS
003560         IF WS-RETURN-CODE < 8
003570             MOVE 8 TO WS-RETURN-CODE
003580         END-IF
003590     END-EVALUATE.
003600
003610 TALLY-ONE-REFUSAL.
003620     ADD 1 TO WS-SECV-RECORDS.
003630     EVALUATE SECV-REASON-CODE
003640     WHEN 02
003650         ADD 1 TO WS-REASON-02
003660     WHEN 03
003670         ADD 1 TO WS-REASON-03
003680     WHEN OTHER
003690         ADD 1 TO WS-REASON-01
003700     END-EVALUATE.
003710     MOVE SECV-USER-ID TO WS-FIND-USER.
003720     PERFORM FIND-OR-ADD-USER.
003730     IF WS-FOUND-USER > 0
003740         ADD 1 TO WS-AU-REFUSALS(WS-FOUND-USER)
003750         IF SECV-DATE > WS-AU-LAST-REFUSED(WS-FOUND-USER)
003760             MOVE SECV-DATE TO WS-AU-LAST-REFUSED(WS-FOUND-USER)
003770         END-IF
003780     END-IF.
003790     MOVE 0 TO WS-OTHER-SUB.
003800     PERFORM VARYING WS-RF-SUB FROM 1 BY 1
003810             UNTIL WS-RF-SUB > WS-RF-COUNT
003820                 OR WS-OTHER-SUB > 0
003830         IF WS-RF-USER-ID(WS-RF-SUB) = SECV-USER-ID
003840                 AND WS-RF-PROGRAM(WS-RF-SUB) = SECV-PROGRAM
003850                 AND WS-RF-FUNCTION(WS-RF-SUB) = SECV-FUNCTION
003860             MOVE WS-RF-SUB TO WS-OTHER-SUB
003870         END-IF
003880     END-PERFORM.
003890     IF WS-OTHER-SUB = 0
003900         IF WS-RF-COUNT >= 300
003910             MOVE 'Y' TO WS-RF-OVERFLOW
003920         ELSE
003930             ADD 1 TO WS-RF-COUNT
003940             MOVE WS-RF-COUNT TO WS-OTHER-SUB
003950             MOVE SECV-USER-ID TO WS-RF-USER-ID(WS-OTHER-SUB)
003960             MOVE SECV-PROGRAM TO WS-RF-PROGRAM(WS-OTHER-SUB)
003970             MOVE SECV-FUNCTION TO WS-RF-FUNCTION(WS-OTHER-SUB)
003980             MOVE 0 TO WS-RF-TIMES(WS-OTHER-SUB)
003990             MOVE SECV-DATE TO WS-RF-FIRST-DATE(WS-OTHER-SUB)
004000             MOVE SECV-DATE TO WS-RF-LAST-DATE(WS-OTHER-SUB)
004010         END-IF
004020     END-IF.
004030     IF WS-OTHER-SUB > 0
004040         ADD 1 TO WS-RF-TIMES(WS-OTHER-SUB)
004050         IF SECV-DATE < WS-RF-FIRST-DATE(WS-OTHER-SUB)
004060             MOVE SECV-DATE TO WS-RF-FIRST-DATE(WS-OTHER-SUB)
004070         END-IF
004080         IF SECV-DATE >= WS-RF-LAST-DATE(WS-OTHER-SUB)
004090             MOVE SECV-DATE TO WS-RF-LAST-DATE(WS-OTHER-SUB)
004100             MOVE SECV-REASON-CODE TO
004110                 WS-RF-LAST-REASON(WS-OTHER-SUB)
004120             MOVE SECV-DETAIL TO WS-RF-LAST-DETAIL(WS-OTHER-SUB)
004130         END-IF
004140     END-IF.
004150
004160 OPEN-REPORT.
004170     OPEN OUTPUT RPT-FILE.
004180     IF WS-RPT-STATUS = '00'
004190         MOVE 'Y' TO WS-RPT-OPEN
004200         MOVE WS-RUN-DATE TO RPT-HDR-DATE
004210         MOVE RPT-HDR-LINE TO WS-RPT-WORK
004220         PERFORM WRITE-REPORT-LINE
004230         MOVE SPACES TO WS-RPT-WORK
004240         PERFORM WRITE-REPORT-LINE
004250     ELSE
004260         DISPLAY "FBAUTHRP: UNABLE TO OPEN AUTHRPT, STATUS="
004270             WS-RPT-STATUS
004280         MOVE 20 TO WS-RETURN-CODE
004290     END-IF.
004300
004310 JUDGE-ONE-GRANT.
004320*    EVERY FINDING FOR GRANT WS-AG-SUB IS APPENDED TO ITS NOTE, SO
004330*    ONE LINE SHOWS ALL THAT IS WRONG WITH IT.
004340     MOVE 1 TO WS-NOTE-PTR.
004350     PERFORM JUDGE-GRANT-NAMES.
004360     PERFORM JUDGE-GRANT-DUPLICATES.
004370     IF WS-AG-GRANTED-BY(WS-AG-SUB) = SPACES
004380         MOVE 'NO GRANTOR' TO WS-NOTE-PART
004390         PERFORM APPEND-NOTE
004400         ADD 1 TO WS-GRANTOR-COUNT
004410     ELSE
004420         IF WS-AG-GRANTED-BY(WS-AG-SUB) = WS-AG-USER-ID(WS-AG-SUB)
004430             MOVE 'SELF-GRANTED' TO WS-NOTE-PART
004440             PERFORM APPEND-NOTE
004450             ADD 1 TO WS-GRANTOR-COUNT
004460         END-IF
004470     END-IF.
004480     MOVE WS-AG-GRANT-DATE-X(WS-AG-SUB) TO WS-NOTE-PART.
004490     PERFORM CHECK-DATE-TEXT.
004500     IF WS-DATE-OK = 'N'
004510         MOVE 'GRANT DATE INVALID' TO WS-NOTE-PART
004520         PERFORM APPEND-NOTE
004530         ADD 1 TO WS-BAD-DATE-COUNT
004540     END-IF.
004550     PERFORM JUDGE-GRANT-REVIEW.
004560     IF WS-AG-FINDING(WS-AG-SUB) = 'Y'
004570         ADD 1 TO WS-FINDING-GRANTS
004580         IF WS-AG-USER(WS-AG-SUB) > 0
004590             ADD 1 TO WS-AU-FINDINGS(WS-AG-USER(WS-AG-SUB))
004600         END-IF
004610     END-IF.
004620
004630 JUDGE-GRANT-NAMES.
004640     MOVE 'N' TO WS-PROGRAM-KNOWN.
004650     MOVE 'N' TO WS-FUNCTION-KNOWN.
004660     PERFORM VARYING WS-KF-SUB FROM 1 BY 1 UNTIL WS-KF-SUB > 14
004670         IF WS-KF-PROGRAM(WS-KF-SUB) = WS-AG-PROGRAM(WS-AG-SUB)
004680             MOVE 'Y' TO WS-PROGRAM-KNOWN
004690             IF WS-KF-FUNCTION(WS-KF-SUB) =
004700                     WS-AG-FUNCTION(WS-AG-SUB)
004710                 MOVE 'Y' TO WS-FUNCTION-KNOWN
004720             END-IF
004730         END-IF
004740     END-PERFORM.
004750     IF WS-AG-FUNCTION(WS-AG-SUB) = '*'
004760         MOVE 'Y' TO WS-FUNCTION-KNOWN
004770     END-IF.
004780     IF WS-PROGRAM-KNOWN = 'N'
004790         MOVE 'UNKNOWN PROGRAM' TO WS-NOTE-PART
004800         PERFORM APPEND-NOTE
004810         ADD 1 TO WS-UNKNOWN-PGM-COUNT
004820     ELSE
004830         IF WS-FUNCTION-KNOWN = 'N'
004840             MOVE 'UNKNOWN FUNCTION' TO WS-NOTE-PART
004850             PERFORM APPEND-NOTE
004860             ADD 1 TO WS-UNKNOWN-FN-COUNT
004870         END-IF
004880     END-IF.
004890
004900 JUDGE-GRANT-DUPLICATES.
004910*    AN EXACT REPEAT OF AN EARLIER GRANT, OR A SPECIFIC GRANT THAT
004920*    A '*' GRANT FOR THE SAME USER AND PROGRAM (ANYWHERE ON THE
004930*    FILE) ALREADY COVERS. ONLY THE FIRST SUCH GRANT IS NAMED.
004940     MOVE 0 TO WS-OTHER-SUB.
004950     PERFORM VARYING WS-RF-SUB FROM 1 BY 1
004960             UNTIL WS-RF-SUB > WS-AG-COUNT
004970                 OR WS-OTHER-SUB > 0
004980         IF WS-RF-SUB NOT = WS-AG-SUB
004990                 AND WS-AG-USER-ID(WS-RF-SUB) =
005000                     WS-AG-USER-ID(WS-AG-SUB)
005010                 AND WS-AG-PROGRAM(WS-RF-SUB) =
005020                     WS-AG-PROGRAM(WS-AG-SUB)
005030             IF (WS-AG-FUNCTION(WS-RF-SUB) =
005040                     WS-AG-FUNCTION(WS-AG-SUB)
005050                     AND WS-RF-SUB < WS-AG-SUB)
005060                 OR (WS-AG-FUNCTION(WS-RF-SUB) = '*'
005070                     AND WS-AG-FUNCTION(WS-AG-SUB) NOT = '*')
005080                 MOVE WS-RF-SUB TO WS-OTHER-SUB
005090             END-IF
005100         END-IF
005110     END-PERFORM.
005120     IF WS-OTHER-SUB > 0
005130         MOVE WS-OTHER-SUB TO WS-NUM-TEXT
005140         PERFORM FIND-NUMBER-START
005150         MOVE SPACES TO WS-NOTE-PART
005160         IF WS-AG-FUNCTION(WS-OTHER-SUB) = '*'
005170                 AND WS-AG-FUNCTION(WS-AG-SUB) NOT = '*'
005180             STRING 'COVERED BY * GRANT ' DELIMITED BY SIZE
005190                 WS-NUM-TEXT(WS-NUM-LEAD:) DELIMITED BY SIZE
005200                 INTO WS-NOTE-PART
005210             END-STRING
005220         ELSE
005230             STRING 'DUPLICATE OF GRANT ' DELIMITED BY SIZE
005240                 WS-NUM-TEXT(WS-NUM-LEAD:) DELIMITED BY SIZE
005250                 INTO WS-NOTE-PART
005260             END-STRING
005270         END-IF
005280         PERFORM APPEND-NOTE
005290         ADD 1 TO WS-DUPLICATE-COUNT
005300     END-IF.
005310
005320 JUDGE-GRANT-REVIEW.
005330*    SPACES OR ZEROS IN THE REVIEW DATE MEAN THE GRANT HAS NEVER
005340*    BEEN RECERTIFIED. A REVIEW DATED IN THE FUTURE IS NOT A DATE.
005350     IF WS-AG-REVIEW-DATE-X(WS-AG-SUB) = SPACES
005360             OR WS-AG-REVIEW-DATE-X(WS-AG-SUB) = '00000000'
005370         MOVE 'NEVER REVIEWED' TO WS-NOTE-PART
005380         PERFORM APPEND-NOTE
005390         ADD 1 TO WS-NEVER-COUNT
005400     ELSE
005410         MOVE WS-AG-REVIEW-DATE-X(WS-AG-SUB) TO WS-NOTE-PART
005420         PERFORM CHECK-DATE-TEXT
005430         IF WS-DATE-OK = 'N'
005440             MOVE 'REVIEW DATE INVALID' TO WS-NOTE-PART
005450             PERFORM APPEND-NOTE
005460             ADD 1 TO WS-BAD-DATE-COUNT
005470         ELSE
005480             COMPUTE WS-DAYS-SINCE = WS-RUN-DAY -
005490                 FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK)
005500             IF WS-DAYS-SINCE > WS-REVIEW-DAYS
005510                 MOVE WS-DAYS-SINCE TO WS-NUM-TEXT
005520                 PERFORM FIND-NUMBER-START
005530                 MOVE SPACES TO WS-NOTE-PART
005540                 STRING 'REVIEW OVERDUE, LAST ' DELIMITED BY SIZE
005550                     WS-NUM-TEXT(WS-NUM-LEAD:) DELIMITED BY SIZE
005560                     ' DAYS AGO' DELIMITED BY SIZE
005570                     INTO WS-NOTE-PART
005580                 END-STRING
005590                 PERFORM APPEND-NOTE
005600                 ADD 1 TO WS-OVERDUE-COUNT
005610             END-IF
005620         END-IF
005630     END-IF.
005640
005650 CHECK-DATE-TEXT.
005660*    THE EIGHT CHARACTERS IN WS-NOTE-PART ARE A REAL CALENDAR DATE
005670*    NO LATER THAN TODAY - WS-DATE-CHECK HOLDS IT WHEN THEY ARE.
005680     MOVE 'N' TO WS-DATE-OK.
005690     IF WS-NOTE-PART(1:8) IS NUMERIC
005700         MOVE WS-NOTE-PART(1:8) TO WS-DATE-CHECK
005710         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) = 0
005720                 AND WS-DATE-CHECK <= WS-RUN-DATE
005730             MOVE 'Y' TO WS-DATE-OK
005740         END-IF
005750     END-IF.
005760
005770 FIND-NUMBER-START.
005780*    WS-NUM-LEAD IS WHERE THE DIGITS OF WS-NUM-TEXT BEGIN, SO A
005790*    NUMBER CAN GO INTO A NOTE WITHOUT ITS LEADING SPACES.
005800     MOVE 0 TO WS-NUM-LEAD.
005810     INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEAD FOR LEADING SPACES.
005820     ADD 1 TO WS-NUM-LEAD.
005830
005840 APPEND-NOTE.
005850*    ADD WS-NOTE-PART TO THE GRANT'S NOTE, '; ' BETWEEN FINDINGS.
005860*    A NOTE THAT RUNS OUT OF ROOM IS CUT SHORT - THE TOTALS STILL
005870*    COUNT EVERY FINDING.
005880     IF WS-NOTE-PTR > 1 AND WS-NOTE-PTR < 60
005890         STRING '; ' DELIMITED BY SIZE
005900             INTO WS-AG-NOTE(WS-AG-SUB)
005910             WITH POINTER WS-NOTE-PTR
005920         END-STRING
005930     END-IF.
005940     IF WS-NOTE-PTR < 61
005950         STRING WS-NOTE-PART DELIMITED BY '  '
005960             INTO WS-AG-NOTE(WS-AG-SUB)
005970             WITH POINTER WS-NOTE-PTR
005980         END-STRING
005990     END-IF.
006000     MOVE 'Y' TO WS-AG-FINDING(WS-AG-SUB).
006010
006020 REPORT-GRANTS-BY-USER.
006030     MOVE 'GRANTS BY USER' TO WS-RPT-WORK.
006040     PERFORM WRITE-REPORT-LINE.
006050     MOVE RPT-COL-LINE TO WS-RPT-WORK.
006060     PERFORM WRITE-REPORT-LINE.
006070     IF WS-AUTH-READ = 'N'
006080         MOVE '  AUTHFILE COULD NOT BE READ - NOTHING IS GRANTED'
006090             TO WS-RPT-WORK
006100         PERFORM WRITE-REPORT-LINE
006110     ELSE
006120         IF WS-AG-COUNT = 0
006130             MOVE '  AUTHFILE HOLDS NO GRANTS' TO WS-RPT-WORK
006140             PERFORM WRITE-REPORT-LINE
006150         END-IF
006160     END-IF.
006170     PERFORM VARYING WS-AU-SUB FROM 1 BY 1
006180             UNTIL WS-AU-SUB > WS-AU-COUNT
006190         PERFORM VARYING WS-AG-SUB FROM 1 BY 1
006200                 UNTIL WS-AG-SUB > WS-AG-COUNT
006210             IF WS-AG-USER(WS-AG-SUB) = WS-AU-SUB
006220                 PERFORM WRITE-GRANT-LINE
006230             END-IF
006240         END-PERFORM
006250     END-PERFORM.
006260*    A GRANT WHOSE USER DID NOT FIT THE USER TABLE IS STILL
006270*    LISTED.
006280     PERFORM VARYING WS-AG-SUB FROM 1 BY 1
006290             UNTIL WS-AG-SUB > WS-AG-COUNT
006300         IF WS-AG-USER(WS-AG-SUB) = 0
006310             PERFORM WRITE-GRANT-LINE
006320         END-IF
006330     END-PERFORM.
006340     IF WS-AG-OVERFLOW > 0
006350         DISPLAY "FBAUTHRP: " WS-AG-OVERFLOW " GRANT(S) BEYOND "
006360             "THE 500-GRANT CAPACITY WERE NOT REVIEWED"
006370         MOVE '  GRANTS BEYOND THE 500-GRANT CAPACITY - NOT SEEN'
006380             TO WS-RPT-WORK
006390         PERFORM WRITE-REPORT-LINE
006400     END-IF.
006410
006420 WRITE-GRANT-LINE.
006430     MOVE WS-AG-SUB TO RPT-GRT-SEQ.
006440     MOVE WS-AG-USER-ID(WS-AG-SUB) TO RPT-GRT-USER.
006450     MOVE WS-AG-PROGRAM(WS-AG-SUB) TO RPT-GRT-PROGRAM.
006460     MOVE WS-AG-FUNCTION(WS-AG-SUB) TO RPT-GRT-FUNCTION.
006470     MOVE WS-AG-GRANTED-BY(WS-AG-SUB) TO RPT-GRT-GRANTOR.
006480     MOVE WS-AG-GRANT-DATE-X(WS-AG-SUB) TO RPT-GRT-GRANTED.
006490     IF WS-AG-REVIEW-DATE-X(WS-AG-SUB) = SPACES
006500             OR WS-AG-REVIEW-DATE-X(WS-AG-SUB) = '00000000'
006510         MOVE 'NEVER' TO RPT-GRT-REVIEWED
006520     ELSE
006530         MOVE WS-AG-REVIEW-DATE-X(WS-AG-SUB) TO RPT-GRT-REVIEWED
006540     END-IF.
006550     IF WS-AG-FINDING(WS-AG-SUB) = 'Y'
006560         MOVE WS-AG-NOTE(WS-AG-SUB) TO RPT-GRT-NOTE
006570     ELSE
006580         MOVE 'OK' TO RPT-GRT-NOTE
006590     END-IF.
006600     MOVE RPT-GRT-LINE TO WS-RPT-WORK.
006610     PERFORM WRITE-REPORT-LINE.
006620
006630 REPORT-USER-SUMMARY.
006640     MOVE SPACES TO WS-RPT-WORK.
006650     PERFORM WRITE-REPORT-LINE.
006660     MOVE 'SUMMARY BY USER' TO WS-RPT-WORK.
006670     PERFORM WRITE-REPORT-LINE.
006680     PERFORM VARYING WS-AU-SUB FROM 1 BY 1
006690             UNTIL WS-AU-SUB > WS-AU-COUNT
006700         MOVE WS-AU-USER-ID(WS-AU-SUB) TO RPT-USR-ID
006710         IF WS-AU-USER-ID(WS-AU-SUB) = SPACES
006720             MOVE '(NONE)' TO RPT-USR-ID
006730         END-IF
006740         MOVE WS-AU-GRANTS(WS-AU-SUB) TO RPT-USR-GRANTS
006750         MOVE WS-AU-FINDINGS(WS-AU-SUB) TO RPT-USR-FINDINGS
006760         MOVE WS-AU-REFUSALS(WS-AU-SUB) TO RPT-USR-REFUSALS
006770         IF WS-AU-REFUSALS(WS-AU-SUB) > 0
006780             MOVE WS-AU-LAST-REFUSED(WS-AU-SUB) TO RPT-USR-LAST
006790         ELSE
006800             MOVE SPACES TO RPT-USR-LAST
006810         END-IF
006820         IF WS-AU-GRANTS(WS-AU-SUB) = 0
006830             MOVE 'HOLDS NO GRANTS' TO RPT-USR-NOTE
006840         ELSE
006850             MOVE SPACES TO RPT-USR-NOTE
006860         END-IF
006870         MOVE RPT-USR-LINE TO WS-RPT-WORK
006880         PERFORM WRITE-REPORT-LINE
006890     END-PERFORM.
006900     IF WS-AU-OVERFLOW = 'Y'
006910         DISPLAY "FBAUTHRP: MORE THAN 200 USERS - SUMMARY "
006920             "INCOMPLETE"
006930         MOVE '  MORE THAN 200 USERS - SUMMARY INCOMPLETE'
006940             TO WS-RPT-WORK
006950         PERFORM WRITE-REPORT-LINE
006960     END-IF.
006970
006980 REPORT-REFUSALS.
006990     MOVE SPACES TO WS-RPT-WORK.
007000     PERFORM WRITE-REPORT-LINE.
007010     MOVE 'REFUSALS ON SECVIOL BY USER, PROGRAM AND FUNCTION'
007020         TO WS-RPT-WORK.
007030     PERFORM WRITE-REPORT-LINE.
007040     IF WS-RF-COUNT = 0
007050         MOVE '  NONE' TO WS-RPT-WORK
007060         PERFORM WRITE-REPORT-LINE
007070     END-IF.
007080     PERFORM VARYING WS-AU-SUB FROM 1 BY 1
007090             UNTIL WS-AU-SUB > WS-AU-COUNT
007100         PERFORM VARYING WS-RF-SUB FROM 1 BY 1
007110                 UNTIL WS-RF-SUB > WS-RF-COUNT
007120             IF WS-RF-USER-ID(WS-RF-SUB) =
007130                     WS-AU-USER-ID(WS-AU-SUB)
007140                 PERFORM WRITE-REFUSAL-LINE
007150             END-IF
007160         END-PERFORM
007170     END-PERFORM.
007180     IF WS-RF-OVERFLOW = 'Y'
007190         DISPLAY "FBAUTHRP: MORE THAN 300 REFUSAL GROUPS - "
007200             "SECVIOL SUMMARY INCOMPLETE"
007210         MOVE '  OVER 300 REFUSAL GROUPS - SUMMARY INCOMPLETE'
007220             TO WS-RPT-WORK
007230         PERFORM WRITE-REPORT-LINE
007240     END-IF.
007250
007260 WRITE-REFUSAL-LINE.
007270     MOVE WS-RF-USER-ID(WS-RF-SUB) TO RPT-RF-USER.
007280     IF WS-RF-USER-ID(WS-RF-SUB) = SPACES
007290         MOVE '(NONE)' TO RPT-RF-USER
007300     END-IF.
007310     MOVE WS-RF-PROGRAM(WS-RF-SUB) TO RPT-RF-PROGRAM.
007320     MOVE WS-RF-FUNCTION(WS-RF-SUB) TO RPT-RF-FUNCTION.
007330     MOVE WS-RF-TIMES(WS-RF-SUB) TO RPT-RF-TIMES.
007340     MOVE WS-RF-FIRST-DATE(WS-RF-SUB) TO RPT-RF-FIRST.
007350     MOVE WS-RF-LAST-DATE(WS-RF-SUB) TO RPT-RF-LAST.
007360     MOVE WS-RF-LAST-REASON(WS-RF-SUB) TO RPT-RF-REASON.
007370     MOVE WS-RF-LAST-DETAIL(WS-RF-SUB) TO RPT-RF-DETAIL.
007380     MOVE RPT-RF-LINE TO WS-RPT-WORK.
007390     PERFORM WRITE-REPORT-LINE.
007400
007410 REPORT-TOTALS.
007420     MOVE SPACES TO WS-RPT-WORK.
007430     PERFORM WRITE-REPORT-LINE.
007440     MOVE 'TOTALS' TO WS-RPT-WORK.
007450     PERFORM WRITE-REPORT-LINE.
007460     MOVE 'GRANTS ON AUTHFILE' TO RPT-TOT-NAME.
007470     COMPUTE RPT-TOT-COUNT = WS-AG-COUNT + WS-AG-OVERFLOW.
007480     PERFORM WRITE-TOTAL-LINE.
007490     MOVE 'USERS' TO RPT-TOT-NAME.
007500     MOVE WS-AU-COUNT TO RPT-TOT-COUNT.
007510     PERFORM WRITE-TOTAL-LINE.
007520     MOVE 'GRANTS WITH FINDINGS' TO RPT-TOT-NAME.
007530     MOVE WS-FINDING-GRANTS TO RPT-TOT-COUNT.
007540     PERFORM WRITE-TOTAL-LINE.
007550     MOVE 'REVIEWS OVERDUE' TO RPT-TOT-NAME.
007560     MOVE WS-OVERDUE-COUNT TO RPT-TOT-COUNT.
007570     PERFORM WRITE-TOTAL-LINE.
007580     MOVE 'NEVER REVIEWED' TO RPT-TOT-NAME.
007590     MOVE WS-NEVER-COUNT TO RPT-TOT-COUNT.
007600     PERFORM WRITE-TOTAL-LINE.
007610     MOVE 'UNKNOWN PROGRAMS' TO RPT-TOT-NAME.
007620     MOVE WS-UNKNOWN-PGM-COUNT TO RPT-TOT-COUNT.
007630     PERFORM WRITE-TOTAL-LINE.
007640     MOVE 'UNKNOWN FUNCTIONS' TO RPT-TOT-NAME.
007650     MOVE WS-UNKNOWN-FN-COUNT TO RPT-TOT-COUNT.
007660     PERFORM WRITE-TOTAL-LINE.
007670     MOVE 'DUPLICATE OR COVERED GRANTS' TO RPT-TOT-NAME.
007680     MOVE WS-DUPLICATE-COUNT TO RPT-TOT-COUNT.
007690     PERFORM WRITE-TOTAL-LINE.
007700     MOVE 'SELF-GRANTED OR UNATTRIBUTED GRANTS' TO RPT-TOT-NAME.
007710     MOVE WS-GRANTOR-COUNT TO RPT-TOT-COUNT.
007720     PERFORM WRITE-TOTAL-LINE.
007730     MOVE 'INVALID DATES' TO RPT-TOT-NAME.
007740     MOVE WS-BAD-DATE-COUNT TO RPT-TOT-COUNT.
007750     PERFORM WRITE-TOTAL-LINE.
007760     MOVE 'REFUSALS ON SECVIOL' TO RPT-TOT-NAME.
007770     MOVE WS-SECV-RECORDS TO RPT-TOT-COUNT.
007780     PERFORM WRITE-TOTAL-LINE.
007790     MOVE '  NO GRANT (REASON 01)' TO RPT-TOT-NAME.
007800     MOVE WS-REASON-01 TO RPT-TOT-COUNT.
007810     PERFORM WRITE-TOTAL-LINE.
007820     MOVE '  AUTHFILE UNREADABLE (REASON 02)' TO RPT-TOT-NAME.
007830     MOVE WS-REASON-02 TO RPT-TOT-COUNT.
007840     PERFORM WRITE-TOTAL-LINE.
007850     MOVE '  NO USER ID (REASON 03)' TO RPT-TOT-NAME.
007860     MOVE WS-REASON-03 TO RPT-TOT-COUNT.
007870     PERFORM WRITE-TOTAL-LINE.
007880
007890 WRITE-TOTAL-LINE.
007900     MOVE RPT-TOTAL-LINE TO WS-RPT-WORK.
007910     PERFORM WRITE-REPORT-LINE.
007920
007930 WRITE-REPORT-LINE.
007940     IF WS-RPT-OPEN = 'Y'
007950         MOVE WS-RPT-WORK TO RPT-PRINT-LINE
007960         WRITE RPT-PRINT-LINE
007970         IF WS-RPT-STATUS NOT = '00'
007980             DISPLAY "FBAUTHRP: WRITE TO AUTHRPT FAILED, "
007990                 "STATUS=" WS-RPT-STATUS
008000             MOVE 'N' TO WS-RPT-OPEN
008010             MOVE 20 TO WS-RETURN-CODE
008020         END-IF
008030     END-IF.
008040     MOVE SPACES TO WS-RPT-WORK.
