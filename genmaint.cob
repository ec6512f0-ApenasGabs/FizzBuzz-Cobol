000140*CLOSED CLEAN (THE SAME DISCIPLINE AS AUDITRPT'S PURGE).
000150*KEEPING THE CATALOG SHORT IS ALSO WHAT KEEPS THE 9999
000160*GENERATION-NUMBER WRAP FROM EVER COLLIDING.
000161*EACH PURGED GENERATION GOES ONTO GENARCH BETWEEN A GENSTART
000162*MARKER CARRYING ITS ORIGINAL GENCAT ENTRY AND A GENEND MARKER
000163*CARRYING THE ROW AND TRAILER COUNTS COPIED (ARCHREC.CPY), SO
000164*GENREST CAN FIND IT AGAIN AND PUT IT BACK ON THE CATALOG.
000170*
000180*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000190*FIZZBUZZ ITSELF):
000240*   12  - GENHPARM CONTROL RECORD INVALID (UNKNOWN MODE, OR A
000250*         PURGE KEEP COUNT THAT IS NON-NUMERIC OR ZERO)
000260*   20  - GENMRPT REPORT FILE COULD NOT BE OPENED OR WRITTEN
000261*   28  - PURGE REFUSED - THE USER HOLDS NO AUTHFILE GRANT FOR
000262*         GENMAINT PURGE (LOGGED TO SECVIOL); NOTHING WAS TOUCHED.
000263*         REPORT MODE ONLY READS THE CATALOG AND IS NOT CONTROLLED
000270*====================================================
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000430     SELECT ARC-FILE ASSIGN TO 'GENARCH'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ARC-STATUS.
000451     SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         FILE STATUS IS WS-AUTH-STATUS.
000454     SELECT SECV-FILE ASSIGN TO 'SECVIOL'
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-SECV-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  GHP-FILE.
000550 COPY OUTREC REPLACING LEADING ==OUT-== BY ==GIN-==.
000560 FD  ARC-FILE.
000570 COPY OUTREC REPLACING LEADING ==OUT-== BY ==ARC-==.
000575 COPY ARCHREC.
000576 FD  AUTH-FILE.
000577 COPY AUTHREC.
000578 FD  SECV-FILE.
000579 COPY SECVREC.
000580 WORKING-STORAGE SECTION.
000590 01 WS-GHP-STATUS          PIC XX VALUE SPACES.
000600 01 WS-GEN-STATUS          PIC XX VALUE SPACES.
000680     88 WS-MODE-IS-PURGE        VALUE 'PURGE'.
000690 01 WS-KEEP-COUNT           PIC 9(4) VALUE 0.
000700 01 WS-RPT-OPEN             PIC X VALUE 'N'.
000701 01 WS-USER-ID              PIC X(8) VALUE SPACES.
000702*====================================================
000703*USER AUTHORITY (AUTHREC.CPY). THE GRANTS THE RUNNING USER HOLDS
000704*FOR THIS PROGRAM ARE LOADED ONCE AT STARTUP; EVERY REFUSAL IS
000705*LOGGED TO SECVIOL (SECVREC.CPY) AND RAISES RETURN CODE 28.
000706*====================================================
000707 01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
000708 01 WS-SECV-STATUS          PIC XX VALUE SPACES.
000709 01 WS-AUTH-PROGRAM         PIC X(10) VALUE 'GENMAINT'.
000710 01 WS-AUTH-FILE-READ       PIC X VALUE 'N'.
000711 01 WS-AUTH-COUNT           PIC 9(2) VALUE 0.
000712 01 WS-AUTH-TABLE.
000713     05 WS-AUTH-GRANT OCCURS 20 TIMES PIC X(8).
000714 01 WS-AUTH-SUB             PIC 9(2) VALUE 0.
000715 01 WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
000716 01 WS-AUTH-DETAIL          PIC X(30) VALUE SPACES.
000717 01 WS-AUTH-GRANTED         PIC X VALUE 'N'.
000718 01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
000719 01 WS-PURGE-FAILED         PIC X VALUE 'N'.
000720 01 WS-ARC-OPEN             PIC X VALUE 'N'.
000730*====================================================
000740*THE WHOLE CATALOG, LOADED IN FILE ORDER (WHICH IS
000820 01 WS-CAT-OVERFLOW         PIC X VALUE 'N'.
000830 01 WS-CAT-TABLE.
000840     05 WS-CAT-ENTRY OCCURS 500 TIMES INDEXED BY CAT-IDX
000850                      PIC X(108).
000860 01 WS-CAT-WORK.
000870     05 WS-CAT-NUMBER        PIC 9(4).
000880     05 WS-CAT-FILE-NAME     PIC X(8).
000900     05 WS-CAT-RUN-TIME      PIC 9(8).
000910     05 WS-CAT-REQUEST-IDS   PIC X(40).
000920     05 WS-CAT-REC-COUNT     PIC 9(9).
000921     05 WS-CAT-CURRENT-COUNT PIC X(9).
000922     05 WS-CAT-OVERLAP-COUNT PIC X(9).
000923     05 WS-CAT-RESTORED-FLAG PIC X.
000924     05 WS-CAT-RESTORED-FROM PIC X(4).
000925     05 WS-CAT-RESTORED-DATE PIC X(8).
000930 01 WS-CAT-SUB              PIC 9(4) VALUE 0.
000940 01 WS-FIRST-KEPT           PIC 9(4) VALUE 0.
000950 01 WS-PURGED-COUNT         PIC 9(4) VALUE 0.
000960 01 WS-ARCHIVED-ROWS        PIC 9(9) VALUE 0.
000961 01 WS-GEN-DETAIL-ROWS      PIC 9(9) VALUE 0.
000962 01 WS-GEN-TRAILER-ROWS     PIC 9(9) VALUE 0.
000970*====================================================
000980*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
000990*====================================================
001110     05 RPT-GEN-ROWS         PIC ZZZZZZZZ9.
001120     05 FILLER               PIC X(2) VALUE SPACES.
001130     05 RPT-GEN-NOTE         PIC X(10).
001131     05 RPT-GEN-ORIGIN       PIC X(30).
001140
001150 PROCEDURE DIVISION.
001160 MAIN-PARAGRAPH.
001170     PERFORM READ-GHP-FILE.
001171     IF WS-RETURN-CODE = 0 AND WS-MODE-IS-PURGE
001172         PERFORM CHECK-PURGE-AUTHORITY
001173     END-IF.
001180     IF WS-RETURN-CODE = 0
001190         PERFORM LOAD-CATALOG
001200         PERFORM OPEN-REPORT
002400     MOVE WS-CAT-RUN-DATE TO RPT-GEN-DATE.
002410     MOVE WS-CAT-RUN-TIME TO RPT-GEN-TIME.
002420     MOVE WS-CAT-REC-COUNT TO RPT-GEN-ROWS.
002421     MOVE SPACES TO RPT-GEN-ORIGIN.
002422     IF WS-CAT-RESTORED-FLAG = 'R'
002423         STRING 'RESTORED FROM ' DELIMITED BY SIZE
002424             WS-CAT-RESTORED-FROM DELIMITED BY SIZE
002425             ' ON ' DELIMITED BY SIZE
002426             WS-CAT-RESTORED-DATE DELIMITED BY SIZE
002427             INTO RPT-GEN-ORIGIN
002428         END-STRING
002429     END-IF.
002430     MOVE RPT-GEN-LINE TO WS-RPT-WORK.
002440     PERFORM WRITE-REPORT-LINE.
002450
003070*    UNDER THE TRAILER LAYOUT, SO RECORD LENGTHS SURVIVE -
003080*    THEN EMPTY THE GENERATION FILE. AN ABSENT GENERATION
003090*    FILE (ALREADY CLEANED BY HAND) IS NOT A FAILURE; ITS
003100*    CATALOG ENTRY STILL GOES, AND ITS GENSTART/GENEND PAIR
003101*    STILL RECORDS THE ENTRY, MARKED MISSING AND EMPTY.
003110     MOVE WS-CAT-FILE-NAME TO WS-GIN-FILE-NAME.
003111     MOVE 0 TO WS-GEN-DETAIL-ROWS.
003112     MOVE 0 TO WS-GEN-TRAILER-ROWS.
003120     OPEN INPUT GIN-FILE.
003130     IF WS-GIN-STATUS = '35'
003131         PERFORM WRITE-GENSTART-MARKER
003132         MOVE 'M' TO ARCH-END-STATUS
003133         PERFORM WRITE-GENEND-MARKER
003134         IF WS-PURGE-FAILED = 'N'
003140             ADD 1 TO WS-PURGED-COUNT
003141         END-IF
003150     ELSE
003160     IF WS-GIN-STATUS NOT = '00'
003170         DISPLAY "GENMAINT: UNABLE TO OPEN " WS-GIN-FILE-NAME
003180             ", STATUS=" WS-GIN-STATUS
003190         MOVE 'Y' TO WS-PURGE-FAILED
003200     ELSE
003201         PERFORM WRITE-GENSTART-MARKER
003210         PERFORM UNTIL WS-GIN-STATUS NOT = '00'
003220                 OR WS-PURGE-FAILED = 'Y'
003230             READ GIN-FILE
003280             END-READ
003290         END-PERFORM
003300         CLOSE GIN-FILE
003301         IF WS-PURGE-FAILED = 'N'
003302             MOVE 'C' TO ARCH-END-STATUS
003303             PERFORM WRITE-GENEND-MARKER
003304         END-IF
003310         IF WS-PURGE-FAILED = 'N'
003320             OPEN OUTPUT GIN-FILE
003330             CLOSE GIN-FILE
003410             OR GIN-TRAILER-ID = 'GRANDTOT'
003420         MOVE GIN-TRAILER-RECORD TO ARC-TRAILER-RECORD
003430         WRITE ARC-TRAILER-RECORD
003431         ADD 1 TO WS-GEN-TRAILER-ROWS
003440     ELSE
003450         MOVE GIN-RECORD TO ARC-RECORD
003460         WRITE ARC-RECORD
003461         ADD 1 TO WS-GEN-DETAIL-ROWS
003470     END-IF.
003480     IF WS-ARC-STATUS = '00'
003490         ADD 1 TO WS-ARCHIVED-ROWS
003800     DISPLAY "GENMAINT: " WS-PURGED-COUNT " GENERATION(S) "
003810         "ARCHIVED, " WS-ARCHIVED-ROWS " RECORD(S) COPIED "
003820         "TO GENARCH".
003821
003822 CHECK-PURGE-AUTHORITY.
003823     ACCEPT WS-USER-ID FROM ENVIRONMENT "LOGNAME".
003824     IF WS-USER-ID = SPACES
003825         ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
003826     END-IF.
003827     PERFORM LOAD-USER-AUTHORITY.
003828     MOVE 'PURGE' TO WS-AUTH-FUNCTION.
003829     MOVE SPACES TO WS-AUTH-DETAIL.
003830     STRING 'KEEP NEWEST ' DELIMITED BY SIZE
003831         WS-KEEP-COUNT DELIMITED BY SIZE
003832         ' GENERATIONS' DELIMITED BY SIZE
003833         INTO WS-AUTH-DETAIL
003834     END-STRING.
003835     PERFORM CHECK-AUTHORITY.
003836     IF WS-AUTH-GRANTED = 'N'
003837         DISPLAY "GENMAINT: PURGE REFUSED - USER " WS-USER-ID
003838             " HOLDS NO GENMAINT PURGE AUTHORITY"
003839     END-IF.
003840
003841 LOAD-USER-AUTHORITY.
003842*    ONLY THE RUNNING USER'S GRANTS FOR THIS PROGRAM ARE KEPT.
003843*    AN UNREADABLE AUTHFILE GRANTS NOTHING - THE CONTROL FAILS
003844*    CLOSED, AND EACH REFUSAL IS LOGGED WITH THE REASON.
003845     MOVE 0 TO WS-AUTH-COUNT.
003846     OPEN INPUT AUTH-FILE.
003847     IF WS-AUTH-STATUS = '00'
003848         MOVE 'Y' TO WS-AUTH-FILE-READ
003849         PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
003850             READ AUTH-FILE
003851                 AT END
003852                     MOVE '10' TO WS-AUTH-STATUS
003853                 NOT AT END
003854                     IF AUTH-USER-ID = WS-USER-ID
003855                             AND AUTH-PROGRAM = WS-AUTH-PROGRAM
003856                             AND WS-USER-ID NOT = SPACES
003857                             AND WS-AUTH-COUNT < 20
003858                         ADD 1 TO WS-AUTH-COUNT
003859                         MOVE AUTH-FUNCTION TO
003860                             WS-AUTH-GRANT(WS-AUTH-COUNT)
003861                     END-IF
003862             END-READ
003863         END-PERFORM
003864         CLOSE AUTH-FILE
003865     ELSE
003866         DISPLAY "GENMAINT: UNABLE TO READ AUTHFILE, STATUS="
003867             WS-AUTH-STATUS " - NOTHING IS AUTHORISED"
003868     END-IF.
003869
003870 CHECK-AUTHORITY.
003871*    WS-AUTH-FUNCTION IS THE FUNCTION WANTED AND WS-AUTH-DETAIL
003872*    WHAT IT WOULD BE APPLIED TO. A REFUSAL IS COUNTED AND LOGGED
003873*    HERE, SO A CALLER ONLY HAS TO ACT ON WS-AUTH-GRANTED.
003874     MOVE 'N' TO WS-AUTH-GRANTED.
003875     PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
003876             UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
003877                 OR WS-AUTH-GRANTED = 'Y'
003878         IF WS-AUTH-GRANT(WS-AUTH-SUB) = WS-AUTH-FUNCTION
003879                 OR WS-AUTH-GRANT(WS-AUTH-SUB) = '*'
003880             MOVE 'Y' TO WS-AUTH-GRANTED
003881         END-IF
003882     END-PERFORM.
003883     IF WS-AUTH-GRANTED = 'N'
003884         ADD 1 TO WS-REFUSED-COUNT
003885         PERFORM LOG-SECURITY-VIOLATION
003886         IF WS-RETURN-CODE < 28
003887             MOVE 28 TO WS-RETURN-CODE
003888         END-IF
003889     END-IF.
003890
003891 LOG-SECURITY-VIOLATION.
003892*    APPEND-ONLY, OPENED AND CLOSED FOR EACH REFUSAL SO NO ENTRY
003893*    IS LEFT IN A BUFFER IF THE RUN GOES DOWN LATER. A LOG THAT
003894*    CANNOT BE WRITTEN DOES NOT UNDO THE REFUSAL.
003895     MOVE SPACES TO SECV-RECORD.
003896     ACCEPT SECV-DATE FROM DATE YYYYMMDD.
003897     ACCEPT SECV-TIME FROM TIME.
003898     MOVE WS-USER-ID TO SECV-USER-ID.
003899     MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM.
003900     MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION.
003901     MOVE WS-AUTH-DETAIL TO SECV-DETAIL.
003902     EVALUATE TRUE
003903     WHEN WS-USER-ID = SPACES
003904         MOVE 03 TO SECV-REASON-CODE
003905     WHEN WS-AUTH-FILE-READ = 'N'
003906         MOVE 02 TO SECV-REASON-CODE
003907     WHEN OTHER
003908         MOVE 01 TO SECV-REASON-CODE
003909     END-EVALUATE.
003910     OPEN EXTEND SECV-FILE.
003911     IF WS-SECV-STATUS = '05' OR WS-SECV-STATUS = '35'
003912         OPEN OUTPUT SECV-FILE
003913     END-IF.
003914     IF WS-SECV-STATUS NOT = '00'
003915         DISPLAY "GENMAINT: UNABLE TO OPEN SECVIOL, STATUS="
003916             WS-SECV-STATUS " - REFUSAL NOT LOGGED"
003917     ELSE
003918         WRITE SECV-RECORD
003919         IF WS-SECV-STATUS NOT = '00'
003920             DISPLAY "GENMAINT: WRITE TO SECVIOL FAILED, STATUS="
003921                 WS-SECV-STATUS " - REFUSAL NOT LOGGED"
003922         END-IF
003923         CLOSE SECV-FILE
003924     END-IF.
003925
003926 WRITE-GENSTART-MARKER.
003927*    THE ORIGINAL CATALOG ENTRY TRAVELS WITH THE ROWS, SO THE
003928*    GENERATION CAN BE RECATALOGED FROM THE ARCHIVE ALONE.
003929     MOVE SPACES TO ARCH-START-RECORD.
003930     MOVE 'GENSTART' TO ARCH-START-ID.
003931     ACCEPT ARCH-START-DATE FROM DATE YYYYMMDD.
003932     ACCEPT ARCH-START-TIME FROM TIME.
003933     MOVE WS-CAT-ENTRY(CAT-IDX) TO ARCH-START-GEN-ENTRY.
003934     WRITE ARCH-START-RECORD.
003935     PERFORM CHECK-MARKER-WRITE.
003936
003937 WRITE-GENEND-MARKER.
003938*    ARCH-END-STATUS IS SET BY THE CALLER ('C' OR 'M').
003939     MOVE 'GENEND' TO ARCH-END-ID.
003940     MOVE WS-CAT-NUMBER TO ARCH-END-GEN-NUMBER.
003941     MOVE WS-CAT-FILE-NAME TO ARCH-END-FILE-NAME.
003942     MOVE WS-GEN-DETAIL-ROWS TO ARCH-END-DETAIL-COUNT.
003943     MOVE WS-GEN-TRAILER-ROWS TO ARCH-END-TRAILER-COUNT.
003944     WRITE ARCH-END-RECORD.
003945     PERFORM CHECK-MARKER-WRITE.
003946
003947 CHECK-MARKER-WRITE.
003948     IF WS-ARC-STATUS NOT = '00'
003949         DISPLAY "GENMAINT: WRITE TO GENARCH FAILED, STATUS="
003950             WS-ARC-STATUS
003951         MOVE 'Y' TO WS-PURGE-FAILED
003952     END-IF.
