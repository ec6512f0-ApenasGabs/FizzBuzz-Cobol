000110*HOLDS EACH INDICE'S MOST RECENTLY PRODUCED CLASSIFICATION.
000120*TRAILER RECORDS CARRY TOTALS, NOT CLASSIFICATIONS, AND ARE
000130*NOT LOADED.
000131*EVERY ROW ADDED OR REPLACED IS ALSO LOGGED ON MASTHIST WITH THE
000132*ROW IT REPLACED (MHSTREC.CPY), SO IF THE EXTRACT LATER PROVES
000133*WRONG FBBKOUT CAN TAKE THE WHOLE LOAD BACK OFF THE MASTER.
000140*====================================================
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000507 01 WS-OLD-BUZZ-FLAG        PIC X VALUE SPACE.
000508 01 WS-OLD-CLASSIFICATION   PIC X(80) VALUE SPACES.
000509 01 WS-OLD-REQUEST-ID       PIC X(8) VALUE SPACES.
000510 01 WS-OLD-LOAD-DATE        PIC 9(8) VALUE 0.
000511 01 WS-OLD-LOAD-TIME        PIC 9(8) VALUE 0.
000512*====================================================
000513*CHANGE-SUMMARY TABLE - ONE ENTRY PER DISTINCT OLD/NEW
000514*CLASSIFICATION PAIR, SAME SHAPE AND 100-PAIR CAPACITY AS
000515*FBCOMPAR'S. PAIRS BEYOND THE CAPACITY STILL COUNT AS
000516*CHANGES; THE REPORT SAYS SO RATHER THAN DROPPING THEM
000517*SILENTLY.
000518*====================================================
000519 01 WS-PAIR-COUNT           PIC 9(3) VALUE 0.
000520 01 WS-PAIR-OVERFLOW        PIC X VALUE 'N'.
000521 01 WS-PAIR-TABLE.
000522     05 WS-PAIR-ENTRY OCCURS 100 TIMES INDEXED BY PAIR-IDX.
000523         10 WS-PAIR-OLD      PIC X(80).
001160         EVALUATE WS-MAST-STATUS
001170         WHEN '00'
001180             ADD 1 TO WS-LOADED-COUNT
001181             MOVE SPACES TO WS-OLD-FIZZ-FLAG WS-OLD-BUZZ-FLAG
001182                 WS-OLD-CLASSIFICATION WS-OLD-REQUEST-ID
001183             MOVE 0 TO WS-OLD-LOAD-DATE WS-OLD-LOAD-TIME
001184             MOVE 'A' TO MHST-ENTRY-TYPE
001185             PERFORM WRITE-HISTORY-RECORD
001190         WHEN '22'
001200             PERFORM REPLACE-EXISTING-ROW
001290         WHEN OTHER
002620
002630 FIND-GENERATION.
002640*    ONE PASS OVER GENCAT TRACKS BOTH THE LATEST GENERATION
002650*    AND THE ONE LODPARM ASKED FOR, IF ANY. A GENERATION
002651*    GENREST PUT BACK FROM THE ARCHIVE IS AN OLD RUN UNDER A
002652*    NEW NUMBER - IT IS NEVER THE LATEST, AND LOADS ONLY WHEN
002653*    LODPARM ASKS FOR IT BY NUMBER.
002660     OPEN INPUT GEN-FILE.
002670     IF WS-GEN-STATUS = '00'
002680         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
002950 JUDGE-ONE-GEN-ENTRY.
002960     IF GEN-NUMBER-X IS NUMERIC
002970         IF GEN-NUMBER > WS-GEN-HIGHEST
002971                 AND NOT GEN-IS-RESTORED
002980             MOVE GEN-NUMBER TO WS-GEN-HIGHEST
002990             MOVE GEN-FILE-NAME TO WS-GEN-HIGH-NAME
003000         END-IF
003090*    ITS CURRENT CONTENT IS READ BACK AND STASHED FIRST - THE
003100*    HISTORY RECORD AND THE DELTA REPORT NEED THE BEFORE-IMAGE
003110*    THE REWRITE IS ABOUT TO DESTROY - THEN THE ROW IS REFILLED
003120*    FROM THE EXTRACT AND REPLACED IN PLACE. EVERY REPLACED ROW
003130*    LEAVES A HISTORY RECORD BEHIND - A CHANGE ('C') WHEN ITS
003140*    CLASSIFICATION OR FLAGS ACTUALLY DIFFER, A RELOAD ('R') WHEN
003141*    ONLY THE REQUEST AND LOAD STAMP MOVED ON - SO A BACKOUT
003142*    CAN PUT EVERY ONE OF THEM BACK AS IT WAS.
003150     READ MAST-FILE.
003160     IF WS-MAST-STATUS NOT = '00'
003170         DISPLAY "FBLOAD: READ-BACK OF INDICE " OUT-INDICE
003220         MOVE MAST-BUZZ-FLAG      TO WS-OLD-BUZZ-FLAG
003230         MOVE MAST-CLASSIFICATION TO WS-OLD-CLASSIFICATION
003240         MOVE MAST-REQUEST-ID     TO WS-OLD-REQUEST-ID
003241         MOVE MAST-LOAD-DATE      TO WS-OLD-LOAD-DATE
003242         MOVE MAST-LOAD-TIME      TO WS-OLD-LOAD-TIME
003250         MOVE OUT-FIZZ-FLAG       TO MAST-FIZZ-FLAG
003260         MOVE OUT-BUZZ-FLAG       TO MAST-BUZZ-FLAG
003270         MOVE OUT-CLASSIFICATION  TO MAST-CLASSIFICATION
003350                     OR WS-OLD-FIZZ-FLAG NOT = OUT-FIZZ-FLAG
003360                     OR WS-OLD-BUZZ-FLAG NOT = OUT-BUZZ-FLAG
003370                 ADD 1 TO WS-CHANGED-COUNT
003371                 MOVE 'C' TO MHST-ENTRY-TYPE
003380                 PERFORM WRITE-HISTORY-RECORD
003390                 PERFORM TALLY-CHANGE-PAIR
003400             ELSE
003410                 ADD 1 TO WS-UNCHANGED-COUNT
003411                 MOVE 'R' TO MHST-ENTRY-TYPE
003412                 PERFORM WRITE-HISTORY-RECORD
003420             END-IF
003430         ELSE
003440             DISPLAY "FBLOAD: REWRITE OF INDICE " OUT-INDICE
003530*    OPEN OF EITHER DOES NOT STOP THE LOAD - THE MASTER WORK
003540*    ITSELF IS STILL GOOD - BUT IT MUST NOT PASS SILENTLY
003550*    (THE USUAL CODE-4 ANCILLARY-FILE WARNING), SINCE CHANGES
003560*    APPLIED IN THIS LOAD WOULD LEAVE NO HISTORY AND THE LOAD
003561*    COULD NOT BE BACKED OUT.
003570     OPEN EXTEND HIST-FILE.
003580     IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
003590         OPEN OUTPUT HIST-FILE
003890
003900 WRITE-HISTORY-RECORD.
003910*    THE BEFORE-IMAGE COMES FROM THE STASH REPLACE-EXISTING-
003920*    ROW FILLED (EMPTY FOR AN ADDED ROW), THE AFTER-IMAGE FROM
003930*    THE EXTRACT ROW JUST APPLIED - THE SAME VALUES THE DELTA
003931*    REPORT TALLIES. THE CALLER SETS MHST-ENTRY-TYPE.
003940     IF WS-HIST-OPEN = 'Y'
003950         MOVE OUT-INDICE            TO MHST-INDICE
003960         MOVE WS-LOAD-DATE          TO MHST-LOAD-DATE
004050             MHST-OLD-CLASSIFICATION
004060         MOVE OUT-CLASSIFICATION    TO
004070             MHST-NEW-CLASSIFICATION
004071         MOVE WS-OLD-LOAD-DATE      TO MHST-OLD-LOAD-DATE
004072         MOVE WS-OLD-LOAD-TIME      TO MHST-OLD-LOAD-TIME
004073         MOVE 0 TO MHST-BACKOUT-OF-DATE MHST-BACKOUT-OF-TIME
004080         WRITE MHST-RECORD
004090         IF WS-HIST-STATUS NOT = '00'
004100             DISPLAY "FBLOAD: WRITE TO MASTHIST FAILED, "
005230         MOVE WS-REWRITTEN-COUNT TO LDS-REWRITTEN-COUNT
005240         MOVE WS-SKIPPED-COUNT TO LDS-SKIPPED-COUNT
005250         MOVE WS-RETURN-CODE TO LDS-RETURN-CODE
005251         MOVE SPACE TO LDS-ENTRY-TYPE
005252         MOVE 0 TO LDS-BACKOUT-OF-DATE LDS-BACKOUT-OF-TIME
005260         WRITE LDS-RECORD
005270         IF WS-LDS-STATUS NOT = '00'
005280             DISPLAY "FBLOAD: WRITE TO LOADSTAT FAILED, "
