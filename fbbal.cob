000130*BALANCE ON FBBALRPT - A DROPPED ROW BETWEEN ANY TWO STEPS
000140*SHOWS AS A BREAK AND THE STEP ENDS NONZERO, SO IT CAN NEVER
000150*SLIDE THROUGH TO THE INQUIRY DESK UNNOTICED.
000151*AN INCREMENT RUN'S EXTRACT IS SPARSE - IT HOLDS ONLY THE
000152*INDICES THE MASTER DID NOT ALREADY HAVE CURRENT. ALL THREE
000153*LEGS COUNT ROWS ACTUALLY WRITTEN, SO THEY STILL BALANCE; THE
000154*GENCAT ENTRY'S ROW COUNT IS PROVED AGAINST THE EXTRACT TOO,
000155*AND THE INDICES LEFT OUT ARE SHOWN SO THE REPORT ACCOUNTS FOR
000156*THE WHOLE REQUESTED RANGE.
000157*A LOAD FBBKOUT HAS SINCE TAKEN BACK OFF THE MASTER (A LATER
000158*LOADSTAT ENTRY OF TYPE 'B' NAMING IT - LDSREC.CPY) NO LONGER
000159*HAS ANY ROWS ON THE MASTER TO BALANCE. THE MASTER LEG IS SHOWN
000160*WITH A NOTE SAYING SO INSTEAD OF A BREAK; A BACKOUT THAT ITSELF
000161*FAILED LEAVES THE MASTER PART-LOADED, AND THAT IS A BREAK.
000165*
000170*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000180*FIZZBUZZ ITSELF):
000190*    0  - ALL THREE LEGS AGREE
000200*    8  - A BREAK BETWEEN LEGS, OR A LEG IS MISSING (NO AUDIT
000210*         ENTRY, NO EXTRACT, OR NO LOADSTAT ENTRY), OR THE
000211*         EXTRACT DISAGREES WITH ITS GENCAT ROW COUNT, OR
000212*         A BACKOUT OF THE LATEST LOAD FAILED PART-WAY
000220*   20  - FBBALRPT COULD NOT BE OPENED OR WRITTEN
000230*====================================================
000240 ENVIRONMENT DIVISION.
000620 01 WS-OUT-FILE-NAME       PIC X(8) VALUE 'OUTFILE'.
000630 01 WS-GEN-HIGHEST         PIC 9(4) VALUE 0.
000640 01 WS-GEN-HIGH-NAME       PIC X(8) VALUE SPACES.
000641*THE LATEST GENERATION'S CATALOGED COUNTS - SPACES ON AN OLDER
000642*ENTRY READ AS ZERO, AND A NON-NUMERIC ROW COUNT IS NOT CHECKED.
000643 01 WS-GEN-COUNT-OK         PIC X VALUE 'N'.
000644 01 WS-GEN-ROWS             PIC 9(9) VALUE 0.
000645 01 WS-GEN-CURRENT          PIC 9(9) VALUE 0.
000646 01 WS-GEN-OVERLAP          PIC 9(9) VALUE 0.
000650 01 WS-RPT-WORK            PIC X(132) VALUE SPACES.
000660*THE LATEST ENTRY ON EACH SIDE, HELD AS IT IS READ PAST - THE
000670*FILES ARE APPEND-ONLY, SO THE LAST RECORD IS THE LATEST.
000760 01 WS-LDS-LOADED          PIC 9(9) VALUE 0.
000770 01 WS-LDS-REWRITTEN       PIC 9(9) VALUE 0.
000780 01 WS-LDS-TOTAL           PIC 9(9) VALUE 0.
000781 01 WS-LDS-BACKED-OUT      PIC X VALUE 'N'.
000782 01 WS-BKO-DATE            PIC 9(8) VALUE 0.
000783 01 WS-BKO-TIME            PIC 9(8) VALUE 0.
000784 01 WS-BKO-RC              PIC 9(4) VALUE 0.
000790 01 WS-EXTRACT-SEEN        PIC X VALUE 'N'.
000800 01 WS-DETAIL-COUNT        PIC 9(9) VALUE 0.
000810 01 WS-BREAK-COUNT         PIC 9(3) VALUE 0.
001400 RESOLVE-EXTRACT-INPUT.
001410*    LATEST GENERATION ON THE CATALOG, OR THE OLD FIXED-NAME
001420*    OUTFILE WITH NO CATALOG - SAME RESOLUTION AS FBVERIFY.
001421*    A GENERATION GENREST RESTORED FROM THE ARCHIVE IS AN OLD
001422*    RUN UNDER A NEW NUMBER, NOT THE LATEST EXTRACT, AND IS
001423*    PASSED OVER.
001430     OPEN INPUT GEN-FILE.
001440     IF WS-GEN-STATUS = '00'
001450         PERFORM UNTIL WS-GEN-STATUS NOT = '00'
001490                 NOT AT END
001500                     IF GEN-NUMBER-X IS NUMERIC
001510                             AND GEN-NUMBER > WS-GEN-HIGHEST
001511                             AND NOT GEN-IS-RESTORED
001520                         MOVE GEN-NUMBER TO WS-GEN-HIGHEST
001530                         MOVE GEN-FILE-NAME TO
001540                             WS-GEN-HIGH-NAME
001541                         PERFORM TAKE-GEN-COUNTS
001550                     END-IF
001560             END-READ
001570         END-PERFORM
001610         MOVE WS-GEN-HIGH-NAME TO WS-OUT-FILE-NAME
001620     END-IF.
001630
001631 TAKE-GEN-COUNTS.
001632     IF GEN-RECORD-COUNT-X IS NUMERIC
001633         MOVE 'Y' TO WS-GEN-COUNT-OK
001634         MOVE GEN-RECORD-COUNT TO WS-GEN-ROWS
001635     ELSE
001636         MOVE 'N' TO WS-GEN-COUNT-OK
001637         MOVE 0 TO WS-GEN-ROWS
001638     END-IF.
001639     IF GEN-CURRENT-COUNT-X IS NUMERIC
001640         MOVE GEN-CURRENT-COUNT TO WS-GEN-CURRENT
001641     ELSE
001642         MOVE 0 TO WS-GEN-CURRENT
001643     END-IF.
001644     IF GEN-OVERLAP-COUNT-X IS NUMERIC
001645         MOVE GEN-OVERLAP-COUNT TO WS-GEN-OVERLAP
001646     ELSE
001647         MOVE 0 TO WS-GEN-OVERLAP
001648     END-IF.
001649
001652 COUNT-EXTRACT-ROWS.
001655*    DETAIL ROWS ONLY - TRAILERS CARRY TOTALS, NOT ROWS, AND
001660*    ANYTHING MALFORMED IS FBVERIFY'S FINDING, NOT A ROW.
001670     OPEN INPUT OUT-FILE.
001680     IF WS-OUT-STATUS = '00'
001910                 AT END
001920                     MOVE '10' TO WS-LDS-STATUS
001930                 NOT AT END
001940                     PERFORM TAKE-ONE-LOAD-ENTRY
002050             END-READ
002060         END-PERFORM
002070         CLOSE LDS-FILE
002540             TO RPT-BREAK-TEXT
002550         PERFORM WRITE-BREAK-LINE
002560     END-IF.
002561*    A SPARSE GENERATION: THE INDICES IT LEFT OUT ARE NOT ROWS
002562*    ON ANY LEG, BUT THE REPORT SHOWS THEM SO THE REQUESTED
002563*    RANGE IS FULLY ACCOUNTED FOR.
002564     IF WS-EXTRACT-SEEN = 'Y' AND WS-GEN-HIGHEST > 0
002565         IF WS-GEN-CURRENT > 0
002566             MOVE 'LEFT OUT - CURRENT ON MASTFILE'
002567                 TO RPT-LEG-NAME
002568             MOVE WS-GEN-CURRENT TO RPT-LEG-COUNT
002569             MOVE 0 TO RPT-LEG-DATE
002570             MOVE 0 TO RPT-LEG-TIME
002571             MOVE RPT-LEG-LINE TO WS-RPT-WORK
002572             PERFORM WRITE-REPORT-LINE
002573         END-IF
002574         IF WS-GEN-OVERLAP > 0
002575             MOVE 'LEFT OUT - COVERED BY EARLIER REQ'
002576                 TO RPT-LEG-NAME
002577             MOVE WS-GEN-OVERLAP TO RPT-LEG-COUNT
002578             MOVE 0 TO RPT-LEG-DATE
002579             MOVE 0 TO RPT-LEG-TIME
002580             MOVE RPT-LEG-LINE TO WS-RPT-WORK
002581             PERFORM WRITE-REPORT-LINE
002582         END-IF
002583         IF WS-GEN-COUNT-OK = 'Y'
002584                 AND WS-GEN-ROWS NOT = WS-DETAIL-COUNT
002585             MOVE 'EXTRACT DOES NOT HOLD THE ROW COUNT '
002586                 TO RPT-BREAK-TEXT
002587             MOVE 'ITS GENCAT ENTRY RECORDS'
002588                 TO RPT-BREAK-TEXT(37:24)
002589             PERFORM WRITE-BREAK-LINE
002590         END-IF
002591     END-IF.
002593     IF WS-LDS-SEEN = 'Y'
002595         MOVE 'ON THE MASTER (LOADED + REWRITTEN)'
002597             TO RPT-LEG-NAME
002600         MOVE WS-LDS-TOTAL TO RPT-LEG-COUNT
002610         MOVE WS-LDS-DATE TO RPT-LEG-DATE
002620         MOVE WS-LDS-TIME TO RPT-LEG-TIME
002670             TO RPT-BREAK-TEXT
002680         PERFORM WRITE-BREAK-LINE
002690     END-IF.
002691     IF WS-LDS-BACKED-OUT = 'Y'
002692         PERFORM NOTE-BACKED-OUT-LOAD
002693     END-IF.
002700     IF WS-AUDIT-SEEN = 'Y' AND WS-EXTRACT-SEEN = 'Y'
002702         EVALUATE TRUE
002704         WHEN WS-AUD-WRITTEN = WS-DETAIL-COUNT
002770     END-IF.
002780     IF WS-EXTRACT-SEEN = 'Y' AND WS-LDS-SEEN = 'Y'
002790             AND WS-DETAIL-COUNT NOT = WS-LDS-TOTAL
002791             AND WS-LDS-BACKED-OUT = 'N'
002800         MOVE 'EXTRACT AND MASTER DISAGREE - A ROW WAS '
002810             TO RPT-BREAK-TEXT
002820         MOVE 'DROPPED BETWEEN VERIFY AND LOAD'
002860     IF WS-BREAK-COUNT = 0
002870         MOVE SPACES TO WS-RPT-WORK
002880         PERFORM WRITE-REPORT-LINE
002885         EVALUATE TRUE
002886         WHEN WS-LDS-BACKED-OUT = 'Y' AND WS-NOTE-COUNT > 0
002887             MOVE 'NO BREAKS - NO TWO LEGS COULD BE BALANCED, '
002888                 TO WS-RPT-WORK
002889             MOVE 'SEE THE NOTES ABOVE' TO WS-RPT-WORK(44:19)
002890         WHEN WS-LDS-BACKED-OUT = 'Y'
002891             MOVE 'AUDIT AND EXTRACT LEGS AGREE' TO WS-RPT-WORK
002892         WHEN WS-NOTE-COUNT > 0
002893             MOVE 'EXTRACT AND MASTER LEGS AGREE'
002894                 TO WS-RPT-WORK
002895         WHEN OTHER
002896             MOVE 'ALL THREE LEGS AGREE' TO WS-RPT-WORK
002897         END-EVALUATE
002900         PERFORM WRITE-REPORT-LINE
002910     END-IF.
002920
003080             MOVE 20 TO WS-RETURN-CODE
003090         END-IF
003100     END-IF.
003101
003102 TAKE-ONE-LOAD-ENTRY.
003103*    A BACKOUT ENTRY ONLY MATTERS WHEN IT NAMES THE LOAD BEING
003104*    HELD AS THE LATEST; A LATER LOAD ENTRY REPLACES THAT LOAD
003105*    AND CLEARS ANY BACKOUT NOTED AGAINST IT.
003106     IF LDS-IS-BACKOUT
003107         IF WS-LDS-SEEN = 'Y'
003108                 AND LDS-BACKOUT-OF-DATE = WS-LDS-DATE
003109                 AND LDS-BACKOUT-OF-TIME = WS-LDS-TIME
003110             MOVE 'Y' TO WS-LDS-BACKED-OUT
003111             MOVE LDS-LOAD-DATE TO WS-BKO-DATE
003112             MOVE LDS-LOAD-TIME TO WS-BKO-TIME
003113             MOVE LDS-RETURN-CODE TO WS-BKO-RC
003114         END-IF
003115     ELSE
003116         IF LDS-LOADED-COUNT-X IS NUMERIC
003117                 AND LDS-REWRITTEN-COUNT-X IS NUMERIC
003118             MOVE 'Y' TO WS-LDS-SEEN
003119             MOVE 'N' TO WS-LDS-BACKED-OUT
003120             MOVE LDS-LOAD-DATE TO WS-LDS-DATE
003121             MOVE LDS-LOAD-TIME TO WS-LDS-TIME
003122             MOVE LDS-LOADED-COUNT TO WS-LDS-LOADED
003123             MOVE LDS-REWRITTEN-COUNT TO WS-LDS-REWRITTEN
003124         END-IF
003125     END-IF.
003126
003127 NOTE-BACKED-OUT-LOAD.
003128*    A BACKED-OUT LOAD'S ROWS ARE OFF THE MASTER AGAIN, SO THE
003129*    MASTER LEG PROVES NOTHING AGAINST THE EXTRACT - UNLESS THE
003130*    BACKOUT FAILED PART-WAY, WHICH LEAVES A MASTER THAT IS
003131*    NEITHER THE LOAD NOR WHAT CAME BEFORE IT.
003132     IF WS-BKO-RC >= 8
003133         MOVE SPACES TO RPT-BREAK-TEXT
003134         STRING 'BACKOUT OF THIS LOAD ON ' DELIMITED BY SIZE
003135             WS-BKO-DATE DELIMITED BY SIZE
003136             ' ENDED WITH RETURN CODE ' DELIMITED BY SIZE
003137             WS-BKO-RC DELIMITED BY SIZE
003138             INTO RPT-BREAK-TEXT
003139         END-STRING
003140         PERFORM WRITE-BREAK-LINE
003141     ELSE
003142         MOVE SPACES TO WS-RPT-WORK
003143         STRING 'NOTE: THIS LOAD WAS BACKED OUT ON '
003144             DELIMITED BY SIZE
003145             WS-BKO-DATE DELIMITED BY SIZE
003146             ' ' DELIMITED BY SIZE
003147             WS-BKO-TIME DELIMITED BY SIZE
003148             ' - ITS ROWS ARE NO LONGER ON THE MASTER'
003149             DELIMITED BY SIZE
003150             INTO WS-RPT-WORK
003151         END-STRING
003152         PERFORM WRITE-REPORT-LINE
003153         MOVE 'NOTE: THE MASTER LEG IS NOT BALANCED AGAINST '
003154             TO WS-RPT-WORK
003155         MOVE 'THE EXTRACT' TO WS-RPT-WORK(46:11)
003156         PERFORM WRITE-REPORT-LINE
003157     END-IF.
