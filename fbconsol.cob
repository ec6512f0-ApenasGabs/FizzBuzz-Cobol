000830 01 WS-SUM-PLAIN-COUNT      PIC 9(9) VALUE 0.
000840 01 WS-SUM-OVERRIDE-COUNT   PIC 9(9) VALUE 0.
000850 01 WS-SUM-EXCLUDE-COUNT    PIC 9(9) VALUE 0.
000851 01 WS-SUM-CURRENT-COUNT    PIC 9(9) VALUE 0.
000852 01 WS-SUM-OVERLAP-COUNT    PIC 9(9) VALUE 0.
000860 01 WS-RULE-COUNT-SAVED     PIC 9(2) VALUE 0.
000870 01 WS-SLC-COUNTS-WORK      PIC X(90) VALUE SPACES.
000880 01 WS-SLC-COUNTS-TAB REDEFINES WS-SLC-COUNTS-WORK.
000940 01 WS-TRL-EXCLUDE          PIC 9(9) VALUE 0.
000950 01 WS-GRAND-OVERRIDE       PIC 9(9) VALUE 0.
000960 01 WS-GRAND-EXCLUDE        PIC 9(9) VALUE 0.
000961 01 WS-TRL-CURRENT          PIC 9(9) VALUE 0.
000962 01 WS-TRL-OVERLAP          PIC 9(9) VALUE 0.
000963 01 WS-GRAND-CURRENT        PIC 9(9) VALUE 0.
000964 01 WS-GRAND-OVERLAP        PIC 9(9) VALUE 0.
000970 
000980 PROCEDURE DIVISION.
000990 MAIN-PARAGRAPH.
003130         END-IF
003140         ADD WS-TRL-OVERRIDE TO WS-SUM-OVERRIDE-COUNT
003150         ADD WS-TRL-EXCLUDE TO WS-SUM-EXCLUDE-COUNT
003151*        AN INCREMENT SLICE ALSO LEAVES INDICES OFF ITS FILE
003152*        THAT ARE ALREADY CURRENT ON MASTFILE - SAME SPACES-
003153*        MEANS-ZERO RULE.
003154         IF SLC-CURRENT-COUNT IS NUMERIC
003155             MOVE SLC-CURRENT-COUNT TO WS-TRL-CURRENT
003156         ELSE
003157             MOVE 0 TO WS-TRL-CURRENT
003158         END-IF
003159         IF SLC-OVERLAP-COUNT IS NUMERIC
003160             MOVE SLC-OVERLAP-COUNT TO WS-TRL-OVERLAP
003161         ELSE
003162             MOVE 0 TO WS-TRL-OVERLAP
003163         END-IF
003164         ADD WS-TRL-CURRENT TO WS-SUM-CURRENT-COUNT
003165         ADD WS-TRL-OVERLAP TO WS-SUM-OVERLAP-COUNT
003167         MOVE SLC-RULE-MATCH-COUNTS TO WS-TRL-COUNTS-SAVED
003170         MOVE SLC-PLAIN-COUNT TO WS-TRL-PLAIN-SAVED
003180     END-IF.
003190 
003390         ELSE
003400             MOVE 0 TO WS-GRAND-EXCLUDE
003410         END-IF
003411         IF SLC-CURRENT-COUNT IS NUMERIC
003412             MOVE SLC-CURRENT-COUNT TO WS-GRAND-CURRENT
003413         ELSE
003414             MOVE 0 TO WS-GRAND-CURRENT
003415         END-IF
003416         IF SLC-OVERLAP-COUNT IS NUMERIC
003417             MOVE SLC-OVERLAP-COUNT TO WS-GRAND-OVERLAP
003418         ELSE
003419             MOVE 0 TO WS-GRAND-OVERLAP
003420         END-IF
003425         IF SLC-RULE-MATCH-COUNTS NOT = WS-TRL-COUNTS-SAVED
003430                 OR SLC-PLAIN-COUNT NOT = WS-TRL-PLAIN-SAVED
003440                 OR WS-GRAND-OVERRIDE NOT = WS-TRL-OVERRIDE
003450                 OR WS-GRAND-EXCLUDE NOT = WS-TRL-EXCLUDE
003451                 OR WS-GRAND-CURRENT NOT = WS-TRL-CURRENT
003452                 OR WS-GRAND-OVERLAP NOT = WS-TRL-OVERLAP
003460             DISPLAY "FBCONSOL: " WS-SLICE-FILE-NAME
003470                 "'S GRAND TOTALS DISAGREE WITH ITS OWN "
003480                 "TRAILER"
003640     MOVE WS-SUM-PLAIN-COUNT TO OUT-PLAIN-COUNT.
003650     MOVE WS-SUM-OVERRIDE-COUNT TO OUT-OVERRIDE-COUNT.
003660     MOVE WS-SUM-EXCLUDE-COUNT TO OUT-EXCLUDE-COUNT.
003661     MOVE WS-SUM-CURRENT-COUNT TO OUT-CURRENT-COUNT.
003662     MOVE WS-SUM-OVERLAP-COUNT TO OUT-OVERLAP-COUNT.
003670     WRITE OUT-TRAILER-RECORD.
003680     IF WS-OUT-STATUS = '00'
003690         MOVE 'GRANDTOT' TO OUT-TRAILER-ID
003730         MOVE WS-SUM-PLAIN-COUNT TO OUT-PLAIN-COUNT
003740         MOVE WS-SUM-OVERRIDE-COUNT TO OUT-OVERRIDE-COUNT
003750         MOVE WS-SUM-EXCLUDE-COUNT TO OUT-EXCLUDE-COUNT
003751         MOVE WS-SUM-CURRENT-COUNT TO OUT-CURRENT-COUNT
003752         MOVE WS-SUM-OVERLAP-COUNT TO OUT-OVERLAP-COUNT
003760         WRITE OUT-TRAILER-RECORD
003770     END-IF.
003780     IF WS-OUT-STATUS NOT = '00'
005190         MOVE SPACES TO GEN-REQUEST-IDS
005200         MOVE WS-REQUEST-ID TO GEN-REQUEST-IDS(1:8)
005210         MOVE WS-ROWS-COPIED TO GEN-RECORD-COUNT
005211         MOVE WS-SUM-CURRENT-COUNT TO GEN-CURRENT-COUNT
005212         MOVE WS-SUM-OVERLAP-COUNT TO GEN-OVERLAP-COUNT
005213         MOVE SPACE TO GEN-RESTORED-FLAG
005214         MOVE 0 TO GEN-RESTORED-FROM GEN-RESTORED-DATE
005220         WRITE GEN-RECORD
005230         IF WS-GEN-STATUS NOT = '00'
005240             DISPLAY "FBCONSOL: WRITE TO GENCAT FAILED, "
