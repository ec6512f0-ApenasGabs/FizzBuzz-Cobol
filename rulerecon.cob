000130*VERSION BY VERSION AGAINST WHAT IS ON RULEFILE NOW:
000140*    - A VERSION ON FILE THAT NO JOURNALED TRANSACTION
000150*      EXPLAINS IS FLAGGED (THE SIGNATURE OF A HAND EDIT)
000160*    - A VERSION WHOSE DIVISOR/LABEL/ACTIVE/DATES, OR RULE
000170*      KIND/EXCLUSIVE FLAG/PRECEDENCE/BAND, DIFFER FROM THE
000175*      JOURNALED IMAGE IS FLAGGED
000176*    - A VERSION WHOSE RULE KIND THE CLASSIFIERS COULD NOT
000177*      TEST (UNKNOWN KIND, CONTAINS-DIGIT ABOVE 9, ZERO
000178*      DIGIT-SUM DIVISOR, BAND FROM AFTER TO) IS FLAGGED
000180*    - A JOURNALED VERSION MISSING FROM THE FILE IS FLAGGED
000190*THE REPORT (RECONRPT) CLOSES WITH A HUMAN-READABLE PICTURE
000200*OF THE CATALOG AS OF A REQUESTED DATE (RCNPARM, DEFAULT THE
000900         10 WS-ACT-ACTIVE    PIC X.
000910         10 WS-ACT-FROM      PIC 9(8).
000920         10 WS-ACT-TO        PIC 9(8).
000921         10 WS-ACT-KIND      PIC X.
000922         10 WS-ACT-EXCL      PIC X.
000923         10 WS-ACT-PREC      PIC 9(2).
000924         10 WS-ACT-BAND-FROM PIC 9(9).
000925         10 WS-ACT-BAND-TO   PIC 9(9).
000930         10 WS-ACT-MATCHED   PIC X.
000940 01 WS-ACT-SUB             PIC 9(3) VALUE 0.
000950*====================================================
001070         10 WS-EXP-ACTIVE    PIC X.
001080         10 WS-EXP-FROM      PIC 9(8).
001090         10 WS-EXP-TO        PIC 9(8).
001091         10 WS-EXP-KIND      PIC X.
001092         10 WS-EXP-EXCL      PIC X.
001093         10 WS-EXP-PREC      PIC 9(2).
001094         10 WS-EXP-BAND-FROM PIC 9(9).
001095         10 WS-EXP-BAND-TO   PIC 9(9).
001100         10 WS-EXP-MATCHED   PIC X.
001110 01 WS-EXP-SUB             PIC 9(3) VALUE 0.
001120 01 WS-HIT-SUB             PIC 9(3) VALUE 0.
001180*CATALOG.
001190 01 WS-SLOT-NO             PIC 9(2) VALUE 0.
001200 01 WS-BEST-SUB            PIC 9(3) VALUE 0.
001201*THE AFTER-IMAGE KIND FIELDS OF THE JOURNAL LINE BEING
001202*REPLAYED, WITH LEGACY SPACES RESOLVED TO THEIR DEFAULTS.
001203 01 WS-JRN-KIND            PIC X VALUE 'D'.
001204 01 WS-JRN-EXCL            PIC X VALUE 'N'.
001205 01 WS-JRN-PREC            PIC 9(2) VALUE 0.
001206 01 WS-JRN-BAND-FROM       PIC 9(9) VALUE 0.
001207 01 WS-JRN-BAND-TO         PIC 9(9) VALUE 0.
001210*====================================================
001220*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
001230*====================================================
001360     05 FILLER               PIC X(1) VALUE '-'.
001370     05 RPT-FND-TO           PIC 9(8).
001380     05 FILLER               PIC X(1) VALUE "'".
001381     05 FILLER               PIC X(6) VALUE ' KIND '.
001382     05 RPT-FND-KIND         PIC X.
001383     05 RPT-FND-EXCL         PIC X.
001384     05 FILLER               PIC X(1) VALUE '/'.
001385     05 RPT-FND-PREC         PIC 9(2).
001386     05 FILLER               PIC X(6) VALUE ' BAND '.
001387     05 RPT-FND-BAND-FROM    PIC 9(9).
001388     05 FILLER               PIC X(1) VALUE '-'.
001389     05 RPT-FND-BAND-TO      PIC 9(9).
001390 01 RPT-ASOF-LINE.
001400     05 FILLER               PIC X(5) VALUE 'SLOT '.
001410     05 RPT-ASOF-SLOT        PIC 9(2).
001490     05 RPT-ASOF-FROM        PIC 9(8).
001500     05 FILLER               PIC X(1) VALUE '-'.
001510     05 RPT-ASOF-TO          PIC 9(8).
001511     05 FILLER               PIC X(6) VALUE ' KIND '.
001512     05 RPT-ASOF-KIND        PIC X.
001513     05 FILLER               PIC X(11) VALUE ' EXCLUSIVE '.
001514     05 RPT-ASOF-EXCL        PIC X.
001515     05 FILLER               PIC X(12) VALUE ' PRECEDENCE '.
001516     05 RPT-ASOF-PREC        PIC 9(2).
001517     05 FILLER               PIC X(6) VALUE ' BAND '.
001518     05 RPT-ASOF-BAND-FROM   PIC 9(9).
001519     05 FILLER               PIC X(1) VALUE '-'.
001520     05 RPT-ASOF-BAND-TO     PIC 9(9).
001525 01 RPT-ASOF-HDR.
001530     05 FILLER               PIC X(19)
001540                             VALUE 'RULE CATALOG AS OF '.
001550     05 RPT-ASOF-DATE        PIC 9(8).
002680         ELSE
002690             MOVE 99991231 TO WS-ACT-TO(ACT-IDX)
002700         END-IF
002701         IF RULE-KIND = SPACE
002702             MOVE 'D' TO WS-ACT-KIND(ACT-IDX)
002703         ELSE
002704             MOVE RULE-KIND TO WS-ACT-KIND(ACT-IDX)
002705         END-IF
002706         IF RULE-EXCLUSIVE = 'Y'
002707             MOVE 'Y' TO WS-ACT-EXCL(ACT-IDX)
002708         ELSE
002709             MOVE 'N' TO WS-ACT-EXCL(ACT-IDX)
002710         END-IF
002711         IF RULE-PRECEDENCE-X IS NUMERIC
002712             MOVE RULE-PRECEDENCE TO WS-ACT-PREC(ACT-IDX)
002713         ELSE
002714             MOVE 0 TO WS-ACT-PREC(ACT-IDX)
002715         END-IF
002716         IF RULE-BAND-FROM-X IS NUMERIC
002717             MOVE RULE-BAND-FROM TO WS-ACT-BAND-FROM(ACT-IDX)
002718         ELSE
002719             MOVE 0 TO WS-ACT-BAND-FROM(ACT-IDX)
002720         END-IF
002721         IF RULE-BAND-TO-X IS NUMERIC
002722             MOVE RULE-BAND-TO TO WS-ACT-BAND-TO(ACT-IDX)
002723         ELSE
002724             MOVE 0 TO WS-ACT-BAND-TO(ACT-IDX)
002725         END-IF
002726     END-IF.
002728
002730 SEED-EXPECTED-CATALOG.
002740*    THE REPLAY STARTS WHERE RULEMAINT STARTS - THE SEEDED
002750*    FIZZ/BUZZ DEFAULTS IN FORCE ON EVERY DATE (SEE
002840     MOVE 0 TO WS-EXP-FROM(1).
002850     MOVE 99991231 TO WS-EXP-TO(1).
002860     MOVE 'N' TO WS-EXP-MATCHED(1).
002861     MOVE 'D' TO WS-EXP-KIND(1).
002862     MOVE 'N' TO WS-EXP-EXCL(1).
002863     MOVE 0 TO WS-EXP-PREC(1).
002864     MOVE 0 TO WS-EXP-BAND-FROM(1).
002865     MOVE 0 TO WS-EXP-BAND-TO(1).
002870     MOVE 02 TO WS-EXP-SLOT(2).
002880     MOVE 5 TO WS-EXP-DIVISOR(2).
002890     MOVE 'Buzz' TO WS-EXP-LABEL(2).
002910     MOVE 0 TO WS-EXP-FROM(2).
002920     MOVE 99991231 TO WS-EXP-TO(2).
002930     MOVE 'N' TO WS-EXP-MATCHED(2).
002931     MOVE 'D' TO WS-EXP-KIND(2).
002932     MOVE 'N' TO WS-EXP-EXCL(2).
002933     MOVE 0 TO WS-EXP-PREC(2).
002934     MOVE 0 TO WS-EXP-BAND-FROM(2).
002935     MOVE 0 TO WS-EXP-BAND-TO(2).
002940
002950 REPLAY-JOURNAL.
002960     OPEN INPUT JRN-FILE.
003190     IF JRN-RULE-NUMBER < 1 OR JRN-RULE-NUMBER > 10
003200         CONTINUE
003210     ELSE
003215         PERFORM TAKE-JOURNAL-KIND
003220         PERFORM FIND-EXPECTED-VERSION
003230         IF WS-HIT-SUB > 0
003240             MOVE JRN-NEW-DIVISOR TO
003270             MOVE JRN-NEW-ACTIVE TO
003280                 WS-EXP-ACTIVE(WS-HIT-SUB)
003290             MOVE JRN-NEW-EFF-TO TO WS-EXP-TO(WS-HIT-SUB)
003291             MOVE WS-JRN-KIND TO WS-EXP-KIND(WS-HIT-SUB)
003292             MOVE WS-JRN-EXCL TO WS-EXP-EXCL(WS-HIT-SUB)
003293             MOVE WS-JRN-PREC TO WS-EXP-PREC(WS-HIT-SUB)
003294             MOVE WS-JRN-BAND-FROM TO
003295                 WS-EXP-BAND-FROM(WS-HIT-SUB)
003296             MOVE WS-JRN-BAND-TO TO WS-EXP-BAND-TO(WS-HIT-SUB)
003300         ELSE
003310             PERFORM FIND-LATEST-EXPECTED
003320             IF WS-LATEST-SUB > 0
003560                     WS-EXP-FROM(EXP-IDX)
003570                 MOVE JRN-NEW-EFF-TO TO WS-EXP-TO(EXP-IDX)
003580                 MOVE 'N' TO WS-EXP-MATCHED(EXP-IDX)
003581                 MOVE WS-JRN-KIND TO WS-EXP-KIND(EXP-IDX)
003582                 MOVE WS-JRN-EXCL TO WS-EXP-EXCL(EXP-IDX)
003583                 MOVE WS-JRN-PREC TO WS-EXP-PREC(EXP-IDX)
003584                 MOVE WS-JRN-BAND-FROM TO
003585                     WS-EXP-BAND-FROM(EXP-IDX)
003586                 MOVE WS-JRN-BAND-TO TO WS-EXP-BAND-TO(EXP-IDX)
003590             END-IF
003600         END-IF
003610     END-IF.
003611
003612 TAKE-JOURNAL-KIND.
003613*    A JOURNAL LINE WRITTEN BEFORE RULE KINDS EXISTED READS BACK
003614*    WITH SPACES IN THE KIND FIELDS - THE SAME DEFAULTS THE
003615*    LOADERS APPLY TO A LEGACY RULEFILE RECORD (RULEREC.CPY).
003616     IF JRN-NEW-KIND = SPACE
003617         MOVE 'D' TO WS-JRN-KIND
003618     ELSE
003619         MOVE JRN-NEW-KIND TO WS-JRN-KIND
003620     END-IF.
003621     IF JRN-NEW-EXCLUSIVE = 'Y'
003622         MOVE 'Y' TO WS-JRN-EXCL
003623     ELSE
003624         MOVE 'N' TO WS-JRN-EXCL
003625     END-IF.
003626     IF JRN-NEW-PRECEDENCE-X IS NUMERIC
003627         MOVE JRN-NEW-PRECEDENCE TO WS-JRN-PREC
003628     ELSE
003629         MOVE 0 TO WS-JRN-PREC
003630     END-IF.
003631     IF JRN-NEW-BAND-FROM-X IS NUMERIC
003632         MOVE JRN-NEW-BAND-FROM TO WS-JRN-BAND-FROM
003633     ELSE
003634         MOVE 0 TO WS-JRN-BAND-FROM
003635     END-IF.
003636     IF JRN-NEW-BAND-TO-X IS NUMERIC
003637         MOVE JRN-NEW-BAND-TO TO WS-JRN-BAND-TO
003638     ELSE
003639         MOVE 0 TO WS-JRN-BAND-TO
003640     END-IF.
003642
003644 FIND-EXPECTED-VERSION.
003646*    THE EXPECTED ENTRY AT (SLOT, AFTER-IMAGE EFF-FROM), ZERO
003650*    WHEN NONE EXISTS YET.
003660     MOVE 0 TO WS-HIT-SUB.
003670     PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
004120 RECONCILE-CATALOGS.
004130*    EVERY ACTUAL VERSION MUST FIND ITS EXPECTED TWIN AT
004140*    (SLOT, EFF-FROM) WITH THE SAME DIVISOR/LABEL/ACTIVE/
004150*    EFF-TO AND KIND FIELDS, AND MUST DEFINE A RULE THE
004155*    CLASSIFIERS CAN TEST; EVERY EXPECTED VERSION MUST BE ON
004156*    FILE.
004160*    EACH SIDE TICKS THE OTHER OFF; WHATEVER IS LEFT UNTICKED
004170*    IS A FINDING.
004180     PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
004190             UNTIL WS-ACT-SUB > WS-ACT-COUNT
004200         PERFORM MATCH-ONE-ACTUAL
004205         PERFORM CHECK-ACTUAL-KIND
004210     END-PERFORM.
004220     PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
004230             UNTIL WS-EXP-SUB > WS-EXP-COUNT
004300             MOVE WS-EXP-LABEL(WS-EXP-SUB) TO RPT-FND-LABEL
004310             MOVE WS-EXP-ACTIVE(WS-EXP-SUB) TO RPT-FND-ACT
004320             MOVE WS-EXP-TO(WS-EXP-SUB) TO RPT-FND-TO
004321             MOVE WS-EXP-KIND(WS-EXP-SUB) TO RPT-FND-KIND
004322             MOVE WS-EXP-EXCL(WS-EXP-SUB) TO RPT-FND-EXCL
004323             MOVE WS-EXP-PREC(WS-EXP-SUB) TO RPT-FND-PREC
004324             MOVE WS-EXP-BAND-FROM(WS-EXP-SUB)
004325                 TO RPT-FND-BAND-FROM
004326             MOVE WS-EXP-BAND-TO(WS-EXP-SUB) TO RPT-FND-BAND-TO
004330             PERFORM WRITE-FINDING-LINE
004340         END-IF
004350     END-PERFORM.
004810                 WS-EXP-ACTIVE(WS-HIT-SUB)
004820             OR WS-ACT-TO(WS-ACT-SUB) NOT =
004830                 WS-EXP-TO(WS-HIT-SUB)
004831             OR WS-ACT-KIND(WS-ACT-SUB) NOT =
004832                 WS-EXP-KIND(WS-HIT-SUB)
004833             OR WS-ACT-EXCL(WS-ACT-SUB) NOT =
004834                 WS-EXP-EXCL(WS-HIT-SUB)
004835             OR WS-ACT-PREC(WS-ACT-SUB) NOT =
004836                 WS-EXP-PREC(WS-HIT-SUB)
004837             OR WS-ACT-BAND-FROM(WS-ACT-SUB) NOT =
004838                 WS-EXP-BAND-FROM(WS-HIT-SUB)
004839             OR WS-ACT-BAND-TO(WS-ACT-SUB) NOT =
004840                 WS-EXP-BAND-TO(WS-HIT-SUB)
004845             MOVE 'VERSION DIFFERS FROM JOURNALED IMAGE'
004850                 TO RPT-FND-TEXT
004870             PERFORM FILL-FINDING-FROM-ACTUAL
004880             PERFORM WRITE-FINDING-LINE
004890         END-IF
004900     END-IF.
004910
004911 CHECK-ACTUAL-KIND.
004912*    THE SAME DEFINITION CHECKS RULEMAINT'S CHECK-RULE-KIND
004913*    APPLIES TO A TRANSACTION - A HAND-EDITED VERSION THAT
004914*    FAILS THEM WOULD BE REFUSED OR MISREAD BY FIZZBUZZ.
004915     IF (WS-ACT-KIND(WS-ACT-SUB) NOT = 'D'
004916             AND WS-ACT-KIND(WS-ACT-SUB) NOT = 'C'
004917             AND WS-ACT-KIND(WS-ACT-SUB) NOT = 'S'
004918             AND WS-ACT-KIND(WS-ACT-SUB) NOT = 'B')
004919         OR (WS-ACT-KIND(WS-ACT-SUB) = 'C'
004920             AND WS-ACT-DIVISOR(WS-ACT-SUB) > 9)
004921         OR (WS-ACT-KIND(WS-ACT-SUB) = 'S'
004922             AND WS-ACT-DIVISOR(WS-ACT-SUB) = 0)
004923         OR (WS-ACT-KIND(WS-ACT-SUB) = 'B'
004924             AND WS-ACT-BAND-FROM(WS-ACT-SUB) >
004925                 WS-ACT-BAND-TO(WS-ACT-SUB))
004926         MOVE 'VERSION ON RULEFILE HAS AN INVALID RULE KIND'
004927             TO RPT-FND-TEXT
004928         PERFORM FILL-FINDING-FROM-ACTUAL
004929         PERFORM WRITE-FINDING-LINE
004930     END-IF.
004931
004932 FILL-FINDING-FROM-ACTUAL.
004936     MOVE WS-ACT-SLOT(WS-ACT-SUB) TO RPT-FND-SLOT.
004940     MOVE WS-ACT-FROM(WS-ACT-SUB) TO RPT-FND-FROM.
004950     MOVE WS-ACT-DIVISOR(WS-ACT-SUB) TO RPT-FND-DIV.
004960     MOVE WS-ACT-LABEL(WS-ACT-SUB) TO RPT-FND-LABEL.
004970     MOVE WS-ACT-ACTIVE(WS-ACT-SUB) TO RPT-FND-ACT.
004980     MOVE WS-ACT-TO(WS-ACT-SUB) TO RPT-FND-TO.
004981     MOVE WS-ACT-KIND(WS-ACT-SUB) TO RPT-FND-KIND.
004982     MOVE WS-ACT-EXCL(WS-ACT-SUB) TO RPT-FND-EXCL.
004983     MOVE WS-ACT-PREC(WS-ACT-SUB) TO RPT-FND-PREC.
004984     MOVE WS-ACT-BAND-FROM(WS-ACT-SUB) TO RPT-FND-BAND-FROM.
004985     MOVE WS-ACT-BAND-TO(WS-ACT-SUB) TO RPT-FND-BAND-TO.
004990
005000 WRITE-FINDING-LINE.
005010     ADD 1 TO WS-FINDING-COUNT.
005450                 RPT-ASOF-ACT
005460             MOVE WS-ACT-FROM(WS-BEST-SUB) TO RPT-ASOF-FROM
005470             MOVE WS-ACT-TO(WS-BEST-SUB) TO RPT-ASOF-TO
005471             MOVE WS-ACT-KIND(WS-BEST-SUB) TO RPT-ASOF-KIND
005472             MOVE WS-ACT-EXCL(WS-BEST-SUB) TO RPT-ASOF-EXCL
005473             MOVE WS-ACT-PREC(WS-BEST-SUB) TO RPT-ASOF-PREC
005474             MOVE WS-ACT-BAND-FROM(WS-BEST-SUB) TO
005475                 RPT-ASOF-BAND-FROM
005476             MOVE WS-ACT-BAND-TO(WS-BEST-SUB) TO
005477                 RPT-ASOF-BAND-TO
005480             MOVE RPT-ASOF-LINE TO WS-RPT-WORK
005490             PERFORM WRITE-REPORT-LINE
005500         END-IF
