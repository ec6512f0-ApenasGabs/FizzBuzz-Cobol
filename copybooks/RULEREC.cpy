000550*A RECORD WRITTEN BEFORE EFFECTIVE DATING EXISTED READS BACK
000560*WITH SPACES IN BOTH DATES AND IS IN FORCE ON EVERY DATE
000570*(FROM 0 THROUGH 99991231) - SEE THE RAW VIEW BELOW.
000580*
000581*RULE-KIND SAYS HOW A RULE TESTS AN INDICE:
000582*    D - (OR SPACE) MULTIPLE OF RULE-DIVISOR - THE ORIGINAL KIND
000583*    C - THE INDICE CONTAINS THE DIGIT HELD IN RULE-DIVISOR (0-9)
000584*    S - THE INDICE'S DIGIT SUM IS A MULTIPLE OF RULE-DIVISOR
000585*    B - THE INDICE LIES IN THE BAND RULE-BAND-FROM THRU
000586*        RULE-BAND-TO (RULE-DIVISOR IS NOT USED)
000587*RULES ARE WALKED IN RULE-PRECEDENCE ORDER - 00 MEANS THE
000588*RULE WALKS AT ITS OWN SLOT NUMBER, TIES GO TO THE LOWER SLOT.
000589*A MATCH ON A RULE WITH RULE-EXCLUSIVE 'Y' ENDS THE WALK: NO
000590*LATER RULE IS TESTED, SO ITS LABEL CANNOT COMBINE WITH THEM.
000591*A RECORD WRITTEN BEFORE RULE KINDS EXISTED READS BACK WITH
000592*SPACES IN ALL FIVE FIELDS - A COMBINING DIVISOR RULE WALKED
000593*AT ITS SLOT, EXACTLY AS IT ALWAYS WAS.
000600*====================================================
000700 01 RULE-RECORD.
000800     05 RULE-NUMBER              PIC 9(2).
001100     05 RULE-ACTIVE              PIC X.
001200     05 RULE-EFF-FROM            PIC 9(8).
001300     05 RULE-EFF-TO              PIC 9(8).
001310     05 RULE-KIND                PIC X.
001320         88 RULE-KIND-DIVISOR        VALUE 'D' SPACE.
001330         88 RULE-KIND-CONTAINS       VALUE 'C'.
001340         88 RULE-KIND-DIGIT-SUM      VALUE 'S'.
001350         88 RULE-KIND-BAND           VALUE 'B'.
001360     05 RULE-EXCLUSIVE           PIC X.
001370     05 RULE-PRECEDENCE          PIC 9(2).
001380     05 RULE-BAND-FROM           PIC 9(9).
001390     05 RULE-BAND-TO             PIC 9(9).
001400*====================================================
001500*RULE-RECORD-X REDEFINES THE RULE VERSION AS RAW ALPHANUMERIC
001600*SO THE EFFECTIVE DATES CAN BE IS-NUMERIC TESTED BEFORE THEY
002200     05 FILLER                   PIC X(14).
002300     05 RULE-EFF-FROM-X          PIC X(8).
002400     05 RULE-EFF-TO-X            PIC X(8).
002500     05 FILLER                   PIC X(2).
002600     05 RULE-PRECEDENCE-X        PIC X(2).
002700     05 RULE-BAND-FROM-X         PIC X(9).
002800     05 RULE-BAND-TO-X           PIC X(9).
