002500         10 JRN-NEW-ACTIVE       PIC X.
002600         10 JRN-NEW-EFF-FROM     PIC 9(8).
002700         10 JRN-NEW-EFF-TO       PIC 9(8).
002710*RULE KIND, EXCLUSIVE FLAG, WALK PRECEDENCE AND BAND OF EACH
002720*IMAGE (SEE RULEREC.CPY). THEY FOLLOW BOTH IMAGES SO A JOURNAL
002730*LINE WRITTEN BEFORE RULE KINDS EXISTED STILL READS BACK - AS
002740*SPACES, WHICH MEAN A COMBINING DIVISOR RULE WALKED AT ITS SLOT.
002750     05 JRN-BEFORE-KIND-IMAGE.
002760         10 JRN-OLD-KIND         PIC X.
002770         10 JRN-OLD-EXCLUSIVE    PIC X.
002780         10 JRN-OLD-PRECEDENCE   PIC 9(2).
002790         10 JRN-OLD-BAND-FROM    PIC 9(9).
002800         10 JRN-OLD-BAND-TO      PIC 9(9).
002810     05 JRN-AFTER-KIND-IMAGE.
002820         10 JRN-NEW-KIND         PIC X.
002830         10 JRN-NEW-EXCLUSIVE    PIC X.
002840         10 JRN-NEW-PRECEDENCE   PIC 9(2).
002850         10 JRN-NEW-BAND-FROM    PIC 9(9).
002860         10 JRN-NEW-BAND-TO      PIC 9(9).
002870*====================================================
002880*JRN-RECORD-X REDEFINES THE JOURNAL LINE AS RAW ALPHANUMERIC
002890*SO THE AFTER-IMAGE KIND FIELDS CAN BE IS-NUMERIC TESTED - A
002900*LEGACY LINE IS SHORTER THAN THE FD AND READS BACK SPACE-PADDED.
002910*====================================================
002920 01 JRN-RECORD-X REDEFINES JRN-RECORD.
002930     05 FILLER                   PIC X(84).
002940     05 FILLER                   PIC X(22).
002950     05 FILLER                   PIC X(2).
002960     05 JRN-NEW-PRECEDENCE-X     PIC X(2).
002970     05 JRN-NEW-BAND-FROM-X      PIC X(9).
002980     05 JRN-NEW-BAND-TO-X        PIC X(9).
