000720*EFFECT - THE PRIOR VERSION OF THE RULE IS CLOSED THE DAY
000730*BEFORE AND A NEW VERSION OPENS ON IT, SO CHANGES CAN BE
000740*ENTERED AHEAD OF TIME. SPACES OR ZERO MEANS EFFECTIVE TODAY.
000750*TRAN-KIND/TRAN-EXCLUSIVE/TRAN-PRECEDENCE/TRAN-BAND-FROM/
000760*TRAN-BAND-TO CARRY THE RULE KIND, EXCLUSIVE FLAG, WALK
000770*PRECEDENCE AND BAND OF AN ADD OR CHANGE - SEE RULEREC.CPY.
000780*SPACES GIVE A COMBINING DIVISOR RULE WALKED AT ITS SLOT.
000800 01 RULE-TRAN-RECORD.
000900     05 TRAN-ACTION              PIC X.
001000         88 TRAN-IS-ADD              VALUE 'A'.
001400     05 TRAN-DIVISOR             PIC 9(3).
001500     05 TRAN-LABEL               PIC X(8).
001550     05 TRAN-EFF-FROM            PIC 9(8).
001560     05 TRAN-KIND                PIC X.
001570     05 TRAN-EXCLUSIVE           PIC X.
001580     05 TRAN-PRECEDENCE          PIC 9(2).
001590     05 TRAN-BAND-FROM           PIC 9(9).
001595     05 TRAN-BAND-TO             PIC 9(9).
001600*====================================================
001700*RULE-TRAN-RECORD-X REDEFINES THE TRANSACTION AS RAW ALPHANUMERIC
001800*SO TRAN-NUMBER/TRAN-DIVISOR CAN BE IS-NUMERIC TESTED BEFORE THEY
002500     05 TRAN-DIVISOR-X           PIC X(3).
002600     05 FILLER                   PIC X(8).
002700     05 TRAN-EFF-FROM-X          PIC X(8).
002710     05 FILLER                   PIC X(2).
002720     05 TRAN-PRECEDENCE-X        PIC X(2).
002730     05 TRAN-BAND-FROM-X         PIC X(9).
002740     05 TRAN-BAND-TO-X           PIC X(9).
002800*====================================================
002900*BATCH CONTROL RECORDS. A HARDENED RULETRAN STREAM OPENS WITH
003000*A HEADER (ACTION 'H') NAMING THE BATCH AND CLOSES WITH A
