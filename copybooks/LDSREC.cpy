000600*THE MASTER AGAINST THE EXTRACT AND THE AUDIT TRAIL.
000700*LDS-GENERATION IS THE GENCAT GENERATION LOADED, ZERO WHEN
000800*THE OLD FIXED-NAME OUTFILE WAS LOADED.
000810*FBBKOUT APPENDS AN ENTRY OF ITS OWN (LDS-ENTRY-TYPE 'B') WHEN
000820*IT BACKS A LOAD OUT: ITS DATE/TIME IS THE BACKOUT RUN'S,
000830*LDS-BACKOUT-OF-DATE/TIME NAME THE LOAD TAKEN OFF, AND ITS
000840*COUNTS ARE THE ROWS DELETED (LOADED), RESTORED (REWRITTEN)
000850*AND LEFT ALONE BECAUSE A LATER LOAD HAD REPLACED THEM
000860*(SKIPPED). A LOAD'S OWN ENTRY CARRIES A SPACE TYPE.
000900*====================================================
001000 01 LDS-RECORD.
001100     05 LDS-LOAD-DATE            PIC 9(8).
001600     05 LDS-REWRITTEN-COUNT      PIC 9(9).
001700     05 LDS-SKIPPED-COUNT        PIC 9(9).
001800     05 LDS-RETURN-CODE          PIC 9(4).
001810     05 LDS-ENTRY-TYPE           PIC X.
001820         88 LDS-IS-BACKOUT       VALUE 'B'.
001830     05 LDS-BACKOUT-OF-DATE      PIC 9(8).
001840     05 LDS-BACKOUT-OF-TIME      PIC 9(8).
001900*====================================================
002000*LDS-RECORD-X REDEFINES THE ENTRY AS RAW ALPHANUMERIC SO THE
002100*COUNTS CAN BE IS-NUMERIC TESTED BEFORE THEY ARE TRUSTED AS
002500     05 FILLER                   PIC X(28).
002600     05 LDS-LOADED-COUNT-X       PIC X(9).
002700     05 LDS-REWRITTEN-COUNT-X    PIC X(9).
002800     05 FILLER                   PIC X(30).
