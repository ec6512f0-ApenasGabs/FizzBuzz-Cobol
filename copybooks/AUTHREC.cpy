000100*====================================================
000200*AUTH-RECORD - ONE GRANT ON THE USER AUTHORITY FILE (AUTHFILE).
000300*THE FILE IS KEYED BY AUTH-USER-ID AND KEPT IN USER-ID ORDER; A
000400*USER HOLDS EXACTLY THE GRANTS THAT CARRY THAT USER ID, AND A USER
000500*WITH NO RECORD MAY DO NOTHING THE FILE CONTROLS. EACH GRANT
000600*NAMES ONE PROGRAM AND ONE FUNCTION OF IT:
000700*    FIZZBUZZ  - A RUN MODE: REPORT, EXTRACT, VALIDATE, INCREMEN
000800*    RULEMAINT - A TRANSACTION ACTION: ADD, CHANGE, RETIRE
000900*    EXCPMAINT - A TRANSACTION ACTION: ADD, CHANGE, DELETE
001000*    GENMAINT  - PURGE
001100*    AUDITRPT  - PURGE
001150*    GENREST   - RESTORE
001160*    FBBKOUT   - BACKOUT
001200*AN AUTH-FUNCTION OF '*' GRANTS EVERY FUNCTION OF THE PROGRAM.
001300*THE REPORT MODES OF GENMAINT AND AUDITRPT ONLY READ, AND ARE
001400*NOT CONTROLLED. THE USER ID IS THE SIGN-ON (LOGNAME, ELSE USER)
001500*EACH PROGRAM ALREADY STAMPS ON ITS JOURNAL OR AUDIT ENTRY.
001600*AUTH-GRANTED-BY/AUTH-GRANT-DATE RECORD WHO APPROVED THE GRANT
001700*AND WHEN; AUTH-REVIEW-DATE IS THE DATE IT WAS LAST RECERTIFIED
001800*(SPACES OR ZERO = NEVER) - SEE FBAUTHRP.
001900*====================================================
002000 01 AUTH-RECORD.
002100     05 AUTH-USER-ID             PIC X(8).
002200     05 AUTH-PROGRAM             PIC X(10).
002300     05 AUTH-FUNCTION            PIC X(8).
002400     05 AUTH-GRANTED-BY          PIC X(8).
002500     05 AUTH-GRANT-DATE          PIC 9(8).
002600     05 AUTH-REVIEW-DATE         PIC 9(8).
002700*====================================================
002800*AUTH-RECORD-X - RAW VIEW OF THE TWO DATES SO THEY CAN BE
002900*IS-NUMERIC TESTED BEFORE THEY ARE TRUSTED.
003000*====================================================
003100 01 AUTH-RECORD-X REDEFINES AUTH-RECORD.
003200     05 FILLER                   PIC X(34).
003300     05 AUTH-GRANT-DATE-X        PIC X(8).
003400     05 AUTH-REVIEW-DATE-X       PIC X(8).
