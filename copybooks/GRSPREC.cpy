000100*====================================================
000200*GRS-RECORD - CONTROL RECORD FOR GENREST (GRSTPARM). NAMES THE
000300*ARCHIVED GENERATION TO PUT BACK ON THE GENCAT CATALOG BY THE
000400*NUMBER IT WAS PURGED UNDER. A GENERATION NUMBER COMES ROUND
000500*AGAIN AFTER THE 9999 WRAP, SO GENARCH CAN HOLD MORE THAN ONE
000600*GENERATION UNDER THE SAME NUMBER - GRS-RUN-DATE (AND, IF THAT
000700*IS STILL NOT ENOUGH, GRS-RUN-TIME) PICK ONE BY THE DATE AND
000800*TIME OF THE RUN THAT WROTE IT, AS SHOWN ON GENMAINT'S CATALOG
000900*LISTING. SPACES OR ZEROS IN EITHER MEAN ANY.
001000*====================================================
001100 01 GRS-RECORD.
001200     05 GRS-GEN-NUMBER           PIC 9(4).
001300     05 GRS-RUN-DATE             PIC 9(8).
001400     05 GRS-RUN-TIME             PIC 9(8).
001500*====================================================
001600*GRS-RECORD-X REDEFINES THE CONTROL RECORD AS RAW ALPHANUMERIC
001700*SO EACH FIELD CAN BE IS-NUMERIC TESTED BEFORE IT IS TRUSTED AS
001800*A NUMBER - SAME REASON AS PARM-RECORD-X IN PARMREC.CPY.
001900*====================================================
002000 01 GRS-RECORD-X REDEFINES GRS-RECORD.
002100     05 GRS-GEN-NUMBER-X         PIC X(4).
002200     05 GRS-RUN-DATE-X           PIC X(8).
002300     05 GRS-RUN-TIME-X           PIC X(8).
