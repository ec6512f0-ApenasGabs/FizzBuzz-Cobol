000100*====================================================
000200*GENARCH GENERATION MARKERS. GENMAINT'S PURGE COPIES EACH
000300*PURGED GENERATION TO THE GENARCH ARCHIVE BRACKETED BY A PAIR OF
000400*MARKER RECORDS, SO ONE GENERATION CAN BE FOUND AND READ BACK
000500*OUT OF THE ARCHIVE STREAM (GENREST):
000600*    GENSTART - WRITTEN BEFORE THE GENERATION'S ROWS; CARRIES THE
000700*               DATE AND TIME OF THE PURGE AND THE GENERATION'S
000800*               ORIGINAL GENCAT ENTRY (GENREC.CPY), BYTE FOR BYTE
000900*    GENEND   - WRITTEN AFTER THE LAST ROW; CARRIES HOW MANY
001000*               DETAIL ROWS AND HOW MANY TRAILERS (TRAILER AND
001100*               GRANDTOT) WERE COPIED, AND WHETHER THE GENERATION
001200*               FILE WAS THERE TO COPY ('C') OR WAS ALREADY GONE
001300*               ('M' - THE PAIR IS THEN EMPTY)
001400*THE MARKER ID OCCUPIES THE SAME NINE BYTES AS THE DETAIL ROW'S
001500*INDICE AND THE TRAILER'S TRAILER-ID, SO A READER TELLS THE
001600*THREE APART THE SAME WAY IT TELLS A TRAILER FROM A DETAIL ROW.
001700*ROWS ARCHIVED BEFORE THE MARKERS EXISTED SIT BETWEEN NO PAIR
001800*AND CANNOT BE ASSIGNED TO A GENERATION.
001900*====================================================
002000 01 ARCH-START-RECORD.
002100     05 ARCH-START-ID            PIC X(9).
002200         88 ARCH-IS-START            VALUE 'GENSTART'.
002300     05 ARCH-START-DATE          PIC 9(8).
002400     05 ARCH-START-TIME          PIC 9(8).
002500     05 ARCH-START-GEN-ENTRY     PIC X(108).
002600 01 ARCH-END-RECORD.
002700     05 ARCH-END-ID              PIC X(9).
002800         88 ARCH-IS-END              VALUE 'GENEND'.
002900     05 ARCH-END-GEN-NUMBER      PIC 9(4).
003000     05 ARCH-END-FILE-NAME       PIC X(8).
003100     05 ARCH-END-DETAIL-COUNT    PIC 9(9).
003200     05 ARCH-END-TRAILER-COUNT   PIC 9(9).
003300     05 ARCH-END-STATUS          PIC X.
003400         88 ARCH-END-COPIED          VALUE 'C'.
003500         88 ARCH-END-MISSING         VALUE 'M'.
003600*====================================================
003700*ARCH-END-RECORD-X - RAW VIEW OF THE GENEND COUNTS SO THEY CAN BE
003800*IS-NUMERIC TESTED BEFORE THEY ARE TRUSTED.
003900*====================================================
004000 01 ARCH-END-RECORD-X REDEFINES ARCH-END-RECORD.
004100     05 FILLER                   PIC X(21).
004200     05 ARCH-END-DETAIL-COUNT-X  PIC X(9).
004300     05 ARCH-END-TRAILER-COUNT-X PIC X(9).
004400     05 FILLER                   PIC X.
