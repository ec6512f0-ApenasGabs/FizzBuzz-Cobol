000100*====================================================
000200*AUDIT-HIST-RECORD - ARCHIVED AUDIT TRAIL ENTRY ON AUDITHST.
000300*A BYTE-FOR-BYTE COPY OF AUDIT-RECORD (AUDITREC.CPY, 348
000400*BYTES SINCE THE REQUEST IDS WERE ADDED) MOVED ACROSS WHOLE
000500*BY AUDITRPT'S RETENTION MODE, SO AN ARCHIVED ENTRY CAN
000600*ALWAYS BE READ BACK WITH THE AUDITREC LAYOUT OF ITS DAY.
000700*====================================================
000800 01 AUDIT-HIST-RECORD            PIC X(348).
