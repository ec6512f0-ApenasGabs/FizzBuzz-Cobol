001300*    06 - CHANGE OR DELETE FOR AN ENTRY NOT ON FILE
001400*    07 - ADD FOR A FROM INDICE ALREADY ON FILE
001500*    08 - EXCEPTION TABLE FULL (50-ENTRY CAPACITY)
001501*    09 - USER NOT AUTHORISED FOR THE ACTION (AUTHREC.CPY)
001600*====================================================
001700 01 EREJ-RECORD.
001800     05 EREJ-TRAN-IMAGE          PIC X(28).
