000100*====================================================
000200*SECV-RECORD - ONE LINE APPENDED TO THE SECURITY VIOLATION LOG
000300*(SECVIOL) FOR EVERY PIECE OF WORK A PROGRAM REFUSED BECAUSE
000400*THE USER HOLDS NO GRANT FOR IT ON AUTHFILE (AUTHREC.CPY): WHO,
000500*WHEN, WHICH PROGRAM AND FUNCTION, AND WHAT WAS REFUSED (THE
000600*REQUEST ID, OR THE TRANSACTION'S KEY). REASON CODES:
000700*    01 - NO GRANT FOR THE PROGRAM AND FUNCTION
000800*    02 - AUTHFILE COULD NOT BE READ - NOTHING IS GRANTED
000900*    03 - NO USER ID COULD BE DETERMINED FOR THE RUN
001000*====================================================
001100 01 SECV-RECORD.
001200     05 SECV-DATE                PIC 9(8).
001300     05 SECV-TIME                PIC 9(8).
001400     05 SECV-USER-ID             PIC X(8).
001500     05 SECV-PROGRAM             PIC X(10).
001600     05 SECV-FUNCTION            PIC X(8).
001700     05 SECV-REASON-CODE         PIC 9(2).
001800     05 SECV-DETAIL              PIC X(30).
