000320     SELECT HIST-FILE ASSIGN TO 'AUDITHST'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-HIST-STATUS.
000341     SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
000342         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS WS-AUTH-STATUS.
000344     SELECT SECV-FILE ASSIGN TO 'SECVIOL'
000345         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-SECV-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  ARP-FILE.
000420 01  RPT-PRINT-LINE              PIC X(132).
000430 FD  HIST-FILE.
000440 COPY HISTREC.
000441 FD  AUTH-FILE.
000442 COPY AUTHREC.
000443 FD  SECV-FILE.
000444 COPY SECVREC.
000450 WORKING-STORAGE SECTION.
000460 01 WS-ARP-STATUS          PIC XX VALUE SPACES.
000470 01 WS-AUDIT-STATUS        PIC XX VALUE SPACES.
000580*   12  - AUDRPARM CONTROL RECORD INVALID (UNKNOWN MODE, OR A
000590*         PURGE CUTOFF THAT IS NON-NUMERIC OR ZERO)
000600*   20  - AUDITRPT REPORT FILE COULD NOT BE OPENED OR WRITTEN
000601*   28  - PURGE REFUSED - THE USER HOLDS NO AUTHFILE GRANT FOR
000602*         AUDITRPT PURGE (LOGGED TO SECVIOL); NOTHING WAS TOUCHED.
000603*         REPORT MODE ONLY READS THE TRAIL AND IS NOT CONTROLLED
000610*====================================================
000620 01 WS-RUN-MODE             PIC X(8) VALUE 'REPORT'.
000630     88 WS-MODE-IS-REPORT       VALUE 'REPORT'.
000670 01 WS-RUN-COUNT            PIC 9(7) VALUE 0.
000680 01 WS-FOUND-SLOT           PIC X VALUE 'N'.
000690 01 WS-TABLE-OVERFLOW       PIC X VALUE 'N'.
000691 01 WS-RUN-USER-ID          PIC X(8) VALUE SPACES.
000692*====================================================
000693*USER AUTHORITY (AUTHREC.CPY). THE GRANTS THE RUNNING USER HOLDS
000694*FOR THIS PROGRAM ARE LOADED ONCE AT STARTUP; EVERY REFUSAL IS
000695*LOGGED TO SECVIOL (SECVREC.CPY) AND RAISES RETURN CODE 28.
000696*====================================================
000697 01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
000698 01 WS-SECV-STATUS          PIC XX VALUE SPACES.
000699 01 WS-AUTH-PROGRAM         PIC X(10) VALUE 'AUDITRPT'.
000700 01 WS-AUTH-FILE-READ       PIC X VALUE 'N'.
000701 01 WS-AUTH-COUNT           PIC 9(2) VALUE 0.
000702 01 WS-AUTH-TABLE.
000703     05 WS-AUTH-GRANT OCCURS 20 TIMES PIC X(8).
000704 01 WS-AUTH-SUB             PIC 9(2) VALUE 0.
000705 01 WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
000706 01 WS-AUTH-DETAIL          PIC X(30) VALUE SPACES.
000707 01 WS-AUTH-GRANTED         PIC X VALUE 'N'.
000708 01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
000709*====================================================
000710*AGGREGATION TABLES FOR THE REPORT PASS. ENTRIES ACCUMULATE IN
000720*FIRST-SEEN ORDER, WHICH FOR THE DAY TABLE IS CHRONOLOGICAL
000730*SINCE THE AUDIT TRAIL IS APPEND-ONLY.
001180 01 WS-KEEP-OVERFLOW        PIC X VALUE 'N'.
001190 01 WS-KEEP-TABLE.
001200     05 WS-KEEP-ENTRY OCCURS 2000 TIMES INDEXED BY KEEP-IDX
001210                      PIC X(348).
001220 01 WS-ARCHIVED-COUNT       PIC 9(7) VALUE 0.
001230*====================================================
001240*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
001800 PROCEDURE DIVISION.
001810 MAIN-PARAGRAPH.
001820     PERFORM READ-ARP-FILE.
001821     IF WS-RETURN-CODE = 0 AND WS-MODE-IS-PURGE
001822         PERFORM CHECK-PURGE-AUTHORITY
001823     END-IF.
001830     IF WS-RETURN-CODE = 0
001840         IF WS-MODE-IS-PURGE
001850             PERFORM PURGE-AUDIT-FILE
005630         END-PERFORM
005640         CLOSE AUDIT-FILE
005650     END-IF.
005651
005652 CHECK-PURGE-AUTHORITY.
005653     ACCEPT WS-RUN-USER-ID FROM ENVIRONMENT "LOGNAME".
005654     IF WS-RUN-USER-ID = SPACES
005655         ACCEPT WS-RUN-USER-ID FROM ENVIRONMENT "USER"
005656     END-IF.
005657     PERFORM LOAD-USER-AUTHORITY.
005658     MOVE 'PURGE' TO WS-AUTH-FUNCTION.
005659     MOVE SPACES TO WS-AUTH-DETAIL.
005660     STRING 'CUTOFF ' DELIMITED BY SIZE
005661         WS-CUTOFF-DATE DELIMITED BY SIZE
005662         INTO WS-AUTH-DETAIL
005663     END-STRING.
005664     PERFORM CHECK-AUTHORITY.
005665     IF WS-AUTH-GRANTED = 'N'
005666         DISPLAY "AUDITRPT: PURGE REFUSED - USER " WS-RUN-USER-ID
005667             " HOLDS NO AUDITRPT PURGE AUTHORITY"
005668     END-IF.
005669
005670 LOAD-USER-AUTHORITY.
005671*    ONLY THE RUNNING USER'S GRANTS FOR THIS PROGRAM ARE KEPT.
005672*    AN UNREADABLE AUTHFILE GRANTS NOTHING - THE CONTROL FAILS
005673*    CLOSED, AND EACH REFUSAL IS LOGGED WITH THE REASON.
005674     MOVE 0 TO WS-AUTH-COUNT.
005675     OPEN INPUT AUTH-FILE.
005676     IF WS-AUTH-STATUS = '00'
005677         MOVE 'Y' TO WS-AUTH-FILE-READ
005678         PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
005679             READ AUTH-FILE
005680                 AT END
005681                     MOVE '10' TO WS-AUTH-STATUS
005682                 NOT AT END
005683                     IF AUTH-USER-ID = WS-RUN-USER-ID
005684                             AND AUTH-PROGRAM = WS-AUTH-PROGRAM
005685                             AND WS-RUN-USER-ID NOT = SPACES
005686                             AND WS-AUTH-COUNT < 20
005687                         ADD 1 TO WS-AUTH-COUNT
005688                         MOVE AUTH-FUNCTION TO
005689                             WS-AUTH-GRANT(WS-AUTH-COUNT)
005690                     END-IF
005691             END-READ
005692         END-PERFORM
005693         CLOSE AUTH-FILE
005694     ELSE
005695         DISPLAY "AUDITRPT: UNABLE TO READ AUTHFILE, STATUS="
005696             WS-AUTH-STATUS " - NOTHING IS AUTHORISED"
005697     END-IF.
005698
005699 CHECK-AUTHORITY.
005700*    WS-AUTH-FUNCTION IS THE FUNCTION WANTED AND WS-AUTH-DETAIL
005701*    WHAT IT WOULD BE APPLIED TO. A REFUSAL IS COUNTED AND LOGGED
005702*    HERE, SO A CALLER ONLY HAS TO ACT ON WS-AUTH-GRANTED.
005703     MOVE 'N' TO WS-AUTH-GRANTED.
005704     PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
005705             UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
005706                 OR WS-AUTH-GRANTED = 'Y'
005707         IF WS-AUTH-GRANT(WS-AUTH-SUB) = WS-AUTH-FUNCTION
005708                 OR WS-AUTH-GRANT(WS-AUTH-SUB) = '*'
005709             MOVE 'Y' TO WS-AUTH-GRANTED
005710         END-IF
005711     END-PERFORM.
005712     IF WS-AUTH-GRANTED = 'N'
005713         ADD 1 TO WS-REFUSED-COUNT
005714         PERFORM LOG-SECURITY-VIOLATION
005715         IF WS-RETURN-CODE < 28
005716             MOVE 28 TO WS-RETURN-CODE
005717         END-IF
005718     END-IF.
005719
005720 LOG-SECURITY-VIOLATION.
005721*    APPEND-ONLY, OPENED AND CLOSED FOR EACH REFUSAL SO NO ENTRY
005722*    IS LEFT IN A BUFFER IF THE RUN GOES DOWN LATER. A LOG THAT
005723*    CANNOT BE WRITTEN DOES NOT UNDO THE REFUSAL.
005724     MOVE SPACES TO SECV-RECORD.
005725     ACCEPT SECV-DATE FROM DATE YYYYMMDD.
005726     ACCEPT SECV-TIME FROM TIME.
005727     MOVE WS-RUN-USER-ID TO SECV-USER-ID.
005728     MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM.
005729     MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION.
005730     MOVE WS-AUTH-DETAIL TO SECV-DETAIL.
005731     EVALUATE TRUE
005732     WHEN WS-RUN-USER-ID = SPACES
005733         MOVE 03 TO SECV-REASON-CODE
005734     WHEN WS-AUTH-FILE-READ = 'N'
005735         MOVE 02 TO SECV-REASON-CODE
005736     WHEN OTHER
005737         MOVE 01 TO SECV-REASON-CODE
005738     END-EVALUATE.
005739     OPEN EXTEND SECV-FILE.
005740     IF WS-SECV-STATUS = '05' OR WS-SECV-STATUS = '35'
005741         OPEN OUTPUT SECV-FILE
005742     END-IF.
005743     IF WS-SECV-STATUS NOT = '00'
005744         DISPLAY "AUDITRPT: UNABLE TO OPEN SECVIOL, STATUS="
005745             WS-SECV-STATUS " - REFUSAL NOT LOGGED"
005746     ELSE
005747         WRITE SECV-RECORD
005748         IF WS-SECV-STATUS NOT = '00'
005749             DISPLAY "AUDITRPT: WRITE TO SECVIOL FAILED, STATUS="
005750                 WS-SECV-STATUS " - REFUSAL NOT LOGGED"
005751         END-IF
005752         CLOSE SECV-FILE
005753     END-IF.
