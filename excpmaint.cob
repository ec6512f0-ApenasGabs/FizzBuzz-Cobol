000380*         UNUSABLE ENTRIES ALREADY ON THE MASTER WERE DROPPED
000390*    8  - BATCH OUT OF BALANCE OR STRUCTURALLY BROKEN - THE
000400*         TABLE WAS NOT SAVED; DOWNSTREAM RUNS MUST BE HELD
000401*   28  - ONE OR MORE TRANSACTIONS WERE REFUSED BECAUSE THE USER
000402*         HOLDS NO AUTHFILE GRANT FOR THE ACTION - THEY ARE ON
000403*         EXCPREJ (REASON 09) AND SECVIOL; THE REST WERE APPLIED
000410*
000420*FIZZBUZZ AND FBVERIFY LOAD THE RESULTING EXCPFILE AT STARTUP;
000430*THE 50-ENTRY CAPACITY HERE IS THE SAME CAPACITY THEY ENFORCE,
000610     SELECT RPT-FILE ASSIGN TO 'EXCPRPT'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-STATUS.
000631     SELECT AUTH-FILE ASSIGN TO 'AUTHFILE'
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS WS-AUTH-STATUS.
000634     SELECT SECV-FILE ASSIGN TO 'SECVIOL'
000635         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS WS-SECV-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  EXCP-FILE.
000730 COPY EREJREC.
000740 FD  RPT-FILE.
000750 01  RPT-PRINT-LINE              PIC X(132).
000751 FD  AUTH-FILE.
000752 COPY AUTHREC.
000753 FD  SECV-FILE.
000754 COPY SECVREC.
000760 WORKING-STORAGE SECTION.
000770 01 WS-EXCP-STATUS         PIC XX VALUE SPACES.
000780 01 WS-TRAN-STATUS         PIC XX VALUE SPACES.
001280     05 RPT-NEW-TO           PIC 9(9).
001290 01 WS-RUN-DATE            PIC 9(8) VALUE 0.
001300 01 WS-USER-ID             PIC X(8) VALUE SPACES.
001301*====================================================
001302*USER AUTHORITY (AUTHREC.CPY). THE GRANTS THE RUNNING USER HOLDS
001303*FOR THIS PROGRAM ARE LOADED ONCE AT STARTUP; EVERY REFUSAL IS
001304*LOGGED TO SECVIOL (SECVREC.CPY) AND RAISES RETURN CODE 28.
001305*====================================================
001306 01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
001307 01 WS-SECV-STATUS          PIC XX VALUE SPACES.
001308 01 WS-AUTH-PROGRAM         PIC X(10) VALUE 'EXCPMAINT'.
001309 01 WS-AUTH-FILE-READ       PIC X VALUE 'N'.
001310 01 WS-AUTH-COUNT           PIC 9(2) VALUE 0.
001311 01 WS-AUTH-TABLE.
001312     05 WS-AUTH-GRANT OCCURS 20 TIMES PIC X(8).
001313 01 WS-AUTH-SUB             PIC 9(2) VALUE 0.
001314 01 WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
001315 01 WS-AUTH-DETAIL          PIC X(30) VALUE SPACES.
001316 01 WS-AUTH-GRANTED         PIC X VALUE 'N'.
001317 01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
001318*====================================================
001320*IN-MEMORY MIRROR OF THE OVERRIDE/EXCEPTION TABLE, SAME SHAPE
001330*AND 50-ENTRY CAPACITY AS THE TABLES FIZZBUZZ AND FBVERIFY
001340*LOAD AT STARTUP. ENTRIES ARE NORMALIZED ON LOAD THE WAY
001560     IF WS-USER-ID = SPACES
001570         ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
001580     END-IF.
001581     PERFORM LOAD-USER-AUTHORITY.
001590     PERFORM LOAD-EXCP-FILE.
001600     PERFORM VALIDATE-BATCH.
001610     IF WS-BATCH-OK = 'N'
001810     DISPLAY "EXCPMAINT: " WS-TRAN-COUNT " TRANSACTION(S) "
001820         "APPLIED, " WS-REJECT-COUNT " REJECTED, "
001830         WS-EXC-COUNT " ENTRY(IES) ON FILE".
001831     IF WS-REFUSED-COUNT > 0
001832         DISPLAY "EXCPMAINT: " WS-REFUSED-COUNT
001833             " OF THE REJECTED TRANSACTION(S) REFUSED FOR "
001834             "WANT OF AUTHORITY - SEE SECVIOL"
001835     END-IF.
001840     STOP RUN RETURNING WS-RETURN-CODE.
001850
001860 VALIDATE-BATCH.
004330                 NOT AT END
004340                     IF ETRN-ACTION NOT = 'H'
004350                             AND ETRN-ACTION NOT = 'T'
004351                         PERFORM CHECK-TRANSACTION-AUTHORITY
004352                         IF WS-AUTH-GRANTED = 'Y'
004360                             PERFORM APPLY-ONE-TRANSACTION
004361                         END-IF
004370                     END-IF
004380             END-READ
004390         END-PERFORM
004400         CLOSE TRAN-FILE
004410     END-IF.
004420
004421 CHECK-TRANSACTION-AUTHORITY.
004422*    EACH ACTION IS GRANTED SEPARATELY ON AUTHFILE (ADD, CHANGE,
004423*    DELETE). A REFUSED TRANSACTION GOES TO EXCPREJ LIKE ANY
004424*    OTHER REJECT, SO IT CAN BE RESUBMITTED BY SOMEONE WHO HOLDS
004425*    THE AUTHORITY. AN UNKNOWN ACTION CODE IS LEFT FOR
004426*    APPLY-ONE-TRANSACTION TO REJECT AS IT ALWAYS HAS.
004427     MOVE 'Y' TO WS-AUTH-GRANTED.
004428     EVALUATE TRUE
004429     WHEN ETRN-IS-ADD
004430         MOVE 'ADD' TO WS-AUTH-FUNCTION
004431     WHEN ETRN-IS-CHANGE
004432         MOVE 'CHANGE' TO WS-AUTH-FUNCTION
004433     WHEN ETRN-IS-DELETE
004434         MOVE 'DELETE' TO WS-AUTH-FUNCTION
004435     WHEN OTHER
004436         MOVE SPACES TO WS-AUTH-FUNCTION
004437     END-EVALUATE.
004438     IF WS-AUTH-FUNCTION NOT = SPACES
004439         MOVE SPACES TO WS-AUTH-DETAIL
004440         STRING 'ENTRY ' DELIMITED BY SIZE
004441             ETRN-FROM-INDICE-X DELIMITED BY SIZE
004442             ' BATCH ' DELIMITED BY SIZE
004443             WS-BATCH-ID DELIMITED BY SIZE
004444             INTO WS-AUTH-DETAIL
004445         END-STRING
004446         PERFORM CHECK-AUTHORITY
004447         IF WS-AUTH-GRANTED = 'N'
004448             DISPLAY "EXCPMAINT: " WS-AUTH-FUNCTION " OF ENTRY "
004449                 ETRN-FROM-INDICE-X " REFUSED - USER " WS-USER-ID
004450                 " HOLDS NO AUTHORITY FOR IT"
004451             MOVE 09 TO WS-REJ-CODE
004452             MOVE 'NOT AUTHORISED FOR THE ACTION' TO WS-REJ-TEXT
004453             PERFORM WRITE-REJECT-RECORD
004454         END-IF
004455     END-IF.
004456
004457 APPLY-ONE-TRANSACTION.
004458*    THE RAW-BYTE VIEWS FROM EXCP-TRAN-RECORD-X ARE TESTED
004459*    BEFORE THE PIC 9 FIELDS ARE TRUSTED - A PIC 9 FIELD
004460*    LOADED WITH NON-NUMERIC TEXT FROM A LINE SEQUENTIAL
004470*    RECORD DOES NOT RAISE AN ERROR UNTIL IT IS USED. THE TO
004480*    INDICE IS NORMALIZED (ZERO OR SPACES = THE FROM INDICE)
006680         WRITE EXCP-RECORD
006690     END-PERFORM.
006700     CLOSE EXCP-FILE.
006701
006702 LOAD-USER-AUTHORITY.
006703*    ONLY THE RUNNING USER'S GRANTS FOR THIS PROGRAM ARE KEPT.
006704*    AN UNREADABLE AUTHFILE GRANTS NOTHING - THE CONTROL FAILS
006705*    CLOSED, AND EACH REFUSAL IS LOGGED WITH THE REASON.
006706     MOVE 0 TO WS-AUTH-COUNT.
006707     OPEN INPUT AUTH-FILE.
006708     IF WS-AUTH-STATUS = '00'
006709         MOVE 'Y' TO WS-AUTH-FILE-READ
006710         PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
006711             READ AUTH-FILE
006712                 AT END
006713                     MOVE '10' TO WS-AUTH-STATUS
006714                 NOT AT END
006715                     IF AUTH-USER-ID = WS-USER-ID
006716                             AND AUTH-PROGRAM = WS-AUTH-PROGRAM
006717                             AND WS-USER-ID NOT = SPACES
006718                             AND WS-AUTH-COUNT < 20
006719                         ADD 1 TO WS-AUTH-COUNT
006720                         MOVE AUTH-FUNCTION TO
006721                             WS-AUTH-GRANT(WS-AUTH-COUNT)
006722                     END-IF
006723             END-READ
006724         END-PERFORM
006725         CLOSE AUTH-FILE
006726     ELSE
006727         DISPLAY "EXCPMAINT: UNABLE TO READ AUTHFILE, STATUS="
006728             WS-AUTH-STATUS " - NOTHING IS AUTHORISED"
006729     END-IF.
006730
006731 CHECK-AUTHORITY.
006732*    WS-AUTH-FUNCTION IS THE FUNCTION WANTED AND WS-AUTH-DETAIL
006733*    WHAT IT WOULD BE APPLIED TO. A REFUSAL IS COUNTED AND LOGGED
006734*    HERE, SO A CALLER ONLY HAS TO ACT ON WS-AUTH-GRANTED.
006735     MOVE 'N' TO WS-AUTH-GRANTED.
006736     PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
006737             UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
006738                 OR WS-AUTH-GRANTED = 'Y'
006739         IF WS-AUTH-GRANT(WS-AUTH-SUB) = WS-AUTH-FUNCTION
006740                 OR WS-AUTH-GRANT(WS-AUTH-SUB) = '*'
006741             MOVE 'Y' TO WS-AUTH-GRANTED
006742         END-IF
006743     END-PERFORM.
006744     IF WS-AUTH-GRANTED = 'N'
006745         ADD 1 TO WS-REFUSED-COUNT
006746         PERFORM LOG-SECURITY-VIOLATION
006747         IF WS-RETURN-CODE < 28
006748             MOVE 28 TO WS-RETURN-CODE
006749         END-IF
006750     END-IF.
006751
006752 LOG-SECURITY-VIOLATION.
006753*    APPEND-ONLY, OPENED AND CLOSED FOR EACH REFUSAL SO NO ENTRY
006754*    IS LEFT IN A BUFFER IF THE RUN GOES DOWN LATER. A LOG THAT
006755*    CANNOT BE WRITTEN DOES NOT UNDO THE REFUSAL.
006756     MOVE SPACES TO SECV-RECORD.
006757     ACCEPT SECV-DATE FROM DATE YYYYMMDD.
006758     ACCEPT SECV-TIME FROM TIME.
006759     MOVE WS-USER-ID TO SECV-USER-ID.
006760     MOVE WS-AUTH-PROGRAM TO SECV-PROGRAM.
006761     MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION.
006762     MOVE WS-AUTH-DETAIL TO SECV-DETAIL.
006763     EVALUATE TRUE
006764     WHEN WS-USER-ID = SPACES
006765         MOVE 03 TO SECV-REASON-CODE
006766     WHEN WS-AUTH-FILE-READ = 'N'
006767         MOVE 02 TO SECV-REASON-CODE
006768     WHEN OTHER
006769         MOVE 01 TO SECV-REASON-CODE
006770     END-EVALUATE.
006771     OPEN EXTEND SECV-FILE.
006772     IF WS-SECV-STATUS = '05' OR WS-SECV-STATUS = '35'
006773         OPEN OUTPUT SECV-FILE
006774     END-IF.
006775     IF WS-SECV-STATUS NOT = '00'
006776         DISPLAY "EXCPMAINT: UNABLE TO OPEN SECVIOL, STATUS="
006777             WS-SECV-STATUS " - REFUSAL NOT LOGGED"
006778     ELSE
006779         WRITE SECV-RECORD
006780         IF WS-SECV-STATUS NOT = '00'
006781             DISPLAY "EXCPMAINT: WRITE TO SECVIOL FAILED, STATUS="
006782                 WS-SECV-STATUS " - REFUSAL NOT LOGGED"
006783         END-IF
006784         CLOSE SECV-FILE
006785     END-IF.
