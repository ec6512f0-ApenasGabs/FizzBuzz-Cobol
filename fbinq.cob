000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FBInq.
000030*====================================================
000040*FBINQ - INQUIRY AGAINST THE KEYED CLASSIFICATION MASTER
000050*(MASTFILE, BUILT BY FBLOAD). THE HELP DESK'S 'WHAT WAS
000060*8,644,301 CLASSIFIED AS' QUESTIONS READ THE MASTER BY KEY
000070*INSTEAD OF SCANNING THE WHOLE EXTRACT: INQFILE HOLDS ONE
000080*INQUIRY PER RECORD (A SHORT LIST IS JUST SEVERAL RECORDS).
000082*BESIDES THE SINGLE-KEY READ, AN INQUIRY CAN BROWSE A RANGE
000084*OF INDICES, SEARCH A RANGE FOR ROWS CARRYING A GIVEN LABEL,
000086*OR ASK FOR ONE INDICE'S CHANGE TIMELINE - ITS CURRENT ROW
000088*MERGED WITH THE BEFORE/AFTER IMAGES FBLOAD LEFT ON MASTHIST,
000089*INCLUDING ANY BACKOUT OF A LOAD BY FBBKOUT.
000090*EACH ANSWER - CLASSIFICATION, FLAGS, AND WHICH REQUEST/LOAD
000100*PRODUCED IT - GOES TO THE INQRPT INQUIRY REPORT, ONE HEADED
000102*BLOCK PER INQUIRY SO IT CAN BE SENT BACK TO THE REQUESTER;
000104*SINGLE-KEY ANSWERS ARE STILL ECHOED TO THE JOB LOG AS BEFORE.
000110*====================================================
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000150     SELECT INQ-FILE ASSIGN TO 'INQFILE'
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-INQ-STATUS.
000172*    DYNAMIC ACCESS - THE SINGLE-KEY AND TIMELINE INQUIRIES
000174*    READ BY KEY, THE RANGE INQUIRIES START AND READ NEXT.
000180     SELECT MAST-FILE ASSIGN TO 'MASTFILE'
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS MAST-INDICE
000220         FILE STATUS IS WS-MAST-STATUS.
000222     SELECT HIST-FILE ASSIGN TO 'MASTHIST'
000223         ORGANIZATION IS LINE SEQUENTIAL
000224         FILE STATUS IS WS-HIST-STATUS.
000226     SELECT RPT-FILE ASSIGN TO 'INQRPT'
000227         ORGANIZATION IS LINE SEQUENTIAL
000228         FILE STATUS IS WS-RPT-STATUS.
000230 DATA DIVISION.
000240 FILE SECTION.
000250 FD  INQ-FILE.
000251*    COLUMNS 1-9 ARE THE INDICE, AS THEY ALWAYS WERE - A RECORD
000252*    HOLDING NOTHING ELSE IS STILL A SINGLE-KEY READ. COLUMN 10
000253*    NAMES ANY OTHER INQUIRY TYPE:
000254*        ' ' OR 'S' - SINGLE-KEY READ OF INQ-INDICE
000255*        'R' - RANGE BROWSE, INQ-INDICE THROUGH INQ-TO-INDICE
000256*        'L' - LABEL SEARCH: THE ROWS IN THAT RANGE WHOSE
000257*              CLASSIFICATION CARRIES INQ-LABEL
000258*        'H' - CHANGE TIMELINE OF INQ-INDICE FROM MASTHIST
000259*    INQ-REQUESTER IS FREE TEXT PRINTED ON THE ANSWER'S HEADING.
000260 01  INQ-RECORD.
000270     05 INQ-INDICE               PIC 9(9).
000271     05 INQ-TYPE                 PIC X.
000272     05 INQ-TO-INDICE            PIC 9(9).
000273     05 INQ-LABEL                PIC X(8).
000274     05 INQ-REQUESTER            PIC X(20).
000280 01  INQ-RECORD-X REDEFINES INQ-RECORD.
000290     05 INQ-INDICE-X             PIC X(9).
000292     05 FILLER                   PIC X.
000294     05 INQ-TO-INDICE-X          PIC X(9).
000296     05 FILLER                   PIC X(28).
000300 FD  MAST-FILE.
000310 COPY MASTREC.
000312 FD  HIST-FILE.
000314 COPY MHSTREC.
000316 FD  RPT-FILE.
000318 01  RPT-PRINT-LINE              PIC X(132).
000320 WORKING-STORAGE SECTION.
000330 01 WS-INQ-STATUS          PIC XX VALUE SPACES.
000340 01 WS-MAST-STATUS         PIC XX VALUE SPACES.
000342 01 WS-HIST-STATUS         PIC XX VALUE SPACES.
000344 01 WS-RPT-STATUS          PIC XX VALUE SPACES.
000346 01 WS-RPT-OPEN            PIC X VALUE 'N'.
000348 01 WS-RPT-WORK            PIC X(132) VALUE SPACES.
000350 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000360*====================================================
000370*RETURN-CODE SCHEME (HIGHEST APPLICABLE CODE WINS, AS IN
000380*FIZZBUZZ ITSELF):
000390*    0  - EVERY INQUIRY WAS ANSWERED FROM THE MASTER
000400*    4  - ONE OR MORE INQUIRIES FOUND NOTHING - AN INDICE NOT
000402*         ON THE MASTER, A RANGE OR LABEL SEARCH WITH NO ROWS,
000404*         OR A TIMELINE WITH NEITHER A ROW NOR ANY HISTORY
000410*   12  - AN INQUIRY RECORD WAS INVALID - NOT A 9-DIGIT
000412*         INDICE, AN UNKNOWN TYPE, A RANGE ENDING BEFORE IT
000414*         STARTS, OR A LABEL SEARCH WITH NO LABEL
000420*   20  - MASTFILE, INQFILE OR INQRPT COULD NOT BE OPENED, OR
000422*         INQRPT COULD NOT BE WRITTEN
000430*====================================================
000440 01 WS-ASKED-COUNT          PIC 9(5) VALUE 0.
000450 01 WS-FOUND-COUNT          PIC 9(5) VALUE 0.
000460 01 WS-MISSING-COUNT        PIC 9(5) VALUE 0.
000470 01 WS-BAD-COUNT            PIC 9(5) VALUE 0.
000471*====================================================
000472*PER-INQUIRY WORK AREAS. A RANGE BROWSE OR LABEL SEARCH
000473*PRINTS AT MOST WS-LIST-MAX ROWS - THE MATCH COUNT ON ITS
000474*CLOSING LINE STILL COVERS THE WHOLE RANGE.
000475*====================================================
000476 01 WS-INQ-VALID            PIC X VALUE 'Y'.
000477 01 WS-INQ-ANSWERED         PIC X VALUE 'N'.
000478 01 WS-INQ-TYPE-NAME        PIC X(8) VALUE SPACES.
000479 01 WS-LIST-MAX             PIC 9(5) VALUE 1000.
000480 01 WS-LIST-PRINTED         PIC 9(5) VALUE 0.
000481 01 WS-RANGE-READ           PIC 9(9) VALUE 0.
000482 01 WS-RANGE-MATCHED        PIC 9(9) VALUE 0.
000483 01 WS-RANGE-DONE           PIC X VALUE 'N'.
000484 01 WS-LABEL-LEN            PIC 9(2) VALUE 0.
000485 01 WS-LABEL-HITS           PIC 9(3) VALUE 0.
000486 01 WS-ROW-ON-FILE          PIC X VALUE 'N'.
000487 01 WS-HIST-SEEN            PIC 9(5) VALUE 0.
000488 01 WS-LAST-NEW-CLASS       PIC X(80) VALUE SPACES.
000489 01 WS-LAST-NEW-FIZZ        PIC X VALUE SPACE.
000490 01 WS-LAST-NEW-BUZZ        PIC X VALUE SPACE.
000491 01 WS-TL-CLASS             PIC X(80) VALUE SPACES.
000492*====================================================
000493*REPORT PRINT LINES. 132-COLUMN PRINT CONVENTION.
000494*====================================================
000495 01 RPT-INQ-HDR-LINE.
000496     05 FILLER               PIC X(8) VALUE 'INQUIRY '.
000497     05 RPT-HDR-SEQ          PIC ZZZZ9.
000498     05 FILLER               PIC X(2) VALUE SPACES.
000499     05 RPT-HDR-TYPE         PIC X(8).
000500     05 FILLER               PIC X(1) VALUE SPACE.
000501     05 RPT-HDR-FROM         PIC 9(9).
000502     05 RPT-HDR-THRU         PIC X(9).
000503     05 RPT-HDR-TO           PIC X(9).
000504     05 RPT-HDR-LABEL-LIT    PIC X(8).
000505     05 RPT-HDR-LABEL        PIC X(8).
000506     05 FILLER               PIC X(5) VALUE ' FOR '.
000507     05 RPT-HDR-REQUESTER    PIC X(20).
000508 01 RPT-ROW-LINE.
000509     05 FILLER               PIC X(2) VALUE SPACES.
000510     05 RPT-ROW-INDICE       PIC 9(9).
000511     05 FILLER               PIC X(3) VALUE " '".
000512     05 RPT-ROW-CLASS        PIC X(40).
000513     05 FILLER               PIC X(8) VALUE "' FLAGS ".
000514     05 RPT-ROW-FLAGS        PIC X(2).
000515     05 FILLER               PIC X(9) VALUE ' REQUEST '.
000516     05 RPT-ROW-REQ          PIC X(8).
000517     05 FILLER               PIC X(8) VALUE ' LOADED '.
000518     05 RPT-ROW-DATE         PIC 9(8).
000519     05 FILLER               PIC X(1) VALUE SPACE.
000520     05 RPT-ROW-TIME         PIC 9(8).
000521 01 RPT-TL-LINE.
000522     05 FILLER               PIC X(2) VALUE SPACES.
000523     05 RPT-TL-DATE          PIC X(8).
000524     05 FILLER               PIC X(1) VALUE SPACE.
000525     05 RPT-TL-TIME          PIC X(8).
000526     05 FILLER               PIC X(2) VALUE SPACES.
000527     05 RPT-TL-EVENT         PIC X(8).
000528     05 FILLER               PIC X(3) VALUE " '".
000529     05 RPT-TL-CLASS         PIC X(40).
000530     05 FILLER               PIC X(8) VALUE "' FLAGS ".
000531     05 RPT-TL-FLAGS         PIC X(2).
000532     05 FILLER               PIC X(9) VALUE ' REQUEST '.
000533     05 RPT-TL-REQ           PIC X(8).
000534 01 RPT-COUNT-LINE.
000535     05 FILLER               PIC X(2) VALUE SPACES.
000536     05 RPT-CNT-READ         PIC ZZZZZZZZ9.
000537     05 FILLER               PIC X(20)
000538                             VALUE ' ROW(S) IN RANGE,  '.
000539     05 RPT-CNT-MATCHED      PIC ZZZZZZZZ9.
000540     05 FILLER               PIC X(11) VALUE ' MATCHED,  '.
000541     05 RPT-CNT-PRINTED      PIC ZZZZ9.
000542     05 FILLER               PIC X(8) VALUE ' LISTED'.
000543
000544 PROCEDURE DIVISION.
000545 MAIN-PARAGRAPH.
000546     OPEN INPUT INQ-FILE.
000547     IF WS-INQ-STATUS NOT = '00'
000548         DISPLAY "FBINQ: UNABLE TO OPEN INQFILE, STATUS="
000549             WS-INQ-STATUS
000550         MOVE 20 TO WS-RETURN-CODE
000560         STOP RUN RETURNING WS-RETURN-CODE
000570     END-IF.
000630         CLOSE INQ-FILE
000640         STOP RUN RETURNING WS-RETURN-CODE
000650     END-IF.
000652     OPEN OUTPUT RPT-FILE.
000653     IF WS-RPT-STATUS NOT = '00'
000654         DISPLAY "FBINQ: UNABLE TO OPEN INQRPT, STATUS="
000655             WS-RPT-STATUS
000656         MOVE 20 TO WS-RETURN-CODE
000657         CLOSE INQ-FILE
000658         CLOSE MAST-FILE
000659         STOP RUN RETURNING WS-RETURN-CODE
000661     END-IF.
000662     MOVE 'Y' TO WS-RPT-OPEN.
000666     PERFORM UNTIL WS-INQ-STATUS NOT = '00'
000670         READ INQ-FILE
000680             AT END
000690                 MOVE '10' TO WS-INQ-STATUS
000730     END-PERFORM.
000740     CLOSE INQ-FILE.
000750     CLOSE MAST-FILE.
000752     IF WS-RPT-OPEN = 'Y'
000754         CLOSE RPT-FILE
000756     END-IF.
000760     DISPLAY "FBINQ: " WS-ASKED-COUNT " INQUIRY(IES), "
000770         WS-FOUND-COUNT " FOUND, " WS-MISSING-COUNT
000780         " NOT ON FILE, " WS-BAD-COUNT " INVALID".
000790     STOP RUN RETURNING WS-RETURN-CODE.
000800
000810 ANSWER-ONE-INQUIRY.
000820*    INQ-INDICE-X IS THE RAW-BYTE VIEW - SAME IS-NUMERIC-
000830*    BEFORE-TRUSTING CONVENTION AS PARM-RECORD-X IN
000840*    PARMREC.CPY.
000850     ADD 1 TO WS-ASKED-COUNT.
000852     PERFORM VALIDATE-INQUIRY.
000854     IF WS-INQ-VALID = 'N'
000870         ADD 1 TO WS-BAD-COUNT
000900         IF WS-RETURN-CODE < 12
000910             MOVE 12 TO WS-RETURN-CODE
000920         END-IF
000930     ELSE
000932         PERFORM WRITE-INQUIRY-HEADING
000934         MOVE 'N' TO WS-INQ-ANSWERED
000936         EVALUATE INQ-TYPE
000938         WHEN 'R'
000940         WHEN 'L'
000942             PERFORM BROWSE-RANGE
000944         WHEN 'H'
000946             PERFORM BUILD-TIMELINE
000948         WHEN OTHER
000950             PERFORM READ-SINGLE-INDICE
000952         END-EVALUATE
000954         IF WS-INQ-ANSWERED = 'Y'
000956             ADD 1 TO WS-FOUND-COUNT
000958         ELSE
000960             ADD 1 TO WS-MISSING-COUNT
000962             IF WS-RETURN-CODE < 4
000964                 MOVE 4 TO WS-RETURN-CODE
000966             END-IF
000968         END-IF
000970         MOVE SPACES TO WS-RPT-WORK
000972         PERFORM WRITE-REPORT-LINE
001200     END-IF.
001202
001204 VALIDATE-INQUIRY.
001206*    AN INVALID INQUIRY IS NAMED ON THE JOB LOG AND IN THE
001208*    REPORT, THEN SKIPPED - THE REST OF INQFILE IS STILL
001210*    ANSWERED.
001212     MOVE 'Y' TO WS-INQ-VALID.
001214     EVALUATE TRUE
001216     WHEN INQ-INDICE-X IS NOT NUMERIC
001218         MOVE 'N' TO WS-INQ-VALID
001220         DISPLAY "FBINQ: '" INQ-INDICE-X "' IS NOT A 9-DIGIT "
001222             "INDICE"
001224     WHEN INQ-TYPE NOT = SPACE AND INQ-TYPE NOT = 'S'
001226             AND INQ-TYPE NOT = 'R' AND INQ-TYPE NOT = 'L'
001228             AND INQ-TYPE NOT = 'H'
001230         MOVE 'N' TO WS-INQ-VALID
001232         DISPLAY "FBINQ: INQUIRY TYPE '" INQ-TYPE "' FOR "
001234             INQ-INDICE " IS NOT S, R, L OR H"
001236     WHEN (INQ-TYPE = 'R' OR INQ-TYPE = 'L')
001238             AND INQ-TO-INDICE-X IS NOT NUMERIC
001240         MOVE 'N' TO WS-INQ-VALID
001242         DISPLAY "FBINQ: RANGE INQUIRY FROM " INQ-INDICE
001244             " HAS NO 9-DIGIT END INDICE"
001246     WHEN (INQ-TYPE = 'R' OR INQ-TYPE = 'L')
001248             AND INQ-TO-INDICE < INQ-INDICE
001250         MOVE 'N' TO WS-INQ-VALID
001252         DISPLAY "FBINQ: RANGE INQUIRY " INQ-INDICE "-"
001254             INQ-TO-INDICE " ENDS BEFORE IT STARTS"
001256     WHEN INQ-TYPE = 'L' AND INQ-LABEL = SPACES
001258         MOVE 'N' TO WS-INQ-VALID
001260         DISPLAY "FBINQ: LABEL SEARCH FROM " INQ-INDICE
001262             " NAMES NO LABEL"
001264     WHEN OTHER
001266         CONTINUE
001268     END-EVALUATE.
001270     IF WS-INQ-VALID = 'N'
001272         MOVE SPACES TO WS-RPT-WORK
001274         STRING 'INQUIRY ' DELIMITED BY SIZE
001276             WS-ASKED-COUNT DELIMITED BY SIZE
001278             ' REJECTED - INVALID INQUIRY RECORD: '
001280             DELIMITED BY SIZE
001282             INQ-RECORD-X DELIMITED BY SIZE
001284             INTO WS-RPT-WORK
001286         END-STRING
001288         PERFORM WRITE-REPORT-LINE
001290         MOVE SPACES TO WS-RPT-WORK
001292         PERFORM WRITE-REPORT-LINE
001294     END-IF.
001296
001298 WRITE-INQUIRY-HEADING.
001300     MOVE WS-ASKED-COUNT TO RPT-HDR-SEQ.
001302     MOVE INQ-INDICE TO RPT-HDR-FROM.
001304     MOVE SPACES TO RPT-HDR-THRU.
001306     MOVE SPACES TO RPT-HDR-TO.
001308     MOVE SPACES TO RPT-HDR-LABEL-LIT.
001310     MOVE SPACES TO RPT-HDR-LABEL.
001312     EVALUATE INQ-TYPE
001314     WHEN 'R'
001316         MOVE 'BROWSE' TO WS-INQ-TYPE-NAME
001318     WHEN 'L'
001320         MOVE 'LABEL' TO WS-INQ-TYPE-NAME
001322         MOVE ' LABEL ' TO RPT-HDR-LABEL-LIT
001324         MOVE INQ-LABEL TO RPT-HDR-LABEL
001326     WHEN 'H'
001328         MOVE 'TIMELINE' TO WS-INQ-TYPE-NAME
001330     WHEN OTHER
001332         MOVE 'INDICE' TO WS-INQ-TYPE-NAME
001334     END-EVALUATE.
001336     IF INQ-TYPE = 'R' OR INQ-TYPE = 'L'
001338         MOVE ' THROUGH ' TO RPT-HDR-THRU
001340         MOVE INQ-TO-INDICE TO RPT-HDR-TO
001342     END-IF.
001344     MOVE WS-INQ-TYPE-NAME TO RPT-HDR-TYPE.
001346     IF INQ-REQUESTER = SPACES
001348         MOVE 'UNNAMED REQUESTER' TO RPT-HDR-REQUESTER
001350     ELSE
001352         MOVE INQ-REQUESTER TO RPT-HDR-REQUESTER
001354     END-IF.
001356     MOVE RPT-INQ-HDR-LINE TO WS-RPT-WORK.
001358     PERFORM WRITE-REPORT-LINE.
001360
001362 READ-SINGLE-INDICE.
001364*    THE ORIGINAL ONE-KEY INQUIRY - STILL ECHOED TO THE JOB
001366*    LOG, NOW ALSO PRINTED AS A ROW LINE ON THE REPORT.
001367     MOVE INQ-INDICE TO MAST-INDICE
001368     READ MAST-FILE
001369     EVALUATE WS-MAST-STATUS
001370     WHEN '00'
001371         MOVE 'Y' TO WS-INQ-ANSWERED
001372         DISPLAY "FBINQ: INDICE " MAST-INDICE
001373             " CLASSIFIED '"
001374             FUNCTION TRIM(MAST-CLASSIFICATION)
001375             "' FLAGS " MAST-FIZZ-FLAG MAST-BUZZ-FLAG
001376             " REQUEST " MAST-REQUEST-ID
001377             " LOADED " MAST-LOAD-DATE " " MAST-LOAD-TIME
001378         PERFORM PRINT-MASTER-ROW
001379     WHEN '23'
001380         DISPLAY "FBINQ: INDICE " INQ-INDICE
001381             " NOT ON FILE"
001382         MOVE '  NOT ON FILE' TO WS-RPT-WORK
001383         PERFORM WRITE-REPORT-LINE
001384     WHEN OTHER
001385         DISPLAY "FBINQ: READ OF INDICE " INQ-INDICE
001386             " FAILED, STATUS=" WS-MAST-STATUS
001387         MOVE SPACES TO WS-RPT-WORK
001388         STRING '  READ FAILED, STATUS=' DELIMITED BY SIZE
001389             WS-MAST-STATUS DELIMITED BY SIZE
001390             INTO WS-RPT-WORK
001391         END-STRING
001392         PERFORM WRITE-REPORT-LINE
001393     END-EVALUATE.
001394
001400 BROWSE-RANGE.
001402*    POSITION ON THE FIRST ROW AT OR AFTER THE RANGE START AND
001404*    READ FORWARD IN KEY ORDER UNTIL THE RANGE END. A BROWSE
001406*    LISTS EVERY ROW; A LABEL SEARCH LISTS ONLY THE ROWS WHOSE
001408*    CLASSIFICATION CARRIES THE LABEL ANYWHERE IN IT, SO
001410*    'Fizz' ALSO FINDS 'FizzBuzz' - A FORCED LABEL SUCH AS
001412*    'HOLD' IS THE WHOLE CLASSIFICATION AND IS FOUND EXACTLY.
001414     MOVE 0 TO WS-RANGE-READ.
001416     MOVE 0 TO WS-RANGE-MATCHED.
001418     MOVE 0 TO WS-LIST-PRINTED.
001420     MOVE 'N' TO WS-RANGE-DONE.
001422     IF INQ-TYPE = 'L'
001424         MOVE 8 TO WS-LABEL-LEN
001426         PERFORM UNTIL WS-LABEL-LEN = 1
001428                 OR INQ-LABEL(WS-LABEL-LEN:1) NOT = SPACE
001430             SUBTRACT 1 FROM WS-LABEL-LEN
001432         END-PERFORM
001434     END-IF.
001436     MOVE INQ-INDICE TO MAST-INDICE.
001438     START MAST-FILE KEY IS NOT LESS THAN MAST-INDICE.
001440     IF WS-MAST-STATUS NOT = '00'
001442         MOVE 'Y' TO WS-RANGE-DONE
001444     END-IF.
001446     PERFORM UNTIL WS-RANGE-DONE = 'Y'
001448         READ MAST-FILE NEXT RECORD
001450             AT END
001452                 MOVE 'Y' TO WS-RANGE-DONE
001454             NOT AT END
001456                 IF MAST-INDICE > INQ-TO-INDICE
001458                     MOVE 'Y' TO WS-RANGE-DONE
001460                 ELSE
001462                     PERFORM TAKE-ONE-RANGE-ROW
001464                 END-IF
001466         END-READ
001468         IF WS-MAST-STATUS NOT = '00'
001470             MOVE 'Y' TO WS-RANGE-DONE
001472         END-IF
001474     END-PERFORM.
001476     IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '10'
001478             AND WS-MAST-STATUS NOT = '23'
001480         DISPLAY "FBINQ: BROWSE FROM " INQ-INDICE
001482             " FAILED, STATUS=" WS-MAST-STATUS
001484     END-IF.
001486     IF WS-RANGE-MATCHED > 0
001488         MOVE 'Y' TO WS-INQ-ANSWERED
001490     END-IF.
001492     MOVE WS-RANGE-READ TO RPT-CNT-READ.
001494     MOVE WS-RANGE-MATCHED TO RPT-CNT-MATCHED.
001496     MOVE WS-LIST-PRINTED TO RPT-CNT-PRINTED.
001498     MOVE RPT-COUNT-LINE TO WS-RPT-WORK.
001500     PERFORM WRITE-REPORT-LINE.
001502     DISPLAY "FBINQ: " WS-INQ-TYPE-NAME " " INQ-INDICE "-"
001504         INQ-TO-INDICE " " WS-RANGE-MATCHED " ROW(S) MATCHED".
001506
001508 TAKE-ONE-RANGE-ROW.
001510     ADD 1 TO WS-RANGE-READ.
001512     MOVE 0 TO WS-LABEL-HITS.
001514     IF INQ-TYPE = 'L'
001516         INSPECT MAST-CLASSIFICATION TALLYING WS-LABEL-HITS
001518             FOR ALL INQ-LABEL(1:WS-LABEL-LEN)
001520     ELSE
001522         MOVE 1 TO WS-LABEL-HITS
001524     END-IF.
001526     IF WS-LABEL-HITS > 0
001528         ADD 1 TO WS-RANGE-MATCHED
001530         IF WS-LIST-PRINTED < WS-LIST-MAX
001532             ADD 1 TO WS-LIST-PRINTED
001534             PERFORM PRINT-MASTER-ROW
001536         END-IF
001538     END-IF.
001540
001542 PRINT-MASTER-ROW.
001544     MOVE MAST-INDICE TO RPT-ROW-INDICE.
001546     MOVE MAST-CLASSIFICATION TO RPT-ROW-CLASS.
001548     MOVE MAST-FIZZ-FLAG TO RPT-ROW-FLAGS(1:1).
001550     MOVE MAST-BUZZ-FLAG TO RPT-ROW-FLAGS(2:1).
001552     MOVE MAST-REQUEST-ID TO RPT-ROW-REQ.
001554     MOVE MAST-LOAD-DATE TO RPT-ROW-DATE.
001556     MOVE MAST-LOAD-TIME TO RPT-ROW-TIME.
001558     MOVE RPT-ROW-LINE TO WS-RPT-WORK.
001560     PERFORM WRITE-REPORT-LINE.
001566     IF MAST-CLASSIFICATION(41:40) NOT = SPACES
001572         MOVE MAST-CLASSIFICATION(41:40) TO WS-RPT-WORK(15:40)
001578         PERFORM WRITE-REPORT-LINE
001584     END-IF.
001590
001600 BUILD-TIMELINE.
001602*    MASTHIST IS APPEND-ONLY AND WRITTEN IN LOAD ORDER, SO ITS
001604*    ENTRIES FOR ONE INDICE ARE ALREADY IN DATE ORDER. THE
001606*    FIRST ENTRY'S BEFORE-IMAGE IS THE EARLIEST ANSWER ON
001608*    RECORD (ITS LOAD DATE ONLY WHERE THE ENTRY KEPT IT);
001610*    EACH ENTRY'S AFTER-IMAGE IS THE CHANGE MADE ON ITS DATE;
001612*    THE CURRENT MASTER ROW CLOSES THE TIMELINE. A CURRENT ROW
001614*    THAT DISAGREES WITH THE LAST AFTER-IMAGE MEANS SOME
001616*    HISTORY WAS NOT RECORDED, AND THE REPORT SAYS SO.
001618     MOVE 0 TO WS-HIST-SEEN.
001620     MOVE 'N' TO WS-ROW-ON-FILE.
001622     MOVE INQ-INDICE TO MAST-INDICE.
001624     READ MAST-FILE.
001626     IF WS-MAST-STATUS = '00'
001628         MOVE 'Y' TO WS-ROW-ON-FILE
001630     END-IF.
001632     OPEN INPUT HIST-FILE.
001634     IF WS-HIST-STATUS = '00'
001636         PERFORM UNTIL WS-HIST-STATUS NOT = '00'
001638             READ HIST-FILE
001640                 AT END
001642                     MOVE '10' TO WS-HIST-STATUS
001644                 NOT AT END
001646                     IF MHST-INDICE = INQ-INDICE
001648                         PERFORM TAKE-ONE-HISTORY-ENTRY
001650                     END-IF
001652             END-READ
001654         END-PERFORM
001656         CLOSE HIST-FILE
001658     ELSE
001660         MOVE '  NO CHANGE HISTORY AVAILABLE - MASTHIST COULD NOT'
001662             TO WS-RPT-WORK
001664         MOVE ' BE OPENED' TO WS-RPT-WORK(52:10)
001666         PERFORM WRITE-REPORT-LINE
001668     END-IF.
001670     IF WS-ROW-ON-FILE = 'Y'
001672         MOVE MAST-LOAD-DATE TO RPT-TL-DATE
001674         MOVE MAST-LOAD-TIME TO RPT-TL-TIME
001676         MOVE 'CURRENT' TO RPT-TL-EVENT
001678         MOVE MAST-CLASSIFICATION TO WS-TL-CLASS
001680         MOVE MAST-FIZZ-FLAG TO RPT-TL-FLAGS(1:1)
001682         MOVE MAST-BUZZ-FLAG TO RPT-TL-FLAGS(2:1)
001684         MOVE MAST-REQUEST-ID TO RPT-TL-REQ
001686         PERFORM WRITE-TIMELINE-LINE
001690         IF WS-HIST-SEEN > 0
001692                 AND (MAST-CLASSIFICATION NOT = WS-LAST-NEW-CLASS
001694                 OR MAST-FIZZ-FLAG NOT = WS-LAST-NEW-FIZZ
001696                 OR MAST-BUZZ-FLAG NOT = WS-LAST-NEW-BUZZ)
001698             MOVE '  CURRENT ROW DOES NOT MATCH THE LAST CHANGE'
001700                 TO WS-RPT-WORK
001702             MOVE ' ON MASTHIST - HISTORY IS INCOMPLETE'
001704                 TO WS-RPT-WORK(46:36)
001706             PERFORM WRITE-REPORT-LINE
001708         END-IF
001710     ELSE
001712         MOVE '  NOT ON THE MASTER NOW' TO WS-RPT-WORK
001714         PERFORM WRITE-REPORT-LINE
001716     END-IF.
001718     IF WS-ROW-ON-FILE = 'Y' OR WS-HIST-SEEN > 0
001720         MOVE 'Y' TO WS-INQ-ANSWERED
001722     END-IF.
001724     DISPLAY "FBINQ: TIMELINE " INQ-INDICE " " WS-HIST-SEEN
001726         " CHANGE(S), ON MASTER=" WS-ROW-ON-FILE.
001728
001729 TAKE-ONE-HISTORY-ENTRY.
001730*    THE EVENT IS NAMED FROM THE ENTRY TYPE (MHSTREC.CPY). A ROW
001731*    FBLOAD ADDED HAS NO EARLIER ANSWER; ANY OTHER FIRST ENTRY'S
001732*    BEFORE-IMAGE IS THE EARLIEST ANSWER ON RECORD, DATED FROM
001733*    ITS OLD LOAD STAMP WHERE THE ENTRY KEPT ONE. A BACKOUT
001734*    ENTRY IS FOLLOWED BY THE LOAD IT TOOK OFF; A ROW THE
001735*    BACKOUT DELETED HAS AN EMPTY AFTER-IMAGE.
001736     ADD 1 TO WS-HIST-SEEN.
001737     IF WS-HIST-SEEN = 1 AND NOT MHST-IS-INSERT
001738         MOVE SPACES TO RPT-TL-DATE
001739         MOVE SPACES TO RPT-TL-TIME
001740         IF MHST-OLD-LOAD-DATE-X IS NUMERIC
001741                 AND MHST-OLD-LOAD-DATE > 0
001742             MOVE MHST-OLD-LOAD-DATE-X TO RPT-TL-DATE
001743             MOVE MHST-OLD-LOAD-TIME-X TO RPT-TL-TIME
001744         END-IF
001745         MOVE 'EARLIEST' TO RPT-TL-EVENT
001746         MOVE MHST-OLD-CLASSIFICATION TO WS-TL-CLASS
001747         MOVE MHST-OLD-FIZZ-FLAG TO RPT-TL-FLAGS(1:1)
001748         MOVE MHST-OLD-BUZZ-FLAG TO RPT-TL-FLAGS(2:1)
001749         MOVE MHST-OLD-REQUEST-ID TO RPT-TL-REQ
001750         PERFORM WRITE-TIMELINE-LINE
001752     END-IF.
001753     MOVE MHST-LOAD-DATE TO RPT-TL-DATE.
001754     MOVE MHST-LOAD-TIME TO RPT-TL-TIME.
001755     EVALUATE TRUE
001756     WHEN MHST-IS-INSERT
001757         MOVE 'ADDED' TO RPT-TL-EVENT
001758     WHEN MHST-IS-RELOAD
001759         MOVE 'RELOADED' TO RPT-TL-EVENT
001760     WHEN MHST-IS-RESTORE
001761         MOVE 'BACKOUT' TO RPT-TL-EVENT
001762     WHEN MHST-IS-REMOVAL
001763         MOVE 'REMOVED' TO RPT-TL-EVENT
001764     WHEN OTHER
001765         MOVE 'CHANGED' TO RPT-TL-EVENT
001766     END-EVALUATE.
001767     MOVE MHST-NEW-CLASSIFICATION TO WS-TL-CLASS.
001768     MOVE MHST-NEW-FIZZ-FLAG TO RPT-TL-FLAGS(1:1).
001769     MOVE MHST-NEW-BUZZ-FLAG TO RPT-TL-FLAGS(2:1).
001770     MOVE MHST-NEW-REQUEST-ID TO RPT-TL-REQ.
001771     PERFORM WRITE-TIMELINE-LINE.
001773     IF MHST-IS-RESTORE OR MHST-IS-REMOVAL
001774         STRING 'BACKOUT OF LOAD ' DELIMITED BY SIZE
001775             MHST-BACKOUT-OF-DATE DELIMITED BY SIZE
001776             ' ' DELIMITED BY SIZE
001777             MHST-BACKOUT-OF-TIME DELIMITED BY SIZE
001778             INTO WS-RPT-WORK(30:33)
001779         END-STRING
001780         PERFORM WRITE-REPORT-LINE
001781     END-IF.
001782     MOVE MHST-NEW-CLASSIFICATION TO WS-LAST-NEW-CLASS.
001783     MOVE MHST-NEW-FIZZ-FLAG TO WS-LAST-NEW-FIZZ.
001784     MOVE MHST-NEW-BUZZ-FLAG TO WS-LAST-NEW-BUZZ.
001785
001786 WRITE-TIMELINE-LINE.
001787*    A CLASSIFICATION LONGER THAN THE CLASS COLUMN GOES ON ONTO A
001788*    SECOND LINE UNDER THE SAME COLUMN.
001789     MOVE WS-TL-CLASS TO RPT-TL-CLASS.
001790     MOVE RPT-TL-LINE TO WS-RPT-WORK.
001791     PERFORM WRITE-REPORT-LINE.
001792     IF WS-TL-CLASS(41:40) NOT = SPACES
001793         MOVE WS-TL-CLASS(41:40) TO WS-RPT-WORK(33:40)
001794         PERFORM WRITE-REPORT-LINE
001795     END-IF.
001796
001800 WRITE-REPORT-LINE.
001802     IF WS-RPT-OPEN = 'Y'
001804         MOVE WS-RPT-WORK TO RPT-PRINT-LINE
001806         WRITE RPT-PRINT-LINE
001808         IF WS-RPT-STATUS NOT = '00'
001810             DISPLAY "FBINQ: WRITE TO INQRPT FAILED, STATUS="
001812                 WS-RPT-STATUS
001814             MOVE 'N' TO WS-RPT-OPEN
001816             MOVE 20 TO WS-RETURN-CODE
001818         END-IF
001820     END-IF.
001822     MOVE SPACES TO WS-RPT-WORK.
