000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100IRL                                        *
000040*                                                               *
000050*   ABSTRACT:  INBOUND REQUEST BATCH LOAD.  LOADS ONE BATCH    *
000060*              OF NS TRANSMITTED BY ANOTHER DEPARTMENT ON THE  *
000070*              FIXED-FORMAT INBOUND REQUEST FILE (INFILE,      *
000080*              COPYBOOK DL100IR) - HEADER, DETAILS, TRAILER.   *
000090*              THE BATCH IS FIRST PROVED WHOLE - ONE HEADER    *
000100*              WITH A SENDER AND A NUMERIC BATCH NUMBER, ONE   *
000110*              TRAILER WHOSE COUNT AND HASH TOTAL BALANCE TO   *
000120*              THE DETAILS, AND A BATCH NUMBER THE SENDER HAS  *
000130*              NOT USED BEFORE (THE REGISTER, REGFILE,         *
000140*              COPYBOOK DL100IB).  A BATCH THAT FAILS IS       *
000150*              REJECTED WHOLE AND NOTHING IS QUEUED.  EACH     *
000160*              DETAIL OF A GOOD BATCH IS EDITED - N NUMERIC    *
000170*              AND WITHIN THE SUITE'S CAPACITY, MODE AND       *
000180*              POWER K VALID, NOT REPEATED IN THE BATCH - AND  *
000190*              LOOKED UP ON THE RESULTS MASTER:  AN ANSWER ON  *
000200*              FILE IS SENT BACK AT ONCE, ANY OTHER N IS       *
000210*              QUEUED ON PENDREQ (COPYBOOK DL100PQ, TERM ID    *
000220*              INBD) FOR THE ZZ006PQ DRAIN AND REGISTERED SO   *
000230*              DL100IRR CAN RETURN ITS RESULT ONCE POSTED.     *
000240*              THE ACKNOWLEDGMENT (ACKFILE, COPYBOOK DL100IA)  *
000250*              ANSWERS EVERY DETAIL AS QUEUED, ON FILE OR      *
000260*              REJECTED WITH THE REASON.  RC=8 WHEN THE BATCH  *
000270*              IS REJECTED, RC=4 WHEN ANY DETAIL IS.           *
000280*                                                               *
000290*   AUTHOR:        R L JENNINGS                                *
000300*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000310*   DATE-WRITTEN:  10/15/2026                                  *
000320*                                                               *
000330*   MODIFICATION HISTORY                                        *
000340*   ------------------------------------------------------      *
000350*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000352*   10/15/2026  RLJ  THE HEADER'S DEPARTMENT (INR-DEPT-CODE) IS *
000354*                    QUEUED WITH EVERY N IN THE BATCH SO THE    *
000356*                    RUNS ARE CHARGED BACK TO THE SENDER.       *
000357*   10/15/2026  RLJ  POWER K EDITED BY THE SUITE-WIDE RULE      *
000358*                    (COPYBOOK DL100KV).                        *
000360*                                                               *
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DL100IRL.
000400 AUTHOR. R L JENNINGS.
000410 INSTALLATION. DATA CENTER APPLICATIONS.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT INBOUND-FILE ASSIGN TO INFILE
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-IN-FILE-STATUS.
000510     SELECT REGISTER-FILE ASSIGN TO REGFILE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS IRG-KEY
000550         FILE STATUS IS WS-REG-FILE-STATUS.
000560     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS RES-KEY
000600         FILE STATUS IS WS-RESL-FILE-STATUS.
000610     SELECT PENDING-FILE ASSIGN TO PENDFILE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS PND-KEY
000650         FILE STATUS IS WS-PEND-FILE-STATUS.
000660     SELECT ACK-FILE ASSIGN TO ACKFILE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-ACK-FILE-STATUS.
000690     SELECT REPORT-FILE ASSIGN TO RPTFILE
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RPT-FILE-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  INBOUND-FILE
000760     RECORDING MODE IS F.
000770     COPY DL100IR.
000780*
000790 FD  REGISTER-FILE
000800     RECORDING MODE IS F.
000810     COPY DL100IB.
000820*
000830 FD  RESULT-MASTER
000840     RECORDING MODE IS F.
000850     COPY DL100RS.
000860*
000870 FD  PENDING-FILE
000880     RECORDING MODE IS F.
000890     COPY DL100PQ.
000900*
000910 FD  ACK-FILE
000920     RECORDING MODE IS F.
000930     COPY DL100IA.
000940*
000950 FD  REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  REPORT-PRINT-LINE           PIC X(132).
000980*
000990 WORKING-STORAGE SECTION.
001000 77  WS-IN-FILE-STATUS       PIC X(02) VALUE SPACES.
001010 77  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
001020 77  WS-RESL-FILE-STATUS     PIC X(02) VALUE SPACES.
001030 77  WS-PEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001040 77  WS-ACK-FILE-STATUS      PIC X(02) VALUE SPACES.
001050 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001060 77  WS-IN-EOF-SW            PIC X(01) VALUE 'N'.
001070     88  WS-IN-EOF-YES           VALUE 'Y'.
001080 77  WS-HEADER-SEEN-SW       PIC X(01) VALUE 'N'.
001090     88  WS-HEADER-SEEN          VALUE 'Y'.
001100 77  WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
001110     88  WS-TRAILER-SEEN         VALUE 'Y'.
001120 77  WS-DETAIL-OK-SW         PIC X(01) VALUE 'Y'.
001130     88  WS-DETAIL-OK            VALUE 'Y'.
001140 77  WS-RECORD-COUNT         PIC 9(07) COMP VALUE 0.
001150 77  WS-DETAIL-COUNT         PIC 9(07) VALUE 0.
001160 77  WS-HASH-TOTAL           PIC 9(12) VALUE 0.
001170 77  WS-SEQUENCE-NO          PIC 9(05) VALUE 0.
001180 77  WS-QUEUED-COUNT         PIC 9(07) VALUE 0.
001190 77  WS-ALREADY-QUEUED-COUNT PIC 9(07) VALUE 0.
001200 77  WS-ON-FILE-COUNT        PIC 9(07) VALUE 0.
001210 77  WS-REJECTED-COUNT       PIC 9(07) VALUE 0.
001220 77  WS-MAX-N                PIC 9(07) VALUE 99999.
001230 77  WS-REQ-N                PIC 9(05) VALUE 0.
001240 77  WS-REQ-EXPONENT         PIC 9(01) VALUE 2.
001250 77  WS-REQ-K-SUB            PIC 9(01) COMP VALUE 1.
001260 77  WS-REQ-MODE             PIC X(01) VALUE SPACE.
001270 77  WS-SEEN-SUB             PIC 9(05) COMP VALUE 0.
001280 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001290 01  WS-CDT-DATE             PIC 9(08).
001300 01  WS-CDT-TIME             PIC 9(06).
001310 01  WS-SENDER-ID            PIC X(08) VALUE SPACES.
001320 01  WS-BATCH-NUMBER         PIC X(06) VALUE SPACES.
001330 01  WS-BATCH-NUMBER-NUM REDEFINES WS-BATCH-NUMBER
001340                             PIC 9(06).
001345 01  WS-DEPT-CODE            PIC X(06) VALUE SPACES.
001350 01  WS-BATCH-REASON         PIC X(30) VALUE SPACES.
001360     88  WS-BATCH-BALANCED       VALUE SPACES.
001370 01  WS-DETAIL-REASON        PIC X(30) VALUE SPACES.
001380 01  WS-TRAILER-COUNT        PIC X(07) VALUE SPACES.
001390 01  WS-TRAILER-COUNT-NUM REDEFINES WS-TRAILER-COUNT
001400                             PIC 9(07).
001410 01  WS-TRAILER-HASH         PIC X(12) VALUE SPACES.
001420 01  WS-TRAILER-HASH-NUM REDEFINES WS-TRAILER-HASH
001430                             PIC 9(12).
001440*
001450*    ONE FLAG PER N PER POWER K (2-9) ALREADY REQUESTED IN THIS
001460*    BATCH, INDEXED BY N ITSELF - THE SAME TABLE AS DL100EDT'S.
001470 01  WS-SEEN-N-TABLE.
001480     05  WS-SEEN-N-ENTRY         OCCURS 99999 TIMES.
001490         10  WS-SEEN-N-SW        PIC X(01) OCCURS 8 TIMES.
001500*
001510 01  RPT-HEADING-1.
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  FILLER                  PIC X(40)
001540         VALUE 'DL100IRL - INBOUND REQUEST BATCH LOAD'.
001550     05  FILLER                  PIC X(11)
001560         VALUE 'RUN DATE'.
001570     05  RPT-HDG-RUN-DATE        PIC 9(08).
001580*
001590 01  RPT-BATCH-LINE.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  FILLER                  PIC X(08) VALUE 'SENDER'.
001620     05  RPT-BAT-SENDER-ID       PIC X(08).
001630     05  FILLER                  PIC X(10) VALUE '   BATCH'.
001640     05  RPT-BAT-BATCH-NUMBER    PIC X(06).
001650     05  FILLER                  PIC X(04) VALUE SPACE.
001660     05  RPT-BAT-DISPOSITION     PIC X(10).
001670     05  RPT-BAT-REASON          PIC X(30).
001680*
001690 01  RPT-COLUMN-HEADING.
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  FILLER                  PIC X(07) VALUE '  SEQ'.
001720     05  FILLER                  PIC X(09) VALUE 'N'.
001730     05  FILLER                  PIC X(06) VALUE 'MODE'.
001740     05  FILLER                  PIC X(03) VALUE 'K'.
001750     05  FILLER                  PIC X(14) VALUE 'SENDER REF'.
001760     05  FILLER                  PIC X(10) VALUE 'DECISION'.
001770     05  FILLER                  PIC X(32) VALUE 'REASON'.
001780     05  FILLER                  PIC X(22)
001790         VALUE '      RESULT ON FILE'.
001800     05  FILLER                  PIC X(08) VALUE 'STATUS'.
001810*
001820 01  RPT-DETAIL-LINE.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  RPT-DTL-SEQUENCE-NO     PIC ZZZZ9.
001850     05  FILLER                  PIC X(02) VALUE SPACE.
001860     05  RPT-DTL-REQUEST-N       PIC X(07).
001870     05  FILLER                  PIC X(03) VALUE SPACE.
001880     05  RPT-DTL-CALC-MODE       PIC X(01).
001890     05  FILLER                  PIC X(04) VALUE SPACE.
001900     05  RPT-DTL-EXPONENT        PIC X(01).
001910     05  FILLER                  PIC X(02) VALUE SPACE.
001920     05  RPT-DTL-SENDER-REF      PIC X(12).
001930     05  FILLER                  PIC X(02) VALUE SPACE.
001940     05  RPT-DTL-DECISION        PIC X(10).
001950     05  RPT-DTL-REASON          PIC X(30).
001960     05  FILLER                  PIC X(02) VALUE SPACE.
001970     05  RPT-DTL-RESULT          PIC X(21).
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  RPT-DTL-STATUS          PIC X(08).
002000*
002010 01  WS-EDITED-RESULT            PIC -(20)9.
002020*
002030 01  RPT-TOTAL-LINE.
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  RPT-TOT-TEXT            PIC X(34).
002060     05  RPT-TOT-COUNT           PIC ZZZZZZ9.
002070*
002075     COPY DL100KV.
002076*
002080 PROCEDURE DIVISION.
002090*
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120     PERFORM 2000-CHECK-BATCH THRU 2000-EXIT.
002130     PERFORM 3000-LOAD-BATCH THRU 3000-EXIT.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150     STOP RUN.
002160*
002170*****************************************************************
002180*    1000-INITIALIZE                                            *
002190*                                                               *
002200*    OPENS THE INBOUND BATCH, THE REGISTER, THE RESULTS MASTER *
002210*    AND THE PENDING-REQUEST QUEUE.  A MISSING QUEUE OR        *
002220*    REGISTER IS CREATED EMPTY, AS DL100INQ AND DL100WPL DO    *
002230*    FOR THE QUEUE.                                            *
002240*****************************************************************
002250 1000-INITIALIZE.
002260     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002270     ACCEPT WS-CDT-TIME FROM TIME.
002280     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
002290     OPEN INPUT INBOUND-FILE.
002300     IF WS-IN-FILE-STATUS NOT = '00'
002310         DISPLAY 'DL100IRL - UNABLE TO OPEN INFILE ST='
002320             WS-IN-FILE-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     OPEN I-O REGISTER-FILE.
002370     IF WS-REG-FILE-STATUS = '35'
002380         OPEN OUTPUT REGISTER-FILE
002390         CLOSE REGISTER-FILE
002400         OPEN I-O REGISTER-FILE
002410     END-IF.
002420     IF WS-REG-FILE-STATUS NOT = '00'
002430         DISPLAY 'DL100IRL - UNABLE TO OPEN REGFILE ST='
002440             WS-REG-FILE-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     OPEN INPUT RESULT-MASTER.
002490     IF WS-RESL-FILE-STATUS NOT = '00'
002500         DISPLAY 'DL100IRL - UNABLE TO OPEN RESLFILE ST='
002510             WS-RESL-FILE-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     OPEN I-O PENDING-FILE.
002560     IF WS-PEND-FILE-STATUS = '35'
002570         OPEN OUTPUT PENDING-FILE
002580         CLOSE PENDING-FILE
002590         OPEN I-O PENDING-FILE
002600     END-IF.
002610     IF WS-PEND-FILE-STATUS NOT = '00'
002620         DISPLAY 'DL100IRL - UNABLE TO OPEN PENDFILE ST='
002630             WS-PEND-FILE-STATUS
002640         MOVE 16 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670     OPEN OUTPUT ACK-FILE.
002680     IF WS-ACK-FILE-STATUS NOT = '00'
002690         DISPLAY 'DL100IRL - UNABLE TO OPEN ACKFILE ST='
002700             WS-ACK-FILE-STATUS
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     OPEN OUTPUT REPORT-FILE.
002750     IF WS-RPT-FILE-STATUS NOT = '00'
002760         DISPLAY 'DL100IRL - UNABLE TO OPEN RPTFILE ST='
002770             WS-RPT-FILE-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
002820     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
002830     MOVE 0 TO WS-SEEN-SUB.
002840     PERFORM 1100-CLEAR-NEXT-SEEN-N THRU 1100-EXIT
002850         UNTIL WS-SEEN-SUB NOT < 99999.
002860 1000-EXIT.
002870     EXIT.
002880*
002890 1100-CLEAR-NEXT-SEEN-N.
002900     ADD 1 TO WS-SEEN-SUB.
002910     MOVE ALL 'N' TO WS-SEEN-N-ENTRY (WS-SEEN-SUB).
002920 1100-EXIT.
002930     EXIT.
002940*
002950*****************************************************************
002960*    2000-CHECK-BATCH                                           *
002970*                                                               *
002980*    FIRST PASS OVER THE BATCH - PROVES ITS SHAPE AND BALANCE  *
002990*    BEFORE ANY N IS QUEUED.  THE BATCH MUST OPEN WITH ONE     *
003000*    HEADER CARRYING A SENDER ID AND A NUMERIC BATCH NUMBER,   *
003010*    HOLD AT LEAST ONE DETAIL AND CLOSE WITH ONE TRAILER WHOSE *
003020*    COUNT AND HASH TOTAL AGREE WITH THE DETAILS.  A           *
003030*    NON-NUMERIC N ADDS NOTHING TO THE HASH.  A BATCH NUMBER   *
003040*    ALREADY ON THE REGISTER FOR THE SENDER IS A DUPLICATE.    *
003050*    THE FIRST FAULT FOUND IS THE REASON THE WHOLE BATCH IS    *
003060*    REJECTED.                                                 *
003070*****************************************************************
003080 2000-CHECK-BATCH.
003090     PERFORM 2800-READ-INBOUND THRU 2800-EXIT.
003100     IF WS-IN-EOF-YES
003110         CLOSE INBOUND-FILE
003120         MOVE 'FILE IS EMPTY' TO WS-BATCH-REASON
003130         GO TO 2000-EXIT
003140     END-IF.
003150     PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
003160         UNTIL WS-IN-EOF-YES.
003170     CLOSE INBOUND-FILE.
003180     IF NOT WS-BATCH-BALANCED
003190         GO TO 2000-EXIT
003200     END-IF.
003210     IF NOT WS-TRAILER-SEEN
003220         MOVE 'TRAILER RECORD IS MISSING' TO WS-BATCH-REASON
003230         GO TO 2000-EXIT
003240     END-IF.
003250     IF WS-DETAIL-COUNT = 0
003260         MOVE 'BATCH HAS NO DETAIL RECORDS' TO WS-BATCH-REASON
003270         GO TO 2000-EXIT
003280     END-IF.
003290     IF WS-TRAILER-COUNT NOT NUMERIC
003300         OR WS-TRAILER-COUNT-NUM NOT = WS-DETAIL-COUNT
003310         MOVE 'TRAILER COUNT DOES NOT BALANCE'
003320             TO WS-BATCH-REASON
003330         GO TO 2000-EXIT
003340     END-IF.
003350     IF WS-TRAILER-HASH NOT NUMERIC
003360         OR WS-TRAILER-HASH-NUM NOT = WS-HASH-TOTAL
003370         MOVE 'HASH TOTAL DOES NOT BALANCE' TO WS-BATCH-REASON
003380         GO TO 2000-EXIT
003390     END-IF.
003400     PERFORM 2200-CHECK-DUPLICATE-BATCH THRU 2200-EXIT.
003410 2000-EXIT.
003420     EXIT.
003430*
003440*    EVERY DETAIL IS COUNTED, WHEREVER IT STANDS, SO THE COUNT
003450*    ON THE ACKNOWLEDGMENT TRAILER MATCHES THE DETAILS LISTED.
003460 2100-CHECK-ONE-RECORD.
003470     ADD 1 TO WS-RECORD-COUNT.
003480     IF WS-RECORD-COUNT = 1
003490         PERFORM 2110-CHECK-HEADER THRU 2110-EXIT
003500         IF INR-TYPE-HEADER
003510             GO TO 2100-READ-NEXT
003520         END-IF
003530     END-IF.
003540     IF WS-TRAILER-SEEN AND WS-BATCH-BALANCED
003550         MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-BATCH-REASON
003560     END-IF.
003570     EVALUATE TRUE
003580         WHEN INR-TYPE-DETAIL
003590             ADD 1 TO WS-DETAIL-COUNT
003600             IF INR-REQUEST-N NUMERIC
003610                 ADD INR-REQUEST-N-NUM TO WS-HASH-TOTAL
003620             END-IF
003630         WHEN INR-TYPE-TRAILER
003640             SET WS-TRAILER-SEEN TO TRUE
003650             MOVE INR-DETAIL-COUNT TO WS-TRAILER-COUNT
003660             MOVE INR-HASH-TOTAL TO WS-TRAILER-HASH
003670         WHEN INR-TYPE-HEADER
003680             IF WS-BATCH-BALANCED
003690                 MOVE 'MORE THAN ONE HEADER RECORD'
003700                     TO WS-BATCH-REASON
003710             END-IF
003720         WHEN OTHER
003730             IF WS-BATCH-BALANCED
003740                 MOVE 'UNKNOWN RECORD TYPE' TO WS-BATCH-REASON
003750             END-IF
003760     END-EVALUATE.
003770 2100-READ-NEXT.
003780     PERFORM 2800-READ-INBOUND THRU 2800-EXIT.
003790 2100-EXIT.
003800     EXIT.
003810*
003820 2110-CHECK-HEADER.
003830     IF NOT INR-TYPE-HEADER
003840         MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-BATCH-REASON
003850         GO TO 2110-EXIT
003860     END-IF.
003870     SET WS-HEADER-SEEN TO TRUE.
003880     MOVE INR-SENDER-ID TO WS-SENDER-ID.
003890     MOVE INR-BATCH-NUMBER TO WS-BATCH-NUMBER.
003895     MOVE INR-DEPT-CODE TO WS-DEPT-CODE.
003900     IF INR-SENDER-ID = SPACES
003910         MOVE 'SENDER ID IS BLANK' TO WS-BATCH-REASON
003920         GO TO 2110-EXIT
003930     END-IF.
003940     IF INR-BATCH-NUMBER NOT NUMERIC
003950         MOVE 'BATCH NUMBER IS NOT NUMERIC' TO WS-BATCH-REASON
003960     END-IF.
003970 2110-EXIT.
003980     EXIT.
003990*
004000 2200-CHECK-DUPLICATE-BATCH.
004010     MOVE WS-SENDER-ID TO IRG-SENDER-ID.
004020     MOVE WS-BATCH-NUMBER-NUM TO IRG-BATCH-NUMBER.
004030     MOVE 0 TO IRG-SEQUENCE-NO.
004040     READ REGISTER-FILE.
004050     EVALUATE WS-REG-FILE-STATUS
004060         WHEN '00'
004070             MOVE 'DUPLICATE BATCH NUMBER' TO WS-BATCH-REASON
004080         WHEN '23'
004090             CONTINUE
004100         WHEN OTHER
004110             DISPLAY 'DL100IRL - REGFILE READ FAILED SENDER='
004120                 WS-SENDER-ID ' BATCH=' WS-BATCH-NUMBER
004130                 ' ST=' WS-REG-FILE-STATUS
004140             MOVE 16 TO RETURN-CODE
004150             STOP RUN
004160     END-EVALUATE.
004170 2200-EXIT.
004180     EXIT.
004190*
004200 2800-READ-INBOUND.
004210     READ INBOUND-FILE
004220         AT END
004230             SET WS-IN-EOF-YES TO TRUE
004240     END-READ.
004250 2800-EXIT.
004260     EXIT.
004270*
004280*****************************************************************
004290*    3000-LOAD-BATCH                                            *
004300*                                                               *
004310*    SECOND PASS - ANSWERS EVERY DETAIL ON THE ACKNOWLEDGMENT. *
004320*    A REJECTED BATCH IS ANSWERED WHOLE WITH THE BATCH REASON  *
004330*    AND NOTHING IS QUEUED.  OTHERWISE EACH DETAIL IS EDITED   *
004340*    AND LOOKED UP ON THE RESULTS MASTER - AN N AND POWER K    *
004350*    ALREADY ON FILE IS ANSWERED THERE AND THEN, ANY OTHER IS  *
004360*    QUEUED ON PENDREQ AND REGISTERED TO WAIT FOR ITS RESULT.  *
004370*    THE BATCH RECORD GOES ON THE REGISTER LAST, SO A RUN THAT *
004380*    FAILS PART WAY MAY SIMPLY BE RERUN.                       *
004390*****************************************************************
004400 3000-LOAD-BATCH.
004410     PERFORM 3100-WRITE-ACK-HEADER THRU 3100-EXIT.
004420     IF WS-RECORD-COUNT = 0
004430         GO TO 3000-WRITE-TRAILER
004440     END-IF.
004450     MOVE 'N' TO WS-IN-EOF-SW.
004460     OPEN INPUT INBOUND-FILE.
004470     IF WS-IN-FILE-STATUS NOT = '00'
004480         DISPLAY 'DL100IRL - UNABLE TO REOPEN INFILE ST='
004490             WS-IN-FILE-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530     MOVE RPT-COLUMN-HEADING TO REPORT-PRINT-LINE.
004540     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
004550     MOVE SPACES TO REPORT-PRINT-LINE.
004560     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
004570     PERFORM 2800-READ-INBOUND THRU 2800-EXIT.
004580     PERFORM 3200-LOAD-ONE-RECORD THRU 3200-EXIT
004590         UNTIL WS-IN-EOF-YES.
004600     CLOSE INBOUND-FILE.
004610     IF WS-BATCH-BALANCED
004620         PERFORM 3700-REGISTER-BATCH THRU 3700-EXIT
004630     END-IF.
004640 3000-WRITE-TRAILER.
004650     MOVE SPACES TO DL100-INBOUND-REPLY-RECORD.
004660     MOVE 'T' TO IRP-RECORD-TYPE.
004670     MOVE 'A' TO IRP-FILE-TYPE.
004680     MOVE WS-SENDER-ID TO IRP-SENDER-ID.
004690     MOVE WS-BATCH-NUMBER TO IRP-BATCH-NUMBER.
004700     MOVE WS-DETAIL-COUNT TO IRP-DETAIL-COUNT.
004710     COMPUTE IRP-QUEUED-COUNT =
004720         WS-QUEUED-COUNT + WS-ALREADY-QUEUED-COUNT.
004730     MOVE WS-ON-FILE-COUNT TO IRP-ON-FILE-COUNT.
004740     MOVE WS-REJECTED-COUNT TO IRP-REJECTED-COUNT.
004750     MOVE IRP-QUEUED-COUNT TO IRP-PENDING-COUNT.
004760     WRITE DL100-INBOUND-REPLY-RECORD.
004770 3000-EXIT.
004780     EXIT.
004790*
004800 3100-WRITE-ACK-HEADER.
004810     MOVE SPACES TO DL100-INBOUND-REPLY-RECORD.
004820     MOVE 'H' TO IRP-RECORD-TYPE.
004830     MOVE 'A' TO IRP-FILE-TYPE.
004840     MOVE WS-SENDER-ID TO IRP-SENDER-ID.
004850     MOVE WS-BATCH-NUMBER TO IRP-BATCH-NUMBER.
004860     MOVE WS-CDT-DATE TO IRP-PROCESS-DATE.
004870     MOVE WS-CDT-TIME TO IRP-PROCESS-TIME.
004880     IF WS-BATCH-BALANCED
004890         MOVE 'A' TO IRP-BATCH-DISPOSITION
004900         MOVE 'ACCEPTED' TO RPT-BAT-DISPOSITION
004910     ELSE
004920         MOVE 'R' TO IRP-BATCH-DISPOSITION
004930         MOVE 'REJECTED' TO RPT-BAT-DISPOSITION
004940     END-IF.
004950     MOVE WS-BATCH-REASON TO IRP-BATCH-REASON.
004960     WRITE DL100-INBOUND-REPLY-RECORD.
004970     MOVE WS-SENDER-ID TO RPT-BAT-SENDER-ID.
004980     MOVE WS-BATCH-NUMBER TO RPT-BAT-BATCH-NUMBER.
004990     MOVE WS-BATCH-REASON TO RPT-BAT-REASON.
005000     MOVE RPT-BATCH-LINE TO REPORT-PRINT-LINE.
005010     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
005020 3100-EXIT.
005030     EXIT.
005040*
005050 3200-LOAD-ONE-RECORD.
005060     IF NOT INR-TYPE-DETAIL
005070         GO TO 3200-READ-NEXT
005080     END-IF.
005090     ADD 1 TO WS-SEQUENCE-NO.
005100     MOVE SPACES TO DL100-INBOUND-REPLY-RECORD.
005110     MOVE 'D' TO IRP-RECORD-TYPE.
005120     MOVE 'A' TO IRP-FILE-TYPE.
005130     MOVE WS-SENDER-ID TO IRP-SENDER-ID.
005140     MOVE WS-BATCH-NUMBER TO IRP-BATCH-NUMBER.
005150     MOVE WS-SEQUENCE-NO TO IRP-SEQUENCE-NO.
005160     MOVE INR-REQUEST-N TO IRP-REQUEST-N.
005170     MOVE INR-CALC-MODE TO IRP-CALC-MODE.
005180     MOVE INR-EXPONENT TO IRP-EXPONENT.
005190     MOVE INR-SENDER-REF TO IRP-SENDER-REF.
005200     MOVE 0 TO IRP-RESULT-FWD.
005210     MOVE 0 TO IRP-POSTED-DATE.
005220     IF NOT WS-BATCH-BALANCED
005230         MOVE WS-BATCH-REASON TO WS-DETAIL-REASON
005240         PERFORM 3600-REJECT-DETAIL THRU 3600-EXIT
005250         GO TO 3200-WRITE-ACK
005260     END-IF.
005270     PERFORM 3300-EDIT-DETAIL THRU 3300-EXIT.
005280     IF NOT WS-DETAIL-OK
005290         PERFORM 3600-REJECT-DETAIL THRU 3600-EXIT
005300         GO TO 3200-WRITE-ACK
005310     END-IF.
005320     MOVE 'Y' TO WS-SEEN-N-SW (WS-REQ-N WS-REQ-K-SUB).
005330     MOVE WS-REQ-N TO RES-N-VALUE.
005340     MOVE WS-REQ-EXPONENT TO RES-EXPONENT.
005350     READ RESULT-MASTER.
005360     EVALUATE WS-RESL-FILE-STATUS
005370         WHEN '00'
005380             PERFORM 3400-ANSWER-ON-FILE THRU 3400-EXIT
005390         WHEN '23'
005400             PERFORM 3500-QUEUE-DETAIL THRU 3500-EXIT
005410         WHEN OTHER
005420             DISPLAY 'DL100IRL - RESLFILE READ FAILED N='
005430                 WS-REQ-N ' K=' WS-REQ-EXPONENT
005440                 ' ST=' WS-RESL-FILE-STATUS
005450             MOVE 16 TO RETURN-CODE
005460             STOP RUN
005470     END-EVALUATE.
005480 3200-WRITE-ACK.
005490     WRITE DL100-INBOUND-REPLY-RECORD.
005500     PERFORM 3800-WRITE-DETAIL-LINE THRU 3800-EXIT.
005510 3200-READ-NEXT.
005520     PERFORM 2800-READ-INBOUND THRU 2800-EXIT.
005530 3200-EXIT.
005540     EXIT.
005550*
005560*****************************************************************
005570*    3300-EDIT-DETAIL                                           *
005580*                                                               *
005590*    THE N MUST BE NUMERIC AND 1 THROUGH 99999, THE LARGEST N  *
005600*    THE SUITE'S RECORDS CAN CARRY; THE MODE AND POWER K ARE   *
005610*    EDITED AS DL100EDT EDITS A CONTROL CARD, AND THE SAME N   *
005620*    AND POWER K MAY BE ASKED FOR ONLY ONCE IN A BATCH.  A     *
005630*    BLANK MODE QUEUES AS LOOP, THE CONTROL CARD'S DEFAULT.    *
005640*****************************************************************
005650 3300-EDIT-DETAIL.
005660     MOVE 'Y' TO WS-DETAIL-OK-SW.
005670     MOVE SPACES TO WS-DETAIL-REASON.
005680     IF INR-REQUEST-N NOT NUMERIC
005690         MOVE 'N VALUE IS NOT NUMERIC' TO WS-DETAIL-REASON
005700         GO TO 3300-REJECT
005710     END-IF.
005720     IF INR-REQUEST-N-NUM = 0
005730         MOVE 'N VALUE MUST BE GREATER THAN 0'
005740             TO WS-DETAIL-REASON
005750         GO TO 3300-REJECT
005760     END-IF.
005770     IF INR-REQUEST-N-NUM > WS-MAX-N
005780         MOVE 'N VALUE EXCEEDS SUITE CAPACITY'
005790             TO WS-DETAIL-REASON
005800         GO TO 3300-REJECT
005810     END-IF.
005820     MOVE INR-REQUEST-N-NUM TO WS-REQ-N.
005830     IF INR-CALC-MODE NOT = SPACE AND NOT = 'L'
005840         AND NOT = 'F' AND NOT = 'V'
005850         MOVE 'MODE IS NOT BLANK, L, F OR V'
005860             TO WS-DETAIL-REASON
005870         GO TO 3300-REJECT
005880     END-IF.
005890     IF INR-CALC-MODE = SPACE
005900         MOVE 'L' TO WS-REQ-MODE
005910     ELSE
005920         MOVE INR-CALC-MODE TO WS-REQ-MODE
005930     END-IF.
005940     MOVE INR-EXPONENT TO KV-K-KEYED.
005950     IF NOT KV-K-IS-VALID
005960         MOVE 'POWER K NOT BLANK, 0 OR 2-9'
005970             TO WS-DETAIL-REASON
005980         GO TO 3300-REJECT
005990     END-IF.
006000     IF KV-K-TAKES-DEFAULT
006010         MOVE 2 TO WS-REQ-EXPONENT
006015     ELSE
006020         MOVE KV-K-KEYED TO WS-REQ-EXPONENT
006025     END-IF.
006030     SUBTRACT 1 FROM WS-REQ-EXPONENT GIVING WS-REQ-K-SUB.
006040     IF WS-SEEN-N-SW (WS-REQ-N WS-REQ-K-SUB) = 'Y'
006050         MOVE 'N AND K REPEATED IN THE BATCH'
006060             TO WS-DETAIL-REASON
006070         GO TO 3300-REJECT
006080     END-IF.
006090     GO TO 3300-EXIT.
006100 3300-REJECT.
006110     MOVE 'N' TO WS-DETAIL-OK-SW.
006120 3300-EXIT.
006130     EXIT.
006140*
006150 3400-ANSWER-ON-FILE.
006160     ADD 1 TO WS-ON-FILE-COUNT.
006170     MOVE 'F' TO IRP-DISPOSITION.
006180     MOVE 'ALREADY ON FILE' TO IRP-REASON.
006190     MOVE RES-RESULT-FWD TO IRP-RESULT-FWD.
006200     MOVE RES-STATUS TO IRP-RESULT-STATUS.
006210     MOVE RES-LAST-POSTED-DATE TO IRP-POSTED-DATE.
006220 3400-EXIT.
006230     EXIT.
006240*
006250*****************************************************************
006260*    3500-QUEUE-DETAIL                                          *
006270*                                                               *
006280*    QUEUES THE N ON PENDREQ FOR THE NEXT DRAIN (JOB ZZ006PQ), *
006290*    MARKED AS AN INBOUND REQUEST, AND REGISTERS IT TO WAIT    *
006300*    FOR ITS RESULT.  AN N AND POWER K ALREADY ON THE QUEUE -  *
006310*    FROM THE ONLINE INQUIRY, THE PLANNER OR ANOTHER SENDER -  *
006320*    IS LEFT AS IT IS AND STILL REGISTERED, SINCE THE SAME     *
006330*    DRAIN WILL ANSWER IT.  A DETAIL ALREADY REGISTERED BY AN  *
006340*    EARLIER, FAILED RUN OF THIS BATCH IS LEFT AS IT IS.       *
006350*****************************************************************
006360 3500-QUEUE-DETAIL.
006370     MOVE 'A' TO IRP-DISPOSITION.
006380     MOVE SPACES TO DL100-PENDING-REQUEST-RECORD.
006390     MOVE WS-REQ-N TO PND-N-VALUE.
006400     MOVE WS-REQ-EXPONENT TO PND-EXPONENT.
006410     MOVE WS-CDT-DATE TO PND-REQUEST-DATE.
006420     MOVE WS-CDT-TIME TO PND-REQUEST-TIME.
006430     MOVE 'INBD' TO PND-TERM-ID.
006440     MOVE 'P' TO PND-STATUS.
006450     MOVE WS-REQ-MODE TO PND-CALC-MODE.
006455     MOVE WS-DEPT-CODE TO PND-DEPT-CODE.
006460     WRITE DL100-PENDING-REQUEST-RECORD.
006470     EVALUATE WS-PEND-FILE-STATUS
006480         WHEN '00'
006490             ADD 1 TO WS-QUEUED-COUNT
006500             MOVE 'QUEUED FOR THE NEXT RUN' TO IRP-REASON
006510         WHEN '22'
006520             ADD 1 TO WS-ALREADY-QUEUED-COUNT
006530             MOVE 'ALREADY QUEUED FOR NEXT RUN'
006540                 TO IRP-REASON
006550         WHEN OTHER
006560             DISPLAY 'DL100IRL - PENDFILE WRITE FAILED N='
006570                 WS-REQ-N ' K=' WS-REQ-EXPONENT
006580                 ' ST=' WS-PEND-FILE-STATUS
006590             MOVE 16 TO RETURN-CODE
006600             STOP RUN
006610     END-EVALUATE.
006620     MOVE SPACES TO DL100-INBOUND-REGISTER-RECORD.
006630     MOVE WS-SENDER-ID TO IRG-SENDER-ID.
006640     MOVE WS-BATCH-NUMBER-NUM TO IRG-BATCH-NUMBER.
006650     MOVE WS-SEQUENCE-NO TO IRG-SEQUENCE-NO.
006660     MOVE WS-REQ-N TO IRG-N-VALUE.
006670     MOVE WS-REQ-EXPONENT TO IRG-EXPONENT.
006680     MOVE WS-REQ-MODE TO IRG-CALC-MODE.
006690     MOVE INR-SENDER-REF TO IRG-SENDER-REF.
006700     MOVE 'W' TO IRG-RETURN-STATUS.
006710     MOVE 0 TO IRG-RETURNED-DATE.
006720     MOVE 0 TO IRG-RETURNED-TIME.
006730     WRITE DL100-INBOUND-REGISTER-RECORD.
006740     IF WS-REG-FILE-STATUS NOT = '00'
006750         AND WS-REG-FILE-STATUS NOT = '22'
006760         DISPLAY 'DL100IRL - REGFILE WRITE FAILED SENDER='
006770             WS-SENDER-ID ' BATCH=' WS-BATCH-NUMBER
006780             ' SEQ=' WS-SEQUENCE-NO ' ST=' WS-REG-FILE-STATUS
006790         MOVE 16 TO RETURN-CODE
006800         STOP RUN
006810     END-IF.
006820 3500-EXIT.
006830     EXIT.
006840*
006850 3600-REJECT-DETAIL.
006860     ADD 1 TO WS-REJECTED-COUNT.
006870     MOVE 'R' TO IRP-DISPOSITION.
006880     MOVE WS-DETAIL-REASON TO IRP-REASON.
006890 3600-EXIT.
006900     EXIT.
006910*
006920 3700-REGISTER-BATCH.
006930     MOVE SPACES TO DL100-INBOUND-REGISTER-RECORD.
006940     MOVE WS-SENDER-ID TO IRG-SENDER-ID.
006950     MOVE WS-BATCH-NUMBER-NUM TO IRG-BATCH-NUMBER.
006960     MOVE 0 TO IRG-SEQUENCE-NO.
006970     MOVE WS-CDT-DATE TO IRG-RECEIVED-DATE.
006980     MOVE WS-CDT-TIME TO IRG-RECEIVED-TIME.
006990     MOVE WS-DETAIL-COUNT TO IRG-DETAIL-COUNT.
007000     COMPUTE IRG-QUEUED-COUNT =
007010         WS-QUEUED-COUNT + WS-ALREADY-QUEUED-COUNT.
007020     MOVE WS-ON-FILE-COUNT TO IRG-ON-FILE-COUNT.
007030     MOVE WS-REJECTED-COUNT TO IRG-REJECTED-COUNT.
007040     WRITE DL100-INBOUND-REGISTER-RECORD.
007050     IF WS-REG-FILE-STATUS NOT = '00'
007060         DISPLAY 'DL100IRL - REGFILE WRITE FAILED SENDER='
007070             WS-SENDER-ID ' BATCH=' WS-BATCH-NUMBER
007080             ' ST=' WS-REG-FILE-STATUS
007090         MOVE 16 TO RETURN-CODE
007100         STOP RUN
007110     END-IF.
007120 3700-EXIT.
007130     EXIT.
007140*
007150 3800-WRITE-DETAIL-LINE.
007160     MOVE IRP-SEQUENCE-NO TO RPT-DTL-SEQUENCE-NO.
007170     MOVE IRP-REQUEST-N TO RPT-DTL-REQUEST-N.
007180     MOVE IRP-CALC-MODE TO RPT-DTL-CALC-MODE.
007190     MOVE IRP-EXPONENT TO RPT-DTL-EXPONENT.
007200     MOVE IRP-SENDER-REF TO RPT-DTL-SENDER-REF.
007210     MOVE IRP-REASON TO RPT-DTL-REASON.
007220     MOVE SPACES TO RPT-DTL-RESULT.
007230     MOVE SPACES TO RPT-DTL-STATUS.
007240     EVALUATE TRUE
007250         WHEN IRP-DISP-QUEUED
007260             MOVE 'QUEUED' TO RPT-DTL-DECISION
007270         WHEN IRP-DISP-ON-FILE
007280             MOVE 'ON FILE' TO RPT-DTL-DECISION
007290             MOVE IRP-RESULT-FWD TO WS-EDITED-RESULT
007300             MOVE WS-EDITED-RESULT TO RPT-DTL-RESULT
007310             MOVE IRP-RESULT-STATUS TO RPT-DTL-STATUS
007320         WHEN OTHER
007330             MOVE 'REJECTED' TO RPT-DTL-DECISION
007340     END-EVALUATE.
007350     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
007360     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007370 3800-EXIT.
007380     EXIT.
007390*
007400*****************************************************************
007410*    9000-TERMINATE                                             *
007420*                                                               *
007430*    PRINTS THE BATCH TOTALS AND SETS THE RETURN CODE - 8 WHEN *
007440*    THE BATCH WAS REJECTED WHOLE, 4 WHEN ANY DETAIL WAS       *
007450*    REJECTED, 0 WHEN EVERY DETAIL WAS QUEUED OR ANSWERED.     *
007460*****************************************************************
007470 9000-TERMINATE.
007480     MOVE SPACES TO REPORT-PRINT-LINE.
007490     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007500     MOVE 'DETAIL RECORDS RECEIVED' TO RPT-TOT-TEXT.
007510     MOVE WS-DETAIL-COUNT TO RPT-TOT-COUNT.
007520     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007530     MOVE 'QUEUED FOR THE NEXT RUN' TO RPT-TOT-TEXT.
007540     MOVE WS-QUEUED-COUNT TO RPT-TOT-COUNT.
007550     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007560     MOVE 'ALREADY QUEUED' TO RPT-TOT-TEXT.
007570     MOVE WS-ALREADY-QUEUED-COUNT TO RPT-TOT-COUNT.
007580     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007590     MOVE 'ANSWERED FROM THE RESULTS MASTER' TO RPT-TOT-TEXT.
007600     MOVE WS-ON-FILE-COUNT TO RPT-TOT-COUNT.
007610     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007620     MOVE 'REJECTED' TO RPT-TOT-TEXT.
007630     MOVE WS-REJECTED-COUNT TO RPT-TOT-COUNT.
007640     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007650     CLOSE REGISTER-FILE.
007660     CLOSE RESULT-MASTER.
007670     CLOSE PENDING-FILE.
007680     CLOSE ACK-FILE.
007690     CLOSE REPORT-FILE.
007700     IF WS-REJECTED-COUNT > 0
007710         MOVE 4 TO WS-OVERALL-RC
007720     END-IF.
007730     IF NOT WS-BATCH-BALANCED
007740         DISPLAY 'DL100IRL - BATCH REJECTED - ' WS-BATCH-REASON
007750         MOVE 8 TO WS-OVERALL-RC
007760     END-IF.
007770     DISPLAY 'DL100IRL COMPLETE - SENDER=' WS-SENDER-ID
007780         ' BATCH=' WS-BATCH-NUMBER
007790         ' DETAILS=' WS-DETAIL-COUNT
007800         ' QUEUED=' WS-QUEUED-COUNT
007810         ' ON FILE=' WS-ON-FILE-COUNT
007820         ' REJECTED=' WS-REJECTED-COUNT.
007830     MOVE WS-OVERALL-RC TO RETURN-CODE.
007840 9000-EXIT.
007850     EXIT.
007860*
007870 9100-WRITE-TOTAL-LINE.
007880     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
007890     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007900 9100-EXIT.
007910     EXIT.
