000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100IRR                                        *
000040*                                                               *
000050*   ABSTRACT:  INBOUND REQUEST RESULT RETURN.  RUNS IN THE     *
000060*              ZZ006PQ JOB ONCE THE DRAIN HAS POSTED THE       *
000070*              QUEUED NS TO THE RESULTS MASTER.  WALKS THE     *
000080*              INBOUND REQUEST REGISTER (REGFILE, COPYBOOK     *
000090*              DL100IB) THAT DL100IRL BUILDS AS EACH BATCH IS  *
000100*              LOADED, AND FOR EVERY N STILL WAITING THAT NOW  *
000110*              HAS ITS ANSWER ON THE RESULTS MASTER WRITES THE *
000120*              RESULT TO THE RETURN FILE (RETFILE, COPYBOOK    *
000130*              DL100IA) UNDER A HEADER AND TRAILER FOR THE     *
000140*              SENDER'S BATCH, THEN MARKS IT SENT ON THE       *
000150*              REGISTER.  AN N NOT YET ON FILE STAYS WAITING   *
000160*              AND GOES BACK WITH A LATER DRAIN.  A DETAIL     *
000162*              WITH NO BATCH RECORD OF ITS OWN IS NEVER        *
000164*              RETURNED - IT IS MARKED NO-BATCH AND LISTED.    *
000170*                                                               *
000180*   AUTHOR:        R L JENNINGS                                *
000190*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000200*   DATE-WRITTEN:  10/15/2026                                  *
000210*                                                               *
000220*   MODIFICATION HISTORY                                        *
000230*   ------------------------------------------------------      *
000240*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000241*   10/15/2026  RLJ  A GROUP NOW ENDS WHEN THE SENDER OR BATCH  *
000242*                    NUMBER CHANGES, NOT ONLY AT THE NEXT BATCH *
000243*                    RECORD - DETAILS LEFT BY A FAILED LOAD     *
000244*                    WERE GOING OUT UNDER THE PRIOR BATCH'S     *
000245*                    HEADER.  SUCH A DETAIL IS NOW MARKED       *
000246*                    NO-BATCH AND LISTED INSTEAD.               *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DL100IRR.
000290 AUTHOR. R L JENNINGS.
000300 INSTALLATION. DATA CENTER APPLICATIONS.
000310 DATE-WRITTEN. 10/15/2026.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT REGISTER-FILE ASSIGN TO REGFILE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS IRG-KEY
000410         FILE STATUS IS WS-REG-FILE-STATUS.
000420     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS RES-KEY
000460         FILE STATUS IS WS-RESL-FILE-STATUS.
000470     SELECT RETURN-FILE ASSIGN TO RETFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RET-FILE-STATUS.
000500     SELECT REPORT-FILE ASSIGN TO RPTFILE
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RPT-FILE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  REGISTER-FILE
000570     RECORDING MODE IS F.
000580     COPY DL100IB.
000590*
000600 FD  RESULT-MASTER
000610     RECORDING MODE IS F.
000620     COPY DL100RS.
000630*
000640 FD  RETURN-FILE
000650     RECORDING MODE IS F.
000660     COPY DL100IA.
000670*
000680 FD  REPORT-FILE
000690     RECORDING MODE IS F.
000700 01  REPORT-PRINT-LINE           PIC X(132).
000710*
000720 WORKING-STORAGE SECTION.
000730 77  WS-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
000740 77  WS-RESL-FILE-STATUS     PIC X(02) VALUE SPACES.
000750 77  WS-RET-FILE-STATUS      PIC X(02) VALUE SPACES.
000760 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000770 77  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
000780     88  WS-REG-EOF-YES          VALUE 'Y'.
000790 77  WS-GROUP-OPEN-SW        PIC X(01) VALUE 'N'.
000800     88  WS-GROUP-OPEN           VALUE 'Y'.
000802 77  WS-BATCH-FOUND-SW       PIC X(01) VALUE 'N'.
000804     88  WS-BATCH-FOUND          VALUE 'Y'.
000810 77  WS-REGISTER-READ        PIC 9(07) COMP VALUE 0.
000820 77  WS-BATCH-COUNT          PIC 9(07) VALUE 0.
000830 77  WS-GROUP-COUNT          PIC 9(07) VALUE 0.
000840 77  WS-BATCH-RETURNED       PIC 9(07) VALUE 0.
000850 77  WS-BATCH-PENDING        PIC 9(07) VALUE 0.
000860 77  WS-RETURNED-COUNT       PIC 9(07) VALUE 0.
000870 77  WS-PENDING-COUNT        PIC 9(07) VALUE 0.
000875 77  WS-NO-BATCH-COUNT       PIC 9(07) VALUE 0.
000880 77  WS-OVERALL-RC           PIC 99 VALUE 0.
000890 01  WS-CDT-DATE             PIC 9(08).
000900 01  WS-CDT-TIME             PIC 9(06).
000910 01  WS-RETURN-N             PIC 9(07).
000920 01  WS-SENDER-ID            PIC X(08) VALUE SPACES.
000930 01  WS-BATCH-NUMBER         PIC 9(06) VALUE 0.
000940*
000950 01  RPT-HEADING-1.
000960     05  FILLER                  PIC X(01) VALUE SPACE.
000970     05  FILLER                  PIC X(40)
000980         VALUE 'DL100IRR - INBOUND REQUEST RESULT RETURN'.
000990     05  FILLER                  PIC X(11)
001000         VALUE 'RUN DATE'.
001010     05  RPT-HDG-RUN-DATE        PIC 9(08).
001020*
001030 01  RPT-COLUMN-HEADING.
001040     05  FILLER                  PIC X(01) VALUE SPACE.
001050     05  FILLER                  PIC X(10) VALUE 'SENDER'.
001060     05  FILLER                  PIC X(08) VALUE 'BATCH'.
001070     05  FILLER                  PIC X(07) VALUE '  SEQ'.
001080     05  FILLER                  PIC X(07) VALUE '    N'.
001090     05  FILLER                  PIC X(03) VALUE 'K'.
001100     05  FILLER                  PIC X(14) VALUE 'SENDER REF'.
001110     05  FILLER                  PIC X(23)
001120         VALUE '               RESULT'.
001130     05  FILLER                  PIC X(10) VALUE 'STATUS'.
001140     05  FILLER                  PIC X(08) VALUE 'POSTED'.
001150*
001160 01  RPT-DETAIL-LINE.
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  RPT-DTL-SENDER-ID       PIC X(08).
001190     05  FILLER                  PIC X(02) VALUE SPACE.
001200     05  RPT-DTL-BATCH-NUMBER    PIC 9(06).
001210     05  FILLER                  PIC X(02) VALUE SPACE.
001220     05  RPT-DTL-SEQUENCE-NO     PIC ZZZZ9.
001230     05  FILLER                  PIC X(02) VALUE SPACE.
001240     05  RPT-DTL-N-VALUE         PIC ZZZZ9.
001250     05  FILLER                  PIC X(02) VALUE SPACE.
001260     05  RPT-DTL-EXPONENT        PIC 9(01).
001270     05  FILLER                  PIC X(02) VALUE SPACE.
001280     05  RPT-DTL-SENDER-REF      PIC X(12).
001290     05  FILLER                  PIC X(02) VALUE SPACE.
001300     05  RPT-DTL-RESULT          PIC -(20)9.
001310     05  FILLER                  PIC X(02) VALUE SPACE.
001320     05  RPT-DTL-STATUS          PIC X(08).
001330     05  FILLER                  PIC X(02) VALUE SPACE.
001340     05  RPT-DTL-POSTED-DATE     PIC 9(08).
001350*
001360 01  RPT-TOTAL-LINE.
001370     05  FILLER                  PIC X(01) VALUE SPACE.
001380     05  RPT-TOT-TEXT            PIC X(34).
001390     05  RPT-TOT-COUNT           PIC ZZZZZZ9.
001400*
001410 PROCEDURE DIVISION.
001420*
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-RETURN-ONE-RECORD THRU 2000-EXIT
001460         UNTIL WS-REG-EOF-YES.
001470     PERFORM 3000-CLOSE-GROUP THRU 3000-EXIT.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490     STOP RUN.
001500*
001510*****************************************************************
001520*    1000-INITIALIZE                                            *
001530*                                                               *
001540*    OPENS THE REGISTER FOR UPDATE, THE RESULTS MASTER AND THE *
001550*    RETURN FILE.  NO REGISTER MEANS NO INBOUND BATCH HAS EVER *
001560*    BEEN LOADED - AN EMPTY RETURN FILE IS WRITTEN AND THE RUN *
001570*    ENDS CLEAN.                                               *
001580*****************************************************************
001590 1000-INITIALIZE.
001600     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
001610     ACCEPT WS-CDT-TIME FROM TIME.
001620     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
001630     OPEN INPUT RESULT-MASTER.
001640     IF WS-RESL-FILE-STATUS NOT = '00'
001650         DISPLAY 'DL100IRR - UNABLE TO OPEN RESLFILE ST='
001660             WS-RESL-FILE-STATUS
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700     OPEN OUTPUT RETURN-FILE.
001710     IF WS-RET-FILE-STATUS NOT = '00'
001720         DISPLAY 'DL100IRR - UNABLE TO OPEN RETFILE ST='
001730             WS-RET-FILE-STATUS
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     OPEN OUTPUT REPORT-FILE.
001780     IF WS-RPT-FILE-STATUS NOT = '00'
001790         DISPLAY 'DL100IRR - UNABLE TO OPEN RPTFILE ST='
001800             WS-RPT-FILE-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
001850     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
001860     MOVE RPT-COLUMN-HEADING TO REPORT-PRINT-LINE.
001870     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
001880     MOVE SPACES TO REPORT-PRINT-LINE.
001890     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
001900     OPEN I-O REGISTER-FILE.
001910     IF WS-REG-FILE-STATUS = '35'
001920         DISPLAY 'DL100IRR - NO INBOUND REGISTER - NOTHING TO '
001930             'RETURN'
001940         SET WS-REG-EOF-YES TO TRUE
001950         GO TO 1000-EXIT
001960     END-IF.
001970     IF WS-REG-FILE-STATUS NOT = '00'
001980         DISPLAY 'DL100IRR - UNABLE TO OPEN REGFILE ST='
001990             WS-REG-FILE-STATUS
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     PERFORM 2800-READ-REGISTER THRU 2800-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060*
002070*****************************************************************
002080*    2000-RETURN-ONE-RECORD                                     *
002090*                                                               *
002100*    WALKS THE REGISTER IN KEY ORDER - EACH BATCH RECORD       *
002110*    FOLLOWED BY ITS DETAILS.  A DETAIL STILL WAITING WHOSE N  *
002120*    AND POWER K IS NOW ON THE RESULTS MASTER IS WRITTEN TO    *
002130*    THE RETURN FILE UNDER ITS BATCH'S HEADER AND MARKED SENT, *
002140*    SO NO RESULT IS EVER DELIVERED TWICE.  ONE STILL NOT ON   *
002150*    FILE STAYS WAITING FOR A LATER DRAIN.  A CHANGE OF SENDER *
002152*    OR BATCH NUMBER ENDS THE GROUP; A DETAIL WHOSE OWN BATCH  *
002154*    RECORD WAS NOT SEEN FIRST IS MARKED NO-BATCH AND LISTED.  *
002160*****************************************************************
002170 2000-RETURN-ONE-RECORD.
002180     ADD 1 TO WS-REGISTER-READ.
002182     IF IRG-SENDER-ID NOT = WS-SENDER-ID
002184         OR IRG-BATCH-NUMBER NOT = WS-BATCH-NUMBER
002186         PERFORM 3000-CLOSE-GROUP THRU 3000-EXIT
002188         MOVE IRG-SENDER-ID TO WS-SENDER-ID
002190         MOVE IRG-BATCH-NUMBER TO WS-BATCH-NUMBER
002192         MOVE 0 TO WS-BATCH-RETURNED
002194         MOVE 0 TO WS-BATCH-PENDING
002196         MOVE 'N' TO WS-BATCH-FOUND-SW
002198     END-IF.
002200     IF IRG-SEQUENCE-NO = 0
002210         SET WS-BATCH-FOUND TO TRUE
002250         ADD 1 TO WS-BATCH-COUNT
002260         GO TO 2000-NEXT
002270     END-IF.
002280     IF NOT IRG-RETURN-WAITING
002290         GO TO 2000-NEXT
002300     END-IF.
002302     IF NOT WS-BATCH-FOUND
002304         PERFORM 2300-REJECT-NO-BATCH THRU 2300-EXIT
002306         GO TO 2000-NEXT
002308     END-IF.
002310     MOVE IRG-N-VALUE TO RES-N-VALUE.
002320     MOVE IRG-EXPONENT TO RES-EXPONENT.
002330     READ RESULT-MASTER.
002340     EVALUATE WS-RESL-FILE-STATUS
002350         WHEN '00'
002360             PERFORM 2100-RETURN-RESULT THRU 2100-EXIT
002370         WHEN '23'
002380             ADD 1 TO WS-BATCH-PENDING
002390             ADD 1 TO WS-PENDING-COUNT
002400         WHEN OTHER
002410             DISPLAY 'DL100IRR - RESLFILE READ FAILED N='
002420                 IRG-N-VALUE ' K=' IRG-EXPONENT
002430                 ' ST=' WS-RESL-FILE-STATUS
002440             MOVE 16 TO RETURN-CODE
002450             STOP RUN
002460     END-EVALUATE.
002470 2000-NEXT.
002480     PERFORM 2800-READ-REGISTER THRU 2800-EXIT.
002490 2000-EXIT.
002500     EXIT.
002510*
002520 2100-RETURN-RESULT.
002530     IF NOT WS-GROUP-OPEN
002540         PERFORM 2200-WRITE-RETURN-HEADER THRU 2200-EXIT
002550     END-IF.
002560     MOVE SPACES TO DL100-INBOUND-REPLY-RECORD.
002570     MOVE 'D' TO IRP-RECORD-TYPE.
002580     MOVE 'R' TO IRP-FILE-TYPE.
002590     MOVE IRG-SENDER-ID TO IRP-SENDER-ID.
002600     MOVE IRG-BATCH-NUMBER TO IRP-BATCH-NUMBER.
002610     MOVE IRG-SEQUENCE-NO TO IRP-SEQUENCE-NO.
002620     MOVE IRG-N-VALUE TO WS-RETURN-N.
002630     MOVE WS-RETURN-N TO IRP-REQUEST-N.
002640     MOVE IRG-CALC-MODE TO IRP-CALC-MODE.
002650     MOVE IRG-EXPONENT TO IRP-EXPONENT.
002660     MOVE IRG-SENDER-REF TO IRP-SENDER-REF.
002670     MOVE 'C' TO IRP-DISPOSITION.
002680     MOVE 'COMPUTED' TO IRP-REASON.
002690     MOVE RES-RESULT-FWD TO IRP-RESULT-FWD.
002700     MOVE RES-STATUS TO IRP-RESULT-STATUS.
002710     MOVE RES-LAST-POSTED-DATE TO IRP-POSTED-DATE.
002720     WRITE DL100-INBOUND-REPLY-RECORD.
002730     MOVE 'S' TO IRG-RETURN-STATUS.
002740     MOVE WS-CDT-DATE TO IRG-RETURNED-DATE.
002750     MOVE WS-CDT-TIME TO IRG-RETURNED-TIME.
002760     REWRITE DL100-INBOUND-REGISTER-RECORD.
002770     IF WS-REG-FILE-STATUS NOT = '00'
002780         DISPLAY 'DL100IRR - REGFILE REWRITE FAILED SENDER='
002790             IRG-SENDER-ID ' BATCH=' IRG-BATCH-NUMBER
002800             ' SEQ=' IRG-SEQUENCE-NO ' ST=' WS-REG-FILE-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     ADD 1 TO WS-BATCH-RETURNED.
002850     ADD 1 TO WS-RETURNED-COUNT.
002860     MOVE IRG-SENDER-ID TO RPT-DTL-SENDER-ID.
002870     MOVE IRG-BATCH-NUMBER TO RPT-DTL-BATCH-NUMBER.
002880     MOVE IRG-SEQUENCE-NO TO RPT-DTL-SEQUENCE-NO.
002890     MOVE IRG-N-VALUE TO RPT-DTL-N-VALUE.
002900     MOVE IRG-EXPONENT TO RPT-DTL-EXPONENT.
002910     MOVE IRG-SENDER-REF TO RPT-DTL-SENDER-REF.
002920     MOVE RES-RESULT-FWD TO RPT-DTL-RESULT.
002930     MOVE RES-STATUS TO RPT-DTL-STATUS.
002940     MOVE RES-LAST-POSTED-DATE TO RPT-DTL-POSTED-DATE.
002950     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
002960     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
002970 2100-EXIT.
002980     EXIT.
002990*
003000 2200-WRITE-RETURN-HEADER.
003010     MOVE SPACES TO DL100-INBOUND-REPLY-RECORD.
003020     MOVE 'H' TO IRP-RECORD-TYPE.
003030     MOVE 'R' TO IRP-FILE-TYPE.
003040     MOVE WS-SENDER-ID TO IRP-SENDER-ID.
003050     MOVE WS-BATCH-NUMBER TO IRP-BATCH-NUMBER.
003060     MOVE WS-CDT-DATE TO IRP-PROCESS-DATE.
003070     MOVE WS-CDT-TIME TO IRP-PROCESS-TIME.
003080     MOVE 'A' TO IRP-BATCH-DISPOSITION.
003090     WRITE DL100-INBOUND-REPLY-RECORD.
003100     SET WS-GROUP-OPEN TO TRUE.
003110     ADD 1 TO WS-GROUP-COUNT.
003120 2200-EXIT.
003130     EXIT.
003140*
003141*****************************************************************
003142*    2300-REJECT-NO-BATCH                                       *
003143*                                                               *
003144*    A WAITING DETAIL WITH NO BATCH RECORD - LEFT BY A LOAD    *
003145*    THAT FAILED PART WAY - CANNOT GO BACK UNDER A HEADER OF   *
003146*    ITS OWN.  IT IS MARKED NO-BATCH, SO IT IS LISTED ONCE AND *
003147*    NEVER RETURNED; THE SENDER RESENDS THE BATCH.             *
003148*****************************************************************
003149 2300-REJECT-NO-BATCH.
003150     MOVE 'X' TO IRG-RETURN-STATUS.
003151     MOVE WS-CDT-DATE TO IRG-RETURNED-DATE.
003152     MOVE WS-CDT-TIME TO IRG-RETURNED-TIME.
003153     REWRITE DL100-INBOUND-REGISTER-RECORD.
003154     IF WS-REG-FILE-STATUS NOT = '00'
003155         DISPLAY 'DL100IRR - REGFILE REWRITE FAILED SENDER='
003156             IRG-SENDER-ID ' BATCH=' IRG-BATCH-NUMBER
003157             ' SEQ=' IRG-SEQUENCE-NO ' ST=' WS-REG-FILE-STATUS
003158         MOVE 16 TO RETURN-CODE
003159         STOP RUN
003160     END-IF.
003161     DISPLAY 'DL100IRR - DETAIL HAS NO BATCH RECORD SENDER='
003162         IRG-SENDER-ID ' BATCH=' IRG-BATCH-NUMBER
003163         ' SEQ=' IRG-SEQUENCE-NO.
003164     ADD 1 TO WS-NO-BATCH-COUNT.
003165     MOVE IRG-SENDER-ID TO RPT-DTL-SENDER-ID.
003166     MOVE IRG-BATCH-NUMBER TO RPT-DTL-BATCH-NUMBER.
003167     MOVE IRG-SEQUENCE-NO TO RPT-DTL-SEQUENCE-NO.
003168     MOVE IRG-N-VALUE TO RPT-DTL-N-VALUE.
003169     MOVE IRG-EXPONENT TO RPT-DTL-EXPONENT.
003170     MOVE IRG-SENDER-REF TO RPT-DTL-SENDER-REF.
003171     MOVE 0 TO RPT-DTL-RESULT.
003172     MOVE 'NO BATCH' TO RPT-DTL-STATUS.
003173     MOVE 0 TO RPT-DTL-POSTED-DATE.
003174     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
003175     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003176 2300-EXIT.
003177     EXIT.
003178*
003180 2800-READ-REGISTER.
003190     READ REGISTER-FILE NEXT RECORD
003200         AT END
003210             SET WS-REG-EOF-YES TO TRUE
003220     END-READ.
003230     IF NOT WS-REG-EOF-YES
003240         AND WS-REG-FILE-STATUS NOT = '00'
003250         DISPLAY 'DL100IRR - REGFILE READ FAILED ST='
003260             WS-REG-FILE-STATUS
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300 2800-EXIT.
003310     EXIT.
003320*
003330*****************************************************************
003340*    3000-CLOSE-GROUP                                           *
003350*                                                               *
003360*    ENDS THE RETURN GROUP FOR THE BATCH JUST WALKED, IF ANY   *
003370*    OF ITS RESULTS WENT OUT TONIGHT - THE TRAILER CARRIES THE *
003380*    NUMBER RETURNED AND THE NUMBER OF THE BATCH'S NS STILL    *
003390*    WAITING.                                                  *
003400*****************************************************************
003410 3000-CLOSE-GROUP.
003420     IF NOT WS-GROUP-OPEN
003430         GO TO 3000-EXIT
003440     END-IF.
003450     MOVE SPACES TO DL100-INBOUND-REPLY-RECORD.
003460     MOVE 'T' TO IRP-RECORD-TYPE.
003470     MOVE 'R' TO IRP-FILE-TYPE.
003480     MOVE WS-SENDER-ID TO IRP-SENDER-ID.
003490     MOVE WS-BATCH-NUMBER TO IRP-BATCH-NUMBER.
003500     MOVE WS-BATCH-RETURNED TO IRP-DETAIL-COUNT.
003510     MOVE 0 TO IRP-QUEUED-COUNT.
003520     MOVE 0 TO IRP-ON-FILE-COUNT.
003530     MOVE 0 TO IRP-REJECTED-COUNT.
003540     MOVE WS-BATCH-PENDING TO IRP-PENDING-COUNT.
003550     WRITE DL100-INBOUND-REPLY-RECORD.
003560     MOVE 'N' TO WS-GROUP-OPEN-SW.
003570 3000-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610*    9000-TERMINATE                                             *
003620*                                                               *
003630*    PRINTS THE TOTALS.  NS STILL WAITING ARE NOT AN ERROR -   *
003640*    THEY GO OUT WITH A LATER DRAIN - SO THE RUN ENDS RC=0     *
003650*    UNLESS A FILE FAILED.  NO-BATCH DETAILS ARE LISTED AND    *
003660*    COUNTED BUT DO NOT RAISE THE RC EITHER - THE QUEUE CLEAR  *
003670*    AFTER THIS STEP MUST STILL RUN.                           *
003680*****************************************************************
003690 9000-TERMINATE.
003700     MOVE SPACES TO REPORT-PRINT-LINE.
003710     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003720     MOVE 'BATCHES ON THE REGISTER' TO RPT-TOT-TEXT.
003730     MOVE WS-BATCH-COUNT TO RPT-TOT-COUNT.
003740     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003750     MOVE 'BATCHES WITH RESULTS RETURNED' TO RPT-TOT-TEXT.
003760     MOVE WS-GROUP-COUNT TO RPT-TOT-COUNT.
003770     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003780     MOVE 'RESULTS RETURNED' TO RPT-TOT-TEXT.
003790     MOVE WS-RETURNED-COUNT TO RPT-TOT-COUNT.
003800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003810     MOVE 'NS STILL WAITING FOR A RESULT' TO RPT-TOT-TEXT.
003820     MOVE WS-PENDING-COUNT TO RPT-TOT-COUNT.
003830     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003840     MOVE 'DETAILS WITH NO BATCH RECORD' TO RPT-TOT-TEXT.
003850     MOVE WS-NO-BATCH-COUNT TO RPT-TOT-COUNT.
003860     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003870     IF WS-REG-FILE-STATUS NOT = '35'
003880         CLOSE REGISTER-FILE
003890     END-IF.
003900     CLOSE RESULT-MASTER.
003910     CLOSE RETURN-FILE.
003920     CLOSE REPORT-FILE.
003930     DISPLAY 'DL100IRR COMPLETE - BATCHES=' WS-BATCH-COUNT
003940         ' RETURNED=' WS-RETURNED-COUNT
003950         ' STILL WAITING=' WS-PENDING-COUNT.
003960     MOVE WS-OVERALL-RC TO RETURN-CODE.
003970 9000-EXIT.
003980     EXIT.
003990*
004000 9100-WRITE-TOTAL-LINE.
004010     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
004020     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
004030 9100-EXIT.
004040     EXIT.
