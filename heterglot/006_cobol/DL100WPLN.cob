000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100WPL                                        *
000040*                                                               *
000050*   ABSTRACT:  BATCH-WINDOW PLANNER FOR THE CTLFILE CONTROL    *
000060*              DECK.  RUNS BETWEEN DL100EDT AND ZERO006 IN THE *
000070*              ZZ006 JOB STREAM, AFTER THE DECK HAS EDITED     *
000080*              CLEAN.  ESTIMATES EVERY CARD'S ELAPSED TIME FROM*
000090*              THE TIMING LOG (TIMEFILE, COPYBOOK DL100TM) -   *
000100*              THE AVERAGE OK TIMING FOR THE CARD'S N BAND AND *
000110*              CALC MODE, THE SAME BANDS AS DL100TMR - WITH A  *
000120*              RANGE-SWEEP CARD EXPANDED INTO ITS INDIVIDUAL   *
000130*              NS, AND KEEPS A RUNNING TOTAL AGAINST THE       *
000140*              WINDOW LIMIT ON THE PARAMETER CARD.  THE CARDS  *
000150*              THAT FIT ARE PASSED THROUGH TO PLANFILE FOR     *
000160*              ZERO006 (A SWEEP THAT FITS ONLY IN PART IS CUT  *
000170*              BACK TO THE NS THAT FIT); THE FIRST N THAT WOULD*
000180*              OVERRUN THE WINDOW, AND EVERY N AFTER IT, IS    *
000190*              QUEUED ON THE PENDING-REQUEST FILE (PENDFILE,   *
000200*              COPYBOOK DL100PQ) FOR THE NEXT DRAIN TO RUN.    *
000210*              DECK ORDER IS PRIORITY - A LATER, CHEAPER CARD  *
000220*              NEVER JUMPS A DEFERRED ONE.  THE PLAN REPORT    *
000230*              SHOWS THE ESTIMATING RATES, THE ESTIMATE AGAINST*
000240*              THE LIMIT AND EVERY DEFERRED N.  AN N BAND AND  *
000250*              MODE WITH NO TIMING HISTORY IS SAID TO HAVE     *
000260*              NONE AND IS COSTED AT THE DEFAULT RATE, WHICH   *
000270*              THE REPORT STATES.  A PLAN WITH NOTHING TO RUN  *
000280*              ENDS RC=4 SO ZERO006 IS SKIPPED QUIETLY.        *
000290*                                                               *
000300*              PARAMETER CARD FORMAT -                         *
000310*                COLS 1-5   WINDOW LIMIT IN MINUTES, GREATER   *
000320*                           THAN ZERO                          *
000330*                COLS 6-10  DEFAULT RATE - ESTIMATED SECONDS   *
000340*                           PER N WHERE THE BAND AND MODE      *
000350*                           HAVE NO TIMING HISTORY.  BLANK OR  *
000360*                           ZERO TAKES 60.                     *
000362*              AN EMPTY PARMFILE (DD DUMMY) SETS NO LIMIT -    *
000364*              EVERY CARD IS PLANNED AND NOTHING DEFERRED.     *
000370*                                                               *
000380*   AUTHOR:        R L JENNINGS                                *
000390*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000400*   DATE-WRITTEN:  10/15/2026                                  *
000410*                                                               *
000420*   MODIFICATION HISTORY                                        *
000430*   ------------------------------------------------------      *
000440*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000443*   10/15/2026  RLJ  A DEFERRED N IS QUEUED WITH ITS CARD'S     *
000446*                    REQUESTING DEPARTMENT (PND-DEPT-CODE).     *
000447*   10/15/2026  RLJ  AN EMPTY PARMFILE NOW MEANS NO WINDOW      *
000448*                    LIMIT - THE WHOLE DECK IS PLANNED, RC=0.   *
000450*                                                               *
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. DL100WPL.
000490 AUTHOR. R L JENNINGS.
000500 INSTALLATION. DATA CENTER APPLICATIONS.
000510 DATE-WRITTEN. 10/15/2026.
000520 DATE-COMPILED.
000530*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-PARM-FILE-STATUS.
000600     SELECT TIMING-FILE ASSIGN TO TIMEFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-TIME-FILE-STATUS.
000630     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-CTL-FILE-STATUS.
000660     SELECT PLAN-FILE ASSIGN TO PLANFILE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-PLAN-FILE-STATUS.
000690     SELECT PENDING-FILE ASSIGN TO PENDFILE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS PND-KEY
000730         FILE STATUS IS WS-PEND-FILE-STATUS.
000740     SELECT REPORT-FILE ASSIGN TO RPTFILE
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RPT-FILE-STATUS.
000770     SELECT LEDGER-FILE ASSIGN TO LEDGFILE
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-LEDG-FILE-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PARAMETER-FILE
000840     RECORDING MODE IS F.
000850 01  PARAMETER-RECORD.
000860     05  PRM-WINDOW-MINUTES      PIC 9(05).
000870     05  PRM-DEFAULT-RATE        PIC 9(05).
000880     05  FILLER                  PIC X(70).
000890*
000900 FD  TIMING-FILE
000910     RECORDING MODE IS F.
000920     COPY DL100TM.
000930*
000940 FD  CONTROL-FILE
000950     RECORDING MODE IS F.
000960     COPY DL100CT.
000970*
000980 FD  PLAN-FILE
000990     RECORDING MODE IS F.
001000 01  PLAN-RECORD                 PIC X(80).
001010*
001020 FD  PENDING-FILE
001030     RECORDING MODE IS F.
001040     COPY DL100PQ.
001050*
001060 FD  REPORT-FILE
001070     RECORDING MODE IS F.
001080 01  REPORT-PRINT-LINE           PIC X(132).
001090*
001100 FD  LEDGER-FILE
001110     RECORDING MODE IS F.
001120     COPY DL100RL.
001130*
001140 WORKING-STORAGE SECTION.
001150 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001160 77  WS-TIME-FILE-STATUS     PIC X(02) VALUE SPACES.
001170 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001180 77  WS-PLAN-FILE-STATUS     PIC X(02) VALUE SPACES.
001190 77  WS-PEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001200 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001210 77  WS-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
001220 77  WS-TIME-EOF-SW          PIC X(01) VALUE 'N'.
001230     88  WS-TIME-EOF-YES         VALUE 'Y'.
001240 77  WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001250     88  WS-CTL-EOF-YES          VALUE 'Y'.
001260 77  WS-WINDOW-FULL-SW       PIC X(01) VALUE 'N'.
001270     88  WS-WINDOW-FULL          VALUE 'Y'.
001280 77  WS-RANGE-DONE-SW        PIC X(01) VALUE 'N'.
001290     88  WS-RANGE-DONE           VALUE 'Y'.
001292 77  WS-NO-LIMIT-SW          PIC X(01) VALUE 'N'.
001294     88  WS-NO-LIMIT             VALUE 'Y'.
001300 77  WS-AT-DEFAULT-SW        PIC X(01) VALUE 'N'.
001310     88  WS-AT-DEFAULT           VALUE 'Y'.
001320 77  WS-CARD-DEFAULT-SW      PIC X(01) VALUE 'N'.
001330     88  WS-CARD-AT-DEFAULT      VALUE 'Y'.
001340 77  WS-WALK-MODE-SW         PIC 9(01) VALUE 1.
001350     88  WS-WALK-ESTIMATING      VALUE 1.
001360     88  WS-WALK-DEFERRING       VALUE 2.
001370 77  WS-TIMING-READ-COUNT    PIC 9(07) COMP VALUE 0.
001380 77  WS-TIMING-USED-COUNT    PIC 9(07) COMP VALUE 0.
001390 77  WS-CARD-COUNT           PIC 9(05) COMP VALUE 0.
001400 77  WS-PLAN-CARD-COUNT      PIC 9(05) COMP VALUE 0.
001410 77  WS-WHOLE-CARD-COUNT     PIC 9(05) COMP VALUE 0.
001420 77  WS-PART-CARD-COUNT      PIC 9(05) COMP VALUE 0.
001430 77  WS-DEFER-CARD-COUNT     PIC 9(05) COMP VALUE 0.
001440 77  WS-PLANNED-N-COUNT      PIC 9(07) COMP VALUE 0.
001450 77  WS-DEFERRED-N-COUNT     PIC 9(07) COMP VALUE 0.
001460 77  WS-QUEUED-COUNT         PIC 9(07) COMP VALUE 0.
001470 77  WS-ALREADY-QUEUED-COUNT PIC 9(07) COMP VALUE 0.
001480 77  WS-QUEUE-FAIL-COUNT     PIC 9(07) COMP VALUE 0.
001490 77  WS-TOO-BIG-COUNT        PIC 9(07) COMP VALUE 0.
001500 77  WS-DEFAULT-N-COUNT      PIC 9(07) COMP VALUE 0.
001510 77  WS-CARD-N-COUNT         PIC 9(05) COMP VALUE 0.
001520 77  WS-CARD-FIT-COUNT       PIC 9(05) COMP VALUE 0.
001530 77  WS-LAST-FIT-N           PIC 9(05) VALUE 0.
001540 77  WS-PLAN-N               PIC 9(05) VALUE 0.
001550 77  WS-NEXT-PLAN-N          PIC 9(06) COMP VALUE 0.
001560 77  WS-PLAN-EXPONENT        PIC 9(01) VALUE 2.
001570 77  WS-ELAPSED-SECONDS      PIC S9(09) COMP VALUE 0.
001580 77  WS-START-DAY-NO         PIC S9(09) COMP VALUE 0.
001590 77  WS-END-DAY-NO           PIC S9(09) COMP VALUE 0.
001600 77  WS-START-SECONDS        PIC S9(09) COMP VALUE 0.
001610 77  WS-END-SECONDS          PIC S9(09) COMP VALUE 0.
001620 77  WS-BAND-SUB             PIC 9(02) COMP VALUE 0.
001630 77  WS-MODE-SUB             PIC 9(02) COMP VALUE 0.
001640 77  WS-CARD-MODE-SUB        PIC 9(02) COMP VALUE 0.
001650 77  WS-WINDOW-SECONDS       PIC 9(09) COMP VALUE 0.
001660 77  WS-DEFAULT-RATE         PIC 9(07)V99 COMP-3 VALUE 0.
001670 77  WS-N-EST-SECONDS        PIC 9(07)V99 COMP-3 VALUE 0.
001680 77  WS-CARD-EST-SECONDS     PIC 9(11)V99 COMP-3 VALUE 0.
001690 77  WS-PLANNED-SECONDS      PIC 9(11)V99 COMP-3 VALUE 0.
001700 77  WS-DEFERRED-SECONDS     PIC 9(11)V99 COMP-3 VALUE 0.
001710 77  WS-DECK-SECONDS         PIC 9(11)V99 COMP-3 VALUE 0.
001720 77  WS-TRIAL-SECONDS        PIC 9(11)V99 COMP-3 VALUE 0.
001730 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001740 01  WS-CDT-DATE             PIC 9(08).
001750 01  WS-CDT-TIME             PIC 9(06).
001760*
001770 01  WS-TIME-WORK            PIC 9(06).
001780 01  WS-TIME-WORK-R          REDEFINES WS-TIME-WORK.
001790     05  WS-TW-HOUR              PIC 9(02).
001800     05  WS-TW-MINUTE            PIC 9(02).
001810     05  WS-TW-SECOND            PIC 9(02).
001820*
001830 01  WS-DAY-NO-WORK.
001840     05  WS-DNW-DATE             PIC 9(08).
001850     05  WS-DNW-DATE-R           REDEFINES WS-DNW-DATE.
001860         10  WS-DNW-YEAR             PIC 9(04).
001870         10  WS-DNW-MONTH            PIC 9(02).
001880         10  WS-DNW-DAY              PIC 9(02).
001890     05  WS-DNW-WORK-YEAR        PIC S9(05) COMP.
001900     05  WS-DNW-WORK-MONTH       PIC S9(03) COMP.
001910     05  WS-DNW-LEAP-4           PIC S9(09) COMP.
001920     05  WS-DNW-LEAP-100         PIC S9(09) COMP.
001930     05  WS-DNW-LEAP-400         PIC S9(09) COMP.
001940     05  WS-DNW-MONTH-DAYS       PIC S9(09) COMP.
001950     05  WS-DNW-DAY-NO           PIC S9(09) COMP.
001960*
001970*    FOUR N BANDS (1-99, 100-999, 1000-9999, 10000-99999) BY
001980*    THREE MODES (1=LOOP, 2=FAST, 3=VERIFY) - THE SAME GRID AS
001990*    DL100TMR, SO THE PLAN AND THE TIMING REPORT AGREE.  THE
002000*    RATE IS THE AVERAGE OK TIMING, KEPT TO THE HUNDREDTH OF A
002010*    SECOND SO A LONG FAST SWEEP OF SUB-SECOND CARDS STILL
002020*    COSTS SOMETHING.
002030 01  WS-BAND-MODE-TABLE.
002040     05  WS-BAND-ENTRY           OCCURS 4 TIMES.
002050         10  WS-MODE-ENTRY           OCCURS 3 TIMES.
002060             15  WS-BM-COUNT             PIC 9(07) COMP.
002070             15  WS-BM-TOTAL-SECONDS     PIC 9(11) COMP.
002080             15  WS-BM-RATE              PIC 9(07)V99 COMP-3.
002090*
002100 01  WS-BAND-NAME-TABLE.
002110     05  FILLER                  PIC X(13) VALUE '    1 -    99'.
002120     05  FILLER                  PIC X(13) VALUE '  100 -   999'.
002130     05  FILLER                  PIC X(13) VALUE ' 1000 -  9999'.
002140     05  FILLER                  PIC X(13) VALUE '10000 - 99999'.
002150 01  WS-BAND-NAME-TABLE-R    REDEFINES WS-BAND-NAME-TABLE.
002160     05  WS-BAND-NAME            PIC X(13) OCCURS 4 TIMES.
002170*
002180 01  WS-MODE-NAME-TABLE.
002190     05  FILLER                  PIC X(06) VALUE 'LOOP  '.
002200     05  FILLER                  PIC X(06) VALUE 'FAST  '.
002210     05  FILLER                  PIC X(06) VALUE 'VERIFY'.
002220 01  WS-MODE-NAME-TABLE-R    REDEFINES WS-MODE-NAME-TABLE.
002230     05  WS-MODE-NAME            PIC X(06) OCCURS 3 TIMES.
002240*
002250 01  RPT-HEADING-1.
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  FILLER                  PIC X(40)
002280         VALUE 'DL100WPL - BATCH WINDOW PLAN'.
002290     05  FILLER                  PIC X(11)
002300         VALUE 'RUN DATE'.
002310     05  RPT-HDG-RUN-DATE        PIC 9(08).
002320*
002330 01  RPT-SECTION-HEADING.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  RPT-SEC-TITLE           PIC X(60).
002360*
002370 01  RPT-RATE-COLUMN-HEADING.
002380     05  FILLER                  PIC X(01) VALUE SPACE.
002390     05  FILLER                  PIC X(15) VALUE 'N BAND'.
002400     05  FILLER                  PIC X(08) VALUE 'MODE'.
002410     05  FILLER                  PIC X(09) VALUE '  TIMED'.
002420     05  FILLER                  PIC X(12) VALUE '  SEC PER N'.
002430     05  FILLER                  PIC X(30) VALUE '  BASIS'.
002440*
002450 01  RPT-RATE-DETAIL-LINE.
002460     05  FILLER                  PIC X(01) VALUE SPACE.
002470     05  RPT-RTE-BAND            PIC X(13).
002480     05  FILLER                  PIC X(02) VALUE SPACE.
002490     05  RPT-RTE-MODE            PIC X(06).
002500     05  FILLER                  PIC X(02) VALUE SPACE.
002510     05  RPT-RTE-COUNT           PIC ZZZZZZ9.
002520     05  FILLER                  PIC X(02) VALUE SPACE.
002530     05  RPT-RTE-RATE            PIC ZZZZZZ9.99.
002540     05  FILLER                  PIC X(04) VALUE SPACE.
002550     05  RPT-RTE-BASIS           PIC X(40).
002560*
002570 01  RPT-CARD-COLUMN-HEADING.
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  FILLER                  PIC X(07) VALUE 'CARD'.
002600     05  FILLER                  PIC X(05) VALUE 'TYPE'.
002610     05  FILLER                  PIC X(07) VALUE 'N'.
002620     05  FILLER                  PIC X(07) VALUE 'TO-N'.
002630     05  FILLER                  PIC X(07) VALUE 'STEP'.
002640     05  FILLER                  PIC X(05) VALUE 'MODE'.
002650     05  FILLER                  PIC X(03) VALUE 'K'.
002660     05  FILLER                  PIC X(07) VALUE '    NS'.
002670     05  FILLER                  PIC X(16) VALUE '     EST SEC'.
002680     05  FILLER                  PIC X(16) VALUE '  PLANNED SEC'.
002690     05  FILLER                  PIC X(10) VALUE 'DECISION'.
002700     05  FILLER                  PIC X(12) VALUE 'NOTE'.
002710*
002720 01  RPT-CARD-DETAIL-LINE.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  RPT-CRD-CARD-NO         PIC ZZZZ9.
002750     05  FILLER                  PIC X(03) VALUE SPACE.
002760     05  RPT-CRD-CARD-TYPE       PIC X(01).
002770     05  FILLER                  PIC X(03) VALUE SPACE.
002780     05  RPT-CRD-N-VALUE         PIC ZZZZ9.
002790     05  FILLER                  PIC X(02) VALUE SPACE.
002800     05  RPT-CRD-TO-N            PIC X(05).
002810     05  FILLER                  PIC X(02) VALUE SPACE.
002820     05  RPT-CRD-STEP            PIC X(05).
002830     05  FILLER                  PIC X(03) VALUE SPACE.
002840     05  RPT-CRD-CALC-MODE       PIC X(01).
002850     05  FILLER                  PIC X(03) VALUE SPACE.
002860     05  RPT-CRD-EXPONENT        PIC 9(01).
002870     05  FILLER                  PIC X(02) VALUE SPACE.
002880     05  RPT-CRD-N-COUNT         PIC ZZZZZ9.
002890     05  FILLER                  PIC X(02) VALUE SPACE.
002900     05  RPT-CRD-EST-SEC         PIC ZZZZZZZZZ9.99.
002910     05  FILLER                  PIC X(03) VALUE SPACE.
002920     05  RPT-CRD-PLANNED-SEC     PIC ZZZZZZZZZ9.99.
002930     05  FILLER                  PIC X(03) VALUE SPACE.
002940     05  RPT-CRD-DECISION        PIC X(08).
002950     05  FILLER                  PIC X(02) VALUE SPACE.
002960     05  RPT-CRD-NOTE            PIC X(20).
002970*
002980 01  RPT-DEFER-DETAIL-LINE.
002990     05  FILLER                  PIC X(09) VALUE SPACE.
003000     05  FILLER                  PIC X(11) VALUE 'DEFERRED N='.
003010     05  RPT-DEF-N-VALUE         PIC ZZZZ9.
003020     05  FILLER                  PIC X(04) VALUE ' K='.
003030     05  RPT-DEF-EXPONENT        PIC 9(01).
003040     05  FILLER                  PIC X(10) VALUE '  EST SEC'.
003050     05  RPT-DEF-EST-SEC         PIC ZZZZZZ9.99.
003060     05  FILLER                  PIC X(02) VALUE SPACE.
003070     05  RPT-DEF-OUTCOME         PIC X(20).
003080     05  FILLER                  PIC X(02) VALUE SPACE.
003090     05  RPT-DEF-NOTE            PIC X(40).
003100*
003110 01  RPT-TOTAL-LINE.
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  RPT-TOT-TEXT            PIC X(34).
003140     05  RPT-TOT-COUNT           PIC ZZZZZZ9.
003150*
003160 01  RPT-SECONDS-LINE.
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  RPT-SEC-TEXT            PIC X(34).
003190     05  RPT-SEC-AMOUNT          PIC ZZZZZZZZZ9.99.
003200     05  FILLER                  PIC X(02) VALUE SPACE.
003210     05  RPT-SEC-NOTE            PIC X(40).
003220*
003230 PROCEDURE DIVISION.
003240*
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003270     PERFORM 2000-LOAD-TIMINGS THRU 2000-EXIT.
003280     PERFORM 2500-SET-RATES THRU 2500-EXIT.
003290     PERFORM 2800-READ-CONTROL-CARD THRU 2800-EXIT.
003300     PERFORM 3000-PLAN-ONE-CARD THRU 3000-EXIT
003310         UNTIL WS-CTL-EOF-YES.
003320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003330     STOP RUN.
003340*
003350*****************************************************************
003360*    1000-INITIALIZE                                            *
003370*                                                               *
003380*    READS AND EDITS THE PARAMETER CARD, THEN OPENS THE DECK,  *
003390*    THE PLANNED DECK, THE PENDING-REQUEST QUEUE AND THE       *
003400*    REPORT.  A QUEUE NEVER YET WRITTEN TO IS CREATED EMPTY.   *
003410*****************************************************************
003420 1000-INITIALIZE.
003430     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
003440     ACCEPT WS-CDT-TIME FROM TIME.
003450     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
003460     OPEN INPUT PARAMETER-FILE.
003470     IF WS-PARM-FILE-STATUS NOT = '00'
003480         DISPLAY 'DL100WPL - UNABLE TO OPEN PARMFILE ST='
003490             WS-PARM-FILE-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     READ PARAMETER-FILE
003540         AT END
003550             DISPLAY 'DL100WPL - PARMFILE IS EMPTY - NO WINDOW'
003555                 ' LIMIT, WHOLE DECK PLANNED'
003560             SET WS-NO-LIMIT TO TRUE
003570             MOVE SPACES TO PARAMETER-RECORD
003580     END-READ.
003590     IF NOT WS-NO-LIMIT
003595         AND (PRM-WINDOW-MINUTES NOT NUMERIC
003600             OR PRM-WINDOW-MINUTES = 0)
003610         DISPLAY 'DL100WPL - WINDOW LIMIT MUST BE NUMERIC'
003620             ' AND GREATER THAN ZERO'
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003655     IF NOT WS-NO-LIMIT
003660         COMPUTE WS-WINDOW-SECONDS = PRM-WINDOW-MINUTES * 60
003665     END-IF.
003670     IF PRM-DEFAULT-RATE NUMERIC
003680         AND PRM-DEFAULT-RATE > 0
003690         MOVE PRM-DEFAULT-RATE TO WS-DEFAULT-RATE
003700     ELSE
003710         IF PRM-DEFAULT-RATE NOT NUMERIC
003720             AND PRM-DEFAULT-RATE NOT = SPACES
003730             DISPLAY 'DL100WPL - DEFAULT RATE MUST BE NUMERIC'
003740                 ' OR BLANK'
003750             MOVE 16 TO RETURN-CODE
003760             STOP RUN
003770         END-IF
003780         MOVE 60 TO WS-DEFAULT-RATE
003790     END-IF.
003800     CLOSE PARAMETER-FILE.
003810     OPEN INPUT CONTROL-FILE.
003820     IF WS-CTL-FILE-STATUS NOT = '00'
003830         DISPLAY 'DL100WPL - UNABLE TO OPEN CTLFILE ST='
003840             WS-CTL-FILE-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     OPEN OUTPUT PLAN-FILE.
003890     IF WS-PLAN-FILE-STATUS NOT = '00'
003900         DISPLAY 'DL100WPL - UNABLE TO OPEN PLANFILE ST='
003910             WS-PLAN-FILE-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     OPEN I-O PENDING-FILE.
003960     IF WS-PEND-FILE-STATUS = '35'
003970         OPEN OUTPUT PENDING-FILE
003980         CLOSE PENDING-FILE
003990         OPEN I-O PENDING-FILE
004000     END-IF.
004010     IF WS-PEND-FILE-STATUS NOT = '00'
004020         DISPLAY 'DL100WPL - UNABLE TO OPEN PENDFILE ST='
004030             WS-PEND-FILE-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     OPEN OUTPUT REPORT-FILE.
004080     IF WS-RPT-FILE-STATUS NOT = '00'
004090         DISPLAY 'DL100WPL - UNABLE TO OPEN RPTFILE ST='
004100             WS-RPT-FILE-STATUS
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
004150     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
004160     MOVE 0 TO WS-BAND-SUB.
004170     PERFORM 1100-CLEAR-NEXT-BAND THRU 1100-EXIT
004180         UNTIL WS-BAND-SUB NOT < 4.
004190 1000-EXIT.
004200     EXIT.
004210*
004220 1100-CLEAR-NEXT-BAND.
004230     ADD 1 TO WS-BAND-SUB.
004240     MOVE 0 TO WS-MODE-SUB.
004250     PERFORM 1110-CLEAR-NEXT-MODE THRU 1110-EXIT
004260         UNTIL WS-MODE-SUB NOT < 3.
004270 1100-EXIT.
004280     EXIT.
004290*
004300 1110-CLEAR-NEXT-MODE.
004310     ADD 1 TO WS-MODE-SUB.
004320     MOVE 0 TO WS-BM-COUNT (WS-BAND-SUB, WS-MODE-SUB).
004330     MOVE 0 TO WS-BM-TOTAL-SECONDS (WS-BAND-SUB, WS-MODE-SUB).
004340     MOVE 0 TO WS-BM-RATE (WS-BAND-SUB, WS-MODE-SUB).
004350 1110-EXIT.
004360     EXIT.
004370*
004380*****************************************************************
004390*    1500-DATE-TO-DAY-NUMBER                                    *
004400*                                                               *
004410*    TURNS THE YYYYMMDD DATE IN WS-DNW-DATE INTO A MONOTONIC   *
004420*    DAY NUMBER IN WS-DNW-DAY-NO - SAME ARITHMETIC AS          *
004430*    DL100TMR'S ELAPSED TIMES.                                 *
004440*****************************************************************
004450 1500-DATE-TO-DAY-NUMBER.
004460     MOVE WS-DNW-YEAR TO WS-DNW-WORK-YEAR.
004470     MOVE WS-DNW-MONTH TO WS-DNW-WORK-MONTH.
004480     IF WS-DNW-WORK-MONTH < 3
004490         SUBTRACT 1 FROM WS-DNW-WORK-YEAR
004500         ADD 12 TO WS-DNW-WORK-MONTH
004510     END-IF.
004520*    EACH DIVISION MUST TRUNCATE ON ITS OWN - A SINGLE COMPUTE
004530*    WOULD CARRY DECIMAL PLACES THROUGH THE INTERMEDIATE
004540*    RESULTS AND PUT SOME DATES A DAY OUT.
004550     DIVIDE WS-DNW-WORK-YEAR BY 4
004560         GIVING WS-DNW-LEAP-4.
004570     DIVIDE WS-DNW-WORK-YEAR BY 100
004580         GIVING WS-DNW-LEAP-100.
004590     DIVIDE WS-DNW-WORK-YEAR BY 400
004600         GIVING WS-DNW-LEAP-400.
004610     COMPUTE WS-DNW-MONTH-DAYS =
004620         153 * (WS-DNW-WORK-MONTH + 1).
004630     DIVIDE WS-DNW-MONTH-DAYS BY 5
004640         GIVING WS-DNW-MONTH-DAYS.
004650     COMPUTE WS-DNW-DAY-NO =
004660         (365 * WS-DNW-WORK-YEAR)
004670         + WS-DNW-LEAP-4
004680         - WS-DNW-LEAP-100
004690         + WS-DNW-LEAP-400
004700         + WS-DNW-MONTH-DAYS
004710         + WS-DNW-DAY.
004720 1500-EXIT.
004730     EXIT.
004740*
004750*****************************************************************
004760*    2000-LOAD-TIMINGS                                          *
004770*                                                               *
004780*    ROLLS EVERY USABLE TIMING RECORD INTO THE BAND/MODE GRID. *
004790*    THE SAME RECORDS ARE SKIPPED AS IN DL100TMR - A BAD       *
004800*    STAMP, AN N OF ZERO OR A CARD THAT DID NOT END OK.  A     *
004810*    TIMING LOG THAT CANNOT BE OPENED IS NOT AN ERROR - EVERY  *
004820*    BAND IS THEN COSTED AT THE DEFAULT RATE AND THE REPORT    *
004830*    SAYS SO.                                                  *
004840*****************************************************************
004850 2000-LOAD-TIMINGS.
004860     OPEN INPUT TIMING-FILE.
004870     IF WS-TIME-FILE-STATUS NOT = '00'
004880         DISPLAY 'DL100WPL - NO TIMING HISTORY AVAILABLE ST='
004890             WS-TIME-FILE-STATUS
004900         GO TO 2000-EXIT
004910     END-IF.
004920     PERFORM 2100-READ-TIMING THRU 2100-EXIT.
004930     PERFORM 2200-TALLY-ONE-TIMING THRU 2200-EXIT
004940         UNTIL WS-TIME-EOF-YES.
004950     CLOSE TIMING-FILE.
004960 2000-EXIT.
004970     EXIT.
004980*
004990 2100-READ-TIMING.
005000     READ TIMING-FILE
005010         AT END
005020             SET WS-TIME-EOF-YES TO TRUE
005030     END-READ.
005040 2100-EXIT.
005050     EXIT.
005060*
005070 2200-TALLY-ONE-TIMING.
005080     ADD 1 TO WS-TIMING-READ-COUNT.
005090     IF TIM-N-VALUE NOT NUMERIC
005100         OR TIM-N-VALUE = 0
005110         OR TIM-START-DATE NOT NUMERIC
005120         OR TIM-START-TIME NOT NUMERIC
005130         OR TIM-END-DATE NOT NUMERIC
005140         OR TIM-END-TIME NOT NUMERIC
005150         OR TIM-STATUS NOT = 'OK'
005160         GO TO 2200-NEXT
005170     END-IF.
005180     PERFORM 2300-COMPUTE-ELAPSED THRU 2300-EXIT.
005190     IF WS-ELAPSED-SECONDS < 0
005200         GO TO 2200-NEXT
005210     END-IF.
005220     MOVE TIM-N-VALUE TO WS-PLAN-N.
005230     PERFORM 2400-SET-BAND THRU 2400-EXIT.
005240     EVALUATE TRUE
005250         WHEN TIM-MODE-FAST
005260             MOVE 2 TO WS-MODE-SUB
005270         WHEN TIM-MODE-VERIFY
005280             MOVE 3 TO WS-MODE-SUB
005290         WHEN OTHER
005300             MOVE 1 TO WS-MODE-SUB
005310     END-EVALUATE.
005320     ADD 1 TO WS-TIMING-USED-COUNT.
005330     ADD 1 TO WS-BM-COUNT (WS-BAND-SUB, WS-MODE-SUB).
005340     ADD WS-ELAPSED-SECONDS
005350         TO WS-BM-TOTAL-SECONDS (WS-BAND-SUB, WS-MODE-SUB).
005360 2200-NEXT.
005370     PERFORM 2100-READ-TIMING THRU 2100-EXIT.
005380 2200-EXIT.
005390     EXIT.
005400*
005410 2300-COMPUTE-ELAPSED.
005420     MOVE TIM-START-DATE TO WS-DNW-DATE.
005430     PERFORM 1500-DATE-TO-DAY-NUMBER THRU 1500-EXIT.
005440     MOVE WS-DNW-DAY-NO TO WS-START-DAY-NO.
005450     MOVE TIM-END-DATE TO WS-DNW-DATE.
005460     PERFORM 1500-DATE-TO-DAY-NUMBER THRU 1500-EXIT.
005470     MOVE WS-DNW-DAY-NO TO WS-END-DAY-NO.
005480     MOVE TIM-START-TIME TO WS-TIME-WORK.
005490     COMPUTE WS-START-SECONDS =
005500         (WS-TW-HOUR * 3600) + (WS-TW-MINUTE * 60)
005510         + WS-TW-SECOND.
005520     MOVE TIM-END-TIME TO WS-TIME-WORK.
005530     COMPUTE WS-END-SECONDS =
005540         (WS-TW-HOUR * 3600) + (WS-TW-MINUTE * 60)
005550         + WS-TW-SECOND.
005560     COMPUTE WS-ELAPSED-SECONDS =
005570         ((WS-END-DAY-NO - WS-START-DAY-NO) * 86400)
005580         + WS-END-SECONDS - WS-START-SECONDS.
005590 2300-EXIT.
005600     EXIT.
005610*
005620 2400-SET-BAND.
005630     EVALUATE TRUE
005640         WHEN WS-PLAN-N < 100
005650             MOVE 1 TO WS-BAND-SUB
005660         WHEN WS-PLAN-N < 1000
005670             MOVE 2 TO WS-BAND-SUB
005680         WHEN WS-PLAN-N < 10000
005690             MOVE 3 TO WS-BAND-SUB
005700         WHEN OTHER
005710             MOVE 4 TO WS-BAND-SUB
005720     END-EVALUATE.
005730 2400-EXIT.
005740     EXIT.
005750*
005760*****************************************************************
005770*    2500-SET-RATES                                             *
005780*                                                               *
005790*    TURNS THE GRID INTO A RATE PER N FOR EACH BAND AND MODE   *
005800*    AND PRINTS THE WINDOW AND THE RATES, SO EVERY ESTIMATE ON *
005810*    THE PLAN CAN BE TRACED TO THE HISTORY IT CAME FROM - OR   *
005820*    TO THE DEFAULT RATE WHERE THERE IS NONE.                  *
005830*****************************************************************
005840 2500-SET-RATES.
005850     MOVE SPACES TO REPORT-PRINT-LINE.
005860     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
005862     IF WS-NO-LIMIT
005864         MOVE 'BATCH WINDOW - NO LIMIT CARD, WHOLE DECK PLANNED'
005866             TO RPT-SEC-TITLE
005868     ELSE
005870         MOVE 'BATCH WINDOW' TO RPT-SEC-TITLE
005875     END-IF.
005880     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
005890     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
005895     IF NOT WS-NO-LIMIT
005900         MOVE 'WINDOW LIMIT (MINUTES)' TO RPT-TOT-TEXT
005910         MOVE PRM-WINDOW-MINUTES TO RPT-TOT-COUNT
005920         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
005930         MOVE 'WINDOW LIMIT (SECONDS)' TO RPT-TOT-TEXT
005940         MOVE WS-WINDOW-SECONDS TO RPT-TOT-COUNT
005950         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
005955     END-IF.
005960     MOVE 'DEFAULT RATE (SECONDS PER N)' TO RPT-SEC-TEXT.
005970     MOVE WS-DEFAULT-RATE TO RPT-SEC-AMOUNT.
005980     MOVE 'USED WHERE A BAND HAS NO TIMING HISTORY'
005990         TO RPT-SEC-NOTE.
006000     PERFORM 9200-WRITE-SECONDS-LINE THRU 9200-EXIT.
006010     MOVE 'TIMING RECORDS READ' TO RPT-TOT-TEXT.
006020     MOVE WS-TIMING-READ-COUNT TO RPT-TOT-COUNT.
006030     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
006040     MOVE 'TIMING RECORDS USED' TO RPT-TOT-TEXT.
006050     MOVE WS-TIMING-USED-COUNT TO RPT-TOT-COUNT.
006060     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
006070     MOVE SPACES TO REPORT-PRINT-LINE.
006080     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006090     MOVE 'ESTIMATING RATES BY N BAND AND CALC MODE'
006100         TO RPT-SEC-TITLE.
006110     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
006120     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006130     MOVE RPT-RATE-COLUMN-HEADING TO REPORT-PRINT-LINE.
006140     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006150     MOVE 0 TO WS-BAND-SUB.
006160     PERFORM 2600-RATE-NEXT-BAND THRU 2600-EXIT
006170         UNTIL WS-BAND-SUB NOT < 4.
006180     MOVE SPACES TO REPORT-PRINT-LINE.
006190     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006200     MOVE 'PLAN BY CONTROL CARD' TO RPT-SEC-TITLE.
006210     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
006220     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006230     MOVE RPT-CARD-COLUMN-HEADING TO REPORT-PRINT-LINE.
006240     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006250 2500-EXIT.
006260     EXIT.
006270*
006280 2600-RATE-NEXT-BAND.
006290     ADD 1 TO WS-BAND-SUB.
006300     MOVE 0 TO WS-MODE-SUB.
006310     PERFORM 2610-RATE-NEXT-MODE THRU 2610-EXIT
006320         UNTIL WS-MODE-SUB NOT < 3.
006330 2600-EXIT.
006340     EXIT.
006350*
006360 2610-RATE-NEXT-MODE.
006370     ADD 1 TO WS-MODE-SUB.
006380     MOVE WS-BAND-NAME (WS-BAND-SUB) TO RPT-RTE-BAND.
006390     MOVE WS-MODE-NAME (WS-MODE-SUB) TO RPT-RTE-MODE.
006400     MOVE WS-BM-COUNT (WS-BAND-SUB, WS-MODE-SUB) TO RPT-RTE-COUNT.
006410     IF WS-BM-COUNT (WS-BAND-SUB, WS-MODE-SUB) = 0
006420         MOVE WS-DEFAULT-RATE TO RPT-RTE-RATE
006430         MOVE 'NO TIMING HISTORY - DEFAULT RATE USED'
006440             TO RPT-RTE-BASIS
006450     ELSE
006460         DIVIDE WS-BM-TOTAL-SECONDS (WS-BAND-SUB, WS-MODE-SUB)
006470             BY WS-BM-COUNT (WS-BAND-SUB, WS-MODE-SUB)
006480             GIVING WS-BM-RATE (WS-BAND-SUB, WS-MODE-SUB) ROUNDED
006490         MOVE WS-BM-RATE (WS-BAND-SUB, WS-MODE-SUB)
006500             TO RPT-RTE-RATE
006510         MOVE 'AVERAGE OF OK TIMINGS' TO RPT-RTE-BASIS
006520     END-IF.
006530     MOVE RPT-RATE-DETAIL-LINE TO REPORT-PRINT-LINE.
006540     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006550 2610-EXIT.
006560     EXIT.
006570*
006580 2800-READ-CONTROL-CARD.
006590     READ CONTROL-FILE
006600         AT END
006610             SET WS-CTL-EOF-YES TO TRUE
006620     END-READ.
006630 2800-EXIT.
006640     EXIT.
006650*
006660*****************************************************************
006670*    3000-PLAN-ONE-CARD                                         *
006680*                                                               *
006690*    COSTS ONE CARD N BY N AND DECIDES HOW MUCH OF IT FITS.    *
006700*    THE CARD IS WALKED TWICE, AS DL100EDT WALKS A RANGE -     *
006710*    FIRST ESTIMATING EVERY N AND CHARGING THE ONES THAT FIT   *
006720*    TO THE WINDOW, THEN, ONCE THE CARD LINE IS PRINTED,       *
006730*    QUEUEING THE ONES THAT DID NOT.  WHAT FITS IS ALWAYS A    *
006740*    LEADING RUN OF THE CARD'S NS, SO A SWEEP THAT FITS IN     *
006750*    PART IS PASSED ON WITH ITS TO-N CUT BACK TO THE LAST N    *
006760*    THAT FITS.                                                *
006770*****************************************************************
006780 3000-PLAN-ONE-CARD.
006790     ADD 1 TO WS-CARD-COUNT.
006800     MOVE 0 TO WS-CARD-N-COUNT.
006810     MOVE 0 TO WS-CARD-FIT-COUNT.
006820     MOVE 0 TO WS-CARD-EST-SECONDS.
006830     MOVE 'N' TO WS-CARD-DEFAULT-SW.
006840     EVALUATE TRUE
006850         WHEN CTL-MODE-FAST
006860             MOVE 2 TO WS-CARD-MODE-SUB
006870         WHEN CTL-MODE-VERIFY
006880             MOVE 3 TO WS-CARD-MODE-SUB
006890         WHEN OTHER
006900             MOVE 1 TO WS-CARD-MODE-SUB
006910     END-EVALUATE.
006920     IF CTL-EXPONENT NUMERIC
006930         AND CTL-EXPONENT > 1
006940         MOVE CTL-EXPONENT TO WS-PLAN-EXPONENT
006950     ELSE
006960         MOVE 2 TO WS-PLAN-EXPONENT
006970     END-IF.
006980     MOVE 1 TO WS-WALK-MODE-SW.
006990     PERFORM 3100-WALK-CARD THRU 3100-EXIT.
007000     PERFORM 3400-WRITE-CARD-LINE THRU 3400-EXIT.
007010     IF WS-CARD-FIT-COUNT < WS-CARD-N-COUNT
007020         MOVE 2 TO WS-WALK-MODE-SW
007030         PERFORM 3100-WALK-CARD THRU 3100-EXIT
007040     END-IF.
007050     IF WS-CARD-FIT-COUNT > 0
007060         IF CTL-TYPE-RANGE
007070             MOVE WS-LAST-FIT-N TO CTL-TO-N-VALUE
007080         END-IF
007090         WRITE PLAN-RECORD FROM DL100-CONTROL-RECORD
007100         ADD 1 TO WS-PLAN-CARD-COUNT
007110     END-IF.
007120     PERFORM 2800-READ-CONTROL-CARD THRU 2800-EXIT.
007130 3000-EXIT.
007140     EXIT.
007150*
007160 3100-WALK-CARD.
007170     MOVE 'N' TO WS-RANGE-DONE-SW.
007180     MOVE CTL-N-VALUE TO WS-PLAN-N.
007190     PERFORM 3110-WALK-ONE-N THRU 3110-EXIT
007200         UNTIL WS-RANGE-DONE.
007210 3100-EXIT.
007220     EXIT.
007230*
007240 3110-WALK-ONE-N.
007250     IF WS-WALK-ESTIMATING
007260         PERFORM 3200-CHARGE-ONE-N THRU 3200-EXIT
007270     ELSE
007280         IF WS-CARD-FIT-COUNT = 0
007290             OR WS-PLAN-N > WS-LAST-FIT-N
007300             PERFORM 3300-DEFER-ONE-N THRU 3300-EXIT
007310         END-IF
007320     END-IF.
007330     IF NOT CTL-TYPE-RANGE
007340         MOVE 'Y' TO WS-RANGE-DONE-SW
007350         GO TO 3110-EXIT
007360     END-IF.
007370     COMPUTE WS-NEXT-PLAN-N = WS-PLAN-N + CTL-STEP-VALUE.
007380     IF WS-NEXT-PLAN-N > CTL-TO-N-VALUE
007390         MOVE 'Y' TO WS-RANGE-DONE-SW
007400     ELSE
007410         MOVE WS-NEXT-PLAN-N TO WS-PLAN-N
007420     END-IF.
007430 3110-EXIT.
007440     EXIT.
007450*
007460*****************************************************************
007470*    3200-CHARGE-ONE-N                                          *
007480*                                                               *
007490*    ESTIMATES ONE N AND CHARGES IT TO THE WINDOW IF IT FITS.  *
007500*    THE FIRST N THAT DOES NOT FIT CLOSES THE WINDOW FOR THE   *
007510*    REST OF THE DECK - DECK ORDER IS THE PRIORITY ORDER.      *
007520*****************************************************************
007530 3200-CHARGE-ONE-N.
007540     PERFORM 3500-ESTIMATE-ONE-N THRU 3500-EXIT.
007550     ADD 1 TO WS-CARD-N-COUNT.
007560     ADD WS-N-EST-SECONDS TO WS-CARD-EST-SECONDS.
007570     ADD WS-N-EST-SECONDS TO WS-DECK-SECONDS.
007580     IF WS-AT-DEFAULT
007590         ADD 1 TO WS-DEFAULT-N-COUNT
007600         MOVE 'Y' TO WS-CARD-DEFAULT-SW
007610     END-IF.
007620     IF NOT WS-WINDOW-FULL
007630         COMPUTE WS-TRIAL-SECONDS =
007640             WS-PLANNED-SECONDS + WS-N-EST-SECONDS
007650         IF WS-TRIAL-SECONDS > WS-WINDOW-SECONDS
007655             AND NOT WS-NO-LIMIT
007660             SET WS-WINDOW-FULL TO TRUE
007670         END-IF
007680     END-IF.
007690     IF WS-WINDOW-FULL
007700         ADD WS-N-EST-SECONDS TO WS-DEFERRED-SECONDS
007710     ELSE
007720         MOVE WS-TRIAL-SECONDS TO WS-PLANNED-SECONDS
007730         ADD 1 TO WS-CARD-FIT-COUNT
007740         ADD 1 TO WS-PLANNED-N-COUNT
007750         MOVE WS-PLAN-N TO WS-LAST-FIT-N
007760     END-IF.
007770 3200-EXIT.
007780     EXIT.
007790*
007800*****************************************************************
007810*    3300-DEFER-ONE-N                                           *
007820*                                                               *
007830*    QUEUES ONE N THAT DID NOT FIT ON THE PENDING-REQUEST FILE *
007840*    WITH THE CARD'S EXPONENT AND CALC MODE, AND PRINTS IT     *
007850*    UNDER ITS CARD.  AN N ALREADY QUEUED (BY THE ONLINE       *
007860*    INQUIRY OR AN EARLIER PLAN) IS LEFT AS IT IS.  AN N WHOSE *
007870*    ESTIMATE ALONE IS LONGER THAN THE WHOLE WINDOW CAN NEVER  *
007880*    FIT AND IS FLAGGED FOR THE SHIFT TO SCHEDULE BY HAND.  A  *
007890*    QUEUE WRITE THAT FAILS WOULD LOSE THE N, SO IT FAILS THE  *
007900*    STEP.                                                     *
007910*****************************************************************
007920 3300-DEFER-ONE-N.
007930     PERFORM 3500-ESTIMATE-ONE-N THRU 3500-EXIT.
007940     ADD 1 TO WS-DEFERRED-N-COUNT.
007950     MOVE SPACES TO RPT-DEF-NOTE.
007960     MOVE SPACES TO DL100-PENDING-REQUEST-RECORD.
007970     MOVE WS-PLAN-N TO PND-N-VALUE.
007980     MOVE WS-PLAN-EXPONENT TO PND-EXPONENT.
007990     MOVE WS-CDT-DATE TO PND-REQUEST-DATE.
008000     MOVE WS-CDT-TIME TO PND-REQUEST-TIME.
008010     MOVE 'BTCH' TO PND-TERM-ID.
008020     MOVE 'P' TO PND-STATUS.
008030     IF CTL-MODE-LOOP
008040         MOVE 'L' TO PND-CALC-MODE
008050     ELSE
008060         MOVE CTL-CALC-MODE TO PND-CALC-MODE
008070     END-IF.
008075     MOVE CTL-DEPT-CODE TO PND-DEPT-CODE.
008080     WRITE DL100-PENDING-REQUEST-RECORD.
008090     EVALUATE WS-PEND-FILE-STATUS
008100         WHEN '00'
008110             ADD 1 TO WS-QUEUED-COUNT
008120             MOVE 'QUEUED' TO RPT-DEF-OUTCOME
008130         WHEN '22'
008140             ADD 1 TO WS-ALREADY-QUEUED-COUNT
008150             MOVE 'ALREADY QUEUED' TO RPT-DEF-OUTCOME
008160         WHEN OTHER
008170             ADD 1 TO WS-QUEUE-FAIL-COUNT
008180             MOVE 'QUEUE WRITE FAILED' TO RPT-DEF-OUTCOME
008190             DISPLAY 'DL100WPL - PENDFILE WRITE FAILED N='
008200                 WS-PLAN-N ' K=' WS-PLAN-EXPONENT
008210                 ' ST=' WS-PEND-FILE-STATUS
008220     END-EVALUATE.
008230     IF WS-N-EST-SECONDS > WS-WINDOW-SECONDS
008240         ADD 1 TO WS-TOO-BIG-COUNT
008250         MOVE 'ESTIMATE ALONE EXCEEDS THE WINDOW'
008260             TO RPT-DEF-NOTE
008270     ELSE
008280         IF WS-AT-DEFAULT
008290             MOVE 'ESTIMATED AT THE DEFAULT RATE'
008300                 TO RPT-DEF-NOTE
008310         END-IF
008320     END-IF.
008330     MOVE WS-PLAN-N TO RPT-DEF-N-VALUE.
008340     MOVE WS-PLAN-EXPONENT TO RPT-DEF-EXPONENT.
008350     MOVE WS-N-EST-SECONDS TO RPT-DEF-EST-SEC.
008360     MOVE RPT-DEFER-DETAIL-LINE TO REPORT-PRINT-LINE.
008370     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
008380 3300-EXIT.
008390     EXIT.
008400*
008410 3400-WRITE-CARD-LINE.
008420     MOVE WS-CARD-COUNT TO RPT-CRD-CARD-NO.
008430     MOVE CTL-CARD-TYPE TO RPT-CRD-CARD-TYPE.
008440     MOVE CTL-N-VALUE TO RPT-CRD-N-VALUE.
008450     MOVE CTL-CALC-MODE TO RPT-CRD-CALC-MODE.
008460     MOVE WS-PLAN-EXPONENT TO RPT-CRD-EXPONENT.
008470     IF CTL-TYPE-RANGE
008480         MOVE CTL-TO-N-VALUE TO RPT-CRD-TO-N
008490         MOVE CTL-STEP-VALUE TO RPT-CRD-STEP
008500     ELSE
008510         MOVE SPACES TO RPT-CRD-TO-N
008520         MOVE SPACES TO RPT-CRD-STEP
008530     END-IF.
008540     MOVE WS-CARD-N-COUNT TO RPT-CRD-N-COUNT.
008550     MOVE WS-CARD-EST-SECONDS TO RPT-CRD-EST-SEC.
008560     MOVE WS-PLANNED-SECONDS TO RPT-CRD-PLANNED-SEC.
008570     MOVE SPACES TO RPT-CRD-NOTE.
008580     EVALUATE TRUE
008590         WHEN WS-CARD-FIT-COUNT = WS-CARD-N-COUNT
008600             ADD 1 TO WS-WHOLE-CARD-COUNT
008610             MOVE 'RUN' TO RPT-CRD-DECISION
008620         WHEN WS-CARD-FIT-COUNT > 0
008630             ADD 1 TO WS-PART-CARD-COUNT
008640             MOVE 'PART RUN' TO RPT-CRD-DECISION
008650             MOVE WS-LAST-FIT-N TO RPT-CRD-TO-N
008660             MOVE 'TO-N CUT BACK' TO RPT-CRD-NOTE
008670         WHEN OTHER
008680             ADD 1 TO WS-DEFER-CARD-COUNT
008690             MOVE 'DEFERRED' TO RPT-CRD-DECISION
008700     END-EVALUATE.
008710     IF WS-CARD-AT-DEFAULT
008720         AND RPT-CRD-NOTE = SPACES
008730         MOVE 'DEFAULT RATE USED' TO RPT-CRD-NOTE
008740     END-IF.
008750     MOVE RPT-CARD-DETAIL-LINE TO REPORT-PRINT-LINE.
008760     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
008770 3400-EXIT.
008780     EXIT.
008790*
008800 3500-ESTIMATE-ONE-N.
008810     PERFORM 2400-SET-BAND THRU 2400-EXIT.
008820     IF WS-BM-COUNT (WS-BAND-SUB, WS-CARD-MODE-SUB) = 0
008830         MOVE WS-DEFAULT-RATE TO WS-N-EST-SECONDS
008840         MOVE 'Y' TO WS-AT-DEFAULT-SW
008850     ELSE
008860         MOVE WS-BM-RATE (WS-BAND-SUB, WS-CARD-MODE-SUB)
008870             TO WS-N-EST-SECONDS
008880         MOVE 'N' TO WS-AT-DEFAULT-SW
008890     END-IF.
008900 3500-EXIT.
008910     EXIT.
008920*
008930*****************************************************************
008940*    9000-TERMINATE                                             *
008950*                                                               *
008960*    PRINTS THE ESTIMATE AGAINST THE LIMIT AND THE COUNTS.     *
008970*    DEFERRING IS THE PLANNER DOING ITS JOB, NOT A FAULT, SO   *
008980*    IT LEAVES THE RETURN CODE AT ZERO; A PLAN WITH NOTHING TO *
008990*    RUN ENDS RC=4 SO ZERO006 IS SKIPPED, AND A FAILED QUEUE   *
009000*    WRITE ENDS RC=16 SO THE N IT WOULD HAVE LOST IS NOT       *
009010*    SILENTLY DROPPED.                                         *
009020*****************************************************************
009030 9000-TERMINATE.
009040     MOVE SPACES TO REPORT-PRINT-LINE.
009050     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009060     MOVE 'ESTIMATE VERSUS WINDOW' TO RPT-SEC-TITLE.
009070     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
009080     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009090     MOVE SPACES TO RPT-SEC-NOTE.
009100     MOVE 'WINDOW LIMIT (SECONDS)' TO RPT-SEC-TEXT.
009110     MOVE WS-WINDOW-SECONDS TO RPT-SEC-AMOUNT.
009120     PERFORM 9200-WRITE-SECONDS-LINE THRU 9200-EXIT.
009130     MOVE 'ESTIMATE - WHOLE DECK' TO RPT-SEC-TEXT.
009140     MOVE WS-DECK-SECONDS TO RPT-SEC-AMOUNT.
009150     PERFORM 9200-WRITE-SECONDS-LINE THRU 9200-EXIT.
009160     MOVE 'ESTIMATE - PLANNED TO RUN' TO RPT-SEC-TEXT.
009170     MOVE WS-PLANNED-SECONDS TO RPT-SEC-AMOUNT.
009180     PERFORM 9200-WRITE-SECONDS-LINE THRU 9200-EXIT.
009190     MOVE 'ESTIMATE - DEFERRED' TO RPT-SEC-TEXT.
009200     MOVE WS-DEFERRED-SECONDS TO RPT-SEC-AMOUNT.
009210     PERFORM 9200-WRITE-SECONDS-LINE THRU 9200-EXIT.
009220     MOVE 'WINDOW LEFT UNUSED' TO RPT-SEC-TEXT.
009230     COMPUTE RPT-SEC-AMOUNT =
009240         WS-WINDOW-SECONDS - WS-PLANNED-SECONDS.
009250     PERFORM 9200-WRITE-SECONDS-LINE THRU 9200-EXIT.
009260     MOVE SPACES TO REPORT-PRINT-LINE.
009270     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009280     MOVE 'CARDS READ' TO RPT-TOT-TEXT.
009290     MOVE WS-CARD-COUNT TO RPT-TOT-COUNT.
009300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009310     MOVE 'CARDS RUN WHOLE' TO RPT-TOT-TEXT.
009320     MOVE WS-WHOLE-CARD-COUNT TO RPT-TOT-COUNT.
009330     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009340     MOVE 'CARDS RUN IN PART' TO RPT-TOT-TEXT.
009350     MOVE WS-PART-CARD-COUNT TO RPT-TOT-COUNT.
009360     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009370     MOVE 'CARDS DEFERRED WHOLE' TO RPT-TOT-TEXT.
009380     MOVE WS-DEFER-CARD-COUNT TO RPT-TOT-COUNT.
009390     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009400     MOVE 'NS PLANNED TO RUN' TO RPT-TOT-TEXT.
009410     MOVE WS-PLANNED-N-COUNT TO RPT-TOT-COUNT.
009420     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009430     MOVE 'NS DEFERRED' TO RPT-TOT-TEXT.
009440     MOVE WS-DEFERRED-N-COUNT TO RPT-TOT-COUNT.
009450     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009460     MOVE '  QUEUED ON PENDREQ' TO RPT-TOT-TEXT.
009470     MOVE WS-QUEUED-COUNT TO RPT-TOT-COUNT.
009480     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009490     MOVE '  ALREADY QUEUED' TO RPT-TOT-TEXT.
009500     MOVE WS-ALREADY-QUEUED-COUNT TO RPT-TOT-COUNT.
009510     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009520     MOVE '  QUEUE WRITE FAILED' TO RPT-TOT-TEXT.
009530     MOVE WS-QUEUE-FAIL-COUNT TO RPT-TOT-COUNT.
009540     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009550     MOVE '  ESTIMATE ALONE EXCEEDS WINDOW' TO RPT-TOT-TEXT.
009560     MOVE WS-TOO-BIG-COUNT TO RPT-TOT-COUNT.
009570     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009580     MOVE 'NS ESTIMATED AT THE DEFAULT RATE' TO RPT-TOT-TEXT.
009590     MOVE WS-DEFAULT-N-COUNT TO RPT-TOT-COUNT.
009600     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009610     CLOSE CONTROL-FILE.
009620     CLOSE PLAN-FILE.
009630     CLOSE PENDING-FILE.
009640     CLOSE REPORT-FILE.
009650     IF WS-PLAN-CARD-COUNT = 0
009660         DISPLAY 'DL100WPL - NOTHING FITS THE WINDOW - NO RUN'
009670         MOVE 4 TO WS-OVERALL-RC
009680     END-IF.
009690     IF WS-QUEUE-FAIL-COUNT > 0
009700         MOVE 16 TO WS-OVERALL-RC
009710     END-IF.
009720     DISPLAY 'DL100WPL COMPLETE - CARDS=' WS-CARD-COUNT
009730         ' PLANNED NS=' WS-PLANNED-N-COUNT
009740         ' DEFERRED NS=' WS-DEFERRED-N-COUNT
009750         ' QUEUED=' WS-QUEUED-COUNT.
009760     PERFORM 9500-WRITE-LEDGER-RECORD THRU 9500-EXIT.
009770     MOVE WS-OVERALL-RC TO RETURN-CODE.
009780 9000-EXIT.
009790     EXIT.
009800*
009810 9100-WRITE-TOTAL-LINE.
009820     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
009830     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009840 9100-EXIT.
009850     EXIT.
009860*
009870 9200-WRITE-SECONDS-LINE.
009880     MOVE RPT-SECONDS-LINE TO REPORT-PRINT-LINE.
009890     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009900 9200-EXIT.
009910     EXIT.
009920*
009930*****************************************************************
009940*    9500-WRITE-LEDGER-RECORD                                   *
009950*                                                               *
009960*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.  *
009970*    A MISSING OR UNUSABLE LEDGER IS REPORTED BUT NEVER FAILS  *
009980*    THE STEP - THE LEDGER DESCRIBES THE RUN, IT IS NOT PART   *
009990*    OF IT.                                                    *
010000*****************************************************************
010010 9500-WRITE-LEDGER-RECORD.
010020     OPEN EXTEND LEDGER-FILE.
010030     IF WS-LEDG-FILE-STATUS = '05' OR WS-LEDG-FILE-STATUS = '35'
010040         OPEN OUTPUT LEDGER-FILE
010050     END-IF.
010060     IF WS-LEDG-FILE-STATUS NOT = '00'
010070         DISPLAY 'DL100WPL - LEDGFILE UNAVAILABLE ST='
010080             WS-LEDG-FILE-STATUS
010090         GO TO 9500-EXIT
010100     END-IF.
010110     MOVE SPACES TO DL100-RUN-LEDGER-RECORD.
010120     ACCEPT RLG-RUN-DATE FROM DATE YYYYMMDD.
010130     ACCEPT RLG-RUN-TIME FROM TIME.
010140     MOVE 'DL100WPL' TO RLG-STEP-NAME.
010150     MOVE WS-OVERALL-RC TO RLG-RETURN-CODE.
010160     MOVE WS-CARD-COUNT TO RLG-RECORDS-READ.
010170     MOVE WS-PLAN-CARD-COUNT TO RLG-RECORDS-WRITTEN.
010180     MOVE SPACES TO RLG-RECON-OUTCOME.
010190     WRITE DL100-RUN-LEDGER-RECORD.
010200     CLOSE LEDGER-FILE.
010210 9500-EXIT.
010220     EXIT.
