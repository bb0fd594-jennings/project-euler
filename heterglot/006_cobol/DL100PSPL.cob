000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100PSP                                        *
000040*                                                               *
000050*   ABSTRACT:  PARTITION SPLIT FOR THE CTLFILE CONTROL DECK.   *
000060*              RUNS IN THE ZZ006PS JOB AFTER DL100EDT HAS      *
000070*              EDITED THE DECK CLEAN.  CUTS THE DECK INTO THE  *
000080*              NUMBER OF PARTITIONS ON THE PARAMETER CARD BY   *
000090*              N RANGE - EACH PARTITION ONE CONTIGUOUS RANGE   *
000100*              OF N, THE RANGES ASCENDING AND NEVER            *
000110*              OVERLAPPING, BALANCED ON THE NUMBER OF N AND    *
000120*              POWER K PAIRS EACH ONE RUNS.  EVERY CARD IS     *
000130*              WRITTEN TO PARTDECK TAGGED WITH THE PARTITION   *
000140*              THAT RUNS IT; A RANGE-SWEEP CARD THAT CROSSES A *
000150*              BOUNDARY IS CUT INTO ONE SWEEP PER PARTITION.   *
000160*              THE SORT STEP THAT FOLLOWS DEALS THE TAGGED     *
000170*              CARDS OUT TO THE PARTITION DECKS, EACH RUN BY   *
000180*              ITS OWN ZERO006 JOB (ZZ006PR) WITH ITS OWN      *
000190*              CHECKPOINT AND STATUS DATASETS.  THE PARTITION  *
000200*              MANIFEST (PARTMAN, COPYBOOK DL100PT) RECORDS    *
000210*              THE RANGES AND COUNTS THAT DL100PMG PROVES THE  *
000220*              PARTITION OUTPUTS AGAINST BEFORE THEY ARE       *
000230*              MERGED.  AN EMPTY DECK ENDS RC=4.               *
000240*                                                               *
000250*              PARAMETER CARD FORMAT -                         *
000260*                COLS 1-2   NUMBER OF PARTITIONS, 01 THROUGH   *
000270*                           08                                 *
000280*                                                               *
000290*   AUTHOR:        R L JENNINGS                                *
000300*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000310*   DATE-WRITTEN:  10/15/2026                                  *
000320*                                                               *
000330*   MODIFICATION HISTORY                                        *
000340*   ------------------------------------------------------      *
000350*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000360*                                                               *
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DL100PSP.
000400 AUTHOR. R L JENNINGS.
000410 INSTALLATION. DATA CENTER APPLICATIONS.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PARM-FILE-STATUS.
000510     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-CTL-FILE-STATUS.
000540     SELECT PARTITION-DECK-FILE ASSIGN TO PARTDECK
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PDK-FILE-STATUS.
000570     SELECT MANIFEST-FILE ASSIGN TO PARTMAN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-MAN-FILE-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO RPTFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RPT-FILE-STATUS.
000630     SELECT LEDGER-FILE ASSIGN TO LEDGFILE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-LEDG-FILE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PARAMETER-FILE
000700     RECORDING MODE IS F.
000710 01  PARAMETER-RECORD.
000720     05  PRM-PARTITION-COUNT     PIC 9(02).
000730     05  FILLER                  PIC X(78).
000740*
000750 FD  CONTROL-FILE
000760     RECORDING MODE IS F.
000770     COPY DL100CT.
000780*
000790*    ONE CONTROL CARD TAGGED WITH THE PARTITION THAT RUNS IT -
000800*    THE SORT STEP AFTER THIS ONE STRIPS THE TAG AND DEALS THE
000810*    CARDS OUT TO THE PARTITION DECKS.
000820 FD  PARTITION-DECK-FILE
000830     RECORDING MODE IS F.
000840 01  PARTITION-DECK-RECORD.
000850     05  PDK-PARTITION-NO        PIC 9(02).
000860     05  PDK-CONTROL-CARD        PIC X(80).
000870*
000880 FD  MANIFEST-FILE
000890     RECORDING MODE IS F.
000900     COPY DL100PT.
000910*
000920 FD  REPORT-FILE
000930     RECORDING MODE IS F.
000940 01  REPORT-PRINT-LINE           PIC X(132).
000950*
000960 FD  LEDGER-FILE
000970     RECORDING MODE IS F.
000980     COPY DL100RL.
000990*
001000 WORKING-STORAGE SECTION.
001010 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001020 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001030 77  WS-PDK-FILE-STATUS      PIC X(02) VALUE SPACES.
001040 77  WS-MAN-FILE-STATUS      PIC X(02) VALUE SPACES.
001050 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001060 77  WS-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
001070 77  WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001080     88  WS-CTL-EOF-YES          VALUE 'Y'.
001090 77  WS-RANGE-DONE-SW        PIC X(01) VALUE 'N'.
001100     88  WS-RANGE-DONE           VALUE 'Y'.
001110 77  WS-MAX-PARTITIONS       PIC 9(02) VALUE 8.
001120 77  WS-PART-COUNT           PIC 9(02) VALUE 0.
001130 77  WS-PART-SUB             PIC 9(02) COMP VALUE 0.
001140 77  WS-FILL-SUB             PIC 9(02) COMP VALUE 1.
001150 77  WS-TABLE-N              PIC 9(06) COMP VALUE 0.
001160 77  WS-WALK-N               PIC 9(05) VALUE 0.
001170 77  WS-NEXT-WALK-N          PIC 9(06) COMP VALUE 0.
001180 77  WS-CARD-COUNT           PIC 9(05) COMP VALUE 0.
001190 77  WS-PART-CARD-TOTAL      PIC 9(05) COMP VALUE 0.
001200 77  WS-DECK-PAIR-COUNT      PIC 9(07) COMP VALUE 0.
001210 77  WS-CUM-PAIRS            PIC 9(07) COMP VALUE 0.
001220 77  WS-TARGET-PAIRS         PIC 9(07) COMP VALUE 0.
001230 77  WS-CUT-FROM             PIC 9(06) COMP VALUE 0.
001240 77  WS-CUT-TO               PIC 9(06) COMP VALUE 0.
001250 77  WS-CUT-STEP             PIC 9(06) COMP VALUE 1.
001260 77  WS-CUT-FIRST            PIC 9(06) COMP VALUE 0.
001270 77  WS-CUT-LAST             PIC 9(06) COMP VALUE 0.
001280 77  WS-CUT-LIMIT            PIC 9(06) COMP VALUE 0.
001290 77  WS-CUT-STEPS            PIC 9(06) COMP VALUE 0.
001300 77  WS-CARD-EXPONENT        PIC 9(01) VALUE 2.
001310 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001320 01  WS-CDT-DATE             PIC 9(08).
001330 01  WS-CDT-TIME             PIC 9(06).
001340 01  WS-SAVE-CARD            PIC X(80).
001350*
001360*    HOW MANY N AND POWER K PAIRS THE DECK HOLDS FOR EACH N,
001370*    INDEXED BY N ITSELF - THE SAME DIRECT LOOKUP AS DL100EDT'S
001380*    SEEN TABLE.  DL100EDT HAS ALREADY REFUSED A DUPLICATE PAIR,
001390*    SO NO N CAN COUNT MORE THAN ONE PAIR PER POWER K.
001400 01  WS-N-PAIR-TABLE.
001410     05  WS-N-PAIRS              PIC 9(01) OCCURS 99999 TIMES.
001420*
001430 01  WS-PARTITION-TABLE.
001440     05  WS-PTN-ENTRY            OCCURS 8 TIMES.
001450         10  WS-PTN-LOW              PIC 9(05).
001460         10  WS-PTN-HIGH             PIC 9(05).
001470         10  WS-PTN-PAIRS            PIC 9(07) COMP.
001480         10  WS-PTN-CARDS            PIC 9(05) COMP.
001490*
001500 01  RPT-HEADING-1.
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  FILLER                  PIC X(40)
001530         VALUE 'DL100PSP - CONTROL DECK PARTITION SPLIT'.
001540     05  FILLER                  PIC X(11)
001550         VALUE 'RUN DATE'.
001560     05  RPT-HDG-RUN-DATE        PIC 9(08).
001570*
001580 01  RPT-SECTION-HEADING.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  RPT-SEC-TITLE           PIC X(60).
001610*
001620 01  RPT-CUT-COLUMN-HEADING.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  FILLER                  PIC X(07) VALUE 'CARD'.
001650     05  FILLER                  PIC X(05) VALUE 'TYPE'.
001660     05  FILLER                  PIC X(07) VALUE 'N'.
001670     05  FILLER                  PIC X(07) VALUE 'TO-N'.
001680     05  FILLER                  PIC X(07) VALUE 'STEP'.
001690     05  FILLER                  PIC X(03) VALUE 'K'.
001700     05  FILLER                  PIC X(11) VALUE 'PARTITION'.
001710*
001720 01  RPT-CUT-DETAIL-LINE.
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  RPT-CUT-CARD-NO         PIC ZZZZ9.
001750     05  FILLER                  PIC X(03) VALUE SPACE.
001760     05  RPT-CUT-CARD-TYPE       PIC X(01).
001770     05  FILLER                  PIC X(03) VALUE SPACE.
001780     05  RPT-CUT-N-VALUE         PIC ZZZZ9.
001790     05  FILLER                  PIC X(02) VALUE SPACE.
001800     05  RPT-CUT-TO-N            PIC X(05).
001810     05  FILLER                  PIC X(02) VALUE SPACE.
001820     05  RPT-CUT-STEP            PIC X(05).
001830     05  FILLER                  PIC X(02) VALUE SPACE.
001840     05  RPT-CUT-EXPONENT        PIC 9(01).
001850     05  FILLER                  PIC X(06) VALUE SPACE.
001860     05  RPT-CUT-PARTITION       PIC 9(02).
001870*
001880 01  RPT-PTN-COLUMN-HEADING.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  FILLER                  PIC X(11) VALUE 'PARTITION'.
001910     05  FILLER                  PIC X(08) VALUE ' LOW N'.
001920     05  FILLER                  PIC X(08) VALUE 'HIGH N'.
001930     05  FILLER                  PIC X(10) VALUE '   PAIRS'.
001940     05  FILLER                  PIC X(08) VALUE '  CARDS'.
001950*
001960 01  RPT-PTN-DETAIL-LINE.
001970     05  FILLER                  PIC X(04) VALUE SPACE.
001980     05  RPT-PTN-NO              PIC 9(02).
001990     05  FILLER                  PIC X(06) VALUE SPACE.
002000     05  RPT-PTN-LOW             PIC ZZZZ9.
002010     05  FILLER                  PIC X(03) VALUE SPACE.
002020     05  RPT-PTN-HIGH            PIC ZZZZ9.
002030     05  FILLER                  PIC X(03) VALUE SPACE.
002040     05  RPT-PTN-PAIRS           PIC ZZZZZZ9.
002050     05  FILLER                  PIC X(03) VALUE SPACE.
002060     05  RPT-PTN-CARDS           PIC ZZZZ9.
002070     05  FILLER                  PIC X(03) VALUE SPACE.
002080     05  RPT-PTN-NOTE            PIC X(30).
002090*
002100 01  RPT-TOTAL-LINE.
002110     05  FILLER                  PIC X(01) VALUE SPACE.
002120     05  RPT-TOT-TEXT            PIC X(34).
002130     05  RPT-TOT-COUNT           PIC ZZZZZZ9.
002140*
002150 PROCEDURE DIVISION.
002160*
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 2000-COUNT-DECK THRU 2000-EXIT.
002200     PERFORM 3000-SET-BOUNDARIES THRU 3000-EXIT.
002210     PERFORM 4000-SPLIT-DECK THRU 4000-EXIT.
002220     PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT.
002230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002240     STOP RUN.
002250*
002260*****************************************************************
002270*    1000-INITIALIZE                                            *
002280*                                                               *
002290*    READS AND EDITS THE PARAMETER CARD AND OPENS THE DECK,    *
002300*    THE PARTITIONED DECK AND THE REPORT.  THE PARTITION COUNT *
002310*    MUST BE 1 THROUGH WS-MAX-PARTITIONS - THE SPLIT,          *
002320*    PARTITION AND MERGE JOBS CARRY THAT MANY PARTITION        *
002330*    DATASETS.                                                 *
002340*****************************************************************
002350 1000-INITIALIZE.
002360     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002370     ACCEPT WS-CDT-TIME FROM TIME.
002380     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
002390     OPEN INPUT PARAMETER-FILE.
002400     IF WS-PARM-FILE-STATUS NOT = '00'
002410         DISPLAY 'DL100PSP - UNABLE TO OPEN PARMFILE ST='
002420             WS-PARM-FILE-STATUS
002430         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460     READ PARAMETER-FILE
002470         AT END
002480             DISPLAY 'DL100PSP - PARMFILE IS EMPTY'
002490             MOVE 16 TO RETURN-CODE
002500             STOP RUN
002510     END-READ.
002520     IF PRM-PARTITION-COUNT NOT NUMERIC
002530         OR PRM-PARTITION-COUNT = 0
002540         OR PRM-PARTITION-COUNT > WS-MAX-PARTITIONS
002550         DISPLAY 'DL100PSP - PARTITION COUNT MUST BE 01 THROUGH '
002560             WS-MAX-PARTITIONS
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600     MOVE PRM-PARTITION-COUNT TO WS-PART-COUNT.
002610     CLOSE PARAMETER-FILE.
002620     OPEN INPUT CONTROL-FILE.
002630     IF WS-CTL-FILE-STATUS NOT = '00'
002640         DISPLAY 'DL100PSP - UNABLE TO OPEN CTLFILE ST='
002650             WS-CTL-FILE-STATUS
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     OPEN OUTPUT PARTITION-DECK-FILE.
002700     IF WS-PDK-FILE-STATUS NOT = '00'
002710         DISPLAY 'DL100PSP - UNABLE TO OPEN PARTDECK ST='
002720             WS-PDK-FILE-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     OPEN OUTPUT REPORT-FILE.
002770     IF WS-RPT-FILE-STATUS NOT = '00'
002780         DISPLAY 'DL100PSP - UNABLE TO OPEN RPTFILE ST='
002790             WS-RPT-FILE-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
002840     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
002850     MOVE ZEROS TO WS-N-PAIR-TABLE.
002860     MOVE 0 TO WS-PART-SUB.
002870     PERFORM 1100-CLEAR-NEXT-PARTITION THRU 1100-EXIT
002880         UNTIL WS-PART-SUB NOT < WS-MAX-PARTITIONS.
002890 1000-EXIT.
002900     EXIT.
002910*
002920 1100-CLEAR-NEXT-PARTITION.
002930     ADD 1 TO WS-PART-SUB.
002940     MOVE 0 TO WS-PTN-LOW (WS-PART-SUB).
002950     MOVE 0 TO WS-PTN-HIGH (WS-PART-SUB).
002960     MOVE 0 TO WS-PTN-PAIRS (WS-PART-SUB).
002970     MOVE 0 TO WS-PTN-CARDS (WS-PART-SUB).
002980 1100-EXIT.
002990     EXIT.
003000*
003010*****************************************************************
003020*    2000-COUNT-DECK                                            *
003030*                                                               *
003040*    FIRST PASS OVER THE DECK - WALKS EVERY CARD N BY N, AS    *
003050*    ZERO006 WILL RUN IT, AND COUNTS THE PAIRS AGAINST EACH N. *
003060*****************************************************************
003070 2000-COUNT-DECK.
003080     PERFORM 2800-READ-CONTROL-CARD THRU 2800-EXIT.
003090     PERFORM 2100-COUNT-ONE-CARD THRU 2100-EXIT
003100         UNTIL WS-CTL-EOF-YES.
003110     CLOSE CONTROL-FILE.
003120 2000-EXIT.
003130     EXIT.
003140*
003150 2100-COUNT-ONE-CARD.
003160     ADD 1 TO WS-CARD-COUNT.
003170     MOVE 'N' TO WS-RANGE-DONE-SW.
003180     MOVE CTL-N-VALUE TO WS-WALK-N.
003190     PERFORM 2110-COUNT-ONE-N THRU 2110-EXIT
003200         UNTIL WS-RANGE-DONE.
003210     PERFORM 2800-READ-CONTROL-CARD THRU 2800-EXIT.
003220 2100-EXIT.
003230     EXIT.
003240*
003250 2110-COUNT-ONE-N.
003260     IF WS-WALK-N > 0
003270         ADD 1 TO WS-N-PAIRS (WS-WALK-N)
003280         ADD 1 TO WS-DECK-PAIR-COUNT
003290     END-IF.
003300     IF NOT CTL-TYPE-RANGE
003310         MOVE 'Y' TO WS-RANGE-DONE-SW
003320         GO TO 2110-EXIT
003330     END-IF.
003340     COMPUTE WS-NEXT-WALK-N = WS-WALK-N + CTL-STEP-VALUE.
003350     IF WS-NEXT-WALK-N > CTL-TO-N-VALUE
003360         MOVE 'Y' TO WS-RANGE-DONE-SW
003370     ELSE
003380         MOVE WS-NEXT-WALK-N TO WS-WALK-N
003390     END-IF.
003400 2110-EXIT.
003410     EXIT.
003420*
003430 2800-READ-CONTROL-CARD.
003440     READ CONTROL-FILE
003450         AT END
003460             SET WS-CTL-EOF-YES TO TRUE
003470     END-READ.
003480 2800-EXIT.
003490     EXIT.
003500*
003510*****************************************************************
003520*    3000-SET-BOUNDARIES                                        *
003530*                                                               *
003540*    DEALS THE NS OUT TO THE PARTITIONS IN ASCENDING ORDER,    *
003550*    CLOSING EACH PARTITION ONCE IT HOLDS ITS SHARE OF THE     *
003560*    DECK'S PAIRS, SO EVERY PARTITION IS ONE CONTIGUOUS N      *
003570*    RANGE AND THE RANGES NEVER OVERLAP.  ALL THE PAIRS FOR    *
003580*    ONE N GO TO ONE PARTITION.  A DECK WITH FEWER NS THAN     *
003590*    PARTITIONS LEAVES THE LAST PARTITIONS EMPTY.              *
003600*****************************************************************
003610 3000-SET-BOUNDARIES.
003620     MOVE 1 TO WS-FILL-SUB.
003630     MOVE 0 TO WS-CUM-PAIRS.
003640     PERFORM 3100-PLACE-ONE-N THRU 3100-EXIT
003650         VARYING WS-TABLE-N FROM 1 BY 1
003660         UNTIL WS-TABLE-N > 99999.
003670 3000-EXIT.
003680     EXIT.
003690*
003700 3100-PLACE-ONE-N.
003710     IF WS-N-PAIRS (WS-TABLE-N) = 0
003720         GO TO 3100-EXIT
003730     END-IF.
003740     IF WS-PTN-PAIRS (WS-FILL-SUB) = 0
003750         MOVE WS-TABLE-N TO WS-PTN-LOW (WS-FILL-SUB)
003760     END-IF.
003770     MOVE WS-TABLE-N TO WS-PTN-HIGH (WS-FILL-SUB).
003780     ADD WS-N-PAIRS (WS-TABLE-N) TO WS-PTN-PAIRS (WS-FILL-SUB).
003790     ADD WS-N-PAIRS (WS-TABLE-N) TO WS-CUM-PAIRS.
003800*    THE SHARE IS ROUNDED UP, SO THE LAST PARTITION NEVER
003810*    CARRIES MORE THAN ITS FAIR PART OF THE REMAINDER.
003820     COMPUTE WS-TARGET-PAIRS =
003830         (WS-DECK-PAIR-COUNT * WS-FILL-SUB + WS-PART-COUNT - 1)
003840             / WS-PART-COUNT.
003850     IF WS-CUM-PAIRS NOT < WS-TARGET-PAIRS
003860         AND WS-FILL-SUB < WS-PART-COUNT
003870         ADD 1 TO WS-FILL-SUB
003880     END-IF.
003890 3100-EXIT.
003900     EXIT.
003910*
003920*****************************************************************
003930*    4000-SPLIT-DECK                                            *
003940*                                                               *
003950*    SECOND PASS OVER THE DECK - EVERY CARD IS CUT AT THE      *
003960*    PARTITION BOUNDARIES AND EACH PIECE WRITTEN TO PARTDECK   *
003970*    TAGGED WITH ITS PARTITION.  A SINGLE-N CARD IS ONE PIECE; *
003980*    A RANGE-SWEEP CARD THAT CROSSES A BOUNDARY BECOMES ONE    *
003990*    SWEEP PER PARTITION, EACH STARTING AND ENDING ON NS OF    *
004000*    THE ORIGINAL SWEEP, SO A WIDE SWEEP STAYS A HANDFUL OF    *
004010*    CARDS.  THE CARDS KEEP THEIR DECK ORDER WITHIN A          *
004020*    PARTITION.                                                *
004030*****************************************************************
004040 4000-SPLIT-DECK.
004050     MOVE 'N' TO WS-CTL-EOF-SW.
004060     OPEN INPUT CONTROL-FILE.
004070     IF WS-CTL-FILE-STATUS NOT = '00'
004080         DISPLAY 'DL100PSP - UNABLE TO REOPEN CTLFILE ST='
004090             WS-CTL-FILE-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     MOVE SPACES TO RPT-SEC-TITLE.
004140     MOVE 'CARDS BY PARTITION' TO RPT-SEC-TITLE.
004150     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
004160     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
004170     MOVE RPT-CUT-COLUMN-HEADING TO REPORT-PRINT-LINE.
004180     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
004190     MOVE 0 TO WS-CARD-COUNT.
004200     PERFORM 2800-READ-CONTROL-CARD THRU 2800-EXIT.
004210     PERFORM 4100-SPLIT-ONE-CARD THRU 4100-EXIT
004220         UNTIL WS-CTL-EOF-YES.
004230     CLOSE CONTROL-FILE.
004240 4000-EXIT.
004250     EXIT.
004260*
004270 4100-SPLIT-ONE-CARD.
004280     ADD 1 TO WS-CARD-COUNT.
004290     MOVE DL100-CONTROL-RECORD TO WS-SAVE-CARD.
004300     MOVE CTL-N-VALUE TO WS-CUT-FROM.
004310     IF CTL-TYPE-RANGE
004320         MOVE CTL-TO-N-VALUE TO WS-CUT-TO
004330         MOVE CTL-STEP-VALUE TO WS-CUT-STEP
004340     ELSE
004350         MOVE CTL-N-VALUE TO WS-CUT-TO
004360         MOVE 1 TO WS-CUT-STEP
004370     END-IF.
004380     IF CTL-EXPONENT NUMERIC
004390         AND CTL-EXPONENT > 1
004400         MOVE CTL-EXPONENT TO WS-CARD-EXPONENT
004410     ELSE
004420         MOVE 2 TO WS-CARD-EXPONENT
004430     END-IF.
004440     MOVE 0 TO WS-PART-SUB.
004450     PERFORM 4200-CUT-FOR-PARTITION THRU 4200-EXIT
004460         UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
004470     PERFORM 2800-READ-CONTROL-CARD THRU 2800-EXIT.
004480 4100-EXIT.
004490     EXIT.
004500*
004510*****************************************************************
004520*    4200-CUT-FOR-PARTITION                                     *
004530*                                                               *
004540*    THE PIECE OF THE CARD THAT FALLS IN THE NEXT PARTITION'S  *
004550*    RANGE, IF ANY.  THE PIECE STARTS AT THE FIRST N OF THE    *
004560*    SWEEP AT OR ABOVE THE PARTITION'S LOW N AND ENDS AT THE   *
004570*    LAST N OF THE SWEEP AT OR BELOW ITS HIGH N.               *
004580*****************************************************************
004590 4200-CUT-FOR-PARTITION.
004600     ADD 1 TO WS-PART-SUB.
004610     IF WS-PTN-PAIRS (WS-PART-SUB) = 0
004620         GO TO 4200-EXIT
004630     END-IF.
004640     IF WS-CUT-TO < WS-PTN-LOW (WS-PART-SUB)
004650         OR WS-CUT-FROM > WS-PTN-HIGH (WS-PART-SUB)
004660         GO TO 4200-EXIT
004670     END-IF.
004680     IF WS-CUT-FROM NOT < WS-PTN-LOW (WS-PART-SUB)
004690         MOVE WS-CUT-FROM TO WS-CUT-FIRST
004700     ELSE
004710         COMPUTE WS-CUT-STEPS =
004720             (WS-PTN-LOW (WS-PART-SUB) - WS-CUT-FROM
004730                 + WS-CUT-STEP - 1) / WS-CUT-STEP
004740         COMPUTE WS-CUT-FIRST =
004750             WS-CUT-FROM + WS-CUT-STEPS * WS-CUT-STEP
004760     END-IF.
004770     IF WS-CUT-TO < WS-PTN-HIGH (WS-PART-SUB)
004780         MOVE WS-CUT-TO TO WS-CUT-LIMIT
004790     ELSE
004800         MOVE WS-PTN-HIGH (WS-PART-SUB) TO WS-CUT-LIMIT
004810     END-IF.
004820     IF WS-CUT-FIRST > WS-CUT-LIMIT
004830         GO TO 4200-EXIT
004840     END-IF.
004850     COMPUTE WS-CUT-STEPS =
004860         (WS-CUT-LIMIT - WS-CUT-FIRST) / WS-CUT-STEP.
004870     COMPUTE WS-CUT-LAST =
004880         WS-CUT-FIRST + WS-CUT-STEPS * WS-CUT-STEP.
004890     MOVE WS-SAVE-CARD TO DL100-CONTROL-RECORD.
004900     IF CTL-TYPE-RANGE
004910         MOVE WS-CUT-FIRST TO CTL-N-VALUE
004920         MOVE WS-CUT-LAST TO CTL-TO-N-VALUE
004930     END-IF.
004940     MOVE WS-PART-SUB TO PDK-PARTITION-NO.
004950     MOVE DL100-CONTROL-RECORD TO PDK-CONTROL-CARD.
004960     WRITE PARTITION-DECK-RECORD.
004970     ADD 1 TO WS-PTN-CARDS (WS-PART-SUB).
004980     ADD 1 TO WS-PART-CARD-TOTAL.
004990     PERFORM 4300-WRITE-CUT-LINE THRU 4300-EXIT.
005000 4200-EXIT.
005010     EXIT.
005020*
005030 4300-WRITE-CUT-LINE.
005040     MOVE WS-CARD-COUNT TO RPT-CUT-CARD-NO.
005050     MOVE CTL-CARD-TYPE TO RPT-CUT-CARD-TYPE.
005060     MOVE CTL-N-VALUE TO RPT-CUT-N-VALUE.
005070     MOVE WS-CARD-EXPONENT TO RPT-CUT-EXPONENT.
005080     IF CTL-TYPE-RANGE
005090         MOVE CTL-TO-N-VALUE TO RPT-CUT-TO-N
005100         MOVE CTL-STEP-VALUE TO RPT-CUT-STEP
005110     ELSE
005120         MOVE SPACES TO RPT-CUT-TO-N
005130         MOVE SPACES TO RPT-CUT-STEP
005140     END-IF.
005150     MOVE WS-PART-SUB TO RPT-CUT-PARTITION.
005160     MOVE RPT-CUT-DETAIL-LINE TO REPORT-PRINT-LINE.
005170     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
005180 4300-EXIT.
005190     EXIT.
005200*
005210*****************************************************************
005220*    5000-WRITE-MANIFEST                                        *
005230*                                                               *
005240*    WRITES THE MANIFEST THE MERGE STEP PROVES THE PARTITION   *
005250*    OUTPUTS AGAINST - THE DECK HEADER, THEN ONE RECORD PER    *
005260*    PARTITION - AND PRINTS THE SAME FIGURES.                  *
005270*****************************************************************
005280 5000-WRITE-MANIFEST.
005290     OPEN OUTPUT MANIFEST-FILE.
005300     IF WS-MAN-FILE-STATUS NOT = '00'
005310         DISPLAY 'DL100PSP - UNABLE TO OPEN PARTMAN ST='
005320             WS-MAN-FILE-STATUS
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360     MOVE SPACES TO DL100-PARTITION-RECORD.
005370     SET PTN-HEADER TO TRUE.
005380     MOVE WS-PART-COUNT TO PTN-PARTITION-NO.
005390     MOVE WS-PTN-LOW (1) TO PTN-LOW-N.
005400     MOVE WS-PTN-HIGH (WS-FILL-SUB) TO PTN-HIGH-N.
005410     MOVE WS-DECK-PAIR-COUNT TO PTN-N-COUNT.
005420     MOVE WS-CARD-COUNT TO PTN-CARD-COUNT.
005430     MOVE WS-CDT-DATE TO PTN-SPLIT-DATE.
005440     MOVE WS-CDT-TIME TO PTN-SPLIT-TIME.
005450     WRITE DL100-PARTITION-RECORD.
005460     MOVE SPACES TO RPT-SEC-TITLE.
005470     MOVE 'PARTITIONS' TO RPT-SEC-TITLE.
005480     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
005490     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
005500     MOVE RPT-PTN-COLUMN-HEADING TO REPORT-PRINT-LINE.
005510     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
005520     MOVE 0 TO WS-PART-SUB.
005530     PERFORM 5100-WRITE-ONE-PARTITION THRU 5100-EXIT
005540         UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
005550     CLOSE MANIFEST-FILE.
005560 5000-EXIT.
005570     EXIT.
005580*
005590 5100-WRITE-ONE-PARTITION.
005600     ADD 1 TO WS-PART-SUB.
005610     MOVE SPACES TO DL100-PARTITION-RECORD.
005620     SET PTN-PARTITION TO TRUE.
005630     MOVE WS-PART-SUB TO PTN-PARTITION-NO.
005640     MOVE WS-PTN-LOW (WS-PART-SUB) TO PTN-LOW-N.
005650     MOVE WS-PTN-HIGH (WS-PART-SUB) TO PTN-HIGH-N.
005660     MOVE WS-PTN-PAIRS (WS-PART-SUB) TO PTN-N-COUNT.
005670     MOVE WS-PTN-CARDS (WS-PART-SUB) TO PTN-CARD-COUNT.
005680     MOVE WS-CDT-DATE TO PTN-SPLIT-DATE.
005690     MOVE WS-CDT-TIME TO PTN-SPLIT-TIME.
005700     WRITE DL100-PARTITION-RECORD.
005710     MOVE WS-PART-SUB TO RPT-PTN-NO.
005720     MOVE WS-PTN-LOW (WS-PART-SUB) TO RPT-PTN-LOW.
005730     MOVE WS-PTN-HIGH (WS-PART-SUB) TO RPT-PTN-HIGH.
005740     MOVE WS-PTN-PAIRS (WS-PART-SUB) TO RPT-PTN-PAIRS.
005750     MOVE WS-PTN-CARDS (WS-PART-SUB) TO RPT-PTN-CARDS.
005760     IF WS-PTN-PAIRS (WS-PART-SUB) = 0
005770         MOVE 'EMPTY - NOTHING TO RUN' TO RPT-PTN-NOTE
005780     ELSE
005790         MOVE SPACES TO RPT-PTN-NOTE
005800     END-IF.
005810     MOVE RPT-PTN-DETAIL-LINE TO REPORT-PRINT-LINE.
005820     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
005830 5100-EXIT.
005840     EXIT.
005850*
005860*****************************************************************
005870*    9000-TERMINATE                                             *
005880*                                                               *
005890*    PRINTS THE TOTALS.  AN EMPTY DECK STILL WRITES A MANIFEST *
005900*    AND EMPTY PARTITION DECKS BUT ENDS RC=4 SO THE SHIFT SEES *
005910*    THERE WAS NOTHING TO SPLIT.                               *
005920*****************************************************************
005930 9000-TERMINATE.
005940     MOVE SPACES TO REPORT-PRINT-LINE.
005950     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
005960     MOVE 'DECK CARDS READ' TO RPT-TOT-TEXT.
005970     MOVE WS-CARD-COUNT TO RPT-TOT-COUNT.
005980     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
005990     MOVE 'N AND K PAIRS ON THE DECK' TO RPT-TOT-TEXT.
006000     MOVE WS-DECK-PAIR-COUNT TO RPT-TOT-COUNT.
006010     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
006020     MOVE 'PARTITIONS REQUESTED' TO RPT-TOT-TEXT.
006030     MOVE WS-PART-COUNT TO RPT-TOT-COUNT.
006040     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
006050     MOVE 'PARTITION CARDS WRITTEN' TO RPT-TOT-TEXT.
006060     MOVE WS-PART-CARD-TOTAL TO RPT-TOT-COUNT.
006070     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
006080     CLOSE PARTITION-DECK-FILE.
006090     CLOSE REPORT-FILE.
006100     IF WS-DECK-PAIR-COUNT = 0
006110         DISPLAY 'DL100PSP - DECK IS EMPTY - NOTHING TO SPLIT'
006120         MOVE 4 TO WS-OVERALL-RC
006130     END-IF.
006140     DISPLAY 'DL100PSP COMPLETE - CARDS=' WS-CARD-COUNT
006150         ' PAIRS=' WS-DECK-PAIR-COUNT
006160         ' PARTITIONS=' WS-PART-COUNT
006170         ' PARTITION CARDS=' WS-PART-CARD-TOTAL.
006180     PERFORM 9500-WRITE-LEDGER-RECORD THRU 9500-EXIT.
006190     MOVE WS-OVERALL-RC TO RETURN-CODE.
006200 9000-EXIT.
006210     EXIT.
006220*
006230 9100-WRITE-TOTAL-LINE.
006240     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
006250     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006260 9100-EXIT.
006270     EXIT.
006280*
006290*****************************************************************
006300*    9500-WRITE-LEDGER-RECORD                                   *
006310*                                                               *
006320*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.  *
006330*    A MISSING OR UNUSABLE LEDGER IS REPORTED BUT NEVER FAILS  *
006340*    THE STEP - THE LEDGER DESCRIBES THE RUN, IT IS NOT PART   *
006350*    OF IT.                                                    *
006360*****************************************************************
006370 9500-WRITE-LEDGER-RECORD.
006380     OPEN EXTEND LEDGER-FILE.
006390     IF WS-LEDG-FILE-STATUS = '05' OR WS-LEDG-FILE-STATUS = '35'
006400         OPEN OUTPUT LEDGER-FILE
006410     END-IF.
006420     IF WS-LEDG-FILE-STATUS NOT = '00'
006430         DISPLAY 'DL100PSP - LEDGFILE UNAVAILABLE ST='
006440             WS-LEDG-FILE-STATUS
006450         GO TO 9500-EXIT
006460     END-IF.
006470     MOVE SPACES TO DL100-RUN-LEDGER-RECORD.
006480     ACCEPT RLG-RUN-DATE FROM DATE YYYYMMDD.
006490     ACCEPT RLG-RUN-TIME FROM TIME.
006500     MOVE 'DL100PSP' TO RLG-STEP-NAME.
006510     MOVE WS-OVERALL-RC TO RLG-RETURN-CODE.
006520     MOVE WS-CARD-COUNT TO RLG-RECORDS-READ.
006530     MOVE WS-PART-CARD-TOTAL TO RLG-RECORDS-WRITTEN.
006540     MOVE SPACES TO RLG-RECON-OUTCOME.
006550     WRITE DL100-RUN-LEDGER-RECORD.
006560     CLOSE LEDGER-FILE.
006570 9500-EXIT.
006580     EXIT.
