000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100PMG                                        *
000040*                                                               *
000050*   ABSTRACT:  PARTITION MERGE AND PROOF.  RUNS FIRST IN THE   *
000060*              ZZ006PM JOB, ONCE EVERY PARTITION JOB (ZZ006PR) *
000070*              HAS ENDED.  BEFORE ANYTHING IS MERGED OR POSTED *
000080*              IT PROVES THAT THE PARTITIONS TOGETHER COVER    *
000090*              EXACTLY THE ORIGINAL DECK: THE SPLIT MANIFEST   *
000100*              (PARTMAN, COPYBOOK DL100PT) MUST LIST EVERY     *
000110*              PARTITION ONCE WITH ASCENDING RANGES THAT DO    *
000120*              NOT OVERLAP; EVERY N AND POWER K PAIR OF THE    *
000130*              ORIGINAL DECK (CTLFILE) MUST FALL IN EXACTLY    *
000140*              ONE RANGE AND HAVE EXACTLY ONE RESULT ON THE    *
000150*              CONCATENATED PARTITION OUTPUTS (PARTOUT); NO    *
000160*              RESULT MAY APPEAR THAT THE DECK DID NOT ASK     *
000170*              FOR; AND NO RESULT MAY BE AN OPERATOR STOP.     *
000180*              EVERY BREAK IS LISTED.  ONLY A CLEAN PROOF      *
000190*              WRITES THE MERGED OUTPUT (MERGFILE) FOR THE     *
000200*              SINGLE PROD.EULER.OUTPUT GENERATION AND THE     *
000210*              SINGLE HISTORY APPEND THAT FOLLOW; OTHERWISE    *
000220*              THE STEP ENDS RC=8 AND NOTHING IS MERGED.       *
000230*                                                               *
000240*   AUTHOR:        R L JENNINGS                                *
000250*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000260*   DATE-WRITTEN:  10/15/2026                                  *
000270*                                                               *
000280*   MODIFICATION HISTORY                                        *
000290*   ------------------------------------------------------      *
000300*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000310*                                                               *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DL100PMG.
000350 AUTHOR. R L JENNINGS.
000360 INSTALLATION. DATA CENTER APPLICATIONS.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CTL-FILE-STATUS.
000460     SELECT MANIFEST-FILE ASSIGN TO PARTMAN
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-MAN-FILE-STATUS.
000490     SELECT PARTITION-OUTPUT-FILE ASSIGN TO PARTOUT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PTO-FILE-STATUS.
000520     SELECT MERGED-OUTPUT-FILE ASSIGN TO MERGFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-MRG-FILE-STATUS.
000550     SELECT REPORT-FILE ASSIGN TO RPTFILE
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RPT-FILE-STATUS.
000580     SELECT LEDGER-FILE ASSIGN TO LEDGFILE
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-LEDG-FILE-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CONTROL-FILE
000650     RECORDING MODE IS F.
000660     COPY DL100CT.
000670*
000680 FD  MANIFEST-FILE
000690     RECORDING MODE IS F.
000700     COPY DL100PT.
000710*
000720 FD  PARTITION-OUTPUT-FILE
000730     RECORDING MODE IS F.
000740     COPY DL100OUT.
000750*
000760 FD  MERGED-OUTPUT-FILE
000770     RECORDING MODE IS F.
000780 01  MERGED-OUTPUT-RECORD        PIC X(120).
000790*
000800 FD  REPORT-FILE
000810     RECORDING MODE IS F.
000820 01  REPORT-PRINT-LINE           PIC X(132).
000830*
000840 FD  LEDGER-FILE
000850     RECORDING MODE IS F.
000860     COPY DL100RL.
000870*
000880 WORKING-STORAGE SECTION.
000890 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
000900 77  WS-MAN-FILE-STATUS      PIC X(02) VALUE SPACES.
000910 77  WS-PTO-FILE-STATUS      PIC X(02) VALUE SPACES.
000920 77  WS-MRG-FILE-STATUS      PIC X(02) VALUE SPACES.
000930 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000940 77  WS-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
000950 77  WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
000960     88  WS-CTL-EOF-YES          VALUE 'Y'.
000970 77  WS-MAN-EOF-SW           PIC X(01) VALUE 'N'.
000980     88  WS-MAN-EOF-YES          VALUE 'Y'.
000990 77  WS-PTO-EOF-SW           PIC X(01) VALUE 'N'.
001000     88  WS-PTO-EOF-YES          VALUE 'Y'.
001010 77  WS-RANGE-DONE-SW        PIC X(01) VALUE 'N'.
001020     88  WS-RANGE-DONE           VALUE 'Y'.
001030 77  WS-HEADER-SW            PIC X(01) VALUE 'N'.
001040     88  WS-HEADER-FOUND         VALUE 'Y'.
001050 77  WS-MANIFEST-SW          PIC X(01) VALUE 'Y'.
001060     88  WS-MANIFEST-USABLE      VALUE 'Y'.
001070 77  WS-MAX-PARTITIONS       PIC 9(02) VALUE 8.
001080 77  WS-PART-COUNT           PIC 9(02) VALUE 0.
001090 77  WS-PART-SUB             PIC 9(02) COMP VALUE 0.
001100 77  WS-FOUND-PART           PIC 9(02) COMP VALUE 0.
001110 77  WS-FOUND-COUNT          PIC 9(02) COMP VALUE 0.
001120 77  WS-PRIOR-HIGH           PIC 9(05) VALUE 0.
001130 77  WS-WALK-N               PIC 9(05) VALUE 0.
001140 77  WS-NEXT-WALK-N          PIC 9(06) COMP VALUE 0.
001150 77  WS-CHECK-N              PIC 9(05) VALUE 0.
001160 77  WS-CHECK-K              PIC 9(01) VALUE 2.
001170 77  WS-K-SUB                PIC 9(01) COMP VALUE 1.
001180 77  WS-TABLE-N              PIC 9(06) COMP VALUE 0.
001190 77  WS-DECK-CARD-COUNT      PIC 9(05) COMP VALUE 0.
001200 77  WS-DECK-PAIR-COUNT      PIC 9(07) COMP VALUE 0.
001210 77  WS-RESULT-COUNT         PIC 9(07) COMP VALUE 0.
001220 77  WS-COVERED-COUNT        PIC 9(07) COMP VALUE 0.
001230 77  WS-GAP-COUNT            PIC 9(07) COMP VALUE 0.
001240 77  WS-MERGED-COUNT         PIC 9(07) COMP VALUE 0.
001250 77  WS-OVERFLOW-COUNT       PIC 9(07) COMP VALUE 0.
001260 77  WS-BREAK-COUNT          PIC 9(07) COMP VALUE 0.
001270 77  WS-PRINT-LIMIT          PIC 9(07) COMP VALUE 100.
001280 77  WS-UNLISTED-COUNT       PIC 9(07) COMP VALUE 0.
001290 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001300 01  WS-CDT-DATE             PIC 9(08).
001310 01  WS-CDT-TIME             PIC 9(06).
001320 01  WS-BREAK-TEXT           PIC X(44).
001330 01  WS-BREAK-N              PIC 9(05).
001340 01  WS-BREAK-K              PIC 9(01).
001350 01  WS-BREAK-PART           PIC 9(02).
001360*
001370*    THE SPLIT'S DECK-LEVEL FIGURES FROM THE MANIFEST HEADER.
001380 01  WS-SPLIT-HEADER.
001390     05  WS-SPLIT-LOW-N          PIC 9(05).
001400     05  WS-SPLIT-HIGH-N         PIC 9(05).
001410     05  WS-SPLIT-PAIRS          PIC 9(07).
001420     05  WS-SPLIT-CARDS          PIC 9(05).
001430     05  WS-SPLIT-DATE           PIC 9(08).
001440     05  WS-SPLIT-TIME           PIC 9(06).
001450*
001460*    ONE SLOT PER N AND POWER K (K-1 INDEXES 2 THROUGH 9), THE
001470*    SAME DIRECT LOOKUP AS DL100EDT'S SEEN TABLE.  THE DECK
001480*    MARKS EVERY PAIR IT ASKS FOR; EACH PARTITION RESULT THEN
001490*    COVERS ITS PAIR.  A PAIR STILL ONLY EXPECTED AFTERWARDS IS
001500*    A GAP; A RESULT FOR A PAIR ALREADY COVERED IS AN OVERLAP.
001510 01  WS-COVER-TABLE.
001520     05  WS-COVER-ENTRY          OCCURS 99999 TIMES.
001530         10  WS-COVER-SW             PIC X(01) OCCURS 8 TIMES.
001540             88  WS-COVER-NONE           VALUE ' '.
001550             88  WS-COVER-EXPECTED       VALUE 'D'.
001560             88  WS-COVER-DONE           VALUE 'C'.
001570             88  WS-COVER-STOPPED        VALUE 'S'.
001580*
001590 01  WS-PARTITION-TABLE.
001600     05  WS-PTN-ENTRY            OCCURS 8 TIMES.
001610         10  WS-PTN-SEEN-SW          PIC X(01).
001620             88  WS-PTN-SEEN             VALUE 'Y'.
001630         10  WS-PTN-LOW              PIC 9(05).
001640         10  WS-PTN-HIGH             PIC 9(05).
001650         10  WS-PTN-SPLIT-PAIRS      PIC 9(07) COMP.
001660         10  WS-PTN-SPLIT-CARDS      PIC 9(05) COMP.
001670         10  WS-PTN-DECK-PAIRS       PIC 9(07) COMP.
001680         10  WS-PTN-RESULTS          PIC 9(07) COMP.
001690         10  WS-PTN-STOPPED          PIC 9(07) COMP.
001700*
001710 01  RPT-HEADING-1.
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  FILLER                  PIC X(40)
001740         VALUE 'DL100PMG - PARTITION MERGE AND PROOF'.
001750     05  FILLER                  PIC X(11)
001760         VALUE 'RUN DATE'.
001770     05  RPT-HDG-RUN-DATE        PIC 9(08).
001780*
001790 01  RPT-HEADING-2.
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  FILLER                  PIC X(20)
001820         VALUE 'DECK SPLIT ON'.
001830     05  RPT-HDG-SPLIT-DATE      PIC 9(08).
001840     05  FILLER                  PIC X(01) VALUE SPACE.
001850     05  RPT-HDG-SPLIT-TIME      PIC 9(06).
001860     05  FILLER                  PIC X(04) VALUE SPACE.
001870     05  FILLER                  PIC X(11) VALUE 'PARTITIONS'.
001880     05  RPT-HDG-PART-COUNT      PIC Z9.
001890*
001900 01  RPT-SECTION-HEADING.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  RPT-SEC-TITLE           PIC X(60).
001930*
001940 01  RPT-BREAK-COLUMN-HEADING.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  FILLER                  PIC X(11) VALUE 'PARTITION'.
001970     05  FILLER                  PIC X(07) VALUE '    N'.
001980     05  FILLER                  PIC X(03) VALUE 'K'.
001990     05  FILLER                  PIC X(44) VALUE 'BREAK'.
002000*
002010 01  RPT-BREAK-DETAIL-LINE.
002020     05  FILLER                  PIC X(04) VALUE SPACE.
002030     05  RPT-BRK-PART            PIC X(02).
002040     05  FILLER                  PIC X(06) VALUE SPACE.
002050     05  RPT-BRK-N               PIC X(05).
002060     05  FILLER                  PIC X(02) VALUE SPACE.
002070     05  RPT-BRK-K               PIC X(01).
002080     05  FILLER                  PIC X(02) VALUE SPACE.
002090     05  RPT-BRK-TEXT            PIC X(44).
002100*
002110 01  RPT-PTN-COLUMN-HEADING.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(11) VALUE 'PARTITION'.
002140     05  FILLER                  PIC X(08) VALUE ' LOW N'.
002150     05  FILLER                  PIC X(08) VALUE 'HIGH N'.
002160     05  FILLER                  PIC X(10) VALUE 'SPLIT PRS'.
002170     05  FILLER                  PIC X(10) VALUE ' DECK PRS'.
002180     05  FILLER                  PIC X(10) VALUE '  RESULTS'.
002190     05  FILLER                  PIC X(10) VALUE '  STOPPED'.
002200*
002210 01  RPT-PTN-DETAIL-LINE.
002220     05  FILLER                  PIC X(04) VALUE SPACE.
002230     05  RPT-PTN-NO              PIC 9(02).
002240     05  FILLER                  PIC X(06) VALUE SPACE.
002250     05  RPT-PTN-LOW             PIC ZZZZ9.
002260     05  FILLER                  PIC X(03) VALUE SPACE.
002270     05  RPT-PTN-HIGH            PIC ZZZZ9.
002280     05  FILLER                  PIC X(03) VALUE SPACE.
002290     05  RPT-PTN-SPLIT-PAIRS     PIC ZZZZZZ9.
002300     05  FILLER                  PIC X(03) VALUE SPACE.
002310     05  RPT-PTN-DECK-PAIRS      PIC ZZZZZZ9.
002320     05  FILLER                  PIC X(03) VALUE SPACE.
002330     05  RPT-PTN-RESULTS         PIC ZZZZZZ9.
002340     05  FILLER                  PIC X(03) VALUE SPACE.
002350     05  RPT-PTN-STOPPED         PIC ZZZZZZ9.
002360     05  FILLER                  PIC X(03) VALUE SPACE.
002370     05  RPT-PTN-NOTE            PIC X(20).
002380*
002390 01  RPT-TOTAL-LINE.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  RPT-TOT-TEXT            PIC X(34).
002420     05  RPT-TOT-COUNT           PIC ZZZZZZ9.
002430*
002440 01  RPT-OUTCOME-LINE.
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  RPT-OUTCOME-TEXT        PIC X(80).
002470*
002480 PROCEDURE DIVISION.
002490*
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT.
002530     IF WS-MANIFEST-USABLE
002540         PERFORM 3000-LOAD-DECK THRU 3000-EXIT
002550         PERFORM 4000-CHECK-RESULTS THRU 4000-EXIT
002560         PERFORM 5000-FIND-GAPS THRU 5000-EXIT
002570         PERFORM 6000-PARTITION-SUMMARY THRU 6000-EXIT
002580     END-IF.
002590     IF WS-BREAK-COUNT = 0
002600         PERFORM 7000-MERGE-OUTPUTS THRU 7000-EXIT
002610     END-IF.
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002630     STOP RUN.
002640*
002650*****************************************************************
002660*    1000-INITIALIZE                                            *
002670*                                                               *
002680*    OPENS THE MANIFEST, THE ORIGINAL DECK, THE PARTITION      *
002690*    OUTPUTS AND THE REPORT, AND CLEARS THE COVERAGE AND       *
002700*    PARTITION TABLES.  THE MERGED FILE IS NOT OPENED UNTIL    *
002710*    THE PROOF HAS PASSED.                                     *
002720*****************************************************************
002730 1000-INITIALIZE.
002740     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002750     ACCEPT WS-CDT-TIME FROM TIME.
002760     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
002770     OPEN INPUT MANIFEST-FILE.
002780     IF WS-MAN-FILE-STATUS NOT = '00'
002790         DISPLAY 'DL100PMG - UNABLE TO OPEN PARTMAN ST='
002800             WS-MAN-FILE-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     OPEN INPUT CONTROL-FILE.
002850     IF WS-CTL-FILE-STATUS NOT = '00'
002860         DISPLAY 'DL100PMG - UNABLE TO OPEN CTLFILE ST='
002870             WS-CTL-FILE-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     OPEN INPUT PARTITION-OUTPUT-FILE.
002920     IF WS-PTO-FILE-STATUS NOT = '00'
002930         DISPLAY 'DL100PMG - UNABLE TO OPEN PARTOUT ST='
002940             WS-PTO-FILE-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     OPEN OUTPUT REPORT-FILE.
002990     IF WS-RPT-FILE-STATUS NOT = '00'
003000         DISPLAY 'DL100PMG - UNABLE TO OPEN RPTFILE ST='
003010             WS-RPT-FILE-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
003060     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
003070     MOVE SPACES TO WS-COVER-TABLE.
003080     MOVE 0 TO WS-PART-SUB.
003090     PERFORM 1100-CLEAR-NEXT-PARTITION THRU 1100-EXIT
003100         UNTIL WS-PART-SUB NOT < WS-MAX-PARTITIONS.
003110 1000-EXIT.
003120     EXIT.
003130*
003140 1100-CLEAR-NEXT-PARTITION.
003150     ADD 1 TO WS-PART-SUB.
003160     MOVE 'N' TO WS-PTN-SEEN-SW (WS-PART-SUB).
003170     MOVE 0 TO WS-PTN-LOW (WS-PART-SUB).
003180     MOVE 0 TO WS-PTN-HIGH (WS-PART-SUB).
003190     MOVE 0 TO WS-PTN-SPLIT-PAIRS (WS-PART-SUB).
003200     MOVE 0 TO WS-PTN-SPLIT-CARDS (WS-PART-SUB).
003210     MOVE 0 TO WS-PTN-DECK-PAIRS (WS-PART-SUB).
003220     MOVE 0 TO WS-PTN-RESULTS (WS-PART-SUB).
003230     MOVE 0 TO WS-PTN-STOPPED (WS-PART-SUB).
003240 1100-EXIT.
003250     EXIT.
003260*
003270*****************************************************************
003280*    2000-LOAD-MANIFEST                                         *
003290*                                                               *
003300*    READS THE SPLIT'S MANIFEST - THE HEADER FIRST, THEN ONE   *
003310*    RECORD PER PARTITION - AND PROVES IT DESCRIBES A CLEAN    *
003320*    SPLIT: EVERY PARTITION PRESENT ONCE, ALL FROM THE SAME    *
003330*    SPLIT, AND THE NON-EMPTY RANGES ASCENDING WITHOUT         *
003340*    OVERLAP.  WITHOUT A USABLE HEADER NOTHING ELSE CAN BE     *
003350*    PROVED AND THE RUN GOES STRAIGHT TO ITS TOTALS.           *
003360*****************************************************************
003370 2000-LOAD-MANIFEST.
003380     MOVE SPACES TO RPT-SEC-TITLE.
003390     MOVE 'PROOF BREAKS' TO RPT-SEC-TITLE.
003400     PERFORM 2800-READ-MANIFEST THRU 2800-EXIT.
003410     IF WS-MAN-EOF-YES
003420         OR NOT PTN-HEADER
003430         MOVE 'N' TO WS-MANIFEST-SW
003440         MOVE 'MANIFEST HEADER RECORD MISSING' TO WS-BREAK-TEXT
003450         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
003460         GO TO 2000-EXIT
003470     END-IF.
003480     IF PTN-PARTITION-NO NOT NUMERIC
003490         OR PTN-PARTITION-NO = 0
003500         OR PTN-PARTITION-NO > WS-MAX-PARTITIONS
003510         MOVE 'N' TO WS-MANIFEST-SW
003520         MOVE 'MANIFEST PARTITION COUNT NOT VALID'
003530             TO WS-BREAK-TEXT
003540         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
003550         GO TO 2000-EXIT
003560     END-IF.
003570     MOVE 'Y' TO WS-HEADER-SW.
003580     MOVE PTN-PARTITION-NO TO WS-PART-COUNT.
003590     MOVE PTN-LOW-N TO WS-SPLIT-LOW-N.
003600     MOVE PTN-HIGH-N TO WS-SPLIT-HIGH-N.
003610     MOVE PTN-N-COUNT TO WS-SPLIT-PAIRS.
003620     MOVE PTN-CARD-COUNT TO WS-SPLIT-CARDS.
003630     MOVE PTN-SPLIT-DATE TO WS-SPLIT-DATE.
003640     MOVE PTN-SPLIT-TIME TO WS-SPLIT-TIME.
003650     MOVE WS-SPLIT-DATE TO RPT-HDG-SPLIT-DATE.
003660     MOVE WS-SPLIT-TIME TO RPT-HDG-SPLIT-TIME.
003670     MOVE WS-PART-COUNT TO RPT-HDG-PART-COUNT.
003680     MOVE RPT-HEADING-2 TO REPORT-PRINT-LINE.
003690     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003700     PERFORM 2800-READ-MANIFEST THRU 2800-EXIT.
003710     PERFORM 2100-LOAD-ONE-PARTITION THRU 2100-EXIT
003720         UNTIL WS-MAN-EOF-YES.
003730     MOVE 0 TO WS-PRIOR-HIGH.
003740     MOVE 0 TO WS-PART-SUB.
003750     PERFORM 2200-CHECK-ONE-RANGE THRU 2200-EXIT
003760         UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
003770 2000-EXIT.
003780     EXIT.
003790*
003800 2100-LOAD-ONE-PARTITION.
003810     MOVE 0 TO WS-BREAK-PART.
003820     IF NOT PTN-PARTITION
003830         MOVE 'MANIFEST RECORD TYPE NOT VALID' TO WS-BREAK-TEXT
003840         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
003850         GO TO 2100-READ
003860     END-IF.
003870     IF PTN-PARTITION-NO NOT NUMERIC
003880         OR PTN-PARTITION-NO = 0
003890         OR PTN-PARTITION-NO > WS-PART-COUNT
003900         MOVE 'MANIFEST PARTITION NUMBER OUT OF RANGE'
003910             TO WS-BREAK-TEXT
003920         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
003930         GO TO 2100-READ
003940     END-IF.
003950     MOVE PTN-PARTITION-NO TO WS-PART-SUB.
003960     MOVE PTN-PARTITION-NO TO WS-BREAK-PART.
003970     IF WS-PTN-SEEN (WS-PART-SUB)
003980         MOVE 'PARTITION APPEARS TWICE IN MANIFEST'
003990             TO WS-BREAK-TEXT
004000         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
004010         GO TO 2100-READ
004020     END-IF.
004030     IF PTN-SPLIT-DATE NOT = WS-SPLIT-DATE
004040         OR PTN-SPLIT-TIME NOT = WS-SPLIT-TIME
004050         MOVE 'PARTITION RECORD FROM A DIFFERENT SPLIT'
004060             TO WS-BREAK-TEXT
004070         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
004080     END-IF.
004090     MOVE 'Y' TO WS-PTN-SEEN-SW (WS-PART-SUB).
004100     MOVE PTN-LOW-N TO WS-PTN-LOW (WS-PART-SUB).
004110     MOVE PTN-HIGH-N TO WS-PTN-HIGH (WS-PART-SUB).
004120     MOVE PTN-N-COUNT TO WS-PTN-SPLIT-PAIRS (WS-PART-SUB).
004130     MOVE PTN-CARD-COUNT TO WS-PTN-SPLIT-CARDS (WS-PART-SUB).
004140 2100-READ.
004150     PERFORM 2800-READ-MANIFEST THRU 2800-EXIT.
004160 2100-EXIT.
004170     EXIT.
004180*
004190*****************************************************************
004200*    2200-CHECK-ONE-RANGE                                       *
004210*                                                               *
004220*    EVERY PARTITION MUST BE IN THE MANIFEST.  AN EMPTY        *
004230*    PARTITION HAS NO RANGE; EVERY OTHER ONE MUST RUN LOW TO   *
004240*    HIGH AND START ABOVE THE HIGH N OF THE PARTITION BEFORE   *
004250*    IT, OR TWO PARTITIONS WOULD RUN THE SAME N.               *
004260*****************************************************************
004270 2200-CHECK-ONE-RANGE.
004280     ADD 1 TO WS-PART-SUB.
004290     MOVE WS-PART-SUB TO WS-BREAK-PART.
004300     IF NOT WS-PTN-SEEN (WS-PART-SUB)
004310         MOVE 'PARTITION MISSING FROM MANIFEST' TO WS-BREAK-TEXT
004320         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
004330         GO TO 2200-EXIT
004340     END-IF.
004350     IF WS-PTN-SPLIT-PAIRS (WS-PART-SUB) = 0
004360         GO TO 2200-EXIT
004370     END-IF.
004380     IF WS-PTN-LOW (WS-PART-SUB) > WS-PTN-HIGH (WS-PART-SUB)
004390         MOVE 'PARTITION LOW N ABOVE ITS HIGH N' TO WS-BREAK-TEXT
004400         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
004410     END-IF.
004420     IF WS-PTN-LOW (WS-PART-SUB) NOT > WS-PRIOR-HIGH
004430         MOVE 'PARTITION RANGE OVERLAPS THE ONE BEFORE'
004440             TO WS-BREAK-TEXT
004450         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
004460     END-IF.
004470     MOVE WS-PTN-HIGH (WS-PART-SUB) TO WS-PRIOR-HIGH.
004480 2200-EXIT.
004490     EXIT.
004500*
004510 2800-READ-MANIFEST.
004520     READ MANIFEST-FILE
004530         AT END
004540             SET WS-MAN-EOF-YES TO TRUE
004550     END-READ.
004560 2800-EXIT.
004570     EXIT.
004580*
004590*****************************************************************
004600*    3000-LOAD-DECK                                             *
004610*                                                               *
004620*    WALKS THE ORIGINAL DECK N BY N, AS ZERO006 WOULD HAVE RUN *
004630*    IT UNSPLIT, MARKING EVERY N AND K PAIR EXPECTED AND       *
004640*    CHECKING THAT EXACTLY ONE PARTITION'S RANGE HOLDS IT.     *
004650*    THE DECK'S CARD AND PAIR COUNTS MUST STILL BE THE ONES    *
004660*    THE SPLIT SAW, OR THE DECK HAS CHANGED SINCE IT WAS       *
004670*    SPLIT.                                                    *
004680*****************************************************************
004690 3000-LOAD-DECK.
004700     PERFORM 3800-READ-CONTROL-CARD THRU 3800-EXIT.
004710     PERFORM 3100-LOAD-ONE-CARD THRU 3100-EXIT
004720         UNTIL WS-CTL-EOF-YES.
004730     MOVE 0 TO WS-BREAK-PART.
004740     IF WS-DECK-CARD-COUNT NOT = WS-SPLIT-CARDS
004750         MOVE 'DECK CARD COUNT DIFFERS FROM THE SPLIT'
004760             TO WS-BREAK-TEXT
004770         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
004780     END-IF.
004790     IF WS-DECK-PAIR-COUNT NOT = WS-SPLIT-PAIRS
004800         MOVE 'DECK PAIR COUNT DIFFERS FROM THE SPLIT'
004810             TO WS-BREAK-TEXT
004820         PERFORM 8000-WRITE-BREAK-NO-N THRU 8000-EXIT
004830     END-IF.
004840 3000-EXIT.
004850     EXIT.
004860*
004870 3100-LOAD-ONE-CARD.
004880     ADD 1 TO WS-DECK-CARD-COUNT.
004890     IF CTL-EXPONENT NUMERIC
004900         AND CTL-EXPONENT > 1
004910         MOVE CTL-EXPONENT TO WS-CHECK-K
004920     ELSE
004930         MOVE 2 TO WS-CHECK-K
004940     END-IF.
004950     MOVE 'N' TO WS-RANGE-DONE-SW.
004960     MOVE CTL-N-VALUE TO WS-WALK-N.
004970     PERFORM 3110-LOAD-ONE-N THRU 3110-EXIT
004980         UNTIL WS-RANGE-DONE.
004990     PERFORM 3800-READ-CONTROL-CARD THRU 3800-EXIT.
005000 3100-EXIT.
005010     EXIT.
005020*
005030 3110-LOAD-ONE-N.
005040     IF WS-WALK-N > 0
005050         MOVE WS-WALK-N TO WS-CHECK-N
005060         PERFORM 3200-EXPECT-ONE-PAIR THRU 3200-EXIT
005070     END-IF.
005080     IF NOT CTL-TYPE-RANGE
005090         MOVE 'Y' TO WS-RANGE-DONE-SW
005100         GO TO 3110-EXIT
005110     END-IF.
005120     COMPUTE WS-NEXT-WALK-N = WS-WALK-N + CTL-STEP-VALUE.
005130     IF WS-NEXT-WALK-N > CTL-TO-N-VALUE
005140         MOVE 'Y' TO WS-RANGE-DONE-SW
005150     ELSE
005160         MOVE WS-NEXT-WALK-N TO WS-WALK-N
005170     END-IF.
005180 3110-EXIT.
005190     EXIT.
005200*
005210 3200-EXPECT-ONE-PAIR.
005220     ADD 1 TO WS-DECK-PAIR-COUNT.
005230     COMPUTE WS-K-SUB = WS-CHECK-K - 1.
005240     MOVE 'D' TO WS-COVER-SW (WS-CHECK-N WS-K-SUB).
005250     PERFORM 3300-FIND-PARTITION THRU 3300-EXIT.
005260     MOVE 0 TO WS-BREAK-PART.
005270     IF WS-FOUND-COUNT = 0
005280         MOVE 'DECK N IN NO PARTITION RANGE' TO WS-BREAK-TEXT
005290         PERFORM 8100-WRITE-BREAK-N THRU 8100-EXIT
005300         GO TO 3200-EXIT
005310     END-IF.
005320     IF WS-FOUND-COUNT > 1
005330         MOVE 'DECK N IN MORE THAN ONE PARTITION RANGE'
005340             TO WS-BREAK-TEXT
005350         PERFORM 8100-WRITE-BREAK-N THRU 8100-EXIT
005360         GO TO 3200-EXIT
005370     END-IF.
005380     ADD 1 TO WS-PTN-DECK-PAIRS (WS-FOUND-PART).
005390 3200-EXIT.
005400     EXIT.
005410*
005420*****************************************************************
005430*    3300-FIND-PARTITION                                        *
005440*                                                               *
005450*    HOW MANY NON-EMPTY PARTITION RANGES HOLD WS-CHECK-N, AND  *
005460*    THE LAST ONE THAT DID.                                    *
005470*****************************************************************
005480 3300-FIND-PARTITION.
005490     MOVE 0 TO WS-FOUND-COUNT.
005500     MOVE 0 TO WS-FOUND-PART.
005510     MOVE 0 TO WS-PART-SUB.
005520     PERFORM 3310-TRY-ONE-PARTITION THRU 3310-EXIT
005530         UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
005540 3300-EXIT.
005550     EXIT.
005560*
005570 3310-TRY-ONE-PARTITION.
005580     ADD 1 TO WS-PART-SUB.
005590     IF WS-PTN-SPLIT-PAIRS (WS-PART-SUB) = 0
005600         GO TO 3310-EXIT
005610     END-IF.
005620     IF WS-CHECK-N NOT < WS-PTN-LOW (WS-PART-SUB)
005630         AND WS-CHECK-N NOT > WS-PTN-HIGH (WS-PART-SUB)
005640         ADD 1 TO WS-FOUND-COUNT
005650         MOVE WS-PART-SUB TO WS-FOUND-PART
005660     END-IF.
005670 3310-EXIT.
005680     EXIT.
005690*
005700 3800-READ-CONTROL-CARD.
005710     READ CONTROL-FILE
005720         AT END
005730             SET WS-CTL-EOF-YES TO TRUE
005740     END-READ.
005750 3800-EXIT.
005760     EXIT.
005770*
005780*****************************************************************
005790*    4000-CHECK-RESULTS                                         *
005800*                                                               *
005810*    READS EVERY RESULT THE PARTITIONS WROTE AND COVERS ITS    *
005820*    PAIR.  A RESULT THE DECK NEVER ASKED FOR, A SECOND RESULT *
005830*    FOR A PAIR ALREADY COVERED, OR A RESULT OUTSIDE EVERY     *
005840*    PARTITION RANGE IS A BREAK.  A STOPPED RESULT IS A BREAK  *
005850*    TOO - THE PARTITION MUST BE RESUMED FROM ITS OWN          *
005860*    CHECKPOINT AND ITS OUTPUT REPLACED BEFORE THE DECK CAN BE *
005870*    MERGED.                                                   *
005880*****************************************************************
005890 4000-CHECK-RESULTS.
005900     PERFORM 4800-READ-PARTITION-OUTPUT THRU 4800-EXIT.
005910     PERFORM 4100-CHECK-ONE-RESULT THRU 4100-EXIT
005920         UNTIL WS-PTO-EOF-YES.
005930     CLOSE PARTITION-OUTPUT-FILE.
005940 4000-EXIT.
005950     EXIT.
005960*
005970 4100-CHECK-ONE-RESULT.
005980     ADD 1 TO WS-RESULT-COUNT.
005990     IF OUT-EXPONENT NUMERIC
006000         AND OUT-EXPONENT > 1
006010         MOVE OUT-EXPONENT TO WS-CHECK-K
006020     ELSE
006030         MOVE 2 TO WS-CHECK-K
006040     END-IF.
006050     MOVE 0 TO WS-BREAK-PART.
006060     IF OUT-N-VALUE NOT NUMERIC
006070         OR OUT-N-VALUE = 0
006080         MOVE 0 TO WS-CHECK-N
006090         MOVE 'RESULT N NOT VALID' TO WS-BREAK-TEXT
006100         PERFORM 8100-WRITE-BREAK-N THRU 8100-EXIT
006110         GO TO 4100-READ
006120     END-IF.
006130     MOVE OUT-N-VALUE TO WS-CHECK-N.
006140     PERFORM 3300-FIND-PARTITION THRU 3300-EXIT.
006150     IF WS-FOUND-COUNT = 0
006160         MOVE 'RESULT OUTSIDE EVERY PARTITION RANGE'
006170             TO WS-BREAK-TEXT
006180         PERFORM 8100-WRITE-BREAK-N THRU 8100-EXIT
006190     ELSE
006200         MOVE WS-FOUND-PART TO WS-BREAK-PART
006210         ADD 1 TO WS-PTN-RESULTS (WS-FOUND-PART)
006220     END-IF.
006230     COMPUTE WS-K-SUB = WS-CHECK-K - 1.
006240     IF WS-COVER-NONE (WS-CHECK-N WS-K-SUB)
006250         MOVE 'RESULT NOT ASKED FOR BY THE DECK' TO WS-BREAK-TEXT
006260         PERFORM 8100-WRITE-BREAK-N THRU 8100-EXIT
006270         GO TO 4100-READ
006280     END-IF.
006290     IF NOT WS-COVER-EXPECTED (WS-CHECK-N WS-K-SUB)
006300         MOVE 'RESULT DUPLICATED - PARTITIONS OVERLAP'
006310             TO WS-BREAK-TEXT
006320         PERFORM 8100-WRITE-BREAK-N THRU 8100-EXIT
006330         GO TO 4100-READ
006340     END-IF.
006350     IF OUT-STATUS = 'STOPPED'
006360         MOVE 'S' TO WS-COVER-SW (WS-CHECK-N WS-K-SUB)
006370         IF WS-FOUND-COUNT > 0
006380             ADD 1 TO WS-PTN-STOPPED (WS-FOUND-PART)
006390         END-IF
006400         MOVE 'STOPPED - PARTITION MUST BE RESUMED'
006410             TO WS-BREAK-TEXT
006420         PERFORM 8100-WRITE-BREAK-N THRU 8100-EXIT
006430         GO TO 4100-READ
006440     END-IF.
006450     MOVE 'C' TO WS-COVER-SW (WS-CHECK-N WS-K-SUB).
006460     ADD 1 TO WS-COVERED-COUNT.
006470 4100-READ.
006480     PERFORM 4800-READ-PARTITION-OUTPUT THRU 4800-EXIT.
006490 4100-EXIT.
006500     EXIT.
006510*
006520 4800-READ-PARTITION-OUTPUT.
006530     READ PARTITION-OUTPUT-FILE
006540         AT END
006550             SET WS-PTO-EOF-YES TO TRUE
006560     END-READ.
006570 4800-EXIT.
006580     EXIT.
006590*
006600*****************************************************************
006610*    5000-FIND-GAPS                                             *
006620*                                                               *
006630*    SWEEPS THE COVERAGE TABLE FOR ANY PAIR THE DECK ASKED FOR *
006640*    THAT NO PARTITION ANSWERED.  A PARTITION THAT NEVER RAN,  *
006650*    OR WAS STOPPED PART WAY THROUGH ITS DECK, SHOWS UP HERE   *
006660*    AS ITS UNRUN NS.                                          *
006670*****************************************************************
006680 5000-FIND-GAPS.
006690     PERFORM 5100-CHECK-ONE-SLOT THRU 5100-EXIT
006700         VARYING WS-TABLE-N FROM 1 BY 1
006710             UNTIL WS-TABLE-N > 99999
006720         AFTER WS-K-SUB FROM 1 BY 1
006730             UNTIL WS-K-SUB > 8.
006740 5000-EXIT.
006750     EXIT.
006760*
006770 5100-CHECK-ONE-SLOT.
006780     IF NOT WS-COVER-EXPECTED (WS-TABLE-N WS-K-SUB)
006790         GO TO 5100-EXIT
006800     END-IF.
006810     ADD 1 TO WS-GAP-COUNT.
006820     MOVE WS-TABLE-N TO WS-CHECK-N.
006830     COMPUTE WS-CHECK-K = WS-K-SUB + 1.
006840     PERFORM 3300-FIND-PARTITION THRU 3300-EXIT.
006850     MOVE WS-FOUND-PART TO WS-BREAK-PART.
006860     MOVE 'GAP - NO PARTITION RESULT FOR THIS N'
006870         TO WS-BREAK-TEXT.
006880     PERFORM 8100-WRITE-BREAK-N THRU 8100-EXIT.
006890 5100-EXIT.
006900     EXIT.
006910*
006920*****************************************************************
006930*    6000-PARTITION-SUMMARY                                     *
006940*                                                               *
006950*    ONE LINE PER PARTITION - ITS RANGE, THE PAIRS THE SPLIT   *
006960*    GAVE IT, THE PAIRS OF THE DECK THAT FALL IN ITS RANGE,    *
006970*    AND THE RESULTS IT RETURNED.  THE SPLIT'S FIGURE AND THE  *
006980*    DECK'S MUST AGREE.                                        *
006990*****************************************************************
007000 6000-PARTITION-SUMMARY.
007010     PERFORM 8200-PRINT-UNLISTED THRU 8200-EXIT.
007020     MOVE SPACES TO RPT-SEC-TITLE.
007030     MOVE 'PARTITIONS' TO RPT-SEC-TITLE.
007040     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
007050     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
007060     MOVE RPT-PTN-COLUMN-HEADING TO REPORT-PRINT-LINE.
007070     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
007080     MOVE 0 TO WS-PART-SUB.
007090     PERFORM 6100-PRINT-ONE-PARTITION THRU 6100-EXIT
007100         UNTIL WS-PART-SUB NOT < WS-PART-COUNT.
007110 6000-EXIT.
007120     EXIT.
007130*
007140 6100-PRINT-ONE-PARTITION.
007150     ADD 1 TO WS-PART-SUB.
007160     MOVE WS-PART-SUB TO RPT-PTN-NO.
007170     MOVE WS-PTN-LOW (WS-PART-SUB) TO RPT-PTN-LOW.
007180     MOVE WS-PTN-HIGH (WS-PART-SUB) TO RPT-PTN-HIGH.
007190     MOVE WS-PTN-SPLIT-PAIRS (WS-PART-SUB) TO RPT-PTN-SPLIT-PAIRS.
007200     MOVE WS-PTN-DECK-PAIRS (WS-PART-SUB) TO RPT-PTN-DECK-PAIRS.
007210     MOVE WS-PTN-RESULTS (WS-PART-SUB) TO RPT-PTN-RESULTS.
007220     MOVE WS-PTN-STOPPED (WS-PART-SUB) TO RPT-PTN-STOPPED.
007230     MOVE SPACES TO RPT-PTN-NOTE.
007240     IF WS-PTN-SPLIT-PAIRS (WS-PART-SUB) = 0
007250         MOVE 'EMPTY' TO RPT-PTN-NOTE
007260     END-IF.
007270     IF WS-PTN-STOPPED (WS-PART-SUB) > 0
007280         MOVE 'RESUME PARTITION' TO RPT-PTN-NOTE
007290     END-IF.
007300     IF WS-PTN-DECK-PAIRS (WS-PART-SUB) NOT =
007310         WS-PTN-SPLIT-PAIRS (WS-PART-SUB)
007320         MOVE 'SPLIT DIFFERS' TO RPT-PTN-NOTE
007330         ADD 1 TO WS-BREAK-COUNT
007340     END-IF.
007350     MOVE RPT-PTN-DETAIL-LINE TO REPORT-PRINT-LINE.
007360     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007370 6100-EXIT.
007380     EXIT.
007390*
007400*****************************************************************
007410*    7000-MERGE-OUTPUTS                                         *
007420*                                                               *
007430*    THE PROOF HAS PASSED - EVERY PAIR ON THE DECK HAS EXACTLY *
007440*    ONE RESULT AND NOTHING ELSE CAME BACK.  THE PARTITION     *
007450*    OUTPUTS ARE REREAD AND WRITTEN TO THE MERGED FILE IN      *
007460*    PARTITION ORDER, EACH RESULT RESTAMPED WITH THIS STEP'S   *
007470*    RUN DATE AND TIME SO THE MERGED GENERATION CARRIES ONE    *
007480*    RUN STAMP, AS A SINGLE ZERO006 RUN WOULD HAVE.            *
007490*****************************************************************
007500 7000-MERGE-OUTPUTS.
007510     MOVE 'N' TO WS-PTO-EOF-SW.
007520     OPEN INPUT PARTITION-OUTPUT-FILE.
007530     IF WS-PTO-FILE-STATUS NOT = '00'
007540         DISPLAY 'DL100PMG - UNABLE TO REOPEN PARTOUT ST='
007550             WS-PTO-FILE-STATUS
007560         MOVE 16 TO RETURN-CODE
007570         STOP RUN
007580     END-IF.
007590     OPEN OUTPUT MERGED-OUTPUT-FILE.
007600     IF WS-MRG-FILE-STATUS NOT = '00'
007610         DISPLAY 'DL100PMG - UNABLE TO OPEN MERGFILE ST='
007620             WS-MRG-FILE-STATUS
007630         MOVE 16 TO RETURN-CODE
007640         STOP RUN
007650     END-IF.
007660     PERFORM 4800-READ-PARTITION-OUTPUT THRU 4800-EXIT.
007670     PERFORM 7100-MERGE-ONE-RESULT THRU 7100-EXIT
007680         UNTIL WS-PTO-EOF-YES.
007690     CLOSE PARTITION-OUTPUT-FILE.
007700     CLOSE MERGED-OUTPUT-FILE.
007710 7000-EXIT.
007720     EXIT.
007730*
007740 7100-MERGE-ONE-RESULT.
007750     MOVE WS-CDT-DATE TO OUT-RUN-DATE.
007760     MOVE WS-CDT-TIME TO OUT-RUN-TIME.
007770     IF OUT-STATUS NOT = 'OK'
007780         ADD 1 TO WS-OVERFLOW-COUNT
007790     END-IF.
007800     WRITE MERGED-OUTPUT-RECORD FROM DL100-OUTPUT-RECORD.
007810     ADD 1 TO WS-MERGED-COUNT.
007820     PERFORM 4800-READ-PARTITION-OUTPUT THRU 4800-EXIT.
007830 7100-EXIT.
007840     EXIT.
007850*
007860*****************************************************************
007870*    8000-WRITE-BREAK-NO-N                                      *
007880*                                                               *
007890*    PRINTS ONE PROOF BREAK.  8000 IS FOR A BREAK ABOUT THE    *
007900*    MANIFEST OR THE DECK AS A WHOLE, 8100 FOR ONE N AND K.    *
007910*    THE FIRST BREAK PRINTS THE SECTION HEADING; AFTER         *
007920*    WS-PRINT-LIMIT BREAKS THE REST ARE ONLY COUNTED, SO A     *
007930*    PARTITION THAT NEVER RAN DOES NOT PRINT ITS WHOLE RANGE.  *
007940*****************************************************************
007950 8000-WRITE-BREAK-NO-N.
007960     MOVE SPACES TO RPT-BRK-N.
007970     MOVE SPACES TO RPT-BRK-K.
007980     PERFORM 8300-PRINT-BREAK THRU 8300-EXIT.
007990 8000-EXIT.
008000     EXIT.
008010*
008020 8100-WRITE-BREAK-N.
008030     MOVE WS-CHECK-N TO WS-BREAK-N.
008040     MOVE WS-CHECK-K TO WS-BREAK-K.
008050     MOVE WS-BREAK-N TO RPT-BRK-N.
008060     MOVE WS-BREAK-K TO RPT-BRK-K.
008070     PERFORM 8300-PRINT-BREAK THRU 8300-EXIT.
008080 8100-EXIT.
008090     EXIT.
008100*
008110 8200-PRINT-UNLISTED.
008120     IF WS-UNLISTED-COUNT = 0
008130         GO TO 8200-EXIT
008140     END-IF.
008150     MOVE 'FURTHER BREAKS NOT LISTED' TO RPT-TOT-TEXT.
008160     MOVE WS-UNLISTED-COUNT TO RPT-TOT-COUNT.
008170     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008180 8200-EXIT.
008190     EXIT.
008200*
008210 8300-PRINT-BREAK.
008220     ADD 1 TO WS-BREAK-COUNT.
008230     IF WS-BREAK-COUNT > WS-PRINT-LIMIT
008240         ADD 1 TO WS-UNLISTED-COUNT
008250         GO TO 8300-EXIT
008260     END-IF.
008270     IF WS-BREAK-COUNT = 1
008280         MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE
008290         WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES
008300         MOVE RPT-BREAK-COLUMN-HEADING TO REPORT-PRINT-LINE
008310         WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES
008320     END-IF.
008330     IF WS-BREAK-PART = 0
008340         MOVE SPACES TO RPT-BRK-PART
008350     ELSE
008360         MOVE WS-BREAK-PART TO RPT-BRK-PART
008370     END-IF.
008380     MOVE WS-BREAK-TEXT TO RPT-BRK-TEXT.
008390     MOVE RPT-BREAK-DETAIL-LINE TO REPORT-PRINT-LINE.
008400     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
008410 8300-EXIT.
008420     EXIT.
008430*
008440*****************************************************************
008450*    9000-TERMINATE                                             *
008460*                                                               *
008470*    PRINTS THE TOTALS AND THE OUTCOME.  RC=8 WHEN THE PROOF   *
008480*    FAILED AND NOTHING WAS MERGED, SO THE POSTING STEPS       *
008490*    BEHIND IT DO NOT RUN; RC=4 WHEN THE PROOF PASSED BUT SOME *
008500*    RESULTS OVERFLOWED, AS ZERO006 ITSELF WOULD END.          *
008510*****************************************************************
008520 9000-TERMINATE.
008530     CLOSE MANIFEST-FILE.
008540     CLOSE CONTROL-FILE.
008550     IF NOT WS-MANIFEST-USABLE
008560         CLOSE PARTITION-OUTPUT-FILE
008570     END-IF.
008580     MOVE SPACES TO REPORT-PRINT-LINE.
008590     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
008600     MOVE 'DECK CARDS' TO RPT-TOT-TEXT.
008610     MOVE WS-DECK-CARD-COUNT TO RPT-TOT-COUNT.
008620     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008630     MOVE 'N AND K PAIRS ON THE DECK' TO RPT-TOT-TEXT.
008640     MOVE WS-DECK-PAIR-COUNT TO RPT-TOT-COUNT.
008650     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008660     MOVE 'PARTITION RESULTS READ' TO RPT-TOT-TEXT.
008670     MOVE WS-RESULT-COUNT TO RPT-TOT-COUNT.
008680     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008690     MOVE 'PAIRS COVERED' TO RPT-TOT-TEXT.
008700     MOVE WS-COVERED-COUNT TO RPT-TOT-COUNT.
008710     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008720     MOVE 'GAPS' TO RPT-TOT-TEXT.
008730     MOVE WS-GAP-COUNT TO RPT-TOT-COUNT.
008740     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008750     MOVE 'PROOF BREAKS' TO RPT-TOT-TEXT.
008760     MOVE WS-BREAK-COUNT TO RPT-TOT-COUNT.
008770     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008780     MOVE 'RESULTS MERGED' TO RPT-TOT-TEXT.
008790     MOVE WS-MERGED-COUNT TO RPT-TOT-COUNT.
008800     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008810     IF WS-BREAK-COUNT = 0
008820         MOVE 'PARTITIONS COVER THE DECK EXACTLY - MERGED'
008830             TO RPT-OUTCOME-TEXT
008840         IF WS-OVERFLOW-COUNT > 0
008850             MOVE 4 TO WS-OVERALL-RC
008860         END-IF
008870     ELSE
008880         MOVE 'PROOF FAILED - NOTHING MERGED, NOTHING TO POST'
008890             TO RPT-OUTCOME-TEXT
008900         MOVE 8 TO WS-OVERALL-RC
008910     END-IF.
008920     MOVE RPT-OUTCOME-LINE TO REPORT-PRINT-LINE.
008930     WRITE REPORT-PRINT-LINE AFTER ADVANCING 2 LINES.
008940     CLOSE REPORT-FILE.
008950     DISPLAY 'DL100PMG COMPLETE - PAIRS=' WS-DECK-PAIR-COUNT
008960         ' RESULTS=' WS-RESULT-COUNT
008970         ' BREAKS=' WS-BREAK-COUNT
008980         ' MERGED=' WS-MERGED-COUNT.
008990     PERFORM 9500-WRITE-LEDGER-RECORD THRU 9500-EXIT.
009000     MOVE WS-OVERALL-RC TO RETURN-CODE.
009010 9000-EXIT.
009020     EXIT.
009030*
009040 9100-WRITE-TOTAL-LINE.
009050     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
009060     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009070 9100-EXIT.
009080     EXIT.
009090*
009100*****************************************************************
009110*    9500-WRITE-LEDGER-RECORD                                   *
009120*                                                               *
009130*    APPENDS THIS STEP'S COMPLETION RECORD TO THE RUN LEDGER.  *
009140*    A MISSING OR UNUSABLE LEDGER IS REPORTED BUT NEVER FAILS  *
009150*    THE STEP - THE LEDGER DESCRIBES THE RUN, IT IS NOT PART   *
009160*    OF IT.                                                    *
009170*****************************************************************
009180 9500-WRITE-LEDGER-RECORD.
009190     OPEN EXTEND LEDGER-FILE.
009200     IF WS-LEDG-FILE-STATUS = '05' OR WS-LEDG-FILE-STATUS = '35'
009210         OPEN OUTPUT LEDGER-FILE
009220     END-IF.
009230     IF WS-LEDG-FILE-STATUS NOT = '00'
009240         DISPLAY 'DL100PMG - LEDGFILE UNAVAILABLE ST='
009250             WS-LEDG-FILE-STATUS
009260         GO TO 9500-EXIT
009270     END-IF.
009280     MOVE SPACES TO DL100-RUN-LEDGER-RECORD.
009290     ACCEPT RLG-RUN-DATE FROM DATE YYYYMMDD.
009300     ACCEPT RLG-RUN-TIME FROM TIME.
009310     MOVE 'DL100PMG' TO RLG-STEP-NAME.
009320     MOVE WS-OVERALL-RC TO RLG-RETURN-CODE.
009330     MOVE WS-RESULT-COUNT TO RLG-RECORDS-READ.
009340     MOVE WS-MERGED-COUNT TO RLG-RECORDS-WRITTEN.
009350     IF WS-BREAK-COUNT = 0
009360         MOVE 'PROVED' TO RLG-RECON-OUTCOME
009370     ELSE
009380         MOVE 'NOT PROVED' TO RLG-RECON-OUTCOME
009390     END-IF.
009400     WRITE DL100-RUN-LEDGER-RECORD.
009410     CLOSE LEDGER-FILE.
009420 9500-EXIT.
009430     EXIT.
