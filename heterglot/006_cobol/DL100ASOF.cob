000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100AOF                                        *
000040*                                                               *
000050*   ABSTRACT:  RESULTS MASTER AS-OF REPORT.  REBUILDS THE      *
000060*              RESULTS MASTER (COPYBOOK DL100RS) AS IT STOOD   *
000070*              AT THE END OF A GIVEN DATE BY REPLAYING THE     *
000080*              POSTING JOURNAL (JRNLFILE, COPYBOOK DL100JR)    *
000090*              THAT DL100PST AND DL100BKO APPEND TO ON EVERY   *
000100*              ADD, CONFIRM, REPLACE AND BACKOUT, AGAINST      *
000110*              TODAY'S MASTER.  THE REBUILT RECORDS GO TO      *
000120*              ASOFFILE IN MASTER LAYOUT AND ARE LISTED ONE    *
000130*              LINE PER N AND POWER K; WITH THE COMPARE        *
000140*              SWITCH ON EACH LINE ALSO CARRIES TODAY'S ANSWER *
000150*              AND SAYS WHETHER IT HAS MOVED.  ANSWERS "WHAT   *
000160*              WERE WE GIVING FOR N ON THAT DATE" WITHOUT      *
000170*              TRAWLING HISTORY GENERATIONS BY HAND.           *
000180*                                                               *
000190*              PARAMETER CARD FORMAT -                         *
000200*                COLS 1-8   AS-OF DATE YYYYMMDD                *
000210*                COL  9     COMPARE TO TODAY'S MASTER (Y/N)    *
000220*                COLS 10-14 ONE N ONLY (BLANK = ALL NS)        *
000230*                COL  15    ONE POWER K ONLY (BLANK = ALL,     *
000235*                           0 = THE SQUARES, AS ON A CARD)      *
000240*                                                               *
000250*   AUTHOR:        R L JENNINGS                                *
000260*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000270*   DATE-WRITTEN:  10/15/2026                                  *
000280*                                                               *
000290*   MODIFICATION HISTORY                                        *
000300*   ------------------------------------------------------      *
000310*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000315*   10/15/2026  RLJ  SELECTED K EDITED BY THE SUITE-WIDE POWER  *
000316*                    K RULE (COPYBOOK DL100KV) - 0 NOW SELECTS  *
000317*                    THE SQUARES RATHER THAN EVERY K.           *
000320*                                                               *
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. DL100AOF.
000360 AUTHOR. R L JENNINGS.
000370 INSTALLATION. DATA CENTER APPLICATIONS.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PARM-FILE-STATUS.
000470     SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-JRNL-FILE-STATUS.
000500     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS RES-KEY
000540         FILE STATUS IS WS-RESL-FILE-STATUS.
000550     SELECT ASOF-FILE ASSIGN TO ASOFFILE
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ASOF-FILE-STATUS.
000580     SELECT REPORT-FILE ASSIGN TO RPTFILE
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPT-FILE-STATUS.
000610     SELECT SORT-FILE ASSIGN TO SORTWK01.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PARAMETER-FILE
000660     RECORDING MODE IS F.
000670 01  PARAMETER-RECORD.
000680     05  PRM-ASOF-DATE           PIC 9(08).
000690     05  PRM-COMPARE-SW          PIC X(01).
000700         88  PRM-COMPARE             VALUE 'Y'.
000710     05  PRM-SELECT-N            PIC X(05).
000720     05  PRM-SELECT-N-NUM        REDEFINES PRM-SELECT-N
000730                                 PIC 9(05).
000740     05  PRM-SELECT-K            PIC X(01).
000750     05  PRM-SELECT-K-NUM        REDEFINES PRM-SELECT-K
000760                                 PIC 9(01).
000770     05  FILLER                  PIC X(65).
000780*
000790 FD  JOURNAL-FILE
000800     RECORDING MODE IS F.
000810 01  JOURNAL-RECORD              PIC X(340).
000820*
000830 FD  RESULT-MASTER
000840     RECORDING MODE IS F.
000850     COPY DL100RS.
000860*
000870 FD  ASOF-FILE
000880     RECORDING MODE IS F.
000890 01  ASOF-RECORD                 PIC X(121).
000900*
000910 FD  REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  REPORT-PRINT-LINE           PIC X(132).
000940*
000950*    THE JOURNAL IS SORTED ON N/K WITH ITS RECORD NUMBER AS THE
000960*    MINOR KEY, SO EACH N/K'S CHANGES COME BACK IN THE ORDER
000970*    THEY WERE MADE.
000980 SD  SORT-FILE.
000990 01  SORT-JOURNAL-RECORD.
001000     05  SRT-KEY.
001010         10  SRT-N-VALUE         PIC 9(05).
001020         10  SRT-EXPONENT        PIC 9(01).
001030     05  SRT-SEQUENCE            PIC 9(09).
001040     05  SRT-JOURNAL-RECORD      PIC X(340).
001050*
001060 WORKING-STORAGE SECTION.
001070 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001080 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
001090 77  WS-RESL-FILE-STATUS     PIC X(02) VALUE SPACES.
001100 77  WS-ASOF-FILE-STATUS     PIC X(02) VALUE SPACES.
001110 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001120 77  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
001130     88  WS-JRNL-EOF-YES         VALUE 'Y'.
001140 77  WS-SELECTED-SW          PIC X(01) VALUE 'N'.
001150     88  WS-SELECTED             VALUE 'Y'.
001160 77  WS-TODAY-SW             PIC X(01) VALUE 'N'.
001170     88  WS-TODAY-PRESENT        VALUE 'Y'.
001180 77  WS-FROZEN-SW            PIC X(01) VALUE 'N'.
001190     88  WS-STATE-FROZEN         VALUE 'Y'.
001200 77  WS-ASOF-STATE-SW        PIC X(01) VALUE 'U'.
001210     88  WS-ASOF-UNDETERMINED    VALUE 'U'.
001220     88  WS-ASOF-PRESENT         VALUE 'P'.
001230     88  WS-ASOF-ABSENT          VALUE 'A'.
001240 77  WS-ASOF-SOURCE          PIC X(01) VALUE SPACE.
001250     88  WS-SOURCE-JOURNAL       VALUE 'J'.
001260     88  WS-SOURCE-BEFORE        VALUE 'B'.
001270     88  WS-SOURCE-UNCHANGED     VALUE 'M'.
001280 77  WS-ASOF-DATE            PIC 9(08) VALUE 0.
001290 77  WS-SEL-N-VALUE          PIC 9(05) VALUE 0.
001300 77  WS-SEL-EXPONENT         PIC 9(01) VALUE 0.
001310 77  WS-TEST-N-VALUE         PIC 9(05) VALUE 0.
001320 77  WS-TEST-EXPONENT        PIC 9(01) VALUE 0.
001330 77  WS-JRNL-FIRST-DATE      PIC 9(08) VALUE 99999999.
001340 77  WS-JRNL-READ-COUNT      PIC 9(09) COMP VALUE 0.
001350 77  WS-JRNL-SELECT-COUNT    PIC 9(09) COMP VALUE 0.
001360 77  WS-REBUILT-COUNT        PIC 9(07) COMP VALUE 0.
001370 77  WS-FROM-JOURNAL-COUNT   PIC 9(07) COMP VALUE 0.
001380 77  WS-FROM-BEFORE-COUNT    PIC 9(07) COMP VALUE 0.
001390 77  WS-UNCHANGED-COUNT      PIC 9(07) COMP VALUE 0.
001400 77  WS-CMP-SAME-COUNT       PIC 9(07) COMP VALUE 0.
001410 77  WS-CMP-REPOSTED-COUNT   PIC 9(07) COMP VALUE 0.
001420 77  WS-CMP-CHANGED-COUNT    PIC 9(07) COMP VALUE 0.
001430 77  WS-CMP-ADDED-COUNT      PIC 9(07) COMP VALUE 0.
001440 77  WS-CMP-MISSING-COUNT    PIC 9(07) COMP VALUE 0.
001450 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001460 77  WS-PAGE-COUNT           PIC 9(05) COMP VALUE 0.
001470 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
001480 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001490 01  WS-CDT-DATE             PIC 9(08).
001500*
001510*    MERGE KEYS FOR THE SORTED JOURNAL AND THE MASTER.  EACH IS
001520*    SET TO HIGH-VALUES AT END OF ITS FILE SO THE LOWER KEY
001530*    ALWAYS DRIVES THE MATCH.
001540 01  WS-JRNL-MERGE-KEY       PIC X(06).
001550 01  WS-MST-MERGE-KEY        PIC X(06).
001560 01  WS-CUR-KEY.
001570     05  WS-CUR-N-VALUE          PIC 9(05).
001580     05  WS-CUR-EXPONENT         PIC 9(01).
001590*
001600*    JOURNAL WORK AREA - EVERY JOURNAL RECORD IS READ OR
001610*    RETURNED INTO HERE.
001620     COPY DL100JR.
001630*
001640*    THE MASTER RECORD AS IT STOOD AT THE END OF THE AS-OF
001650*    DATE.  LAYOUT FOLLOWS DL100RS.
001660 01  WS-ASOF-RECORD.
001670     05  WSA-KEY.
001680         10  WSA-N-VALUE             PIC 9(05).
001690         10  WSA-EXPONENT            PIC 9(01).
001700     05  WSA-SQ-OF-SUMS          PIC 9(20).
001710     05  WSA-SUM-OF-SQ           PIC 9(20).
001720     05  WSA-RESULT-FWD          PIC S9(20).
001730     05  WSA-RESULT-REV          PIC S9(20).
001740     05  WSA-STATUS              PIC X(08).
001750     05  WSA-FIRST-POSTED-DATE   PIC 9(08).
001760     05  WSA-LAST-POSTED-DATE    PIC 9(08).
001770     05  WSA-LAST-POSTED-TIME    PIC 9(06).
001780     05  WSA-CONFIRM-COUNT       PIC 9(05).
001790*
001800 01  RPT-HEADING-1.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  FILLER                  PIC X(40)
001830         VALUE 'DL100AOF - RESULTS MASTER AS-OF REPORT'.
001840     05  FILLER                  PIC X(11)
001850         VALUE 'RUN DATE'.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  RPT-HDG-RUN-DATE        PIC 9(08).
001880     05  FILLER                  PIC X(03) VALUE SPACE.
001890     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001900     05  RPT-HDG-PAGE            PIC ZZZZ9.
001910*
001920 01  RPT-SELECTION-LINE.
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  FILLER                  PIC X(17)
001950         VALUE 'MASTER AT END OF '.
001960     05  RPT-SEL-ASOF-DATE       PIC 9(08).
001970     05  FILLER                  PIC X(04) VALUE ' N='.
001980     05  RPT-SEL-N-VALUE         PIC X(05).
001990     05  FILLER                  PIC X(04) VALUE ' K='.
002000     05  RPT-SEL-EXPONENT        PIC X(03).
002010     05  FILLER                  PIC X(19)
002020         VALUE '  COMPARE TO TODAY='.
002030     05  RPT-SEL-COMPARE-SW      PIC X(01).
002040*
002050 01  RPT-COLUMN-HEADING.
002060     05  FILLER                  PIC X(01) VALUE SPACE.
002070     05  FILLER                  PIC X(05) VALUE '    N'.
002080     05  FILLER                  PIC X(02) VALUE SPACE.
002090     05  FILLER                  PIC X(01) VALUE 'K'.
002100     05  FILLER                  PIC X(02) VALUE SPACE.
002110     05  FILLER                  PIC X(21)
002120         VALUE '     AS-OF RESULT-FWD'.
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  FILLER                  PIC X(08) VALUE 'STATUS'.
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  FILLER                  PIC X(08) VALUE 'POSTED'.
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  FILLER                  PIC X(06) VALUE 'TIME'.
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  FILLER                  PIC X(05) VALUE ' CONF'.
002210     05  FILLER                  PIC X(02) VALUE SPACE.
002220     05  FILLER                  PIC X(11) VALUE 'SOURCE'.
002230     05  FILLER                  PIC X(02) VALUE SPACE.
002240     05  FILLER                  PIC X(21)
002250         VALUE '     TODAY RESULT-FWD'.
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  FILLER                  PIC X(08) VALUE 'STATUS'.
002280     05  FILLER                  PIC X(02) VALUE SPACE.
002290     05  FILLER                  PIC X(13) VALUE 'COMPARISON'.
002300*
002310 01  RPT-DETAIL-LINE.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  RPT-DTL-N-VALUE         PIC ZZZZ9.
002340     05  FILLER                  PIC X(02) VALUE SPACE.
002350     05  RPT-DTL-EXPONENT        PIC 9(01).
002360     05  FILLER                  PIC X(02) VALUE SPACE.
002370     05  RPT-DTL-ASOF-PART.
002380         10  RPT-DTL-ASOF-FWD        PIC -(20)9.
002390         10  FILLER                  PIC X(01) VALUE SPACE.
002400         10  RPT-DTL-ASOF-STATUS     PIC X(08).
002410         10  FILLER                  PIC X(01) VALUE SPACE.
002420         10  RPT-DTL-ASOF-DATE       PIC 9(08).
002430         10  FILLER                  PIC X(01) VALUE SPACE.
002440         10  RPT-DTL-ASOF-TIME       PIC 9(06).
002450         10  FILLER                  PIC X(01) VALUE SPACE.
002460         10  RPT-DTL-ASOF-CONFIRMS   PIC ZZZZ9.
002470     05  FILLER                  PIC X(02) VALUE SPACE.
002480     05  RPT-DTL-SOURCE          PIC X(11).
002490     05  FILLER                  PIC X(02) VALUE SPACE.
002500     05  RPT-DTL-TODAY-PART.
002510         10  RPT-DTL-TODAY-FWD       PIC -(20)9.
002520         10  FILLER                  PIC X(01) VALUE SPACE.
002530         10  RPT-DTL-TODAY-STATUS    PIC X(08).
002540     05  FILLER                  PIC X(02) VALUE SPACE.
002550     05  RPT-DTL-COMPARISON      PIC X(13).
002560*
002570 01  RPT-HOLD-LINE               PIC X(132).
002580*
002590 01  RPT-TOTAL-LINE.
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  RPT-TOT-TEXT            PIC X(44).
002620     05  RPT-TOT-COUNT           PIC ZZZZZZZZ9.
002630*
002640 01  RPT-JOURNAL-NOTE-LINE.
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  FILLER                  PIC X(45)
002670         VALUE '*** THE AS-OF DATE IS BEFORE THE FIRST ENTRY'.
002680     05  FILLER                  PIC X(17)
002690         VALUE 'ON THE JOURNAL - '.
002700     05  RPT-NOTE-FIRST-DATE     PIC X(08).
002710     05  FILLER                  PIC X(44)
002720         VALUE ' - EARLIER CHANGES ARE NOT SEEN ***'.
002730*
002735     COPY DL100KV.
002736*
002740 PROCEDURE DIVISION.
002750*
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     SORT SORT-FILE
002790         ON ASCENDING KEY SRT-KEY
002800                          SRT-SEQUENCE
002810         INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
002820             THRU 2000-EXIT
002830         OUTPUT PROCEDURE IS 3000-REBUILD-MASTER THRU 3000-EXIT.
002840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002850     STOP RUN.
002860*
002870*****************************************************************
002880*    1000-INITIALIZE                                            *
002890*                                                               *
002900*    READS AND CHECKS THE PARAMETER CARD AND OPENS THE MASTER, *
002910*    THE REBUILT-MASTER FILE AND THE REPORT.                   *
002920*****************************************************************
002930 1000-INITIALIZE.
002940     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002950     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
002960     OPEN INPUT PARAMETER-FILE.
002970     IF WS-PARM-FILE-STATUS NOT = '00'
002980         DISPLAY 'DL100AOF - UNABLE TO OPEN PARMFILE ST='
002990             WS-PARM-FILE-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     READ PARAMETER-FILE
003040         AT END
003050             DISPLAY 'DL100AOF - PARMFILE IS EMPTY'
003060             MOVE 16 TO RETURN-CODE
003070             STOP RUN
003080     END-READ.
003090     IF PRM-ASOF-DATE NOT NUMERIC OR PRM-ASOF-DATE = 0
003100         DISPLAY 'DL100AOF - AS-OF DATE MUST BE NUMERIC YYYYMMDD'
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     IF PRM-COMPARE-SW = SPACE
003150         MOVE 'N' TO PRM-COMPARE-SW
003160     END-IF.
003170     IF PRM-COMPARE-SW NOT = 'Y' AND PRM-COMPARE-SW NOT = 'N'
003180         DISPLAY 'DL100AOF - COMPARE SWITCH MUST BE Y OR N'
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     IF PRM-SELECT-N = SPACES
003230         MOVE 0 TO WS-SEL-N-VALUE
003240         MOVE 'ALL' TO RPT-SEL-N-VALUE
003250     ELSE
003260         IF PRM-SELECT-N-NUM NOT NUMERIC
003270             DISPLAY 'DL100AOF - SELECTED N MUST BE NUMERIC'
003280             MOVE 16 TO RETURN-CODE
003290             STOP RUN
003300         END-IF
003310         MOVE PRM-SELECT-N-NUM TO WS-SEL-N-VALUE
003320         MOVE PRM-SELECT-N TO RPT-SEL-N-VALUE
003330     END-IF.
003340     IF PRM-SELECT-K = SPACE
003350         MOVE 0 TO WS-SEL-EXPONENT
003360         MOVE 'ALL' TO RPT-SEL-EXPONENT
003370     ELSE
003380         MOVE PRM-SELECT-K TO KV-K-KEYED
003390         IF NOT KV-K-IS-VALID
003400             DISPLAY 'DL100AOF - SELECTED K MUST BE 0 OR 2-9'
003410             MOVE 16 TO RETURN-CODE
003420             STOP RUN
003430         END-IF
003435         IF KV-K-TAKES-DEFAULT
003436             MOVE 2 TO WS-SEL-EXPONENT
003437         ELSE
003440             MOVE PRM-SELECT-K-NUM TO WS-SEL-EXPONENT
003445         END-IF
003450         MOVE WS-SEL-EXPONENT TO RPT-SEL-EXPONENT
003460     END-IF.
003470     MOVE PRM-ASOF-DATE TO WS-ASOF-DATE.
003480     MOVE PRM-ASOF-DATE TO RPT-SEL-ASOF-DATE.
003490     MOVE PRM-COMPARE-SW TO RPT-SEL-COMPARE-SW.
003500     CLOSE PARAMETER-FILE.
003510     OPEN INPUT RESULT-MASTER.
003520     IF WS-RESL-FILE-STATUS NOT = '00'
003530         DISPLAY 'DL100AOF - UNABLE TO OPEN RESLFILE ST='
003540             WS-RESL-FILE-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     OPEN OUTPUT ASOF-FILE.
003590     IF WS-ASOF-FILE-STATUS NOT = '00'
003600         DISPLAY 'DL100AOF - UNABLE TO OPEN ASOFFILE ST='
003610             WS-ASOF-FILE-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     OPEN OUTPUT REPORT-FILE.
003660     IF WS-RPT-FILE-STATUS NOT = '00'
003670         DISPLAY 'DL100AOF - UNABLE TO OPEN RPTFILE ST='
003680             WS-RPT-FILE-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720 1000-EXIT.
003730     EXIT.
003740*
003750*****************************************************************
003760*    2000-RELEASE-JOURNAL                                       *
003770*                                                               *
003780*    INPUT PROCEDURE FOR THE SORT.  EVERY JOURNAL RECORD FOR A *
003790*    SELECTED N/K IS RELEASED WITH ITS RECORD NUMBER, SO THE   *
003800*    SORT HANDS EACH N/K'S CHANGES BACK OLDEST FIRST.  THE     *
003810*    EARLIEST DATE ON THE JOURNAL IS KEPT - AN AS-OF DATE      *
003820*    BEFORE IT CANNOT SEE CHANGES MADE BEFORE THE JOURNAL      *
003830*    BEGAN.  NO JOURNAL DATASET IS TREATED AS AN EMPTY ONE.    *
003840*****************************************************************
003850 2000-RELEASE-JOURNAL.
003860     OPEN INPUT JOURNAL-FILE.
003870     IF WS-JRNL-FILE-STATUS = '35'
003880         DISPLAY 'DL100AOF - NO POSTING JOURNAL - MASTER AS IS'
003890         GO TO 2000-EXIT
003900     END-IF.
003910     IF WS-JRNL-FILE-STATUS NOT = '00'
003920         DISPLAY 'DL100AOF - UNABLE TO OPEN JRNLFILE ST='
003930             WS-JRNL-FILE-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003980     PERFORM 2200-RELEASE-ONE-ENTRY THRU 2200-EXIT
003990         UNTIL WS-JRNL-EOF-YES.
004000     CLOSE JOURNAL-FILE.
004010 2000-EXIT.
004020     EXIT.
004030*
004040 2100-READ-JOURNAL.
004050     READ JOURNAL-FILE INTO DL100-POSTING-JOURNAL-RECORD
004060         AT END
004070             SET WS-JRNL-EOF-YES TO TRUE
004080     END-READ.
004090 2100-EXIT.
004100     EXIT.
004110*
004120 2200-RELEASE-ONE-ENTRY.
004130     ADD 1 TO WS-JRNL-READ-COUNT.
004140     IF JRN-POST-DATE < WS-JRNL-FIRST-DATE
004150         MOVE JRN-POST-DATE TO WS-JRNL-FIRST-DATE
004160     END-IF.
004170     MOVE JRN-N-VALUE TO WS-TEST-N-VALUE.
004180     MOVE JRN-EXPONENT TO WS-TEST-EXPONENT.
004190     PERFORM 2300-CHECK-SELECTION THRU 2300-EXIT.
004200     IF NOT WS-SELECTED
004210         GO TO 2200-NEXT
004220     END-IF.
004230     ADD 1 TO WS-JRNL-SELECT-COUNT.
004240     MOVE JRN-KEY TO SRT-KEY.
004250     MOVE WS-JRNL-READ-COUNT TO SRT-SEQUENCE.
004260     MOVE DL100-POSTING-JOURNAL-RECORD TO SRT-JOURNAL-RECORD.
004270     RELEASE SORT-JOURNAL-RECORD.
004280 2200-NEXT.
004290     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
004300 2200-EXIT.
004310     EXIT.
004320*
004330*    AN N/K IS SELECTED WHEN IT MATCHES THE CARD'S N AND K, EITHER
004340*    OF WHICH MAY BE LEFT BLANK TO TAKE THEM ALL.
004350 2300-CHECK-SELECTION.
004360     MOVE 'Y' TO WS-SELECTED-SW.
004370     IF WS-SEL-N-VALUE > 0
004380         AND WS-TEST-N-VALUE NOT = WS-SEL-N-VALUE
004390         MOVE 'N' TO WS-SELECTED-SW
004400     END-IF.
004410     IF WS-SEL-EXPONENT > 0
004420         AND WS-TEST-EXPONENT NOT = WS-SEL-EXPONENT
004430         MOVE 'N' TO WS-SELECTED-SW
004440     END-IF.
004450 2300-EXIT.
004460     EXIT.
004470*
004480*****************************************************************
004490*    3000-REBUILD-MASTER                                        *
004500*                                                               *
004510*    OUTPUT PROCEDURE FOR THE SORT.  MATCHES THE SORTED        *
004520*    JOURNAL AGAINST TODAY'S MASTER, READ IN KEY ORDER, ONE    *
004530*    N/K AT A TIME.                                            *
004540*****************************************************************
004550 3000-REBUILD-MASTER.
004560     PERFORM 3010-READ-MASTER THRU 3010-EXIT.
004570     PERFORM 3020-RETURN-JOURNAL THRU 3020-EXIT.
004580     PERFORM 3100-REBUILD-ONE-KEY THRU 3100-EXIT
004590         UNTIL WS-JRNL-MERGE-KEY = HIGH-VALUES
004600           AND WS-MST-MERGE-KEY = HIGH-VALUES.
004610 3000-EXIT.
004620     EXIT.
004630*
004640 3010-READ-MASTER.
004650     READ RESULT-MASTER
004660         AT END
004670             MOVE HIGH-VALUES TO WS-MST-MERGE-KEY
004680             GO TO 3010-EXIT
004690     END-READ.
004700     MOVE RES-N-VALUE TO WS-TEST-N-VALUE.
004710     MOVE RES-EXPONENT TO WS-TEST-EXPONENT.
004720     PERFORM 2300-CHECK-SELECTION THRU 2300-EXIT.
004730     IF NOT WS-SELECTED
004740         GO TO 3010-READ-MASTER
004750     END-IF.
004760     MOVE RES-KEY TO WS-MST-MERGE-KEY.
004770 3010-EXIT.
004780     EXIT.
004790*
004800 3020-RETURN-JOURNAL.
004810     RETURN SORT-FILE
004820         AT END
004830             MOVE HIGH-VALUES TO WS-JRNL-MERGE-KEY
004840         NOT AT END
004850             MOVE SRT-KEY TO WS-JRNL-MERGE-KEY
004860             MOVE SRT-JOURNAL-RECORD
004870                 TO DL100-POSTING-JOURNAL-RECORD
004880     END-RETURN.
004890 3020-EXIT.
004900     EXIT.
004910*
004920*****************************************************************
004930*    3100-REBUILD-ONE-KEY                                       *
004940*                                                               *
004950*    WORKS OUT ONE N/K AS IT STOOD AT THE END OF THE AS-OF     *
004960*    DATE.  THE LAST JOURNAL CHANGE MADE ON OR BEFORE THE DATE *
004970*    GIVES IT DIRECTLY (ITS AFTER IMAGE).  FAILING THAT, THE   *
004980*    FIRST CHANGE MADE AFTER THE DATE GIVES IT BY ITS BEFORE   *
004990*    IMAGE - NOTHING TOUCHED THE RECORD IN BETWEEN - AND AN    *
005000*    ADD AFTER THE DATE MEANS IT WAS NOT ON THE MASTER YET.    *
005010*    AN N/K THE JOURNAL NEVER MENTIONS HAS NOT CHANGED SINCE   *
005020*    THE JOURNAL BEGAN, SO TODAY'S RECORD STANDS.  A RECORD    *
005030*    FIRST POSTED AFTER THE DATE WAS NOT ON THE MASTER THEN,   *
005040*    WHEREVER ITS IMAGE CAME FROM.                             *
005050*****************************************************************
005060 3100-REBUILD-ONE-KEY.
005070     IF WS-JRNL-MERGE-KEY < WS-MST-MERGE-KEY
005080         MOVE WS-JRNL-MERGE-KEY TO WS-CUR-KEY
005090     ELSE
005100         MOVE WS-MST-MERGE-KEY TO WS-CUR-KEY
005110     END-IF.
005120     MOVE 'U' TO WS-ASOF-STATE-SW.
005130     MOVE 'N' TO WS-FROZEN-SW.
005140     MOVE SPACE TO WS-ASOF-SOURCE.
005150     MOVE SPACES TO WS-ASOF-RECORD.
005160     PERFORM 3200-APPLY-JOURNAL-ENTRY THRU 3200-EXIT
005170         UNTIL WS-JRNL-MERGE-KEY NOT = WS-CUR-KEY.
005180     IF WS-MST-MERGE-KEY = WS-CUR-KEY
005190         MOVE 'Y' TO WS-TODAY-SW
005200     ELSE
005210         MOVE 'N' TO WS-TODAY-SW
005220     END-IF.
005230     IF WS-ASOF-UNDETERMINED
005240         AND WS-TODAY-PRESENT
005250         MOVE DL100-RESULT-MASTER-RECORD TO WS-ASOF-RECORD
005260         MOVE 'P' TO WS-ASOF-STATE-SW
005270         MOVE 'M' TO WS-ASOF-SOURCE
005280     END-IF.
005290     IF WS-ASOF-PRESENT
005300         AND WSA-FIRST-POSTED-DATE > WS-ASOF-DATE
005310         MOVE 'A' TO WS-ASOF-STATE-SW
005320     END-IF.
005330     PERFORM 3300-REPORT-ONE-KEY THRU 3300-EXIT.
005340     IF WS-TODAY-PRESENT
005350         PERFORM 3010-READ-MASTER THRU 3010-EXIT
005360     END-IF.
005370 3100-EXIT.
005380     EXIT.
005390*
005400 3200-APPLY-JOURNAL-ENTRY.
005410     IF WS-STATE-FROZEN
005420         GO TO 3200-NEXT
005430     END-IF.
005440     IF JRN-POST-DATE NOT > WS-ASOF-DATE
005450         MOVE JRN-AFTER-IMAGE TO WS-ASOF-RECORD
005460         MOVE 'P' TO WS-ASOF-STATE-SW
005470         MOVE 'J' TO WS-ASOF-SOURCE
005480         GO TO 3200-NEXT
005490     END-IF.
005500*    FIRST CHANGE AFTER THE DATE - NOTHING LATER CAN ALTER THE
005510*    ANSWER.
005520     MOVE 'Y' TO WS-FROZEN-SW.
005530     IF NOT WS-ASOF-UNDETERMINED
005540         GO TO 3200-NEXT
005550     END-IF.
005560     IF JRN-BEFORE-IMAGE = SPACES
005570         MOVE 'A' TO WS-ASOF-STATE-SW
005580     ELSE
005590         MOVE JRN-BEFORE-IMAGE TO WS-ASOF-RECORD
005600         MOVE 'P' TO WS-ASOF-STATE-SW
005610         MOVE 'B' TO WS-ASOF-SOURCE
005620     END-IF.
005630 3200-NEXT.
005640     PERFORM 3020-RETURN-JOURNAL THRU 3020-EXIT.
005650 3200-EXIT.
005660     EXIT.
005670*
005680*****************************************************************
005690*    3300-REPORT-ONE-KEY                                        *
005700*                                                               *
005710*    WRITES THE REBUILT RECORD TO ASOFFILE AND LISTS IT.  WITH *
005720*    THE COMPARE SWITCH ON, AN N/K ON TODAY'S MASTER BUT NOT   *
005730*    ON THE AS-OF MASTER IS LISTED AS WELL, AND EACH LINE SAYS *
005740*    WHETHER THE ANSWER HAS MOVED SINCE.                       *
005750*****************************************************************
005760 3300-REPORT-ONE-KEY.
005770     IF NOT WS-ASOF-PRESENT
005780         AND (NOT PRM-COMPARE OR NOT WS-TODAY-PRESENT)
005790         GO TO 3300-EXIT
005800     END-IF.
005810     MOVE WS-CUR-N-VALUE TO RPT-DTL-N-VALUE.
005820     MOVE WS-CUR-EXPONENT TO RPT-DTL-EXPONENT.
005830     MOVE SPACES TO RPT-DTL-ASOF-PART.
005840     MOVE SPACES TO RPT-DTL-TODAY-PART.
005850     MOVE SPACES TO RPT-DTL-COMPARISON.
005860     IF WS-ASOF-PRESENT
005870         PERFORM 3400-WRITE-ASOF-RECORD THRU 3400-EXIT
005880     ELSE
005890         MOVE 'NOT ON FILE' TO RPT-DTL-SOURCE
005900     END-IF.
005910     IF PRM-COMPARE
005920         PERFORM 3500-COMPARE-TO-TODAY THRU 3500-EXIT
005930     END-IF.
005940     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
005950     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005960 3300-EXIT.
005970     EXIT.
005980*
005990 3400-WRITE-ASOF-RECORD.
006000     WRITE ASOF-RECORD FROM WS-ASOF-RECORD.
006010     ADD 1 TO WS-REBUILT-COUNT.
006020     MOVE WSA-RESULT-FWD TO RPT-DTL-ASOF-FWD.
006030     MOVE WSA-STATUS TO RPT-DTL-ASOF-STATUS.
006040     MOVE WSA-LAST-POSTED-DATE TO RPT-DTL-ASOF-DATE.
006050     MOVE WSA-LAST-POSTED-TIME TO RPT-DTL-ASOF-TIME.
006060     MOVE WSA-CONFIRM-COUNT TO RPT-DTL-ASOF-CONFIRMS.
006070     EVALUATE TRUE
006080         WHEN WS-SOURCE-JOURNAL
006090             ADD 1 TO WS-FROM-JOURNAL-COUNT
006100             MOVE 'JOURNAL' TO RPT-DTL-SOURCE
006110         WHEN WS-SOURCE-BEFORE
006120             ADD 1 TO WS-FROM-BEFORE-COUNT
006130             MOVE 'PRE-CHANGE' TO RPT-DTL-SOURCE
006140         WHEN OTHER
006150             ADD 1 TO WS-UNCHANGED-COUNT
006160             MOVE 'NO CHANGE' TO RPT-DTL-SOURCE
006170     END-EVALUATE.
006180 3400-EXIT.
006190     EXIT.
006200*
006210*****************************************************************
006220*    3500-COMPARE-TO-TODAY                                      *
006230*                                                               *
006240*    SAME - THE RECORD IS IDENTICAL TODAY.  RECONFIRMED - THE  *
006250*    SAME ANSWER, POSTED OR CONFIRMED AGAIN SINCE.  CHANGED -  *
006260*    A DIFFERENT ANSWER TODAY.  ADDED SINCE AND NOT ON MASTER  *
006270*    - ON ONE SIDE ONLY.                                       *
006280*****************************************************************
006290 3500-COMPARE-TO-TODAY.
006300     IF WS-TODAY-PRESENT
006310         MOVE RES-RESULT-FWD TO RPT-DTL-TODAY-FWD
006320         MOVE RES-STATUS TO RPT-DTL-TODAY-STATUS
006330     END-IF.
006340     EVALUATE TRUE
006350         WHEN NOT WS-ASOF-PRESENT
006360             ADD 1 TO WS-CMP-ADDED-COUNT
006370             MOVE 'ADDED SINCE' TO RPT-DTL-COMPARISON
006380         WHEN NOT WS-TODAY-PRESENT
006390             ADD 1 TO WS-CMP-MISSING-COUNT
006400             MOVE 'NOT ON MASTER' TO RPT-DTL-COMPARISON
006410         WHEN WS-ASOF-RECORD = DL100-RESULT-MASTER-RECORD
006420             ADD 1 TO WS-CMP-SAME-COUNT
006430             MOVE 'SAME' TO RPT-DTL-COMPARISON
006440         WHEN WSA-SQ-OF-SUMS = RES-SQ-OF-SUMS
006450          AND WSA-SUM-OF-SQ = RES-SUM-OF-SQ
006460          AND WSA-RESULT-FWD = RES-RESULT-FWD
006470          AND WSA-RESULT-REV = RES-RESULT-REV
006480          AND WSA-STATUS = RES-STATUS
006490             ADD 1 TO WS-CMP-REPOSTED-COUNT
006500             MOVE 'RECONFIRMED' TO RPT-DTL-COMPARISON
006510         WHEN OTHER
006520             ADD 1 TO WS-CMP-CHANGED-COUNT
006530             MOVE 'CHANGED' TO RPT-DTL-COMPARISON
006540     END-EVALUATE.
006550 3500-EXIT.
006560     EXIT.
006570*
006580*****************************************************************
006590*    7000-WRITE-REPORT-LINE                                     *
006600*                                                               *
006610*    ALL REPORT OUTPUT FUNNELS THROUGH HERE SO THE PAGE BREAK  *
006620*    AND PAGE HEADING LOGIC LIVES IN ONE PLACE.  THE LINE TO   *
006630*    PRINT IS STAGED IN REPORT-PRINT-LINE BY THE CALLER.       *
006640*****************************************************************
006650 7000-WRITE-REPORT-LINE.
006660     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
006670         PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT
006680     END-IF.
006690     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006700     ADD 1 TO WS-LINE-COUNT.
006710 7000-EXIT.
006720     EXIT.
006730*
006740 7100-WRITE-PAGE-HEADING.
006750     MOVE REPORT-PRINT-LINE TO RPT-HOLD-LINE.
006760     ADD 1 TO WS-PAGE-COUNT.
006770     MOVE WS-PAGE-COUNT TO RPT-HDG-PAGE.
006780     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
006790     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
006800     MOVE RPT-SELECTION-LINE TO REPORT-PRINT-LINE.
006810     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006820     MOVE RPT-COLUMN-HEADING TO REPORT-PRINT-LINE.
006830     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006840     MOVE SPACES TO REPORT-PRINT-LINE.
006850     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006860     MOVE 4 TO WS-LINE-COUNT.
006870     MOVE RPT-HOLD-LINE TO REPORT-PRINT-LINE.
006880 7100-EXIT.
006890     EXIT.
006900*
006910*****************************************************************
006920*    9000-TERMINATE                                             *
006930*                                                               *
006940*    PRINTS THE TOTALS.  AN AS-OF DATE EARLIER THAN THE FIRST  *
006950*    JOURNAL ENTRY ENDS RC=4 - A RECORD THE JOURNAL NEVER      *
006960*    MENTIONS IS SHOWN AS IT STANDS TODAY, BUT IT MAY HAVE     *
006970*    CHANGED BEFORE THE JOURNAL BEGAN.                         *
006980*****************************************************************
006990 9000-TERMINATE.
007000     MOVE SPACES TO REPORT-PRINT-LINE.
007010     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007020     MOVE 'JOURNAL RECORDS READ' TO RPT-TOT-TEXT.
007030     MOVE WS-JRNL-READ-COUNT TO RPT-TOT-COUNT.
007040     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007050     MOVE 'JOURNAL RECORDS FOR THE SELECTED NS' TO RPT-TOT-TEXT.
007060     MOVE WS-JRNL-SELECT-COUNT TO RPT-TOT-COUNT.
007070     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007080     MOVE 'RECORDS ON THE MASTER AT THE AS-OF DATE'
007090         TO RPT-TOT-TEXT.
007100     MOVE WS-REBUILT-COUNT TO RPT-TOT-COUNT.
007110     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007120     MOVE '  FROM A JOURNAL AFTER IMAGE' TO RPT-TOT-TEXT.
007130     MOVE WS-FROM-JOURNAL-COUNT TO RPT-TOT-COUNT.
007140     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007150     MOVE '  FROM A LATER CHANGE''S BEFORE IMAGE'
007160         TO RPT-TOT-TEXT.
007170     MOVE WS-FROM-BEFORE-COUNT TO RPT-TOT-COUNT.
007180     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007190     MOVE '  UNCHANGED SINCE THE JOURNAL BEGAN' TO RPT-TOT-TEXT.
007200     MOVE WS-UNCHANGED-COUNT TO RPT-TOT-COUNT.
007210     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007220     IF PRM-COMPARE
007230         PERFORM 9200-WRITE-COMPARE-TOTALS THRU 9200-EXIT
007240     END-IF.
007250     IF WS-ASOF-DATE < WS-JRNL-FIRST-DATE
007260         IF WS-JRNL-READ-COUNT = 0
007270             MOVE 'NONE' TO RPT-NOTE-FIRST-DATE
007280         ELSE
007290             MOVE WS-JRNL-FIRST-DATE TO RPT-NOTE-FIRST-DATE
007300         END-IF
007310         MOVE SPACES TO REPORT-PRINT-LINE
007320         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007330         MOVE RPT-JOURNAL-NOTE-LINE TO REPORT-PRINT-LINE
007340         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007350         IF WS-OVERALL-RC < 4
007360             MOVE 4 TO WS-OVERALL-RC
007370         END-IF
007380     END-IF.
007390     CLOSE RESULT-MASTER.
007400     CLOSE ASOF-FILE.
007410     CLOSE REPORT-FILE.
007420     DISPLAY 'DL100AOF COMPLETE - AS OF ' WS-ASOF-DATE
007430         ' JOURNAL=' WS-JRNL-READ-COUNT
007440         ' REBUILT=' WS-REBUILT-COUNT.
007450     MOVE WS-OVERALL-RC TO RETURN-CODE.
007460 9000-EXIT.
007470     EXIT.
007480*
007490 9100-WRITE-TOTAL-LINE.
007500     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
007510     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007520 9100-EXIT.
007530     EXIT.
007540*
007550 9200-WRITE-COMPARE-TOTALS.
007560     MOVE 'COMPARED TO TODAY - SAME' TO RPT-TOT-TEXT.
007570     MOVE WS-CMP-SAME-COUNT TO RPT-TOT-COUNT.
007580     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007590     MOVE '  SAME ANSWER, RECONFIRMED SINCE' TO RPT-TOT-TEXT.
007600     MOVE WS-CMP-REPOSTED-COUNT TO RPT-TOT-COUNT.
007610     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007620     MOVE '  ANSWER CHANGED SINCE' TO RPT-TOT-TEXT.
007630     MOVE WS-CMP-CHANGED-COUNT TO RPT-TOT-COUNT.
007640     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007650     MOVE '  ADDED TO THE MASTER SINCE' TO RPT-TOT-TEXT.
007660     MOVE WS-CMP-ADDED-COUNT TO RPT-TOT-COUNT.
007670     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007680     MOVE '  NOT ON TODAY''S MASTER' TO RPT-TOT-TEXT.
007690     MOVE WS-CMP-MISSING-COUNT TO RPT-TOT-COUNT.
007700     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
007710 9200-EXIT.
007720     EXIT.
