000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100ISW                                        *
000040*                                                               *
000050*   ABSTRACT:  PERIODIC INTEGRITY SWEEP OF THE WHOLE BOOK OF   *
000060*              RECORD.  MATCH-MERGES THE RESULTS MASTER        *
000070*              (RESLMAST, COPYBOOK DL100RS) BY N AND POWER K   *
000080*              AGAINST THE RUN HISTORY (HISTFILE) AND THE      *
000090*              HISTORY ARCHIVE (ARCHFILE) - BOTH SORTED INTO   *
000100*              N / K / RUN-STAMP ORDER BY THE JOB - THE        *
000110*              CONTROL-TOTAL REFERENCE FILE (CTLTOTAL,         *
000120*              COPYBOOK DL100RF) AND THE KEYED HISTORY COPY    *
000130*              (HISTVSAM, COPYBOOK DL100HV).                   *
000140*                                                               *
000150*              EACH N/K'S HISTORY IS REPLAYED OLDEST FIRST     *
000160*              EXACTLY AS DL100PST POSTS IT (STOPPED RECORDS   *
000170*              NEVER POST), WHICH RE-DERIVES THE VALUE THE     *
000180*              MASTER SHOULD HOLD, ITS FIRST-POSTED DATE, ITS  *
000190*              LAST-POSTED STAMP AND ITS CONFIRM COUNT.  A     *
000200*              MASTER FLAGGED RESTORED BY DL100BKO MUST HOLD   *
000210*              THE HISTORY RECORD AT ITS LAST-POSTED STAMP     *
000220*              WITH A CONFIRM COUNT OF ZERO INSTEAD.           *
000230*                                                               *
000240*              FLAGGED, ONE REPORT LINE EACH - A MASTER VALUE, *
000250*              FIRST-POSTED DATE, LAST-POSTED STAMP OR CONFIRM *
000260*              COUNT THAT HISTORY DOES NOT BEAR OUT; A MASTER  *
000270*              WITH NO SUPPORTING HISTORY; HISTORY FOR AN N/K  *
000280*              MISSING FROM THE MASTER; A MASTER FORWARD       *
000290*              RESULT THAT DISAGREES WITH CTLTOTAL; AND ANY    *
000300*              HISTFILE RECORD MISSING FROM, DIFFERENT ON, OR  *
000310*              EXTRA ON HISTVSAM.  COUNTS BY CATEGORY END THE  *
000320*              REPORT.  RC=8 WHEN ANYTHING HAS DRIFTED, RC=16  *
000330*              ON A FILE ERROR.  READ ONLY THROUGHOUT.         *
000340*                                                               *
000350*   AUTHOR:        R L JENNINGS                                *
000360*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000370*   DATE-WRITTEN:  10/15/2026                                  *
000380*                                                               *
000390*   MODIFICATION HISTORY                                        *
000400*   ------------------------------------------------------      *
000410*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000413*   10/15/2026  RLJ  HISTORY RECORDS ARE 114 BYTES WITH THE     *
000416*                    REQUESTING DEPARTMENT.                     *
000420*                                                               *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. DL100ISW.
000460 AUTHOR. R L JENNINGS.
000470 INSTALLATION. DATA CENTER APPLICATIONS.
000480 DATE-WRITTEN. 10/15/2026.
000490 DATE-COMPILED.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS RES-KEY
000580         FILE STATUS IS WS-RESL-FILE-STATUS.
000590     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-HIST-FILE-STATUS.
000620     SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-ARCH-FILE-STATUS.
000650     SELECT REFERENCE-FILE ASSIGN TO REFFILE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-REF-FILE-STATUS.
000680     SELECT HISTORY-VSAM-FILE ASSIGN TO HISTVSAM
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS HV-KEY
000720         FILE STATUS IS WS-HV-FILE-STATUS.
000730     SELECT REPORT-FILE ASSIGN TO RPTFILE
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-RPT-FILE-STATUS.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  RESULT-MASTER
000800     RECORDING MODE IS F.
000810     COPY DL100RS.
000820*
000830 FD  HISTORY-FILE
000840     RECORDING MODE IS F.
000850 01  HISTORY-RECORD              PIC X(114).
000860*
000870 FD  ARCHIVE-FILE
000880     RECORDING MODE IS F.
000890 01  ARCHIVE-RECORD              PIC X(114).
000900*
000910 FD  REFERENCE-FILE
000920     RECORDING MODE IS F.
000930     COPY DL100RF.
000940*
000950 FD  HISTORY-VSAM-FILE
000960     RECORDING MODE IS F.
000970     COPY DL100HV.
000980*
000990 FD  REPORT-FILE
001000     RECORDING MODE IS F.
001010 01  REPORT-PRINT-LINE           PIC X(132).
001020*
001030 WORKING-STORAGE SECTION.
001040 77  WS-RESL-FILE-STATUS     PIC X(02) VALUE SPACES.
001050 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE SPACES.
001060 77  WS-ARCH-FILE-STATUS     PIC X(02) VALUE SPACES.
001070 77  WS-REF-FILE-STATUS      PIC X(02) VALUE SPACES.
001080 77  WS-HV-FILE-STATUS       PIC X(02) VALUE SPACES.
001090 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001100 77  WS-RESL-OPEN-SW         PIC X(01) VALUE 'N'.
001110     88  WS-RESL-OPEN            VALUE 'Y'.
001120 77  WS-HV-OPEN-SW           PIC X(01) VALUE 'N'.
001130     88  WS-HV-OPEN              VALUE 'Y'.
001140 77  WS-MST-IN-KEY-SW        PIC X(01) VALUE 'N'.
001150     88  WS-MST-IN-KEY           VALUE 'Y'.
001160 77  WS-REF-IN-KEY-SW        PIC X(01) VALUE 'N'.
001170     88  WS-REF-IN-KEY           VALUE 'Y'.
001180 77  WS-DRV-FOUND-SW         PIC X(01) VALUE 'N'.
001190     88  WS-DRV-FOUND            VALUE 'Y'.
001200 77  WS-RST-FOUND-SW         PIC X(01) VALUE 'N'.
001210     88  WS-RST-FOUND            VALUE 'Y'.
001220 77  WS-KEY-DRIFT-SW         PIC X(01) VALUE 'N'.
001230     88  WS-KEY-DRIFTED          VALUE 'Y'.
001240 77  WS-EXC-CATEGORY         PIC 9(04) COMP VALUE 0.
001250 77  WS-CAT-SUB              PIC 9(04) COMP VALUE 0.
001260 77  WS-KEY-COUNT            PIC 9(07) COMP VALUE 0.
001270 77  WS-MASTER-COUNT         PIC 9(07) COMP VALUE 0.
001280 77  WS-HIST-COUNT           PIC 9(07) COMP VALUE 0.
001290 77  WS-ARCH-COUNT           PIC 9(07) COMP VALUE 0.
001300 77  WS-REF-COUNT            PIC 9(07) COMP VALUE 0.
001310 77  WS-HV-COUNT             PIC 9(07) COMP VALUE 0.
001320 77  WS-STOPPED-COUNT        PIC 9(07) COMP VALUE 0.
001330 77  WS-CLEAN-COUNT          PIC 9(07) COMP VALUE 0.
001340 77  WS-REF-ONLY-COUNT       PIC 9(07) COMP VALUE 0.
001350 77  WS-DRIFT-COUNT          PIC 9(07) COMP VALUE 0.
001360 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001370 01  WS-CDT-DATE             PIC 9(08).
001380*
001390*    THE CURRENT N/K ON EACH INPUT.  A FILE AT END HOLDS
001400*    HIGH-VALUES, SO THE LOWEST KEY OF THE FIVE IS ALWAYS THE
001410*    NEXT ONE TO SWEEP AND HIGH-VALUES THERE MEANS ALL ARE DONE.
001420 01  WS-LOW-KEY.
001430     05  WS-LOW-KEY-N            PIC 9(05).
001440     05  WS-LOW-KEY-K            PIC 9(01).
001450 01  WS-MST-KEY.
001460     05  WS-MST-KEY-N            PIC 9(05).
001470     05  WS-MST-KEY-K            PIC 9(01).
001480 01  WS-HST-KEY.
001490     05  WS-HST-KEY-N            PIC 9(05).
001500     05  WS-HST-KEY-K            PIC 9(01).
001510 01  WS-ARC-KEY.
001520     05  WS-ARC-KEY-N            PIC 9(05).
001530     05  WS-ARC-KEY-K            PIC 9(01).
001540 01  WS-REF-KEY.
001550     05  WS-REF-KEY-N            PIC 9(05).
001560     05  WS-REF-KEY-K            PIC 9(01).
001570 01  WS-HVK-KEY.
001580     05  WS-HVK-KEY-N            PIC 9(05).
001590     05  WS-HVK-KEY-K            PIC 9(01).
001600*
001610*    HISTORY AND ARCHIVE RECORDS ARE MOVED HERE AS THEY ARE
001620*    READ - LAYOUT FOLLOWS DL100HS, AS IN DL100BKO.
001630 01  WS-HIST-WORK-RECORD.
001640     05  WSH-RUN-STAMP.
001650         10  WSH-RUN-DATE            PIC 9(08).
001660         10  WSH-RUN-TIME            PIC 9(06).
001670     05  WSH-N-VALUE             PIC 9(05).
001680     05  WSH-SQ-OF-SUMS          PIC 9(20).
001690     05  WSH-SUM-OF-SQ           PIC 9(20).
001700     05  WSH-RESULT-FWD          PIC S9(20).
001710     05  WSH-RESULT-REV          PIC S9(20).
001720     05  WSH-STATUS              PIC X(08).
001730     05  WSH-EXPONENT            PIC X(01).
001740 01  WS-ARCH-WORK-RECORD.
001750     05  WSA-RUN-STAMP.
001760         10  WSA-RUN-DATE            PIC 9(08).
001770         10  WSA-RUN-TIME            PIC 9(06).
001780     05  WSA-N-VALUE             PIC 9(05).
001790     05  WSA-SQ-OF-SUMS          PIC 9(20).
001800     05  WSA-SUM-OF-SQ           PIC 9(20).
001810     05  WSA-RESULT-FWD          PIC S9(20).
001820     05  WSA-RESULT-REV          PIC S9(20).
001830     05  WSA-STATUS              PIC X(08).
001840     05  WSA-EXPONENT            PIC X(01).
001850*
001860*    THE HISTORY RECORD BEING REPLAYED, FROM WHICHEVER FILE
001870*    HOLDS THE OLDER RUN STAMP.
001880 01  WS-REPLAY-RECORD.
001890     05  WSR-RUN-STAMP.
001900         10  WSR-RUN-DATE            PIC 9(08).
001910         10  WSR-RUN-TIME            PIC 9(06).
001920     05  WSR-N-VALUE             PIC 9(05).
001930     05  WSR-SQ-OF-SUMS          PIC 9(20).
001940     05  WSR-SUM-OF-SQ           PIC 9(20).
001950     05  WSR-RESULT-FWD          PIC S9(20).
001960     05  WSR-RESULT-REV          PIC S9(20).
001970     05  WSR-STATUS              PIC X(08).
001980     05  WSR-EXPONENT            PIC X(01).
001990*
002000*    THE MASTER RECORD AS HISTORY SAYS DL100PST LEFT IT.
002010 01  WS-DERIVED-MASTER.
002020     05  WSD-SQ-OF-SUMS          PIC 9(20).
002030     05  WSD-SUM-OF-SQ           PIC 9(20).
002040     05  WSD-RESULT-FWD          PIC S9(20).
002050     05  WSD-RESULT-REV          PIC S9(20).
002060     05  WSD-STATUS              PIC X(08).
002070     05  WSD-FIRST-POSTED-DATE   PIC 9(08).
002080     05  WSD-LAST-POSTED-STAMP.
002090         10  WSD-LAST-POSTED-DATE    PIC 9(08).
002100         10  WSD-LAST-POSTED-TIME    PIC 9(06).
002110     05  WSD-CONFIRM-COUNT       PIC 9(05).
002120*
002130*    THE HISTORY RECORD AT A RESTORED MASTER'S LAST-POSTED
002140*    STAMP - THE VALUE DL100BKO PUT BACK.
002150 01  WS-RESTORE-POINT.
002160     05  WST-SQ-OF-SUMS          PIC 9(20).
002170     05  WST-SUM-OF-SQ           PIC 9(20).
002180     05  WST-RESULT-FWD          PIC S9(20).
002190     05  WST-RESULT-REV          PIC S9(20).
002200     05  WST-STATUS              PIC X(08).
002210*
002220 01  WS-MASTER-STAMP.
002230     05  WSM-LAST-POSTED-DATE    PIC 9(08).
002240     05  WSM-LAST-POSTED-TIME    PIC 9(06).
002250 01  WS-EXC-EXPECTED         PIC S9(20).
002260 01  WS-EXC-ACTUAL           PIC S9(20).
002270*
002280 01  WS-CATEGORY-NAME-TABLE.
002290     05  FILLER                  PIC X(34)
002300         VALUE 'MASTER VALUE NOT LATEST HISTORY'.
002310     05  FILLER                  PIC X(34)
002320         VALUE 'FIRST-POSTED DATE NOT IN HISTORY'.
002330     05  FILLER                  PIC X(34)
002340         VALUE 'LAST-POSTED STAMP NOT IN HISTORY'.
002350     05  FILLER                  PIC X(34)
002360         VALUE 'CONFIRM COUNT NOT IN HISTORY'.
002370     05  FILLER                  PIC X(34)
002380         VALUE 'MASTER WITH NO SUPPORTING HISTORY'.
002390     05  FILLER                  PIC X(34)
002400         VALUE 'HISTORY N/K MISSING FROM MASTER'.
002410     05  FILLER                  PIC X(34)
002420         VALUE 'MASTER DISAGREES WITH CTLTOTAL'.
002430     05  FILLER                  PIC X(34)
002440         VALUE 'HISTVSAM OUT OF STEP WITH HISTFILE'.
002450 01  WS-CATEGORY-NAME-TABLE-R REDEFINES WS-CATEGORY-NAME-TABLE.
002460     05  WS-CATEGORY-NAME        PIC X(34) OCCURS 8 TIMES.
002470 01  WS-CATEGORY-COUNT-TABLE.
002480     05  WS-CATEGORY-COUNT       PIC 9(07) COMP OCCURS 8 TIMES.
002490*
002500 01  RPT-HEADING-1.
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  FILLER                  PIC X(40)
002530         VALUE 'DL100ISW - BOOK OF RECORD INTEGRITY'.
002540     05  FILLER                  PIC X(11)
002550         VALUE 'RUN DATE'.
002560     05  RPT-HDG-RUN-DATE        PIC 9(08).
002570*
002580 01  RPT-SECTION-HEADING.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  RPT-SEC-TITLE           PIC X(60).
002610*
002620 01  RPT-EXC-COLUMN-HEADING.
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  FILLER                  PIC X(08) VALUE '    N'.
002650     05  FILLER                  PIC X(03) VALUE 'K'.
002660     05  FILLER                  PIC X(36) VALUE 'EXCEPTION'.
002670     05  FILLER                  PIC X(23)
002680         VALUE '        EXPECTED'.
002690     05  FILLER                  PIC X(23)
002700         VALUE '          ACTUAL'.
002710*
002720 01  RPT-EXC-DETAIL-LINE.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  RPT-EXC-N-VALUE         PIC ZZZZ9.
002750     05  FILLER                  PIC X(03) VALUE SPACE.
002760     05  RPT-EXC-EXPONENT        PIC 9(01).
002770     05  FILLER                  PIC X(02) VALUE SPACE.
002780     05  RPT-EXC-CATEGORY        PIC X(34).
002790     05  FILLER                  PIC X(02) VALUE SPACE.
002800     05  RPT-EXC-EXPECTED        PIC -(20)9.
002810     05  FILLER                  PIC X(02) VALUE SPACE.
002820     05  RPT-EXC-ACTUAL          PIC -(20)9.
002830*
002840 01  RPT-CAT-DETAIL-LINE.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  RPT-CAT-NAME            PIC X(34).
002870     05  RPT-CAT-COUNT           PIC ZZZZZZ9.
002880*
002890 01  RPT-TOTAL-LINE.
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  RPT-TOT-TEXT            PIC X(34).
002920     05  RPT-TOT-COUNT           PIC ZZZZZZ9.
002930*
002940 PROCEDURE DIVISION.
002950*
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     PERFORM 2900-SET-LOW-KEY THRU 2900-EXIT.
002990     PERFORM 3000-SWEEP-ONE-KEY THRU 3000-EXIT
003000         UNTIL WS-LOW-KEY = HIGH-VALUES.
003010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020     STOP RUN.
003030*
003040*****************************************************************
003050*    1000-INITIALIZE                                            *
003060*                                                               *
003070*    AN EMPTY MASTER OR HISTVSAM CLUSTER (NEVER LOADED) OPENS  *
003080*    AS END OF FILE - EVERYTHING ON THE OTHER FILES IS THEN    *
003090*    REPORTED MISSING FROM IT, WHICH IS THE RIGHT ANSWER.      *
003100*****************************************************************
003110 1000-INITIALIZE.
003120     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
003130     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
003140     OPEN OUTPUT REPORT-FILE.
003150     IF WS-RPT-FILE-STATUS NOT = '00'
003160         DISPLAY 'DL100ISW - UNABLE TO OPEN RPTFILE ST='
003170             WS-RPT-FILE-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     OPEN INPUT HISTORY-FILE.
003220     IF WS-HIST-FILE-STATUS NOT = '00'
003230         DISPLAY 'DL100ISW - UNABLE TO OPEN HISTFILE ST='
003240             WS-HIST-FILE-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     OPEN INPUT ARCHIVE-FILE.
003290     IF WS-ARCH-FILE-STATUS NOT = '00'
003300         DISPLAY 'DL100ISW - UNABLE TO OPEN ARCHFILE ST='
003310             WS-ARCH-FILE-STATUS
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     OPEN INPUT REFERENCE-FILE.
003360     IF WS-REF-FILE-STATUS NOT = '00'
003370         DISPLAY 'DL100ISW - UNABLE TO OPEN REFFILE ST='
003380             WS-REF-FILE-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     MOVE HIGH-VALUES TO WS-MST-KEY.
003430     OPEN INPUT RESULT-MASTER.
003440     IF WS-RESL-FILE-STATUS = '00'
003450         SET WS-RESL-OPEN TO TRUE
003460     ELSE
003470         IF WS-RESL-FILE-STATUS = '35'
003480             DISPLAY 'DL100ISW - RESLFILE IS EMPTY'
003490         ELSE
003500             DISPLAY 'DL100ISW - UNABLE TO OPEN RESLFILE ST='
003510                 WS-RESL-FILE-STATUS
003520             MOVE 16 TO RETURN-CODE
003530             STOP RUN
003540         END-IF
003550     END-IF.
003560     MOVE HIGH-VALUES TO WS-HVK-KEY.
003570     OPEN INPUT HISTORY-VSAM-FILE.
003580     IF WS-HV-FILE-STATUS = '00'
003590         SET WS-HV-OPEN TO TRUE
003600     ELSE
003610         IF WS-HV-FILE-STATUS = '35'
003620             DISPLAY 'DL100ISW - HISTVSAM IS EMPTY'
003630         ELSE
003640             DISPLAY 'DL100ISW - UNABLE TO OPEN HISTVSAM ST='
003650                 WS-HV-FILE-STATUS
003660             MOVE 16 TO RETURN-CODE
003670             STOP RUN
003680         END-IF
003690     END-IF.
003700     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
003710     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
003720     MOVE SPACES TO REPORT-PRINT-LINE.
003730     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003740     MOVE 'EXCEPTIONS BY N AND POWER K' TO RPT-SEC-TITLE.
003750     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
003760     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003770     MOVE RPT-EXC-COLUMN-HEADING TO REPORT-PRINT-LINE.
003780     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003790     MOVE 0 TO WS-CAT-SUB.
003800     PERFORM 1100-CLEAR-NEXT-CATEGORY THRU 1100-EXIT
003810         UNTIL WS-CAT-SUB NOT < 8.
003820     IF WS-RESL-OPEN
003830         PERFORM 2100-READ-MASTER THRU 2100-EXIT
003840     END-IF.
003850     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
003860     PERFORM 2300-READ-ARCHIVE THRU 2300-EXIT.
003870     PERFORM 2400-READ-REFERENCE THRU 2400-EXIT.
003880     IF WS-HV-OPEN
003890         PERFORM 2500-READ-HISTORY-VSAM THRU 2500-EXIT
003900     END-IF.
003910 1000-EXIT.
003920     EXIT.
003930*
003940 1100-CLEAR-NEXT-CATEGORY.
003950     ADD 1 TO WS-CAT-SUB.
003960     MOVE 0 TO WS-CATEGORY-COUNT (WS-CAT-SUB).
003970 1100-EXIT.
003980     EXIT.
003990*
004000 2100-READ-MASTER.
004010     READ RESULT-MASTER NEXT RECORD
004020         AT END
004030             MOVE HIGH-VALUES TO WS-MST-KEY
004040             GO TO 2100-EXIT
004050     END-READ.
004060     ADD 1 TO WS-MASTER-COUNT.
004070     MOVE RES-N-VALUE TO WS-MST-KEY-N.
004080     MOVE RES-EXPONENT TO WS-MST-KEY-K.
004090 2100-EXIT.
004100     EXIT.
004110*
004120*    A HISTORY OR ARCHIVE RECORD WITH NO EXPONENT IS A SQUARES
004130*    RUN, THE SAME DEFAULT DL100PST POSTS IT UNDER.
004140 2200-READ-HISTORY.
004150     READ HISTORY-FILE INTO WS-HIST-WORK-RECORD
004160         AT END
004170             MOVE HIGH-VALUES TO WS-HST-KEY
004180             GO TO 2200-EXIT
004190     END-READ.
004200     ADD 1 TO WS-HIST-COUNT.
004210     MOVE WSH-N-VALUE TO WS-HST-KEY-N.
004220     IF WSH-EXPONENT NUMERIC
004230         AND WSH-EXPONENT > '1'
004240         MOVE WSH-EXPONENT TO WS-HST-KEY-K
004250     ELSE
004260         MOVE 2 TO WS-HST-KEY-K
004270     END-IF.
004280 2200-EXIT.
004290     EXIT.
004300*
004310 2300-READ-ARCHIVE.
004320     READ ARCHIVE-FILE INTO WS-ARCH-WORK-RECORD
004330         AT END
004340             MOVE HIGH-VALUES TO WS-ARC-KEY
004350             GO TO 2300-EXIT
004360     END-READ.
004370     ADD 1 TO WS-ARCH-COUNT.
004380     MOVE WSA-N-VALUE TO WS-ARC-KEY-N.
004390     IF WSA-EXPONENT NUMERIC
004400         AND WSA-EXPONENT > '1'
004410         MOVE WSA-EXPONENT TO WS-ARC-KEY-K
004420     ELSE
004430         MOVE 2 TO WS-ARC-KEY-K
004440     END-IF.
004450 2300-EXIT.
004460     EXIT.
004470*
004480 2400-READ-REFERENCE.
004490     READ REFERENCE-FILE
004500         AT END
004510             MOVE HIGH-VALUES TO WS-REF-KEY
004520             GO TO 2400-EXIT
004530     END-READ.
004540     ADD 1 TO WS-REF-COUNT.
004550     MOVE REF-N-VALUE TO WS-REF-KEY-N.
004560     IF REF-EXPONENT NUMERIC
004570         AND REF-EXPONENT > '1'
004580         MOVE REF-EXPONENT TO WS-REF-KEY-K
004590     ELSE
004600         MOVE 2 TO WS-REF-KEY-K
004610     END-IF.
004620 2400-EXIT.
004630     EXIT.
004640*
004650 2500-READ-HISTORY-VSAM.
004660     READ HISTORY-VSAM-FILE NEXT RECORD
004670         AT END
004680             MOVE HIGH-VALUES TO WS-HVK-KEY
004690             GO TO 2500-EXIT
004700     END-READ.
004710     ADD 1 TO WS-HV-COUNT.
004720     MOVE HV-N-VALUE TO WS-HVK-KEY-N.
004730     MOVE HV-EXPONENT TO WS-HVK-KEY-K.
004740 2500-EXIT.
004750     EXIT.
004760*
004770 2900-SET-LOW-KEY.
004780     MOVE WS-MST-KEY TO WS-LOW-KEY.
004790     IF WS-HST-KEY < WS-LOW-KEY
004800         MOVE WS-HST-KEY TO WS-LOW-KEY
004810     END-IF.
004820     IF WS-ARC-KEY < WS-LOW-KEY
004830         MOVE WS-ARC-KEY TO WS-LOW-KEY
004840     END-IF.
004850     IF WS-REF-KEY < WS-LOW-KEY
004860         MOVE WS-REF-KEY TO WS-LOW-KEY
004870     END-IF.
004880     IF WS-HVK-KEY < WS-LOW-KEY
004890         MOVE WS-HVK-KEY TO WS-LOW-KEY
004900     END-IF.
004910 2900-EXIT.
004920     EXIT.
004930*
004940*****************************************************************
004950*    3000-SWEEP-ONE-KEY                                         *
004960*                                                               *
004970*    EVERYTHING THE FIVE FILES HOLD FOR THE LOWEST N/K: THE    *
004980*    HISTORY IS REPLAYED (3100), THE MASTER IS CHECKED AGAINST *
004990*    WHAT THE REPLAY DERIVED AND AGAINST CTLTOTAL (3500), AND  *
005000*    THE MASTER AND CTLTOTAL MOVE ON ONLY AFTER THAT - THEIR   *
005010*    RECORD AREAS ARE WHAT 3500 CHECKS.                        *
005020*****************************************************************
005030 3000-SWEEP-ONE-KEY.
005040     ADD 1 TO WS-KEY-COUNT.
005050     MOVE 'N' TO WS-KEY-DRIFT-SW.
005060     MOVE 'N' TO WS-MST-IN-KEY-SW.
005070     MOVE 'N' TO WS-REF-IN-KEY-SW.
005080     IF WS-MST-KEY = WS-LOW-KEY
005090         SET WS-MST-IN-KEY TO TRUE
005100         MOVE RES-LAST-POSTED-DATE TO WSM-LAST-POSTED-DATE
005110         MOVE RES-LAST-POSTED-TIME TO WSM-LAST-POSTED-TIME
005120     END-IF.
005130     IF WS-REF-KEY = WS-LOW-KEY
005140         SET WS-REF-IN-KEY TO TRUE
005150     END-IF.
005160     MOVE 'N' TO WS-DRV-FOUND-SW.
005170     MOVE 'N' TO WS-RST-FOUND-SW.
005180     PERFORM 3100-REPLAY-NEXT-HISTORY THRU 3100-EXIT
005190         UNTIL WS-HST-KEY NOT = WS-LOW-KEY
005200         AND WS-ARC-KEY NOT = WS-LOW-KEY.
005210     PERFORM 3320-FLAG-EXTRA-HISTVSAM THRU 3320-EXIT
005220         UNTIL WS-HVK-KEY NOT = WS-LOW-KEY.
005230     PERFORM 3500-CHECK-MASTER THRU 3500-EXIT.
005240     IF WS-KEY-DRIFTED
005250         ADD 1 TO WS-DRIFT-COUNT
005260     ELSE
005270         IF WS-MST-IN-KEY
005280             ADD 1 TO WS-CLEAN-COUNT
005290         END-IF
005300     END-IF.
005310     IF WS-MST-IN-KEY
005320         PERFORM 2100-READ-MASTER THRU 2100-EXIT
005330     END-IF.
005340     IF WS-REF-IN-KEY
005350         PERFORM 2400-READ-REFERENCE THRU 2400-EXIT
005360     END-IF.
005370     PERFORM 2900-SET-LOW-KEY THRU 2900-EXIT.
005380 3000-EXIT.
005390     EXIT.
005400*
005410*****************************************************************
005420*    3100-REPLAY-NEXT-HISTORY                                   *
005430*                                                               *
005440*    TAKES THE OLDER OF THE NEXT ARCHIVE AND NEXT HISTFILE     *
005450*    RECORD FOR THIS N/K - AN N'S RUNS CAN SIT ON BOTH FILES - *
005460*    SO THE REPLAY SEES THE RUNS IN THE ORDER THEY POSTED.  A  *
005470*    HISTFILE RECORD IS ALSO MATCHED TO HISTVSAM ON THE WAY.   *
005480*****************************************************************
005490 3100-REPLAY-NEXT-HISTORY.
005500     IF WS-ARC-KEY = WS-LOW-KEY
005510         AND (WS-HST-KEY NOT = WS-LOW-KEY
005520             OR WSA-RUN-STAMP NOT > WSH-RUN-STAMP)
005530         MOVE WS-ARCH-WORK-RECORD TO WS-REPLAY-RECORD
005540         PERFORM 2300-READ-ARCHIVE THRU 2300-EXIT
005550     ELSE
005560         MOVE WS-HIST-WORK-RECORD TO WS-REPLAY-RECORD
005570         PERFORM 3300-MATCH-HISTORY-VSAM THRU 3300-EXIT
005580         PERFORM 2200-READ-HISTORY THRU 2200-EXIT
005590     END-IF.
005600     PERFORM 3200-REPLAY-ONE-POSTING THRU 3200-EXIT.
005610 3100-EXIT.
005620     EXIT.
005630*
005640*****************************************************************
005650*    3200-REPLAY-ONE-POSTING                                    *
005660*                                                               *
005670*    DL100PST'S RULES, APPLIED TO THE DERIVED MASTER: STOPPED  *
005680*    NEVER POSTS; THE FIRST POSTING SETS THE FIRST-POSTED DATE;*
005690*    THE SAME VALUES AGAIN ADD A CONFIRM; DIFFERENT VALUES     *
005700*    REPLACE THEM AND RESTART THE COUNT; EVERY POSTING MOVES   *
005710*    THE LAST-POSTED STAMP.                                    *
005720*****************************************************************
005730 3200-REPLAY-ONE-POSTING.
005740     IF WSR-STATUS = 'STOPPED'
005750         ADD 1 TO WS-STOPPED-COUNT
005760         GO TO 3200-EXIT
005770     END-IF.
005780     IF WS-MST-IN-KEY
005790         AND WSR-RUN-STAMP = WS-MASTER-STAMP
005800         SET WS-RST-FOUND TO TRUE
005810         MOVE WSR-SQ-OF-SUMS TO WST-SQ-OF-SUMS
005820         MOVE WSR-SUM-OF-SQ TO WST-SUM-OF-SQ
005830         MOVE WSR-RESULT-FWD TO WST-RESULT-FWD
005840         MOVE WSR-RESULT-REV TO WST-RESULT-REV
005850         MOVE WSR-STATUS TO WST-STATUS
005860     END-IF.
005870     IF WS-DRV-FOUND
005880         AND WSR-SQ-OF-SUMS = WSD-SQ-OF-SUMS
005890         AND WSR-SUM-OF-SQ = WSD-SUM-OF-SQ
005900         AND WSR-RESULT-FWD = WSD-RESULT-FWD
005910         AND WSR-RESULT-REV = WSD-RESULT-REV
005920         AND WSR-STATUS = WSD-STATUS
005930         ADD 1 TO WSD-CONFIRM-COUNT
005940     ELSE
005950         IF NOT WS-DRV-FOUND
005960             SET WS-DRV-FOUND TO TRUE
005970             MOVE WSR-RUN-DATE TO WSD-FIRST-POSTED-DATE
005980         END-IF
005990         MOVE WSR-SQ-OF-SUMS TO WSD-SQ-OF-SUMS
006000         MOVE WSR-SUM-OF-SQ TO WSD-SUM-OF-SQ
006010         MOVE WSR-RESULT-FWD TO WSD-RESULT-FWD
006020         MOVE WSR-RESULT-REV TO WSD-RESULT-REV
006030         MOVE WSR-STATUS TO WSD-STATUS
006040         MOVE 0 TO WSD-CONFIRM-COUNT
006050     END-IF.
006060     MOVE WSR-RUN-DATE TO WSD-LAST-POSTED-DATE.
006070     MOVE WSR-RUN-TIME TO WSD-LAST-POSTED-TIME.
006080 3200-EXIT.
006090     EXIT.
006100*
006110*****************************************************************
006120*    3300-MATCH-HISTORY-VSAM                                    *
006130*                                                               *
006140*    HISTVSAM IS REBUILT FROM HISTFILE ALONE, SO EVERY HISTFILE*
006150*    RECORD MUST BE ON IT UNDER THE SAME N/K AND RUN STAMP WITH*
006160*    THE SAME VALUES.  KEYED RECORDS BELOW THE STAMP HAVE NO   *
006170*    HISTFILE PARTNER AND ARE FLAGGED AS EXTRA FIRST.          *
006180*****************************************************************
006190 3300-MATCH-HISTORY-VSAM.
006200     PERFORM 3320-FLAG-EXTRA-HISTVSAM THRU 3320-EXIT
006210         UNTIL WS-HVK-KEY NOT = WS-LOW-KEY
006220         OR HV-RUN-STAMP NOT < WSH-RUN-STAMP.
006230     IF WS-HVK-KEY = WS-LOW-KEY
006240         AND HV-RUN-STAMP = WSH-RUN-STAMP
006250         IF HV-SQ-OF-SUMS NOT = WSH-SQ-OF-SUMS
006260             OR HV-SUM-OF-SQ NOT = WSH-SUM-OF-SQ
006270             OR HV-RESULT-FWD NOT = WSH-RESULT-FWD
006280             OR HV-RESULT-REV NOT = WSH-RESULT-REV
006290             OR HV-STATUS NOT = WSH-STATUS
006300             MOVE WSH-RESULT-FWD TO WS-EXC-EXPECTED
006310             MOVE HV-RESULT-FWD TO WS-EXC-ACTUAL
006320             MOVE 8 TO WS-EXC-CATEGORY
006330             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006340         END-IF
006350         PERFORM 2500-READ-HISTORY-VSAM THRU 2500-EXIT
006360     ELSE
006370         COMPUTE WS-EXC-EXPECTED =
006380             (WSH-RUN-DATE * 1000000) + WSH-RUN-TIME
006390         MOVE 0 TO WS-EXC-ACTUAL
006400         MOVE 8 TO WS-EXC-CATEGORY
006410         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006420     END-IF.
006430 3300-EXIT.
006440     EXIT.
006450*
006460 3320-FLAG-EXTRA-HISTVSAM.
006470     MOVE 0 TO WS-EXC-EXPECTED.
006480     COMPUTE WS-EXC-ACTUAL =
006490         (HV-RUN-DATE * 1000000) + HV-RUN-TIME.
006500     MOVE 8 TO WS-EXC-CATEGORY.
006510     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT.
006520     PERFORM 2500-READ-HISTORY-VSAM THRU 2500-EXIT.
006530 3320-EXIT.
006540     EXIT.
006550*
006560*****************************************************************
006570*    3500-CHECK-MASTER                                          *
006580*                                                               *
006590*    A MASTER FLAGGED RESTORED IS CHECKED AGAINST THE HISTORY  *
006600*    RECORD AT ITS OWN LAST-POSTED STAMP (THE BACKOUT'S RESTORE*
006610*    POINT), EVERY OTHER MASTER AGAINST THE FULL REPLAY.  THE  *
006620*    VALUE CHECK COVERS BOTH TOTALS, BOTH RESULTS AND STATUS;  *
006630*    THE LINE SHOWS THE FORWARD RESULT.  DATES PRINT AS        *
006640*    YYYYMMDD, STAMPS AS YYYYMMDDHHMMSS.                       *
006650*****************************************************************
006660 3500-CHECK-MASTER.
006670     IF NOT WS-MST-IN-KEY
006680         IF WS-DRV-FOUND
006690             MOVE WSD-RESULT-FWD TO WS-EXC-EXPECTED
006700             MOVE 0 TO WS-EXC-ACTUAL
006710             MOVE 6 TO WS-EXC-CATEGORY
006720             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006730         END-IF
006740         IF WS-REF-IN-KEY
006750             ADD 1 TO WS-REF-ONLY-COUNT
006760         END-IF
006770         GO TO 3500-EXIT
006780     END-IF.
006790     IF WS-REF-IN-KEY
006800         AND RES-RESULT-FWD NOT = REF-EXPECTED-RESULT
006810         MOVE REF-EXPECTED-RESULT TO WS-EXC-EXPECTED
006820         MOVE RES-RESULT-FWD TO WS-EXC-ACTUAL
006830         MOVE 7 TO WS-EXC-CATEGORY
006840         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006850     END-IF.
006860     IF NOT WS-DRV-FOUND
006870         MOVE 0 TO WS-EXC-EXPECTED
006880         MOVE RES-RESULT-FWD TO WS-EXC-ACTUAL
006890         MOVE 5 TO WS-EXC-CATEGORY
006900         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006910         GO TO 3500-EXIT
006920     END-IF.
006930     IF RES-FIRST-POSTED-DATE NOT = WSD-FIRST-POSTED-DATE
006940         MOVE WSD-FIRST-POSTED-DATE TO WS-EXC-EXPECTED
006950         MOVE RES-FIRST-POSTED-DATE TO WS-EXC-ACTUAL
006960         MOVE 2 TO WS-EXC-CATEGORY
006970         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006980     END-IF.
006990     IF RES-STATUS = 'RESTORED'
007000         PERFORM 3600-CHECK-RESTORED-MASTER THRU 3600-EXIT
007010         GO TO 3500-EXIT
007020     END-IF.
007030     IF RES-SQ-OF-SUMS NOT = WSD-SQ-OF-SUMS
007040         OR RES-SUM-OF-SQ NOT = WSD-SUM-OF-SQ
007050         OR RES-RESULT-FWD NOT = WSD-RESULT-FWD
007060         OR RES-RESULT-REV NOT = WSD-RESULT-REV
007070         OR RES-STATUS NOT = WSD-STATUS
007080         MOVE WSD-RESULT-FWD TO WS-EXC-EXPECTED
007090         MOVE RES-RESULT-FWD TO WS-EXC-ACTUAL
007100         MOVE 1 TO WS-EXC-CATEGORY
007110         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
007120     END-IF.
007130     IF WS-MASTER-STAMP NOT = WSD-LAST-POSTED-STAMP
007140         COMPUTE WS-EXC-EXPECTED =
007150             (WSD-LAST-POSTED-DATE * 1000000)
007160             + WSD-LAST-POSTED-TIME
007170         COMPUTE WS-EXC-ACTUAL =
007180             (WSM-LAST-POSTED-DATE * 1000000)
007190             + WSM-LAST-POSTED-TIME
007200         MOVE 3 TO WS-EXC-CATEGORY
007210         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
007220     END-IF.
007230     IF RES-CONFIRM-COUNT NOT = WSD-CONFIRM-COUNT
007240         MOVE WSD-CONFIRM-COUNT TO WS-EXC-EXPECTED
007250         MOVE RES-CONFIRM-COUNT TO WS-EXC-ACTUAL
007260         MOVE 4 TO WS-EXC-CATEGORY
007270         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
007280     END-IF.
007290 3500-EXIT.
007300     EXIT.
007310*
007320 3600-CHECK-RESTORED-MASTER.
007330     IF NOT WS-RST-FOUND
007340         COMPUTE WS-EXC-EXPECTED =
007350             (WSD-LAST-POSTED-DATE * 1000000)
007360             + WSD-LAST-POSTED-TIME
007370         COMPUTE WS-EXC-ACTUAL =
007380             (WSM-LAST-POSTED-DATE * 1000000)
007390             + WSM-LAST-POSTED-TIME
007400         MOVE 3 TO WS-EXC-CATEGORY
007410         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
007420         GO TO 3600-EXIT
007430     END-IF.
007440     IF RES-SQ-OF-SUMS NOT = WST-SQ-OF-SUMS
007450         OR RES-SUM-OF-SQ NOT = WST-SUM-OF-SQ
007460         OR RES-RESULT-FWD NOT = WST-RESULT-FWD
007470         OR RES-RESULT-REV NOT = WST-RESULT-REV
007480         OR WST-STATUS NOT = 'OK'
007490         MOVE WST-RESULT-FWD TO WS-EXC-EXPECTED
007500         MOVE RES-RESULT-FWD TO WS-EXC-ACTUAL
007510         MOVE 1 TO WS-EXC-CATEGORY
007520         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
007530     END-IF.
007540     IF RES-CONFIRM-COUNT NOT = 0
007550         MOVE 0 TO WS-EXC-EXPECTED
007560         MOVE RES-CONFIRM-COUNT TO WS-EXC-ACTUAL
007570         MOVE 4 TO WS-EXC-CATEGORY
007580         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
007590     END-IF.
007600 3600-EXIT.
007610     EXIT.
007620*
007630 4000-WRITE-EXCEPTION.
007640     SET WS-KEY-DRIFTED TO TRUE.
007650     ADD 1 TO WS-CATEGORY-COUNT (WS-EXC-CATEGORY).
007660     MOVE WS-LOW-KEY-N TO RPT-EXC-N-VALUE.
007670     MOVE WS-LOW-KEY-K TO RPT-EXC-EXPONENT.
007680     MOVE WS-CATEGORY-NAME (WS-EXC-CATEGORY) TO RPT-EXC-CATEGORY.
007690     MOVE WS-EXC-EXPECTED TO RPT-EXC-EXPECTED.
007700     MOVE WS-EXC-ACTUAL TO RPT-EXC-ACTUAL.
007710     MOVE RPT-EXC-DETAIL-LINE TO REPORT-PRINT-LINE.
007720     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007730 4000-EXIT.
007740     EXIT.
007750*
007760*****************************************************************
007770*    9000-TERMINATE                                             *
007780*                                                               *
007790*    ANY EXCEPTION AT ALL MEANS THE BOOK OF RECORD HAS DRIFTED *
007800*    FROM ITS OWN HISTORY - RC=8 FAILS THE JOB SO IT IS LOOKED *
007810*    AT.  CTLTOTAL ENTRIES WITH NO MASTER ARE COUNTED ONLY -   *
007820*    CONTROL TOTALS ARE OFTEN LOADED AHEAD OF THE FIRST RUN.   *
007830*****************************************************************
007840 9000-TERMINATE.
007850     IF WS-DRIFT-COUNT = 0
007860         MOVE SPACES TO REPORT-PRINT-LINE
007870         MOVE ' NO EXCEPTIONS - MASTER AGREES WITH ITS HISTORY'
007880             TO REPORT-PRINT-LINE
007890         WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE
007900     END-IF.
007910     MOVE SPACES TO REPORT-PRINT-LINE.
007920     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007930     MOVE 'EXCEPTIONS BY CATEGORY' TO RPT-SEC-TITLE.
007940     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
007950     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007960     MOVE 0 TO WS-CAT-SUB.
007970     PERFORM 9200-PRINT-NEXT-CATEGORY THRU 9200-EXIT
007980         UNTIL WS-CAT-SUB NOT < 8.
007990     MOVE SPACES TO REPORT-PRINT-LINE.
008000     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
008010     MOVE 'MASTER RECORDS READ' TO RPT-TOT-TEXT.
008020     MOVE WS-MASTER-COUNT TO RPT-TOT-COUNT.
008030     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008040     MOVE 'HISTFILE RECORDS READ' TO RPT-TOT-TEXT.
008050     MOVE WS-HIST-COUNT TO RPT-TOT-COUNT.
008060     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008070     MOVE 'ARCHIVE RECORDS READ' TO RPT-TOT-TEXT.
008080     MOVE WS-ARCH-COUNT TO RPT-TOT-COUNT.
008090     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008100     MOVE 'STOPPED RUNS (NEVER POSTED)' TO RPT-TOT-TEXT.
008110     MOVE WS-STOPPED-COUNT TO RPT-TOT-COUNT.
008120     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008130     MOVE 'CTLTOTAL RECORDS READ' TO RPT-TOT-TEXT.
008140     MOVE WS-REF-COUNT TO RPT-TOT-COUNT.
008150     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008160     MOVE 'CTLTOTAL ENTRIES WITH NO MASTER' TO RPT-TOT-TEXT.
008170     MOVE WS-REF-ONLY-COUNT TO RPT-TOT-COUNT.
008180     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008190     MOVE 'HISTVSAM RECORDS READ' TO RPT-TOT-TEXT.
008200     MOVE WS-HV-COUNT TO RPT-TOT-COUNT.
008210     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008220     MOVE 'N/K KEYS SWEPT' TO RPT-TOT-TEXT.
008230     MOVE WS-KEY-COUNT TO RPT-TOT-COUNT.
008240     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008250     MOVE 'MASTERS CLEAN' TO RPT-TOT-TEXT.
008260     MOVE WS-CLEAN-COUNT TO RPT-TOT-COUNT.
008270     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008280     MOVE 'N/K KEYS WITH EXCEPTIONS' TO RPT-TOT-TEXT.
008290     MOVE WS-DRIFT-COUNT TO RPT-TOT-COUNT.
008300     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008310     IF WS-RESL-OPEN
008320         CLOSE RESULT-MASTER
008330     END-IF.
008340     IF WS-HV-OPEN
008350         CLOSE HISTORY-VSAM-FILE
008360     END-IF.
008370     CLOSE HISTORY-FILE.
008380     CLOSE ARCHIVE-FILE.
008390     CLOSE REFERENCE-FILE.
008400     CLOSE REPORT-FILE.
008410     IF WS-DRIFT-COUNT > 0
008420         MOVE 8 TO WS-OVERALL-RC
008430     END-IF.
008440     DISPLAY 'DL100ISW COMPLETE - KEYS=' WS-KEY-COUNT
008450         ' CLEAN=' WS-CLEAN-COUNT
008460         ' WITH EXCEPTIONS=' WS-DRIFT-COUNT.
008470     MOVE WS-OVERALL-RC TO RETURN-CODE.
008480 9000-EXIT.
008490     EXIT.
008500*
008510 9100-WRITE-TOTAL-LINE.
008520     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
008530     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
008540 9100-EXIT.
008550     EXIT.
008560*
008570 9200-PRINT-NEXT-CATEGORY.
008580     ADD 1 TO WS-CAT-SUB.
008590     MOVE WS-CATEGORY-NAME (WS-CAT-SUB) TO RPT-CAT-NAME.
008600     MOVE WS-CATEGORY-COUNT (WS-CAT-SUB) TO RPT-CAT-COUNT.
008610     MOVE RPT-CAT-DETAIL-LINE TO REPORT-PRINT-LINE.
008620     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
008630 9200-EXIT.
008640     EXIT.
