000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100RPL                                         *
000040*                                                               *
000050*   ABSTRACT:  RESTART PLANNER FOR THE ZZ006 STREAM.  READS THE *
000060*              RUN LEDGER (COPYBOOK DL100RL) AND PICKS OUT ONE  *
000070*              EXECUTION OF THE STREAM - THE LATEST, OR THE ONE *
000080*              WHOSE DL100PRM RECORD CARRIES THE DATE AND TIME  *
000090*              ON THE PARAMETER CARD - AS THE UNBROKEN RUN OF   *
000100*              STEP RECORDS FROM ITS DL100PRM RECORD ON, IN     *
000110*              STREAM ORDER.  A STEP RERUN BY AN EARLIER        *
000120*              RESTART CARRIES THE EXECUTION ON.  LISTS EVERY   *
000130*              STEP WITH ITS RETURN CODE, FINDS THE FIRST ONE   *
000140*              THAT DID NOT END CLEAN (OR NEVER ENDED), AND     *
000150*              SAYS HOW TO RESTART FROM THERE -                 *
000160*                                                               *
000170*              STEP010-STEP025 - RESUBMIT ZZ006 AS IT WAS.      *
000180*                NOTHING PAST THE CONTROL DECK SURVIVES, OR     *
000190*                (STEP020) ZERO006 RESUMES FROM ITS             *
000200*                CHECKPOINT, OR (STEP025) THE DETAIL LISTING    *
000210*                IT FOOTS WAS A TEMPORARY DATASET.  RC=4.       *
000220*              STEP030-STEP060 - WRITES A RESTART JOB DECK TO  *
000230*                RSTDECK THAT RUNS THE STREAM FROM THAT STEP ON*
000240*                AGAINST THE EXECUTION'S OWN OUTPUT GENERATION,*
000250*                NOW PROD.EULER.OUTPUT(0), NAMED BY ITS ABSOLUTE*
000260*                GENERATION NAME - AS DL100PST JOURNALED IT, OR*
000270*                AS OUTCURR RESOLVES IF NOTHING WAS POSTED -   *
000280*                WITH OUTPUT(-1) AS THE PRIOR ONE.  ITS FIRST  *
000290*                STEP RUNS THIS PROGRAM AGAIN IN VERIFY MODE SO*
000300*                THE DECK STOPS ITSELF IF OUTPUT(0) IS NO LONGER*
000310*                THAT GENERATION.  RC=0.                       *
000320*                                                               *
000330*              THE PLAN IS REFUSED (RC=8, NO DECK) WHEN THE    *
000340*              OUTPUT GENERATION HAS BEEN OVERWRITTEN - A LATER*
000350*              ZERO006 OR DL100PMG RECORD ON THE LEDGER, OR AN *
000360*              OUTPUT(0) WHOSE RECORD COUNT OR RUN STAMP IS NOT*
000370*              THE EXECUTION'S - OR WHEN THE JOURNAL (JRNLFILE)*
000380*              POSTED THAT RUN STAMP FROM A DIFFERENT DATASET. *
000390*              AN EXECUTION THAT ENDED CLEAN, OR WHOSE DECK DID*
000400*              NOT FIT THE BATCH WINDOW, HAS NOTHING TO RESTART*
000410*              (RC=0).  A RERUN OF DL100PST SKIPS WHAT IT      *
000420*              ALREADY POSTED FROM THE RUN.                    *
000430*                                                               *
000440*              PARAMETER CARD FORMAT -                          *
000450*                COLS 1-8   DATE OF THE EXECUTION'S DL100PRM    *
000460*                           LEDGER RECORD, YYYYMMDD (AS         *
000470*                           PRINTED BY DL100OPS), BLANK OR      *
000480*                           ZERO FOR THE LATEST EXECUTION       *
000490*                COLS 9-14  TIME OF THAT RECORD, HHMMSS         *
000500*                COL  15    BLANK OR P PLAN, V VERIFY ONLY      *
000510*                COLS 16-23 VERIFY ONLY - THE STEP PROGRAM THE  *
000520*                           DECK WAS PLANNED TO RESTART FROM    *
000530*                COLS 24-67 VERIFY ONLY - THE ABSOLUTE GENERATION*
000540*                           NAME THE DECK RUNS AGAINST         *
000550*                                                               *
000560*   AUTHOR:        R L JENNINGS                                 *
000570*   INSTALLATION:  DATA CENTER APPLICATIONS                     *
000580*   DATE-WRITTEN:  10/15/2026                                   *
000590*                                                               *
000600*   MODIFICATION HISTORY                                        *
000610*   ------------------------------------------------------      *
000620*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000630*   10/15/2026  RLJ  THE DECK NAMES THE EXECUTION'S GENERATION  *
000640*                    BY ITS ABSOLUTE NAME (FROM THE JOURNAL,    *
000650*                    ELSE OUTCURR VIA DL100DSN), SORTS IT ON N  *
000660*                    AND K AHEAD OF DL100RCN IN A NEW STEP028,  *
000670*                    AND NO LONGER PASSES DL100PST A            *
000680*                    PARM.  VERIFY MODE CHECKS OUTPUT(0) STILL  *
000681*                    HAS THAT NAME.                             *
000683*   10/15/2026  RLJ  THE STEP028 SORT MAPS A BLANK K TO 2 AND   *
000686*                    STEP050 RUNS REGION=0M, AS IN ZZ006.       *
000690*                                                               *
000700*****************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. DL100RPL.
000730 AUTHOR. R L JENNINGS.
000740 INSTALLATION. DATA CENTER APPLICATIONS.
000750 DATE-WRITTEN. 10/15/2026.
000760 DATE-COMPILED.
000770*
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-PARM-FILE-STATUS.
000840     SELECT LEDGER-FILE ASSIGN TO LEDGFILE
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-LEDG-FILE-STATUS.
000870     SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-JRNL-FILE-STATUS.
000900     SELECT CURRENT-GEN-FILE ASSIGN TO OUTCURR
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-OUT-FILE-STATUS.
000930     SELECT RESTART-DECK-FILE ASSIGN TO RSTDECK
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-DECK-FILE-STATUS.
000960     SELECT REPORT-FILE ASSIGN TO RPTFILE
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-RPT-FILE-STATUS.
000990*
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  PARAMETER-FILE
001030     RECORDING MODE IS F.
001040 01  PARAMETER-RECORD.
001050     05  PRM-EXEC-DATE           PIC X(08).
001060     05  PRM-EXEC-TIME           PIC X(06).
001070     05  PRM-RUN-MODE            PIC X(01).
001080         88  PRM-VERIFY-ONLY         VALUE 'V'.
001090     05  PRM-EXPECT-STEP         PIC X(08).
001100     05  PRM-EXPECT-DSN          PIC X(44).
001110     05  FILLER                  PIC X(13).
001120*
001130 FD  LEDGER-FILE
001140     RECORDING MODE IS F.
001150     COPY DL100RL.
001160*
001170 FD  JOURNAL-FILE
001180     RECORDING MODE IS F.
001190 01  JOURNAL-RECORD              PIC X(340).
001200*
001210 FD  CURRENT-GEN-FILE
001220     RECORDING MODE IS F.
001230     COPY DL100OUT.
001240*
001250 FD  RESTART-DECK-FILE
001260     RECORDING MODE IS F.
001270 01  RESTART-DECK-CARD           PIC X(80).
001280*
001290 FD  REPORT-FILE
001300     RECORDING MODE IS F.
001310 01  REPORT-PRINT-LINE           PIC X(132).
001320*
001330 WORKING-STORAGE SECTION.
001340 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001350 77  WS-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
001360 77  WS-OUT-FILE-STATUS      PIC X(02) VALUE SPACES.
001370 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
001380 77  WS-DECK-FILE-STATUS     PIC X(02) VALUE SPACES.
001390 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001400 77  WS-LEDG-EOF-SW          PIC X(01) VALUE 'N'.
001410     88  WS-LEDG-EOF-YES         VALUE 'Y'.
001420 77  WS-OUT-EOF-SW           PIC X(01) VALUE 'N'.
001430     88  WS-OUT-EOF-YES          VALUE 'Y'.
001440 77  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
001450     88  WS-JRNL-EOF-YES         VALUE 'Y'.
001460 77  WS-JRNL-DSN-SW          PIC X(01) VALUE 'N'.
001470     88  WS-JRNL-DSN-FOUND       VALUE 'Y'.
001480 77  WS-STAMP-GIVEN-SW       PIC X(01) VALUE 'N'.
001490     88  WS-STAMP-GIVEN          VALUE 'Y'.
001500 77  WS-VERIFY-SW            PIC X(01) VALUE 'N'.
001510     88  WS-VERIFY-ONLY          VALUE 'Y'.
001520 77  WS-EXEC-FOUND-SW        PIC X(01) VALUE 'N'.
001530     88  WS-EXEC-FOUND           VALUE 'Y'.
001540 77  WS-EXEC-STATE-SW        PIC X(01) VALUE 'N'.
001550     88  WS-EXEC-NONE            VALUE 'N'.
001560     88  WS-EXEC-OPEN            VALUE 'O'.
001570     88  WS-EXEC-CLOSED          VALUE 'C'.
001580 77  WS-LAST-CLEAN-SW        PIC X(01) VALUE 'N'.
001590     88  WS-LAST-STEP-CLEAN      VALUE 'Y'.
001600 77  WS-LATER-GEN-SW         PIC X(01) VALUE 'N'.
001610     88  WS-LATER-GEN-CUT        VALUE 'Y'.
001620 77  WS-NOTHING-FITTED-SW    PIC X(01) VALUE 'N'.
001630     88  WS-NOTHING-FITTED       VALUE 'Y'.
001640 77  WS-REFUSED-SW           PIC X(01) VALUE 'N'.
001650     88  WS-PLAN-REFUSED         VALUE 'Y'.
001660 77  WS-VERIFIED-SW          PIC X(01) VALUE 'N'.
001670     88  WS-RESTART-VERIFIED     VALUE 'Y'.
001680 77  WS-MIXED-STAMP-SW       PIC X(01) VALUE 'N'.
001690     88  WS-MIXED-STAMPS         VALUE 'Y'.
001700 77  WS-LEDGER-COUNT         PIC 9(07) COMP VALUE 0.
001710 77  WS-EXEC-COUNT           PIC 9(05) COMP VALUE 0.
001720 77  WS-GEN-COUNT            PIC 9(07) VALUE 0.
001730 77  WS-DECK-COUNT           PIC 9(05) COMP VALUE 0.
001740 77  WS-STEP-SUB             PIC 9(02) COMP VALUE 0.
001750 77  WS-REC-POS              PIC 9(02) COMP VALUE 0.
001760 77  WS-LAST-POS             PIC 9(02) COMP VALUE 0.
001770 77  WS-RESTART-POS          PIC 9(02) COMP VALUE 0.
001790 77  WS-CARD-DATE            PIC 9(08) VALUE 0.
001800 77  WS-CARD-TIME            PIC 9(06) VALUE 0.
001810 77  WS-EXEC-DATE            PIC 9(08) VALUE 0.
001820 77  WS-EXEC-TIME            PIC 9(06) VALUE 0.
001830 77  WS-CLOSE-STEP           PIC X(08) VALUE SPACES.
001840 77  WS-RST-JCL-STEP         PIC X(07) VALUE SPACES.
001850 77  WS-RST-PROGRAM          PIC X(08) VALUE SPACES.
001860 77  WS-LATER-STEP           PIC X(08) VALUE SPACES.
001870 77  WS-LATER-DATE           PIC 9(08) VALUE 0.
001880 77  WS-LATER-TIME           PIC 9(06) VALUE 0.
001890 77  WS-GEN-DATE             PIC 9(08) VALUE 0.
001900 77  WS-GEN-TIME             PIC 9(06) VALUE 0.
001910 77  WS-ZERO-WRITTEN         PIC 9(07) VALUE 0.
001920 77  WS-GEN-DSN              PIC X(44) VALUE SPACES.
001930 77  WS-JRNL-DSN             PIC X(44) VALUE SPACES.
001940 77  WS-DECK-DD-NAME         PIC X(08) VALUE SPACES.
001950 77  WS-EDIT-COUNT           PIC ZZZZZZ9.
001960 77  WS-VERDICT-TEXT         PIC X(100) VALUE SPACES.
001970 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001980 01  WS-CDT-DATE             PIC 9(08).
001990 01  WS-CDT-TIME             PIC 9(08).
002000 01  WS-CDT-TIME-R           REDEFINES WS-CDT-TIME.
002010     05  WS-CDT-HHMMSS           PIC 9(06).
002020     05  FILLER                  PIC 9(02).
002030*
002040*    THE STEPS OF THE ZZ006 STREAM IN THE ORDER THEY RUN - LEDGER
002050*    STEP NAME, JCL STEP, HIGHEST RETURN CODE THAT STILL COUNTS AS
002060*    CLEAN (DL100GVG WARNS RC=4 ON NEW OR VANISHED NS), AND
002070*    WHETHER THE STREAM CAN BE RESTARTED AT THAT STEP.
002080 01  WS-STEP-TABLE.
002090     05  FILLER                  PIC X(18)
002100         VALUE 'DL100PRMSTEP01000N'.
002110     05  FILLER                  PIC X(18)
002120         VALUE 'DL100EDTSTEP01500N'.
002130     05  FILLER                  PIC X(18)
002140         VALUE 'DL100WPLSTEP01700N'.
002150     05  FILLER                  PIC X(18)
002160         VALUE 'ZERO006 STEP02000N'.
002170     05  FILLER                  PIC X(18)
002180         VALUE 'DL100AUDSTEP02500N'.
002190     05  FILLER                  PIC X(18)
002200         VALUE 'DL100RCNSTEP03000Y'.
002210     05  FILLER                  PIC X(18)
002220         VALUE 'DL100PSTSTEP04000Y'.
002230     05  FILLER                  PIC X(18)
002240         VALUE 'DL100GVGSTEP05004Y'.
002250     05  FILLER                  PIC X(18)
002260         VALUE 'DL100TRDSTEP06000Y'.
002270 01  WS-STEP-TABLE-R         REDEFINES WS-STEP-TABLE.
002280     05  WS-STEP-ENTRY           OCCURS 9 TIMES.
002290         10  WS-STP-LEDGER-NAME      PIC X(08).
002300         10  WS-STP-JCL-NAME         PIC X(07).
002310         10  WS-STP-CLEAN-RC         PIC 9(02).
002320         10  WS-STP-RESTART-SW       PIC X(01).
002330             88  WS-STP-RESTARTABLE      VALUE 'Y'.
002340*
002350*    WHAT THE LEDGER SAYS EACH STEP OF THE CHOSEN EXECUTION DID.
002360 01  WS-EXEC-STEP-TABLE.
002370     05  WS-EXEC-STEP            OCCURS 9 TIMES.
002380         10  WS-EXS-SEEN             PIC 9(01).
002390             88  WS-EXS-RAN              VALUE 1.
002400         10  WS-EXS-RC               PIC 9(02).
002410         10  WS-EXS-DATE             PIC 9(08).
002420         10  WS-EXS-TIME             PIC 9(06).
002430         10  WS-EXS-READ             PIC 9(07).
002440         10  WS-EXS-WRITTEN          PIC 9(07).
002450*
002460*    IN-STREAM CARD FOR THE VERIFY STEP OF THE RESTART DECK.
002470 01  WS-GUARD-CARD.
002480     05  WS-GRD-EXEC-DATE        PIC 9(08).
002490     05  WS-GRD-EXEC-TIME        PIC 9(06).
002500     05  WS-GRD-RUN-MODE         PIC X(01).
002510     05  WS-GRD-EXPECT-STEP      PIC X(08).
002520     05  WS-GRD-EXPECT-DSN       PIC X(44).
002530     05  FILLER                  PIC X(13).
002540*
002550 01  WS-DECK-CARD            PIC X(80).
002560*
002570*    JOURNAL WORK AREA - EVERY JOURNAL RECORD IS READ INTO HERE.
002580     COPY DL100JR.
002590*
002600     COPY DL100DN.
002610*
002620 01  RPT-HEADING-1.
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  FILLER                  PIC X(44)
002650         VALUE 'DL100RPL - ZZ006 RESTART PLANNER'.
002660     05  FILLER                  PIC X(04) VALUE 'RUN'.
002670     05  RPT-HDG-RUN-DATE        PIC 9(08).
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  RPT-HDG-RUN-TIME        PIC 9(06).
002700*
002710 01  RPT-EXEC-LINE.
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  FILLER                  PIC X(36)
002740         VALUE 'EXECUTION STARTED (DL100PRM RECORD)'.
002750     05  RPT-EXL-DATE            PIC 9(08).
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  RPT-EXL-TIME            PIC 9(06).
002780*
002790 01  RPT-COLUMN-HEADING.
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  FILLER                  PIC X(09) VALUE 'STEP'.
002820     05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
002830     05  FILLER                  PIC X(04) VALUE 'RC'.
002840     05  FILLER                  PIC X(10) VALUE 'DATE'.
002850     05  FILLER                  PIC X(08) VALUE 'TIME'.
002860     05  FILLER                  PIC X(09) VALUE '   READ'.
002870     05  FILLER                  PIC X(09) VALUE 'WRITTEN'.
002880     05  FILLER                  PIC X(18) VALUE 'STATE'.
002890*
002900 01  RPT-DETAIL-LINE.
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  RPT-DTL-JCL-STEP        PIC X(07).
002930     05  FILLER                  PIC X(02) VALUE SPACE.
002940     05  RPT-DTL-PROGRAM         PIC X(08).
002950     05  FILLER                  PIC X(02) VALUE SPACE.
002960     05  RPT-DTL-RC              PIC X(02).
002970     05  FILLER                  PIC X(02) VALUE SPACE.
002980     05  RPT-DTL-DATE            PIC X(08).
002990     05  FILLER                  PIC X(02) VALUE SPACE.
003000     05  RPT-DTL-TIME            PIC X(06).
003010     05  FILLER                  PIC X(02) VALUE SPACE.
003020     05  RPT-DTL-READ            PIC X(07).
003030     05  FILLER                  PIC X(02) VALUE SPACE.
003040     05  RPT-DTL-WRITTEN         PIC X(07).
003050     05  FILLER                  PIC X(02) VALUE SPACE.
003060     05  RPT-DTL-STATE           PIC X(16).
003070     05  FILLER                  PIC X(02) VALUE SPACE.
003080     05  RPT-DTL-MARKER          PIC X(24).
003090*
003100 01  RPT-VERDICT-LINE.
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  RPT-VRD-TEXT            PIC X(100).
003130*
003140 01  RPT-SUMMARY-LINE.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  RPT-SUM-TEXT            PIC X(34).
003170     05  RPT-SUM-COUNT           PIC ZZZZZZ9.
003180*
003190 PROCEDURE DIVISION.
003200*
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003230     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
003240     PERFORM 3000-PLAN-RESTART THRU 3000-EXIT.
003250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003260     STOP RUN.
003270*
003280*****************************************************************
003290*    1000-INITIALIZE                                            *
003300*****************************************************************
003310 1000-INITIALIZE.
003320     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
003330     ACCEPT WS-CDT-TIME FROM TIME.
003340     OPEN INPUT PARAMETER-FILE.
003350     IF WS-PARM-FILE-STATUS NOT = '00'
003360         DISPLAY 'DL100RPL - UNABLE TO OPEN PARMFILE ST='
003370             WS-PARM-FILE-STATUS
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     READ PARAMETER-FILE
003420         AT END
003430             MOVE SPACES TO PARAMETER-RECORD
003440     END-READ.
003450     CLOSE PARAMETER-FILE.
003460     PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
003470     OPEN INPUT LEDGER-FILE.
003480     IF WS-LEDG-FILE-STATUS NOT = '00'
003490         DISPLAY 'DL100RPL - UNABLE TO OPEN LEDGFILE ST='
003500             WS-LEDG-FILE-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     OPEN OUTPUT REPORT-FILE.
003550     IF WS-RPT-FILE-STATUS NOT = '00'
003560         DISPLAY 'DL100RPL - UNABLE TO OPEN RPTFILE ST='
003570             WS-RPT-FILE-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610*    THE DECK IS OPENED EVEN WHEN NO RESTART IS PLANNED, SO AN
003620*    OLD DECK CAN NEVER BE LEFT BEHIND LOOKING LIKE A NEW ONE.
003630     IF NOT WS-VERIFY-ONLY
003640         OPEN OUTPUT RESTART-DECK-FILE
003650         IF WS-DECK-FILE-STATUS NOT = '00'
003660             DISPLAY 'DL100RPL - UNABLE TO OPEN RSTDECK ST='
003670                 WS-DECK-FILE-STATUS
003680             MOVE 16 TO RETURN-CODE
003690             STOP RUN
003700         END-IF
003710     END-IF.
003720     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
003730     MOVE WS-CDT-HHMMSS TO RPT-HDG-RUN-TIME.
003740     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
003750     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
003760     MOVE SPACES TO REPORT-PRINT-LINE.
003770     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003780     MOVE ZEROES TO WS-EXEC-STEP-TABLE.
003790 1000-EXIT.
003800     EXIT.
003810*
003820*****************************************************************
003830*    1100-EDIT-CARD                                             *
003840*                                                               *
003850*    A BLANK OR ZERO DATE PLANS FOR THE LATEST EXECUTION ON THE *
003860*    LEDGER.  VERIFY MODE IS ONLY EVER ASKED FOR BY THE FIRST   *
003870*    STEP OF A RESTART DECK, WHICH NAMES BOTH THE EXECUTION AND *
003880*    THE STEP IT WAS PLANNED TO RESTART FROM.                   *
003890*****************************************************************
003900 1100-EDIT-CARD.
003910     IF PRM-EXEC-DATE = SPACES OR PRM-EXEC-DATE = '00000000'
003920         MOVE 'N' TO WS-STAMP-GIVEN-SW
003930     ELSE
003940         IF PRM-EXEC-DATE NUMERIC AND PRM-EXEC-TIME NUMERIC
003950             MOVE 'Y' TO WS-STAMP-GIVEN-SW
003960             MOVE PRM-EXEC-DATE TO WS-CARD-DATE
003970             MOVE PRM-EXEC-TIME TO WS-CARD-TIME
003980         ELSE
003990             DISPLAY 'DL100RPL - EXECUTION DATE AND TIME MUST BE'
004000                 ' YYYYMMDD AND HHMMSS'
004010             MOVE 16 TO RETURN-CODE
004020             STOP RUN
004030         END-IF
004040     END-IF.
004050     IF PRM-RUN-MODE NOT = SPACE AND PRM-RUN-MODE NOT = 'P'
004060         AND PRM-RUN-MODE NOT = 'V'
004070         DISPLAY 'DL100RPL - RUN MODE MUST BE BLANK, P OR V'
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     IF PRM-VERIFY-ONLY
004120         MOVE 'Y' TO WS-VERIFY-SW
004130         IF NOT WS-STAMP-GIVEN OR PRM-EXPECT-STEP = SPACES
004140             DISPLAY 'DL100RPL - VERIFY NEEDS THE EXECUTION STAMP'
004150                 ' AND THE RESTART STEP'
004160             MOVE 16 TO RETURN-CODE
004170             STOP RUN
004180         END-IF
004190     END-IF.
004200 1100-EXIT.
004210     EXIT.
004220*
004230*****************************************************************
004240*    2000-SCAN-LEDGER                                           *
004250*                                                               *
004260*    ONE PASS OVER THE LEDGER IN THE ORDER IT WAS APPENDED.  A  *
004270*    DL100PRM RECORD OPENS AN EXECUTION; EACH RECORD AFTER IT   *
004280*    FOR A LATER STEP OF THE STREAM, OR RERUNNING THE STEP THAT *
004290*    LAST FAILED, CARRIES IT ON.  ANY OTHER RECORD CLOSES IT.   *
004300*    ONCE THE CHOSEN EXECUTION IS CLOSED, A LATER ZERO006 OR    *
004310*    DL100PMG RECORD MEANS A NEWER OUTPUT GENERATION WAS CUT.   *
004320*****************************************************************
004330 2000-SCAN-LEDGER.
004340     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
004350     PERFORM 2200-CLASSIFY-ONE-RECORD THRU 2200-EXIT
004360         UNTIL WS-LEDG-EOF-YES.
004370     IF WS-EXEC-OPEN
004380         SET WS-EXEC-CLOSED TO TRUE
004390     END-IF.
004400     CLOSE LEDGER-FILE.
004410 2000-EXIT.
004420     EXIT.
004430*
004440 2100-READ-LEDGER.
004450     READ LEDGER-FILE
004460         AT END
004470             SET WS-LEDG-EOF-YES TO TRUE
004480     END-READ.
004490 2100-EXIT.
004500     EXIT.
004510*
004520 2200-CLASSIFY-ONE-RECORD.
004530     ADD 1 TO WS-LEDGER-COUNT.
004540     PERFORM 2300-FIND-STEP-POSITION THRU 2300-EXIT.
004550     IF WS-REC-POS = 1
004560         PERFORM 2400-START-OF-EXECUTION THRU 2400-EXIT
004570         GO TO 2200-NEXT
004580     END-IF.
004590     IF WS-EXEC-OPEN
004600         IF WS-REC-POS > WS-LAST-POS
004610             PERFORM 2500-RECORD-STEP THRU 2500-EXIT
004620             GO TO 2200-NEXT
004630         END-IF
004640         IF WS-REC-POS = WS-LAST-POS AND NOT WS-LAST-STEP-CLEAN
004650             PERFORM 2500-RECORD-STEP THRU 2500-EXIT
004660             GO TO 2200-NEXT
004670         END-IF
004680         MOVE RLG-STEP-NAME TO WS-CLOSE-STEP
004690         SET WS-EXEC-CLOSED TO TRUE
004700     END-IF.
004710     IF WS-EXEC-CLOSED AND NOT WS-LATER-GEN-CUT
004720         IF RLG-STEP-NAME = 'ZERO006'
004730             OR RLG-STEP-NAME = 'DL100PMG'
004740             SET WS-LATER-GEN-CUT TO TRUE
004750             MOVE RLG-STEP-NAME TO WS-LATER-STEP
004760             MOVE RLG-RUN-DATE TO WS-LATER-DATE
004770             MOVE RLG-RUN-TIME TO WS-LATER-TIME
004780         END-IF
004790     END-IF.
004800 2200-NEXT.
004810     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
004820 2200-EXIT.
004830     EXIT.
004840*
004850 2300-FIND-STEP-POSITION.
004860     MOVE 0 TO WS-REC-POS.
004870     PERFORM 2310-MATCH-STEP-NAME THRU 2310-EXIT
004880         VARYING WS-STEP-SUB FROM 1 BY 1
004890         UNTIL WS-STEP-SUB > 9 OR WS-REC-POS > 0.
004900 2300-EXIT.
004910     EXIT.
004920*
004930 2310-MATCH-STEP-NAME.
004940     IF RLG-STEP-NAME = WS-STP-LEDGER-NAME (WS-STEP-SUB)
004950         MOVE WS-STEP-SUB TO WS-REC-POS
004960     END-IF.
004970 2310-EXIT.
004980     EXIT.
004990*
005000*****************************************************************
005010*    2400-START-OF-EXECUTION                                    *
005020*                                                               *
005030*    WITH NO STAMP ON THE CARD EVERY DL100PRM RECORD STARTS THE *
005040*    EXECUTION AFRESH, SO THE LATEST ONE IS WHAT IS LEFT AT THE *
005050*    END.  WITH A STAMP ONLY THE MATCHING RECORD DOES - ANY     *
005060*    OTHER JUST CLOSES AN OPEN EXECUTION.                       *
005070*****************************************************************
005080 2400-START-OF-EXECUTION.
005090     IF WS-EXEC-OPEN
005100         MOVE RLG-STEP-NAME TO WS-CLOSE-STEP
005110         SET WS-EXEC-CLOSED TO TRUE
005120     END-IF.
005130     IF WS-STAMP-GIVEN
005140         IF RLG-RUN-DATE NOT = WS-CARD-DATE
005150             OR RLG-RUN-TIME NOT = WS-CARD-TIME
005160             GO TO 2400-EXIT
005170         END-IF
005180     END-IF.
005190     ADD 1 TO WS-EXEC-COUNT.
005200     SET WS-EXEC-FOUND TO TRUE.
005210     SET WS-EXEC-OPEN TO TRUE.
005220     MOVE 'N' TO WS-LATER-GEN-SW.
005230     MOVE SPACES TO WS-CLOSE-STEP.
005240     MOVE ZEROES TO WS-EXEC-STEP-TABLE.
005250     MOVE RLG-RUN-DATE TO WS-EXEC-DATE.
005260     MOVE RLG-RUN-TIME TO WS-EXEC-TIME.
005270     PERFORM 2500-RECORD-STEP THRU 2500-EXIT.
005280 2400-EXIT.
005290     EXIT.
005300*
005310 2500-RECORD-STEP.
005320     MOVE 1 TO WS-EXS-SEEN (WS-REC-POS).
005330     MOVE RLG-RETURN-CODE TO WS-EXS-RC (WS-REC-POS).
005340     MOVE RLG-RUN-DATE TO WS-EXS-DATE (WS-REC-POS).
005350     MOVE RLG-RUN-TIME TO WS-EXS-TIME (WS-REC-POS).
005360     MOVE RLG-RECORDS-READ TO WS-EXS-READ (WS-REC-POS).
005370     MOVE RLG-RECORDS-WRITTEN TO WS-EXS-WRITTEN (WS-REC-POS).
005380     MOVE WS-REC-POS TO WS-LAST-POS.
005390     IF RLG-RETURN-CODE > WS-STP-CLEAN-RC (WS-REC-POS)
005400         MOVE 'N' TO WS-LAST-CLEAN-SW
005410     ELSE
005420         MOVE 'Y' TO WS-LAST-CLEAN-SW
005430     END-IF.
005440 2500-EXIT.
005450     EXIT.
005460*
005470*****************************************************************
005480*    3000-PLAN-RESTART                                          *
005490*****************************************************************
005500 3000-PLAN-RESTART.
005510     IF NOT WS-EXEC-FOUND
005520         PERFORM 3050-NO-EXECUTION THRU 3050-EXIT
005530         GO TO 3000-EXIT
005540     END-IF.
005550     PERFORM 3100-FIND-RESTART-POINT THRU 3100-EXIT.
005560     PERFORM 3200-LIST-EXECUTION THRU 3200-EXIT.
005570     IF WS-CLOSE-STEP = 'DL100PSP'
005580         PERFORM 3300-PARTITION-SPLIT THRU 3300-EXIT
005590         GO TO 3000-EXIT
005600     END-IF.
005610     IF WS-NOTHING-FITTED
005620         MOVE 'STEP017 FOUND NOTHING THAT FITS THE BATCH WINDOW'
005630             TO WS-VERDICT-TEXT
005640         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
005650         MOVE 'AND THE RUN WAS SKIPPED - NOTHING TO RESTART.'
005660             TO WS-VERDICT-TEXT
005670         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
005680         GO TO 3000-EXIT
005690     END-IF.
005700     IF WS-RESTART-POS = 0
005710         MOVE 'EVERY STEP ENDED CLEAN - NOTHING TO RESTART.'
005720             TO WS-VERDICT-TEXT
005730         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
005740         GO TO 3000-EXIT
005750     END-IF.
005760     IF NOT WS-STP-RESTARTABLE (WS-RESTART-POS)
005770         PERFORM 3400-RESUBMIT-IN-FULL THRU 3400-EXIT
005780         GO TO 3000-EXIT
005790     END-IF.
005800     PERFORM 3500-CHECK-GENERATION THRU 3500-EXIT.
005810     IF WS-PLAN-REFUSED
005820         GO TO 3000-EXIT
005830     END-IF.
005840     IF WS-VERIFY-ONLY
005850         PERFORM 3600-VERIFY-PLAN THRU 3600-EXIT
005860     ELSE
005870         PERFORM 7000-WRITE-RESTART-DECK THRU 7000-EXIT
005880     END-IF.
005890 3000-EXIT.
005900     EXIT.
005910*
005920 3050-NO-EXECUTION.
005930     IF WS-STAMP-GIVEN
005940         MOVE SPACES TO WS-VERDICT-TEXT
005950         STRING 'NO ZZ006 EXECUTION ON THE LEDGER STARTED AT '
005960                 DELIMITED BY SIZE
005970             WS-CARD-DATE DELIMITED BY SIZE
005980             ' ' DELIMITED BY SIZE
005990             WS-CARD-TIME DELIMITED BY SIZE
006000             INTO WS-VERDICT-TEXT
006010         MOVE 16 TO WS-OVERALL-RC
006020     ELSE
006030         MOVE 'NO ZZ006 EXECUTION IS ON THE LEDGER.'
006040             TO WS-VERDICT-TEXT
006050         MOVE 4 TO WS-OVERALL-RC
006060     END-IF.
006070     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
006080 3050-EXIT.
006090     EXIT.
006100*
006110*****************************************************************
006120*    3100-FIND-RESTART-POINT                                    *
006130*                                                               *
006140*    THE FIRST STEP WITH NO LEDGER RECORD, OR WHOSE RETURN CODE *
006150*    IS ABOVE ITS CLEAN LIMIT.  DL100WPL AT RC=4 FOUND NOTHING  *
006160*    THAT FITS THE WINDOW - THE LATER STEPS WERE MEANT TO SKIP. *
006170*****************************************************************
006180 3100-FIND-RESTART-POINT.
006190     MOVE 0 TO WS-RESTART-POS.
006200     PERFORM 3110-CHECK-ONE-STEP THRU 3110-EXIT
006210         VARYING WS-STEP-SUB FROM 1 BY 1
006220         UNTIL WS-STEP-SUB > 9 OR WS-RESTART-POS > 0
006230             OR WS-NOTHING-FITTED.
006240 3100-EXIT.
006250     EXIT.
006260*
006270 3110-CHECK-ONE-STEP.
006280     IF WS-STEP-SUB = 3 AND WS-EXS-RAN (3) AND WS-EXS-RC (3) = 4
006290         SET WS-NOTHING-FITTED TO TRUE
006300         GO TO 3110-EXIT
006310     END-IF.
006320     IF NOT WS-EXS-RAN (WS-STEP-SUB)
006330         OR WS-EXS-RC (WS-STEP-SUB)
006340             > WS-STP-CLEAN-RC (WS-STEP-SUB)
006350         MOVE WS-STEP-SUB TO WS-RESTART-POS
006360         MOVE WS-STP-JCL-NAME (WS-STEP-SUB) TO WS-RST-JCL-STEP
006370         MOVE WS-STP-LEDGER-NAME (WS-STEP-SUB) TO WS-RST-PROGRAM
006380     END-IF.
006390 3110-EXIT.
006400     EXIT.
006410*
006420 3200-LIST-EXECUTION.
006430     MOVE WS-EXEC-DATE TO RPT-EXL-DATE.
006440     MOVE WS-EXEC-TIME TO RPT-EXL-TIME.
006450     MOVE RPT-EXEC-LINE TO REPORT-PRINT-LINE.
006460     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006470     MOVE SPACES TO REPORT-PRINT-LINE.
006480     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006490     MOVE RPT-COLUMN-HEADING TO REPORT-PRINT-LINE.
006500     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006510     PERFORM 3210-LIST-ONE-STEP THRU 3210-EXIT
006520         VARYING WS-STEP-SUB FROM 1 BY 1
006530         UNTIL WS-STEP-SUB > 9.
006540     MOVE SPACES TO REPORT-PRINT-LINE.
006550     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006560 3200-EXIT.
006570     EXIT.
006580*
006590 3210-LIST-ONE-STEP.
006600     MOVE SPACES TO RPT-DTL-RC RPT-DTL-DATE RPT-DTL-TIME
006610         RPT-DTL-READ RPT-DTL-WRITTEN RPT-DTL-MARKER.
006620     MOVE WS-STP-JCL-NAME (WS-STEP-SUB) TO RPT-DTL-JCL-STEP.
006630     MOVE WS-STP-LEDGER-NAME (WS-STEP-SUB) TO RPT-DTL-PROGRAM.
006640     IF WS-EXS-RAN (WS-STEP-SUB)
006650         MOVE WS-EXS-RC (WS-STEP-SUB) TO RPT-DTL-RC
006660         MOVE WS-EXS-DATE (WS-STEP-SUB) TO RPT-DTL-DATE
006670         MOVE WS-EXS-TIME (WS-STEP-SUB) TO RPT-DTL-TIME
006680         MOVE WS-EXS-READ (WS-STEP-SUB) TO WS-EDIT-COUNT
006690         MOVE WS-EDIT-COUNT TO RPT-DTL-READ
006700         MOVE WS-EXS-WRITTEN (WS-STEP-SUB) TO WS-EDIT-COUNT
006710         MOVE WS-EDIT-COUNT TO RPT-DTL-WRITTEN
006720         IF WS-EXS-RC (WS-STEP-SUB)
006730             > WS-STP-CLEAN-RC (WS-STEP-SUB)
006740             MOVE 'FAILED' TO RPT-DTL-STATE
006750         ELSE
006760             MOVE 'ENDED CLEAN' TO RPT-DTL-STATE
006770         END-IF
006780     ELSE
006790         MOVE 'NO LEDGER RECORD' TO RPT-DTL-STATE
006800     END-IF.
006810     IF WS-STEP-SUB = WS-RESTART-POS
006820         MOVE '<== FIRST STEP NOT CLEAN' TO RPT-DTL-MARKER
006830     END-IF.
006840     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
006850     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
006860 3210-EXIT.
006870     EXIT.
006880*
006890 3300-PARTITION-SPLIT.
006900     MOVE 'THIS WAS A PARTITION SPLIT (ZZ006PS), NOT A ZZ006'
006910         TO WS-VERDICT-TEXT.
006920     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
006930     MOVE 'RUN - RESUBMIT THE FAILED PARTITION JOB, THEN'
006940         TO WS-VERDICT-TEXT.
006950     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
006960     MOVE 'ZZ006PM.  NO RESTART DECK IS WRITTEN.'
006970         TO WS-VERDICT-TEXT.
006980     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
006990     MOVE 8 TO WS-OVERALL-RC.
007000 3300-EXIT.
007010     EXIT.
007020*
007030*****************************************************************
007040*    3400-RESUBMIT-IN-FULL                                      *
007050*                                                               *
007060*    UP TO AND INCLUDING STEP025 THE STREAM CANNOT BE PICKED UP *
007070*    PART WAY - ITS CONTROL DECK AND DETAIL LISTING ARE         *
007080*    TEMPORARY DATASETS THAT DID NOT OUTLIVE THE JOB.           *
007090*****************************************************************
007100 3400-RESUBMIT-IN-FULL.
007110     EVALUATE TRUE
007120         WHEN WS-RESTART-POS < 4
007130             MOVE 'NOTHING WAS WRITTEN PAST THE CONTROL DECK -'
007140                 TO WS-VERDICT-TEXT
007150             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007160             MOVE 'CORRECT THE FAILING STEP AND RESUBMIT'
007170                 TO WS-VERDICT-TEXT
007180             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007190             MOVE 'ZZ006 WITH THE SAME SYMBOLICS.'
007200                 TO WS-VERDICT-TEXT
007210             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007220         WHEN WS-RESTART-POS = 4 AND WS-EXS-RAN (4)
007230             AND WS-EXS-RC (4) = 4
007240             MOVE 'ZERO006 WAS STOPPED BY THE OPERATOR - EMPTY'
007250                 TO WS-VERDICT-TEXT
007260             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007270             MOVE 'PROD.EULER.STOPREQ AND RESUBMIT ZZ006 WITH'
007280                 TO WS-VERDICT-TEXT
007290             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007300             MOVE 'THE SAME SYMBOLICS - IT RESUMES FROM THE'
007310                 TO WS-VERDICT-TEXT
007320             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007330             MOVE 'CHECKPOINT.' TO WS-VERDICT-TEXT
007340             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007350         WHEN WS-RESTART-POS = 4
007360             MOVE 'ZERO006 DID NOT END CLEAN - CORRECT THE CAUSE'
007370                 TO WS-VERDICT-TEXT
007380             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007390             MOVE 'AND RESUBMIT ZZ006 WITH THE SAME SYMBOLICS -'
007400                 TO WS-VERDICT-TEXT
007410             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007420             MOVE 'IT RESUMES FROM THE CHECKPOINT.'
007430                 TO WS-VERDICT-TEXT
007440             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007450         WHEN OTHER
007460             MOVE 'DL100AUD DID NOT END CLEAN.  THE DETAIL'
007470                 TO WS-VERDICT-TEXT
007480             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007490             MOVE 'LISTING IT FOOTS DID NOT OUTLIVE THE JOB -'
007500                 TO WS-VERDICT-TEXT
007510             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007520             MOVE 'RESUBMIT ZZ006 IN FULL ONCE THE FOOTING BREAK'
007530                 TO WS-VERDICT-TEXT
007540             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007550             MOVE 'IS UNDERSTOOD.'
007560                 TO WS-VERDICT-TEXT
007570             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007580     END-EVALUATE.
007590     MOVE 'NO RESTART DECK IS WRITTEN.' TO WS-VERDICT-TEXT.
007600     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
007610     MOVE 4 TO WS-OVERALL-RC.
007620 3400-EXIT.
007630     EXIT.
007640*
007650*****************************************************************
007660*    3500-CHECK-GENERATION                                      *
007670*                                                               *
007680*    A RESTART FROM STEP030 ON RUNS AGAINST OUTPUT(0), SO THAT  *
007690*    MUST STILL BE THE GENERATION THIS EXECUTION'S ZERO006      *
007700*    WROTE - NO LATER RUN MAY HAVE CUT ANOTHER, AND OUTPUT(0)   *
007710*    MUST HOLD THE NUMBER OF RECORDS ZERO006 WROTE, ALL WITH ONE*
007720*    RUN STAMP DATED WITHIN THE EXECUTION.                      *
007730*                                                               *
007740*    THE DECK THEN NAMES THAT GENERATION ABSOLUTELY, SO A RUN   *
007750*    THAT CUTS ANOTHER BEFORE THE DECK IS SUBMITTED CANNOT      *
007760*    TURN IT ONTO THE WRONG DATA.  THE NAME DL100PST JOURNALED  *
007770*    AGAINST THE RUN STAMP IS USED, AND MUST AGREE WITH WHAT    *
007780*    OUTCURR RESOLVES TO; IF NOTHING WAS POSTED YET THE         *
007790*    RESOLVED NAME IS USED.  IN VERIFY MODE OUTPUT(0) MUST      *
007800*    STILL RESOLVE TO THE NAME ON THE CARD.                     *
007810*****************************************************************
007820 3500-CHECK-GENERATION.
007830     IF WS-LATER-GEN-CUT
007840         MOVE 'RESTART REFUSED - THE OUTPUT GENERATION HAS BEEN'
007850             TO WS-VERDICT-TEXT
007860         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007870         MOVE SPACES TO WS-VERDICT-TEXT
007880         STRING 'OVERWRITTEN - ' DELIMITED BY SIZE
007890             WS-LATER-STEP DELIMITED BY SPACE
007900             ' ENDED ' DELIMITED BY SIZE
007910             WS-LATER-DATE DELIMITED BY SIZE
007920             ' ' DELIMITED BY SIZE
007930             WS-LATER-TIME DELIMITED BY SIZE
007940             ' AFTER THIS EXECUTION.' DELIMITED BY SIZE
007950             INTO WS-VERDICT-TEXT
007960         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
007970         GO TO 3500-REFUSED
007980     END-IF.
007990     OPEN INPUT CURRENT-GEN-FILE.
008000     IF WS-OUT-FILE-STATUS NOT = '00'
008010         MOVE SPACES TO WS-VERDICT-TEXT
008020         STRING 'RESTART REFUSED - UNABLE TO OPEN OUTCURR ST='
008030                 DELIMITED BY SIZE
008040             WS-OUT-FILE-STATUS DELIMITED BY SIZE
008050             INTO WS-VERDICT-TEXT
008060         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008070         SET WS-PLAN-REFUSED TO TRUE
008080         MOVE 16 TO WS-OVERALL-RC
008090         GO TO 3500-EXIT
008100     END-IF.
008110     PERFORM 3510-READ-GENERATION THRU 3510-EXIT.
008120     IF NOT WS-OUT-EOF-YES
008130         MOVE OUT-RUN-DATE TO WS-GEN-DATE
008140         MOVE OUT-RUN-TIME TO WS-GEN-TIME
008150     END-IF.
008160     PERFORM 3520-COUNT-ONE-RECORD THRU 3520-EXIT
008170         UNTIL WS-OUT-EOF-YES.
008180     CLOSE CURRENT-GEN-FILE.
008190     MOVE WS-EXS-WRITTEN (4) TO WS-ZERO-WRITTEN.
008200     IF WS-GEN-COUNT NOT = WS-ZERO-WRITTEN
008210         MOVE 'RESTART REFUSED - PROD.EULER.OUTPUT(0) IS NOT THIS'
008220             TO WS-VERDICT-TEXT
008230         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008240         MOVE SPACES TO WS-VERDICT-TEXT
008250         STRING 'EXECUTION''S GENERATION - IT HOLDS '
008260                 DELIMITED BY SIZE
008270             WS-GEN-COUNT DELIMITED BY SIZE
008280             ' RECORDS, ZERO006 WROTE ' DELIMITED BY SIZE
008290             WS-ZERO-WRITTEN DELIMITED BY SIZE
008300             '.' DELIMITED BY SIZE
008310             INTO WS-VERDICT-TEXT
008320         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008330         GO TO 3500-REFUSED
008340     END-IF.
008350     IF WS-GEN-COUNT > 0
008360         IF WS-MIXED-STAMPS
008370             OR WS-GEN-DATE < WS-EXEC-DATE
008380             OR WS-GEN-DATE > WS-EXS-DATE (4)
008390             MOVE 'RESTART REFUSED - PROD.EULER.OUTPUT(0) CARRIES'
008400                 TO WS-VERDICT-TEXT
008410             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008420             MOVE SPACES TO WS-VERDICT-TEXT
008430             STRING 'RUN STAMP ' DELIMITED BY SIZE
008440                 WS-GEN-DATE DELIMITED BY SIZE
008450                 ' ' DELIMITED BY SIZE
008460                 WS-GEN-TIME DELIMITED BY SIZE
008470                 ', NOT ONE FROM THIS EXECUTION.'
008480                     DELIMITED BY SIZE
008490                 INTO WS-VERDICT-TEXT
008500             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008510             GO TO 3500-REFUSED
008520         END-IF
008530     END-IF.
008540     MOVE 'OUTCURR' TO DN-DD-NAME.
008550     CALL 'DL100DSN' USING DL100-DATASET-NAME-AREA.
008560     IF NOT DN-RESOLVED
008570         DISPLAY 'DL100RPL - OUTCURR NAME NOT RESOLVED RC='
008580             DN-RETURN-CODE
008590         MOVE 'RESTART REFUSED - UNABLE TO RESOLVE THE OUTCURR'
008600             TO WS-VERDICT-TEXT
008610         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008620         MOVE 'DATASET NAME.' TO WS-VERDICT-TEXT
008630         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008640         SET WS-PLAN-REFUSED TO TRUE
008650         MOVE 16 TO WS-OVERALL-RC
008660         GO TO 3500-EXIT
008670     END-IF.
008680     MOVE DN-DATASET-NAME TO WS-GEN-DSN.
008690     IF WS-VERIFY-ONLY
008700         IF WS-GEN-DSN NOT = PRM-EXPECT-DSN
008710             MOVE SPACES TO WS-VERDICT-TEXT
008720             STRING 'RESTART REFUSED - PROD.EULER.OUTPUT(0) '
008730                     DELIMITED BY SIZE
008740                 'IS NOW ' DELIMITED BY SIZE
008750                 WS-GEN-DSN DELIMITED BY SPACE
008760                 ',' DELIMITED BY SIZE
008770                 INTO WS-VERDICT-TEXT
008780             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008790             MOVE SPACES TO WS-VERDICT-TEXT
008800             STRING 'THE DECK WAS PLANNED AGAINST '
008810                     DELIMITED BY SIZE
008820                 PRM-EXPECT-DSN DELIMITED BY SPACE
008830                 '.' DELIMITED BY SIZE
008840                 INTO WS-VERDICT-TEXT
008850             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
008860             GO TO 3500-REFUSED
008870         END-IF
008880         GO TO 3500-EXIT
008890     END-IF.
008900     PERFORM 3530-FIND-JOURNALED-NAME THRU 3530-EXIT.
008910     IF WS-JRNL-DSN-FOUND
008920         IF WS-JRNL-DSN NOT = WS-GEN-DSN
008930             MOVE SPACES TO WS-VERDICT-TEXT
008940             STRING 'RESTART REFUSED - DL100PST POSTED THIS RUN '
008950                     DELIMITED BY SIZE
008960                 'FROM ' DELIMITED BY SIZE
008970                 WS-JRNL-DSN DELIMITED BY SPACE
008980                 ',' DELIMITED BY SIZE
008990                 INTO WS-VERDICT-TEXT
009000             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
009010             MOVE SPACES TO WS-VERDICT-TEXT
009020             STRING 'BUT PROD.EULER.OUTPUT(0) IS '
009030                     DELIMITED BY SIZE
009040                 WS-GEN-DSN DELIMITED BY SPACE
009050                 '.' DELIMITED BY SIZE
009060                 INTO WS-VERDICT-TEXT
009070             PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
009080             GO TO 3500-REFUSED
009090         END-IF
009100         MOVE WS-JRNL-DSN TO WS-GEN-DSN
009110     END-IF.
009120     GO TO 3500-EXIT.
009130 3500-REFUSED.
009140     MOVE 'NO RESTART DECK IS WRITTEN.' TO WS-VERDICT-TEXT.
009150     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
009160     SET WS-PLAN-REFUSED TO TRUE.
009170     MOVE 8 TO WS-OVERALL-RC.
009180 3500-EXIT.
009190     EXIT.
009200*
009210 3510-READ-GENERATION.
009220     READ CURRENT-GEN-FILE
009230         AT END
009240             SET WS-OUT-EOF-YES TO TRUE
009250     END-READ.
009260 3510-EXIT.
009270     EXIT.
009280*
009290 3520-COUNT-ONE-RECORD.
009300     ADD 1 TO WS-GEN-COUNT.
009310     IF OUT-RUN-DATE NOT = WS-GEN-DATE
009320         OR OUT-RUN-TIME NOT = WS-GEN-TIME
009330         SET WS-MIXED-STAMPS TO TRUE
009340     END-IF.
009350     PERFORM 3510-READ-GENERATION THRU 3510-EXIT.
009360 3520-EXIT.
009370     EXIT.
009380*
009390*****************************************************************
009400*    3530-FIND-JOURNALED-NAME                                   *
009410*                                                               *
009420*    THE FIRST ADD, CONFIRM OR REPLACE ON THE JOURNAL CARRYING  *
009430*    THE GENERATION'S RUN STAMP.  NO JOURNAL DATASET IS         *
009440*    TREATED AS AN EMPTY ONE.                                   *
009470*****************************************************************
009480 3530-FIND-JOURNALED-NAME.
009490     OPEN INPUT JOURNAL-FILE.
009500     IF WS-JRNL-FILE-STATUS = '35'
009510         GO TO 3530-EXIT
009520     END-IF.
009530     IF WS-JRNL-FILE-STATUS NOT = '00'
009540         DISPLAY 'DL100RPL - UNABLE TO OPEN JRNLFILE ST='
009550             WS-JRNL-FILE-STATUS
009560         MOVE 16 TO RETURN-CODE
009570         STOP RUN
009580     END-IF.
009590     PERFORM 3540-READ-JOURNAL THRU 3540-EXIT.
009600     PERFORM 3550-CHECK-ONE-ENTRY THRU 3550-EXIT
009610         UNTIL WS-JRNL-EOF-YES OR WS-JRNL-DSN-FOUND.
009620     CLOSE JOURNAL-FILE.
009630 3530-EXIT.
009640     EXIT.
009650*
009660 3540-READ-JOURNAL.
009670     READ JOURNAL-FILE INTO DL100-POSTING-JOURNAL-RECORD
009680         AT END
009690             SET WS-JRNL-EOF-YES TO TRUE
009700     END-READ.
009710 3540-EXIT.
009720     EXIT.
009730*
009740 3550-CHECK-ONE-ENTRY.
009750     IF JRN-RUN-DATE = WS-GEN-DATE AND JRN-RUN-TIME = WS-GEN-TIME
009760         AND NOT JRN-ACTION-BACKOUT
009770         AND JRN-OUTFILE-DSN NOT = SPACES
009780         MOVE JRN-OUTFILE-DSN TO WS-JRNL-DSN
009790         SET WS-JRNL-DSN-FOUND TO TRUE
009800         GO TO 3550-EXIT
009810     END-IF.
009870     PERFORM 3540-READ-JOURNAL THRU 3540-EXIT.
009880 3550-EXIT.
009890     EXIT.
009900*
009910*****************************************************************
009920*    3600-VERIFY-PLAN                                           *
009930*                                                               *
009940*    FIRST STEP OF A RESTART DECK.  THE LEDGER MUST STILL PLAN  *
009950*    THE RESTART FROM THE STEP THE DECK WAS BUILT FOR, AND THE  *
009960*    GENERATION CHECK HAS ALREADY PASSED.                       *
009970*****************************************************************
009980 3600-VERIFY-PLAN.
009990     IF WS-RST-PROGRAM = PRM-EXPECT-STEP
010000         SET WS-RESTART-VERIFIED TO TRUE
010010         MOVE SPACES TO WS-VERDICT-TEXT
010020         STRING 'RESTART VERIFIED - ' DELIMITED BY SIZE
010030             WS-RST-JCL-STEP DELIMITED BY SIZE
010040             ' (' DELIMITED BY SIZE
010050             WS-RST-PROGRAM DELIMITED BY SPACE
010060             ') IS STILL THE RESTART POINT.' DELIMITED BY SIZE
010070             INTO WS-VERDICT-TEXT
010080         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
010090         MOVE 'PROD.EULER.OUTPUT(0) IS STILL THIS EXECUTION''S.'
010100             TO WS-VERDICT-TEXT
010110     ELSE
010120         MOVE SPACES TO WS-VERDICT-TEXT
010130         STRING 'RESTART NO LONGER VALID - THE DECK RESTARTS AT '
010140                 DELIMITED BY SIZE
010150             PRM-EXPECT-STEP DELIMITED BY SPACE
010160             ', THE LEDGER NOW AT ' DELIMITED BY SIZE
010170             WS-RST-PROGRAM DELIMITED BY SPACE
010180             '.' DELIMITED BY SIZE
010190             INTO WS-VERDICT-TEXT
010200         MOVE 8 TO WS-OVERALL-RC
010210     END-IF.
010220     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
010230 3600-EXIT.
010240     EXIT.
010250*
010260*****************************************************************
010270*    7000-WRITE-RESTART-DECK                                    *
010280*                                                               *
010290*    THE RESTART JOB - A VERIFY STEP, THEN THE ZZ006 STEPS FROM *
010300*    THE RESTART POINT ON, EACH AS IN ZZ006 BUT READING THE     *
010310*    EXECUTION'S OWN GENERATION AS OUTPUT(0) AND THE ONE BEFORE *
010320*    IT AS OUTPUT(-1).                                          *
010330*****************************************************************
010340 7000-WRITE-RESTART-DECK.
010350     PERFORM 7100-DECK-JOB-CARD THRU 7100-EXIT.
010360     PERFORM 7200-DECK-VERIFY-STEP THRU 7200-EXIT.
010370     IF WS-RESTART-POS NOT > 6
010380         PERFORM 7300-DECK-STEP030 THRU 7300-EXIT
010390     END-IF.
010400     IF WS-RESTART-POS NOT > 7
010410         PERFORM 7400-DECK-STEP040 THRU 7400-EXIT
010420     END-IF.
010430     IF WS-RESTART-POS NOT > 8
010440         PERFORM 7500-DECK-STEP050 THRU 7500-EXIT
010450     END-IF.
010460     PERFORM 7600-DECK-STEP060 THRU 7600-EXIT.
010470     MOVE SPACES TO WS-VERDICT-TEXT.
010480     STRING 'RESTART FROM ' DELIMITED BY SIZE
010490         WS-RST-JCL-STEP DELIMITED BY SIZE
010500         ' (' DELIMITED BY SIZE
010510         WS-RST-PROGRAM DELIMITED BY SPACE
010520         ') - RESTART DECK WRITTEN TO RSTDECK.' DELIMITED BY SIZE
010530         INTO WS-VERDICT-TEXT.
010540     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
010550     MOVE SPACES TO WS-VERDICT-TEXT.
010560     STRING 'IT READS ' DELIMITED BY SIZE
010570         WS-GEN-DSN DELIMITED BY SPACE
010580         ' AS THIS EXECUTION''S' DELIMITED BY SIZE
010590         INTO WS-VERDICT-TEXT.
010600     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
010610     MOVE 'RESULTS AND PROD.EULER.OUTPUT(-1) AS THE PRIOR ONE -'
010620         TO WS-VERDICT-TEXT.
010630     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
010640     MOVE 'SUBMIT IT BEFORE ANY OTHER RUN OF THE STREAM.'
010650         TO WS-VERDICT-TEXT.
010660     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
010670     IF WS-RESTART-POS = 7
010680         MOVE 'DL100PST SKIPS EVERY RESULT IT ALREADY POSTED FROM'
010690             TO WS-VERDICT-TEXT
010700         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
010710         MOVE 'THIS RUN, SO THE RERUN CONFIRMS NOTHING TWICE.'
010720             TO WS-VERDICT-TEXT
010730         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
010740     END-IF.
010750 7000-EXIT.
010760     EXIT.
010770*
010780 7100-DECK-JOB-CARD.
010790     MOVE '//ZZ006RS  JOB  (ACCT),''PROJECT EULER 006 RESTART'','
010800         TO WS-DECK-CARD.
010810     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
010820     MOVE '//              CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID'
010830         TO WS-DECK-CARD.
010840     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
010850     MOVE '//*' TO WS-DECK-CARD.
010860     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
010870     MOVE SPACES TO WS-DECK-CARD.
010880     STRING '//*  RESTART OF THE ZZ006 EXECUTION STARTED '
010890             DELIMITED BY SIZE
010900         WS-EXEC-DATE DELIMITED BY SIZE
010910         ' ' DELIMITED BY SIZE
010920         WS-EXEC-TIME DELIMITED BY SIZE
010930         '.' DELIMITED BY SIZE
010940         INTO WS-DECK-CARD.
010950     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
010960     MOVE SPACES TO WS-DECK-CARD.
010970     IF WS-EXS-RAN (WS-RESTART-POS)
010980         STRING '//*  ' DELIMITED BY SIZE
010990             WS-RST-JCL-STEP DELIMITED BY SIZE
011000             ' (' DELIMITED BY SIZE
011010             WS-RST-PROGRAM DELIMITED BY SPACE
011020             ') ENDED RC=' DELIMITED BY SIZE
011030             WS-EXS-RC (WS-RESTART-POS) DELIMITED BY SIZE
011040             ' - THE RUN RESTARTS THERE.' DELIMITED BY SIZE
011050             INTO WS-DECK-CARD
011060     ELSE
011070         STRING '//*  ' DELIMITED BY SIZE
011080             WS-RST-JCL-STEP DELIMITED BY SIZE
011090             ' (' DELIMITED BY SIZE
011100             WS-RST-PROGRAM DELIMITED BY SPACE
011110             ') NEVER ENDED - THE RUN RESTARTS THERE.'
011120                 DELIMITED BY SIZE
011130             INTO WS-DECK-CARD
011140     END-IF.
011150     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011160     MOVE SPACES TO WS-DECK-CARD.
011170     STRING '//*  PLANNED BY DL100RPL ' DELIMITED BY SIZE
011180         WS-CDT-DATE DELIMITED BY SIZE
011190         ' ' DELIMITED BY SIZE
011200         WS-CDT-HHMMSS DELIMITED BY SIZE
011210         '.' DELIMITED BY SIZE
011220         INTO WS-DECK-CARD.
011230     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011240     MOVE '//*  STEP005 STOPS THE JOB IF ANOTHER RUN HAS CUT AN'
011250         TO WS-DECK-CARD.
011260     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011270     MOVE '//*  OUTPUT GENERATION SINCE.' TO WS-DECK-CARD.
011280     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011290     MOVE '//*' TO WS-DECK-CARD.
011300     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011310 7100-EXIT.
011320     EXIT.
011330*
011340 7200-DECK-VERIFY-STEP.
011350     MOVE '//STEP005  EXEC PGM=DL100RPL' TO WS-DECK-CARD.
011360     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011370     MOVE '//STEPLIB  DD   DISP=SHR,DSN=PROD.EULER.LOADLIB'
011380         TO WS-DECK-CARD.
011390     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011400     MOVE '//PARMFILE DD   *' TO WS-DECK-CARD.
011410     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011420     MOVE SPACES TO WS-GUARD-CARD.
011430     MOVE WS-EXEC-DATE TO WS-GRD-EXEC-DATE.
011440     MOVE WS-EXEC-TIME TO WS-GRD-EXEC-TIME.
011450     MOVE 'V' TO WS-GRD-RUN-MODE.
011460     MOVE WS-RST-PROGRAM TO WS-GRD-EXPECT-STEP.
011470     MOVE WS-GEN-DSN TO WS-GRD-EXPECT-DSN.
011480     MOVE WS-GUARD-CARD TO WS-DECK-CARD.
011490     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011500     MOVE '/*' TO WS-DECK-CARD.
011510     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011520     MOVE '//LEDGFILE DD   DSN=PROD.EULER.RUNLEDGR,DISP=SHR'
011530         TO WS-DECK-CARD.
011540     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011550     MOVE '//OUTCURR  DD   DSN=PROD.EULER.OUTPUT(0),DISP=SHR'
011560         TO WS-DECK-CARD.
011570     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011580     MOVE '//RSTDECK  DD   DUMMY' TO WS-DECK-CARD.
011590     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011600     PERFORM 7800-DECK-REPORT-DDS THRU 7800-EXIT.
011610     MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-DECK-CARD.
011620     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011630     MOVE '//*' TO WS-DECK-CARD.
011640     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011650 7200-EXIT.
011660     EXIT.
011670*
011680*****************************************************************
011690*    7300-DECK-STEP030                                          *
011700*                                                               *
011710*    DL100RCN MATCH-MERGES ON N AND K BUT THE GENERATION IS IN  *
011720*    CONTROL-DECK ORDER, SO AS IN ZZ006 STEP028 SORTS IT FIRST. *
011730*****************************************************************
011740 7300-DECK-STEP030.
011750     MOVE '//STEP028  EXEC PGM=SORT,COND=(0,NE)' TO WS-DECK-CARD.
011760     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011770     MOVE 'SORTIN' TO WS-DECK-DD-NAME.
011780     PERFORM 7700-DECK-GENERATION-DD THRU 7700-EXIT.
011790     MOVE '//SORTOUT  DD   DSN=&&ACTSORT,DISP=(NEW,PASS,DELETE),'
011800         TO WS-DECK-CARD.
011810     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011820     MOVE '//              UNIT=SYSDA,SPACE=(TRK,(1,1)),'
011830         TO WS-DECK-CARD.
011840     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011850     MOVE '//              DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)'
011860         TO WS-DECK-CARD.
011870     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011880     MOVE '//SYSIN    DD   *' TO WS-DECK-CARD.
011890     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011892     MOVE SPACES TO WS-DECK-CARD.
011894     STRING '  INREC IFTHEN=(WHEN=(108,1,CH,EQ,C'' ''),'
011895             DELIMITED BY SIZE
011896         'OVERLAY=(108:C''2''))' DELIMITED BY SIZE
011897         INTO WS-DECK-CARD.
011898     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011900     MOVE '  SORT FIELDS=(15,5,CH,A,108,1,CH,A)' TO WS-DECK-CARD.
011910     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011920     MOVE '/*' TO WS-DECK-CARD.
011930     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011940     MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-DECK-CARD.
011950     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011960     MOVE '//*' TO WS-DECK-CARD.
011970     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
011980     MOVE '//STEP030  EXEC PGM=DL100RCN,COND=(0,NE)'
011990         TO WS-DECK-CARD.
012000     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012010     MOVE '//STEPLIB  DD   DISP=SHR,DSN=PROD.EULER.LOADLIB'
012020         TO WS-DECK-CARD.
012030     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012040     MOVE '//ACTFILE  DD   DSN=&&ACTSORT,DISP=(OLD,DELETE,DELETE)'
012050         TO WS-DECK-CARD.
012060     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012070     MOVE '//REFFILE  DD   DSN=PROD.EULER.CTLTOTAL,DISP=SHR'
012080         TO WS-DECK-CARD.
012090     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012100     PERFORM 7850-DECK-LEDGER-DDS THRU 7850-EXIT.
012110     MOVE '//XCFILE   DD   DSN=PROD.EULER.XCASE,DISP=SHR'
012120         TO WS-DECK-CARD.
012130     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012140     MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-DECK-CARD.
012150     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012160     MOVE '//*' TO WS-DECK-CARD.
012170     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012180 7300-EXIT.
012190     EXIT.
012200*
012210 7400-DECK-STEP040.
012220     MOVE '//STEP040  EXEC PGM=DL100PST,COND=(0,NE)'
012230         TO WS-DECK-CARD.
012240     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012250     MOVE '//STEPLIB  DD   DISP=SHR,DSN=PROD.EULER.LOADLIB'
012260         TO WS-DECK-CARD.
012270     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012280     MOVE 'OUTFILE' TO WS-DECK-DD-NAME.
012290     PERFORM 7700-DECK-GENERATION-DD THRU 7700-EXIT.
012300     MOVE '//RESLFILE DD   DSN=PROD.EULER.RESLMAST,DISP=SHR'
012310         TO WS-DECK-CARD.
012320     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012330     PERFORM 7850-DECK-LEDGER-DDS THRU 7850-EXIT.
012340     MOVE '//JRNLFILE DD   DSN=PROD.EULER.RESLJRNL,DISP=MOD'
012350         TO WS-DECK-CARD.
012360     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012370     MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-DECK-CARD.
012380     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012390     MOVE '//*' TO WS-DECK-CARD.
012400     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012410 7400-EXIT.
012420     EXIT.
012430*
012440 7500-DECK-STEP050.
012450     MOVE '//STEP050  EXEC PGM=DL100GVG,COND=(0,NE),REGION=0M'
012460         TO WS-DECK-CARD.
012470     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012480     MOVE '//STEPLIB  DD   DISP=SHR,DSN=PROD.EULER.LOADLIB'
012490         TO WS-DECK-CARD.
012500     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012510     MOVE 'CURRFILE' TO WS-DECK-DD-NAME.
012520     PERFORM 7700-DECK-GENERATION-DD THRU 7700-EXIT.
012530     MOVE '//PRIORFLE DD   DSN=PROD.EULER.OUTPUT(-1),DISP=SHR'
012540         TO WS-DECK-CARD.
012550     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012560     PERFORM 7800-DECK-REPORT-DDS THRU 7800-EXIT.
012570     PERFORM 7850-DECK-LEDGER-DDS THRU 7850-EXIT.
012580     MOVE '//XCFILE   DD   DSN=PROD.EULER.XCASE,DISP=SHR'
012590         TO WS-DECK-CARD.
012600     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012610     MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-DECK-CARD.
012620     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012630     MOVE '//*' TO WS-DECK-CARD.
012640     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012650 7500-EXIT.
012660     EXIT.
012670*
012680*****************************************************************
012690*    7600-DECK-STEP060                                          *
012700*                                                               *
012710*    AS IN ZZ006 THE TREND REPORT RUNS ONLY IF EVERY EARLIER    *
012720*    STEP ENDED CLEAN, ALLOWING DL100GVG ITS RC=4 WARNING - THE *
012730*    CONDITIONS NAME ONLY THE STEPS THIS DECK CARRIES.          *
012740*****************************************************************
012750 7600-DECK-STEP060.
012760     IF WS-RESTART-POS = 9
012770         MOVE '//STEP060  EXEC PGM=DL100TRD,COND=(0,NE)'
012780             TO WS-DECK-CARD
012790         PERFORM 7900-WRITE-CARD THRU 7900-EXIT
012800         GO TO 7600-DDS
012810     END-IF.
012820     MOVE '//STEP060  EXEC PGM=DL100TRD,' TO WS-DECK-CARD.
012830     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
012840     MOVE SPACES TO WS-DECK-CARD.
012850     EVALUATE WS-RESTART-POS
012860         WHEN 8
012870             STRING '//              COND=((0,NE,STEP005),'
012880                     DELIMITED BY SIZE
012890                 '(4,LT,STEP050))' DELIMITED BY SIZE
012900                 INTO WS-DECK-CARD
012910         WHEN 7
012920             STRING '//              COND=((0,NE,STEP005),'
012930                     DELIMITED BY SIZE
012940                 '(0,NE,STEP040),(4,LT,STEP050))'
012950                     DELIMITED BY SIZE
012960                 INTO WS-DECK-CARD
012970         WHEN OTHER
012980             STRING '//              COND=((0,NE,STEP005),'
012990                     DELIMITED BY SIZE
013000                 '(0,NE,STEP028),' DELIMITED BY SIZE
013010                 INTO WS-DECK-CARD
013020             PERFORM 7900-WRITE-CARD THRU 7900-EXIT
013030             MOVE SPACES TO WS-DECK-CARD
013040             STRING '//              (0,NE,STEP030),'
013050                     DELIMITED BY SIZE
013060                 '(0,NE,STEP040),' DELIMITED BY SIZE
013070                 '(4,LT,STEP050))' DELIMITED BY SIZE
013080                 INTO WS-DECK-CARD
013090     END-EVALUATE.
013100     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013110 7600-DDS.
013120     MOVE '//STEPLIB  DD   DISP=SHR,DSN=PROD.EULER.LOADLIB'
013130         TO WS-DECK-CARD.
013140     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013150     MOVE '//HISTFILE DD   DSN=PROD.EULER.HIST,DISP=SHR'
013160         TO WS-DECK-CARD.
013170     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013180     PERFORM 7800-DECK-REPORT-DDS THRU 7800-EXIT.
013190     MOVE '//SORTWK01 DD   UNIT=SYSDA,SPACE=(CYL,(1,1))'
013200         TO WS-DECK-CARD.
013210     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013220     PERFORM 7850-DECK-LEDGER-DDS THRU 7850-EXIT.
013230     MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-DECK-CARD.
013240     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013250 7600-EXIT.
013260     EXIT.
013270*
013280*****************************************************************
013290*    7700-DECK-GENERATION-DD                                    *
013300*                                                               *
013310*    A DD FOR THE EXECUTION'S GENERATION BY ITS ABSOLUTE NAME.  *
013320*    A FULL 44-CHARACTER NAME LEAVES NO ROOM FOR THE DISP ON    *
013330*    THE SAME CARD, SO IT ALWAYS GOES ON A CONTINUATION.        *
013340*****************************************************************
013350 7700-DECK-GENERATION-DD.
013360     MOVE SPACES TO WS-DECK-CARD.
013370     STRING '//' DELIMITED BY SIZE
013380         WS-DECK-DD-NAME DELIMITED BY SIZE
013390         ' DD   DSN=' DELIMITED BY SIZE
013400         WS-GEN-DSN DELIMITED BY SPACE
013410         ',' DELIMITED BY SIZE
013420         INTO WS-DECK-CARD.
013430     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013440     MOVE '//              DISP=SHR' TO WS-DECK-CARD.
013450     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013460 7700-EXIT.
013470     EXIT.
013480*
013490 7800-DECK-REPORT-DDS.
013500     MOVE '//RPTFILE  DD   SYSOUT=*,' TO WS-DECK-CARD.
013510     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013520     MOVE '//              DCB=(RECFM=FBA,LRECL=132)'
013530         TO WS-DECK-CARD.
013540     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013550 7800-EXIT.
013560     EXIT.
013570*
013580 7850-DECK-LEDGER-DDS.
013590     MOVE '//LEDGFILE DD   DSN=PROD.EULER.RUNLEDGR,DISP=MOD'
013600         TO WS-DECK-CARD.
013610     PERFORM 7900-WRITE-CARD THRU 7900-EXIT.
013620 7850-EXIT.
013630     EXIT.
013640*
013650 7900-WRITE-CARD.
013660     MOVE WS-DECK-CARD TO RESTART-DECK-CARD.
013670     WRITE RESTART-DECK-CARD.
013680     IF WS-DECK-FILE-STATUS NOT = '00'
013690         DISPLAY 'DL100RPL - RSTDECK WRITE FAILED ST='
013700             WS-DECK-FILE-STATUS
013710         MOVE 16 TO RETURN-CODE
013720         STOP RUN
013730     END-IF.
013740     ADD 1 TO WS-DECK-COUNT.
013750 7900-EXIT.
013760     EXIT.
013770*
013780 8100-WRITE-VERDICT.
013790     MOVE WS-VERDICT-TEXT TO RPT-VRD-TEXT.
013800     MOVE RPT-VERDICT-LINE TO REPORT-PRINT-LINE.
013810     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
013820 8100-EXIT.
013830     EXIT.
013840*
013850*****************************************************************
013860*    9000-TERMINATE                                             *
013870*****************************************************************
013880 9000-TERMINATE.
013890*    VERIFY MODE PASSES ONLY A RESTART IT COULD CONFIRM.
013900     IF WS-VERIFY-ONLY AND NOT WS-RESTART-VERIFIED
013910         IF WS-OVERALL-RC < 8
013920             MOVE 8 TO WS-OVERALL-RC
013930         END-IF
013940         MOVE '*** RESTART NOT VERIFIED - THE DECK MUST NOT RUN'
013950             TO WS-VERDICT-TEXT
013960         PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT
013970     END-IF.
013980     MOVE SPACES TO REPORT-PRINT-LINE.
013990     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
014000     MOVE 'LEDGER RECORDS READ' TO RPT-SUM-TEXT.
014010     MOVE WS-LEDGER-COUNT TO RPT-SUM-COUNT.
014020     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
014030     MOVE 'ZZ006 EXECUTIONS MATCHED' TO RPT-SUM-TEXT.
014040     MOVE WS-EXEC-COUNT TO RPT-SUM-COUNT.
014050     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
014060     MOVE 'RESTART DECK CARDS WRITTEN' TO RPT-SUM-TEXT.
014070     MOVE WS-DECK-COUNT TO RPT-SUM-COUNT.
014080     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
014090     IF NOT WS-VERIFY-ONLY
014100         CLOSE RESTART-DECK-FILE
014110     END-IF.
014120     CLOSE REPORT-FILE.
014130     DISPLAY 'DL100RPL COMPLETE - LEDGER=' WS-LEDGER-COUNT
014140         ' DECK CARDS=' WS-DECK-COUNT
014150         ' RC=' WS-OVERALL-RC.
014160     MOVE WS-OVERALL-RC TO RETURN-CODE.
014170 9000-EXIT.
014180     EXIT.
014190*
014200 9100-WRITE-SUMMARY-LINE.
014210     MOVE RPT-SUMMARY-LINE TO REPORT-PRINT-LINE.
014220     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
014230 9100-EXIT.
014240     EXIT.
