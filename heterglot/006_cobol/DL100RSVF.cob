000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100RSV                                         *
000040*                                                               *
000050*   ABSTRACT:  RESTORE VERIFY.  RUNS AFTER THE RESTORE JOB      *
000060*              (ZZ006RT) HAS RELOADED A BACKUP SET TAKEN BY     *
000070*              DL100BKU.  READS THE SET'S MANIFEST (COPYBOOK    *
000080*              DL100BM), THEN RE-READS EVERY RESTORED DATASET   *
000090*              END TO END, RE-COUNTING ITS RECORDS AND RE-      *
000100*              ADDING THE SAME HASH FIELD THE BACKUP ADDED, AND *
000110*              PRINTS ONE LINE PER DATASET WITH THE MANIFEST    *
000120*              AND RESTORED FIGURES SIDE BY SIDE.  THE RESTORE  *
000130*              IS DECLARED VERIFIED ONLY WHEN THE MANIFEST IS   *
000140*              WHOLE (HEADER, TRAILER, ONE SET STAMP, THE       *
000150*              DATASET COUNT THE HEADER PROMISED) AND EVERY     *
000160*              DATASET IN IT WAS RESTORED AND MATCHES ON BOTH   *
000170*              COUNT AND HASH.  ANYTHING ELSE - A DIFFERENCE, A *
000180*              DATASET THAT WOULD NOT OPEN OR READ, A DATASET   *
000190*              MISSING FROM THE MANIFEST OR THE MANIFEST        *
000200*              NAMING ONE THIS PROGRAM DOES NOT RESTORE - ENDS  *
000210*              THE RUN RC=16 WITH THE RESTORE NOT VERIFIED.     *
000220*              A KEYED CLUSTER THAT RELOADED EMPTY (NEVER       *
000230*              WRITTEN SINCE ITS DEFINE) COUNTS AS ZERO         *
000240*              RECORDS.                                         *
000241*                                                               *
000242*              RUN WITH PARM='CHECK' (FIRST STEP OF ZZ006RT,    *
000244*              BEFORE ANYTHING IS DELETED) IT READS THE         *
000245*              MANIFEST ONLY: A MANIFEST THAT IS NOT WHOLE, OR  *
000246*              THAT LACKS ANY DATASET THIS PROGRAM VERIFIES,    *
000248*              ENDS RC=16 SO THE RESTORE STEPS DO NOT RUN.  A   *
000249*              WHOLE MANIFEST ENDS RC=0.                        *
000250*                                                               *
000260*   AUTHOR:        R L JENNINGS                                 *
000270*   INSTALLATION:  DATA CENTER APPLICATIONS                     *
000280*   DATE-WRITTEN:  10/15/2026                                   *
000290*                                                               *
000300*   MODIFICATION HISTORY                                        *
000310*   ------------------------------------------------------      *
000320*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000322*   10/15/2026  RLJ  VERIFIES THE POSTING JOURNAL, EXCEPTION    *
000324*                    CASE FILE, CONTROL-DECK LIBRARY, INBOUND   *
000326*                    REGISTER AND STOP REQUEST LOG.  ADDED THE  *
000328*                    PARM='CHECK' MANIFEST-ONLY RUN.            *
000330*                                                               *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DL100RSV.
000370 AUTHOR. R L JENNINGS.
000380 INSTALLATION. DATA CENTER APPLICATIONS.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MANIFEST-FILE ASSIGN TO MANFILE
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-MAN-FILE-STATUS.
000480     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS RES-KEY
000520         FILE STATUS IS WS-RESL-FILE-STATUS.
000530     SELECT HISTORY-VSAM ASSIGN TO HISTVSAM
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS HV-KEY
000570         FILE STATUS IS WS-HSTV-FILE-STATUS.
000580     SELECT PENDING-FILE ASSIGN TO PENDFILE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS PND-KEY
000620         FILE STATUS IS WS-PEND-FILE-STATUS.
000630     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-HIST-FILE-STATUS.
000660     SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-ARCH-FILE-STATUS.
000690     SELECT REFERENCE-FILE ASSIGN TO REFFILE
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-REF-FILE-STATUS.
000720     SELECT LEDGER-FILE ASSIGN TO LEDGFILE
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-LEDG-FILE-STATUS.
000750     SELECT TIMING-FILE ASSIGN TO TIMEFILE
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-TIME-FILE-STATUS.
000780     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-CKPT-FILE-STATUS.
000810     SELECT STATUS-FILE ASSIGN TO STATFILE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-STAT-FILE-STATUS.
000840     SELECT OUTPUT-CURRENT ASSIGN TO OUTCURR
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-OUTC-FILE-STATUS.
000870     SELECT OUTPUT-PRIOR ASSIGN TO OUTPRIOR
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-OUTP-FILE-STATUS.
000891     SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
000892         ORGANIZATION IS SEQUENTIAL
000893         FILE STATUS IS WS-JRNL-FILE-STATUS.
000894     SELECT CASE-FILE ASSIGN TO XCFILE
000895         ORGANIZATION IS INDEXED
000896         ACCESS MODE IS SEQUENTIAL
000897         RECORD KEY IS XC-CASE-NUMBER
000898         FILE STATUS IS WS-XCAS-FILE-STATUS.
000899     SELECT DECK-LIBRARY-FILE ASSIGN TO DECKLIB
000900         ORGANIZATION IS INDEXED
000901         ACCESS MODE IS SEQUENTIAL
000902         RECORD KEY IS DK-KEY
000903         FILE STATUS IS WS-DECK-FILE-STATUS.
000904     SELECT REGISTER-FILE ASSIGN TO REGFILE
000905         ORGANIZATION IS INDEXED
000906         ACCESS MODE IS SEQUENTIAL
000907         RECORD KEY IS IRG-KEY
000908         FILE STATUS IS WS-IREG-FILE-STATUS.
000909     SELECT STOP-LOG-FILE ASSIGN TO SLOGFILE
000910         ORGANIZATION IS INDEXED
000911         ACCESS MODE IS SEQUENTIAL
000912         RECORD KEY IS SLG-KEY
000913         FILE STATUS IS WS-SLOG-FILE-STATUS.
000914     SELECT REPORT-FILE ASSIGN TO RPTFILE
000915         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-RPT-FILE-STATUS.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  MANIFEST-FILE
000970     RECORDING MODE IS F.
000980     COPY DL100BM.
000990*
001000 FD  RESULT-MASTER
001010     RECORDING MODE IS F.
001020     COPY DL100RS.
001030*
001040 FD  HISTORY-VSAM
001050     RECORDING MODE IS F.
001060     COPY DL100HV.
001070*
001080 FD  PENDING-FILE
001090     RECORDING MODE IS F.
001100     COPY DL100PQ.
001110*
001120 FD  HISTORY-FILE
001130     RECORDING MODE IS F.
001140 01  HISTORY-FILE-REC            PIC X(114).
001150*
001160 FD  ARCHIVE-FILE
001170     RECORDING MODE IS F.
001180 01  ARCHIVE-FILE-REC            PIC X(114).
001190*
001200 FD  REFERENCE-FILE
001210     RECORDING MODE IS F.
001220 01  REFERENCE-FILE-REC          PIC X(80).
001230*
001240 FD  LEDGER-FILE
001250     RECORDING MODE IS F.
001260 01  LEDGER-FILE-REC             PIC X(80).
001270*
001280 FD  TIMING-FILE
001290     RECORDING MODE IS F.
001300 01  TIMING-FILE-REC             PIC X(80).
001310*
001320 FD  CHECKPOINT-FILE
001330     RECORDING MODE IS F.
001340 01  CHECKPOINT-FILE-REC         PIC X(53).
001350*
001360 FD  STATUS-FILE
001370     RECORDING MODE IS F.
001380 01  STATUS-FILE-REC             PIC X(29).
001390*
001400 FD  OUTPUT-CURRENT
001410     RECORDING MODE IS F.
001420 01  OUTPUT-CURRENT-REC          PIC X(120).
001430*
001440 FD  OUTPUT-PRIOR
001450     RECORDING MODE IS F.
001460 01  OUTPUT-PRIOR-REC            PIC X(120).
001470*
001471 FD  JOURNAL-FILE
001472     RECORDING MODE IS F.
001473 01  JOURNAL-FILE-REC            PIC X(340).
001474*
001475 FD  CASE-FILE
001476     RECORDING MODE IS F.
001477     COPY DL100XC.
001478*
001479 FD  DECK-LIBRARY-FILE
001480     RECORDING MODE IS F.
001481     COPY DL100DK.
001482*
001483 FD  REGISTER-FILE
001484     RECORDING MODE IS F.
001485     COPY DL100IB.
001486*
001487 FD  STOP-LOG-FILE
001488     RECORDING MODE IS F.
001489     COPY DL100SL.
001490*
001491 FD  REPORT-FILE
001492     RECORDING MODE IS F.
001500 01  REPORT-PRINT-LINE           PIC X(132).
001510*
001520 WORKING-STORAGE SECTION.
001530 77  WS-MAN-FILE-STATUS      PIC X(02) VALUE SPACES.
001540 77  WS-RESL-FILE-STATUS     PIC X(02) VALUE SPACES.
001550 77  WS-HSTV-FILE-STATUS     PIC X(02) VALUE SPACES.
001560 77  WS-PEND-FILE-STATUS     PIC X(02) VALUE SPACES.
001570 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE SPACES.
001580 77  WS-ARCH-FILE-STATUS     PIC X(02) VALUE SPACES.
001590 77  WS-REF-FILE-STATUS      PIC X(02) VALUE SPACES.
001600 77  WS-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
001610 77  WS-TIME-FILE-STATUS     PIC X(02) VALUE SPACES.
001620 77  WS-CKPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001630 77  WS-STAT-FILE-STATUS     PIC X(02) VALUE SPACES.
001640 77  WS-OUTC-FILE-STATUS     PIC X(02) VALUE SPACES.
001650 77  WS-OUTP-FILE-STATUS     PIC X(02) VALUE SPACES.
001652 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
001653 77  WS-XCAS-FILE-STATUS     PIC X(02) VALUE SPACES.
001655 77  WS-DECK-FILE-STATUS     PIC X(02) VALUE SPACES.
001657 77  WS-IREG-FILE-STATUS     PIC X(02) VALUE SPACES.
001658 77  WS-SLOG-FILE-STATUS     PIC X(02) VALUE SPACES.
001660 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001663 77  WS-RUN-MODE-SW          PIC X(01) VALUE 'V'.
001667     88  WS-CHECK-ONLY           VALUE 'C'.
001670 77  WS-MAN-EOF-SW           PIC X(01) VALUE 'N'.
001680     88  WS-MAN-EOF-YES          VALUE 'Y'.
001690 77  WS-DS-EOF-SW            PIC X(01) VALUE 'N'.
001700     88  WS-DS-EOF-YES           VALUE 'Y'.
001710 77  WS-DS-FAILED-SW         PIC X(01) VALUE 'N'.
001720     88  WS-DS-FAILED            VALUE 'Y'.
001730 77  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
001740     88  WS-TRAILER-SEEN         VALUE 'Y'.
001750 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.
001760     88  WS-ENTRY-FOUND          VALUE 'Y'.
001770 77  WS-DS-COUNT             PIC 9(09) COMP VALUE 0.
001780 77  WS-DS-HASH              PIC S9(25) VALUE 0.
001790 77  WS-MAN-READ-COUNT       PIC 9(05) COMP VALUE 0.
001800 77  WS-MAN-ENTRY-COUNT      PIC 9(05) COMP VALUE 0.
001810 77  WS-MAN-SUB              PIC 9(05) COMP VALUE 0.
001820 77  WS-FOUND-SUB            PIC 9(05) COMP VALUE 0.
001830 77  WS-EXPECTED-DATASETS    PIC 9(09) VALUE 0.
001840 77  WS-TRAILER-DATASETS     PIC 9(09) VALUE 0.
001850 77  WS-CHECKED-COUNT        PIC 9(05) COMP VALUE 0.
001860 77  WS-MATCH-COUNT          PIC 9(05) COMP VALUE 0.
001870 77  WS-MISMATCH-COUNT       PIC 9(05) COMP VALUE 0.
001875 77  WS-REQ-SUB              PIC 9(05) COMP VALUE 0.
001880 01  WS-CDT-DATE             PIC 9(08).
001890 01  WS-CDT-TIME             PIC 9(08).
001900 01  WS-CDT-TIME-R           REDEFINES WS-CDT-TIME.
001910     05  WS-CDT-HHMMSS           PIC 9(06).
001920     05  FILLER                  PIC 9(02).
001930 01  WS-SET-DATE             PIC 9(08) VALUE 0.
001940 01  WS-SET-TIME             PIC 9(06) VALUE 0.
001950 01  WS-DS-ID                PIC X(08).
001960 01  WS-DS-HASH-FIELD        PIC X(20).
001970 01  WS-DS-RESULT            PIC X(20).
001980 01  WS-MANIFEST-REASON      PIC X(60) VALUE SPACES.
001990*
002000*    THE MANIFEST'S DETAILS, AS READ.  A DATASET IS MARKED
002010*    CHECKED WHEN ITS RESTORED COPY HAS BEEN RE-COUNTED.
002020 01  WS-MANIFEST-TABLE.
002030     05  WS-MAN-ENTRY            OCCURS 20 TIMES.
002040         10  WS-MAN-DATASET-ID       PIC X(08).
002050         10  WS-MAN-RECORD-COUNT     PIC 9(09).
002060         10  WS-MAN-HASH-TOTAL       PIC S9(25).
002070         10  WS-MAN-HASH-FIELD       PIC X(20).
002080         10  WS-MAN-CHECKED-SW       PIC X(01).
002090             88  WS-MAN-CHECKED          VALUE 'Y'.
002100*
002101*    THE DATASETS THIS PROGRAM VERIFIES.  A CHECK-ONLY RUN
002102*    REFUSES A MANIFEST THAT LACKS ANY OF THEM.
002103 01  WS-REQUIRED-ID-LIST.
002104     05  FILLER                  PIC X(08) VALUE 'RESLMAST'.
002105     05  FILLER                  PIC X(08) VALUE 'HISTVSAM'.
002106     05  FILLER                  PIC X(08) VALUE 'PENDREQ'.
002107     05  FILLER                  PIC X(08) VALUE 'HIST'.
002108     05  FILLER                  PIC X(08) VALUE 'ARCHIVE'.
002109     05  FILLER                  PIC X(08) VALUE 'CTLTOTAL'.
002110     05  FILLER                  PIC X(08) VALUE 'RUNLEDGR'.
002111     05  FILLER                  PIC X(08) VALUE 'TIMELOG'.
002112     05  FILLER                  PIC X(08) VALUE 'CKPT'.
002113     05  FILLER                  PIC X(08) VALUE 'STAT'.
002114     05  FILLER                  PIC X(08) VALUE 'OUTPUT0'.
002115     05  FILLER                  PIC X(08) VALUE 'OUTPUT-1'.
002116     05  FILLER                  PIC X(08) VALUE 'RESLJRNL'.
002117     05  FILLER                  PIC X(08) VALUE 'XCASE'.
002118     05  FILLER                  PIC X(08) VALUE 'DECKLIB'.
002119     05  FILLER                  PIC X(08) VALUE 'INREG'.
002120     05  FILLER                  PIC X(08) VALUE 'STOPLOG'.
002121 01  WS-REQUIRED-ID-TABLE REDEFINES WS-REQUIRED-ID-LIST.
002122     05  WS-REQUIRED-ID          PIC X(08) OCCURS 17 TIMES.
002123*
002124*    WORKING COPIES OF THE SEQUENTIAL DATASETS' RECORDS.  THE
002125*    HISTORY AND ITS ARCHIVE SHARE ONE LAYOUT, AS DO THE TWO
002130*    OUTPUT GENERATIONS.
002140     COPY DL100HS.
002150     COPY DL100RF.
002160     COPY DL100RL.
002170     COPY DL100TM.
002180     COPY DL100CK.
002190     COPY DL100ST.
002200     COPY DL100OUT.
002201     COPY DL100JR.
002202*
002203*    THE JOURNAL'S AFTER IMAGE IS A RESULTS MASTER RECORD
002204*    (DL100RS); ONLY ITS FORWARD RESULT IS NEEDED FOR THE HASH.
002206 01  WS-JRN-AFTER-VIEW.
002207     05  FILLER                  PIC X(46).
002208     05  WSJ-AFTER-RESULT-FWD    PIC S9(20).
002209     05  FILLER                  PIC X(55).
002210*
002220 01  RPT-HEADING-1.
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  FILLER                  PIC X(52)
002250         VALUE 'DL100RSV - RESTORE VERIFY - BACKUP MANIFEST'.
002260     05  FILLER                  PIC X(11)
002270         VALUE '   RUN DATE'.
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  RPT-HDG-RUN-DATE        PIC 9(08).
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  RPT-HDG-RUN-TIME        PIC 9(06).
002320*
002330 01  RPT-SET-LINE.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  FILLER                  PIC X(17)
002360         VALUE 'BACKUP SET TAKEN '.
002370     05  RPT-SET-DATE            PIC 9(08).
002380     05  FILLER                  PIC X(04) VALUE ' AT '.
002390     05  RPT-SET-TIME            PIC 9(06).
002400     05  FILLER                  PIC X(24)
002410         VALUE '   DATASETS IN MANIFEST '.
002420     05  RPT-SET-DATASETS        PIC ZZZZ9.
002430*
002440 01  RPT-COLUMN-HEADING-1.
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  FILLER                  PIC X(09) VALUE 'DATASET'.
002470     05  FILLER                  PIC X(20) VALUE 'HASH FIELD'.
002480     05  FILLER                  PIC X(13) VALUE '  RECORDS IN'.
002490     05  FILLER                  PIC X(13) VALUE '    RECORDS'.
002500     05  FILLER                  PIC X(28)
002510         VALUE '           HASH TOTAL IN'.
002520     05  FILLER                  PIC X(28)
002530         VALUE '              HASH TOTAL'.
002540     05  FILLER                  PIC X(06) VALUE 'RESULT'.
002550 01  RPT-COLUMN-HEADING-2.
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  FILLER                  PIC X(29) VALUE SPACES.
002580     05  FILLER                  PIC X(13) VALUE '     MANIFEST'.
002590     05  FILLER                  PIC X(13) VALUE '     RESTORED'.
002600     05  FILLER                  PIC X(28)
002610         VALUE '                   MANIFEST'.
002620     05  FILLER                  PIC X(28)
002630         VALUE '                   RESTORED'.
002640*
002650 01  RPT-DETAIL-LINE.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  RPT-DTL-DATASET-ID      PIC X(08).
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  RPT-DTL-HASH-FIELD      PIC X(20).
002700     05  RPT-DTL-MAN-COUNT       PIC ZZZ,ZZZ,ZZ9.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  RPT-DTL-RST-COUNT       PIC ZZZ,ZZZ,ZZ9.
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  RPT-DTL-MAN-HASH        PIC +9(25).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  RPT-DTL-RST-HASH        PIC +9(25).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  RPT-DTL-RESULT          PIC X(20).
002790*
002800 01  RPT-COUNT-LINE.
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  RPT-CNT-LABEL           PIC X(30).
002830     05  RPT-CNT-VALUE           PIC ZZZZ9.
002840*
002850 01  RPT-MESSAGE-LINE.
002860     05  FILLER                  PIC X(01) VALUE SPACE.
002870     05  RPT-MSG-TEXT            PIC X(80).
002880*
002883 LINKAGE SECTION.
002886 01  PARM-INPUT.
002889     05  PARM-LENGTH              PIC S9(04) COMP.
002891     05  PARM-TEXT                PIC X(80).
002894*
002897 PROCEDURE DIVISION USING PARM-INPUT.
002900*
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002930     PERFORM 1100-LOAD-MANIFEST THRU 1100-EXIT.
002932     IF WS-CHECK-ONLY
002934         PERFORM 1200-CHECK-SET-WHOLE THRU 1200-EXIT
002936         STOP RUN
002938     END-IF.
002940     PERFORM 2000-VERIFY-RESLMAST THRU 2000-EXIT.
002950     PERFORM 2100-VERIFY-HISTVSAM THRU 2100-EXIT.
002960     PERFORM 2200-VERIFY-PENDREQ THRU 2200-EXIT.
002970     PERFORM 2300-VERIFY-HIST THRU 2300-EXIT.
002980     PERFORM 2400-VERIFY-ARCHIVE THRU 2400-EXIT.
002990     PERFORM 2500-VERIFY-CTLTOTAL THRU 2500-EXIT.
003000     PERFORM 2600-VERIFY-RUNLEDGR THRU 2600-EXIT.
003010     PERFORM 2700-VERIFY-TIMELOG THRU 2700-EXIT.
003020     PERFORM 2800-VERIFY-CKPT THRU 2800-EXIT.
003030     PERFORM 2900-VERIFY-STAT THRU 2900-EXIT.
003040     PERFORM 3000-VERIFY-OUTPUT0 THRU 3000-EXIT.
003050     PERFORM 3100-VERIFY-OUTPUT-1 THRU 3100-EXIT.
003052     PERFORM 3200-VERIFY-RESLJRNL THRU 3200-EXIT.
003053     PERFORM 3300-VERIFY-XCASE THRU 3300-EXIT.
003055     PERFORM 3400-VERIFY-DECKLIB THRU 3400-EXIT.
003057     PERFORM 3500-VERIFY-INREG THRU 3500-EXIT.
003058     PERFORM 3600-VERIFY-STOPLOG THRU 3600-EXIT.
003060     PERFORM 4000-CHECK-UNRESTORED THRU 4000-EXIT.
003070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003080     STOP RUN.
003090*
003100*****************************************************************
003110*    1000-INITIALIZE                                            *
003120*****************************************************************
003130 1000-INITIALIZE.
003140     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
003150     ACCEPT WS-CDT-TIME FROM TIME.
003152     IF PARM-LENGTH > 4
003153         IF PARM-TEXT(1:5) = 'CHECK'
003155             SET WS-CHECK-ONLY TO TRUE
003157         END-IF
003158     END-IF.
003160     OPEN OUTPUT REPORT-FILE.
003170     IF WS-RPT-FILE-STATUS NOT = '00'
003180         DISPLAY 'DL100RSV - UNABLE TO OPEN RPTFILE ST='
003190             WS-RPT-FILE-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
003240     MOVE WS-CDT-HHMMSS TO RPT-HDG-RUN-TIME.
003250     WRITE REPORT-PRINT-LINE FROM RPT-HEADING-1
003260         AFTER ADVANCING PAGE.
003270     OPEN INPUT MANIFEST-FILE.
003280     IF WS-MAN-FILE-STATUS NOT = '00'
003290         MOVE 'MANIFEST WILL NOT OPEN' TO WS-MANIFEST-REASON
003300         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
003310     END-IF.
003320 1000-EXIT.
003330     EXIT.
003340*
003350*****************************************************************
003360*    1100-LOAD-MANIFEST                                         *
003370*                                                               *
003380*    THE MANIFEST MUST OPEN WITH ITS HEADER, CARRY ONE SET      *
003390*    STAMP THROUGHOUT, AND CLOSE WITH A TRAILER WHOSE DATASET   *
003400*    COUNT AGREES WITH THE DETAILS READ AND WITH THE HEADER.    *
003410*    A SET WHOSE BACKUP FAILED PART WAY HAS NO TRAILER.  ANY    *
003420*    FAULT HERE REJECTS THE WHOLE RESTORE - NOTHING IS          *
003430*    VERIFIED AGAINST A MANIFEST THAT CANNOT BE TRUSTED.        *
003440*****************************************************************
003450 1100-LOAD-MANIFEST.
003460     PERFORM 1110-READ-MANIFEST THRU 1110-EXIT.
003470     IF WS-MAN-EOF-YES
003480         MOVE 'MANIFEST IS EMPTY' TO WS-MANIFEST-REASON
003490         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
003500     END-IF.
003510     IF NOT BKM-TYPE-HEADER
003520         MOVE 'MANIFEST DOES NOT BEGIN WITH ITS HEADER'
003530             TO WS-MANIFEST-REASON
003540         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
003550     END-IF.
003560     MOVE BKM-BACKUP-DATE TO WS-SET-DATE.
003570     MOVE BKM-BACKUP-TIME TO WS-SET-TIME.
003580     MOVE BKM-RECORD-COUNT TO WS-EXPECTED-DATASETS.
003590     PERFORM 1110-READ-MANIFEST THRU 1110-EXIT.
003600     PERFORM 1120-STORE-ENTRY THRU 1120-EXIT
003610         UNTIL WS-MAN-EOF-YES.
003620     CLOSE MANIFEST-FILE.
003630     IF NOT WS-TRAILER-SEEN
003640         MOVE 'MANIFEST HAS NO TRAILER - BACKUP SET INCOMPLETE'
003650             TO WS-MANIFEST-REASON
003660         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
003670     END-IF.
003680     IF WS-TRAILER-DATASETS NOT = WS-MAN-ENTRY-COUNT
003690         OR WS-EXPECTED-DATASETS NOT = WS-MAN-ENTRY-COUNT
003700         MOVE 'MANIFEST DATASET COUNTS DO NOT AGREE'
003710             TO WS-MANIFEST-REASON
003720         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
003730     END-IF.
003740     MOVE WS-SET-DATE TO RPT-SET-DATE.
003750     MOVE WS-SET-TIME TO RPT-SET-TIME.
003760     MOVE WS-MAN-ENTRY-COUNT TO RPT-SET-DATASETS.
003770     WRITE REPORT-PRINT-LINE FROM RPT-SET-LINE
003780         AFTER ADVANCING 1 LINE.
003782     IF WS-CHECK-ONLY
003785         GO TO 1100-EXIT
003788     END-IF.
003790     WRITE REPORT-PRINT-LINE FROM RPT-COLUMN-HEADING-1
003800         AFTER ADVANCING 2 LINES.
003810     WRITE REPORT-PRINT-LINE FROM RPT-COLUMN-HEADING-2
003820         AFTER ADVANCING 1 LINE.
003830     MOVE SPACES TO REPORT-PRINT-LINE.
003840     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003850 1100-EXIT.
003860     EXIT.
003870*
003880 1110-READ-MANIFEST.
003890     READ MANIFEST-FILE
003900         AT END
003910             SET WS-MAN-EOF-YES TO TRUE
003920             GO TO 1110-EXIT
003930     END-READ.
003940     IF WS-MAN-FILE-STATUS NOT = '00'
003950         MOVE 'MANIFEST READ FAILED' TO WS-MANIFEST-REASON
003960         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
003970     END-IF.
003980     ADD 1 TO WS-MAN-READ-COUNT.
003990 1110-EXIT.
004000     EXIT.
004010*
004020 1120-STORE-ENTRY.
004030     IF WS-TRAILER-SEEN
004040         MOVE 'MANIFEST HAS RECORDS AFTER ITS TRAILER'
004050             TO WS-MANIFEST-REASON
004060         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
004070     END-IF.
004080     IF BKM-BACKUP-DATE NOT = WS-SET-DATE
004090         OR BKM-BACKUP-TIME NOT = WS-SET-TIME
004100         MOVE 'MANIFEST CARRIES MORE THAN ONE SET STAMP'
004110             TO WS-MANIFEST-REASON
004120         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
004130     END-IF.
004140     IF BKM-TYPE-TRAILER
004150         SET WS-TRAILER-SEEN TO TRUE
004160         MOVE BKM-RECORD-COUNT TO WS-TRAILER-DATASETS
004170         GO TO 1120-NEXT
004180     END-IF.
004190     IF NOT BKM-TYPE-DETAIL
004200         MOVE 'MANIFEST RECORD TYPE IS NOT H, D OR T'
004210         TO WS-MANIFEST-REASON
004220         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
004230     END-IF.
004240     IF WS-MAN-ENTRY-COUNT NOT < 20
004250         MOVE 'MANIFEST HAS MORE THAN 20 DATASETS'
004260             TO WS-MANIFEST-REASON
004270         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
004280     END-IF.
004290     IF BKM-RECORD-COUNT NOT NUMERIC
004300         OR BKM-HASH-TOTAL NOT NUMERIC
004310         MOVE 'MANIFEST DETAIL FIGURES ARE NOT NUMERIC'
004320             TO WS-MANIFEST-REASON
004330         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
004340     END-IF.
004350     ADD 1 TO WS-MAN-ENTRY-COUNT.
004360     MOVE BKM-DATASET-ID
004370         TO WS-MAN-DATASET-ID (WS-MAN-ENTRY-COUNT).
004380     MOVE BKM-RECORD-COUNT
004390         TO WS-MAN-RECORD-COUNT (WS-MAN-ENTRY-COUNT).
004400     MOVE BKM-HASH-TOTAL
004410         TO WS-MAN-HASH-TOTAL (WS-MAN-ENTRY-COUNT).
004420     MOVE BKM-HASH-FIELD
004430         TO WS-MAN-HASH-FIELD (WS-MAN-ENTRY-COUNT).
004440     MOVE 'N' TO WS-MAN-CHECKED-SW (WS-MAN-ENTRY-COUNT).
004450 1120-NEXT.
004460     PERFORM 1110-READ-MANIFEST THRU 1110-EXIT.
004470 1120-EXIT.
004480     EXIT.
004490*
004500*****************************************************************
004501*    1200-CHECK-SET-WHOLE                                       *
004502*                                                               *
004503*    CHECK-ONLY RUN.  THE MANIFEST HAS PASSED 1100; IT MUST     *
004504*    ALSO NAME EVERY DATASET THE RESTORE RELOADS, SO A SET      *
004505*    TAKEN BEFORE A DATASET JOINED THE BACKUP IS NOT RESTORED   *
004506*    OVER IT.                                                   *
004507*****************************************************************
004508 1200-CHECK-SET-WHOLE.
004509     PERFORM 1210-CHECK-ONE-ID THRU 1210-EXIT
004510         VARYING WS-REQ-SUB FROM 1 BY 1
004511         UNTIL WS-REQ-SUB > 17.
004512     MOVE SPACES TO RPT-MESSAGE-LINE.
004513     MOVE 'MANIFEST WHOLE - BACKUP SET MAY BE RESTORED'
004514         TO RPT-MSG-TEXT.
004515     WRITE REPORT-PRINT-LINE FROM RPT-MESSAGE-LINE
004516         AFTER ADVANCING 2 LINES.
004517     CLOSE REPORT-FILE.
004518     DISPLAY 'DL100RSV CHECK COMPLETE - SET ' WS-SET-DATE ' '
004519         WS-SET-TIME ' DATASETS=' WS-MAN-ENTRY-COUNT.
004520     MOVE 0 TO RETURN-CODE.
004521 1200-EXIT.
004522     EXIT.
004523*
004524 1210-CHECK-ONE-ID.
004525     MOVE WS-REQUIRED-ID (WS-REQ-SUB) TO WS-DS-ID.
004526     MOVE 'N' TO WS-FOUND-SW.
004527     PERFORM 8110-FIND-ENTRY THRU 8110-EXIT
004528         VARYING WS-MAN-SUB FROM 1 BY 1
004529         UNTIL WS-MAN-SUB > WS-MAN-ENTRY-COUNT
004530             OR WS-ENTRY-FOUND.
004531     IF NOT WS-ENTRY-FOUND
004532         MOVE SPACES TO WS-MANIFEST-REASON
004533         STRING 'MANIFEST HAS NO ENTRY FOR ' WS-DS-ID
004534             DELIMITED BY SIZE INTO WS-MANIFEST-REASON
004535         PERFORM 8900-MANIFEST-REJECTED THRU 8900-EXIT
004536     END-IF.
004537 1210-EXIT.
004538     EXIT.
004539*
004540*****************************************************************
004541*    2000-VERIFY-RESLMAST THROUGH 3600-VERIFY-STOPLOG           *
004542*                                                               *
004543*    ONE PARAGRAPH PAIR PER DATASET - RE-READ THE RESTORED      *
004544*    DATASET, COUNTING EVERY RECORD AND ADDING THE SAME HASH    *
004550*    FIELD THE BACKUP ADDED, THEN CHECK THE FIGURES AGAINST     *
004560*    THE MANIFEST.  A DATASET THAT WILL NOT OPEN OR READ IS     *
004570*    REPORTED AS FAILED AND COUNTS AS A MISMATCH.               *
004580*****************************************************************
004590 2000-VERIFY-RESLMAST.
004600     MOVE 'RESLMAST' TO WS-DS-ID.
004610     MOVE 'RES-RESULT-FWD' TO WS-DS-HASH-FIELD.
004620     PERFORM 8000-START-DATASET THRU 8000-EXIT.
004630     OPEN INPUT RESULT-MASTER.
004640     IF WS-RESL-FILE-STATUS NOT = '00'
004650         STRING 'OPEN FAILED ST=' WS-RESL-FILE-STATUS
004660             DELIMITED BY SIZE INTO WS-DS-RESULT
004670         SET WS-DS-FAILED TO TRUE
004680         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
004690         GO TO 2000-EXIT
004700     END-IF.
004710     PERFORM 2050-COUNT-RESLMAST THRU 2050-EXIT
004720         UNTIL WS-DS-EOF-YES.
004730     CLOSE RESULT-MASTER.
004740     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
004750 2000-EXIT.
004760     EXIT.
004770*
004780 2050-COUNT-RESLMAST.
004790     READ RESULT-MASTER
004800         AT END
004810             SET WS-DS-EOF-YES TO TRUE
004820             GO TO 2050-EXIT
004830     END-READ.
004840     IF WS-RESL-FILE-STATUS NOT = '00'
004850         STRING 'READ FAILED ST=' WS-RESL-FILE-STATUS
004860             DELIMITED BY SIZE INTO WS-DS-RESULT
004870         SET WS-DS-FAILED TO TRUE
004880         SET WS-DS-EOF-YES TO TRUE
004890         GO TO 2050-EXIT
004900     END-IF.
004910     ADD 1 TO WS-DS-COUNT.
004920     IF RES-RESULT-FWD NUMERIC
004930         ADD RES-RESULT-FWD TO WS-DS-HASH
004940     END-IF.
004950 2050-EXIT.
004960     EXIT.
004970*
004980 2100-VERIFY-HISTVSAM.
004990     MOVE 'HISTVSAM' TO WS-DS-ID.
005000     MOVE 'HV-RESULT-FWD' TO WS-DS-HASH-FIELD.
005010     PERFORM 8000-START-DATASET THRU 8000-EXIT.
005020     OPEN INPUT HISTORY-VSAM.
005030     IF WS-HSTV-FILE-STATUS NOT = '00'
005040         STRING 'OPEN FAILED ST=' WS-HSTV-FILE-STATUS
005050             DELIMITED BY SIZE INTO WS-DS-RESULT
005060         SET WS-DS-FAILED TO TRUE
005070         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
005080         GO TO 2100-EXIT
005090     END-IF.
005100     PERFORM 2150-COUNT-HISTVSAM THRU 2150-EXIT
005110         UNTIL WS-DS-EOF-YES.
005120     CLOSE HISTORY-VSAM.
005130     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
005140 2100-EXIT.
005150     EXIT.
005160*
005170 2150-COUNT-HISTVSAM.
005180     READ HISTORY-VSAM
005190         AT END
005200             SET WS-DS-EOF-YES TO TRUE
005210             GO TO 2150-EXIT
005220     END-READ.
005230     IF WS-HSTV-FILE-STATUS NOT = '00'
005240         STRING 'READ FAILED ST=' WS-HSTV-FILE-STATUS
005250             DELIMITED BY SIZE INTO WS-DS-RESULT
005260         SET WS-DS-FAILED TO TRUE
005270         SET WS-DS-EOF-YES TO TRUE
005280         GO TO 2150-EXIT
005290     END-IF.
005300     ADD 1 TO WS-DS-COUNT.
005310     IF HV-RESULT-FWD NUMERIC
005320         ADD HV-RESULT-FWD TO WS-DS-HASH
005330     END-IF.
005340 2150-EXIT.
005350     EXIT.
005360*
005370 2200-VERIFY-PENDREQ.
005380     MOVE 'PENDREQ' TO WS-DS-ID.
005390     MOVE 'PND-N-VALUE' TO WS-DS-HASH-FIELD.
005400     PERFORM 8000-START-DATASET THRU 8000-EXIT.
005410     OPEN INPUT PENDING-FILE.
005420     IF WS-PEND-FILE-STATUS = '35'
005430         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
005440         GO TO 2200-EXIT
005450     END-IF.
005460     IF WS-PEND-FILE-STATUS NOT = '00'
005470         STRING 'OPEN FAILED ST=' WS-PEND-FILE-STATUS
005480             DELIMITED BY SIZE INTO WS-DS-RESULT
005490         SET WS-DS-FAILED TO TRUE
005500         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
005510         GO TO 2200-EXIT
005520     END-IF.
005530     PERFORM 2250-COUNT-PENDREQ THRU 2250-EXIT
005540         UNTIL WS-DS-EOF-YES.
005550     CLOSE PENDING-FILE.
005560     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
005570 2200-EXIT.
005580     EXIT.
005590*
005600 2250-COUNT-PENDREQ.
005610     READ PENDING-FILE
005620         AT END
005630             SET WS-DS-EOF-YES TO TRUE
005640             GO TO 2250-EXIT
005650     END-READ.
005660     IF WS-PEND-FILE-STATUS NOT = '00'
005670         STRING 'READ FAILED ST=' WS-PEND-FILE-STATUS
005680             DELIMITED BY SIZE INTO WS-DS-RESULT
005690         SET WS-DS-FAILED TO TRUE
005700         SET WS-DS-EOF-YES TO TRUE
005710         GO TO 2250-EXIT
005720     END-IF.
005730     ADD 1 TO WS-DS-COUNT.
005740     IF PND-N-VALUE NUMERIC
005750         ADD PND-N-VALUE TO WS-DS-HASH
005760     END-IF.
005770 2250-EXIT.
005780     EXIT.
005790*
005800 2300-VERIFY-HIST.
005810     MOVE 'HIST' TO WS-DS-ID.
005820     MOVE 'HIST-RESULT-FWD' TO WS-DS-HASH-FIELD.
005830     PERFORM 8000-START-DATASET THRU 8000-EXIT.
005840     OPEN INPUT HISTORY-FILE.
005850     IF WS-HIST-FILE-STATUS NOT = '00'
005860         STRING 'OPEN FAILED ST=' WS-HIST-FILE-STATUS
005870             DELIMITED BY SIZE INTO WS-DS-RESULT
005880         SET WS-DS-FAILED TO TRUE
005890         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
005900         GO TO 2300-EXIT
005910     END-IF.
005920     PERFORM 2350-COUNT-HIST THRU 2350-EXIT
005930         UNTIL WS-DS-EOF-YES.
005940     CLOSE HISTORY-FILE.
005950     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
005960 2300-EXIT.
005970     EXIT.
005980*
005990 2350-COUNT-HIST.
006000     READ HISTORY-FILE INTO DL100-HISTORY-RECORD
006010         AT END
006020             SET WS-DS-EOF-YES TO TRUE
006030             GO TO 2350-EXIT
006040     END-READ.
006050     IF WS-HIST-FILE-STATUS NOT = '00'
006060         STRING 'READ FAILED ST=' WS-HIST-FILE-STATUS
006070             DELIMITED BY SIZE INTO WS-DS-RESULT
006080         SET WS-DS-FAILED TO TRUE
006090         SET WS-DS-EOF-YES TO TRUE
006100         GO TO 2350-EXIT
006110     END-IF.
006120     ADD 1 TO WS-DS-COUNT.
006130     IF HIST-RESULT-FWD NUMERIC
006140         ADD HIST-RESULT-FWD TO WS-DS-HASH
006150     END-IF.
006160 2350-EXIT.
006170     EXIT.
006180*
006190 2400-VERIFY-ARCHIVE.
006200     MOVE 'ARCHIVE' TO WS-DS-ID.
006210     MOVE 'HIST-RESULT-FWD' TO WS-DS-HASH-FIELD.
006220     PERFORM 8000-START-DATASET THRU 8000-EXIT.
006230     OPEN INPUT ARCHIVE-FILE.
006240     IF WS-ARCH-FILE-STATUS NOT = '00'
006250         STRING 'OPEN FAILED ST=' WS-ARCH-FILE-STATUS
006260             DELIMITED BY SIZE INTO WS-DS-RESULT
006270         SET WS-DS-FAILED TO TRUE
006280         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
006290         GO TO 2400-EXIT
006300     END-IF.
006310     PERFORM 2450-COUNT-ARCHIVE THRU 2450-EXIT
006320         UNTIL WS-DS-EOF-YES.
006330     CLOSE ARCHIVE-FILE.
006340     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
006350 2400-EXIT.
006360     EXIT.
006370*
006380 2450-COUNT-ARCHIVE.
006390     READ ARCHIVE-FILE INTO DL100-HISTORY-RECORD
006400         AT END
006410             SET WS-DS-EOF-YES TO TRUE
006420             GO TO 2450-EXIT
006430     END-READ.
006440     IF WS-ARCH-FILE-STATUS NOT = '00'
006450         STRING 'READ FAILED ST=' WS-ARCH-FILE-STATUS
006460             DELIMITED BY SIZE INTO WS-DS-RESULT
006470         SET WS-DS-FAILED TO TRUE
006480         SET WS-DS-EOF-YES TO TRUE
006490         GO TO 2450-EXIT
006500     END-IF.
006510     ADD 1 TO WS-DS-COUNT.
006520     IF HIST-RESULT-FWD NUMERIC
006530         ADD HIST-RESULT-FWD TO WS-DS-HASH
006540     END-IF.
006550 2450-EXIT.
006560     EXIT.
006570*
006580 2500-VERIFY-CTLTOTAL.
006590     MOVE 'CTLTOTAL' TO WS-DS-ID.
006600     MOVE 'REF-EXPECTED-RESULT' TO WS-DS-HASH-FIELD.
006610     PERFORM 8000-START-DATASET THRU 8000-EXIT.
006620     OPEN INPUT REFERENCE-FILE.
006630     IF WS-REF-FILE-STATUS NOT = '00'
006640         STRING 'OPEN FAILED ST=' WS-REF-FILE-STATUS
006650             DELIMITED BY SIZE INTO WS-DS-RESULT
006660         SET WS-DS-FAILED TO TRUE
006670         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
006680         GO TO 2500-EXIT
006690     END-IF.
006700     PERFORM 2550-COUNT-CTLTOTAL THRU 2550-EXIT
006710         UNTIL WS-DS-EOF-YES.
006720     CLOSE REFERENCE-FILE.
006730     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
006740 2500-EXIT.
006750     EXIT.
006760*
006770 2550-COUNT-CTLTOTAL.
006780     READ REFERENCE-FILE INTO REFERENCE-RECORD
006790         AT END
006800             SET WS-DS-EOF-YES TO TRUE
006810             GO TO 2550-EXIT
006820     END-READ.
006830     IF WS-REF-FILE-STATUS NOT = '00'
006840         STRING 'READ FAILED ST=' WS-REF-FILE-STATUS
006850             DELIMITED BY SIZE INTO WS-DS-RESULT
006860         SET WS-DS-FAILED TO TRUE
006870         SET WS-DS-EOF-YES TO TRUE
006880         GO TO 2550-EXIT
006890     END-IF.
006900     ADD 1 TO WS-DS-COUNT.
006910     IF REF-EXPECTED-RESULT NUMERIC
006920         ADD REF-EXPECTED-RESULT TO WS-DS-HASH
006930     END-IF.
006940 2550-EXIT.
006950     EXIT.
006960*
006970 2600-VERIFY-RUNLEDGR.
006980     MOVE 'RUNLEDGR' TO WS-DS-ID.
006990     MOVE 'RLG-RECORDS-WRITTEN' TO WS-DS-HASH-FIELD.
007000     PERFORM 8000-START-DATASET THRU 8000-EXIT.
007010     OPEN INPUT LEDGER-FILE.
007020     IF WS-LEDG-FILE-STATUS NOT = '00'
007030         STRING 'OPEN FAILED ST=' WS-LEDG-FILE-STATUS
007040             DELIMITED BY SIZE INTO WS-DS-RESULT
007050         SET WS-DS-FAILED TO TRUE
007060         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
007070         GO TO 2600-EXIT
007080     END-IF.
007090     PERFORM 2650-COUNT-RUNLEDGR THRU 2650-EXIT
007100         UNTIL WS-DS-EOF-YES.
007110     CLOSE LEDGER-FILE.
007120     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
007130 2600-EXIT.
007140     EXIT.
007150*
007160 2650-COUNT-RUNLEDGR.
007170     READ LEDGER-FILE INTO DL100-RUN-LEDGER-RECORD
007180         AT END
007190             SET WS-DS-EOF-YES TO TRUE
007200             GO TO 2650-EXIT
007210     END-READ.
007220     IF WS-LEDG-FILE-STATUS NOT = '00'
007230         STRING 'READ FAILED ST=' WS-LEDG-FILE-STATUS
007240             DELIMITED BY SIZE INTO WS-DS-RESULT
007250         SET WS-DS-FAILED TO TRUE
007260         SET WS-DS-EOF-YES TO TRUE
007270         GO TO 2650-EXIT
007280     END-IF.
007290     ADD 1 TO WS-DS-COUNT.
007300     IF RLG-RECORDS-WRITTEN NUMERIC
007310         ADD RLG-RECORDS-WRITTEN TO WS-DS-HASH
007320     END-IF.
007330 2650-EXIT.
007340     EXIT.
007350*
007360 2700-VERIFY-TIMELOG.
007370     MOVE 'TIMELOG' TO WS-DS-ID.
007380     MOVE 'TIM-N-VALUE' TO WS-DS-HASH-FIELD.
007390     PERFORM 8000-START-DATASET THRU 8000-EXIT.
007400     OPEN INPUT TIMING-FILE.
007410     IF WS-TIME-FILE-STATUS NOT = '00'
007420         STRING 'OPEN FAILED ST=' WS-TIME-FILE-STATUS
007430             DELIMITED BY SIZE INTO WS-DS-RESULT
007440         SET WS-DS-FAILED TO TRUE
007450         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
007460         GO TO 2700-EXIT
007470     END-IF.
007480     PERFORM 2750-COUNT-TIMELOG THRU 2750-EXIT
007490         UNTIL WS-DS-EOF-YES.
007500     CLOSE TIMING-FILE.
007510     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
007520 2700-EXIT.
007530     EXIT.
007540*
007550 2750-COUNT-TIMELOG.
007560     READ TIMING-FILE INTO DL100-TIMING-RECORD
007570         AT END
007580             SET WS-DS-EOF-YES TO TRUE
007590             GO TO 2750-EXIT
007600     END-READ.
007610     IF WS-TIME-FILE-STATUS NOT = '00'
007620         STRING 'READ FAILED ST=' WS-TIME-FILE-STATUS
007630             DELIMITED BY SIZE INTO WS-DS-RESULT
007640         SET WS-DS-FAILED TO TRUE
007650         SET WS-DS-EOF-YES TO TRUE
007660         GO TO 2750-EXIT
007670     END-IF.
007680     ADD 1 TO WS-DS-COUNT.
007690     IF TIM-N-VALUE NUMERIC
007700         ADD TIM-N-VALUE TO WS-DS-HASH
007710     END-IF.
007720 2750-EXIT.
007730     EXIT.
007740*
007750 2800-VERIFY-CKPT.
007760     MOVE 'CKPT' TO WS-DS-ID.
007770     MOVE 'CKPT-SUM-OF-SQ' TO WS-DS-HASH-FIELD.
007780     PERFORM 8000-START-DATASET THRU 8000-EXIT.
007790     OPEN INPUT CHECKPOINT-FILE.
007800     IF WS-CKPT-FILE-STATUS NOT = '00'
007810         STRING 'OPEN FAILED ST=' WS-CKPT-FILE-STATUS
007820             DELIMITED BY SIZE INTO WS-DS-RESULT
007830         SET WS-DS-FAILED TO TRUE
007840         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
007850         GO TO 2800-EXIT
007860     END-IF.
007870     PERFORM 2850-COUNT-CKPT THRU 2850-EXIT
007880         UNTIL WS-DS-EOF-YES.
007890     CLOSE CHECKPOINT-FILE.
007900     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
007910 2800-EXIT.
007920     EXIT.
007930*
007940 2850-COUNT-CKPT.
007950     READ CHECKPOINT-FILE INTO DL100-CHECKPOINT-RECORD
007960         AT END
007970             SET WS-DS-EOF-YES TO TRUE
007980             GO TO 2850-EXIT
007990     END-READ.
008000     IF WS-CKPT-FILE-STATUS NOT = '00'
008010         STRING 'READ FAILED ST=' WS-CKPT-FILE-STATUS
008020             DELIMITED BY SIZE INTO WS-DS-RESULT
008030         SET WS-DS-FAILED TO TRUE
008040         SET WS-DS-EOF-YES TO TRUE
008050         GO TO 2850-EXIT
008060     END-IF.
008070     ADD 1 TO WS-DS-COUNT.
008080     IF CKPT-SUM-OF-SQ NUMERIC
008090         ADD CKPT-SUM-OF-SQ TO WS-DS-HASH
008100     END-IF.
008110 2850-EXIT.
008120     EXIT.
008130*
008140 2900-VERIFY-STAT.
008150     MOVE 'STAT' TO WS-DS-ID.
008160     MOVE 'STAT-COUNTER' TO WS-DS-HASH-FIELD.
008170     PERFORM 8000-START-DATASET THRU 8000-EXIT.
008180     OPEN INPUT STATUS-FILE.
008190     IF WS-STAT-FILE-STATUS NOT = '00'
008200         STRING 'OPEN FAILED ST=' WS-STAT-FILE-STATUS
008210             DELIMITED BY SIZE INTO WS-DS-RESULT
008220         SET WS-DS-FAILED TO TRUE
008230         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
008240         GO TO 2900-EXIT
008250     END-IF.
008260     PERFORM 2950-COUNT-STAT THRU 2950-EXIT
008270         UNTIL WS-DS-EOF-YES.
008280     CLOSE STATUS-FILE.
008290     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
008300 2900-EXIT.
008310     EXIT.
008320*
008330 2950-COUNT-STAT.
008340     READ STATUS-FILE INTO DL100-STATUS-RECORD
008350         AT END
008360             SET WS-DS-EOF-YES TO TRUE
008370             GO TO 2950-EXIT
008380     END-READ.
008390     IF WS-STAT-FILE-STATUS NOT = '00'
008400         STRING 'READ FAILED ST=' WS-STAT-FILE-STATUS
008410             DELIMITED BY SIZE INTO WS-DS-RESULT
008420         SET WS-DS-FAILED TO TRUE
008430         SET WS-DS-EOF-YES TO TRUE
008440         GO TO 2950-EXIT
008450     END-IF.
008460     ADD 1 TO WS-DS-COUNT.
008470     IF STAT-COUNTER NUMERIC
008480         ADD STAT-COUNTER TO WS-DS-HASH
008490     END-IF.
008500 2950-EXIT.
008510     EXIT.
008520*
008530 3000-VERIFY-OUTPUT0.
008540     MOVE 'OUTPUT0' TO WS-DS-ID.
008550     MOVE 'OUT-RESULT-FWD' TO WS-DS-HASH-FIELD.
008560     PERFORM 8000-START-DATASET THRU 8000-EXIT.
008570     OPEN INPUT OUTPUT-CURRENT.
008580     IF WS-OUTC-FILE-STATUS NOT = '00'
008590         STRING 'OPEN FAILED ST=' WS-OUTC-FILE-STATUS
008600             DELIMITED BY SIZE INTO WS-DS-RESULT
008610         SET WS-DS-FAILED TO TRUE
008620         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
008630         GO TO 3000-EXIT
008640     END-IF.
008650     PERFORM 3050-COUNT-OUTPUT0 THRU 3050-EXIT
008660         UNTIL WS-DS-EOF-YES.
008670     CLOSE OUTPUT-CURRENT.
008680     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
008690 3000-EXIT.
008700     EXIT.
008710*
008720 3050-COUNT-OUTPUT0.
008730     READ OUTPUT-CURRENT INTO DL100-OUTPUT-RECORD
008740         AT END
008750             SET WS-DS-EOF-YES TO TRUE
008760             GO TO 3050-EXIT
008770     END-READ.
008780     IF WS-OUTC-FILE-STATUS NOT = '00'
008790         STRING 'READ FAILED ST=' WS-OUTC-FILE-STATUS
008800             DELIMITED BY SIZE INTO WS-DS-RESULT
008810         SET WS-DS-FAILED TO TRUE
008820         SET WS-DS-EOF-YES TO TRUE
008830         GO TO 3050-EXIT
008840     END-IF.
008850     ADD 1 TO WS-DS-COUNT.
008860     IF OUT-RESULT-FWD NUMERIC
008870         ADD OUT-RESULT-FWD TO WS-DS-HASH
008880     END-IF.
008890 3050-EXIT.
008900     EXIT.
008910*
008920 3100-VERIFY-OUTPUT-1.
008930     MOVE 'OUTPUT-1' TO WS-DS-ID.
008940     MOVE 'OUT-RESULT-FWD' TO WS-DS-HASH-FIELD.
008950     PERFORM 8000-START-DATASET THRU 8000-EXIT.
008960     OPEN INPUT OUTPUT-PRIOR.
008970     IF WS-OUTP-FILE-STATUS NOT = '00'
008980         STRING 'OPEN FAILED ST=' WS-OUTP-FILE-STATUS
008990             DELIMITED BY SIZE INTO WS-DS-RESULT
009000         SET WS-DS-FAILED TO TRUE
009010         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009020         GO TO 3100-EXIT
009030     END-IF.
009040     PERFORM 3150-COUNT-OUTPUT-1 THRU 3150-EXIT
009050         UNTIL WS-DS-EOF-YES.
009060     CLOSE OUTPUT-PRIOR.
009070     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
009080 3100-EXIT.
009090     EXIT.
009100*
009110 3150-COUNT-OUTPUT-1.
009120     READ OUTPUT-PRIOR INTO DL100-OUTPUT-RECORD
009130         AT END
009140             SET WS-DS-EOF-YES TO TRUE
009150             GO TO 3150-EXIT
009160     END-READ.
009170     IF WS-OUTP-FILE-STATUS NOT = '00'
009180         STRING 'READ FAILED ST=' WS-OUTP-FILE-STATUS
009190             DELIMITED BY SIZE INTO WS-DS-RESULT
009200         SET WS-DS-FAILED TO TRUE
009210         SET WS-DS-EOF-YES TO TRUE
009220         GO TO 3150-EXIT
009230     END-IF.
009240     ADD 1 TO WS-DS-COUNT.
009250     IF OUT-RESULT-FWD NUMERIC
009260         ADD OUT-RESULT-FWD TO WS-DS-HASH
009270     END-IF.
009280 3150-EXIT.
009290     EXIT.
009300*
009301 3200-VERIFY-RESLJRNL.
009302     MOVE 'RESLJRNL' TO WS-DS-ID.
009303     MOVE 'JRN-AFTER RESULT-FWD' TO WS-DS-HASH-FIELD.
009304     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009305     OPEN INPUT JOURNAL-FILE.
009306     IF WS-JRNL-FILE-STATUS NOT = '00'
009307         STRING 'OPEN FAILED ST=' WS-JRNL-FILE-STATUS
009308             DELIMITED BY SIZE INTO WS-DS-RESULT
009309         SET WS-DS-FAILED TO TRUE
009310         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009311         GO TO 3200-EXIT
009312     END-IF.
009313     PERFORM 3250-COUNT-RESLJRNL THRU 3250-EXIT
009314         UNTIL WS-DS-EOF-YES.
009315     CLOSE JOURNAL-FILE.
009316     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
009317 3200-EXIT.
009318     EXIT.
009319*
009320 3250-COUNT-RESLJRNL.
009321     READ JOURNAL-FILE INTO DL100-POSTING-JOURNAL-RECORD
009322         AT END
009323             SET WS-DS-EOF-YES TO TRUE
009324             GO TO 3250-EXIT
009325     END-READ.
009326     IF WS-JRNL-FILE-STATUS NOT = '00'
009327         STRING 'READ FAILED ST=' WS-JRNL-FILE-STATUS
009328             DELIMITED BY SIZE INTO WS-DS-RESULT
009329         SET WS-DS-FAILED TO TRUE
009330         SET WS-DS-EOF-YES TO TRUE
009331         GO TO 3250-EXIT
009332     END-IF.
009333     ADD 1 TO WS-DS-COUNT.
009334     MOVE JRN-AFTER-IMAGE TO WS-JRN-AFTER-VIEW.
009335     IF WSJ-AFTER-RESULT-FWD NUMERIC
009336         ADD WSJ-AFTER-RESULT-FWD TO WS-DS-HASH
009337     END-IF.
009338 3250-EXIT.
009339     EXIT.
009340*
009341 3300-VERIFY-XCASE.
009342     MOVE 'XCASE' TO WS-DS-ID.
009343     MOVE 'XC-CASE-NUMBER' TO WS-DS-HASH-FIELD.
009344     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009345     OPEN INPUT CASE-FILE.
009346     IF WS-XCAS-FILE-STATUS = '35'
009347         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009348         GO TO 3300-EXIT
009349     END-IF.
009350     IF WS-XCAS-FILE-STATUS NOT = '00'
009351         STRING 'OPEN FAILED ST=' WS-XCAS-FILE-STATUS
009352             DELIMITED BY SIZE INTO WS-DS-RESULT
009353         SET WS-DS-FAILED TO TRUE
009354         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009355         GO TO 3300-EXIT
009356     END-IF.
009357     PERFORM 3350-COUNT-XCASE THRU 3350-EXIT
009358         UNTIL WS-DS-EOF-YES.
009359     CLOSE CASE-FILE.
009360     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
009361 3300-EXIT.
009362     EXIT.
009363*
009364 3350-COUNT-XCASE.
009365     READ CASE-FILE
009366         AT END
009367             SET WS-DS-EOF-YES TO TRUE
009368             GO TO 3350-EXIT
009369     END-READ.
009370     IF WS-XCAS-FILE-STATUS NOT = '00'
009371         STRING 'READ FAILED ST=' WS-XCAS-FILE-STATUS
009372             DELIMITED BY SIZE INTO WS-DS-RESULT
009373         SET WS-DS-FAILED TO TRUE
009374         SET WS-DS-EOF-YES TO TRUE
009375         GO TO 3350-EXIT
009376     END-IF.
009377     ADD 1 TO WS-DS-COUNT.
009378     IF XC-CASE-NUMBER NUMERIC
009379         ADD XC-CASE-NUMBER TO WS-DS-HASH
009380     END-IF.
009381 3350-EXIT.
009382     EXIT.
009383*
009384 3400-VERIFY-DECKLIB.
009385     MOVE 'DECKLIB' TO WS-DS-ID.
009386     MOVE 'DK-CARD-SEQ' TO WS-DS-HASH-FIELD.
009387     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009388     OPEN INPUT DECK-LIBRARY-FILE.
009389     IF WS-DECK-FILE-STATUS = '35'
009390         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009391         GO TO 3400-EXIT
009392     END-IF.
009393     IF WS-DECK-FILE-STATUS NOT = '00'
009394         STRING 'OPEN FAILED ST=' WS-DECK-FILE-STATUS
009395             DELIMITED BY SIZE INTO WS-DS-RESULT
009396         SET WS-DS-FAILED TO TRUE
009397         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009398         GO TO 3400-EXIT
009399     END-IF.
009400     PERFORM 3450-COUNT-DECKLIB THRU 3450-EXIT
009401         UNTIL WS-DS-EOF-YES.
009402     CLOSE DECK-LIBRARY-FILE.
009403     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
009404 3400-EXIT.
009405     EXIT.
009406*
009407 3450-COUNT-DECKLIB.
009408     READ DECK-LIBRARY-FILE
009409         AT END
009410             SET WS-DS-EOF-YES TO TRUE
009411             GO TO 3450-EXIT
009412     END-READ.
009413     IF WS-DECK-FILE-STATUS NOT = '00'
009414         STRING 'READ FAILED ST=' WS-DECK-FILE-STATUS
009415             DELIMITED BY SIZE INTO WS-DS-RESULT
009416         SET WS-DS-FAILED TO TRUE
009417         SET WS-DS-EOF-YES TO TRUE
009418         GO TO 3450-EXIT
009419     END-IF.
009420     ADD 1 TO WS-DS-COUNT.
009421     IF DK-CARD-SEQ NUMERIC
009422         ADD DK-CARD-SEQ TO WS-DS-HASH
009423     END-IF.
009424 3450-EXIT.
009425     EXIT.
009426*
009427 3500-VERIFY-INREG.
009428     MOVE 'INREG' TO WS-DS-ID.
009429     MOVE 'IRG-BATCH-NUMBER' TO WS-DS-HASH-FIELD.
009430     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009431     OPEN INPUT REGISTER-FILE.
009432     IF WS-IREG-FILE-STATUS = '35'
009433         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009434         GO TO 3500-EXIT
009435     END-IF.
009436     IF WS-IREG-FILE-STATUS NOT = '00'
009437         STRING 'OPEN FAILED ST=' WS-IREG-FILE-STATUS
009438             DELIMITED BY SIZE INTO WS-DS-RESULT
009439         SET WS-DS-FAILED TO TRUE
009440         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009441         GO TO 3500-EXIT
009442     END-IF.
009443     PERFORM 3550-COUNT-INREG THRU 3550-EXIT
009444         UNTIL WS-DS-EOF-YES.
009445     CLOSE REGISTER-FILE.
009446     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
009447 3500-EXIT.
009448     EXIT.
009449*
009450 3550-COUNT-INREG.
009451     READ REGISTER-FILE
009452         AT END
009453             SET WS-DS-EOF-YES TO TRUE
009454             GO TO 3550-EXIT
009455     END-READ.
009456     IF WS-IREG-FILE-STATUS NOT = '00'
009457         STRING 'READ FAILED ST=' WS-IREG-FILE-STATUS
009458             DELIMITED BY SIZE INTO WS-DS-RESULT
009459         SET WS-DS-FAILED TO TRUE
009460         SET WS-DS-EOF-YES TO TRUE
009461         GO TO 3550-EXIT
009462     END-IF.
009463     ADD 1 TO WS-DS-COUNT.
009464     IF IRG-BATCH-NUMBER NUMERIC
009465         ADD IRG-BATCH-NUMBER TO WS-DS-HASH
009466     END-IF.
009467 3550-EXIT.
009468     EXIT.
009469*
009470 3600-VERIFY-STOPLOG.
009471     MOVE 'STOPLOG' TO WS-DS-ID.
009472     MOVE 'SLG-LOG-DATE' TO WS-DS-HASH-FIELD.
009473     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009474     OPEN INPUT STOP-LOG-FILE.
009475     IF WS-SLOG-FILE-STATUS = '35'
009476         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009477         GO TO 3600-EXIT
009478     END-IF.
009479     IF WS-SLOG-FILE-STATUS NOT = '00'
009480         STRING 'OPEN FAILED ST=' WS-SLOG-FILE-STATUS
009481             DELIMITED BY SIZE INTO WS-DS-RESULT
009482         SET WS-DS-FAILED TO TRUE
009483         PERFORM 8100-CHECK-DATASET THRU 8100-EXIT
009484         GO TO 3600-EXIT
009485     END-IF.
009486     PERFORM 3650-COUNT-STOPLOG THRU 3650-EXIT
009487         UNTIL WS-DS-EOF-YES.
009488     CLOSE STOP-LOG-FILE.
009489     PERFORM 8100-CHECK-DATASET THRU 8100-EXIT.
009490 3600-EXIT.
009491     EXIT.
009492*
009493 3650-COUNT-STOPLOG.
009494     READ STOP-LOG-FILE
009495         AT END
009496             SET WS-DS-EOF-YES TO TRUE
009497             GO TO 3650-EXIT
009498     END-READ.
009499     IF WS-SLOG-FILE-STATUS NOT = '00'
009500         STRING 'READ FAILED ST=' WS-SLOG-FILE-STATUS
009501             DELIMITED BY SIZE INTO WS-DS-RESULT
009502         SET WS-DS-FAILED TO TRUE
009503         SET WS-DS-EOF-YES TO TRUE
009504         GO TO 3650-EXIT
009505     END-IF.
009506     ADD 1 TO WS-DS-COUNT.
009507     IF SLG-LOG-DATE NUMERIC
009508         ADD SLG-LOG-DATE TO WS-DS-HASH
009509     END-IF.
009510 3650-EXIT.
009511     EXIT.
009512*
009513*****************************************************************
009514*    4000-CHECK-UNRESTORED                                      *
009515*                                                               *
009516*    A MANIFEST DATASET NO PARAGRAPH ABOVE RE-COUNTED WAS NOT   *
009517*    RESTORED AND CANNOT BE VERIFIED.                           *
009518*****************************************************************
009519 4000-CHECK-UNRESTORED.
009520     PERFORM 4010-CHECK-ONE-ENTRY THRU 4010-EXIT
009521         VARYING WS-MAN-SUB FROM 1 BY 1
009522         UNTIL WS-MAN-SUB > WS-MAN-ENTRY-COUNT.
009523 4000-EXIT.
009524     EXIT.
009525*
009526 4010-CHECK-ONE-ENTRY.
009527     IF WS-MAN-CHECKED (WS-MAN-SUB)
009528         GO TO 4010-EXIT
009529     END-IF.
009530     MOVE SPACES TO RPT-DETAIL-LINE.
009531     MOVE WS-MAN-DATASET-ID (WS-MAN-SUB) TO RPT-DTL-DATASET-ID.
009532     MOVE WS-MAN-HASH-FIELD (WS-MAN-SUB) TO RPT-DTL-HASH-FIELD.
009533     MOVE WS-MAN-RECORD-COUNT (WS-MAN-SUB) TO RPT-DTL-MAN-COUNT.
009534     MOVE WS-MAN-HASH-TOTAL (WS-MAN-SUB) TO RPT-DTL-MAN-HASH.
009535     MOVE '*** NOT RESTORED' TO RPT-DTL-RESULT.
009540     WRITE REPORT-PRINT-LINE FROM RPT-DETAIL-LINE
009550         AFTER ADVANCING 1 LINE.
009560     ADD 1 TO WS-MISMATCH-COUNT.
009570 4010-EXIT.
009580     EXIT.
009590*
009600 8000-START-DATASET.
009610     MOVE 'N' TO WS-DS-EOF-SW.
009620     MOVE 'N' TO WS-DS-FAILED-SW.
009630     MOVE SPACES TO WS-DS-RESULT.
009640     MOVE 0 TO WS-DS-COUNT.
009650     MOVE 0 TO WS-DS-HASH.
009660 8000-EXIT.
009670     EXIT.
009680*
009690*****************************************************************
009700*    8100-CHECK-DATASET                                         *
009710*                                                               *
009720*    FIND THE DATASET'S MANIFEST DETAIL AND COMPARE.  THE HASH  *
009730*    FIELD NAME MUST AGREE AS WELL AS THE FIGURES, SO A SET     *
009740*    TAKEN WHEN A DIFFERENT FIELD WAS HASHED IS NOT PASSED ON   *
009750*    A COINCIDENCE.                                             *
009760*****************************************************************
009770 8100-CHECK-DATASET.
009780     ADD 1 TO WS-CHECKED-COUNT.
009790     MOVE 'N' TO WS-FOUND-SW.
009800     PERFORM 8110-FIND-ENTRY THRU 8110-EXIT
009810         VARYING WS-MAN-SUB FROM 1 BY 1
009820         UNTIL WS-MAN-SUB > WS-MAN-ENTRY-COUNT
009830             OR WS-ENTRY-FOUND.
009840     MOVE SPACES TO RPT-DETAIL-LINE.
009850     MOVE WS-DS-ID TO RPT-DTL-DATASET-ID.
009860     MOVE WS-DS-HASH-FIELD TO RPT-DTL-HASH-FIELD.
009870     IF NOT WS-DS-FAILED
009880         MOVE WS-DS-COUNT TO RPT-DTL-RST-COUNT
009890         MOVE WS-DS-HASH TO RPT-DTL-RST-HASH
009900     END-IF.
009910     IF NOT WS-ENTRY-FOUND
009920         MOVE '*** NOT IN MANIFEST' TO RPT-DTL-RESULT
009930         ADD 1 TO WS-MISMATCH-COUNT
009940         GO TO 8100-PRINT
009950     END-IF.
009960     SET WS-MAN-CHECKED (WS-FOUND-SUB) TO TRUE.
009970     MOVE WS-MAN-RECORD-COUNT (WS-FOUND-SUB) TO RPT-DTL-MAN-COUNT.
009980     MOVE WS-MAN-HASH-TOTAL (WS-FOUND-SUB) TO RPT-DTL-MAN-HASH.
009990     IF WS-DS-FAILED
010000         MOVE WS-DS-RESULT TO RPT-DTL-RESULT
010010         ADD 1 TO WS-MISMATCH-COUNT
010020         GO TO 8100-PRINT
010030     END-IF.
010040     IF WS-MAN-HASH-FIELD (WS-FOUND-SUB) NOT = WS-DS-HASH-FIELD
010050         MOVE '*** HASH FIELD DIFFERS' TO RPT-DTL-RESULT
010060         ADD 1 TO WS-MISMATCH-COUNT
010070         GO TO 8100-PRINT
010080     END-IF.
010090     IF WS-MAN-RECORD-COUNT (WS-FOUND-SUB) NOT = WS-DS-COUNT
010100         MOVE '*** COUNT MISMATCH' TO RPT-DTL-RESULT
010110         ADD 1 TO WS-MISMATCH-COUNT
010120         GO TO 8100-PRINT
010130     END-IF.
010140     IF WS-MAN-HASH-TOTAL (WS-FOUND-SUB) NOT = WS-DS-HASH
010150         MOVE '*** HASH MISMATCH' TO RPT-DTL-RESULT
010160         ADD 1 TO WS-MISMATCH-COUNT
010170         GO TO 8100-PRINT
010180     END-IF.
010190     MOVE 'MATCHES' TO RPT-DTL-RESULT.
010200     ADD 1 TO WS-MATCH-COUNT.
010210 8100-PRINT.
010220     WRITE REPORT-PRINT-LINE FROM RPT-DETAIL-LINE
010230         AFTER ADVANCING 1 LINE.
010240 8100-EXIT.
010250     EXIT.
010260*
010270 8110-FIND-ENTRY.
010280     IF WS-MAN-DATASET-ID (WS-MAN-SUB) = WS-DS-ID
010290         SET WS-ENTRY-FOUND TO TRUE
010300         MOVE WS-MAN-SUB TO WS-FOUND-SUB
010310     END-IF.
010320 8110-EXIT.
010330     EXIT.
010340*
010350*****************************************************************
010360*    8900-MANIFEST-REJECTED                                     *
010370*                                                               *
010380*    THE MANIFEST CANNOT BE TRUSTED.  NOTHING IS VERIFIED.      *
010390*****************************************************************
010400 8900-MANIFEST-REJECTED.
010410     MOVE SPACES TO RPT-MESSAGE-LINE.
010420     STRING '*** ' WS-MANIFEST-REASON DELIMITED BY SIZE
010430         INTO RPT-MSG-TEXT.
010440     WRITE REPORT-PRINT-LINE FROM RPT-MESSAGE-LINE
010450         AFTER ADVANCING 2 LINES.
010460     MOVE '*** RESTORE NOT VERIFIED - MANIFEST REJECTED'
010470         TO RPT-MSG-TEXT.
010472     IF WS-CHECK-ONLY
010474         MOVE '*** SET NOT FIT TO RESTORE - MANIFEST REJECTED'
010476             TO RPT-MSG-TEXT
010478     END-IF.
010480     WRITE REPORT-PRINT-LINE FROM RPT-MESSAGE-LINE
010490         AFTER ADVANCING 1 LINE.
010500     CLOSE REPORT-FILE.
010510     DISPLAY 'DL100RSV - ' WS-MANIFEST-REASON.
010520     DISPLAY 'DL100RSV - RESTORE NOT VERIFIED'.
010530     MOVE 16 TO RETURN-CODE.
010540     STOP RUN.
010550 8900-EXIT.
010560     EXIT.
010570*
010580*****************************************************************
010590*    9000-TERMINATE                                             *
010600*****************************************************************
010610 9000-TERMINATE.
010620     MOVE SPACES TO RPT-MESSAGE-LINE.
010630     MOVE 'DATASETS CHECKED' TO RPT-CNT-LABEL.
010640     MOVE WS-CHECKED-COUNT TO RPT-CNT-VALUE.
010650     WRITE REPORT-PRINT-LINE FROM RPT-COUNT-LINE
010660         AFTER ADVANCING 2 LINES.
010670     MOVE 'MATCHING THE MANIFEST' TO RPT-CNT-LABEL.
010680     MOVE WS-MATCH-COUNT TO RPT-CNT-VALUE.
010690     WRITE REPORT-PRINT-LINE FROM RPT-COUNT-LINE
010700         AFTER ADVANCING 1 LINE.
010710     MOVE 'NOT MATCHING OR NOT RESTORED' TO RPT-CNT-LABEL.
010720     MOVE WS-MISMATCH-COUNT TO RPT-CNT-VALUE.
010730     WRITE REPORT-PRINT-LINE FROM RPT-COUNT-LINE
010740         AFTER ADVANCING 1 LINE.
010750     IF WS-MISMATCH-COUNT = 0
010760         MOVE 'RESTORE VERIFIED - EVERY DATASET MATCHES'
010770             TO RPT-MSG-TEXT
010780     ELSE
010790         MOVE '*** RESTORE NOT VERIFIED - SEE MISMATCHES ABOVE'
010800             TO RPT-MSG-TEXT
010810         MOVE 16 TO RETURN-CODE
010820     END-IF.
010830     WRITE REPORT-PRINT-LINE FROM RPT-MESSAGE-LINE
010840         AFTER ADVANCING 2 LINES.
010850     CLOSE REPORT-FILE.
010860     DISPLAY 'DL100RSV COMPLETE - SET ' WS-SET-DATE ' '
010870         WS-SET-TIME
010880         ' CHECKED=' WS-CHECKED-COUNT ' MATCHED=' WS-MATCH-COUNT
010890         ' MISMATCHED=' WS-MISMATCH-COUNT.
010900 9000-EXIT.
010910     EXIT.
