000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100BKU                                         *
000040*                                                               *
000050*   ABSTRACT:  SUITE BACKUP.  UNLOADS EVERY DATASET THE SUITE   *
000060*              DEPENDS ON, AT ONE POINT IN TIME, INTO A BACKUP  *
000070*              SET - ONE NEW GENERATION OF EACH PROD.EULER.     *
000080*              BACKUP GENERATION DATA GROUP - AND WRITES THE    *
000090*              SET'S MANIFEST (COPYBOOK DL100BM): A HEADER, ONE *
000100*              DETAIL PER DATASET GIVING THE RECORDS UNLOADED   *
000110*              AND A HASH TOTAL OF ITS KEY NUMERIC FIELD, AND   *
000120*              A TRAILER.  THE JOB HOLDS EVERY LIVE DATASET     *
000130*              EXCLUSIVE FOR THE ONE STEP, SO NOTHING MOVES     *
000140*              UNDER THE UNLOAD.  THE RESULTS MASTER, KEYED     *
000150*              HISTORY AND PENDING QUEUE ARE READ IN KEY ORDER  *
000160*              SO THE UNLOADS RELOAD STRAIGHT INTO AN EMPTY     *
000170*              CLUSTER.  OF THE OUTPUT GENERATIONS THE CURRENT  *
000180*              ONE AND THE ONE BEFORE IT ARE TAKEN - THE PAIR   *
000190*              THE GENERATION COMPARE (DL100GVG) WORKS FROM.    *
000200*              THE RESTORE VERIFY (DL100RSV, JOB ZZ006RT)       *
000210*              CHECKS A RELOADED SET AGAINST THE MANIFEST.  ANY *
000220*              OPEN, READ OR WRITE FAILURE ENDS THE RUN RC=16   *
000230*              WITH NO TRAILER ON THE MANIFEST, SO THE SET CAN  *
000240*              NEVER BE RESTORED AS IF IT WERE WHOLE.           *
000250*                                                               *
000260*              DATASET    HASH TOTAL OF                         *
000270*              RESLMAST   RES-RESULT-FWD                        *
000280*              HISTVSAM   HV-RESULT-FWD                         *
000290*              PENDREQ    PND-N-VALUE                           *
000300*              HIST       HIST-RESULT-FWD                       *
000310*              ARCHIVE    HIST-RESULT-FWD                       *
000320*              CTLTOTAL   REF-EXPECTED-RESULT                   *
000330*              RUNLEDGR   RLG-RECORDS-WRITTEN                   *
000340*              TIMELOG    TIM-N-VALUE                           *
000350*              CKPT       CKPT-SUM-OF-SQ                        *
000360*              STAT       STAT-COUNTER                          *
000370*              OUTPUT0    OUT-RESULT-FWD                        *
000380*              OUTPUT-1   OUT-RESULT-FWD                        *
000382*              RESLJRNL   RES-RESULT-FWD OF JRN-AFTER-IMAGE     *
000383*              XCASE      XC-CASE-NUMBER                        *
000385*              DECKLIB    DK-CARD-SEQ                           *
000387*              INREG      IRG-BATCH-NUMBER                      *
000388*              STOPLOG    SLG-LOG-DATE                          *
000390*                                                               *
000400*   AUTHOR:        R L JENNINGS                                 *
000410*   INSTALLATION:  DATA CENTER APPLICATIONS                     *
000420*   DATE-WRITTEN:  10/15/2026                                   *
000430*                                                               *
000440*   MODIFICATION HISTORY                                        *
000450*   ------------------------------------------------------      *
000460*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000462*   10/15/2026  RLJ  THE POSTING JOURNAL, EXCEPTION CASE FILE,  *
000463*                    CONTROL-DECK LIBRARY, INBOUND REGISTER AND *
000465*                    STOP REQUEST LOG ARE NOW IN THE SET, SO A  *
000467*                    RESTORE PUTS THEM BACK TO THE SAME POINT   *
000468*                    AS THE MASTER.  THE SET HOLDS 17 DATASETS. *
000470*                                                               *
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. DL100BKU.
000510 AUTHOR. R L JENNINGS.
000520 INSTALLATION. DATA CENTER APPLICATIONS.
000530 DATE-WRITTEN. 10/15/2026.
000540 DATE-COMPILED.
000550*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS RES-KEY
000630         FILE STATUS IS WS-RESL-FILE-STATUS.
000640     SELECT BACKUP-RESLMAST ASSIGN TO BKRESL
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-BKRS-FILE-STATUS.
000670     SELECT HISTORY-VSAM ASSIGN TO HISTVSAM
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS HV-KEY
000710         FILE STATUS IS WS-HSTV-FILE-STATUS.
000720     SELECT BACKUP-HISTVSAM ASSIGN TO BKHISTV
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-BKHV-FILE-STATUS.
000750     SELECT PENDING-FILE ASSIGN TO PENDFILE
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS PND-KEY
000790         FILE STATUS IS WS-PEND-FILE-STATUS.
000800     SELECT BACKUP-PENDREQ ASSIGN TO BKPEND
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-BKPQ-FILE-STATUS.
000830     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-HIST-FILE-STATUS.
000860     SELECT BACKUP-HIST ASSIGN TO BKHIST
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-BKHS-FILE-STATUS.
000890     SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-ARCH-FILE-STATUS.
000920     SELECT BACKUP-ARCHIVE ASSIGN TO BKARCH
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-BKAR-FILE-STATUS.
000950     SELECT REFERENCE-FILE ASSIGN TO REFFILE
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-REF-FILE-STATUS.
000980     SELECT BACKUP-CTLTOTAL ASSIGN TO BKREF
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-BKRF-FILE-STATUS.
001010     SELECT LEDGER-FILE ASSIGN TO LEDGFILE
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-LEDG-FILE-STATUS.
001040     SELECT BACKUP-RUNLEDGR ASSIGN TO BKLEDG
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-BKRL-FILE-STATUS.
001070     SELECT TIMING-FILE ASSIGN TO TIMEFILE
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-TIME-FILE-STATUS.
001100     SELECT BACKUP-TIMELOG ASSIGN TO BKTIME
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-BKTM-FILE-STATUS.
001130     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-CKPT-FILE-STATUS.
001160     SELECT BACKUP-CKPT ASSIGN TO BKCKPT
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-BKCK-FILE-STATUS.
001190     SELECT STATUS-FILE ASSIGN TO STATFILE
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS WS-STAT-FILE-STATUS.
001220     SELECT BACKUP-STAT ASSIGN TO BKSTAT
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-BKST-FILE-STATUS.
001250     SELECT OUTPUT-CURRENT ASSIGN TO OUTCURR
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS WS-OUTC-FILE-STATUS.
001280     SELECT BACKUP-OUTPUT0 ASSIGN TO BKOUTC
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-BKOC-FILE-STATUS.
001310     SELECT OUTPUT-PRIOR ASSIGN TO OUTPRIOR
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-OUTP-FILE-STATUS.
001340     SELECT BACKUP-OUTPUT-1 ASSIGN TO BKOUTP
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-BKOP-FILE-STATUS.
001361     SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
001362         ORGANIZATION IS SEQUENTIAL
001363         FILE STATUS IS WS-JRNL-FILE-STATUS.
001364     SELECT BACKUP-RESLJRNL ASSIGN TO BKJRNL
001365         ORGANIZATION IS SEQUENTIAL
001366         FILE STATUS IS WS-BKJR-FILE-STATUS.
001367     SELECT CASE-FILE ASSIGN TO XCFILE
001368         ORGANIZATION IS INDEXED
001369         ACCESS MODE IS SEQUENTIAL
001370         RECORD KEY IS XC-CASE-NUMBER
001371         FILE STATUS IS WS-XCAS-FILE-STATUS.
001372     SELECT BACKUP-XCASE ASSIGN TO BKXCASE
001373         ORGANIZATION IS SEQUENTIAL
001374         FILE STATUS IS WS-BKXC-FILE-STATUS.
001375     SELECT DECK-LIBRARY-FILE ASSIGN TO DECKLIB
001376         ORGANIZATION IS INDEXED
001377         ACCESS MODE IS SEQUENTIAL
001378         RECORD KEY IS DK-KEY
001379         FILE STATUS IS WS-DECK-FILE-STATUS.
001380     SELECT BACKUP-DECKLIB ASSIGN TO BKDECK
001381         ORGANIZATION IS SEQUENTIAL
001382         FILE STATUS IS WS-BKDK-FILE-STATUS.
001383     SELECT REGISTER-FILE ASSIGN TO REGFILE
001384         ORGANIZATION IS INDEXED
001385         ACCESS MODE IS SEQUENTIAL
001386         RECORD KEY IS IRG-KEY
001387         FILE STATUS IS WS-IREG-FILE-STATUS.
001388     SELECT BACKUP-INREG ASSIGN TO BKINREG
001389         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-BKIR-FILE-STATUS.
001391     SELECT STOP-LOG-FILE ASSIGN TO SLOGFILE
001392         ORGANIZATION IS INDEXED
001393         ACCESS MODE IS SEQUENTIAL
001394         RECORD KEY IS SLG-KEY
001395         FILE STATUS IS WS-SLOG-FILE-STATUS.
001396     SELECT BACKUP-STOPLOG ASSIGN TO BKSLOG
001397         ORGANIZATION IS SEQUENTIAL
001398         FILE STATUS IS WS-BKSL-FILE-STATUS.
001399     SELECT MANIFEST-FILE ASSIGN TO MANFILE
001400         ORGANIZATION IS SEQUENTIAL
001401         FILE STATUS IS WS-MAN-FILE-STATUS.
001402*
001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  RESULT-MASTER
001440     RECORDING MODE IS F.
001450     COPY DL100RS.
001460*
001470 FD  BACKUP-RESLMAST
001480     RECORDING MODE IS F.
001490 01  BACKUP-RESLMAST-REC         PIC X(121).
001500*
001510 FD  HISTORY-VSAM
001520     RECORDING MODE IS F.
001530     COPY DL100HV.
001540*
001550 FD  BACKUP-HISTVSAM
001560     RECORDING MODE IS F.
001570 01  BACKUP-HISTVSAM-REC         PIC X(108).
001580*
001590 FD  PENDING-FILE
001600     RECORDING MODE IS F.
001610     COPY DL100PQ.
001620*
001630 FD  BACKUP-PENDREQ
001640     RECORDING MODE IS F.
001650 01  BACKUP-PENDREQ-REC          PIC X(80).
001660*
001670 FD  HISTORY-FILE
001680     RECORDING MODE IS F.
001690 01  HISTORY-FILE-REC            PIC X(114).
001700*
001710 FD  BACKUP-HIST
001720     RECORDING MODE IS F.
001730 01  BACKUP-HIST-REC             PIC X(114).
001740*
001750 FD  ARCHIVE-FILE
001760     RECORDING MODE IS F.
001770 01  ARCHIVE-FILE-REC            PIC X(114).
001780*
001790 FD  BACKUP-ARCHIVE
001800     RECORDING MODE IS F.
001810 01  BACKUP-ARCHIVE-REC          PIC X(114).
001820*
001830 FD  REFERENCE-FILE
001840     RECORDING MODE IS F.
001850 01  REFERENCE-FILE-REC          PIC X(80).
001860*
001870 FD  BACKUP-CTLTOTAL
001880     RECORDING MODE IS F.
001890 01  BACKUP-CTLTOTAL-REC         PIC X(80).
001900*
001910 FD  LEDGER-FILE
001920     RECORDING MODE IS F.
001930 01  LEDGER-FILE-REC             PIC X(80).
001940*
001950 FD  BACKUP-RUNLEDGR
001960     RECORDING MODE IS F.
001970 01  BACKUP-RUNLEDGR-REC         PIC X(80).
001980*
001990 FD  TIMING-FILE
002000     RECORDING MODE IS F.
002010 01  TIMING-FILE-REC             PIC X(80).
002020*
002030 FD  BACKUP-TIMELOG
002040     RECORDING MODE IS F.
002050 01  BACKUP-TIMELOG-REC          PIC X(80).
002060*
002070 FD  CHECKPOINT-FILE
002080     RECORDING MODE IS F.
002090 01  CHECKPOINT-FILE-REC         PIC X(53).
002100*
002110 FD  BACKUP-CKPT
002120     RECORDING MODE IS F.
002130 01  BACKUP-CKPT-REC             PIC X(53).
002140*
002150 FD  STATUS-FILE
002160     RECORDING MODE IS F.
002170 01  STATUS-FILE-REC             PIC X(29).
002180*
002190 FD  BACKUP-STAT
002200     RECORDING MODE IS F.
002210 01  BACKUP-STAT-REC             PIC X(29).
002220*
002230 FD  OUTPUT-CURRENT
002240     RECORDING MODE IS F.
002250 01  OUTPUT-CURRENT-REC          PIC X(120).
002260*
002270 FD  BACKUP-OUTPUT0
002280     RECORDING MODE IS F.
002290 01  BACKUP-OUTPUT0-REC          PIC X(120).
002300*
002310 FD  OUTPUT-PRIOR
002320     RECORDING MODE IS F.
002330 01  OUTPUT-PRIOR-REC            PIC X(120).
002340*
002350 FD  BACKUP-OUTPUT-1
002360     RECORDING MODE IS F.
002370 01  BACKUP-OUTPUT-1-REC         PIC X(120).
002380*
002381 FD  JOURNAL-FILE
002382     RECORDING MODE IS F.
002383 01  JOURNAL-FILE-REC            PIC X(340).
002384*
002385 FD  BACKUP-RESLJRNL
002386     RECORDING MODE IS F.
002387 01  BACKUP-RESLJRNL-REC         PIC X(340).
002388*
002389 FD  CASE-FILE
002390     RECORDING MODE IS F.
002391     COPY DL100XC.
002392*
002393 FD  BACKUP-XCASE
002394     RECORDING MODE IS F.
002395 01  BACKUP-XCASE-REC            PIC X(240).
002396*
002397 FD  DECK-LIBRARY-FILE
002398     RECORDING MODE IS F.
002399     COPY DL100DK.
002400*
002401 FD  BACKUP-DECKLIB
002402     RECORDING MODE IS F.
002403 01  BACKUP-DECKLIB-REC          PIC X(120).
002404*
002405 FD  REGISTER-FILE
002406     RECORDING MODE IS F.
002407     COPY DL100IB.
002408*
002409 FD  BACKUP-INREG
002410     RECORDING MODE IS F.
002411 01  BACKUP-INREG-REC            PIC X(100).
002412*
002413 FD  STOP-LOG-FILE
002414     RECORDING MODE IS F.
002415     COPY DL100SL.
002416*
002417 FD  BACKUP-STOPLOG
002418     RECORDING MODE IS F.
002419 01  BACKUP-STOPLOG-REC          PIC X(80).
002420*
002421 FD  MANIFEST-FILE
002422     RECORDING MODE IS F.
002423     COPY DL100BM.
002424*
002430 WORKING-STORAGE SECTION.
002440 77  WS-RESL-FILE-STATUS     PIC X(02) VALUE SPACES.
002450 77  WS-BKRS-FILE-STATUS     PIC X(02) VALUE SPACES.
002460 77  WS-HSTV-FILE-STATUS     PIC X(02) VALUE SPACES.
002470 77  WS-BKHV-FILE-STATUS     PIC X(02) VALUE SPACES.
002480 77  WS-PEND-FILE-STATUS     PIC X(02) VALUE SPACES.
002490 77  WS-BKPQ-FILE-STATUS     PIC X(02) VALUE SPACES.
002500 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE SPACES.
002510 77  WS-BKHS-FILE-STATUS     PIC X(02) VALUE SPACES.
002520 77  WS-ARCH-FILE-STATUS     PIC X(02) VALUE SPACES.
002530 77  WS-BKAR-FILE-STATUS     PIC X(02) VALUE SPACES.
002540 77  WS-REF-FILE-STATUS      PIC X(02) VALUE SPACES.
002550 77  WS-BKRF-FILE-STATUS     PIC X(02) VALUE SPACES.
002560 77  WS-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
002570 77  WS-BKRL-FILE-STATUS     PIC X(02) VALUE SPACES.
002580 77  WS-TIME-FILE-STATUS     PIC X(02) VALUE SPACES.
002590 77  WS-BKTM-FILE-STATUS     PIC X(02) VALUE SPACES.
002600 77  WS-CKPT-FILE-STATUS     PIC X(02) VALUE SPACES.
002610 77  WS-BKCK-FILE-STATUS     PIC X(02) VALUE SPACES.
002620 77  WS-STAT-FILE-STATUS     PIC X(02) VALUE SPACES.
002630 77  WS-BKST-FILE-STATUS     PIC X(02) VALUE SPACES.
002640 77  WS-OUTC-FILE-STATUS     PIC X(02) VALUE SPACES.
002650 77  WS-BKOC-FILE-STATUS     PIC X(02) VALUE SPACES.
002660 77  WS-OUTP-FILE-STATUS     PIC X(02) VALUE SPACES.
002670 77  WS-BKOP-FILE-STATUS     PIC X(02) VALUE SPACES.
002671 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
002672 77  WS-BKJR-FILE-STATUS     PIC X(02) VALUE SPACES.
002673 77  WS-XCAS-FILE-STATUS     PIC X(02) VALUE SPACES.
002674 77  WS-BKXC-FILE-STATUS     PIC X(02) VALUE SPACES.
002675 77  WS-DECK-FILE-STATUS     PIC X(02) VALUE SPACES.
002676 77  WS-BKDK-FILE-STATUS     PIC X(02) VALUE SPACES.
002677 77  WS-IREG-FILE-STATUS     PIC X(02) VALUE SPACES.
002678 77  WS-BKIR-FILE-STATUS     PIC X(02) VALUE SPACES.
002679 77  WS-SLOG-FILE-STATUS     PIC X(02) VALUE SPACES.
002680 77  WS-BKSL-FILE-STATUS     PIC X(02) VALUE SPACES.
002681 77  WS-MAN-FILE-STATUS      PIC X(02) VALUE SPACES.
002690 77  WS-DS-EOF-SW            PIC X(01) VALUE 'N'.
002700     88  WS-DS-EOF-YES           VALUE 'Y'.
002710 77  WS-DS-COUNT             PIC 9(09) COMP VALUE 0.
002720 77  WS-DS-HASH              PIC S9(25) VALUE 0.
002730 77  WS-DATASET-COUNT        PIC 9(05) COMP VALUE 0.
002740 77  WS-EXPECTED-DATASETS    PIC 9(05) COMP VALUE 17.
002750 77  WS-ED-COUNT             PIC ZZZ,ZZZ,ZZ9.
002760 77  WS-ED-HASH              PIC +9(25).
002770 01  WS-CDT-DATE             PIC 9(08).
002780 01  WS-CDT-TIME             PIC 9(08).
002790 01  WS-CDT-TIME-R           REDEFINES WS-CDT-TIME.
002800     05  WS-CDT-HHMMSS           PIC 9(06).
002810     05  FILLER                  PIC 9(02).
002820 01  WS-DS-ID                PIC X(08).
002830 01  WS-DS-HASH-FIELD        PIC X(20).
002840*
002850*    WHAT FAILED, FOR THE MESSAGE BEFORE THE RUN IS ABANDONED.
002860 01  WS-ERR-ACTION           PIC X(05).
002870 01  WS-ERR-DD               PIC X(08).
002880 01  WS-ERR-STATUS           PIC X(02).
002890*
002900*    WORKING COPIES OF THE SEQUENTIAL DATASETS' RECORDS.  THE
002910*    HISTORY AND ITS ARCHIVE SHARE ONE LAYOUT, AS DO THE TWO
002920*    OUTPUT GENERATIONS.
002930     COPY DL100HS.
002940     COPY DL100RF.
002950     COPY DL100RL.
002960     COPY DL100TM.
002970     COPY DL100CK.
002980     COPY DL100ST.
002990     COPY DL100OUT.
002991     COPY DL100JR.
002992*
002993*    THE JOURNAL'S AFTER IMAGE IS A RESULTS MASTER RECORD
002994*    (DL100RS); ONLY ITS FORWARD RESULT IS NEEDED FOR THE HASH.
002996 01  WS-JRN-AFTER-VIEW.
002997     05  FILLER                  PIC X(46).
002998     05  WSJ-AFTER-RESULT-FWD    PIC S9(20).
002999     05  FILLER                  PIC X(55).
003000*
003010 PROCEDURE DIVISION.
003020*
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     PERFORM 2000-BACKUP-RESLMAST THRU 2000-EXIT.
003060     PERFORM 2100-BACKUP-HISTVSAM THRU 2100-EXIT.
003070     PERFORM 2200-BACKUP-PENDREQ THRU 2200-EXIT.
003080     PERFORM 2300-BACKUP-HIST THRU 2300-EXIT.
003090     PERFORM 2400-BACKUP-ARCHIVE THRU 2400-EXIT.
003100     PERFORM 2500-BACKUP-CTLTOTAL THRU 2500-EXIT.
003110     PERFORM 2600-BACKUP-RUNLEDGR THRU 2600-EXIT.
003120     PERFORM 2700-BACKUP-TIMELOG THRU 2700-EXIT.
003130     PERFORM 2800-BACKUP-CKPT THRU 2800-EXIT.
003140     PERFORM 2900-BACKUP-STAT THRU 2900-EXIT.
003150     PERFORM 3000-BACKUP-OUTPUT0 THRU 3000-EXIT.
003160     PERFORM 3100-BACKUP-OUTPUT-1 THRU 3100-EXIT.
003162     PERFORM 3200-BACKUP-RESLJRNL THRU 3200-EXIT.
003163     PERFORM 3300-BACKUP-XCASE THRU 3300-EXIT.
003165     PERFORM 3400-BACKUP-DECKLIB THRU 3400-EXIT.
003167     PERFORM 3500-BACKUP-INREG THRU 3500-EXIT.
003168     PERFORM 3600-BACKUP-STOPLOG THRU 3600-EXIT.
003170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003180     STOP RUN.
003190*
003200*****************************************************************
003210*    1000-INITIALIZE                                            *
003220*                                                               *
003230*    ONE DATE AND TIME STAMPS THE WHOLE SET.  THE HEADER        *
003240*    CARRIES THE NUMBER OF DATASETS THE SET SHOULD HOLD.        *
003250*****************************************************************
003260 1000-INITIALIZE.
003270     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
003280     ACCEPT WS-CDT-TIME FROM TIME.
003290     OPEN OUTPUT MANIFEST-FILE.
003300     IF WS-MAN-FILE-STATUS NOT = '00'
003310         MOVE 'OPEN' TO WS-ERR-ACTION
003320         MOVE 'MANFILE' TO WS-ERR-DD
003330         MOVE WS-MAN-FILE-STATUS TO WS-ERR-STATUS
003340         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
003350     END-IF.
003360     MOVE SPACES TO DL100-BACKUP-MANIFEST-RECORD.
003370     SET BKM-TYPE-HEADER TO TRUE.
003380     MOVE WS-CDT-DATE TO BKM-BACKUP-DATE.
003390     MOVE WS-CDT-HHMMSS TO BKM-BACKUP-TIME.
003400     MOVE 'DL100BKU' TO BKM-DATASET-ID.
003410     MOVE WS-EXPECTED-DATASETS TO BKM-RECORD-COUNT.
003420     MOVE 0 TO BKM-HASH-TOTAL.
003430     PERFORM 8100-WRITE-MANIFEST THRU 8100-EXIT.
003440 1000-EXIT.
003450     EXIT.
003460*
003470*****************************************************************
003480*    2000-BACKUP-RESLMAST THROUGH 3600-BACKUP-STOPLOG           *
003490*                                                               *
003500*    ONE PARAGRAPH PAIR PER DATASET - OPEN THE LIVE DATASET     *
003510*    AND ITS BACKUP GENERATION, COPY EVERY RECORD ACROSS        *
003520*    COUNTING IT AND ADDING ITS HASH FIELD, AND WRITE THE       *
003527*    DATASET'S MANIFEST DETAIL.  A KEYED CLUSTER NEVER WRITTEN  *
003533*    SINCE ITS DEFINE (STATUS 35) IS A ZERO-COUNT ENTRY.        *
003540*****************************************************************
003550 2000-BACKUP-RESLMAST.
003560     MOVE 'RESLMAST' TO WS-DS-ID.
003570     MOVE 'RES-RESULT-FWD' TO WS-DS-HASH-FIELD.
003580     OPEN INPUT RESULT-MASTER.
003590     IF WS-RESL-FILE-STATUS NOT = '00'
003600         MOVE 'OPEN' TO WS-ERR-ACTION
003610         MOVE 'RESLFILE' TO WS-ERR-DD
003620         MOVE WS-RESL-FILE-STATUS TO WS-ERR-STATUS
003630         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
003640     END-IF.
003650     OPEN OUTPUT BACKUP-RESLMAST.
003660     IF WS-BKRS-FILE-STATUS NOT = '00'
003670         MOVE 'OPEN' TO WS-ERR-ACTION
003680         MOVE 'BKRESL' TO WS-ERR-DD
003690         MOVE WS-BKRS-FILE-STATUS TO WS-ERR-STATUS
003700         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
003710     END-IF.
003720     PERFORM 8000-START-DATASET THRU 8000-EXIT.
003730     PERFORM 2050-COPY-RESLMAST THRU 2050-EXIT
003740         UNTIL WS-DS-EOF-YES.
003750     CLOSE RESULT-MASTER.
003760     CLOSE BACKUP-RESLMAST.
003770     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
003780 2000-EXIT.
003790     EXIT.
003800*
003810 2050-COPY-RESLMAST.
003820     READ RESULT-MASTER
003830         AT END
003840             SET WS-DS-EOF-YES TO TRUE
003850             GO TO 2050-EXIT
003860     END-READ.
003870     IF WS-RESL-FILE-STATUS NOT = '00'
003880         MOVE 'READ' TO WS-ERR-ACTION
003890         MOVE 'RESLFILE' TO WS-ERR-DD
003900         MOVE WS-RESL-FILE-STATUS TO WS-ERR-STATUS
003910         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
003920     END-IF.
003930     WRITE BACKUP-RESLMAST-REC FROM DL100-RESULT-MASTER-RECORD.
003940     IF WS-BKRS-FILE-STATUS NOT = '00'
003950         MOVE 'WRITE' TO WS-ERR-ACTION
003960         MOVE 'BKRESL' TO WS-ERR-DD
003970         MOVE WS-BKRS-FILE-STATUS TO WS-ERR-STATUS
003980         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
003990     END-IF.
004000     ADD 1 TO WS-DS-COUNT.
004010     IF RES-RESULT-FWD NUMERIC
004020         ADD RES-RESULT-FWD TO WS-DS-HASH
004030     END-IF.
004040 2050-EXIT.
004050     EXIT.
004060*
004070 2100-BACKUP-HISTVSAM.
004080     MOVE 'HISTVSAM' TO WS-DS-ID.
004090     MOVE 'HV-RESULT-FWD' TO WS-DS-HASH-FIELD.
004100     OPEN INPUT HISTORY-VSAM.
004110     IF WS-HSTV-FILE-STATUS NOT = '00'
004120         MOVE 'OPEN' TO WS-ERR-ACTION
004130         MOVE 'HISTVSAM' TO WS-ERR-DD
004140         MOVE WS-HSTV-FILE-STATUS TO WS-ERR-STATUS
004150         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
004160     END-IF.
004170     OPEN OUTPUT BACKUP-HISTVSAM.
004180     IF WS-BKHV-FILE-STATUS NOT = '00'
004190         MOVE 'OPEN' TO WS-ERR-ACTION
004200         MOVE 'BKHISTV' TO WS-ERR-DD
004210         MOVE WS-BKHV-FILE-STATUS TO WS-ERR-STATUS
004220         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
004230     END-IF.
004240     PERFORM 8000-START-DATASET THRU 8000-EXIT.
004250     PERFORM 2150-COPY-HISTVSAM THRU 2150-EXIT
004260         UNTIL WS-DS-EOF-YES.
004270     CLOSE HISTORY-VSAM.
004280     CLOSE BACKUP-HISTVSAM.
004290     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
004300 2100-EXIT.
004310     EXIT.
004320*
004330 2150-COPY-HISTVSAM.
004340     READ HISTORY-VSAM
004350         AT END
004360             SET WS-DS-EOF-YES TO TRUE
004370             GO TO 2150-EXIT
004380     END-READ.
004390     IF WS-HSTV-FILE-STATUS NOT = '00'
004400         MOVE 'READ' TO WS-ERR-ACTION
004410         MOVE 'HISTVSAM' TO WS-ERR-DD
004420         MOVE WS-HSTV-FILE-STATUS TO WS-ERR-STATUS
004430         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
004440     END-IF.
004450     WRITE BACKUP-HISTVSAM-REC FROM DL100-HISTORY-VSAM-RECORD.
004460     IF WS-BKHV-FILE-STATUS NOT = '00'
004470         MOVE 'WRITE' TO WS-ERR-ACTION
004480         MOVE 'BKHISTV' TO WS-ERR-DD
004490         MOVE WS-BKHV-FILE-STATUS TO WS-ERR-STATUS
004500         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
004510     END-IF.
004520     ADD 1 TO WS-DS-COUNT.
004530     IF HV-RESULT-FWD NUMERIC
004540         ADD HV-RESULT-FWD TO WS-DS-HASH
004550     END-IF.
004560 2150-EXIT.
004570     EXIT.
004580*
004590 2200-BACKUP-PENDREQ.
004600     MOVE 'PENDREQ' TO WS-DS-ID.
004610     MOVE 'PND-N-VALUE' TO WS-DS-HASH-FIELD.
004620     OPEN INPUT PENDING-FILE.
004630     OPEN OUTPUT BACKUP-PENDREQ.
004640     IF WS-BKPQ-FILE-STATUS NOT = '00'
004650         MOVE 'OPEN' TO WS-ERR-ACTION
004660         MOVE 'BKPEND' TO WS-ERR-DD
004670         MOVE WS-BKPQ-FILE-STATUS TO WS-ERR-STATUS
004680         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
004690     END-IF.
004700     PERFORM 8000-START-DATASET THRU 8000-EXIT.
004710     IF WS-PEND-FILE-STATUS = '35'
004720         DISPLAY 'DL100BKU - PENDREQ EMPTY SINCE LAST REDEFINE'
004730         CLOSE BACKUP-PENDREQ
004740         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
004750         GO TO 2200-EXIT
004760     END-IF.
004770     IF WS-PEND-FILE-STATUS NOT = '00'
004780         MOVE 'OPEN' TO WS-ERR-ACTION
004790         MOVE 'PENDFILE' TO WS-ERR-DD
004800         MOVE WS-PEND-FILE-STATUS TO WS-ERR-STATUS
004810         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
004820     END-IF.
004830     PERFORM 2250-COPY-PENDREQ THRU 2250-EXIT
004840         UNTIL WS-DS-EOF-YES.
004850     CLOSE PENDING-FILE.
004860     CLOSE BACKUP-PENDREQ.
004870     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
004880 2200-EXIT.
004890     EXIT.
004900*
004910 2250-COPY-PENDREQ.
004920     READ PENDING-FILE
004930         AT END
004940             SET WS-DS-EOF-YES TO TRUE
004950             GO TO 2250-EXIT
004960     END-READ.
004970     IF WS-PEND-FILE-STATUS NOT = '00'
004980         MOVE 'READ' TO WS-ERR-ACTION
004990         MOVE 'PENDFILE' TO WS-ERR-DD
005000         MOVE WS-PEND-FILE-STATUS TO WS-ERR-STATUS
005010         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
005020     END-IF.
005030     WRITE BACKUP-PENDREQ-REC FROM DL100-PENDING-REQUEST-RECORD.
005040     IF WS-BKPQ-FILE-STATUS NOT = '00'
005050         MOVE 'WRITE' TO WS-ERR-ACTION
005060         MOVE 'BKPEND' TO WS-ERR-DD
005070         MOVE WS-BKPQ-FILE-STATUS TO WS-ERR-STATUS
005080         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
005090     END-IF.
005100     ADD 1 TO WS-DS-COUNT.
005110     IF PND-N-VALUE NUMERIC
005120         ADD PND-N-VALUE TO WS-DS-HASH
005130     END-IF.
005140 2250-EXIT.
005150     EXIT.
005160*
005170 2300-BACKUP-HIST.
005180     MOVE 'HIST' TO WS-DS-ID.
005190     MOVE 'HIST-RESULT-FWD' TO WS-DS-HASH-FIELD.
005200     OPEN INPUT HISTORY-FILE.
005210     IF WS-HIST-FILE-STATUS NOT = '00'
005220         MOVE 'OPEN' TO WS-ERR-ACTION
005230         MOVE 'HISTFILE' TO WS-ERR-DD
005240         MOVE WS-HIST-FILE-STATUS TO WS-ERR-STATUS
005250         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
005260     END-IF.
005270     OPEN OUTPUT BACKUP-HIST.
005280     IF WS-BKHS-FILE-STATUS NOT = '00'
005290         MOVE 'OPEN' TO WS-ERR-ACTION
005300         MOVE 'BKHIST' TO WS-ERR-DD
005310         MOVE WS-BKHS-FILE-STATUS TO WS-ERR-STATUS
005320         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
005330     END-IF.
005340     PERFORM 8000-START-DATASET THRU 8000-EXIT.
005350     PERFORM 2350-COPY-HIST THRU 2350-EXIT
005360         UNTIL WS-DS-EOF-YES.
005370     CLOSE HISTORY-FILE.
005380     CLOSE BACKUP-HIST.
005390     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
005400 2300-EXIT.
005410     EXIT.
005420*
005430 2350-COPY-HIST.
005440     READ HISTORY-FILE INTO DL100-HISTORY-RECORD
005450         AT END
005460             SET WS-DS-EOF-YES TO TRUE
005470             GO TO 2350-EXIT
005480     END-READ.
005490     IF WS-HIST-FILE-STATUS NOT = '00'
005500         MOVE 'READ' TO WS-ERR-ACTION
005510         MOVE 'HISTFILE' TO WS-ERR-DD
005520         MOVE WS-HIST-FILE-STATUS TO WS-ERR-STATUS
005530         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
005540     END-IF.
005550     WRITE BACKUP-HIST-REC FROM DL100-HISTORY-RECORD.
005560     IF WS-BKHS-FILE-STATUS NOT = '00'
005570         MOVE 'WRITE' TO WS-ERR-ACTION
005580         MOVE 'BKHIST' TO WS-ERR-DD
005590         MOVE WS-BKHS-FILE-STATUS TO WS-ERR-STATUS
005600         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
005610     END-IF.
005620     ADD 1 TO WS-DS-COUNT.
005630     IF HIST-RESULT-FWD NUMERIC
005640         ADD HIST-RESULT-FWD TO WS-DS-HASH
005650     END-IF.
005660 2350-EXIT.
005670     EXIT.
005680*
005690 2400-BACKUP-ARCHIVE.
005700     MOVE 'ARCHIVE' TO WS-DS-ID.
005710     MOVE 'HIST-RESULT-FWD' TO WS-DS-HASH-FIELD.
005720     OPEN INPUT ARCHIVE-FILE.
005730     IF WS-ARCH-FILE-STATUS NOT = '00'
005740         MOVE 'OPEN' TO WS-ERR-ACTION
005750         MOVE 'ARCHFILE' TO WS-ERR-DD
005760         MOVE WS-ARCH-FILE-STATUS TO WS-ERR-STATUS
005770         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
005780     END-IF.
005790     OPEN OUTPUT BACKUP-ARCHIVE.
005800     IF WS-BKAR-FILE-STATUS NOT = '00'
005810         MOVE 'OPEN' TO WS-ERR-ACTION
005820         MOVE 'BKARCH' TO WS-ERR-DD
005830         MOVE WS-BKAR-FILE-STATUS TO WS-ERR-STATUS
005840         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
005850     END-IF.
005860     PERFORM 8000-START-DATASET THRU 8000-EXIT.
005870     PERFORM 2450-COPY-ARCHIVE THRU 2450-EXIT
005880         UNTIL WS-DS-EOF-YES.
005890     CLOSE ARCHIVE-FILE.
005900     CLOSE BACKUP-ARCHIVE.
005910     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
005920 2400-EXIT.
005930     EXIT.
005940*
005950 2450-COPY-ARCHIVE.
005960     READ ARCHIVE-FILE INTO DL100-HISTORY-RECORD
005970         AT END
005980             SET WS-DS-EOF-YES TO TRUE
005990             GO TO 2450-EXIT
006000     END-READ.
006010     IF WS-ARCH-FILE-STATUS NOT = '00'
006020         MOVE 'READ' TO WS-ERR-ACTION
006030         MOVE 'ARCHFILE' TO WS-ERR-DD
006040         MOVE WS-ARCH-FILE-STATUS TO WS-ERR-STATUS
006050         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
006060     END-IF.
006070     WRITE BACKUP-ARCHIVE-REC FROM DL100-HISTORY-RECORD.
006080     IF WS-BKAR-FILE-STATUS NOT = '00'
006090         MOVE 'WRITE' TO WS-ERR-ACTION
006100         MOVE 'BKARCH' TO WS-ERR-DD
006110         MOVE WS-BKAR-FILE-STATUS TO WS-ERR-STATUS
006120         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
006130     END-IF.
006140     ADD 1 TO WS-DS-COUNT.
006150     IF HIST-RESULT-FWD NUMERIC
006160         ADD HIST-RESULT-FWD TO WS-DS-HASH
006170     END-IF.
006180 2450-EXIT.
006190     EXIT.
006200*
006210 2500-BACKUP-CTLTOTAL.
006220     MOVE 'CTLTOTAL' TO WS-DS-ID.
006230     MOVE 'REF-EXPECTED-RESULT' TO WS-DS-HASH-FIELD.
006240     OPEN INPUT REFERENCE-FILE.
006250     IF WS-REF-FILE-STATUS NOT = '00'
006260         MOVE 'OPEN' TO WS-ERR-ACTION
006270         MOVE 'REFFILE' TO WS-ERR-DD
006280         MOVE WS-REF-FILE-STATUS TO WS-ERR-STATUS
006290         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
006300     END-IF.
006310     OPEN OUTPUT BACKUP-CTLTOTAL.
006320     IF WS-BKRF-FILE-STATUS NOT = '00'
006330         MOVE 'OPEN' TO WS-ERR-ACTION
006340         MOVE 'BKREF' TO WS-ERR-DD
006350         MOVE WS-BKRF-FILE-STATUS TO WS-ERR-STATUS
006360         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
006370     END-IF.
006380     PERFORM 8000-START-DATASET THRU 8000-EXIT.
006390     PERFORM 2550-COPY-CTLTOTAL THRU 2550-EXIT
006400         UNTIL WS-DS-EOF-YES.
006410     CLOSE REFERENCE-FILE.
006420     CLOSE BACKUP-CTLTOTAL.
006430     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
006440 2500-EXIT.
006450     EXIT.
006460*
006470 2550-COPY-CTLTOTAL.
006480     READ REFERENCE-FILE INTO REFERENCE-RECORD
006490         AT END
006500             SET WS-DS-EOF-YES TO TRUE
006510             GO TO 2550-EXIT
006520     END-READ.
006530     IF WS-REF-FILE-STATUS NOT = '00'
006540         MOVE 'READ' TO WS-ERR-ACTION
006550         MOVE 'REFFILE' TO WS-ERR-DD
006560         MOVE WS-REF-FILE-STATUS TO WS-ERR-STATUS
006570         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
006580     END-IF.
006590     WRITE BACKUP-CTLTOTAL-REC FROM REFERENCE-RECORD.
006600     IF WS-BKRF-FILE-STATUS NOT = '00'
006610         MOVE 'WRITE' TO WS-ERR-ACTION
006620         MOVE 'BKREF' TO WS-ERR-DD
006630         MOVE WS-BKRF-FILE-STATUS TO WS-ERR-STATUS
006640         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
006650     END-IF.
006660     ADD 1 TO WS-DS-COUNT.
006670     IF REF-EXPECTED-RESULT NUMERIC
006680         ADD REF-EXPECTED-RESULT TO WS-DS-HASH
006690     END-IF.
006700 2550-EXIT.
006710     EXIT.
006720*
006730 2600-BACKUP-RUNLEDGR.
006740     MOVE 'RUNLEDGR' TO WS-DS-ID.
006750     MOVE 'RLG-RECORDS-WRITTEN' TO WS-DS-HASH-FIELD.
006760     OPEN INPUT LEDGER-FILE.
006770     IF WS-LEDG-FILE-STATUS NOT = '00'
006780         MOVE 'OPEN' TO WS-ERR-ACTION
006790         MOVE 'LEDGFILE' TO WS-ERR-DD
006800         MOVE WS-LEDG-FILE-STATUS TO WS-ERR-STATUS
006810         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
006820     END-IF.
006830     OPEN OUTPUT BACKUP-RUNLEDGR.
006840     IF WS-BKRL-FILE-STATUS NOT = '00'
006850         MOVE 'OPEN' TO WS-ERR-ACTION
006860         MOVE 'BKLEDG' TO WS-ERR-DD
006870         MOVE WS-BKRL-FILE-STATUS TO WS-ERR-STATUS
006880         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
006890     END-IF.
006900     PERFORM 8000-START-DATASET THRU 8000-EXIT.
006910     PERFORM 2650-COPY-RUNLEDGR THRU 2650-EXIT
006920         UNTIL WS-DS-EOF-YES.
006930     CLOSE LEDGER-FILE.
006940     CLOSE BACKUP-RUNLEDGR.
006950     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
006960 2600-EXIT.
006970     EXIT.
006980*
006990 2650-COPY-RUNLEDGR.
007000     READ LEDGER-FILE INTO DL100-RUN-LEDGER-RECORD
007010         AT END
007020             SET WS-DS-EOF-YES TO TRUE
007030             GO TO 2650-EXIT
007040     END-READ.
007050     IF WS-LEDG-FILE-STATUS NOT = '00'
007060         MOVE 'READ' TO WS-ERR-ACTION
007070         MOVE 'LEDGFILE' TO WS-ERR-DD
007080         MOVE WS-LEDG-FILE-STATUS TO WS-ERR-STATUS
007090         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
007100     END-IF.
007110     WRITE BACKUP-RUNLEDGR-REC FROM DL100-RUN-LEDGER-RECORD.
007120     IF WS-BKRL-FILE-STATUS NOT = '00'
007130         MOVE 'WRITE' TO WS-ERR-ACTION
007140         MOVE 'BKLEDG' TO WS-ERR-DD
007150         MOVE WS-BKRL-FILE-STATUS TO WS-ERR-STATUS
007160         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
007170     END-IF.
007180     ADD 1 TO WS-DS-COUNT.
007190     IF RLG-RECORDS-WRITTEN NUMERIC
007200         ADD RLG-RECORDS-WRITTEN TO WS-DS-HASH
007210     END-IF.
007220 2650-EXIT.
007230     EXIT.
007240*
007250 2700-BACKUP-TIMELOG.
007260     MOVE 'TIMELOG' TO WS-DS-ID.
007270     MOVE 'TIM-N-VALUE' TO WS-DS-HASH-FIELD.
007280     OPEN INPUT TIMING-FILE.
007290     IF WS-TIME-FILE-STATUS NOT = '00'
007300         MOVE 'OPEN' TO WS-ERR-ACTION
007310         MOVE 'TIMEFILE' TO WS-ERR-DD
007320         MOVE WS-TIME-FILE-STATUS TO WS-ERR-STATUS
007330         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
007340     END-IF.
007350     OPEN OUTPUT BACKUP-TIMELOG.
007360     IF WS-BKTM-FILE-STATUS NOT = '00'
007370         MOVE 'OPEN' TO WS-ERR-ACTION
007380         MOVE 'BKTIME' TO WS-ERR-DD
007390         MOVE WS-BKTM-FILE-STATUS TO WS-ERR-STATUS
007400         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
007410     END-IF.
007420     PERFORM 8000-START-DATASET THRU 8000-EXIT.
007430     PERFORM 2750-COPY-TIMELOG THRU 2750-EXIT
007440         UNTIL WS-DS-EOF-YES.
007450     CLOSE TIMING-FILE.
007460     CLOSE BACKUP-TIMELOG.
007470     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
007480 2700-EXIT.
007490     EXIT.
007500*
007510 2750-COPY-TIMELOG.
007520     READ TIMING-FILE INTO DL100-TIMING-RECORD
007530         AT END
007540             SET WS-DS-EOF-YES TO TRUE
007550             GO TO 2750-EXIT
007560     END-READ.
007570     IF WS-TIME-FILE-STATUS NOT = '00'
007580         MOVE 'READ' TO WS-ERR-ACTION
007590         MOVE 'TIMEFILE' TO WS-ERR-DD
007600         MOVE WS-TIME-FILE-STATUS TO WS-ERR-STATUS
007610         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
007620     END-IF.
007630     WRITE BACKUP-TIMELOG-REC FROM DL100-TIMING-RECORD.
007640     IF WS-BKTM-FILE-STATUS NOT = '00'
007650         MOVE 'WRITE' TO WS-ERR-ACTION
007660         MOVE 'BKTIME' TO WS-ERR-DD
007670         MOVE WS-BKTM-FILE-STATUS TO WS-ERR-STATUS
007680         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
007690     END-IF.
007700     ADD 1 TO WS-DS-COUNT.
007710     IF TIM-N-VALUE NUMERIC
007720         ADD TIM-N-VALUE TO WS-DS-HASH
007730     END-IF.
007740 2750-EXIT.
007750     EXIT.
007760*
007770 2800-BACKUP-CKPT.
007780     MOVE 'CKPT' TO WS-DS-ID.
007790     MOVE 'CKPT-SUM-OF-SQ' TO WS-DS-HASH-FIELD.
007800     OPEN INPUT CHECKPOINT-FILE.
007810     IF WS-CKPT-FILE-STATUS NOT = '00'
007820         MOVE 'OPEN' TO WS-ERR-ACTION
007830         MOVE 'CKPTFILE' TO WS-ERR-DD
007840         MOVE WS-CKPT-FILE-STATUS TO WS-ERR-STATUS
007850         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
007860     END-IF.
007870     OPEN OUTPUT BACKUP-CKPT.
007880     IF WS-BKCK-FILE-STATUS NOT = '00'
007890         MOVE 'OPEN' TO WS-ERR-ACTION
007900         MOVE 'BKCKPT' TO WS-ERR-DD
007910         MOVE WS-BKCK-FILE-STATUS TO WS-ERR-STATUS
007920         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
007930     END-IF.
007940     PERFORM 8000-START-DATASET THRU 8000-EXIT.
007950     PERFORM 2850-COPY-CKPT THRU 2850-EXIT
007960         UNTIL WS-DS-EOF-YES.
007970     CLOSE CHECKPOINT-FILE.
007980     CLOSE BACKUP-CKPT.
007990     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
008000 2800-EXIT.
008010     EXIT.
008020*
008030 2850-COPY-CKPT.
008040     READ CHECKPOINT-FILE INTO DL100-CHECKPOINT-RECORD
008050         AT END
008060             SET WS-DS-EOF-YES TO TRUE
008070             GO TO 2850-EXIT
008080     END-READ.
008090     IF WS-CKPT-FILE-STATUS NOT = '00'
008100         MOVE 'READ' TO WS-ERR-ACTION
008110         MOVE 'CKPTFILE' TO WS-ERR-DD
008120         MOVE WS-CKPT-FILE-STATUS TO WS-ERR-STATUS
008130         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
008140     END-IF.
008150     WRITE BACKUP-CKPT-REC FROM DL100-CHECKPOINT-RECORD.
008160     IF WS-BKCK-FILE-STATUS NOT = '00'
008170         MOVE 'WRITE' TO WS-ERR-ACTION
008180         MOVE 'BKCKPT' TO WS-ERR-DD
008190         MOVE WS-BKCK-FILE-STATUS TO WS-ERR-STATUS
008200         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
008210     END-IF.
008220     ADD 1 TO WS-DS-COUNT.
008230     IF CKPT-SUM-OF-SQ NUMERIC
008240         ADD CKPT-SUM-OF-SQ TO WS-DS-HASH
008250     END-IF.
008260 2850-EXIT.
008270     EXIT.
008280*
008290 2900-BACKUP-STAT.
008300     MOVE 'STAT' TO WS-DS-ID.
008310     MOVE 'STAT-COUNTER' TO WS-DS-HASH-FIELD.
008320     OPEN INPUT STATUS-FILE.
008330     IF WS-STAT-FILE-STATUS NOT = '00'
008340         MOVE 'OPEN' TO WS-ERR-ACTION
008350         MOVE 'STATFILE' TO WS-ERR-DD
008360         MOVE WS-STAT-FILE-STATUS TO WS-ERR-STATUS
008370         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
008380     END-IF.
008390     OPEN OUTPUT BACKUP-STAT.
008400     IF WS-BKST-FILE-STATUS NOT = '00'
008410         MOVE 'OPEN' TO WS-ERR-ACTION
008420         MOVE 'BKSTAT' TO WS-ERR-DD
008430         MOVE WS-BKST-FILE-STATUS TO WS-ERR-STATUS
008440         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
008450     END-IF.
008460     PERFORM 8000-START-DATASET THRU 8000-EXIT.
008470     PERFORM 2950-COPY-STAT THRU 2950-EXIT
008480         UNTIL WS-DS-EOF-YES.
008490     CLOSE STATUS-FILE.
008500     CLOSE BACKUP-STAT.
008510     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
008520 2900-EXIT.
008530     EXIT.
008540*
008550 2950-COPY-STAT.
008560     READ STATUS-FILE INTO DL100-STATUS-RECORD
008570         AT END
008580             SET WS-DS-EOF-YES TO TRUE
008590             GO TO 2950-EXIT
008600     END-READ.
008610     IF WS-STAT-FILE-STATUS NOT = '00'
008620         MOVE 'READ' TO WS-ERR-ACTION
008630         MOVE 'STATFILE' TO WS-ERR-DD
008640         MOVE WS-STAT-FILE-STATUS TO WS-ERR-STATUS
008650         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
008660     END-IF.
008670     WRITE BACKUP-STAT-REC FROM DL100-STATUS-RECORD.
008680     IF WS-BKST-FILE-STATUS NOT = '00'
008690         MOVE 'WRITE' TO WS-ERR-ACTION
008700         MOVE 'BKSTAT' TO WS-ERR-DD
008710         MOVE WS-BKST-FILE-STATUS TO WS-ERR-STATUS
008720         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
008730     END-IF.
008740     ADD 1 TO WS-DS-COUNT.
008750     IF STAT-COUNTER NUMERIC
008760         ADD STAT-COUNTER TO WS-DS-HASH
008770     END-IF.
008780 2950-EXIT.
008790     EXIT.
008800*
008810 3000-BACKUP-OUTPUT0.
008820     MOVE 'OUTPUT0' TO WS-DS-ID.
008830     MOVE 'OUT-RESULT-FWD' TO WS-DS-HASH-FIELD.
008840     OPEN INPUT OUTPUT-CURRENT.
008850     IF WS-OUTC-FILE-STATUS NOT = '00'
008860         MOVE 'OPEN' TO WS-ERR-ACTION
008870         MOVE 'OUTCURR' TO WS-ERR-DD
008880         MOVE WS-OUTC-FILE-STATUS TO WS-ERR-STATUS
008890         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
008900     END-IF.
008910     OPEN OUTPUT BACKUP-OUTPUT0.
008920     IF WS-BKOC-FILE-STATUS NOT = '00'
008930         MOVE 'OPEN' TO WS-ERR-ACTION
008940         MOVE 'BKOUTC' TO WS-ERR-DD
008950         MOVE WS-BKOC-FILE-STATUS TO WS-ERR-STATUS
008960         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
008970     END-IF.
008980     PERFORM 8000-START-DATASET THRU 8000-EXIT.
008990     PERFORM 3050-COPY-OUTPUT0 THRU 3050-EXIT
009000         UNTIL WS-DS-EOF-YES.
009010     CLOSE OUTPUT-CURRENT.
009020     CLOSE BACKUP-OUTPUT0.
009030     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
009040 3000-EXIT.
009050     EXIT.
009060*
009070 3050-COPY-OUTPUT0.
009080     READ OUTPUT-CURRENT INTO DL100-OUTPUT-RECORD
009090         AT END
009100             SET WS-DS-EOF-YES TO TRUE
009110             GO TO 3050-EXIT
009120     END-READ.
009130     IF WS-OUTC-FILE-STATUS NOT = '00'
009140         MOVE 'READ' TO WS-ERR-ACTION
009150         MOVE 'OUTCURR' TO WS-ERR-DD
009160         MOVE WS-OUTC-FILE-STATUS TO WS-ERR-STATUS
009170         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009180     END-IF.
009190     WRITE BACKUP-OUTPUT0-REC FROM DL100-OUTPUT-RECORD.
009200     IF WS-BKOC-FILE-STATUS NOT = '00'
009210         MOVE 'WRITE' TO WS-ERR-ACTION
009220         MOVE 'BKOUTC' TO WS-ERR-DD
009230         MOVE WS-BKOC-FILE-STATUS TO WS-ERR-STATUS
009240         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009250     END-IF.
009260     ADD 1 TO WS-DS-COUNT.
009270     IF OUT-RESULT-FWD NUMERIC
009280         ADD OUT-RESULT-FWD TO WS-DS-HASH
009290     END-IF.
009300 3050-EXIT.
009310     EXIT.
009320*
009330 3100-BACKUP-OUTPUT-1.
009340     MOVE 'OUTPUT-1' TO WS-DS-ID.
009350     MOVE 'OUT-RESULT-FWD' TO WS-DS-HASH-FIELD.
009360     OPEN INPUT OUTPUT-PRIOR.
009370     IF WS-OUTP-FILE-STATUS NOT = '00'
009380         MOVE 'OPEN' TO WS-ERR-ACTION
009390         MOVE 'OUTPRIOR' TO WS-ERR-DD
009400         MOVE WS-OUTP-FILE-STATUS TO WS-ERR-STATUS
009410         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009420     END-IF.
009430     OPEN OUTPUT BACKUP-OUTPUT-1.
009440     IF WS-BKOP-FILE-STATUS NOT = '00'
009450         MOVE 'OPEN' TO WS-ERR-ACTION
009460         MOVE 'BKOUTP' TO WS-ERR-DD
009470         MOVE WS-BKOP-FILE-STATUS TO WS-ERR-STATUS
009480         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009490     END-IF.
009500     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009510     PERFORM 3150-COPY-OUTPUT-1 THRU 3150-EXIT
009520         UNTIL WS-DS-EOF-YES.
009530     CLOSE OUTPUT-PRIOR.
009540     CLOSE BACKUP-OUTPUT-1.
009550     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
009560 3100-EXIT.
009570     EXIT.
009580*
009590 3150-COPY-OUTPUT-1.
009600     READ OUTPUT-PRIOR INTO DL100-OUTPUT-RECORD
009610         AT END
009620             SET WS-DS-EOF-YES TO TRUE
009630             GO TO 3150-EXIT
009640     END-READ.
009650     IF WS-OUTP-FILE-STATUS NOT = '00'
009660         MOVE 'READ' TO WS-ERR-ACTION
009670         MOVE 'OUTPRIOR' TO WS-ERR-DD
009680         MOVE WS-OUTP-FILE-STATUS TO WS-ERR-STATUS
009690         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009700     END-IF.
009710     WRITE BACKUP-OUTPUT-1-REC FROM DL100-OUTPUT-RECORD.
009720     IF WS-BKOP-FILE-STATUS NOT = '00'
009730         MOVE 'WRITE' TO WS-ERR-ACTION
009740         MOVE 'BKOUTP' TO WS-ERR-DD
009750         MOVE WS-BKOP-FILE-STATUS TO WS-ERR-STATUS
009760         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009770     END-IF.
009780     ADD 1 TO WS-DS-COUNT.
009790     IF OUT-RESULT-FWD NUMERIC
009800         ADD OUT-RESULT-FWD TO WS-DS-HASH
009810     END-IF.
009820 3150-EXIT.
009830     EXIT.
009840*
009841 3200-BACKUP-RESLJRNL.
009842     MOVE 'RESLJRNL' TO WS-DS-ID.
009843     MOVE 'JRN-AFTER RESULT-FWD' TO WS-DS-HASH-FIELD.
009844     OPEN INPUT JOURNAL-FILE.
009845     IF WS-JRNL-FILE-STATUS NOT = '00'
009846         MOVE 'OPEN' TO WS-ERR-ACTION
009847         MOVE 'JRNLFILE' TO WS-ERR-DD
009848         MOVE WS-JRNL-FILE-STATUS TO WS-ERR-STATUS
009849         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009850     END-IF.
009851     OPEN OUTPUT BACKUP-RESLJRNL.
009852     IF WS-BKJR-FILE-STATUS NOT = '00'
009853         MOVE 'OPEN' TO WS-ERR-ACTION
009854         MOVE 'BKJRNL' TO WS-ERR-DD
009855         MOVE WS-BKJR-FILE-STATUS TO WS-ERR-STATUS
009856         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009857     END-IF.
009858     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009859     PERFORM 3250-COPY-RESLJRNL THRU 3250-EXIT
009860         UNTIL WS-DS-EOF-YES.
009861     CLOSE JOURNAL-FILE.
009862     CLOSE BACKUP-RESLJRNL.
009863     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
009864 3200-EXIT.
009865     EXIT.
009866*
009867 3250-COPY-RESLJRNL.
009868     READ JOURNAL-FILE INTO DL100-POSTING-JOURNAL-RECORD
009869         AT END
009870             SET WS-DS-EOF-YES TO TRUE
009871             GO TO 3250-EXIT
009872     END-READ.
009873     IF WS-JRNL-FILE-STATUS NOT = '00'
009874         MOVE 'READ' TO WS-ERR-ACTION
009875         MOVE 'JRNLFILE' TO WS-ERR-DD
009876         MOVE WS-JRNL-FILE-STATUS TO WS-ERR-STATUS
009877         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009878     END-IF.
009879     WRITE BACKUP-RESLJRNL-REC FROM DL100-POSTING-JOURNAL-RECORD.
009880     IF WS-BKJR-FILE-STATUS NOT = '00'
009881         MOVE 'WRITE' TO WS-ERR-ACTION
009882         MOVE 'BKJRNL' TO WS-ERR-DD
009883         MOVE WS-BKJR-FILE-STATUS TO WS-ERR-STATUS
009884         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009885     END-IF.
009886     ADD 1 TO WS-DS-COUNT.
009887     MOVE JRN-AFTER-IMAGE TO WS-JRN-AFTER-VIEW.
009888     IF WSJ-AFTER-RESULT-FWD NUMERIC
009889         ADD WSJ-AFTER-RESULT-FWD TO WS-DS-HASH
009890     END-IF.
009891 3250-EXIT.
009892     EXIT.
009893*
009894 3300-BACKUP-XCASE.
009895     MOVE 'XCASE' TO WS-DS-ID.
009896     MOVE 'XC-CASE-NUMBER' TO WS-DS-HASH-FIELD.
009897     OPEN INPUT CASE-FILE.
009898     OPEN OUTPUT BACKUP-XCASE.
009899     IF WS-BKXC-FILE-STATUS NOT = '00'
009900         MOVE 'OPEN' TO WS-ERR-ACTION
009901         MOVE 'BKXCASE' TO WS-ERR-DD
009902         MOVE WS-BKXC-FILE-STATUS TO WS-ERR-STATUS
009903         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009904     END-IF.
009905     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009906     IF WS-XCAS-FILE-STATUS = '35'
009907         DISPLAY 'DL100BKU - XCASE EMPTY SINCE LAST DEFINE'
009908         CLOSE BACKUP-XCASE
009909         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
009910         GO TO 3300-EXIT
009911     END-IF.
009912     IF WS-XCAS-FILE-STATUS NOT = '00'
009913         MOVE 'OPEN' TO WS-ERR-ACTION
009914         MOVE 'XCFILE' TO WS-ERR-DD
009915         MOVE WS-XCAS-FILE-STATUS TO WS-ERR-STATUS
009916         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009917     END-IF.
009918     PERFORM 3350-COPY-XCASE THRU 3350-EXIT
009919         UNTIL WS-DS-EOF-YES.
009920     CLOSE CASE-FILE.
009921     CLOSE BACKUP-XCASE.
009922     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
009923 3300-EXIT.
009924     EXIT.
009925*
009926 3350-COPY-XCASE.
009927     READ CASE-FILE
009928         AT END
009929             SET WS-DS-EOF-YES TO TRUE
009930             GO TO 3350-EXIT
009931     END-READ.
009932     IF WS-XCAS-FILE-STATUS NOT = '00'
009933         MOVE 'READ' TO WS-ERR-ACTION
009934         MOVE 'XCFILE' TO WS-ERR-DD
009935         MOVE WS-XCAS-FILE-STATUS TO WS-ERR-STATUS
009936         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009937     END-IF.
009938     WRITE BACKUP-XCASE-REC FROM DL100-EXCEPTION-CASE-RECORD.
009939     IF WS-BKXC-FILE-STATUS NOT = '00'
009940         MOVE 'WRITE' TO WS-ERR-ACTION
009941         MOVE 'BKXCASE' TO WS-ERR-DD
009942         MOVE WS-BKXC-FILE-STATUS TO WS-ERR-STATUS
009943         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009944     END-IF.
009945     ADD 1 TO WS-DS-COUNT.
009946     IF XC-CASE-NUMBER NUMERIC
009947         ADD XC-CASE-NUMBER TO WS-DS-HASH
009948     END-IF.
009949 3350-EXIT.
009950     EXIT.
009951*
009952 3400-BACKUP-DECKLIB.
009953     MOVE 'DECKLIB' TO WS-DS-ID.
009954     MOVE 'DK-CARD-SEQ' TO WS-DS-HASH-FIELD.
009955     OPEN INPUT DECK-LIBRARY-FILE.
009956     OPEN OUTPUT BACKUP-DECKLIB.
009957     IF WS-BKDK-FILE-STATUS NOT = '00'
009958         MOVE 'OPEN' TO WS-ERR-ACTION
009959         MOVE 'BKDECK' TO WS-ERR-DD
009960         MOVE WS-BKDK-FILE-STATUS TO WS-ERR-STATUS
009961         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009962     END-IF.
009963     PERFORM 8000-START-DATASET THRU 8000-EXIT.
009964     IF WS-DECK-FILE-STATUS = '35'
009965         DISPLAY 'DL100BKU - DECKLIB EMPTY SINCE LAST DEFINE'
009966         CLOSE BACKUP-DECKLIB
009967         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
009968         GO TO 3400-EXIT
009969     END-IF.
009970     IF WS-DECK-FILE-STATUS NOT = '00'
009971         MOVE 'OPEN' TO WS-ERR-ACTION
009972         MOVE 'DECKLIB' TO WS-ERR-DD
009973         MOVE WS-DECK-FILE-STATUS TO WS-ERR-STATUS
009974         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009975     END-IF.
009976     PERFORM 3450-COPY-DECKLIB THRU 3450-EXIT
009977         UNTIL WS-DS-EOF-YES.
009978     CLOSE DECK-LIBRARY-FILE.
009979     CLOSE BACKUP-DECKLIB.
009980     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
009981 3400-EXIT.
009982     EXIT.
009983*
009984 3450-COPY-DECKLIB.
009985     READ DECK-LIBRARY-FILE
009986         AT END
009987             SET WS-DS-EOF-YES TO TRUE
009988             GO TO 3450-EXIT
009989     END-READ.
009990     IF WS-DECK-FILE-STATUS NOT = '00'
009991         MOVE 'READ' TO WS-ERR-ACTION
009992         MOVE 'DECKLIB' TO WS-ERR-DD
009993         MOVE WS-DECK-FILE-STATUS TO WS-ERR-STATUS
009994         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
009995     END-IF.
009996     WRITE BACKUP-DECKLIB-REC FROM DL100-DECK-LIBRARY-RECORD.
009997     IF WS-BKDK-FILE-STATUS NOT = '00'
009998         MOVE 'WRITE' TO WS-ERR-ACTION
009999         MOVE 'BKDECK' TO WS-ERR-DD
010000         MOVE WS-BKDK-FILE-STATUS TO WS-ERR-STATUS
010001         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010002     END-IF.
010003     ADD 1 TO WS-DS-COUNT.
010004     IF DK-CARD-SEQ NUMERIC
010005         ADD DK-CARD-SEQ TO WS-DS-HASH
010006     END-IF.
010007 3450-EXIT.
010008     EXIT.
010009*
010010 3500-BACKUP-INREG.
010011     MOVE 'INREG' TO WS-DS-ID.
010012     MOVE 'IRG-BATCH-NUMBER' TO WS-DS-HASH-FIELD.
010013     OPEN INPUT REGISTER-FILE.
010014     OPEN OUTPUT BACKUP-INREG.
010015     IF WS-BKIR-FILE-STATUS NOT = '00'
010016         MOVE 'OPEN' TO WS-ERR-ACTION
010017         MOVE 'BKINREG' TO WS-ERR-DD
010018         MOVE WS-BKIR-FILE-STATUS TO WS-ERR-STATUS
010019         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010020     END-IF.
010021     PERFORM 8000-START-DATASET THRU 8000-EXIT.
010022     IF WS-IREG-FILE-STATUS = '35'
010023         DISPLAY 'DL100BKU - INREG EMPTY SINCE LAST DEFINE'
010024         CLOSE BACKUP-INREG
010025         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
010026         GO TO 3500-EXIT
010027     END-IF.
010028     IF WS-IREG-FILE-STATUS NOT = '00'
010029         MOVE 'OPEN' TO WS-ERR-ACTION
010030         MOVE 'REGFILE' TO WS-ERR-DD
010031         MOVE WS-IREG-FILE-STATUS TO WS-ERR-STATUS
010032         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010033     END-IF.
010034     PERFORM 3550-COPY-INREG THRU 3550-EXIT
010035         UNTIL WS-DS-EOF-YES.
010036     CLOSE REGISTER-FILE.
010037     CLOSE BACKUP-INREG.
010038     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
010039 3500-EXIT.
010040     EXIT.
010041*
010042 3550-COPY-INREG.
010043     READ REGISTER-FILE
010044         AT END
010045             SET WS-DS-EOF-YES TO TRUE
010046             GO TO 3550-EXIT
010047     END-READ.
010048     IF WS-IREG-FILE-STATUS NOT = '00'
010049         MOVE 'READ' TO WS-ERR-ACTION
010050         MOVE 'REGFILE' TO WS-ERR-DD
010051         MOVE WS-IREG-FILE-STATUS TO WS-ERR-STATUS
010052         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010053     END-IF.
010054     WRITE BACKUP-INREG-REC FROM DL100-INBOUND-REGISTER-RECORD.
010055     IF WS-BKIR-FILE-STATUS NOT = '00'
010056         MOVE 'WRITE' TO WS-ERR-ACTION
010057         MOVE 'BKINREG' TO WS-ERR-DD
010058         MOVE WS-BKIR-FILE-STATUS TO WS-ERR-STATUS
010059         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010060     END-IF.
010061     ADD 1 TO WS-DS-COUNT.
010062     IF IRG-BATCH-NUMBER NUMERIC
010063         ADD IRG-BATCH-NUMBER TO WS-DS-HASH
010064     END-IF.
010065 3550-EXIT.
010066     EXIT.
010067*
010068 3600-BACKUP-STOPLOG.
010069     MOVE 'STOPLOG' TO WS-DS-ID.
010070     MOVE 'SLG-LOG-DATE' TO WS-DS-HASH-FIELD.
010071     OPEN INPUT STOP-LOG-FILE.
010072     OPEN OUTPUT BACKUP-STOPLOG.
010073     IF WS-BKSL-FILE-STATUS NOT = '00'
010074         MOVE 'OPEN' TO WS-ERR-ACTION
010075         MOVE 'BKSLOG' TO WS-ERR-DD
010076         MOVE WS-BKSL-FILE-STATUS TO WS-ERR-STATUS
010077         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010078     END-IF.
010079     PERFORM 8000-START-DATASET THRU 8000-EXIT.
010080     IF WS-SLOG-FILE-STATUS = '35'
010081         DISPLAY 'DL100BKU - STOPLOG EMPTY SINCE LAST DEFINE'
010082         CLOSE BACKUP-STOPLOG
010083         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
010084         GO TO 3600-EXIT
010085     END-IF.
010086     IF WS-SLOG-FILE-STATUS NOT = '00'
010087         MOVE 'OPEN' TO WS-ERR-ACTION
010088         MOVE 'SLOGFILE' TO WS-ERR-DD
010089         MOVE WS-SLOG-FILE-STATUS TO WS-ERR-STATUS
010090         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010091     END-IF.
010092     PERFORM 3650-COPY-STOPLOG THRU 3650-EXIT
010093         UNTIL WS-DS-EOF-YES.
010094     CLOSE STOP-LOG-FILE.
010095     CLOSE BACKUP-STOPLOG.
010096     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
010097 3600-EXIT.
010098     EXIT.
010099*
010100 3650-COPY-STOPLOG.
010101     READ STOP-LOG-FILE
010102         AT END
010103             SET WS-DS-EOF-YES TO TRUE
010104             GO TO 3650-EXIT
010105     END-READ.
010106     IF WS-SLOG-FILE-STATUS NOT = '00'
010107         MOVE 'READ' TO WS-ERR-ACTION
010108         MOVE 'SLOGFILE' TO WS-ERR-DD
010109         MOVE WS-SLOG-FILE-STATUS TO WS-ERR-STATUS
010110         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010111     END-IF.
010112     WRITE BACKUP-STOPLOG-REC FROM DL100-STOP-LOG-RECORD.
010113     IF WS-BKSL-FILE-STATUS NOT = '00'
010114         MOVE 'WRITE' TO WS-ERR-ACTION
010115         MOVE 'BKSLOG' TO WS-ERR-DD
010116         MOVE WS-BKSL-FILE-STATUS TO WS-ERR-STATUS
010117         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010118     END-IF.
010119     ADD 1 TO WS-DS-COUNT.
010120     IF SLG-LOG-DATE NUMERIC
010121         ADD SLG-LOG-DATE TO WS-DS-HASH
010122     END-IF.
010123 3650-EXIT.
010124     EXIT.
010125*
010126 8000-START-DATASET.
010127     MOVE 'N' TO WS-DS-EOF-SW.
010128     MOVE 0 TO WS-DS-COUNT.
010129     MOVE 0 TO WS-DS-HASH.
010130 8000-EXIT.
010131     EXIT.
010132*
010133 8100-WRITE-MANIFEST.
010134     WRITE DL100-BACKUP-MANIFEST-RECORD.
010135     IF WS-MAN-FILE-STATUS NOT = '00'
010136         MOVE 'WRITE' TO WS-ERR-ACTION
010137         MOVE 'MANFILE' TO WS-ERR-DD
010138         MOVE WS-MAN-FILE-STATUS TO WS-ERR-STATUS
010139         PERFORM 8900-FILE-ERROR THRU 8900-EXIT
010140     END-IF.
010141 8100-EXIT.
010142     EXIT.
010143*
010144 8200-WRITE-DETAIL.
010145     MOVE SPACES TO DL100-BACKUP-MANIFEST-RECORD.
010146     SET BKM-TYPE-DETAIL TO TRUE.
010147     MOVE WS-CDT-DATE TO BKM-BACKUP-DATE.
010148     MOVE WS-CDT-HHMMSS TO BKM-BACKUP-TIME.
010149     MOVE WS-DS-ID TO BKM-DATASET-ID.
010150     MOVE WS-DS-COUNT TO BKM-RECORD-COUNT.
010151     MOVE WS-DS-HASH TO BKM-HASH-TOTAL.
010152     MOVE WS-DS-HASH-FIELD TO BKM-HASH-FIELD.
010153     PERFORM 8100-WRITE-MANIFEST THRU 8100-EXIT.
010154     ADD 1 TO WS-DATASET-COUNT.
010155     MOVE WS-DS-COUNT TO WS-ED-COUNT.
010156     MOVE WS-DS-HASH TO WS-ED-HASH.
010160     DISPLAY 'DL100BKU - ' WS-DS-ID ' RECORDS=' WS-ED-COUNT
010170         ' HASH=' WS-ED-HASH.
010180 8200-EXIT.
010190     EXIT.
010200*
010210*****************************************************************
010220*    8900-FILE-ERROR                                            *
010230*                                                               *
010240*    AN OPEN, READ OR WRITE FAILED.  THE RUN STOPS HERE WITH NO *
010250*    TRAILER ON THE MANIFEST - THE SET IS INCOMPLETE AND THE    *
010260*    RESTORE VERIFY WILL REFUSE IT.                             *
010270*****************************************************************
010280 8900-FILE-ERROR.
010290     DISPLAY 'DL100BKU - ' WS-ERR-ACTION ' FAILED ON ' WS-ERR-DD
010300         ' ST=' WS-ERR-STATUS.
010310     DISPLAY 'DL100BKU - BACKUP SET INCOMPLETE - DO NOT RESTORE'.
010320     MOVE 16 TO RETURN-CODE.
010330     STOP RUN.
010340 8900-EXIT.
010350     EXIT.
010360*
010370*****************************************************************
010380*    9000-TERMINATE                                             *
010390*****************************************************************
010400 9000-TERMINATE.
010410     MOVE SPACES TO DL100-BACKUP-MANIFEST-RECORD.
010420     SET BKM-TYPE-TRAILER TO TRUE.
010430     MOVE WS-CDT-DATE TO BKM-BACKUP-DATE.
010440     MOVE WS-CDT-HHMMSS TO BKM-BACKUP-TIME.
010450     MOVE 'DL100BKU' TO BKM-DATASET-ID.
010460     MOVE WS-DATASET-COUNT TO BKM-RECORD-COUNT.
010470     MOVE 0 TO BKM-HASH-TOTAL.
010480     PERFORM 8100-WRITE-MANIFEST THRU 8100-EXIT.
010490     CLOSE MANIFEST-FILE.
010500     DISPLAY 'DL100BKU COMPLETE - SET ' WS-CDT-DATE ' '
010510         WS-CDT-HHMMSS ' DATASETS=' WS-DATASET-COUNT.
010520 9000-EXIT.
010530     EXIT.
