000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100OPC                                         *
000040*                                                               *
000050*   ABSTRACT:  ONLINE OPERATIONS CONSOLE (CICS TRANSACTION      *
000060*              DLOP) FOR THE ZZ006 STREAM.  ONE SCREEN - MAP    *
000070*              DLOPMAP, MAPSET DL100MO, SYMBOLIC COPYBOOK       *
000080*              DL100MC - SHOWS:                                 *
000090*                - THE RUN IN FLIGHT FROM THE STATUS RECORD     *
000100*                  (DL100ST) - N, PHASE, COUNTER AND PERCENT    *
000110*                  COMPLETE - AND HOW LONG SINCE IT WAS LAST    *
000120*                  UPDATED, FLAGGED STALE PAST THE SAME         *
000130*                  15-MINUTE LIMIT THE ZZ006WD WATCHDOG RUNS    *
000140*                  WITH;                                        *
000150*                - THE CKPTFILE RESTART POINT (DL100CK);        *
000160*                - THE PENDING-REQUEST QUEUE DEPTH (PENDREQ,    *
000170*                  DL100PQ);                                    *
000180*                - THE STOP REQUEST ON PROD.EULER.STOPREQ AND   *
000190*                  ITS LAST LOGGED CHANGE;                      *
000200*                - THE RUN LEDGER (DL100RL) FROM THE LATEST     *
000210*                  DL100PRM RECORD ON - THE STEPS OF THE        *
000220*                  CURRENT OR LAST EXECUTION AND THEIR RETURN   *
000230*                  CODES, THE LATEST EIGHT SHOWN.               *
000240*              ENTER REFRESHES.  PF5 PLACES THE GRACEFUL-STOP   *
000250*              CARD (STOP IN COLS 1-4) THAT DL100CLC READS AT   *
000260*              EACH PROGRESS INTERVAL, PF6 WITHDRAWS IT BY      *
000270*              EMPTYING THE DATASET - BOTH ONLY WITH A Y KEYED  *
000280*              IN THE CONFIRM FIELD, AND ONLY FOR A USER WITH   *
000290*              UPDATE AUTHORITY TO THE DLSO RESOURCE BELOW.     *
000300*              EVERY ATTEMPT, ALLOWED OR NOT, IS LOGGED WITH    *
000310*              THE TERMINAL AND USER ID ON THE STOP-REQUEST     *
000320*              LOG (FILE STOPLOG, COPYBOOK DL100SL).  AN        *
000330*              ALLOWED CHANGE IS LOGGED BEFORE THE DATASET IS   *
000340*              TOUCHED, SO NO CHANGE IS EVER MADE UNLOGGED -    *
000350*              IF THE LOG CANNOT BE WRITTEN NOTHING IS CHANGED. *
000360*                                                               *
000370*              THE SEQUENTIAL DATASETS ARE REACHED THROUGH      *
000380*              EXTRAPARTITION TRANSIENT DATA QUEUES, EACH       *
000390*              DEFINED OPEN(DEFERRED) WITH DSNAME AND           *
000400*              DISPOSITION(SHR) SO IT IS ALLOCATED ONLY WHILE   *
000410*              THIS PROGRAM HAS IT OPEN - THE BATCH STEPS KEEP  *
000420*              THEIR OWN DISP=SHR ACCESS:                       *
000430*                DLST  INPUT   PROD.EULER.STAT                  *
000440*                DLCK  INPUT   PROD.EULER.CKPT                  *
000450*                DLLG  INPUT   PROD.EULER.RUNLEDGR              *
000460*                DLSI  INPUT   PROD.EULER.STOPREQ               *
000470*                DLSO  OUTPUT  PROD.EULER.STOPREQ               *
000480*              EACH QUEUE IS OPENED AND CLOSED AGAIN FOR EVERY  *
000490*              SCREEN (SET TDQUEUE - TRANSLATE WITH THE SP      *
000500*              OPTION), AND THE WHOLE TASK RUNS UNDER AN ENQ    *
000510*              SO TWO CONSOLES NEVER SHARE A QUEUE POSITION.    *
000520*              WHILE A ZZ006 STEP IS RUNNING IT HOLDS THE       *
000530*              LEDGER DISP=MOD, SO THE LEDGER CANNOT BE OPENED  *
000540*              - THE SCREEN SAYS SO AND THE OPERATOR REFRESHES  *
000550*              WHEN THE STEP ENDS.  THE PARTITIONED STREAM'S    *
000560*              OWN STATUS AND CHECKPOINT FILES ARE NOT SHOWN.   *
000570*                                                               *
000580*   AUTHOR:        R L JENNINGS                                 *
000590*   INSTALLATION:  DATA CENTER APPLICATIONS                     *
000600*   DATE-WRITTEN:  10/15/2026                                   *
000610*                                                               *
000620*   MODIFICATION HISTORY                                        *
000630*   ------------------------------------------------------      *
000640*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000650*                                                               *
000660*****************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. DL100OPC.
000690 AUTHOR. R L JENNINGS.
000700 INSTALLATION. DATA CENTER APPLICATIONS.
000710 DATE-WRITTEN. 10/15/2026.
000720 DATE-COMPILED.
000730*
000740 ENVIRONMENT DIVISION.
000750*
000760 DATA DIVISION.
000770 WORKING-STORAGE SECTION.
000780 77  WS-RESP                 PIC S9(08) COMP VALUE 0.
000790 77  WS-RESP2                PIC S9(08) COMP VALUE 0.
000800 77  WS-CVDA                 PIC S9(08) COMP VALUE 0.
000810 77  WS-TDQ-NAME             PIC X(04) VALUE SPACES.
000820 77  WS-TD-LENGTH            PIC S9(04) COMP VALUE 0.
000830 77  WS-USER-ID              PIC X(08) VALUE SPACES.
000840*    SAME STALENESS LIMIT AS THE ZZ006WD WATCHDOG CARD.
000850 77  WS-STALE-MINUTES        PIC S9(09) COMP VALUE 15.
000860 77  WS-QUEUE-OPEN-SW        PIC X(01) VALUE 'N'.
000870     88  WS-QUEUE-OPEN           VALUE 'Y'.
000880 77  WS-STATUS-FOUND-SW      PIC X(01) VALUE 'N'.
000890     88  WS-STATUS-FOUND         VALUE 'Y'.
000900 77  WS-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.
000910     88  WS-BROWSE-DONE          VALUE 'Y'.
000920 77  WS-LOG-WRITTEN-SW       PIC X(01) VALUE 'N'.
000930     88  WS-LOG-WRITTEN          VALUE 'Y'.
000940 77  WS-STOP-STATE           PIC X(01) VALUE 'U'.
000950     88  WS-STOP-PLACED          VALUE 'S'.
000960     88  WS-NO-STOP              VALUE 'N'.
000970     88  WS-STOP-UNKNOWN         VALUE 'U'.
000980 77  WS-ACTION               PIC X(08) VALUE SPACES.
000990     88  WS-ACTION-PLACE         VALUE 'PLACE'.
001000     88  WS-ACTION-WITHDRAW      VALUE 'WITHDRAW'.
001010 77  WS-PENDING-COUNT        PIC S9(09) COMP VALUE 0.
001020 77  WS-LEDGER-COUNT         PIC S9(09) COMP VALUE 0.
001030 77  WS-LEDGER-SLOT          PIC S9(04) COMP VALUE 0.
001040 77  WS-LEDGER-SUB           PIC S9(04) COMP VALUE 0.
001050 77  WS-LEDGER-SHOWN         PIC S9(04) COMP VALUE 0.
001060 77  WS-NOW-DAY-NO           PIC S9(09) COMP VALUE 0.
001070 77  WS-UPD-DAY-NO           PIC S9(09) COMP VALUE 0.
001080 77  WS-NOW-MINUTES          PIC S9(09) COMP VALUE 0.
001090 77  WS-UPD-MINUTES          PIC S9(09) COMP VALUE 0.
001100 77  WS-AGE-MINUTES          PIC S9(09) COMP VALUE 0.
001110 77  WS-ED-COUNT             PIC Z(06)9.
001120 77  WS-ED-AGE               PIC Z(04)9.
001130*
001140 77  WS-ABSTIME              PIC S9(15) COMP-3 VALUE 0.
001150*    FORMATTIME FILLS FIXED-LENGTH AREAS - TEN BYTES FOR
001160*    YYYYMMDD AND EIGHT FOR TIME - SO THE LEADING DIGITS ARE
001170*    TAKEN THROUGH THE REDEFINES, AS IN DL100INQ.
001180 01  WS-NOW-DATE-AREA        PIC X(10) VALUE SPACES.
001190 01  WS-NOW-DATE-AREA-R      REDEFINES WS-NOW-DATE-AREA.
001200     05  WS-NOW-DATE             PIC 9(08).
001210     05  FILLER                  PIC X(02).
001220 01  WS-NOW-TIME-AREA        PIC X(08) VALUE SPACES.
001230 01  WS-NOW-TIME-AREA-R      REDEFINES WS-NOW-TIME-AREA.
001240     05  WS-NOW-TIME             PIC 9(06).
001250     05  WS-NOW-TIME-R           REDEFINES WS-NOW-TIME.
001260         10  WS-NOW-HOUR             PIC 9(02).
001270         10  WS-NOW-MINUTE           PIC 9(02).
001280         10  WS-NOW-SECOND           PIC 9(02).
001290     05  FILLER                  PIC X(02).
001300 01  WS-UPD-TIME             PIC 9(06).
001310 01  WS-UPD-TIME-R           REDEFINES WS-UPD-TIME.
001320     05  WS-UPD-HOUR             PIC 9(02).
001330     05  WS-UPD-MINUTE           PIC 9(02).
001340     05  WS-UPD-SECOND           PIC 9(02).
001350*
001360 01  WS-DAY-NO-WORK.
001370     05  WS-DNW-DATE             PIC 9(08).
001380     05  WS-DNW-DATE-R           REDEFINES WS-DNW-DATE.
001390         10  WS-DNW-YEAR             PIC 9(04).
001400         10  WS-DNW-MONTH            PIC 9(02).
001410         10  WS-DNW-DAY              PIC 9(02).
001420     05  WS-DNW-WORK-YEAR        PIC S9(05) COMP.
001430     05  WS-DNW-WORK-MONTH       PIC S9(03) COMP.
001440     05  WS-DNW-LEAP-4           PIC S9(09) COMP.
001450     05  WS-DNW-LEAP-100         PIC S9(09) COMP.
001460     05  WS-DNW-LEAP-400         PIC S9(09) COMP.
001470     05  WS-DNW-MONTH-DAYS       PIC S9(09) COMP.
001480     05  WS-DNW-DAY-NO           PIC S9(09) COMP.
001490*
001500 01  WS-ENQ-NAME             PIC X(16) VALUE 'DL100OPC.CONSOLE'.
001510 01  WS-END-MESSAGE          PIC X(14) VALUE 'DL100OPC ENDED'.
001520 01  WS-COMMAREA.
001530     05  CA-CONSOLE-SW           PIC X(01) VALUE 'Y'.
001540*
001550 01  WS-STAMP.
001560     05  WST-DATE                PIC 9(08).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  WST-TIME                PIC 9(06).
001590*
001600 01  WS-PHASE-CODE           PIC X(01).
001610 01  WS-PHASE-TEXT           PIC X(10).
001620*
001630 01  WS-STALE-TEXT.
001640     05  FILLER                  PIC X(13) VALUE 'STALE - OVER '.
001650     05  WSX-STALE-MINUTES       PIC Z9.
001660     05  FILLER                  PIC X(15)
001670                                 VALUE ' MIN, NO UPDATE'.
001680*
001690*    STOP CARD AS PLACED FROM THIS CONSOLE - DL100CLC LOOKS ONLY
001700*    AT COLS 1-4, THE REST SAYS WHO PLACED IT AND WHEN.
001710 01  WS-STOP-CARD.
001720     05  STC-STOP-WORD           PIC X(04) VALUE 'STOP'.
001730     05  FILLER                  PIC X(08) VALUE ' PLACED '.
001740     05  STC-DATE                PIC 9(08).
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  STC-TIME                PIC 9(06).
001770     05  FILLER                  PIC X(04) VALUE ' BY '.
001780     05  STC-USER-ID             PIC X(08).
001790     05  FILLER                  PIC X(04) VALUE ' AT '.
001800     05  STC-TERM-ID             PIC X(04).
001810     05  FILLER                  PIC X(33) VALUE SPACES.
001820 01  WS-STOP-IN-CARD.
001830     05  SIC-STOP-WORD           PIC X(04).
001840     05  FILLER                  PIC X(76).
001850*
001860 01  WS-LAST-CHANGE-LINE.
001870     05  FILLER                  PIC X(12) VALUE 'LAST CHANGE '.
001880     05  WLC-LOG-DATE            PIC 9(08).
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  WLC-LOG-TIME            PIC 9(06).
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  WLC-ACTION              PIC X(08).
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  WLC-OUTCOME             PIC X(08).
001950     05  FILLER                  PIC X(04) VALUE ' BY '.
001960     05  WLC-USER-ID             PIC X(08).
001970     05  FILLER                  PIC X(04) VALUE ' AT '.
001980     05  WLC-TERM-ID             PIC X(04).
001990     05  FILLER                  PIC X(14) VALUE SPACES.
002000*
002010*    LEDGER LINES LINE UP UNDER THE COLUMN HEADINGS ON THE MAP.
002020 01  WS-LEDGER-LINE.
002030     05  WLL-RUN-DATE            PIC 9(08).
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  WLL-RUN-TIME            PIC 9(06).
002060     05  FILLER                  PIC X(01) VALUE SPACE.
002070     05  WLL-STEP-NAME           PIC X(08).
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  WLL-RETURN-CODE         PIC 9(02).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  WLL-RECORDS-READ        PIC Z(06)9.
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  WLL-RECORDS-WRITTEN     PIC Z(06)9.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  WLL-RECON-OUTCOME       PIC X(10).
002160     05  FILLER                  PIC X(13) VALUE SPACES.
002170*
002180 01  WS-LEDGER-HEADING.
002190     05  FILLER                  PIC X(21)
002200                                 VALUE 'LEDGER - RUN STARTED '.
002210     05  WLH-START-DATE          PIC 9(08).
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  WLH-START-TIME          PIC 9(06).
002240     05  FILLER                  PIC X(03) VALUE ' - '.
002250     05  WLH-RECORD-COUNT        PIC Z(03)9.
002260     05  FILLER                  PIC X(08) VALUE ' RECORDS'.
002270     05  WLH-SHOWN-NOTE          PIC X(16).
002280     05  FILLER                  PIC X(03) VALUE SPACES.
002290*
002300*    THE LEDGER IS READ FRONT TO BACK INTO A RING OF EIGHT
002310*    SLOTS, RESTARTED AT EACH DL100PRM RECORD, SO AT END OF
002320*    FILE THE RING HOLDS THE LATEST EIGHT STEPS OF THE LATEST
002330*    EXECUTION - WS-LEDGER-SLOT IS THE NEWEST.
002340 01  WS-LEDGER-RING.
002350     05  WS-RING-LINE            PIC X(70) OCCURS 8 TIMES.
002360 01  WS-LEDGER-TABLE.
002370     05  WS-LEDGER-TLINE         PIC X(70) OCCURS 8 TIMES.
002380*
002390 COPY DFHAID.
002400*
002410 COPY DL100MC.
002420*
002430 COPY DL100ST.
002440*
002450 COPY DL100CK.
002460*
002470 COPY DL100RL.
002480*
002490 COPY DL100PQ.
002500*
002510 COPY DL100SL.
002520*
002530 LINKAGE SECTION.
002540 01  DFHCOMMAREA             PIC X(01).
002550*
002560 PROCEDURE DIVISION.
002570*
002580 0000-MAINLINE.
002590     IF EIBCALEN NOT = 0
002600         AND (EIBAID = DFHPF3 OR EIBAID = DFHCLEAR)
002610         PERFORM 9000-EXIT-TRANSACTION THRU 9000-EXIT
002620     END-IF.
002630     EXEC CICS ENQ
002640         RESOURCE(WS-ENQ-NAME)
002650         LENGTH(LENGTH OF WS-ENQ-NAME)
002660     END-EXEC.
002670     IF EIBCALEN = 0
002680         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
002690     ELSE
002700         MOVE DFHCOMMAREA TO WS-COMMAREA
002710         EVALUATE EIBAID
002720             WHEN DFHPF5
002730                 MOVE 'PLACE' TO WS-ACTION
002740                 PERFORM 4000-CHANGE-STOP-REQUEST THRU 4000-EXIT
002750             WHEN DFHPF6
002760                 MOVE 'WITHDRAW' TO WS-ACTION
002770                 PERFORM 4000-CHANGE-STOP-REQUEST THRU 4000-EXIT
002780             WHEN OTHER
002790                 PERFORM 2000-REFRESH THRU 2000-EXIT
002800         END-EVALUATE
002810     END-IF.
002820     EXEC CICS RETURN
002830         TRANSID('DLOP')
002840         COMMAREA(WS-COMMAREA)
002850     END-EXEC.
002860*
002870*****************************************************************
002880*    1000-FIRST-TIME                                            *
002890*****************************************************************
002900 1000-FIRST-TIME.
002910     MOVE LOW-VALUES TO DLOPMAPO.
002920     PERFORM 3000-GATHER-STATUS THRU 3000-EXIT.
002930     MOVE 'ENTER REFRESHES - PF5/PF6 PLACE/WITHDRAW THE STOP'
002940         TO MSGO.
002950     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
002960 1000-EXIT.
002970     EXIT.
002980*
002990*****************************************************************
003000*    1500-DATE-TO-DAY-NUMBER                                    *
003010*                                                               *
003020*    TURNS THE YYYYMMDD DATE IN WS-DNW-DATE INTO A MONOTONIC    *
003030*    DAY NUMBER IN WS-DNW-DAY-NO - SAME SHIFTED-MONTH           *
003040*    ARITHMETIC AS DL100WDG, SO BOTH AGREE ON A RUN'S AGE.      *
003050*****************************************************************
003060 1500-DATE-TO-DAY-NUMBER.
003070     MOVE WS-DNW-YEAR TO WS-DNW-WORK-YEAR.
003080     MOVE WS-DNW-MONTH TO WS-DNW-WORK-MONTH.
003090     IF WS-DNW-WORK-MONTH < 3
003100         SUBTRACT 1 FROM WS-DNW-WORK-YEAR
003110         ADD 12 TO WS-DNW-WORK-MONTH
003120     END-IF.
003130*    EACH DIVISION MUST TRUNCATE ON ITS OWN.
003140     DIVIDE WS-DNW-WORK-YEAR BY 4
003150         GIVING WS-DNW-LEAP-4.
003160     DIVIDE WS-DNW-WORK-YEAR BY 100
003170         GIVING WS-DNW-LEAP-100.
003180     DIVIDE WS-DNW-WORK-YEAR BY 400
003190         GIVING WS-DNW-LEAP-400.
003200     COMPUTE WS-DNW-MONTH-DAYS =
003210         153 * (WS-DNW-WORK-MONTH + 1).
003220     DIVIDE WS-DNW-MONTH-DAYS BY 5
003230         GIVING WS-DNW-MONTH-DAYS.
003240     COMPUTE WS-DNW-DAY-NO =
003250         (365 * WS-DNW-WORK-YEAR)
003260         + WS-DNW-LEAP-4
003270         - WS-DNW-LEAP-100
003280         + WS-DNW-LEAP-400
003290         + WS-DNW-MONTH-DAYS
003300         + WS-DNW-DAY.
003310 1500-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350*    2000-REFRESH                                               *
003360*****************************************************************
003370 2000-REFRESH.
003380     MOVE LOW-VALUES TO DLOPMAPO.
003390     PERFORM 3000-GATHER-STATUS THRU 3000-EXIT.
003400     MOVE 'REFRESHED' TO MSGO.
003410     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
003420 2000-EXIT.
003430     EXIT.
003440*
003450*****************************************************************
003460*    3000-GATHER-STATUS                                         *
003470*                                                               *
003480*    FILLS EVERY DISPLAY FIELD ON THE MAP FROM THE FILES AS     *
003490*    THEY STAND NOW.  EACH SOURCE IS READ ON ITS OWN, SO ONE    *
003500*    THAT CANNOT BE READ IS SHOWN AS UNAVAILABLE AND THE REST   *
003510*    OF THE SCREEN STILL FILLS.                                 *
003520*****************************************************************
003530 3000-GATHER-STATUS.
003540     EXEC CICS ASKTIME
003550         ABSTIME(WS-ABSTIME)
003560     END-EXEC.
003570     EXEC CICS FORMATTIME
003580         ABSTIME(WS-ABSTIME)
003590         YYYYMMDD(WS-NOW-DATE-AREA)
003600         TIME(WS-NOW-TIME-AREA)
003610     END-EXEC.
003620     MOVE WS-NOW-DATE TO WST-DATE.
003630     MOVE WS-NOW-TIME TO WST-TIME.
003640     MOVE WS-STAMP TO NOWO.
003650     PERFORM 3100-SHOW-RUN-STATUS THRU 3100-EXIT.
003660     PERFORM 3200-SHOW-CHECKPOINT THRU 3200-EXIT.
003670     PERFORM 3300-COUNT-PENDING THRU 3300-EXIT.
003680     PERFORM 3400-SHOW-STOP-REQUEST THRU 3400-EXIT.
003690     PERFORM 3450-SHOW-LAST-CHANGE THRU 3450-EXIT.
003700     PERFORM 3500-SHOW-LEDGER THRU 3500-EXIT.
003710 3000-EXIT.
003720     EXIT.
003730*
003740*****************************************************************
003750*    3100-SHOW-RUN-STATUS                                       *
003760*                                                               *
003770*    AN EMPTY STATUS FILE MEANS NO RUN IS IN FLIGHT - DL100CLC  *
003780*    CLEARS THE RECORD AT NORMAL END.  THE AGE IS WORKED OUT    *
003790*    EXACTLY AS DL100WDG DOES IT, IN WHOLE MINUTES.             *
003800*****************************************************************
003810 3100-SHOW-RUN-STATUS.
003820     MOVE 'N' TO WS-STATUS-FOUND-SW.
003830     MOVE ZEROES TO STAT-N-VALUE.
003840     MOVE 'DLST' TO WS-TDQ-NAME.
003850     PERFORM 3900-OPEN-QUEUE THRU 3900-EXIT.
003860     IF NOT WS-QUEUE-OPEN
003870         MOVE 'STATUS FILE UNAVAILABLE' TO STSTO
003880         GO TO 3100-EXIT
003890     END-IF.
003900     MOVE LENGTH OF DL100-STATUS-RECORD TO WS-TD-LENGTH.
003910     EXEC CICS READQ TD
003920         QUEUE(WS-TDQ-NAME)
003930         INTO(DL100-STATUS-RECORD)
003940         LENGTH(WS-TD-LENGTH)
003950         RESP(WS-RESP)
003960     END-EXEC.
003970     IF WS-RESP = DFHRESP(NORMAL)
003980         SET WS-STATUS-FOUND TO TRUE
003990     END-IF.
004000     PERFORM 3950-CLOSE-QUEUE THRU 3950-EXIT.
004010     IF NOT WS-STATUS-FOUND
004020         MOVE ZEROES TO STAT-N-VALUE
004030         MOVE 'NO RUN IN FLIGHT' TO STSTO
004040         GO TO 3100-EXIT
004050     END-IF.
004060     MOVE STAT-N-VALUE TO STNO.
004070     MOVE STAT-PHASE TO WS-PHASE-CODE.
004080     PERFORM 3800-PHASE-TEXT THRU 3800-EXIT.
004090     MOVE WS-PHASE-TEXT TO STPHO.
004100     MOVE STAT-COUNTER TO STCTO.
004110     MOVE STAT-PCT-COMPLETE TO STPCO.
004120     IF STAT-LAST-UPD-DATE NOT NUMERIC
004130         OR STAT-LAST-UPD-TIME NOT NUMERIC
004140         MOVE 'STALE - STAMP NOT NUMERIC' TO STSTO
004150         GO TO 3100-EXIT
004160     END-IF.
004170     MOVE STAT-LAST-UPD-DATE TO WST-DATE.
004180     MOVE STAT-LAST-UPD-TIME TO WST-TIME.
004190     MOVE WS-STAMP TO STUPO.
004200     MOVE WS-NOW-DATE TO WS-DNW-DATE.
004210     PERFORM 1500-DATE-TO-DAY-NUMBER THRU 1500-EXIT.
004220     MOVE WS-DNW-DAY-NO TO WS-NOW-DAY-NO.
004230     MOVE STAT-LAST-UPD-DATE TO WS-DNW-DATE.
004240     PERFORM 1500-DATE-TO-DAY-NUMBER THRU 1500-EXIT.
004250     MOVE WS-DNW-DAY-NO TO WS-UPD-DAY-NO.
004260     COMPUTE WS-NOW-MINUTES =
004270         (WS-NOW-HOUR * 60) + WS-NOW-MINUTE.
004280     MOVE STAT-LAST-UPD-TIME TO WS-UPD-TIME.
004290     COMPUTE WS-UPD-MINUTES =
004300         (WS-UPD-HOUR * 60) + WS-UPD-MINUTE.
004310     COMPUTE WS-AGE-MINUTES =
004320         ((WS-NOW-DAY-NO - WS-UPD-DAY-NO) * 1440)
004330         + WS-NOW-MINUTES - WS-UPD-MINUTES.
004340*    A STAMP A MINUTE AHEAD OF THE CICS CLOCK READS AS AGE ZERO.
004350     IF WS-AGE-MINUTES < 0
004360         MOVE 0 TO WS-AGE-MINUTES
004370     END-IF.
004380     IF WS-AGE-MINUTES > 99999
004390         MOVE 99999 TO WS-ED-AGE
004400     ELSE
004410         MOVE WS-AGE-MINUTES TO WS-ED-AGE
004420     END-IF.
004430     MOVE WS-ED-AGE TO STAGO.
004440     IF WS-AGE-MINUTES > WS-STALE-MINUTES
004450         MOVE WS-STALE-MINUTES TO WSX-STALE-MINUTES
004460         MOVE WS-STALE-TEXT TO STSTO
004470     ELSE
004480         MOVE 'CURRENT' TO STSTO
004490     END-IF.
004500 3100-EXIT.
004510     EXIT.
004520*
004530*****************************************************************
004540*    3200-SHOW-CHECKPOINT                                       *
004550*****************************************************************
004560 3200-SHOW-CHECKPOINT.
004570     MOVE 'DLCK' TO WS-TDQ-NAME.
004580     PERFORM 3900-OPEN-QUEUE THRU 3900-EXIT.
004590     IF NOT WS-QUEUE-OPEN
004600         MOVE 'CHECKPOINT UNAVAILABLE' TO CKSTO
004610         GO TO 3200-EXIT
004620     END-IF.
004630     MOVE LENGTH OF DL100-CHECKPOINT-RECORD TO WS-TD-LENGTH.
004640     EXEC CICS READQ TD
004650         QUEUE(WS-TDQ-NAME)
004660         INTO(DL100-CHECKPOINT-RECORD)
004670         LENGTH(WS-TD-LENGTH)
004680         RESP(WS-RESP)
004690     END-EXEC.
004700     MOVE WS-RESP TO WS-RESP2.
004710     PERFORM 3950-CLOSE-QUEUE THRU 3950-EXIT.
004720     IF WS-RESP2 NOT = DFHRESP(NORMAL)
004730         MOVE 'NO CHECKPOINT ON FILE' TO CKSTO
004740         GO TO 3200-EXIT
004750     END-IF.
004760     MOVE CKPT-N-VALUE TO CKNO.
004770     MOVE CKPT-EXPONENT TO CKKO.
004780     MOVE CKPT-PHASE TO WS-PHASE-CODE.
004790     PERFORM 3800-PHASE-TEXT THRU 3800-EXIT.
004800     MOVE WS-PHASE-TEXT TO CKPHO.
004810     MOVE CKPT-COUNTER TO CKCTO.
004820     MOVE 'RESUME RESTARTS HERE' TO CKSTO.
004830 3200-EXIT.
004840     EXIT.
004850*
004860*****************************************************************
004870*    3300-COUNT-PENDING                                         *
004880*                                                               *
004890*    EVERY RECORD ON THE QUEUE IS A REQUEST STILL WAITING FOR   *
004900*    THE NIGHTLY DRAIN - ZZ006PQ CLEARS THE CLUSTER WHEN THE    *
004910*    NIGHT ENDS CLEAN.                                          *
004920*****************************************************************
004930 3300-COUNT-PENDING.
004940     MOVE 0 TO WS-PENDING-COUNT.
004950     MOVE 'N' TO WS-BROWSE-DONE-SW.
004960     MOVE LOW-VALUES TO PND-KEY.
004970     EXEC CICS STARTBR
004980         FILE('PENDREQ')
004990         RIDFLD(PND-KEY)
005000         GTEQ
005010         RESP(WS-RESP)
005020     END-EXEC.
005030     EVALUATE WS-RESP
005040         WHEN DFHRESP(NORMAL)
005050             PERFORM 3310-READ-NEXT-PENDING THRU 3310-EXIT
005060                 UNTIL WS-BROWSE-DONE
005070             EXEC CICS ENDBR
005080                 FILE('PENDREQ')
005090                 RESP(WS-RESP)
005100             END-EXEC
005110         WHEN DFHRESP(NOTFND)
005120             CONTINUE
005130         WHEN OTHER
005140             MOVE 'UNAVAIL' TO PQDO
005150             GO TO 3300-EXIT
005160     END-EVALUATE.
005170     MOVE WS-PENDING-COUNT TO WS-ED-COUNT.
005180     MOVE WS-ED-COUNT TO PQDO.
005190 3300-EXIT.
005200     EXIT.
005210*
005220 3310-READ-NEXT-PENDING.
005230     EXEC CICS READNEXT
005240         FILE('PENDREQ')
005250         INTO(DL100-PENDING-REQUEST-RECORD)
005260         RIDFLD(PND-KEY)
005270         RESP(WS-RESP)
005280     END-EXEC.
005290     IF WS-RESP NOT = DFHRESP(NORMAL)
005300         SET WS-BROWSE-DONE TO TRUE
005310         GO TO 3310-EXIT
005320     END-IF.
005330     ADD 1 TO WS-PENDING-COUNT.
005340 3310-EXIT.
005350     EXIT.
005360*
005370*****************************************************************
005380*    3400-SHOW-STOP-REQUEST                                     *
005390*                                                               *
005400*    READS THE FIRST CARD ON PROD.EULER.STOPREQ THE WAY         *
005410*    DL100CLC DOES - STOP IN COLS 1-4 IS A STOP, ANYTHING ELSE  *
005420*    OR AN EMPTY DATASET IS NONE.  LEAVES THE STATE IN          *
005430*    WS-STOP-STATE FOR THE STOP-LOG RECORD.                     *
005440*****************************************************************
005450 3400-SHOW-STOP-REQUEST.
005460     MOVE 'U' TO WS-STOP-STATE.
005470     MOVE 'DLSI' TO WS-TDQ-NAME.
005480     PERFORM 3900-OPEN-QUEUE THRU 3900-EXIT.
005490     IF NOT WS-QUEUE-OPEN
005500         MOVE 'STOP DATASET UNAVAILABLE' TO SREQO
005510         GO TO 3400-EXIT
005520     END-IF.
005530     MOVE LENGTH OF WS-STOP-IN-CARD TO WS-TD-LENGTH.
005540     EXEC CICS READQ TD
005550         QUEUE(WS-TDQ-NAME)
005560         INTO(WS-STOP-IN-CARD)
005570         LENGTH(WS-TD-LENGTH)
005580         RESP(WS-RESP)
005590     END-EXEC.
005600     MOVE WS-RESP TO WS-RESP2.
005610     PERFORM 3950-CLOSE-QUEUE THRU 3950-EXIT.
005620     EVALUATE TRUE
005630         WHEN WS-RESP2 = DFHRESP(QZERO)
005640             MOVE 'N' TO WS-STOP-STATE
005650             MOVE 'NONE' TO SREQO
005660         WHEN WS-RESP2 NOT = DFHRESP(NORMAL)
005670             MOVE 'STOP DATASET UNAVAILABLE' TO SREQO
005680         WHEN SIC-STOP-WORD = 'STOP'
005690             MOVE 'S' TO WS-STOP-STATE
005700             MOVE 'STOP CARD IN PLACE' TO SREQO
005710         WHEN OTHER
005720             MOVE 'N' TO WS-STOP-STATE
005730             MOVE 'NONE' TO SREQO
005740     END-EVALUATE.
005750 3400-EXIT.
005760     EXIT.
005770*
005780*****************************************************************
005790*    3450-SHOW-LAST-CHANGE                                      *
005800*                                                               *
005810*    THE LOG IS KEYED ON DATE AND TIME FIRST, SO THE LAST       *
005820*    RECORD IS THE LATEST CHANGE - A BROWSE STARTED ON A KEY OF *
005830*    ALL X'FF' PUTS THE FIRST READPREV ON IT.                   *
005840*****************************************************************
005850 3450-SHOW-LAST-CHANGE.
005860     MOVE HIGH-VALUES TO SLG-KEY.
005870     EXEC CICS STARTBR
005880         FILE('STOPLOG')
005890         RIDFLD(SLG-KEY)
005900         GTEQ
005910         RESP(WS-RESP)
005920     END-EXEC.
005930     EVALUATE WS-RESP
005940         WHEN DFHRESP(NORMAL)
005950             CONTINUE
005960         WHEN DFHRESP(NOTFND)
005970             MOVE 'NO STOP REQUEST CHANGES LOGGED' TO LSTCO
005980             GO TO 3450-EXIT
005990         WHEN OTHER
006000             MOVE 'STOP LOG UNAVAILABLE' TO LSTCO
006010             GO TO 3450-EXIT
006020     END-EVALUATE.
006030     EXEC CICS READPREV
006040         FILE('STOPLOG')
006050         INTO(DL100-STOP-LOG-RECORD)
006060         RIDFLD(SLG-KEY)
006070         RESP(WS-RESP)
006080     END-EXEC.
006090     MOVE WS-RESP TO WS-RESP2.
006100     EXEC CICS ENDBR
006110         FILE('STOPLOG')
006120         RESP(WS-RESP)
006130     END-EXEC.
006140     EVALUATE WS-RESP2
006150         WHEN DFHRESP(NORMAL)
006160             MOVE SLG-LOG-DATE TO WLC-LOG-DATE
006170             MOVE SLG-LOG-TIME TO WLC-LOG-TIME
006180             MOVE SLG-ACTION TO WLC-ACTION
006190             MOVE SLG-OUTCOME TO WLC-OUTCOME
006200             MOVE SLG-USER-ID TO WLC-USER-ID
006210             MOVE SLG-TERM-ID TO WLC-TERM-ID
006220             MOVE WS-LAST-CHANGE-LINE TO LSTCO
006230         WHEN DFHRESP(ENDFILE)
006240         WHEN DFHRESP(NOTFND)
006250             MOVE 'NO STOP REQUEST CHANGES LOGGED' TO LSTCO
006260         WHEN OTHER
006270             MOVE 'STOP LOG UNAVAILABLE' TO LSTCO
006280     END-EVALUATE.
006290 3450-EXIT.
006300     EXIT.
006310*
006320*****************************************************************
006330*    3500-SHOW-LEDGER                                           *
006340*                                                               *
006350*    THE LEDGER IS APPENDED TO BY EVERY STEP AND TRIMMED TO     *
006360*    ITS LAST 14 DAYS BY THE ZZ006BU BACKUP, SO IT IS SHORT     *
006370*    ENOUGH TO READ END TO END ON EVERY REFRESH.  A STEP        *
006380*    HOLDS IT DISP=MOD WHILE IT RUNS - THE OPEN FAILS UNTIL     *
006390*    THE STEP ENDS.                                             *
006400*****************************************************************
006410 3500-SHOW-LEDGER.
006420     MOVE 0 TO WS-LEDGER-COUNT.
006430     MOVE 0 TO WS-LEDGER-SLOT.
006440     MOVE SPACES TO WS-LEDGER-RING.
006450     MOVE SPACES TO WS-LEDGER-TABLE.
006460     MOVE 'N' TO WS-BROWSE-DONE-SW.
006470     MOVE 'DLLG' TO WS-TDQ-NAME.
006480     PERFORM 3900-OPEN-QUEUE THRU 3900-EXIT.
006490     IF NOT WS-QUEUE-OPEN
006500         MOVE 'LEDGER IN USE BY A RUNNING STEP - REFRESH SHORTLY'
006510             TO LGHO
006520         GO TO 3500-EXIT
006530     END-IF.
006540     PERFORM 3510-READ-LEDGER THRU 3510-EXIT
006550         UNTIL WS-BROWSE-DONE.
006560     PERFORM 3950-CLOSE-QUEUE THRU 3950-EXIT.
006570     IF WS-LEDGER-COUNT = 0
006580         MOVE 'RUN LEDGER IS EMPTY' TO LGHO
006590         GO TO 3500-EXIT
006600     END-IF.
006610     IF WS-LEDGER-COUNT > 9999
006620         MOVE 9999 TO WLH-RECORD-COUNT
006630     ELSE
006640         MOVE WS-LEDGER-COUNT TO WLH-RECORD-COUNT
006650     END-IF.
006660*    OLDEST OF THE EIGHT SHOWN IS THE SLOT AFTER THE NEWEST ONCE
006670*    THE RING HAS WRAPPED, SLOT 1 UNTIL THEN.
006680     IF WS-LEDGER-COUNT > 8
006690         MOVE ', LATEST 8 SHOWN' TO WLH-SHOWN-NOTE
006700         MOVE 8 TO WS-LEDGER-SHOWN
006710     ELSE
006720         MOVE SPACES TO WLH-SHOWN-NOTE
006730         MOVE WS-LEDGER-COUNT TO WS-LEDGER-SHOWN
006740         MOVE 0 TO WS-LEDGER-SLOT
006750     END-IF.
006760     MOVE WS-LEDGER-HEADING TO LGHO.
006770     PERFORM 3550-ORDER-LEDGER-LINE THRU 3550-EXIT
006780         VARYING WS-LEDGER-SUB FROM 1 BY 1
006790         UNTIL WS-LEDGER-SUB > WS-LEDGER-SHOWN.
006800     MOVE WS-LEDGER-TLINE (1) TO LG1O.
006810     MOVE WS-LEDGER-TLINE (2) TO LG2O.
006820     MOVE WS-LEDGER-TLINE (3) TO LG3O.
006830     MOVE WS-LEDGER-TLINE (4) TO LG4O.
006840     MOVE WS-LEDGER-TLINE (5) TO LG5O.
006850     MOVE WS-LEDGER-TLINE (6) TO LG6O.
006860     MOVE WS-LEDGER-TLINE (7) TO LG7O.
006870     MOVE WS-LEDGER-TLINE (8) TO LG8O.
006880 3500-EXIT.
006890     EXIT.
006900*
006910 3510-READ-LEDGER.
006920     MOVE LENGTH OF DL100-RUN-LEDGER-RECORD TO WS-TD-LENGTH.
006930     EXEC CICS READQ TD
006940         QUEUE(WS-TDQ-NAME)
006950         INTO(DL100-RUN-LEDGER-RECORD)
006960         LENGTH(WS-TD-LENGTH)
006970         RESP(WS-RESP)
006980     END-EXEC.
006990     IF WS-RESP NOT = DFHRESP(NORMAL)
007000         SET WS-BROWSE-DONE TO TRUE
007010         GO TO 3510-EXIT
007020     END-IF.
007030*    A DL100PRM RECORD STARTS A NEW EXECUTION OF THE STREAM.
007040     IF RLG-STEP-NAME = 'DL100PRM'
007050         MOVE 0 TO WS-LEDGER-COUNT
007060         MOVE 0 TO WS-LEDGER-SLOT
007070         MOVE SPACES TO WS-LEDGER-RING
007080     END-IF.
007090     ADD 1 TO WS-LEDGER-COUNT.
007100     IF WS-LEDGER-COUNT = 1
007110         MOVE RLG-RUN-DATE TO WLH-START-DATE
007120         MOVE RLG-RUN-TIME TO WLH-START-TIME
007130     END-IF.
007140     ADD 1 TO WS-LEDGER-SLOT.
007150     IF WS-LEDGER-SLOT > 8
007160         MOVE 1 TO WS-LEDGER-SLOT
007170     END-IF.
007180     MOVE RLG-RUN-DATE TO WLL-RUN-DATE.
007190     MOVE RLG-RUN-TIME TO WLL-RUN-TIME.
007200     MOVE RLG-STEP-NAME TO WLL-STEP-NAME.
007210     MOVE RLG-RETURN-CODE TO WLL-RETURN-CODE.
007220     MOVE RLG-RECORDS-READ TO WLL-RECORDS-READ.
007230     MOVE RLG-RECORDS-WRITTEN TO WLL-RECORDS-WRITTEN.
007240     MOVE RLG-RECON-OUTCOME TO WLL-RECON-OUTCOME.
007250     MOVE WS-LEDGER-LINE TO WS-RING-LINE (WS-LEDGER-SLOT).
007260 3510-EXIT.
007270     EXIT.
007280*
007290 3550-ORDER-LEDGER-LINE.
007300     ADD 1 TO WS-LEDGER-SLOT.
007310     IF WS-LEDGER-SLOT > 8
007320         MOVE 1 TO WS-LEDGER-SLOT
007330     END-IF.
007340     MOVE WS-RING-LINE (WS-LEDGER-SLOT)
007350         TO WS-LEDGER-TLINE (WS-LEDGER-SUB).
007360 3550-EXIT.
007370     EXIT.
007380*
007390 3800-PHASE-TEXT.
007400     EVALUATE WS-PHASE-CODE
007410         WHEN '1'
007420             MOVE 'SQ OF SUMS' TO WS-PHASE-TEXT
007430         WHEN '2'
007440             MOVE 'SUM OF SQ' TO WS-PHASE-TEXT
007450         WHEN OTHER
007460             MOVE WS-PHASE-CODE TO WS-PHASE-TEXT
007470     END-EVALUATE.
007480 3800-EXIT.
007490     EXIT.
007500*
007510*****************************************************************
007520*    3900-OPEN-QUEUE / 3950-CLOSE-QUEUE                         *
007530*                                                               *
007540*    OPEN AND CLOSE THE EXTRAPARTITION QUEUE NAMED IN           *
007550*    WS-TDQ-NAME.  OPENING ALLOCATES THE DATASET AND STARTS     *
007560*    READING IT FROM THE FRONT; CLOSING FREES IT FOR BATCH.     *
007570*****************************************************************
007580 3900-OPEN-QUEUE.
007590     MOVE 'N' TO WS-QUEUE-OPEN-SW.
007600     EXEC CICS SET TDQUEUE(WS-TDQ-NAME)
007610         OPEN
007620         RESP(WS-RESP)
007630     END-EXEC.
007640     IF WS-RESP = DFHRESP(NORMAL)
007650         SET WS-QUEUE-OPEN TO TRUE
007660     END-IF.
007670 3900-EXIT.
007680     EXIT.
007690*
007700 3950-CLOSE-QUEUE.
007710     EXEC CICS SET TDQUEUE(WS-TDQ-NAME)
007720         CLOSED
007730         RESP(WS-RESP)
007740     END-EXEC.
007750     MOVE 'N' TO WS-QUEUE-OPEN-SW.
007760 3950-EXIT.
007770     EXIT.
007780*
007790*****************************************************************
007800*    4000-CHANGE-STOP-REQUEST                                   *
007810*                                                               *
007820*    PF5 PLACES AND PF6 WITHDRAWS THE STOP CARD.  THE USER MUST *
007830*    HAVE KEYED Y IN THE CONFIRM FIELD AND HOLD UPDATE          *
007840*    AUTHORITY TO THE DLSO QUEUE; A REFUSAL FOR AUTHORITY IS    *
007850*    LOGGED DENIED.  AN ALLOWED CHANGE IS LOGGED ACCEPTED       *
007860*    BEFORE THE DATASET IS TOUCHED, AND A SECOND RECORD LOGGED  *
007870*    FAILED IF THE DATASET THEN CANNOT BE CHANGED.              *
007880*****************************************************************
007890 4000-CHANGE-STOP-REQUEST.
007900     MOVE LOW-VALUES TO DLOPMAPI.
007910     EXEC CICS RECEIVE
007920         MAP('DLOPMAP')
007930         MAPSET('DL100MO')
007940         RESP(WS-RESP)
007950     END-EXEC.
007960     IF WS-RESP NOT = DFHRESP(NORMAL)
007970         OR CNFL = 0 OR CNFI NOT = 'Y'
007980         MOVE LOW-VALUES TO DLOPMAPO
007990         PERFORM 3000-GATHER-STATUS THRU 3000-EXIT
008000         IF WS-ACTION-PLACE
008010             MOVE 'KEY Y IN CONFIRM, THEN PF5 TO PLACE STOP'
008020                 TO MSGO
008030         ELSE
008040             MOVE 'KEY Y IN CONFIRM, THEN PF6 TO WITHDRAW STOP'
008050                 TO MSGO
008060         END-IF
008070         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
008080         GO TO 4000-EXIT
008090     END-IF.
008100     MOVE LOW-VALUES TO DLOPMAPO.
008110     PERFORM 3100-SHOW-RUN-STATUS THRU 3100-EXIT.
008120     PERFORM 3400-SHOW-STOP-REQUEST THRU 3400-EXIT.
008130     PERFORM 4100-BUILD-LOG-RECORD THRU 4100-EXIT.
008140     EXEC CICS QUERY SECURITY
008150         RESTYPE('TDQUEUE')
008160         RESID('DLSO')
008170         UPDATE(WS-CVDA)
008180         RESP(WS-RESP)
008190     END-EXEC.
008200     IF WS-RESP NOT = DFHRESP(NORMAL)
008210         OR WS-CVDA NOT = DFHVALUE(UPDATABLE)
008220         MOVE 'DENIED' TO SLG-OUTCOME
008230         PERFORM 4500-WRITE-LOG-RECORD THRU 4500-EXIT
008240         MOVE LOW-VALUES TO DLOPMAPO
008250         PERFORM 3000-GATHER-STATUS THRU 3000-EXIT
008260         MOVE 'NOT AUTHORIZED TO CHANGE THE STOP - ATTEMPT LOGGED'
008270             TO MSGO
008280         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
008290         GO TO 4000-EXIT
008300     END-IF.
008310     IF WS-ACTION-PLACE AND WS-STOP-PLACED
008320         MOVE LOW-VALUES TO DLOPMAPO
008330         PERFORM 3000-GATHER-STATUS THRU 3000-EXIT
008340         MOVE 'STOP CARD ALREADY IN PLACE - NOTHING CHANGED'
008350             TO MSGO
008360         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
008370         GO TO 4000-EXIT
008380     END-IF.
008390     IF WS-ACTION-WITHDRAW AND WS-NO-STOP
008400         MOVE LOW-VALUES TO DLOPMAPO
008410         PERFORM 3000-GATHER-STATUS THRU 3000-EXIT
008420         MOVE 'NO STOP CARD IN PLACE - NOTHING CHANGED'
008430             TO MSGO
008440         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
008450         GO TO 4000-EXIT
008460     END-IF.
008470     MOVE 'ACCEPTED' TO SLG-OUTCOME.
008480     PERFORM 4500-WRITE-LOG-RECORD THRU 4500-EXIT.
008490     IF NOT WS-LOG-WRITTEN
008500         MOVE LOW-VALUES TO DLOPMAPO
008510         PERFORM 3000-GATHER-STATUS THRU 3000-EXIT
008520         MOVE 'STOP LOG UNAVAILABLE - NOTHING CHANGED' TO MSGO
008530         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
008540         GO TO 4000-EXIT
008550     END-IF.
008560     PERFORM 4600-REWRITE-STOP-DATASET THRU 4600-EXIT.
008570*    THE MESSAGE IS SET BEFORE THE SCREEN IS GATHERED AGAIN -
008580*    3450 READS THE LOG BACK INTO THE SAME RECORD AREA.
008590     MOVE LOW-VALUES TO DLOPMAPO.
008600     EVALUATE TRUE
008610         WHEN SLG-OUTCOME-FAILED
008620             MOVE 'STOP DATASET UNAVAILABLE - NOTHING CHANGED'
008630                 TO MSGO
008640         WHEN WS-ACTION-WITHDRAW
008650             MOVE 'STOP WITHDRAWN' TO MSGO
008660         WHEN SLG-STAT-N-VALUE = 0
008670             MOVE 'STOP PLACED - NO RUN IN FLIGHT, NEXT RUN STOPS'
008680                 TO MSGO
008690         WHEN OTHER
008700             MOVE 'STOP PLACED - RUN ENDS AT ITS NEXT INTERVAL'
008710                 TO MSGO
008720     END-EVALUATE.
008730     PERFORM 3000-GATHER-STATUS THRU 3000-EXIT.
008740     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
008750 4000-EXIT.
008760     EXIT.
008770*
008780 4100-BUILD-LOG-RECORD.
008790     MOVE SPACES TO DL100-STOP-LOG-RECORD.
008800     EXEC CICS ASSIGN
008810         USERID(WS-USER-ID)
008820     END-EXEC.
008830     EXEC CICS ASKTIME
008840         ABSTIME(WS-ABSTIME)
008850     END-EXEC.
008860     EXEC CICS FORMATTIME
008870         ABSTIME(WS-ABSTIME)
008880         YYYYMMDD(WS-NOW-DATE-AREA)
008890         TIME(WS-NOW-TIME-AREA)
008900     END-EXEC.
008910     MOVE WS-NOW-DATE TO SLG-LOG-DATE.
008920     MOVE WS-NOW-TIME TO SLG-LOG-TIME.
008930     MOVE EIBTRMID TO SLG-TERM-ID.
008940     MOVE 0 TO SLG-LOG-SEQ.
008950     MOVE WS-USER-ID TO SLG-USER-ID.
008960     MOVE EIBTRNID TO SLG-TRAN-ID.
008970     MOVE WS-ACTION TO SLG-ACTION.
008980     MOVE WS-STOP-STATE TO SLG-PRIOR-STATE.
008990     IF WS-STATUS-FOUND
009000         MOVE STAT-N-VALUE TO SLG-STAT-N-VALUE
009010     ELSE
009020         MOVE ZEROES TO SLG-STAT-N-VALUE
009030     END-IF.
009040 4100-EXIT.
009050     EXIT.
009060*
009070*****************************************************************
009080*    4500-WRITE-LOG-RECORD                                      *
009090*                                                               *
009100*    A KEY ALREADY ON FILE - THE SAME TERMINAL TWICE IN ONE     *
009110*    SECOND, OR THE FAILED RECORD AFTER ITS ACCEPTED ONE -      *
009120*    TAKES THE NEXT SEQUENCE NUMBER.                            *
009130*****************************************************************
009140 4500-WRITE-LOG-RECORD.
009150     MOVE 'N' TO WS-LOG-WRITTEN-SW.
009160 4500-WRITE.
009170     EXEC CICS WRITE
009180         FILE('STOPLOG')
009190         FROM(DL100-STOP-LOG-RECORD)
009200         RIDFLD(SLG-KEY)
009210         RESP(WS-RESP)
009220     END-EXEC.
009230     EVALUATE WS-RESP
009240         WHEN DFHRESP(NORMAL)
009250             SET WS-LOG-WRITTEN TO TRUE
009260         WHEN DFHRESP(DUPREC)
009270             IF SLG-LOG-SEQ < 99
009280                 ADD 1 TO SLG-LOG-SEQ
009290                 GO TO 4500-WRITE
009300             END-IF
009310     END-EVALUATE.
009320 4500-EXIT.
009330     EXIT.
009340*
009350*****************************************************************
009360*    4600-REWRITE-STOP-DATASET                                  *
009370*                                                               *
009380*    DLSO IS DISPOSITION SHR OUTPUT, SO EVERY OPEN WRITES FROM  *
009390*    THE FRONT OF PROD.EULER.STOPREQ - THE STOP CARD REPLACES   *
009400*    WHATEVER WAS THERE, AND AN OPEN AND CLOSE WITH NOTHING     *
009410*    WRITTEN LEAVES IT EMPTY, AS DL100CLC CLEARS ITS STATUS     *
009420*    FILE.                                                      *
009430*****************************************************************
009440 4600-REWRITE-STOP-DATASET.
009450     MOVE 'DLSO' TO WS-TDQ-NAME.
009460     PERFORM 3900-OPEN-QUEUE THRU 3900-EXIT.
009470     IF NOT WS-QUEUE-OPEN
009480         GO TO 4600-FAILED
009490     END-IF.
009500     IF WS-ACTION-WITHDRAW
009510         PERFORM 3950-CLOSE-QUEUE THRU 3950-EXIT
009520         IF WS-RESP NOT = DFHRESP(NORMAL)
009530             GO TO 4600-FAILED
009540         END-IF
009550         GO TO 4600-EXIT
009560     END-IF.
009570     MOVE SLG-LOG-DATE TO STC-DATE.
009580     MOVE SLG-LOG-TIME TO STC-TIME.
009590     MOVE SLG-USER-ID TO STC-USER-ID.
009600     MOVE SLG-TERM-ID TO STC-TERM-ID.
009610     EXEC CICS WRITEQ TD
009620         QUEUE(WS-TDQ-NAME)
009630         FROM(WS-STOP-CARD)
009640         LENGTH(LENGTH OF WS-STOP-CARD)
009650         RESP(WS-RESP)
009660     END-EXEC.
009670     MOVE WS-RESP TO WS-RESP2.
009680     PERFORM 3950-CLOSE-QUEUE THRU 3950-EXIT.
009690     IF WS-RESP2 = DFHRESP(NORMAL)
009700         AND WS-RESP = DFHRESP(NORMAL)
009710         GO TO 4600-EXIT
009720     END-IF.
009730 4600-FAILED.
009740     MOVE 'FAILED' TO SLG-OUTCOME.
009750     PERFORM 4500-WRITE-LOG-RECORD THRU 4500-EXIT.
009760 4600-EXIT.
009770     EXIT.
009780*
009790 8000-SEND-SCREEN.
009800     EXEC CICS SEND
009810         MAP('DLOPMAP')
009820         MAPSET('DL100MO')
009830         ERASE
009840     END-EXEC.
009850 8000-EXIT.
009860     EXIT.
009870*
009880*****************************************************************
009890*    9000-EXIT-TRANSACTION                                      *
009900*****************************************************************
009910 9000-EXIT-TRANSACTION.
009920     EXEC CICS SEND TEXT
009930         FROM(WS-END-MESSAGE)
009940         LENGTH(LENGTH OF WS-END-MESSAGE)
009950         ERASE
009960         FREEKB
009970     END-EXEC.
009980     EXEC CICS RETURN
009990     END-EXEC.
010000 9000-EXIT.
010010     EXIT.
