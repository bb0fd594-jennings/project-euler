000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100CHG                                         *
000040*                                                               *
000050*   ABSTRACT:  MONTHLY CPU CHARGEBACK.  READS THE TIMING LOG    *
000060*              (COPYBOOK DL100TM) THAT DL100CLC APPENDS ONE     *
000070*              RECORD PER CONTROL CARD TO, TURNS EVERY CARD     *
000080*              STARTED IN THE BILLING MONTH INTO ELAPSED        *
000090*              SECONDS (SAME DAY-NUMBER ARITHMETIC AS THE       *
000100*              TIMING REPORT DL100TMR) AND PRICES THEM AT THE   *
000110*              RATE CARD (COPYBOOK DL100CR) RATE FOR THE        *
000120*              CARD'S CALC MODE AND N BAND.  THE CARDS ARE      *
000130*              SORTED BY REQUESTING DEPARTMENT, MODE AND BAND   *
000140*              AND CHARGED ONE LINE PER GROUP, WITH A           *
000150*              SUBTOTAL PER DEPARTMENT AND A GRAND TOTAL, ON    *
000160*              THE REPORT AND ON THE SUMMARY FILE THE FINANCE   *
000170*              SYSTEM PICKS UP (COPYBOOK DL100CB).  A CARD THAT *
000180*              STOPPED OR OVERFLOWED IS CHARGED FOR THE TIME    *
000190*              IT RAN.  A CARD WITH NO DEPARTMENT IS BILLED AS  *
000200*              UNASSIGNED.  A BAD TIMING STAMP, OR A MODE AND   *
000210*              BAND THE RATE CARD HAS NO RATE FOR (CHARGED AT   *
000220*              ZERO), ENDS THE RUN RC=4.  A BAD RATE CARD       *
000230*              ENDS IT RC=16 BEFORE ANYTHING IS WRITTEN.        *
000240*                                                               *
000250*              PARAMETER CARD FORMAT -                          *
000260*                COLS 1-6   BILLING MONTH YYYYMM (BLANK = THE   *
000270*                           CALENDAR MONTH BEFORE THE RUN DATE) *
000280*                                                               *
000290*   AUTHOR:        R L JENNINGS                                 *
000300*   INSTALLATION:  DATA CENTER APPLICATIONS                     *
000310*   DATE-WRITTEN:  10/15/2026                                   *
000320*                                                               *
000330*   MODIFICATION HISTORY                                        *
000340*   ------------------------------------------------------      *
000350*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000360*                                                               *
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DL100CHG.
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
000510     SELECT RATE-FILE ASSIGN TO RATEFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RATE-FILE-STATUS.
000540     SELECT TIMING-FILE ASSIGN TO TIMEFILE
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-TIME-FILE-STATUS.
000570     SELECT CHARGEBACK-FILE ASSIGN TO CHRGFILE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CHRG-FILE-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO RPTFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RPT-FILE-STATUS.
000630     SELECT SORT-FILE ASSIGN TO SORTWK01.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PARAMETER-FILE
000680     RECORDING MODE IS F.
000690 01  PARAMETER-RECORD.
000700     05  PRM-BILLING-MONTH       PIC X(06).
000710     05  PRM-BILLING-MONTH-NUM   REDEFINES PRM-BILLING-MONTH
000720                                 PIC 9(06).
000730     05  FILLER                  PIC X(74).
000740*
000750 FD  RATE-FILE
000760     RECORDING MODE IS F.
000770     COPY DL100CR.
000780*
000790 FD  TIMING-FILE
000800     RECORDING MODE IS F.
000810     COPY DL100TM.
000820*
000830 FD  CHARGEBACK-FILE
000840     RECORDING MODE IS F.
000850     COPY DL100CB.
000860*
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  REPORT-PRINT-LINE           PIC X(132).
000900*
000910*    ONE SORT RECORD PER CHARGEABLE CARD, SO THE OUTPUT PROCEDURE
000920*    SEES EACH DEPARTMENT'S CARDS TOGETHER, MODE BY MODE AND BAND
000930*    BY BAND.
000940 SD  SORT-FILE.
000950 01  SORT-CHARGE-RECORD.
000960     05  SRT-KEY.
000970         10  SRT-DEPT-CODE       PIC X(06).
000980         10  SRT-MODE-SUB        PIC 9(01).
000990         10  SRT-BAND-SUB        PIC 9(01).
001000     05  SRT-ELAPSED-SECONDS     PIC 9(09).
001010*
001020 WORKING-STORAGE SECTION.
001030 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001040 77  WS-RATE-FILE-STATUS     PIC X(02) VALUE SPACES.
001050 77  WS-TIME-FILE-STATUS     PIC X(02) VALUE SPACES.
001060 77  WS-CHRG-FILE-STATUS     PIC X(02) VALUE SPACES.
001070 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001080 77  WS-RATE-EOF-SW          PIC X(01) VALUE 'N'.
001090     88  WS-RATE-EOF-YES         VALUE 'Y'.
001100 77  WS-TIME-EOF-SW          PIC X(01) VALUE 'N'.
001110     88  WS-TIME-EOF-YES         VALUE 'Y'.
001120 77  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
001130     88  WS-SORT-EOF-YES         VALUE 'Y'.
001140 77  WS-RATE-ERROR-COUNT     PIC 9(05) COMP VALUE 0.
001150 77  WS-RATE-CARD-COUNT      PIC 9(05) COMP VALUE 0.
001160 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
001170 77  WS-OTHER-MONTH-COUNT    PIC 9(07) COMP VALUE 0.
001180 77  WS-BAD-STAMP-COUNT      PIC 9(07) COMP VALUE 0.
001190 77  WS-CHARGED-COUNT        PIC 9(07) COMP VALUE 0.
001200 77  WS-NO-RATE-COUNT        PIC 9(07) COMP VALUE 0.
001210 77  WS-DEPT-COUNT           PIC 9(05) COMP VALUE 0.
001220 77  WS-CHRG-RECORD-COUNT    PIC 9(07) COMP VALUE 0.
001230 77  WS-ELAPSED-SECONDS      PIC S9(09) COMP VALUE 0.
001240 77  WS-START-DAY-NO         PIC S9(09) COMP VALUE 0.
001250 77  WS-END-DAY-NO           PIC S9(09) COMP VALUE 0.
001260 77  WS-START-SECONDS        PIC S9(09) COMP VALUE 0.
001270 77  WS-END-SECONDS          PIC S9(09) COMP VALUE 0.
001280 77  WS-BAND-SUB             PIC 9(02) COMP VALUE 0.
001290 77  WS-MODE-SUB             PIC 9(02) COMP VALUE 0.
001300 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001310 77  WS-PAGE-COUNT           PIC 9(05) COMP VALUE 0.
001320 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
001330 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001340 01  WS-CDT-DATE             PIC 9(08).
001350 01  WS-CDT-DATE-R           REDEFINES WS-CDT-DATE.
001360     05  WS-CDT-YEAR             PIC 9(04).
001370     05  WS-CDT-MONTH            PIC 9(02).
001380     05  WS-CDT-DAY              PIC 9(02).
001390 01  WS-CDT-TIME             PIC 9(08).
001400 01  WS-CDT-TIME-R           REDEFINES WS-CDT-TIME.
001410     05  WS-CDT-HHMMSS           PIC 9(06).
001420     05  FILLER                  PIC 9(02).
001430*
001440*    THE BILLING MONTH, AND THE MONTH A TIMING RECORD STARTED IN,
001450*    AS YYYYMM.
001460 01  WS-BILLING-MONTH        PIC 9(06) VALUE 0.
001470 01  WS-BILLING-MONTH-R      REDEFINES WS-BILLING-MONTH.
001480     05  WS-BIL-YEAR             PIC 9(04).
001490     05  WS-BIL-MONTH            PIC 9(02).
001500 01  WS-STAMP-DATE           PIC 9(08).
001510 01  WS-STAMP-DATE-R         REDEFINES WS-STAMP-DATE.
001520     05  WS-STAMP-MONTH          PIC 9(06).
001530     05  FILLER                  PIC 9(02).
001540*
001550 01  WS-TIME-WORK            PIC 9(06).
001560 01  WS-TIME-WORK-R          REDEFINES WS-TIME-WORK.
001570     05  WS-TW-HOUR              PIC 9(02).
001580     05  WS-TW-MINUTE            PIC 9(02).
001590     05  WS-TW-SECOND            PIC 9(02).
001600*
001610 01  WS-DAY-NO-WORK.
001620     05  WS-DNW-DATE             PIC 9(08).
001630     05  WS-DNW-DATE-R           REDEFINES WS-DNW-DATE.
001640         10  WS-DNW-YEAR             PIC 9(04).
001650         10  WS-DNW-MONTH            PIC 9(02).
001660         10  WS-DNW-DAY              PIC 9(02).
001670     05  WS-DNW-WORK-YEAR        PIC S9(05) COMP.
001680     05  WS-DNW-WORK-MONTH       PIC S9(03) COMP.
001690     05  WS-DNW-LEAP-4           PIC S9(09) COMP.
001700     05  WS-DNW-LEAP-100         PIC S9(09) COMP.
001710     05  WS-DNW-LEAP-400         PIC S9(09) COMP.
001720     05  WS-DNW-MONTH-DAYS       PIC S9(09) COMP.
001730     05  WS-DNW-DAY-NO           PIC S9(09) COMP.
001740*
001750*    RATE PER ELAPSED SECOND BY MODE (1=LOOP, 2=FAST, 3=VERIFY)
001760*    AND N BAND (1-99, 100-999, 1000-9999, 10000-99999), LOADED
001770*    FROM THE RATE CARD.
001780 01  WS-RATE-TABLE.
001790     05  WS-RATE-MODE-ENTRY      OCCURS 3 TIMES.
001800         10  WS-RATE-BAND-ENTRY      OCCURS 4 TIMES.
001810             15  WS-RATE-PRESENT-SW      PIC X(01).
001820                 88  WS-RATE-PRESENT         VALUE 'Y'.
001830             15  WS-RATE-PER-SECOND      PIC 9(05)V9(04) COMP-3.
001840*
001850 01  WS-BAND-NAME-TABLE.
001860     05  FILLER                  PIC X(13) VALUE '    1 -    99'.
001870     05  FILLER                  PIC X(13) VALUE '  100 -   999'.
001880     05  FILLER                  PIC X(13) VALUE ' 1000 -  9999'.
001890     05  FILLER                  PIC X(13) VALUE '10000 - 99999'.
001900 01  WS-BAND-NAME-TABLE-R    REDEFINES WS-BAND-NAME-TABLE.
001910     05  WS-BAND-NAME            PIC X(13) OCCURS 4 TIMES.
001920*
001930 01  WS-MODE-NAME-TABLE.
001940     05  FILLER                  PIC X(07) VALUE 'LLOOP  '.
001950     05  FILLER                  PIC X(07) VALUE 'FFAST  '.
001960     05  FILLER                  PIC X(07) VALUE 'VVERIFY'.
001970 01  WS-MODE-NAME-TABLE-R    REDEFINES WS-MODE-NAME-TABLE.
001980     05  WS-MODE-ENTRY           OCCURS 3 TIMES.
001990         10  WS-MODE-CODE            PIC X(01).
002000         10  WS-MODE-NAME            PIC X(06).
002010*
002020*    CONTROL-BREAK KEYS AND ACCUMULATORS.  THE SORT KEY IS SET TO
002030*    HIGH-VALUES AT END OF THE SORTED FILE SO EVERY BREAK FIRES;
002040*    THE KEYS ARE ONLY EVER COMPARED AS WHOLE GROUPS OR BY THE
002050*    DEPARTMENT CODE.
002060 01  WS-SORT-KEY.
002070     05  WS-SRT-DEPT-CODE        PIC X(06).
002080     05  WS-SRT-MODE-SUB         PIC 9(01).
002090     05  WS-SRT-BAND-SUB         PIC 9(01).
002100 01  WS-CUR-KEY.
002110     05  WS-CUR-DEPT-CODE        PIC X(06).
002120     05  WS-CUR-MODE-SUB         PIC 9(01).
002130     05  WS-CUR-BAND-SUB         PIC 9(01).
002140 01  WS-GROUP-TOTALS.
002150     05  WS-GRP-CARD-COUNT       PIC 9(07) COMP.
002160     05  WS-GRP-SECONDS          PIC 9(09) COMP.
002170     05  WS-GRP-RATE             PIC 9(05)V9(04) COMP-3.
002180     05  WS-GRP-CHARGE           PIC 9(11)V99 COMP-3.
002190 01  WS-DEPT-TOTALS.
002200     05  WS-DPT-CARD-COUNT       PIC 9(07) COMP.
002210     05  WS-DPT-SECONDS          PIC 9(09) COMP.
002220     05  WS-DPT-CHARGE           PIC 9(11)V99 COMP-3.
002230 01  WS-GRAND-TOTALS.
002240     05  WS-TOT-CARD-COUNT       PIC 9(07) COMP.
002250     05  WS-TOT-SECONDS          PIC 9(09) COMP.
002260     05  WS-TOT-CHARGE           PIC 9(11)V99 COMP-3.
002270*
002280 01  RPT-HEADING-1.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  FILLER                  PIC X(40)
002310         VALUE 'DL100CHG - MONTHLY CPU CHARGEBACK'.
002320     05  FILLER                  PIC X(11)
002330         VALUE 'RUN DATE'.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  RPT-HDG-RUN-DATE        PIC 9(08).
002360     05  FILLER                  PIC X(03) VALUE SPACE.
002370     05  FILLER                  PIC X(05) VALUE 'PAGE '.
002380     05  RPT-HDG-PAGE            PIC ZZZZ9.
002390*
002400 01  RPT-SELECTION-LINE.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  FILLER                  PIC X(15)
002430         VALUE 'BILLING MONTH '.
002440     05  RPT-SEL-MONTH           PIC 9(06).
002450*
002460 01  RPT-COLUMN-HEADING.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  FILLER                  PIC X(12) VALUE 'DEPARTMENT'.
002490     05  FILLER                  PIC X(08) VALUE 'MODE'.
002500     05  FILLER                  PIC X(15) VALUE 'N BAND'.
002510     05  FILLER                  PIC X(09) VALUE '  CARDS'.
002520     05  FILLER                  PIC X(09) VALUE '  SECONDS'.
002530     05  FILLER                  PIC X(12) VALUE '    RATE/SEC'.
002540     05  FILLER                  PIC X(19)
002550         VALUE '             CHARGE'.
002560*
002570 01  RPT-DETAIL-LINE.
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  RPT-DTL-DEPT-CODE       PIC X(10).
002600     05  FILLER                  PIC X(02) VALUE SPACE.
002610     05  RPT-DTL-MODE            PIC X(06).
002620     05  FILLER                  PIC X(02) VALUE SPACE.
002630     05  RPT-DTL-BAND            PIC X(13).
002640     05  FILLER                  PIC X(02) VALUE SPACE.
002650     05  RPT-DTL-COUNT           PIC ZZZZZZ9.
002660     05  FILLER                  PIC X(02) VALUE SPACE.
002670     05  RPT-DTL-SECONDS         PIC ZZZZZZZZ9.
002680     05  FILLER                  PIC X(02) VALUE SPACE.
002690     05  RPT-DTL-RATE            PIC ZZZZ9.9999.
002700     05  FILLER                  PIC X(02) VALUE SPACE.
002710     05  RPT-DTL-CHARGE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002720     05  FILLER                  PIC X(02) VALUE SPACE.
002730     05  RPT-DTL-NOTE            PIC X(16).
002740*
002750 01  RPT-SUBTOTAL-LINE.
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  RPT-SUB-TEXT            PIC X(35).
002780     05  RPT-SUB-COUNT           PIC ZZZZZZ9.
002790     05  FILLER                  PIC X(02) VALUE SPACE.
002800     05  RPT-SUB-SECONDS         PIC ZZZZZZZZ9.
002810     05  FILLER                  PIC X(14) VALUE SPACE.
002820     05  RPT-SUB-CHARGE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002830*
002840 01  RPT-HOLD-LINE               PIC X(132).
002850*
002860 01  RPT-TOTAL-LINE.
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  RPT-TOT-TEXT            PIC X(44).
002890     05  RPT-TOT-COUNT           PIC ZZZZZZZZ9.
002900*
002910 PROCEDURE DIVISION.
002920*
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     SORT SORT-FILE
002960         ON ASCENDING KEY SRT-KEY
002970         INPUT PROCEDURE IS 2000-RELEASE-TIMINGS THRU 2000-EXIT
002980         OUTPUT PROCEDURE IS 3000-PRODUCE-CHARGES THRU 3000-EXIT.
002990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003000     STOP RUN.
003010*
003020*****************************************************************
003030*    1000-INITIALIZE                                            *
003040*                                                               *
003050*    READS AND CHECKS THE PARAMETER CARD, LOADS THE RATE CARD   *
003060*    AND OPENS THE SUMMARY FILE AND THE REPORT.  NOTHING IS     *
003070*    WRITTEN UNTIL THE RATE CARD HAS LOADED CLEAN.              *
003080*****************************************************************
003090 1000-INITIALIZE.
003100     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
003110     ACCEPT WS-CDT-TIME FROM TIME.
003120     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
003130     OPEN INPUT PARAMETER-FILE.
003140     IF WS-PARM-FILE-STATUS NOT = '00'
003150         DISPLAY 'DL100CHG - UNABLE TO OPEN PARMFILE ST='
003160             WS-PARM-FILE-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     READ PARAMETER-FILE
003210         AT END
003220             MOVE SPACES TO PARAMETER-RECORD
003230     END-READ.
003240     CLOSE PARAMETER-FILE.
003250     PERFORM 1100-SET-BILLING-MONTH THRU 1100-EXIT.
003260     MOVE WS-BILLING-MONTH TO RPT-SEL-MONTH.
003270     PERFORM 1200-LOAD-RATE-CARD THRU 1200-EXIT.
003280     OPEN OUTPUT CHARGEBACK-FILE.
003290     IF WS-CHRG-FILE-STATUS NOT = '00'
003300         DISPLAY 'DL100CHG - UNABLE TO OPEN CHRGFILE ST='
003310             WS-CHRG-FILE-STATUS
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     OPEN OUTPUT REPORT-FILE.
003360     IF WS-RPT-FILE-STATUS NOT = '00'
003370         DISPLAY 'DL100CHG - UNABLE TO OPEN RPTFILE ST='
003380             WS-RPT-FILE-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     MOVE SPACES TO DL100-CHARGEBACK-RECORD.
003430     MOVE 'H' TO CBK-RECORD-TYPE.
003440     MOVE WS-BILLING-MONTH TO CBK-BILLING-MONTH.
003450     MOVE WS-CDT-DATE TO CBK-CREATED-DATE.
003460     MOVE WS-CDT-HHMMSS TO CBK-CREATED-TIME.
003470     MOVE 'ZZ006' TO CBK-SYSTEM-ID.
003480     PERFORM 8000-WRITE-CHARGEBACK THRU 8000-EXIT.
003490     MOVE 0 TO WS-TOT-CARD-COUNT.
003500     MOVE 0 TO WS-TOT-SECONDS.
003510     MOVE 0 TO WS-TOT-CHARGE.
003520 1000-EXIT.
003530     EXIT.
003540*
003550*    A BLANK MONTH BILLS THE CALENDAR MONTH BEFORE THE RUN DATE,
003560*    SO THE JOB CAN BE SCHEDULED EARLY EACH MONTH WITH NO CARD
003570*    CHANGE.
003580 1100-SET-BILLING-MONTH.
003590     IF PRM-BILLING-MONTH = SPACES
003600         MOVE WS-CDT-YEAR TO WS-BIL-YEAR
003610         MOVE WS-CDT-MONTH TO WS-BIL-MONTH
003620         IF WS-BIL-MONTH = 1
003630             SUBTRACT 1 FROM WS-BIL-YEAR
003640             MOVE 12 TO WS-BIL-MONTH
003650         ELSE
003660             SUBTRACT 1 FROM WS-BIL-MONTH
003670         END-IF
003680         GO TO 1100-EXIT
003690     END-IF.
003700     IF PRM-BILLING-MONTH-NUM NOT NUMERIC
003710         DISPLAY 'DL100CHG - BILLING MONTH MUST BE NUMERIC YYYYMM'
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     MOVE PRM-BILLING-MONTH-NUM TO WS-BILLING-MONTH.
003760     IF WS-BIL-MONTH < 1 OR WS-BIL-MONTH > 12
003770         DISPLAY 'DL100CHG - BILLING MONTH MUST BE 01 THROUGH 12'
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810 1100-EXIT.
003820     EXIT.
003830*
003840*****************************************************************
003850*    1200-LOAD-RATE-CARD                                        *
003860*                                                               *
003870*    EVERY RATE CARD ENTRY MUST NAME A MODE (L, F OR V), A BAND *
003880*    (1-4) AND A NUMERIC RATE, AND NO MODE AND BAND MAY BE      *
003890*    PRICED TWICE.  EVERY BAD ENTRY IS LISTED ON SYSOUT AND THE *
003900*    RUN THEN ENDS RC=16 - FINANCE MUST NOT RECEIVE CHARGES     *
003910*    FROM A RATE CARD NOBODY MEANT.                             *
003920*****************************************************************
003930 1200-LOAD-RATE-CARD.
003940     MOVE 0 TO WS-MODE-SUB.
003950     PERFORM 1210-CLEAR-NEXT-MODE THRU 1210-EXIT
003960         UNTIL WS-MODE-SUB NOT < 3.
003970     OPEN INPUT RATE-FILE.
003980     IF WS-RATE-FILE-STATUS NOT = '00'
003990         DISPLAY 'DL100CHG - UNABLE TO OPEN RATEFILE ST='
004000             WS-RATE-FILE-STATUS
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     PERFORM 1230-READ-RATE-CARD THRU 1230-EXIT.
004050     PERFORM 1240-LOAD-ONE-RATE THRU 1240-EXIT
004060         UNTIL WS-RATE-EOF-YES.
004070     CLOSE RATE-FILE.
004080     IF WS-RATE-ERROR-COUNT > 0
004090         DISPLAY 'DL100CHG - ' WS-RATE-ERROR-COUNT
004100             ' BAD RATE CARD ENTRIES - NOTHING CHARGED'
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     IF WS-RATE-CARD-COUNT = 0
004150         DISPLAY 'DL100CHG - RATE CARD HAS NO RATES - '
004160             'NOTHING CHARGED'
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200 1200-EXIT.
004210     EXIT.
004220*
004230 1210-CLEAR-NEXT-MODE.
004240     ADD 1 TO WS-MODE-SUB.
004250     MOVE 0 TO WS-BAND-SUB.
004260     PERFORM 1220-CLEAR-NEXT-BAND THRU 1220-EXIT
004270         UNTIL WS-BAND-SUB NOT < 4.
004280 1210-EXIT.
004290     EXIT.
004300*
004310 1220-CLEAR-NEXT-BAND.
004320     ADD 1 TO WS-BAND-SUB.
004330     MOVE 'N' TO WS-RATE-PRESENT-SW (WS-MODE-SUB, WS-BAND-SUB).
004340     MOVE 0 TO WS-RATE-PER-SECOND (WS-MODE-SUB, WS-BAND-SUB).
004350 1220-EXIT.
004360     EXIT.
004370*
004380 1230-READ-RATE-CARD.
004390     READ RATE-FILE
004400         AT END
004410             SET WS-RATE-EOF-YES TO TRUE
004420     END-READ.
004430 1230-EXIT.
004440     EXIT.
004450*
004460 1240-LOAD-ONE-RATE.
004470     IF RTC-COMMENT OR DL100-RATE-CARD-RECORD = SPACES
004480         GO TO 1240-NEXT
004490     END-IF.
004500     EVALUATE TRUE
004510         WHEN RTC-MODE-LOOP
004520             MOVE 1 TO WS-MODE-SUB
004530         WHEN RTC-MODE-FAST
004540             MOVE 2 TO WS-MODE-SUB
004550         WHEN RTC-MODE-VERIFY
004560             MOVE 3 TO WS-MODE-SUB
004570         WHEN OTHER
004580             DISPLAY 'DL100CHG - RATE CARD MODE NOT L, F OR V - '
004590                 DL100-RATE-CARD-RECORD (1:41)
004600             ADD 1 TO WS-RATE-ERROR-COUNT
004610             GO TO 1240-NEXT
004620     END-EVALUATE.
004630     IF RTC-N-BAND-NUM NOT NUMERIC
004640         OR RTC-N-BAND-NUM < 1
004650         OR RTC-N-BAND-NUM > 4
004660         DISPLAY 'DL100CHG - RATE CARD BAND NOT 1 THROUGH 4 - '
004670             DL100-RATE-CARD-RECORD (1:41)
004680         ADD 1 TO WS-RATE-ERROR-COUNT
004690         GO TO 1240-NEXT
004700     END-IF.
004710     MOVE RTC-N-BAND-NUM TO WS-BAND-SUB.
004720     IF RTC-RATE-NUM NOT NUMERIC
004730         DISPLAY 'DL100CHG - RATE CARD RATE NOT NUMERIC - '
004740             DL100-RATE-CARD-RECORD (1:41)
004750         ADD 1 TO WS-RATE-ERROR-COUNT
004760         GO TO 1240-NEXT
004770     END-IF.
004780     IF WS-RATE-PRESENT (WS-MODE-SUB, WS-BAND-SUB)
004790         DISPLAY 'DL100CHG - RATE CARD PRICES MODE/BAND TWICE - '
004800             DL100-RATE-CARD-RECORD (1:41)
004810         ADD 1 TO WS-RATE-ERROR-COUNT
004820         GO TO 1240-NEXT
004830     END-IF.
004840     MOVE 'Y' TO WS-RATE-PRESENT-SW (WS-MODE-SUB, WS-BAND-SUB).
004850     MOVE RTC-RATE-NUM
004860         TO WS-RATE-PER-SECOND (WS-MODE-SUB, WS-BAND-SUB).
004870     ADD 1 TO WS-RATE-CARD-COUNT.
004880 1240-NEXT.
004890     PERFORM 1230-READ-RATE-CARD THRU 1230-EXIT.
004900 1240-EXIT.
004910     EXIT.
004920*
004930*****************************************************************
004940*    2000-RELEASE-TIMINGS                                       *
004950*                                                               *
004960*    INPUT PROCEDURE FOR THE SORT.  EVERY TIMING RECORD WHOSE   *
004970*    CARD STARTED IN THE BILLING MONTH IS RELEASED WITH ITS     *
004980*    DEPARTMENT, MODE, BAND AND ELAPSED SECONDS.  A RECORD WITH *
004990*    A BAD STAMP OR AN N OF ZERO IS COUNTED AND SKIPPED.        *
005000*****************************************************************
005010 2000-RELEASE-TIMINGS.
005020     OPEN INPUT TIMING-FILE.
005030     IF WS-TIME-FILE-STATUS NOT = '00'
005040         DISPLAY 'DL100CHG - UNABLE TO OPEN TIMEFILE ST='
005050             WS-TIME-FILE-STATUS
005060         MOVE 16 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090     PERFORM 2100-READ-TIMING THRU 2100-EXIT.
005100     PERFORM 2200-RELEASE-ONE-TIMING THRU 2200-EXIT
005110         UNTIL WS-TIME-EOF-YES.
005120     CLOSE TIMING-FILE.
005130 2000-EXIT.
005140     EXIT.
005150*
005160 2100-READ-TIMING.
005170     READ TIMING-FILE
005180         AT END
005190             SET WS-TIME-EOF-YES TO TRUE
005200     END-READ.
005210 2100-EXIT.
005220     EXIT.
005230*
005240 2200-RELEASE-ONE-TIMING.
005250     ADD 1 TO WS-READ-COUNT.
005260     IF TIM-N-VALUE NOT NUMERIC
005270         OR TIM-N-VALUE = 0
005280         OR TIM-START-DATE NOT NUMERIC
005290         OR TIM-START-TIME NOT NUMERIC
005300         OR TIM-END-DATE NOT NUMERIC
005310         OR TIM-END-TIME NOT NUMERIC
005320         ADD 1 TO WS-BAD-STAMP-COUNT
005330         GO TO 2200-NEXT
005340     END-IF.
005350     MOVE TIM-START-DATE TO WS-STAMP-DATE.
005360     IF WS-STAMP-MONTH NOT = WS-BILLING-MONTH
005370         ADD 1 TO WS-OTHER-MONTH-COUNT
005380         GO TO 2200-NEXT
005390     END-IF.
005400     PERFORM 2300-COMPUTE-ELAPSED THRU 2300-EXIT.
005410     IF WS-ELAPSED-SECONDS < 0
005420         ADD 1 TO WS-BAD-STAMP-COUNT
005430         GO TO 2200-NEXT
005440     END-IF.
005450     PERFORM 2400-SET-BAND-AND-MODE THRU 2400-EXIT.
005460     ADD 1 TO WS-CHARGED-COUNT.
005470     MOVE TIM-DEPT-CODE TO SRT-DEPT-CODE.
005480     MOVE WS-MODE-SUB TO SRT-MODE-SUB.
005490     MOVE WS-BAND-SUB TO SRT-BAND-SUB.
005500     MOVE WS-ELAPSED-SECONDS TO SRT-ELAPSED-SECONDS.
005510     RELEASE SORT-CHARGE-RECORD.
005520 2200-NEXT.
005530     PERFORM 2100-READ-TIMING THRU 2100-EXIT.
005540 2200-EXIT.
005550     EXIT.
005560*
005570 2300-COMPUTE-ELAPSED.
005580     MOVE TIM-START-DATE TO WS-DNW-DATE.
005590     PERFORM 2500-DATE-TO-DAY-NUMBER THRU 2500-EXIT.
005600     MOVE WS-DNW-DAY-NO TO WS-START-DAY-NO.
005610     MOVE TIM-END-DATE TO WS-DNW-DATE.
005620     PERFORM 2500-DATE-TO-DAY-NUMBER THRU 2500-EXIT.
005630     MOVE WS-DNW-DAY-NO TO WS-END-DAY-NO.
005640     MOVE TIM-START-TIME TO WS-TIME-WORK.
005650     COMPUTE WS-START-SECONDS =
005660         (WS-TW-HOUR * 3600) + (WS-TW-MINUTE * 60)
005670         + WS-TW-SECOND.
005680     MOVE TIM-END-TIME TO WS-TIME-WORK.
005690     COMPUTE WS-END-SECONDS =
005700         (WS-TW-HOUR * 3600) + (WS-TW-MINUTE * 60)
005710         + WS-TW-SECOND.
005720     COMPUTE WS-ELAPSED-SECONDS =
005730         ((WS-END-DAY-NO - WS-START-DAY-NO) * 86400)
005740         + WS-END-SECONDS - WS-START-SECONDS.
005750 2300-EXIT.
005760     EXIT.
005770*
005780*    SAME BANDS AND MODE SUBSCRIPTS AS DL100TMR - A MODE OTHER
005790*    THAN F OR V RAN AS LOOPS.
005800 2400-SET-BAND-AND-MODE.
005810     EVALUATE TRUE
005820         WHEN TIM-N-VALUE < 100
005830             MOVE 1 TO WS-BAND-SUB
005840         WHEN TIM-N-VALUE < 1000
005850             MOVE 2 TO WS-BAND-SUB
005860         WHEN TIM-N-VALUE < 10000
005870             MOVE 3 TO WS-BAND-SUB
005880         WHEN OTHER
005890             MOVE 4 TO WS-BAND-SUB
005900     END-EVALUATE.
005910     EVALUATE TRUE
005920         WHEN TIM-MODE-FAST
005930             MOVE 2 TO WS-MODE-SUB
005940         WHEN TIM-MODE-VERIFY
005950             MOVE 3 TO WS-MODE-SUB
005960         WHEN OTHER
005970             MOVE 1 TO WS-MODE-SUB
005980     END-EVALUATE.
005990 2400-EXIT.
006000     EXIT.
006010*
006020*****************************************************************
006030*    2500-DATE-TO-DAY-NUMBER                                    *
006040*                                                               *
006050*    TURNS THE YYYYMMDD DATE IN WS-DNW-DATE INTO A MONOTONIC    *
006060*    DAY NUMBER IN WS-DNW-DAY-NO - SAME ARITHMETIC AS           *
006070*    DL100TMR'S ELAPSED TIMES.                                  *
006080*****************************************************************
006090 2500-DATE-TO-DAY-NUMBER.
006100     MOVE WS-DNW-YEAR TO WS-DNW-WORK-YEAR.
006110     MOVE WS-DNW-MONTH TO WS-DNW-WORK-MONTH.
006120     IF WS-DNW-WORK-MONTH < 3
006130         SUBTRACT 1 FROM WS-DNW-WORK-YEAR
006140         ADD 12 TO WS-DNW-WORK-MONTH
006150     END-IF.
006160*    EACH DIVISION MUST TRUNCATE ON ITS OWN - A SINGLE COMPUTE
006170*    WOULD CARRY DECIMAL PLACES THROUGH THE INTERMEDIATE
006180*    RESULTS AND PUT SOME DATES A DAY OUT.
006190     DIVIDE WS-DNW-WORK-YEAR BY 4
006200         GIVING WS-DNW-LEAP-4.
006210     DIVIDE WS-DNW-WORK-YEAR BY 100
006220         GIVING WS-DNW-LEAP-100.
006230     DIVIDE WS-DNW-WORK-YEAR BY 400
006240         GIVING WS-DNW-LEAP-400.
006250     COMPUTE WS-DNW-MONTH-DAYS =
006260         153 * (WS-DNW-WORK-MONTH + 1).
006270     DIVIDE WS-DNW-MONTH-DAYS BY 5
006280         GIVING WS-DNW-MONTH-DAYS.
006290     COMPUTE WS-DNW-DAY-NO =
006300         (365 * WS-DNW-WORK-YEAR)
006310         + WS-DNW-LEAP-4
006320         - WS-DNW-LEAP-100
006330         + WS-DNW-LEAP-400
006340         + WS-DNW-MONTH-DAYS
006350         + WS-DNW-DAY.
006360 2500-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400*    3000-PRODUCE-CHARGES                                       *
006410*                                                               *
006420*    OUTPUT PROCEDURE FOR THE SORT.  ONE DEPARTMENT AT A TIME,  *
006430*    ONE MODE AND BAND AT A TIME WITHIN IT.                     *
006440*****************************************************************
006450 3000-PRODUCE-CHARGES.
006460     PERFORM 3010-RETURN-CHARGE THRU 3010-EXIT.
006470     PERFORM 3100-CHARGE-ONE-DEPARTMENT THRU 3100-EXIT
006480         UNTIL WS-SORT-EOF-YES.
006490 3000-EXIT.
006500     EXIT.
006510*
006520 3010-RETURN-CHARGE.
006530     RETURN SORT-FILE
006540         AT END
006550             SET WS-SORT-EOF-YES TO TRUE
006560             MOVE HIGH-VALUES TO WS-SORT-KEY
006570         NOT AT END
006580             MOVE SRT-KEY TO WS-SORT-KEY
006590     END-RETURN.
006600 3010-EXIT.
006610     EXIT.
006620*
006630*****************************************************************
006640*    3100-CHARGE-ONE-DEPARTMENT                                 *
006650*                                                               *
006660*    CHARGES EVERY MODE AND BAND THE DEPARTMENT RAN, THEN       *
006670*    WRITES ITS SUBTOTAL AND ROLLS IT INTO THE GRAND TOTAL.     *
006680*****************************************************************
006690 3100-CHARGE-ONE-DEPARTMENT.
006700     MOVE WS-SRT-DEPT-CODE TO WS-CUR-DEPT-CODE.
006710     MOVE 0 TO WS-DPT-CARD-COUNT.
006720     MOVE 0 TO WS-DPT-SECONDS.
006730     MOVE 0 TO WS-DPT-CHARGE.
006740     ADD 1 TO WS-DEPT-COUNT.
006750     PERFORM 3200-CHARGE-ONE-GROUP THRU 3200-EXIT
006760         UNTIL WS-SRT-DEPT-CODE NOT = WS-CUR-DEPT-CODE.
006770     IF WS-CUR-DEPT-CODE = SPACES
006780         MOVE 'UNASSIGNED DEPARTMENT TOTAL' TO RPT-SUB-TEXT
006790     ELSE
006800         MOVE SPACES TO RPT-SUB-TEXT
006810         STRING 'DEPARTMENT ' DELIMITED BY SIZE
006820                WS-CUR-DEPT-CODE DELIMITED BY SIZE
006830                ' TOTAL' DELIMITED BY SIZE
006840             INTO RPT-SUB-TEXT
006850     END-IF.
006860     MOVE WS-DPT-CARD-COUNT TO RPT-SUB-COUNT.
006870     MOVE WS-DPT-SECONDS TO RPT-SUB-SECONDS.
006880     MOVE WS-DPT-CHARGE TO RPT-SUB-CHARGE.
006890     MOVE RPT-SUBTOTAL-LINE TO REPORT-PRINT-LINE.
006900     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006910     MOVE SPACES TO REPORT-PRINT-LINE.
006920     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006930     MOVE SPACES TO DL100-CHARGEBACK-RECORD.
006940     MOVE 'S' TO CBK-RECORD-TYPE.
006950     MOVE WS-CUR-DEPT-CODE TO CBK-SUB-DEPT-CODE.
006960     MOVE WS-DPT-CARD-COUNT TO CBK-SUB-CARD-COUNT.
006970     MOVE WS-DPT-SECONDS TO CBK-SUB-SECONDS.
006980     MOVE WS-DPT-CHARGE TO CBK-SUB-CHARGE.
006990     PERFORM 8000-WRITE-CHARGEBACK THRU 8000-EXIT.
007000     ADD WS-DPT-CARD-COUNT TO WS-TOT-CARD-COUNT.
007010     ADD WS-DPT-SECONDS TO WS-TOT-SECONDS.
007020     ADD WS-DPT-CHARGE TO WS-TOT-CHARGE.
007030 3100-EXIT.
007040     EXIT.
007050*
007060*****************************************************************
007070*    3200-CHARGE-ONE-GROUP                                      *
007080*                                                               *
007090*    TOTALS ONE DEPARTMENT'S CARDS AT ONE MODE AND BAND AND     *
007100*    PRICES THE TOTAL SECONDS AT THE RATE CARD RATE, ROUNDED TO *
007110*    THE CENT.  A MODE AND BAND THE RATE CARD DOES NOT PRICE IS *
007120*    CHARGED AT ZERO, FLAGGED, AND ENDS THE RUN RC=4.           *
007130*****************************************************************
007140 3200-CHARGE-ONE-GROUP.
007150     MOVE WS-SORT-KEY TO WS-CUR-KEY.
007160     MOVE 0 TO WS-GRP-CARD-COUNT.
007170     MOVE 0 TO WS-GRP-SECONDS.
007180     PERFORM 3300-ADD-ONE-CARD THRU 3300-EXIT
007190         UNTIL WS-SORT-KEY NOT = WS-CUR-KEY.
007200     MOVE SPACES TO RPT-DTL-NOTE.
007210     IF WS-RATE-PRESENT (WS-CUR-MODE-SUB, WS-CUR-BAND-SUB)
007220         MOVE WS-RATE-PER-SECOND
007230             (WS-CUR-MODE-SUB, WS-CUR-BAND-SUB) TO WS-GRP-RATE
007240         COMPUTE WS-GRP-CHARGE ROUNDED =
007250             WS-GRP-SECONDS * WS-GRP-RATE
007260     ELSE
007270         MOVE 0 TO WS-GRP-RATE
007280         MOVE 0 TO WS-GRP-CHARGE
007290         ADD WS-GRP-CARD-COUNT TO WS-NO-RATE-COUNT
007300         MOVE '*** NO RATE ***' TO RPT-DTL-NOTE
007310         IF WS-OVERALL-RC < 4
007320             MOVE 4 TO WS-OVERALL-RC
007330         END-IF
007340     END-IF.
007350     IF WS-CUR-DEPT-CODE = SPACES
007360         MOVE 'UNASSIGNED' TO RPT-DTL-DEPT-CODE
007370     ELSE
007380         MOVE WS-CUR-DEPT-CODE TO RPT-DTL-DEPT-CODE
007390     END-IF.
007400     MOVE WS-MODE-NAME (WS-CUR-MODE-SUB) TO RPT-DTL-MODE.
007410     MOVE WS-BAND-NAME (WS-CUR-BAND-SUB) TO RPT-DTL-BAND.
007420     MOVE WS-GRP-CARD-COUNT TO RPT-DTL-COUNT.
007430     MOVE WS-GRP-SECONDS TO RPT-DTL-SECONDS.
007440     MOVE WS-GRP-RATE TO RPT-DTL-RATE.
007450     MOVE WS-GRP-CHARGE TO RPT-DTL-CHARGE.
007460     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
007470     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007480     MOVE SPACES TO DL100-CHARGEBACK-RECORD.
007490     MOVE 'D' TO CBK-RECORD-TYPE.
007500     MOVE WS-CUR-DEPT-CODE TO CBK-DEPT-CODE.
007510     MOVE WS-MODE-CODE (WS-CUR-MODE-SUB) TO CBK-CALC-MODE.
007520     MOVE WS-CUR-BAND-SUB TO CBK-N-BAND.
007530     MOVE WS-GRP-CARD-COUNT TO CBK-CARD-COUNT.
007540     MOVE WS-GRP-SECONDS TO CBK-ELAPSED-SECONDS.
007550     MOVE WS-GRP-RATE TO CBK-RATE.
007560     MOVE WS-GRP-CHARGE TO CBK-CHARGE.
007570     PERFORM 8000-WRITE-CHARGEBACK THRU 8000-EXIT.
007580     ADD WS-GRP-CARD-COUNT TO WS-DPT-CARD-COUNT.
007590     ADD WS-GRP-SECONDS TO WS-DPT-SECONDS.
007600     ADD WS-GRP-CHARGE TO WS-DPT-CHARGE.
007610 3200-EXIT.
007620     EXIT.
007630*
007640 3300-ADD-ONE-CARD.
007650     ADD 1 TO WS-GRP-CARD-COUNT.
007660     ADD SRT-ELAPSED-SECONDS TO WS-GRP-SECONDS.
007670     PERFORM 3010-RETURN-CHARGE THRU 3010-EXIT.
007680 3300-EXIT.
007690     EXIT.
007700*
007710*****************************************************************
007720*    7000-WRITE-REPORT-LINE                                     *
007730*                                                               *
007740*    ALL REPORT OUTPUT FUNNELS THROUGH HERE SO THE PAGE BREAK   *
007750*    AND PAGE HEADING LOGIC LIVES IN ONE PLACE.  THE LINE TO    *
007760*    PRINT IS STAGED IN REPORT-PRINT-LINE BY THE CALLER.        *
007770*****************************************************************
007780 7000-WRITE-REPORT-LINE.
007790     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
007800         PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT
007810     END-IF.
007820     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007830     ADD 1 TO WS-LINE-COUNT.
007840 7000-EXIT.
007850     EXIT.
007860*
007870 7100-WRITE-PAGE-HEADING.
007880     MOVE REPORT-PRINT-LINE TO RPT-HOLD-LINE.
007890     ADD 1 TO WS-PAGE-COUNT.
007900     MOVE WS-PAGE-COUNT TO RPT-HDG-PAGE.
007910     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
007920     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
007930     MOVE RPT-SELECTION-LINE TO REPORT-PRINT-LINE.
007940     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007950     MOVE RPT-COLUMN-HEADING TO REPORT-PRINT-LINE.
007960     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007970     MOVE SPACES TO REPORT-PRINT-LINE.
007980     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
007990     MOVE 4 TO WS-LINE-COUNT.
008000     MOVE RPT-HOLD-LINE TO REPORT-PRINT-LINE.
008010 7100-EXIT.
008020     EXIT.
008030*
008040 8000-WRITE-CHARGEBACK.
008050     WRITE DL100-CHARGEBACK-RECORD.
008060     IF WS-CHRG-FILE-STATUS NOT = '00'
008070         DISPLAY 'DL100CHG - WRITE FAILED ON CHRGFILE ST='
008080             WS-CHRG-FILE-STATUS
008090         MOVE 16 TO RETURN-CODE
008100         STOP RUN
008110     END-IF.
008120     ADD 1 TO WS-CHRG-RECORD-COUNT.
008130 8000-EXIT.
008140     EXIT.
008150*
008160*****************************************************************
008170*    9000-TERMINATE                                             *
008180*                                                               *
008190*    PRINTS THE GRAND TOTAL AND THE COUNTS AND CLOSES THE       *
008200*    SUMMARY FILE WITH ITS TRAILER.  A MONTH WITH NOTHING TO    *
008210*    CHARGE STILL SENDS FINANCE A HEADER AND A ZERO TRAILER.    *
008220*****************************************************************
008230 9000-TERMINATE.
008240     IF WS-DEPT-COUNT = 0
008250         MOVE ' NO TIMINGS TO CHARGE FOR THE BILLING MONTH'
008260             TO REPORT-PRINT-LINE
008270         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008280         MOVE SPACES TO REPORT-PRINT-LINE
008290         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008300     END-IF.
008310     MOVE 'GRAND TOTAL - ALL DEPARTMENTS' TO RPT-SUB-TEXT.
008320     MOVE WS-TOT-CARD-COUNT TO RPT-SUB-COUNT.
008330     MOVE WS-TOT-SECONDS TO RPT-SUB-SECONDS.
008340     MOVE WS-TOT-CHARGE TO RPT-SUB-CHARGE.
008350     MOVE RPT-SUBTOTAL-LINE TO REPORT-PRINT-LINE.
008360     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008370     MOVE SPACES TO REPORT-PRINT-LINE.
008380     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008390     MOVE 'TIMING RECORDS READ' TO RPT-TOT-TEXT.
008400     MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
008410     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008420     MOVE 'OUTSIDE THE BILLING MONTH' TO RPT-TOT-TEXT.
008430     MOVE WS-OTHER-MONTH-COUNT TO RPT-TOT-COUNT.
008440     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008450     MOVE 'RECORDS WITH BAD STAMPS - NOT CHARGED' TO RPT-TOT-TEXT.
008460     MOVE WS-BAD-STAMP-COUNT TO RPT-TOT-COUNT.
008470     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008480     MOVE 'CARDS CHARGED' TO RPT-TOT-TEXT.
008490     MOVE WS-CHARGED-COUNT TO RPT-TOT-COUNT.
008500     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008510     MOVE '  WITH NO RATE - CHARGED AT ZERO' TO RPT-TOT-TEXT.
008520     MOVE WS-NO-RATE-COUNT TO RPT-TOT-COUNT.
008530     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008540     MOVE 'DEPARTMENTS CHARGED' TO RPT-TOT-TEXT.
008550     MOVE WS-DEPT-COUNT TO RPT-TOT-COUNT.
008560     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008570     MOVE SPACES TO DL100-CHARGEBACK-RECORD.
008580     MOVE 'T' TO CBK-RECORD-TYPE.
008590     ADD 1 TO WS-CHRG-RECORD-COUNT GIVING CBK-RECORD-COUNT.
008600     MOVE WS-TOT-CARD-COUNT TO CBK-TOT-CARD-COUNT.
008610     MOVE WS-TOT-SECONDS TO CBK-TOT-SECONDS.
008620     MOVE WS-TOT-CHARGE TO CBK-TOT-CHARGE.
008630     PERFORM 8000-WRITE-CHARGEBACK THRU 8000-EXIT.
008640     MOVE 'SUMMARY RECORDS WRITTEN FOR FINANCE' TO RPT-TOT-TEXT.
008650     MOVE WS-CHRG-RECORD-COUNT TO RPT-TOT-COUNT.
008660     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
008670     IF WS-BAD-STAMP-COUNT > 0 AND WS-OVERALL-RC < 4
008680         MOVE 4 TO WS-OVERALL-RC
008690     END-IF.
008700     CLOSE CHARGEBACK-FILE.
008710     CLOSE REPORT-FILE.
008720     DISPLAY 'DL100CHG COMPLETE - MONTH=' WS-BILLING-MONTH
008730         ' READ=' WS-READ-COUNT
008740         ' CHARGED=' WS-CHARGED-COUNT
008750         ' NO RATE=' WS-NO-RATE-COUNT
008760         ' BAD=' WS-BAD-STAMP-COUNT.
008770     MOVE WS-OVERALL-RC TO RETURN-CODE.
008780 9000-EXIT.
008790     EXIT.
008800*
008810 9100-WRITE-TOTAL-LINE.
008820     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
008830     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008840 9100-EXIT.
008850     EXIT.
