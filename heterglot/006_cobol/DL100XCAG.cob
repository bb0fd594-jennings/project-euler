000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100XCA                                        *
000040*                                                               *
000050*   ABSTRACT:  WEEKLY AGING REPORT OVER THE VSAM EXCEPTION     *
000060*              CASE FILE (PROD.EULER.XCASE, COPYBOOK DL100XC). *
000070*              EVERY CASE NOT YET CLOSED IS AGED IN DAYS FROM  *
000080*              THE DATE IT WAS OPENED TO THE RUN DATE (DAY-    *
000090*              NUMBER ARITHMETIC, SAME AS DL100TMR) AND PRINTED*
000100*              WITH ITS SOURCE STEP, REASON, N, K, OWNER AND   *
000110*              DESCRIPTION.  A SECOND SECTION COUNTS THE OPEN  *
000120*              CASES BY SOURCE STEP AND AGE BAND (0-7, 8-30,   *
000130*              31-90, OVER 90 DAYS) WITH ROW AND COLUMN TOTALS *
000140*              - THE SHIFT SUPERVISOR'S VIEW OF WHAT IS BEING  *
000150*              LEFT TO ROT.  READ ONLY; CASE ZERO (THE CONTROL *
000160*              RECORD) IS SKIPPED.  A CASE FILE NEVER YET      *
000170*              WRITTEN TO PRINTS AN EMPTY REPORT, NOT AN       *
000180*              ERROR.                                          *
000190*                                                               *
000200*   AUTHOR:        R L JENNINGS                                *
000210*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000220*   DATE-WRITTEN:  10/15/2026                                  *
000230*                                                               *
000240*   MODIFICATION HISTORY                                        *
000250*   ------------------------------------------------------      *
000260*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000270*                                                               *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DL100XCA.
000310 AUTHOR. R L JENNINGS.
000320 INSTALLATION. DATA CENTER APPLICATIONS.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CASE-FILE ASSIGN TO XCFILE
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS XC-CASE-NUMBER
000430         FILE STATUS IS WS-CASE-FILE-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO RPTFILE
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CASE-FILE
000510     RECORDING MODE IS F.
000520     COPY DL100XC.
000530*
000540 FD  REPORT-FILE
000550     RECORDING MODE IS F.
000560 01  REPORT-PRINT-LINE           PIC X(132).
000570*
000580 WORKING-STORAGE SECTION.
000590 77  WS-CASE-FILE-STATUS     PIC X(02) VALUE SPACES.
000600 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000610 77  WS-CASE-EOF-SW          PIC X(01) VALUE 'N'.
000620     88  WS-CASE-EOF-YES         VALUE 'Y'.
000630 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
000640 77  WS-OPEN-COUNT           PIC 9(07) COMP VALUE 0.
000650 77  WS-CLOSED-COUNT         PIC 9(07) COMP VALUE 0.
000660 77  WS-BAD-DATE-COUNT       PIC 9(07) COMP VALUE 0.
000670 77  WS-SRC-SUB              PIC 9(04) COMP VALUE 0.
000680 77  WS-AGE-SUB              PIC 9(04) COMP VALUE 0.
000690 77  WS-TODAY-DAY-NO         PIC S9(09) COMP VALUE 0.
000700 77  WS-AGE-DAYS             PIC S9(09) COMP VALUE 0.
000710 77  WS-ROW-TOTAL            PIC 9(07) COMP VALUE 0.
000720 01  WS-CDT-DATE             PIC 9(08).
000730*
000740 01  WS-DAY-NO-WORK.
000750     05  WS-DNW-DATE             PIC 9(08).
000760     05  WS-DNW-DATE-R           REDEFINES WS-DNW-DATE.
000770         10  WS-DNW-YEAR             PIC 9(04).
000780         10  WS-DNW-MONTH            PIC 9(02).
000790         10  WS-DNW-DAY              PIC 9(02).
000800     05  WS-DNW-WORK-YEAR        PIC S9(05) COMP.
000810     05  WS-DNW-WORK-MONTH       PIC S9(03) COMP.
000820     05  WS-DNW-LEAP-4           PIC S9(09) COMP.
000830     05  WS-DNW-LEAP-100         PIC S9(09) COMP.
000840     05  WS-DNW-LEAP-400         PIC S9(09) COMP.
000850     05  WS-DNW-MONTH-DAYS       PIC S9(09) COMP.
000860     05  WS-DNW-DAY-NO           PIC S9(09) COMP.
000870*
000880*    THE SIX STEPS THAT OPEN CASES, AND A SEVENTH ROW FOR ANY
000890*    SOURCE NOT IN THE LIST.
000900 01  WS-SOURCE-NAME-TABLE.
000910     05  FILLER                  PIC X(08) VALUE 'ZERO006 '.
000920     05  FILLER                  PIC X(08) VALUE 'DL100CLC'.
000930     05  FILLER                  PIC X(08) VALUE 'DL100AUD'.
000940     05  FILLER                  PIC X(08) VALUE 'DL100RCN'.
000950     05  FILLER                  PIC X(08) VALUE 'DL100GVG'.
000960     05  FILLER                  PIC X(08) VALUE 'DL100WDG'.
000970     05  FILLER                  PIC X(08) VALUE 'OTHER   '.
000980 01  WS-SOURCE-NAME-TABLE-R  REDEFINES WS-SOURCE-NAME-TABLE.
000990     05  WS-SOURCE-NAME          PIC X(08) OCCURS 7 TIMES.
001000*
001010*    OPEN CASES BY SOURCE (ROWS 1-7) AND AGE BAND (0-7, 8-30,
001020*    31-90, OVER 90 DAYS).  ROW 8 IS THE COLUMN TOTAL.
001030 01  WS-AGING-TABLE.
001040     05  WS-AGING-SOURCE         OCCURS 8 TIMES.
001050         10  WS-AGING-COUNT          PIC 9(07) COMP
001060                                     OCCURS 4 TIMES.
001070*
001080 01  RPT-HEADING-1.
001090     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  FILLER                  PIC X(40)
001110         VALUE 'DL100XCA - EXCEPTION CASE AGING REPORT'.
001120     05  FILLER                  PIC X(11)
001130         VALUE 'RUN DATE'.
001140     05  RPT-HDG-RUN-DATE        PIC 9(08).
001150*
001160 01  RPT-SECTION-HEADING.
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  RPT-SEC-TITLE           PIC X(60).
001190*
001200 01  RPT-CASE-COLUMN-HEADING.
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001220     05  FILLER                  PIC X(10) VALUE 'CASE'.
001230     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
001240     05  FILLER                  PIC X(06) VALUE 'RSN'.
001250     05  FILLER                  PIC X(07) VALUE '    N'.
001260     05  FILLER                  PIC X(03) VALUE 'K'.
001270     05  FILLER                  PIC X(10) VALUE 'OPENED'.
001280     05  FILLER                  PIC X(06) VALUE ' DAYS'.
001290     05  FILLER                  PIC X(10) VALUE 'STATUS'.
001300     05  FILLER                  PIC X(10) VALUE 'OWNER'.
001310     05  FILLER                  PIC X(40) VALUE 'DESCRIPTION'.
001320*
001330 01  RPT-CASE-DETAIL-LINE.
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  RPT-CAS-CASE-NUMBER     PIC 9(08).
001360     05  FILLER                  PIC X(02) VALUE SPACE.
001370     05  RPT-CAS-SOURCE          PIC X(08).
001380     05  FILLER                  PIC X(02) VALUE SPACE.
001390     05  RPT-CAS-REASON          PIC X(04).
001400     05  FILLER                  PIC X(02) VALUE SPACE.
001410     05  RPT-CAS-N-VALUE         PIC ZZZZ9.
001420     05  FILLER                  PIC X(02) VALUE SPACE.
001430     05  RPT-CAS-EXPONENT        PIC 9(01).
001440     05  FILLER                  PIC X(02) VALUE SPACE.
001450     05  RPT-CAS-OPENED-DATE     PIC 9(08).
001460     05  FILLER                  PIC X(02) VALUE SPACE.
001470     05  RPT-CAS-AGE-DAYS        PIC ZZZZ9.
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  RPT-CAS-STATUS          PIC X(08).
001500     05  FILLER                  PIC X(02) VALUE SPACE.
001510     05  RPT-CAS-OWNER           PIC X(08).
001520     05  FILLER                  PIC X(02) VALUE SPACE.
001530     05  RPT-CAS-DESCRIPTION     PIC X(40).
001540*
001550 01  RPT-AGING-COLUMN-HEADING.
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
001580     05  FILLER                  PIC X(09) VALUE '   0-7'.
001590     05  FILLER                  PIC X(09) VALUE '  8-30'.
001600     05  FILLER                  PIC X(09) VALUE ' 31-90'.
001610     05  FILLER                  PIC X(09) VALUE ' OVER 90'.
001620     05  FILLER                  PIC X(09) VALUE '  TOTAL'.
001630*
001640 01  RPT-AGING-DETAIL-LINE.
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  RPT-AGE-SOURCE          PIC X(08).
001670     05  RPT-AGE-BAND-GROUP.
001680         10  RPT-AGE-BAND-COUNT      OCCURS 4 TIMES.
001690             15  FILLER                  PIC X(02).
001700             15  RPT-AGE-COUNT           PIC ZZZZZZ9.
001710     05  FILLER                  PIC X(02) VALUE SPACE.
001720     05  RPT-AGE-TOTAL           PIC ZZZZZZ9.
001730*
001740 01  RPT-TOTAL-LINE.
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  RPT-TOT-TEXT            PIC X(34).
001770     05  RPT-TOT-COUNT           PIC ZZZZZZ9.
001780*
001790 PROCEDURE DIVISION.
001800*
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-READ-CASE THRU 2000-EXIT.
001840     PERFORM 3000-AGE-ONE-CASE THRU 3000-EXIT
001850         UNTIL WS-CASE-EOF-YES.
001860     IF WS-OPEN-COUNT = 0
001870         MOVE SPACES TO REPORT-PRINT-LINE
001880         MOVE ' NO OPEN EXCEPTION CASES' TO REPORT-PRINT-LINE
001890         WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE
001900     END-IF.
001910     PERFORM 5000-PRINT-AGING-SECTION THRU 5000-EXIT.
001920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001930     STOP RUN.
001940*
001950*****************************************************************
001960*    1000-INITIALIZE                                            *
001970*                                                               *
001980*    A CASE FILE THAT HAS NEVER HAD A CASE WRITTEN TO IT HAS   *
001990*    NOTHING TO AGE - THAT IS TREATED AS END OF FILE, NOT AS   *
002000*    AN ERROR.                                                 *
002010*****************************************************************
002020 1000-INITIALIZE.
002030     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002040     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
002050     MOVE WS-CDT-DATE TO WS-DNW-DATE.
002060     PERFORM 1500-DATE-TO-DAY-NUMBER THRU 1500-EXIT.
002070     MOVE WS-DNW-DAY-NO TO WS-TODAY-DAY-NO.
002080     OPEN OUTPUT REPORT-FILE.
002090     IF WS-RPT-FILE-STATUS NOT = '00'
002100         DISPLAY 'DL100XCA - UNABLE TO OPEN RPTFILE ST='
002110             WS-RPT-FILE-STATUS
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     OPEN INPUT CASE-FILE.
002160     IF WS-CASE-FILE-STATUS = '35'
002170         DISPLAY 'DL100XCA - CASE FILE IS EMPTY, NOTHING TO AGE'
002180         SET WS-CASE-EOF-YES TO TRUE
002190     ELSE
002200         IF WS-CASE-FILE-STATUS NOT = '00'
002210             DISPLAY 'DL100XCA - UNABLE TO OPEN XCFILE ST='
002220                 WS-CASE-FILE-STATUS
002230             MOVE 16 TO RETURN-CODE
002240             STOP RUN
002250         END-IF
002260     END-IF.
002270     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
002280     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
002290     MOVE SPACES TO REPORT-PRINT-LINE.
002300     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
002310     MOVE 'OPEN EXCEPTION CASES, OLDEST CASE NUMBER FIRST'
002320         TO RPT-SEC-TITLE.
002330     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
002340     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
002350     MOVE RPT-CASE-COLUMN-HEADING TO REPORT-PRINT-LINE.
002360     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
002370     MOVE 0 TO WS-SRC-SUB.
002380     PERFORM 1100-CLEAR-NEXT-SOURCE THRU 1100-EXIT
002390         UNTIL WS-SRC-SUB NOT < 8.
002400 1000-EXIT.
002410     EXIT.
002420*
002430 1100-CLEAR-NEXT-SOURCE.
002440     ADD 1 TO WS-SRC-SUB.
002450     MOVE 0 TO WS-AGE-SUB.
002460     PERFORM 1110-CLEAR-NEXT-BAND THRU 1110-EXIT
002470         UNTIL WS-AGE-SUB NOT < 4.
002480 1100-EXIT.
002490     EXIT.
002500*
002510 1110-CLEAR-NEXT-BAND.
002520     ADD 1 TO WS-AGE-SUB.
002530     MOVE 0 TO WS-AGING-COUNT (WS-SRC-SUB, WS-AGE-SUB).
002540 1110-EXIT.
002550     EXIT.
002560*
002570*****************************************************************
002580*    1500-DATE-TO-DAY-NUMBER                                    *
002590*                                                               *
002600*    TURNS THE YYYYMMDD DATE IN WS-DNW-DATE INTO A MONOTONIC   *
002610*    DAY NUMBER IN WS-DNW-DAY-NO - SAME ARITHMETIC AS          *
002620*    DL100TMR'S ELAPSED TIME AND DL100WDG'S AGE CHECK.         *
002630*****************************************************************
002640 1500-DATE-TO-DAY-NUMBER.
002650     MOVE WS-DNW-YEAR TO WS-DNW-WORK-YEAR.
002660     MOVE WS-DNW-MONTH TO WS-DNW-WORK-MONTH.
002670     IF WS-DNW-WORK-MONTH < 3
002680         SUBTRACT 1 FROM WS-DNW-WORK-YEAR
002690         ADD 12 TO WS-DNW-WORK-MONTH
002700     END-IF.
002710*    EACH DIVISION MUST TRUNCATE ON ITS OWN - A SINGLE COMPUTE
002720*    WOULD CARRY DECIMAL PLACES THROUGH THE INTERMEDIATE
002730*    RESULTS AND PUT SOME DATES A DAY OUT.
002740     DIVIDE WS-DNW-WORK-YEAR BY 4
002750         GIVING WS-DNW-LEAP-4.
002760     DIVIDE WS-DNW-WORK-YEAR BY 100
002770         GIVING WS-DNW-LEAP-100.
002780     DIVIDE WS-DNW-WORK-YEAR BY 400
002790         GIVING WS-DNW-LEAP-400.
002800     COMPUTE WS-DNW-MONTH-DAYS =
002810         153 * (WS-DNW-WORK-MONTH + 1).
002820     DIVIDE WS-DNW-MONTH-DAYS BY 5
002830         GIVING WS-DNW-MONTH-DAYS.
002840     COMPUTE WS-DNW-DAY-NO =
002850         (365 * WS-DNW-WORK-YEAR)
002860         + WS-DNW-LEAP-4
002870         - WS-DNW-LEAP-100
002880         + WS-DNW-LEAP-400
002890         + WS-DNW-MONTH-DAYS
002900         + WS-DNW-DAY.
002910 1500-EXIT.
002920     EXIT.
002930*
002940 2000-READ-CASE.
002950     READ CASE-FILE NEXT RECORD
002960         AT END
002970             SET WS-CASE-EOF-YES TO TRUE
002980     END-READ.
002990 2000-EXIT.
003000     EXIT.
003010*
003020*****************************************************************
003030*    3000-AGE-ONE-CASE                                          *
003040*                                                               *
003050*    SKIPS THE CONTROL RECORD AND CLOSED CASES; AGES AN OPEN   *
003060*    OR ASSIGNED CASE, PRINTS IT, AND COUNTS IT UNDER ITS      *
003070*    SOURCE AND AGE BAND.  AN UNUSABLE OPENED DATE IS COUNTED  *
003080*    AND SKIPPED.                                              *
003090*****************************************************************
003100 3000-AGE-ONE-CASE.
003110     IF XC-CASE-NUMBER = 0
003120         GO TO 3000-NEXT
003130     END-IF.
003140     ADD 1 TO WS-READ-COUNT.
003150     IF XC-CASE-CLOSED
003160         ADD 1 TO WS-CLOSED-COUNT
003170         GO TO 3000-NEXT
003180     END-IF.
003190     IF XC-OPENED-DATE NOT NUMERIC
003200         OR XC-OPENED-DATE = 0
003210         ADD 1 TO WS-BAD-DATE-COUNT
003220         GO TO 3000-NEXT
003230     END-IF.
003240     MOVE XC-OPENED-DATE TO WS-DNW-DATE.
003250     PERFORM 1500-DATE-TO-DAY-NUMBER THRU 1500-EXIT.
003260     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-DNW-DAY-NO.
003270     IF WS-AGE-DAYS < 0
003280         ADD 1 TO WS-BAD-DATE-COUNT
003290         GO TO 3000-NEXT
003300     END-IF.
003310     ADD 1 TO WS-OPEN-COUNT.
003320     PERFORM 3100-SET-SOURCE-AND-BAND THRU 3100-EXIT.
003330     ADD 1 TO WS-AGING-COUNT (WS-SRC-SUB, WS-AGE-SUB).
003340     ADD 1 TO WS-AGING-COUNT (8, WS-AGE-SUB).
003350     PERFORM 3200-WRITE-CASE-LINE THRU 3200-EXIT.
003360 3000-NEXT.
003370     PERFORM 2000-READ-CASE THRU 2000-EXIT.
003380 3000-EXIT.
003390     EXIT.
003400*
003410 3100-SET-SOURCE-AND-BAND.
003420*    FALLING OFF THE SIX NAMED STEPS LEAVES THE SUBSCRIPT ON
003430*    THE OTHER ROW.
003440     MOVE 1 TO WS-SRC-SUB.
003450     PERFORM 3110-MATCH-NEXT-SOURCE THRU 3110-EXIT
003460         UNTIL WS-SRC-SUB NOT < 7
003470         OR WS-SOURCE-NAME (WS-SRC-SUB) = XC-SOURCE-STEP.
003480     EVALUATE TRUE
003490         WHEN WS-AGE-DAYS < 8
003500             MOVE 1 TO WS-AGE-SUB
003510         WHEN WS-AGE-DAYS < 31
003520             MOVE 2 TO WS-AGE-SUB
003530         WHEN WS-AGE-DAYS < 91
003540             MOVE 3 TO WS-AGE-SUB
003550         WHEN OTHER
003560             MOVE 4 TO WS-AGE-SUB
003570     END-EVALUATE.
003580 3100-EXIT.
003590     EXIT.
003600*
003610 3110-MATCH-NEXT-SOURCE.
003620     ADD 1 TO WS-SRC-SUB.
003630 3110-EXIT.
003640     EXIT.
003650*
003660 3200-WRITE-CASE-LINE.
003670     MOVE XC-CASE-NUMBER TO RPT-CAS-CASE-NUMBER.
003680     MOVE XC-SOURCE-STEP TO RPT-CAS-SOURCE.
003690     MOVE XC-REASON-CODE TO RPT-CAS-REASON.
003700     MOVE XC-N-VALUE TO RPT-CAS-N-VALUE.
003710     MOVE XC-EXPONENT TO RPT-CAS-EXPONENT.
003720     MOVE XC-OPENED-DATE TO RPT-CAS-OPENED-DATE.
003730     MOVE WS-AGE-DAYS TO RPT-CAS-AGE-DAYS.
003740     IF XC-CASE-ASSIGNED
003750         MOVE 'ASSIGNED' TO RPT-CAS-STATUS
003760     ELSE
003770         MOVE 'OPEN' TO RPT-CAS-STATUS
003780     END-IF.
003790     MOVE XC-ASSIGNED-TO TO RPT-CAS-OWNER.
003800     MOVE XC-DESCRIPTION TO RPT-CAS-DESCRIPTION.
003810     MOVE RPT-CASE-DETAIL-LINE TO REPORT-PRINT-LINE.
003820     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003830 3200-EXIT.
003840     EXIT.
003850*
003860*****************************************************************
003870*    5000-PRINT-AGING-SECTION                                   *
003880*                                                               *
003890*    ONE ROW PER SOURCE STEP WITH ANY OPEN CASE, THEN THE      *
003900*    COLUMN TOTALS.                                            *
003910*****************************************************************
003920 5000-PRINT-AGING-SECTION.
003930     MOVE SPACES TO REPORT-PRINT-LINE.
003940     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003950     MOVE 'OPEN CASES BY SOURCE STEP AND AGE IN DAYS'
003960         TO RPT-SEC-TITLE.
003970     MOVE RPT-SECTION-HEADING TO REPORT-PRINT-LINE.
003980     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003990     MOVE RPT-AGING-COLUMN-HEADING TO REPORT-PRINT-LINE.
004000     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
004010     MOVE 0 TO WS-SRC-SUB.
004020     PERFORM 5100-PRINT-NEXT-SOURCE THRU 5100-EXIT
004030         UNTIL WS-SRC-SUB NOT < 8.
004040 5000-EXIT.
004050     EXIT.
004060*
004070 5100-PRINT-NEXT-SOURCE.
004080     ADD 1 TO WS-SRC-SUB.
004090     MOVE SPACES TO RPT-AGING-DETAIL-LINE.
004100     MOVE 0 TO WS-ROW-TOTAL.
004110     MOVE 0 TO WS-AGE-SUB.
004120     PERFORM 5110-EDIT-NEXT-BAND THRU 5110-EXIT
004130         UNTIL WS-AGE-SUB NOT < 4.
004140     IF WS-ROW-TOTAL = 0
004150         AND WS-SRC-SUB < 8
004160         GO TO 5100-EXIT
004170     END-IF.
004180     IF WS-SRC-SUB = 8
004190         MOVE 'TOTAL' TO RPT-AGE-SOURCE
004200     ELSE
004210         MOVE WS-SOURCE-NAME (WS-SRC-SUB) TO RPT-AGE-SOURCE
004220     END-IF.
004230     MOVE WS-ROW-TOTAL TO RPT-AGE-TOTAL.
004240     MOVE RPT-AGING-DETAIL-LINE TO REPORT-PRINT-LINE.
004250     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
004260 5100-EXIT.
004270     EXIT.
004280*
004290 5110-EDIT-NEXT-BAND.
004300     ADD 1 TO WS-AGE-SUB.
004310     MOVE WS-AGING-COUNT (WS-SRC-SUB, WS-AGE-SUB)
004320         TO RPT-AGE-COUNT (WS-AGE-SUB).
004330     ADD WS-AGING-COUNT (WS-SRC-SUB, WS-AGE-SUB) TO WS-ROW-TOTAL.
004340 5110-EXIT.
004350     EXIT.
004360*
004370*****************************************************************
004380*    9000-TERMINATE                                             *
004390*****************************************************************
004400 9000-TERMINATE.
004410     MOVE SPACES TO REPORT-PRINT-LINE.
004420     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
004430     MOVE 'CASES READ' TO RPT-TOT-TEXT.
004440     MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
004450     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
004460     MOVE 'CASES OPEN OR ASSIGNED' TO RPT-TOT-TEXT.
004470     MOVE WS-OPEN-COUNT TO RPT-TOT-COUNT.
004480     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
004490     MOVE 'CASES CLOSED' TO RPT-TOT-TEXT.
004500     MOVE WS-CLOSED-COUNT TO RPT-TOT-COUNT.
004510     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
004520     MOVE 'CASES SKIPPED - BAD OPENED DATE' TO RPT-TOT-TEXT.
004530     MOVE WS-BAD-DATE-COUNT TO RPT-TOT-COUNT.
004540     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
004550     IF NOT WS-CASE-FILE-STATUS = '35'
004560         CLOSE CASE-FILE
004570     END-IF.
004580     CLOSE REPORT-FILE.
004590     DISPLAY 'DL100XCA COMPLETE - READ=' WS-READ-COUNT
004600         ' OPEN=' WS-OPEN-COUNT
004610         ' CLOSED=' WS-CLOSED-COUNT
004620         ' BAD DATE=' WS-BAD-DATE-COUNT.
004630 9000-EXIT.
004640     EXIT.
004650*
004660 9100-WRITE-TOTAL-LINE.
004670     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
004680     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
004690 9100-EXIT.
004700     EXIT.
