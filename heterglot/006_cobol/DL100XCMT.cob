000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100XCM                                        *
000040*                                                               *
000050*   ABSTRACT:  TRANSACTION-DRIVEN MAINTENANCE FOR THE VSAM     *
000060*              EXCEPTION CASE FILE (PROD.EULER.XCASE,          *
000070*              COPYBOOK DL100XC) THAT DL100XCW OPENS CASES     *
000080*              ON.  READS ASSIGN, ANNOT AND CLOSE CARDS KEYED  *
000090*              BY CASE NUMBER AND EDITS EACH ONE - NUMERIC     *
000100*              CASE NUMBER, CASE ON FILE AND NOT ALREADY       *
000110*              CLOSED, AN ASSIGNEE FOR ASSIGN, A NOTE FOR      *
000120*              ANNOT AND CLOSE.  GOOD CARDS ARE APPLIED IN     *
000130*              PLACE.  THE APPLY REPORT PRINTS EVERY NOTE AND  *
000140*              IS THE CASE'S FULL TRAIL; THE RECORD KEEPS THE  *
000150*              NOTE COUNT AND THE LATEST NOTE.  CARD REJECTS   *
000160*              WARN WITH RC=4 - THE GOOD CARDS STILL LAND,     *
000170*              EXACTLY AS THE APPLY REPORT SAYS.  RC=16 IS A   *
000180*              FILE ERROR.  CASE ZERO IS THE FILE'S CONTROL    *
000190*              RECORD AND IS NEVER MAINTAINED HERE.            *
000200*                                                               *
000210*              TRANSACTION CARD FORMAT -                       *
000220*                COLS 1-6   ACTION (ASSIGN/ANNOT/CLOSE)        *
000230*                COLS 7-14  CASE NUMBER                        *
000240*                COLS 15-22 USER ID FOR THE TRAIL              *
000250*                COLS 23-30 ASSIGNEE (ASSIGN ONLY)             *
000260*                COLS 31-80 NOTE (OPTIONAL ON ASSIGN)          *
000270*                                                               *
000280*   AUTHOR:        R L JENNINGS                                *
000290*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000300*   DATE-WRITTEN:  10/15/2026                                  *
000310*                                                               *
000320*   MODIFICATION HISTORY                                        *
000330*   ------------------------------------------------------      *
000340*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000350*                                                               *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. DL100XCM.
000390 AUTHOR. R L JENNINGS.
000400 INSTALLATION. DATA CENTER APPLICATIONS.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CASE-FILE ASSIGN TO XCFILE
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS XC-CASE-NUMBER
000510         FILE STATUS IS WS-CASE-FILE-STATUS.
000520     SELECT TRANSACTION-FILE ASSIGN TO TRNFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-TRN-FILE-STATUS.
000550     SELECT REPORT-FILE ASSIGN TO RPTFILE
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RPT-FILE-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CASE-FILE
000620     RECORDING MODE IS F.
000630     COPY DL100XC.
000640*
000650 FD  TRANSACTION-FILE
000660     RECORDING MODE IS F.
000670 01  TRANSACTION-RECORD.
000680     05  TRN-ACTION              PIC X(06).
000690         88  TRN-ACTION-ASSIGN       VALUE 'ASSIGN'.
000700         88  TRN-ACTION-ANNOTATE     VALUE 'ANNOT '.
000710         88  TRN-ACTION-CLOSE        VALUE 'CLOSE '.
000720     05  TRN-CASE-NUMBER         PIC 9(08).
000730     05  TRN-USER-ID             PIC X(08).
000740     05  TRN-ASSIGN-TO           PIC X(08).
000750     05  TRN-NOTE                PIC X(50).
000760*
000770 FD  REPORT-FILE
000780     RECORDING MODE IS F.
000790 01  REPORT-PRINT-LINE           PIC X(132).
000800*
000810 WORKING-STORAGE SECTION.
000820 77  WS-CASE-FILE-STATUS     PIC X(02) VALUE SPACES.
000830 77  WS-TRN-FILE-STATUS      PIC X(02) VALUE SPACES.
000840 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000850 77  WS-TRN-EOF-SW           PIC X(01) VALUE 'N'.
000860     88  WS-TRN-EOF-YES          VALUE 'Y'.
000870 77  WS-TRN-OK-SW            PIC X(01) VALUE 'Y'.
000880     88  WS-TRN-IS-OK            VALUE 'Y'.
000890 77  WS-CASE-FOUND-SW        PIC X(01) VALUE 'N'.
000900     88  WS-CASE-FOUND           VALUE 'Y'.
000910 77  WS-TRN-COUNT            PIC 9(05) COMP VALUE 0.
000920 77  WS-ASSIGN-COUNT         PIC 9(05) COMP VALUE 0.
000930 77  WS-ANNOTATE-COUNT       PIC 9(05) COMP VALUE 0.
000940 77  WS-CLOSE-COUNT          PIC 9(05) COMP VALUE 0.
000950 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
000960 77  WS-OVERALL-RC           PIC 99 VALUE 0.
000970 01  WS-CDT-DATE             PIC 9(08).
000980 01  WS-CDT-TIME             PIC 9(06).
000990*
001000 01  RPT-HEADING-1.
001010     05  FILLER                  PIC X(01) VALUE SPACE.
001020     05  FILLER                  PIC X(40)
001030         VALUE 'DL100XCM - EXCEPTION CASE MAINTENANCE'.
001040     05  FILLER                  PIC X(11)
001050         VALUE 'RUN DATE'.
001060     05  RPT-HDG-RUN-DATE        PIC 9(08).
001070*
001080 01  RPT-COLUMN-HEADING.
001090     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  FILLER                  PIC X(07) VALUE 'CARD'.
001110     05  FILLER                  PIC X(08) VALUE 'ACTION'.
001120     05  FILLER                  PIC X(10) VALUE 'CASE'.
001130     05  FILLER                  PIC X(10) VALUE 'USER'.
001140     05  FILLER                  PIC X(10) VALUE 'ASSIGNEE'.
001150     05  FILLER                  PIC X(10) VALUE 'STATUS'.
001160     05  FILLER                  PIC X(10) VALUE 'DECISION'.
001170     05  FILLER                  PIC X(30) VALUE 'REASON'.
001180*
001190 01  RPT-DETAIL-LINE.
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  RPT-DTL-CARD-NO         PIC ZZZZ9.
001220     05  FILLER                  PIC X(02) VALUE SPACE.
001230     05  RPT-DTL-ACTION          PIC X(06).
001240     05  FILLER                  PIC X(02) VALUE SPACE.
001250     05  RPT-DTL-CASE-NUMBER     PIC X(08).
001260     05  FILLER                  PIC X(02) VALUE SPACE.
001270     05  RPT-DTL-USER-ID         PIC X(08).
001280     05  FILLER                  PIC X(02) VALUE SPACE.
001290     05  RPT-DTL-ASSIGNEE        PIC X(08).
001300     05  FILLER                  PIC X(02) VALUE SPACE.
001310     05  RPT-DTL-STATUS          PIC X(08).
001320     05  FILLER                  PIC X(02) VALUE SPACE.
001330     05  RPT-DTL-DECISION        PIC X(08).
001340     05  FILLER                  PIC X(02) VALUE SPACE.
001350     05  RPT-DTL-REASON          PIC X(40).
001360*
001370 01  RPT-NOTE-LINE.
001380     05  FILLER                  PIC X(16) VALUE SPACE.
001390     05  FILLER                  PIC X(07) VALUE 'NOTE -'.
001400     05  RPT-NOTE-TEXT           PIC X(50).
001410*
001420 01  RPT-TOTAL-LINE.
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  RPT-TOT-TEXT            PIC X(26).
001450     05  RPT-TOT-COUNT           PIC ZZZZ9.
001460*
001470 PROCEDURE DIVISION.
001480*
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
001520     PERFORM 3000-APPLY-ONE-TRANSACTION THRU 3000-EXIT
001530         UNTIL WS-TRN-EOF-YES.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001550     STOP RUN.
001560*
001570*****************************************************************
001580*    1000-INITIALIZE                                            *
001590*****************************************************************
001600 1000-INITIALIZE.
001610     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
001620     ACCEPT WS-CDT-TIME FROM TIME.
001630     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
001640     OPEN INPUT TRANSACTION-FILE.
001650     IF WS-TRN-FILE-STATUS NOT = '00'
001660         DISPLAY 'DL100XCM - UNABLE TO OPEN TRNFILE ST='
001670             WS-TRN-FILE-STATUS
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710     OPEN I-O CASE-FILE.
001720     IF WS-CASE-FILE-STATUS NOT = '00'
001730         DISPLAY 'DL100XCM - UNABLE TO OPEN XCFILE ST='
001740             WS-CASE-FILE-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     OPEN OUTPUT REPORT-FILE.
001790     IF WS-RPT-FILE-STATUS NOT = '00'
001800         DISPLAY 'DL100XCM - UNABLE TO OPEN RPTFILE ST='
001810             WS-RPT-FILE-STATUS
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
001860     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
001870     MOVE RPT-COLUMN-HEADING TO REPORT-PRINT-LINE.
001880     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
001890     MOVE SPACES TO REPORT-PRINT-LINE.
001900     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
001910 1000-EXIT.
001920     EXIT.
001930*
001940 2000-READ-TRANSACTION.
001950     READ TRANSACTION-FILE
001960         AT END
001970             SET WS-TRN-EOF-YES TO TRUE
001980     END-READ.
001990 2000-EXIT.
002000     EXIT.
002010*
002020*****************************************************************
002030*    3000-APPLY-ONE-TRANSACTION                                 *
002040*                                                               *
002050*    EDITS ONE CARD AND, WHEN IT PASSES, APPLIES IT TO THE     *
002060*    CASE IN PLACE.  THE FIRST EDIT THAT FAILS IS THE REASON   *
002070*    PRINTED ON THE REPORT.                                    *
002080*****************************************************************
002090 3000-APPLY-ONE-TRANSACTION.
002100     ADD 1 TO WS-TRN-COUNT.
002110     MOVE 'Y' TO WS-TRN-OK-SW.
002120     MOVE 'N' TO WS-CASE-FOUND-SW.
002130     MOVE SPACES TO RPT-DTL-REASON.
002140     IF NOT TRN-ACTION-ASSIGN
002150         AND NOT TRN-ACTION-ANNOTATE
002160         AND NOT TRN-ACTION-CLOSE
002170         MOVE 'N' TO WS-TRN-OK-SW
002180         MOVE 'ACTION IS NOT ASSIGN, ANNOT OR CLOSE'
002190             TO RPT-DTL-REASON
002200     END-IF.
002210     IF WS-TRN-IS-OK
002220         IF TRN-CASE-NUMBER NOT NUMERIC
002230             MOVE 'N' TO WS-TRN-OK-SW
002240             MOVE 'CASE NUMBER IS NOT NUMERIC' TO RPT-DTL-REASON
002250         ELSE
002260             IF TRN-CASE-NUMBER = 0
002270                 MOVE 'N' TO WS-TRN-OK-SW
002280                 MOVE 'CASE NUMBER MUST BE GREATER THAN ZERO'
002290                     TO RPT-DTL-REASON
002300             END-IF
002310         END-IF
002320     END-IF.
002330     IF WS-TRN-IS-OK
002340         IF TRN-USER-ID = SPACES
002350             MOVE 'N' TO WS-TRN-OK-SW
002360             MOVE 'USER ID IS REQUIRED' TO RPT-DTL-REASON
002370         END-IF
002380     END-IF.
002390     IF WS-TRN-IS-OK
002400         PERFORM 3100-READ-CASE THRU 3100-EXIT
002410     END-IF.
002420     IF WS-TRN-IS-OK
002430         IF XC-CASE-CLOSED
002440             MOVE 'N' TO WS-TRN-OK-SW
002450             MOVE 'CASE IS ALREADY CLOSED' TO RPT-DTL-REASON
002460         END-IF
002470     END-IF.
002480     IF WS-TRN-IS-OK AND TRN-ACTION-ASSIGN
002490         IF TRN-ASSIGN-TO = SPACES
002500             MOVE 'N' TO WS-TRN-OK-SW
002510             MOVE 'ASSIGN NEEDS AN ASSIGNEE' TO RPT-DTL-REASON
002520         END-IF
002530     END-IF.
002540     IF WS-TRN-IS-OK
002550         AND (TRN-ACTION-ANNOTATE OR TRN-ACTION-CLOSE)
002560         IF TRN-NOTE = SPACES
002570             MOVE 'N' TO WS-TRN-OK-SW
002580             MOVE 'ANNOT AND CLOSE NEED A NOTE' TO RPT-DTL-REASON
002590         END-IF
002600     END-IF.
002610     IF WS-TRN-IS-OK
002620         PERFORM 3200-APPLY-TO-CASE THRU 3200-EXIT
002630     END-IF.
002640     PERFORM 3300-WRITE-APPLY-LINE THRU 3300-EXIT.
002650     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002660 3000-EXIT.
002670     EXIT.
002680*
002690 3100-READ-CASE.
002700     MOVE TRN-CASE-NUMBER TO XC-CASE-NUMBER.
002710     READ CASE-FILE
002720         INVALID KEY
002730             MOVE 'N' TO WS-TRN-OK-SW
002740             MOVE 'CASE IS NOT ON FILE' TO RPT-DTL-REASON
002750         NOT INVALID KEY
002760             SET WS-CASE-FOUND TO TRUE
002770     END-READ.
002780 3100-EXIT.
002790     EXIT.
002800*
002810*****************************************************************
002820*    3200-APPLY-TO-CASE                                         *
002830*                                                               *
002840*    ASSIGN NAMES THE OWNER AND MOVES AN OPEN CASE TO ASSIGNED *
002850*    (A REASSIGN JUST CHANGES THE OWNER); CLOSE ENDS THE CASE. *
002860*    ANY NOTE ON THE CARD BECOMES THE CASE'S LATEST NOTE.      *
002870*****************************************************************
002880 3200-APPLY-TO-CASE.
002890     MOVE WS-CDT-DATE TO XC-LAST-ACTION-DATE.
002900     IF TRN-NOTE NOT = SPACES
002910         MOVE TRN-NOTE TO XC-LAST-NOTE
002920         IF XC-NOTE-COUNT < 999
002930             ADD 1 TO XC-NOTE-COUNT
002940         END-IF
002950     END-IF.
002960     IF TRN-ACTION-ASSIGN
002970         MOVE TRN-ASSIGN-TO TO XC-ASSIGNED-TO
002980         SET XC-CASE-ASSIGNED TO TRUE
002990     END-IF.
003000     IF TRN-ACTION-CLOSE
003010         SET XC-CASE-CLOSED TO TRUE
003020         MOVE WS-CDT-DATE TO XC-CLOSED-DATE
003030     END-IF.
003040     REWRITE DL100-EXCEPTION-CASE-RECORD.
003050     IF WS-CASE-FILE-STATUS NOT = '00'
003060         DISPLAY 'DL100XCM - REWRITE FAILED FOR CASE '
003070             XC-CASE-NUMBER ' ST=' WS-CASE-FILE-STATUS
003080         MOVE 'N' TO WS-TRN-OK-SW
003090         MOVE 'CASE FILE REWRITE FAILED' TO RPT-DTL-REASON
003100         MOVE 16 TO WS-OVERALL-RC
003110         GO TO 3200-EXIT
003120     END-IF.
003130     EVALUATE TRUE
003140         WHEN TRN-ACTION-ASSIGN
003150             ADD 1 TO WS-ASSIGN-COUNT
003160         WHEN TRN-ACTION-ANNOTATE
003170             ADD 1 TO WS-ANNOTATE-COUNT
003180         WHEN OTHER
003190             ADD 1 TO WS-CLOSE-COUNT
003200     END-EVALUATE.
003210 3200-EXIT.
003220     EXIT.
003230*
003240 3300-WRITE-APPLY-LINE.
003250     MOVE WS-TRN-COUNT TO RPT-DTL-CARD-NO.
003260     MOVE TRN-ACTION TO RPT-DTL-ACTION.
003270     MOVE TRN-CASE-NUMBER TO RPT-DTL-CASE-NUMBER.
003280     MOVE TRN-USER-ID TO RPT-DTL-USER-ID.
003290     MOVE SPACES TO RPT-DTL-ASSIGNEE.
003300     MOVE SPACES TO RPT-DTL-STATUS.
003310     IF WS-CASE-FOUND
003320         MOVE XC-ASSIGNED-TO TO RPT-DTL-ASSIGNEE
003330         EVALUATE TRUE
003340             WHEN XC-CASE-OPEN
003350                 MOVE 'OPEN' TO RPT-DTL-STATUS
003360             WHEN XC-CASE-ASSIGNED
003370                 MOVE 'ASSIGNED' TO RPT-DTL-STATUS
003380             WHEN XC-CASE-CLOSED
003390                 MOVE 'CLOSED' TO RPT-DTL-STATUS
003400         END-EVALUATE
003410     END-IF.
003420     IF WS-TRN-IS-OK
003430         MOVE 'APPLIED' TO RPT-DTL-DECISION
003440     ELSE
003450         ADD 1 TO WS-REJECT-COUNT
003460         MOVE 'REJECTED' TO RPT-DTL-DECISION
003470     END-IF.
003480     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
003490     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003500     IF TRN-NOTE NOT = SPACES
003510         MOVE TRN-NOTE TO RPT-NOTE-TEXT
003520         MOVE RPT-NOTE-LINE TO REPORT-PRINT-LINE
003530         WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE
003540     END-IF.
003550 3300-EXIT.
003560     EXIT.
003570*
003580*****************************************************************
003590*    9000-TERMINATE                                             *
003600*****************************************************************
003610 9000-TERMINATE.
003620     MOVE SPACES TO REPORT-PRINT-LINE.
003630     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003640     MOVE 'TRANSACTIONS READ' TO RPT-TOT-TEXT.
003650     MOVE WS-TRN-COUNT TO RPT-TOT-COUNT.
003660     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003670     MOVE 'CASES ASSIGNED' TO RPT-TOT-TEXT.
003680     MOVE WS-ASSIGN-COUNT TO RPT-TOT-COUNT.
003690     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003700     MOVE 'CASES ANNOTATED' TO RPT-TOT-TEXT.
003710     MOVE WS-ANNOTATE-COUNT TO RPT-TOT-COUNT.
003720     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003730     MOVE 'CASES CLOSED' TO RPT-TOT-TEXT.
003740     MOVE WS-CLOSE-COUNT TO RPT-TOT-COUNT.
003750     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003760     MOVE 'TRANSACTIONS REJECTED' TO RPT-TOT-TEXT.
003770     MOVE WS-REJECT-COUNT TO RPT-TOT-COUNT.
003780     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003790     CLOSE CASE-FILE.
003800     CLOSE TRANSACTION-FILE.
003810     CLOSE REPORT-FILE.
003820     IF WS-REJECT-COUNT > 0
003830         AND WS-OVERALL-RC < 4
003840         MOVE 4 TO WS-OVERALL-RC
003850     END-IF.
003860     DISPLAY 'DL100XCM COMPLETE - TRANS=' WS-TRN-COUNT
003870         ' ASSIGNED=' WS-ASSIGN-COUNT
003880         ' ANNOTATED=' WS-ANNOTATE-COUNT
003890         ' CLOSED=' WS-CLOSE-COUNT
003900         ' REJECTED=' WS-REJECT-COUNT.
003910     MOVE WS-OVERALL-RC TO RETURN-CODE.
003920 9000-EXIT.
003930     EXIT.
003940*
003950 9100-WRITE-TOTAL-LINE.
003960     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
003970     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003980 9100-EXIT.
003990     EXIT.
