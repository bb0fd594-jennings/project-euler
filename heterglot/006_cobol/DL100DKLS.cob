000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100DKL                                        *
000040*                                                               *
000050*   ABSTRACT:  CONTROL-DECK LIBRARY LISTING.  READS THE VSAM   *
000060*              DECK LIBRARY (PROD.EULER.DECKLIB, COPYBOOK      *
000070*              DL100DK) END TO END AND PRINTS EVERY DECK -     *
000080*              NAME, DESCRIPTION, OWNER, LAST-CHANGED DATE AND *
000090*              USER, CARD COUNT - WITH ITS CONTROL CARDS LISTED*
000100*              FIELD BY FIELD UNDER IT IN RUN ORDER.  A HEADER *
000110*              WHOSE CARD COUNT DISAGREES WITH THE CARDS ON    *
000120*              FILE, OR A CARD WITH NO HEADER, IS FLAGGED AND  *
000130*              ENDS THE RUN RC=4.  THIS IS THE LIBRARY'S       *
000140*              REFERENCE LISTING - RUN IT AFTER EVERY DL100DKM *
000150*              MAINTENANCE RUN AND FILE IT WITH THE APPLY      *
000160*              REPORT.                                         *
000170*                                                               *
000180*   AUTHOR:        R L JENNINGS                                *
000190*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000200*   DATE-WRITTEN:  10/15/2026                                  *
000210*                                                               *
000220*   MODIFICATION HISTORY                                        *
000230*   ------------------------------------------------------      *
000240*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000245*   10/15/2026  RLJ  CARD LINE SHOWS THE REQUESTING DEPARTMENT. *
000250*                                                               *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DL100DKL.
000290 AUTHOR. R L JENNINGS.
000300 INSTALLATION. DATA CENTER APPLICATIONS.
000310 DATE-WRITTEN. 10/15/2026.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DECK-LIBRARY-FILE ASSIGN TO DECKLIB
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS DK-KEY
000410         FILE STATUS IS WS-DECK-FILE-STATUS.
000420     SELECT REPORT-FILE ASSIGN TO RPTFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-RPT-FILE-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  DECK-LIBRARY-FILE
000490     RECORDING MODE IS F.
000500     COPY DL100DK.
000510*
000520 FD  REPORT-FILE
000530     RECORDING MODE IS F.
000540 01  REPORT-PRINT-LINE           PIC X(132).
000550*
000560 WORKING-STORAGE SECTION.
000570 77  WS-DECK-FILE-STATUS     PIC X(02) VALUE SPACES.
000580 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000590 77  WS-DECK-EOF-SW          PIC X(01) VALUE 'N'.
000600     88  WS-DECK-EOF-YES         VALUE 'Y'.
000610 77  WS-IN-DECK-SW           PIC X(01) VALUE 'N'.
000620     88  WS-IN-DECK              VALUE 'Y'.
000630 77  WS-DECK-COUNT           PIC 9(05) COMP VALUE 0.
000640 77  WS-CARD-TOTAL           PIC 9(07) COMP VALUE 0.
000650 77  WS-DECK-CARD-COUNT      PIC 9(05) COMP VALUE 0.
000660 77  WS-HEADER-CARD-COUNT    PIC 9(05) COMP VALUE 0.
000670 77  WS-ERROR-COUNT          PIC 9(05) COMP VALUE 0.
000680 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
000690 77  WS-PAGE-COUNT           PIC 9(05) COMP VALUE 0.
000700 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
000710 77  WS-CURRENT-DECK-NAME    PIC X(08) VALUE SPACES.
000720 77  WS-OVERALL-RC           PIC 99 VALUE 0.
000730 01  WS-CDT-DATE             PIC 9(08).
000740*
000750     COPY DL100CT.
000760*
000770 01  RPT-HEADING-1.
000780     05  FILLER                  PIC X(01) VALUE SPACE.
000790     05  FILLER                  PIC X(40)
000800         VALUE 'DL100DKL - CONTROL-DECK LIBRARY LISTING'.
000810     05  FILLER                  PIC X(11)
000820         VALUE 'RUN DATE'.
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  RPT-HDG-RUN-DATE        PIC 9(08).
000850     05  FILLER                  PIC X(03) VALUE SPACE.
000860     05  FILLER                  PIC X(05) VALUE 'PAGE '.
000870     05  RPT-HDG-PAGE            PIC ZZZZ9.
000880*
000890 01  RPT-COLUMN-HEADING.
000900     05  FILLER                  PIC X(01) VALUE SPACE.
000910     05  FILLER                  PIC X(10) VALUE 'DECK'.
000920     05  FILLER                  PIC X(42) VALUE 'DESCRIPTION'.
000930     05  FILLER                  PIC X(10) VALUE 'OWNER'.
000940     05  FILLER                  PIC X(10) VALUE 'CHANGED'.
000950     05  FILLER                  PIC X(10) VALUE 'BY'.
000960     05  FILLER                  PIC X(05) VALUE 'CARDS'.
000970*
000980 01  RPT-DECK-LINE.
000990     05  FILLER                  PIC X(01) VALUE SPACE.
001000     05  RPT-DCK-DECK-NAME       PIC X(08).
001010     05  FILLER                  PIC X(02) VALUE SPACE.
001020     05  RPT-DCK-DESCRIPTION     PIC X(40).
001030     05  FILLER                  PIC X(02) VALUE SPACE.
001040     05  RPT-DCK-OWNER           PIC X(08).
001050     05  FILLER                  PIC X(02) VALUE SPACE.
001060     05  RPT-DCK-CHANGED-DATE    PIC X(08).
001070     05  FILLER                  PIC X(02) VALUE SPACE.
001080     05  RPT-DCK-CHANGED-USER    PIC X(08).
001090     05  FILLER                  PIC X(02) VALUE SPACE.
001100     05  RPT-DCK-CARD-COUNT      PIC ZZ9.
001110*
001120 01  RPT-CARD-HEADING.
001130     05  FILLER                  PIC X(11) VALUE SPACE.
001140     05  FILLER                  PIC X(05) VALUE 'SEQ'.
001150     05  FILLER                  PIC X(08) VALUE 'N'.
001160     05  FILLER                  PIC X(05) VALUE 'DTL'.
001170     05  FILLER                  PIC X(06) VALUE 'MODE'.
001180     05  FILLER                  PIC X(08) VALUE 'PROG'.
001190     05  FILLER                  PIC X(06) VALUE 'TYPE'.
001200     05  FILLER                  PIC X(08) VALUE 'TO-N'.
001210     05  FILLER                  PIC X(08) VALUE 'STEP'.
001220     05  FILLER                  PIC X(06) VALUE 'K'.
001225     05  FILLER                  PIC X(04) VALUE 'DEPT'.
001230*
001240 01  RPT-CARD-LINE.
001250     05  FILLER                  PIC X(11) VALUE SPACE.
001260     05  RPT-CRD-SEQ             PIC 999.
001270     05  FILLER                  PIC X(02) VALUE SPACE.
001280     05  RPT-CRD-N-VALUE         PIC X(05).
001290     05  FILLER                  PIC X(04) VALUE SPACE.
001300     05  RPT-CRD-DETAIL-SW       PIC X(01).
001310     05  FILLER                  PIC X(05) VALUE SPACE.
001320     05  RPT-CRD-CALC-MODE       PIC X(01).
001330     05  FILLER                  PIC X(04) VALUE SPACE.
001340     05  RPT-CRD-PROGRESS-INT    PIC X(05).
001350     05  FILLER                  PIC X(04) VALUE SPACE.
001360     05  RPT-CRD-CARD-TYPE       PIC X(01).
001370     05  FILLER                  PIC X(04) VALUE SPACE.
001380     05  RPT-CRD-TO-N            PIC X(05).
001390     05  FILLER                  PIC X(03) VALUE SPACE.
001400     05  RPT-CRD-STEP            PIC X(05).
001410     05  FILLER                  PIC X(03) VALUE SPACE.
001420     05  RPT-CRD-EXPONENT        PIC X(01).
001430     05  FILLER                  PIC X(04) VALUE SPACE.
001433     05  RPT-CRD-DEPT-CODE       PIC X(06).
001436     05  FILLER                  PIC X(02) VALUE SPACE.
001440     05  RPT-CRD-NOTE            PIC X(32).
001450*
001460 01  RPT-COUNT-ERROR-LINE.
001470     05  FILLER                  PIC X(11) VALUE SPACE.
001480     05  FILLER                  PIC X(31)
001490         VALUE '*** HEADER CARD COUNT DISAGREES'.
001500     05  FILLER                  PIC X(10) VALUE ' - HEADER='.
001510     05  RPT-CNT-HEADER          PIC ZZZZ9.
001520     05  FILLER                  PIC X(08) VALUE ' ON FILE'.
001530     05  FILLER                  PIC X(01) VALUE '='.
001540     05  RPT-CNT-ON-FILE         PIC ZZZZ9.
001550*
001560 01  RPT-TOTAL-LINE.
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  RPT-TOT-TEXT            PIC X(26).
001590     05  RPT-TOT-COUNT           PIC ZZZZZZ9.
001600*
001610 01  RPT-HOLD-LINE               PIC X(132).
001620*
001630 PROCEDURE DIVISION.
001640*
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-READ-DECK-LIBRARY THRU 2000-EXIT.
001680     PERFORM 3000-LIST-ONE-RECORD THRU 3000-EXIT
001690         UNTIL WS-DECK-EOF-YES.
001700     PERFORM 3500-FINISH-DECK THRU 3500-EXIT.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001720     STOP RUN.
001730*
001740*****************************************************************
001750*    1000-INITIALIZE                                            *
001760*****************************************************************
001770 1000-INITIALIZE.
001780     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
001790     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
001800     OPEN INPUT DECK-LIBRARY-FILE.
001810     IF WS-DECK-FILE-STATUS NOT = '00'
001820         DISPLAY 'DL100DKL - UNABLE TO OPEN DECKLIB ST='
001830             WS-DECK-FILE-STATUS
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870     OPEN OUTPUT REPORT-FILE.
001880     IF WS-RPT-FILE-STATUS NOT = '00'
001890         DISPLAY 'DL100DKL - UNABLE TO OPEN RPTFILE ST='
001900             WS-RPT-FILE-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF.
001940 1000-EXIT.
001950     EXIT.
001960*
001970 2000-READ-DECK-LIBRARY.
001980     READ DECK-LIBRARY-FILE
001990         AT END
002000             SET WS-DECK-EOF-YES TO TRUE
002010     END-READ.
002020 2000-EXIT.
002030     EXIT.
002040*
002050*****************************************************************
002060*    3000-LIST-ONE-RECORD                                       *
002070*                                                               *
002080*    THE LIBRARY COMES BACK IN KEY ORDER - EACH DECK'S HEADER  *
002090*    FOLLOWED BY ITS CARDS IN SEQUENCE.  A HEADER CLOSES OFF   *
002100*    THE DECK BEFORE IT AND STARTS A NEW BLOCK; A CARD IS      *
002110*    LISTED UNDER ITS DECK.  A CARD WHOSE DECK HAS NO HEADER   *
002120*    IS LISTED AND FLAGGED - DL100DKM NEVER LEAVES ONE, SO IT  *
002130*    MEANS THE DATASET WAS TOUCHED OUTSIDE THE MAINTENANCE     *
002140*    RUN.                                                      *
002150*****************************************************************
002160 3000-LIST-ONE-RECORD.
002170     IF DK-DECK-HEADER
002180         PERFORM 3500-FINISH-DECK THRU 3500-EXIT
002190         PERFORM 3100-LIST-DECK-HEADER THRU 3100-EXIT
002200     ELSE
002210         PERFORM 3200-LIST-DECK-CARD THRU 3200-EXIT
002220     END-IF.
002230     PERFORM 2000-READ-DECK-LIBRARY THRU 2000-EXIT.
002240 3000-EXIT.
002250     EXIT.
002260*
002270 3100-LIST-DECK-HEADER.
002280     ADD 1 TO WS-DECK-COUNT.
002290     SET WS-IN-DECK TO TRUE.
002300     MOVE DK-DECK-NAME TO WS-CURRENT-DECK-NAME.
002310     MOVE DK-CARD-COUNT TO WS-HEADER-CARD-COUNT.
002320     MOVE 0 TO WS-DECK-CARD-COUNT.
002330*    A DECK'S HEADER, CARD HEADING AND FIRST CARD ARE KEPT ON
002340*    ONE PAGE.
002350     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
002360         MOVE 99 TO WS-LINE-COUNT
002370     END-IF.
002380     MOVE SPACES TO REPORT-PRINT-LINE.
002390     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002400     MOVE DK-DECK-NAME TO RPT-DCK-DECK-NAME.
002410     MOVE DK-DESCRIPTION TO RPT-DCK-DESCRIPTION.
002420     MOVE DK-OWNER TO RPT-DCK-OWNER.
002430     MOVE DK-CHANGED-DATE TO RPT-DCK-CHANGED-DATE.
002440     MOVE DK-CHANGED-USER TO RPT-DCK-CHANGED-USER.
002450     MOVE DK-CARD-COUNT TO RPT-DCK-CARD-COUNT.
002460     MOVE RPT-DECK-LINE TO REPORT-PRINT-LINE.
002470     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002480     MOVE RPT-CARD-HEADING TO REPORT-PRINT-LINE.
002490     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002500 3100-EXIT.
002510     EXIT.
002520*
002530 3200-LIST-DECK-CARD.
002540     ADD 1 TO WS-CARD-TOTAL.
002550     MOVE SPACES TO RPT-CRD-NOTE.
002560     IF WS-IN-DECK
002570         AND DK-DECK-NAME = WS-CURRENT-DECK-NAME
002580         ADD 1 TO WS-DECK-CARD-COUNT
002590     ELSE
002600         PERFORM 3500-FINISH-DECK THRU 3500-EXIT
002610         ADD 1 TO WS-ERROR-COUNT
002620         MOVE '*** NO HEADER FOR DECK' TO RPT-CRD-NOTE
002630         MOVE DK-DECK-NAME TO RPT-CRD-NOTE (24:8)
002640     END-IF.
002650     MOVE DK-CARD-IMAGE TO DL100-CONTROL-RECORD.
002660     MOVE DK-CARD-SEQ TO RPT-CRD-SEQ.
002670     MOVE CTL-N-VALUE TO RPT-CRD-N-VALUE.
002680     MOVE CTL-DETAIL-SW TO RPT-CRD-DETAIL-SW.
002690     MOVE CTL-CALC-MODE TO RPT-CRD-CALC-MODE.
002700     MOVE CTL-PROGRESS-INT TO RPT-CRD-PROGRESS-INT.
002710     MOVE CTL-CARD-TYPE TO RPT-CRD-CARD-TYPE.
002720     MOVE CTL-EXPONENT TO RPT-CRD-EXPONENT.
002725     MOVE CTL-DEPT-CODE TO RPT-CRD-DEPT-CODE.
002730     IF CTL-TYPE-RANGE
002740         MOVE CTL-TO-N-VALUE TO RPT-CRD-TO-N
002750         MOVE CTL-STEP-VALUE TO RPT-CRD-STEP
002760     ELSE
002770         MOVE SPACES TO RPT-CRD-TO-N
002780         MOVE SPACES TO RPT-CRD-STEP
002790     END-IF.
002800     MOVE RPT-CARD-LINE TO REPORT-PRINT-LINE.
002810     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002820 3200-EXIT.
002830     EXIT.
002840*
002850*****************************************************************
002860*    3500-FINISH-DECK                                           *
002870*                                                               *
002880*    CLOSES OFF THE DECK JUST LISTED - THE CARDS FOUND MUST    *
002890*    MATCH THE COUNT ITS HEADER CARRIES.                       *
002900*****************************************************************
002910 3500-FINISH-DECK.
002920     IF NOT WS-IN-DECK
002930         GO TO 3500-EXIT
002940     END-IF.
002950     MOVE 'N' TO WS-IN-DECK-SW.
002960     IF WS-DECK-CARD-COUNT NOT = WS-HEADER-CARD-COUNT
002970         ADD 1 TO WS-ERROR-COUNT
002980         MOVE WS-HEADER-CARD-COUNT TO RPT-CNT-HEADER
002990         MOVE WS-DECK-CARD-COUNT TO RPT-CNT-ON-FILE
003000         MOVE RPT-COUNT-ERROR-LINE TO REPORT-PRINT-LINE
003010         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003020     END-IF.
003030 3500-EXIT.
003040     EXIT.
003050*
003060*****************************************************************
003070*    7000-WRITE-REPORT-LINE                                     *
003080*                                                               *
003090*    EVERY REPORT LINE GOES OUT THROUGH HERE SO THE PAGE       *
003100*    HEADING IS REPEATED AT THE TOP OF EACH PAGE.              *
003110*****************************************************************
003120 7000-WRITE-REPORT-LINE.
003130     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
003140         MOVE REPORT-PRINT-LINE TO RPT-HOLD-LINE
003150         PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT
003160         MOVE RPT-HOLD-LINE TO REPORT-PRINT-LINE
003170     END-IF.
003180     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003190     ADD 1 TO WS-LINE-COUNT.
003200 7000-EXIT.
003210     EXIT.
003220*
003230 7100-WRITE-PAGE-HEADING.
003240     ADD 1 TO WS-PAGE-COUNT.
003250     MOVE WS-PAGE-COUNT TO RPT-HDG-PAGE.
003260     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
003270     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
003280     MOVE RPT-COLUMN-HEADING TO REPORT-PRINT-LINE.
003290     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003300     MOVE 2 TO WS-LINE-COUNT.
003310 7100-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350*    9000-TERMINATE                                             *
003360*****************************************************************
003370 9000-TERMINATE.
003380     MOVE SPACES TO REPORT-PRINT-LINE.
003390     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003400     MOVE 'DECKS ON THE LIBRARY' TO RPT-TOT-TEXT.
003410     MOVE WS-DECK-COUNT TO RPT-TOT-COUNT.
003420     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003430     MOVE 'CARDS ON THE LIBRARY' TO RPT-TOT-TEXT.
003440     MOVE WS-CARD-TOTAL TO RPT-TOT-COUNT.
003450     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003460     MOVE 'LIBRARY ERRORS FLAGGED' TO RPT-TOT-TEXT.
003470     MOVE WS-ERROR-COUNT TO RPT-TOT-COUNT.
003480     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
003490     CLOSE DECK-LIBRARY-FILE.
003500     CLOSE REPORT-FILE.
003510     IF WS-ERROR-COUNT > 0
003520         MOVE 4 TO WS-OVERALL-RC
003530     END-IF.
003540     DISPLAY 'DL100DKL COMPLETE - DECKS=' WS-DECK-COUNT
003550         ' CARDS=' WS-CARD-TOTAL
003560         ' ERRORS=' WS-ERROR-COUNT.
003570     MOVE WS-OVERALL-RC TO RETURN-CODE.
003580 9000-EXIT.
003590     EXIT.
003600*
003610 9100-WRITE-TOTAL-LINE.
003620     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
003630     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003640 9100-EXIT.
003650     EXIT.
