000280*                    RUN TIME ADDED, FILLER TRIMMED.           *
000282*   09/01/2026  RLJ  NOW WRITES A COMPLETION RECORD (COPYBOOK   *
000284*                    DL100RL) TO THE RUN LEDGER AT END OF JOB.  *
000285*   10/15/2026  RLJ  GENERATIONS MATCH ON N AND POWER K - THE   *
000285*                    TABLE HOLDS K 2 THROUGH 9 UNDER EACH N AND *
000286*                    THE REPORT LINES SHOW K.  A PRIOR RECORD   *
000287*                    WITH NO K IS A K=2 RUN.                    *
000287*   10/15/2026  RLJ  EVERY CHANGED VALUE NOW ALSO OPENS AN      *
000288*                    EXCEPTION CASE (DL100XCW, REASON GVGC) -   *
000289*                    THE PRIOR VALUE IS THE EXPECTED ONE.       *
000290*                                                               *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000650     05  PRI-RESULT-FWD          PIC S9(20).
000660     05  PRI-RESULT-REV          PIC S9(20).
000670     05  PRI-STATUS              PIC X(08).
000680     05  PRI-EXPONENT            PIC X(01).
000685     05  FILLER                  PIC X(12).
000690*
000700 FD  REPORT-FILE
000710     RECORDING MODE IS F.
000860 77  WS-NEW-COUNT            PIC 9(05) COMP VALUE 0.
000870 77  WS-VANISHED-COUNT       PIC 9(05) COMP VALUE 0.
000880 77  WS-TBL-SUB              PIC 9(05) COMP VALUE 0.
000882 77  WS-TBL-K-SUB            PIC 9(02) COMP VALUE 0.
000884 77  WS-CURR-K-SUB           PIC 9(02) COMP VALUE 0.
000886 77  WS-PRI-K-SUB            PIC 9(02) COMP VALUE 0.
000888 77  WS-WORK-EXPONENT        PIC 9(01) VALUE 2.
000890 77  WS-OVERALL-RC           PIC 99 VALUE 0.
000900*
000910*    THE PRIOR GENERATION IS HELD IN A TABLE INDEXED BY N
000920*    ITSELF, THE SAME WAY DL100RFM HOLDS THE REFERENCE FILE,
000930*    SO THE CURRENT GENERATION MATCHES BY DIRECT LOOKUP AND
000940*    WHATEVER IS LEFT UNMATCHED AT THE END HAS VANISHED.
000943*    UNDER EACH N THERE IS ONE SLOT PER POWER K, SUBSCRIPTED
000946*    K - 1.
000950 01  WS-PRIOR-TABLE.
000960     05  WS-PRI-ENTRY            OCCURS 99999 TIMES.
000970         10  WS-PRI-K-ENTRY          OCCURS 8 TIMES.
000980             15  WS-PRI-STATE            PIC X(01).
000990                 88  WS-PRI-ABSENT           VALUE ' '.
001000                 88  WS-PRI-PRESENT          VALUE 'P'.
001005                 88  WS-PRI-MATCHED          VALUE 'M'.
001010             15  WS-PRI-SQ-OF-SUMS       PIC 9(20).
001020             15  WS-PRI-SUM-OF-SQ        PIC 9(20).
001030             15  WS-PRI-RESULT-FWD       PIC S9(20).
001033*
001036     COPY DL100XC.
001040*
001050 01  RPT-HEADING-1.
001060     05  FILLER                  PIC X(01) VALUE SPACE.
001120     05  FILLER                  PIC X(09) VALUE 'CHANGED'.
001130     05  FILLER                  PIC X(04) VALUE ' N ='.
001140     05  RPT-DIF-N-VALUE         PIC ZZZZ9.
001143     05  FILLER                  PIC X(04) VALUE ' K ='.
001146     05  RPT-DIF-EXPONENT        PIC 9(01).
001150     05  FILLER                  PIC X(02) VALUE SPACE.
001160     05  RPT-DIF-TEXT            PIC X(16).
001170     05  RPT-DIF-PRIOR           PIC -(20)9.
001230     05  RPT-NOTE-TYPE           PIC X(09).
001240     05  FILLER                  PIC X(04) VALUE ' N ='.
001250     05  RPT-NOTE-N-VALUE        PIC ZZZZ9.
001253     05  FILLER                  PIC X(04) VALUE ' K ='.
001256     05  RPT-NOTE-EXPONENT       PIC 9(01).
001260*
001270 01  RPT-TOTAL-LINE.
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001450*    1000-INITIALIZE                                            *
001460*****************************************************************
001470 1000-INITIALIZE.
001475     MOVE SPACES TO DL100-EXCEPTION-CASE-RECORD.
001480     OPEN INPUT CURRENT-FILE.
001490     IF WS-CURR-FILE-STATUS NOT = '00'
001500         DISPLAY 'DL100GVG - UNABLE TO OPEN CURRFILE ST='
001780*
001790 1100-CLEAR-NEXT-TABLE-ENTRY.
001800     ADD 1 TO WS-TBL-SUB.
001810     MOVE 0 TO WS-TBL-K-SUB.
001820     PERFORM 1110-CLEAR-NEXT-K-SLOT THRU 1110-EXIT
001830         UNTIL WS-TBL-K-SUB NOT < 8.
001850 1100-EXIT.
001851     EXIT.
001852*
001853 1110-CLEAR-NEXT-K-SLOT.
001854     ADD 1 TO WS-TBL-K-SUB.
001855     MOVE ' ' TO WS-PRI-STATE (WS-TBL-SUB WS-TBL-K-SUB).
001856     MOVE 0 TO WS-PRI-SQ-OF-SUMS (WS-TBL-SUB WS-TBL-K-SUB).
001857     MOVE 0 TO WS-PRI-SUM-OF-SQ (WS-TBL-SUB WS-TBL-K-SUB).
001858     MOVE 0 TO WS-PRI-RESULT-FWD (WS-TBL-SUB WS-TBL-K-SUB).
001859 1110-EXIT.
001860     EXIT.
001870*
001880*****************************************************************
002090         DISPLAY 'DL100GVG - BAD N ON PRIOR RECORD '
002100             WS-PRIOR-COUNT ' - RECORD IGNORED'
002110     ELSE
002111         IF PRI-EXPONENT NUMERIC AND PRI-EXPONENT > '1'
002112             MOVE PRI-EXPONENT TO WS-WORK-EXPONENT
002113         ELSE
002114             MOVE 2 TO WS-WORK-EXPONENT
002115         END-IF
002116         SUBTRACT 1 FROM WS-WORK-EXPONENT GIVING WS-PRI-K-SUB
002120         MOVE 'P' TO WS-PRI-STATE (PRI-N-VALUE WS-PRI-K-SUB)
002130         MOVE PRI-SQ-OF-SUMS
002140             TO WS-PRI-SQ-OF-SUMS (PRI-N-VALUE WS-PRI-K-SUB)
002150         MOVE PRI-SUM-OF-SQ
002160             TO WS-PRI-SUM-OF-SQ (PRI-N-VALUE WS-PRI-K-SUB)
002170         MOVE PRI-RESULT-FWD
002180             TO WS-PRI-RESULT-FWD (PRI-N-VALUE WS-PRI-K-SUB)
002190     END-IF.
002200     PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
002210 2200-EXIT.
002390             WS-CURR-COUNT ' - RECORD IGNORED'
002400         GO TO 4000-NEXT
002410     END-IF.
002411     IF OUT-EXPONENT NUMERIC AND OUT-EXPONENT > 1
002412         MOVE OUT-EXPONENT TO WS-WORK-EXPONENT
002413     ELSE
002414         MOVE 2 TO WS-WORK-EXPONENT
002415     END-IF.
002416     SUBTRACT 1 FROM WS-WORK-EXPONENT GIVING WS-CURR-K-SUB.
002417     MOVE WS-WORK-EXPONENT TO RPT-DIF-EXPONENT.
002420     IF WS-PRI-ABSENT (OUT-N-VALUE WS-CURR-K-SUB)
002430         ADD 1 TO WS-NEW-COUNT
002440         MOVE 'NEW' TO RPT-NOTE-TYPE
002450         MOVE OUT-N-VALUE TO RPT-NOTE-N-VALUE
002455         MOVE WS-WORK-EXPONENT TO RPT-NOTE-EXPONENT
002460         PERFORM 8100-WRITE-NOTE-LINE THRU 8100-EXIT
002470         GO TO 4000-NEXT
002480     END-IF.
002490     IF OUT-SQ-OF-SUMS
002500         NOT = WS-PRI-SQ-OF-SUMS (OUT-N-VALUE WS-CURR-K-SUB)
002510         PERFORM 4100-REPORT-SQ-CHANGE THRU 4100-EXIT
002520     END-IF.
002530     IF OUT-SUM-OF-SQ
002540         NOT = WS-PRI-SUM-OF-SQ (OUT-N-VALUE WS-CURR-K-SUB)
002550         PERFORM 4200-REPORT-SMQ-CHANGE THRU 4200-EXIT
002560     END-IF.
002570     IF OUT-RESULT-FWD
002580         NOT = WS-PRI-RESULT-FWD (OUT-N-VALUE WS-CURR-K-SUB)
002590         PERFORM 4300-REPORT-FWD-CHANGE THRU 4300-EXIT
002600     END-IF.
002610     IF WS-PRI-MATCHED (OUT-N-VALUE WS-CURR-K-SUB)
002620         CONTINUE
002630     ELSE
002640         ADD 1 TO WS-MATCHED-COUNT
002650         MOVE 'M' TO WS-PRI-STATE (OUT-N-VALUE WS-CURR-K-SUB)
002660     END-IF.
002670 4000-NEXT.
002680     PERFORM 3000-READ-CURRENT THRU 3000-EXIT.
002730     ADD 1 TO WS-CHANGED-COUNT.
002740     MOVE OUT-N-VALUE TO RPT-DIF-N-VALUE.
002750     MOVE 'SQ-OF-SUMS WAS' TO RPT-DIF-TEXT.
002760     MOVE WS-PRI-SQ-OF-SUMS (OUT-N-VALUE WS-CURR-K-SUB)
002765         TO RPT-DIF-PRIOR.
002770     MOVE OUT-SQ-OF-SUMS TO RPT-DIF-CURRENT.
002780     PERFORM 8000-WRITE-DIFF-LINE THRU 8000-EXIT.
002781     MOVE WS-PRI-SQ-OF-SUMS (OUT-N-VALUE WS-CURR-K-SUB)
002782         TO XC-EXPECTED-VALUE.
002783     MOVE OUT-SQ-OF-SUMS TO XC-ACTUAL-VALUE.
002784     MOVE 'SQ-OF-SUMS CHANGED SINCE PRIOR RUN'
002785         TO XC-DESCRIPTION.
002786     PERFORM 8500-OPEN-EXCEPTION-CASE THRU 8500-EXIT.
002790 4100-EXIT.
002800     EXIT.
002810*
002830     ADD 1 TO WS-CHANGED-COUNT.
002840     MOVE OUT-N-VALUE TO RPT-DIF-N-VALUE.
002850     MOVE 'SUM-OF-SQ WAS' TO RPT-DIF-TEXT.
002860     MOVE WS-PRI-SUM-OF-SQ (OUT-N-VALUE WS-CURR-K-SUB)
002865         TO RPT-DIF-PRIOR.
002870     MOVE OUT-SUM-OF-SQ TO RPT-DIF-CURRENT.
002880     PERFORM 8000-WRITE-DIFF-LINE THRU 8000-EXIT.
002881     MOVE WS-PRI-SUM-OF-SQ (OUT-N-VALUE WS-CURR-K-SUB)
002882         TO XC-EXPECTED-VALUE.
002883     MOVE OUT-SUM-OF-SQ TO XC-ACTUAL-VALUE.
002884     MOVE 'SUM-OF-SQ CHANGED SINCE PRIOR RUN'
002885         TO XC-DESCRIPTION.
002886     PERFORM 8500-OPEN-EXCEPTION-CASE THRU 8500-EXIT.
002890 4200-EXIT.
002900     EXIT.
002910*
002930     ADD 1 TO WS-CHANGED-COUNT.
002940     MOVE OUT-N-VALUE TO RPT-DIF-N-VALUE.
002950     MOVE 'RESULT-FWD WAS' TO RPT-DIF-TEXT.
002960     MOVE WS-PRI-RESULT-FWD (OUT-N-VALUE WS-CURR-K-SUB)
002965         TO RPT-DIF-PRIOR.
002970     MOVE OUT-RESULT-FWD TO RPT-DIF-CURRENT.
002980     PERFORM 8000-WRITE-DIFF-LINE THRU 8000-EXIT.
002981     MOVE WS-PRI-RESULT-FWD (OUT-N-VALUE WS-CURR-K-SUB)
002982         TO XC-EXPECTED-VALUE.
002983     MOVE OUT-RESULT-FWD TO XC-ACTUAL-VALUE.
002984     MOVE 'RESULT-FWD CHANGED SINCE PRIOR RUN'
002985         TO XC-DESCRIPTION.
002986     PERFORM 8500-OPEN-EXCEPTION-CASE THRU 8500-EXIT.
002990 4300-EXIT.
003000     EXIT.
003010*
003110*
003120 5100-CHECK-NEXT-TABLE-ENTRY.
003130     ADD 1 TO WS-TBL-SUB.
003131     MOVE 0 TO WS-TBL-K-SUB.
003132     PERFORM 5110-CHECK-NEXT-K-SLOT THRU 5110-EXIT
003133         UNTIL WS-TBL-K-SUB NOT < 8.
003134 5100-EXIT.
003135     EXIT.
003136*
003137 5110-CHECK-NEXT-K-SLOT.
003138     ADD 1 TO WS-TBL-K-SUB.
003140     IF WS-PRI-PRESENT (WS-TBL-SUB WS-TBL-K-SUB)
003150         ADD 1 TO WS-VANISHED-COUNT
003160         MOVE 'VANISHED' TO RPT-NOTE-TYPE
003170         MOVE WS-TBL-SUB TO RPT-NOTE-N-VALUE
003175         ADD 1 TO WS-TBL-K-SUB GIVING RPT-NOTE-EXPONENT
003180         PERFORM 8100-WRITE-NOTE-LINE THRU 8100-EXIT
003190     END-IF.
003200 5110-EXIT.
003210     EXIT.
003220*
003230 8000-WRITE-DIFF-LINE.
003300     MOVE RPT-NOTE-LINE TO REPORT-PRINT-LINE.
003310     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003320 8100-EXIT.
003321     EXIT.
003321*
003321*****************************************************************
003322*    8500-OPEN-EXCEPTION-CASE                                   *
003322*                                                               *
003323*    A DETERMINISTIC CALCULATION CHANGED ITS ANSWER - OPEN AN  *
003323*    EXCEPTION CASE FOR IT THROUGH DL100XCW, ONE PER CHANGED   *
003324*    VALUE, AGAINST THE CURRENT GENERATION'S RUN STAMP.  THE   *
003324*    CALLER HAS SET EXPECTED (PRIOR), ACTUAL (CURRENT) AND     *
003325*    THE DESCRIPTION.                                          *
003325*****************************************************************
003325 8500-OPEN-EXCEPTION-CASE.
003326     MOVE OUT-N-VALUE TO XC-N-VALUE.
003326     MOVE WS-WORK-EXPONENT TO XC-EXPONENT.
003327     MOVE 'DL100GVG' TO XC-SOURCE-STEP.
003327     SET XC-REASON-GVG-CHANGED TO TRUE.
003328     MOVE OUT-RUN-DATE TO XC-RUN-DATE.
003328     MOVE OUT-RUN-TIME TO XC-RUN-TIME.
003329     CALL 'DL100XCW' USING DL100-EXCEPTION-CASE-RECORD.
003329 8500-EXIT.
003330     EXIT.
003340*
003350*****************************************************************
