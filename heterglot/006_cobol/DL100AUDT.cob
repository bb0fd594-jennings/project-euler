000344*                    FIVE-DIGIT N / TWENTY-DIGIT SUITE LAYOUTS. *
000346*   09/01/2026  RLJ  NOW WRITES A COMPLETION RECORD (COPYBOOK   *
000348*                    DL100RL) TO THE RUN LEDGER AT END OF JOB.  *
000349*   10/15/2026  RLJ  FOOTS ANY POWER K - THE TERM COLUMN IS     *
000349*                    CHECKED AS COUNTER TO THE K                *
000349*                    (DTL-EXPONENT), THE SQOFSUMS TOTAL IS      *
000349*                    RAISED TO THE K FOR THE OUTFILE COMPARE,   *
000349*                    AND THE OUTFILE RECORD IS MATCHED ON N, K. *
000349*   10/15/2026  RLJ  EVERY FOOTING BREAK NOW ALSO OPENS AN      *
000349*                    EXCEPTION CASE (DL100XCW, REASON AUDF) -   *
000349*                    ONE PER BROKEN PHASE GROUP, CARRYING THE   *
000349*                    FIRST BREAK FOUND, AND ONE PER FINAL TOTAL *
000349*                    THAT DISAGREES WITH OUTFILE.  CASES CARRY  *
000349*                    THE RUN STAMP OF THE GENERATION AUDITED.   *
000350*                                                               *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000940 77  WS-SMQ-FINAL-TOTAL      PIC 9(20) VALUE 0.
000950 77  WS-SMQ-N-VALUE          PIC 9(05) VALUE 0.
000952 77  WS-GROUP-LAST-LINE      PIC 9(07) COMP VALUE 0.
000953 77  WS-GROUP-EXPONENT       PIC 9(01) VALUE 2.
000953 77  WS-SQ-EXPONENT          PIC 9(01) VALUE 2.
000953 77  WS-SMQ-EXPONENT         PIC 9(01) VALUE 2.
000954 77  WS-OUT-EXPONENT         PIC 9(01) VALUE 2.
000954 77  WS-POWER-EXPONENT       PIC 9(01) VALUE 2.
000955 77  WS-POWER-FACTORS        PIC 9(01) VALUE 0.
000955 77  WS-POWER-BASE           PIC 9(20) VALUE 0.
000956 77  WS-POWER-RESULT         PIC 9(20) VALUE 0.
000956 77  WS-LINE-BRK-EXPECTED    PIC 9(20) VALUE 0.
000956 77  WS-LINE-BRK-FOUND       PIC 9(20) VALUE 0.
000957 77  WS-GROUP-BREAK-SW       PIC X(01) VALUE 'N'.
000957     88  WS-GROUP-BREAK-SEEN     VALUE 'Y'.
000958 77  WS-GROUP-BRK-EXPECTED   PIC 9(20) VALUE 0.
000958 77  WS-GROUP-BRK-FOUND      PIC 9(20) VALUE 0.
000959 77  WS-GEN-RUN-DATE         PIC 9(08) VALUE 0.
000959 77  WS-GEN-RUN-TIME         PIC 9(06) VALUE 0.
000960 01  WS-EXPECTED-TOTAL       PIC 9(20).
000970 01  WS-EXPECTED-SQUARE      PIC 9(20).
000980 01  WS-SQ-OF-SUMS-CHECK     PIC 9(20).
000983*
000986     COPY DL100XC.
000990*
001000 01  RPT-HEADING-1.
001010     05  FILLER                  PIC X(01) VALUE SPACE.
001590         MOVE 16 TO RETURN-CODE
001600         STOP RUN
001610     END-IF.
001613     PERFORM 1300-READ-RUN-STAMP THRU 1300-EXIT.
001616     MOVE SPACES TO DL100-EXCEPTION-CASE-RECORD.
001620     OPEN OUTPUT REPORT-FILE.
001630     IF WS-RPT-FILE-STATUS NOT = '00'
001640         DISPLAY 'DL100AUD - UNABLE TO OPEN RPTFILE ST='
001710     MOVE SPACES TO REPORT-PRINT-LINE.
001720     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
001730 1000-EXIT.
001731     EXIT.
001731*
001731*****************************************************************
001732*    1300-READ-RUN-STAMP                                        *
001732*                                                               *
001732*    THE FIRST OUTFILE RECORD CARRIES THE RUN STAMP OF THE     *
001733*    GENERATION BEING AUDITED.  IT IS KEPT FOR ANY EXCEPTION   *
001733*    CASE OPENED, AND OUTFILE IS REOPENED SO THE FORWARD-ONLY  *
001733*    SCAN STILL STARTS FROM THE TOP.                           *
001734*****************************************************************
001734 1300-READ-RUN-STAMP.
001734     PERFORM 2100-READ-OUTPUT THRU 2100-EXIT.
001735     IF NOT WS-OUT-EOF-YES
001735         AND OUT-RUN-DATE NUMERIC AND OUT-RUN-TIME NUMERIC
001735         MOVE OUT-RUN-DATE TO WS-GEN-RUN-DATE
001736         MOVE OUT-RUN-TIME TO WS-GEN-RUN-TIME
001736     END-IF.
001736     CLOSE OUTPUT-FILE.
001737     MOVE 'N' TO WS-OUT-EOF-SW.
001737     OPEN INPUT OUTPUT-FILE.
001737     IF WS-OUT-FILE-STATUS NOT = '00'
001738         DISPLAY 'DL100AUD - UNABLE TO REOPEN OUTFILE ST='
001738             WS-OUT-FILE-STATUS
001738         MOVE 16 TO RETURN-CODE
001739         STOP RUN
001739     END-IF.
001739 1300-EXIT.
001740     EXIT.
001750*
001760 2000-READ-DETAIL.
002060         MOVE 'COUNTER GAP - EXPECTED' TO RPT-BRK-TEXT
002070         MOVE WS-EXPECT-COUNTER TO RPT-BRK-EXPECTED
002080         MOVE DTL-COUNTER TO RPT-BRK-FOUND
002083         MOVE WS-EXPECT-COUNTER TO WS-LINE-BRK-EXPECTED
002086         MOVE DTL-COUNTER TO WS-LINE-BRK-FOUND
002090         PERFORM 3900-WRITE-BREAK THRU 3900-EXIT
002100         MOVE DTL-COUNTER TO WS-EXPECT-COUNTER
002110     END-IF.
002114     MOVE DTL-COUNTER TO WS-POWER-BASE.
002118     MOVE WS-GROUP-EXPONENT TO WS-POWER-EXPONENT.
002122     PERFORM 9700-RAISE-TO-POWER THRU 9700-EXIT.
002126     MOVE WS-POWER-RESULT TO WS-EXPECTED-SQUARE.
002130     IF DTL-TMP-SQUARE NOT = WS-EXPECTED-SQUARE
002140         MOVE 'SQUARE COLUMN WRONG - EXPECTED' TO RPT-BRK-TEXT
002150         MOVE WS-EXPECTED-SQUARE TO RPT-BRK-EXPECTED
002160         MOVE DTL-TMP-SQUARE TO RPT-BRK-FOUND
002163         MOVE WS-EXPECTED-SQUARE TO WS-LINE-BRK-EXPECTED
002166         MOVE DTL-TMP-SQUARE TO WS-LINE-BRK-FOUND
002170         PERFORM 3900-WRITE-BREAK THRU 3900-EXIT
002180     END-IF.
002190     IF DTL-PHASE = 'SQOFSUMS'
002270         MOVE 'RUNNING TOTAL BREAK - EXPECTED' TO RPT-BRK-TEXT
002280         MOVE WS-EXPECTED-TOTAL TO RPT-BRK-EXPECTED
002290         MOVE DTL-RUNNING-TOTAL TO RPT-BRK-FOUND
002293         MOVE WS-EXPECTED-TOTAL TO WS-LINE-BRK-EXPECTED
002296         MOVE DTL-RUNNING-TOTAL TO WS-LINE-BRK-FOUND
002300         PERFORM 3900-WRITE-BREAK THRU 3900-EXIT
002310     END-IF.
002320     MOVE DTL-RUNNING-TOTAL TO WS-PREV-TOTAL.
002400     MOVE DTL-PHASE TO WS-CURR-PHASE.
002410     MOVE 1 TO WS-EXPECT-COUNTER.
002420     MOVE 0 TO WS-PREV-TOTAL.
002421     MOVE 'N' TO WS-GROUP-BREAK-SW.
002422     IF DTL-EXPONENT NUMERIC AND DTL-EXPONENT > 1
002423         MOVE DTL-EXPONENT TO WS-GROUP-EXPONENT
002424     ELSE
002425         MOVE 2 TO WS-GROUP-EXPONENT
002426     END-IF.
002430 3400-EXIT.
002440     EXIT.
002450*
002490*    CLOSES THE GROUP IN PROGRESS.  THE LAST COUNTER SEEN IS   *
002500*    THE GROUP'S N.  AN SQOFSUMS GROUP WAITS FOR ITS SUMOFSQ   *
002510*    PARTNER; A SUMOFSQ GROUP TRIGGERS THE RECONCILIATION OF   *
002520*    THE PAIR AGAINST THE MATCHING OUTFILE RECORD.  A GROUP    *
002522*    THAT BROKE ANYWHERE OPENS ONE EXCEPTION CASE FOR THE N.   *
002530*****************************************************************
002540 3500-END-GROUP.
002550     IF WS-CURR-PHASE = SPACES
002560         GO TO 3500-EXIT
002570     END-IF.
002571     IF WS-GROUP-BREAK-SEEN
002571         SUBTRACT 1 FROM WS-EXPECT-COUNTER GIVING XC-N-VALUE
002572         MOVE WS-GROUP-EXPONENT TO XC-EXPONENT
002572         MOVE WS-GROUP-BRK-EXPECTED TO XC-EXPECTED-VALUE
002573         MOVE WS-GROUP-BRK-FOUND TO XC-ACTUAL-VALUE
002574         IF WS-CURR-PHASE = 'SQOFSUMS'
002574             MOVE 'SQOFSUMS LISTING DOES NOT FOOT'
002575                 TO XC-DESCRIPTION
002576         ELSE
002576             MOVE 'SUMOFSQ LISTING DOES NOT FOOT'
002577                 TO XC-DESCRIPTION
002578         END-IF
002578         PERFORM 8000-OPEN-EXCEPTION-CASE THRU 8000-EXIT
002579     END-IF.
002580     IF WS-CURR-PHASE = 'SQOFSUMS'
002590         PERFORM 3650-RESOLVE-DANGLING-SQ THRU 3650-EXIT
002600         SET WS-SQ-PENDING TO TRUE
002605         MOVE WS-GROUP-EXPONENT TO WS-SQ-EXPONENT
002610         MOVE WS-PREV-TOTAL TO WS-SQ-FINAL-TOTAL
002620         SUBTRACT 1 FROM WS-EXPECT-COUNTER
002630             GIVING WS-SQ-N-VALUE
002640     ELSE
002650         MOVE WS-PREV-TOTAL TO WS-SMQ-FINAL-TOTAL
002655         MOVE WS-GROUP-EXPONENT TO WS-SMQ-EXPONENT
002660         SUBTRACT 1 FROM WS-EXPECT-COUNTER
002670             GIVING WS-SMQ-N-VALUE
002680         PERFORM 3600-RECONCILE-PAIR THRU 3600-EXIT
002820     END-IF.
002830     MOVE 'N' TO WS-SQ-PENDING-SW.
002840     IF WS-SQ-N-VALUE NOT = WS-SMQ-N-VALUE
002845        OR WS-SQ-EXPONENT NOT = WS-SMQ-EXPONENT
002850         MOVE 'PHASES COVER DIFFERENT RANGES - SQ N='
002860             TO RPT-NOTE-TEXT
002870         MOVE WS-SQ-N-VALUE TO RPT-NOTE-N
003060         GO TO 3600-EXIT
003070     END-IF.
003080     ADD 1 TO WS-N-AUDITED-COUNT.
003100     MOVE WS-SQ-FINAL-TOTAL TO WS-POWER-BASE.
003106     MOVE WS-SMQ-EXPONENT TO WS-POWER-EXPONENT.
003112     PERFORM 9700-RAISE-TO-POWER THRU 9700-EXIT.
003120     MOVE WS-POWER-RESULT TO WS-SQ-OF-SUMS-CHECK.
003140     IF WS-SQ-OF-SUMS-CHECK NOT = OUT-SQ-OF-SUMS
003150         MOVE 'SQOFSUMS' TO RPT-BRK-PHASE
003160         MOVE 'FINAL TOTAL TO THE K NOT OUTFILE - EXPECTED'
003170             TO RPT-BRK-TEXT
003180         MOVE OUT-SQ-OF-SUMS TO RPT-BRK-EXPECTED
003190         MOVE WS-SQ-OF-SUMS-CHECK TO RPT-BRK-FOUND
003210         MOVE RPT-BREAK-LINE TO REPORT-PRINT-LINE
003220         WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE
003230         ADD 1 TO WS-BREAK-COUNT
003231         MOVE WS-SMQ-N-VALUE TO XC-N-VALUE
003232         MOVE WS-SMQ-EXPONENT TO XC-EXPONENT
003233         MOVE OUT-SQ-OF-SUMS TO XC-EXPECTED-VALUE
003234         MOVE WS-SQ-OF-SUMS-CHECK TO XC-ACTUAL-VALUE
003235         MOVE 'SQOFSUMS FINAL TOTAL NOT EQUAL OUTFILE'
003236             TO XC-DESCRIPTION
003237         PERFORM 8000-OPEN-EXCEPTION-CASE THRU 8000-EXIT
003240     END-IF.
003250     IF WS-SMQ-FINAL-TOTAL NOT = OUT-SUM-OF-SQ
003260         MOVE 'SUMOFSQ ' TO RPT-BRK-PHASE
003320         MOVE RPT-BREAK-LINE TO REPORT-PRINT-LINE
003330         WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE
003340         ADD 1 TO WS-BREAK-COUNT
003341         MOVE WS-SMQ-N-VALUE TO XC-N-VALUE
003342         MOVE WS-SMQ-EXPONENT TO XC-EXPONENT
003343         MOVE OUT-SUM-OF-SQ TO XC-EXPECTED-VALUE
003344         MOVE WS-SMQ-FINAL-TOTAL TO XC-ACTUAL-VALUE
003345         MOVE 'SUMOFSQ FINAL TOTAL NOT EQUAL OUTFILE'
003346             TO XC-DESCRIPTION
003347         PERFORM 8000-OPEN-EXCEPTION-CASE THRU 8000-EXIT
003350     END-IF.
003360 3600-EXIT.
003370     EXIT.
003490     END-IF.
003500     MOVE 'N' TO WS-SQ-PENDING-SW.
003510     MOVE WS-SQ-N-VALUE TO WS-SMQ-N-VALUE.
003515     MOVE WS-SQ-EXPONENT TO WS-SMQ-EXPONENT.
003520     PERFORM 3700-FIND-OUTPUT-RECORD THRU 3700-EXIT.
003530     IF WS-OUT-FOUND AND OUT-STATUS NOT = 'OK'
003540         MOVE 'OVERFLOW RUN - SQOFSUMS LISTING ALONE, N='
003830*
003840 3750-CHECK-NEXT-OUTPUT.
003850     PERFORM 2100-READ-OUTPUT THRU 2100-EXIT.
003851     IF OUT-EXPONENT NUMERIC AND OUT-EXPONENT > 1
003852         MOVE OUT-EXPONENT TO WS-OUT-EXPONENT
003853     ELSE
003854         MOVE 2 TO WS-OUT-EXPONENT
003855     END-IF.
003860     IF NOT WS-OUT-EOF-YES
003870         AND OUT-N-VALUE = WS-SMQ-N-VALUE
003875         AND WS-OUT-EXPONENT = WS-SMQ-EXPONENT
003880         SET WS-OUT-FOUND TO TRUE
003890     END-IF.
003900 3750-EXIT.
003960     MOVE RPT-BREAK-LINE TO REPORT-PRINT-LINE.
003970     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003980     ADD 1 TO WS-BREAK-COUNT.
003981     IF NOT WS-GROUP-BREAK-SEEN
003982         SET WS-GROUP-BREAK-SEEN TO TRUE
003983         MOVE WS-LINE-BRK-EXPECTED TO WS-GROUP-BRK-EXPECTED
003984         MOVE WS-LINE-BRK-FOUND TO WS-GROUP-BRK-FOUND
003985     END-IF.
003990 3900-EXIT.
004000     EXIT.
004010*
004030     MOVE RPT-NOTE-LINE TO REPORT-PRINT-LINE.
004040     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
004050 3950-EXIT.
004051     EXIT.
004051*
004052*****************************************************************
004052*    8000-OPEN-EXCEPTION-CASE                                   *
004053*                                                               *
004053*    HANDS THE BREAK ALREADY MOVED TO THE CASE RECORD (N, K,   *
004054*    EXPECTED, FOUND, DESCRIPTION) TO DL100XCW, WHICH OPENS    *
004054*    THE CASE UNLESS THE SAME ONE IS ALREADY OPEN.             *
004055*****************************************************************
004056 8000-OPEN-EXCEPTION-CASE.
004056     MOVE 'DL100AUD' TO XC-SOURCE-STEP.
004057     SET XC-REASON-AUD-FOOTING TO TRUE.
004057     MOVE WS-GEN-RUN-DATE TO XC-RUN-DATE.
004058     MOVE WS-GEN-RUN-TIME TO XC-RUN-TIME.
004058     CALL 'DL100XCW' USING DL100-EXCEPTION-CASE-RECORD.
004059 8000-EXIT.
004060     EXIT.
004070*
004080*****************************************************************
004740     CLOSE LEDGER-FILE.
004750 9500-EXIT.
004760     EXIT.
004761*
004762*****************************************************************
004763*    9700-RAISE-TO-POWER                                        *
004764*                                                               *
004765*    WS-POWER-RESULT = WS-POWER-BASE TO THE WS-POWER-EXPONENT,  *
004766*    BY REPEATED MULTIPLY.  A RESULT TOO BIG FOR 20 DIGITS      *
004767*    COMES BACK AS ZERO - THE SAME ZERO DL100CLC LISTS FOR A    *
004768*    TERM IT COULD NOT HOLD, AND NEVER EQUAL TO A REAL TOTAL.   *
004769*****************************************************************
004770 9700-RAISE-TO-POWER.
004771     MOVE WS-POWER-BASE TO WS-POWER-RESULT.
004772     SUBTRACT 1 FROM WS-POWER-EXPONENT GIVING WS-POWER-FACTORS.
004773     PERFORM 9710-MULTIPLY-ONE-FACTOR THRU 9710-EXIT
004774         UNTIL WS-POWER-FACTORS = 0.
004775 9700-EXIT.
004776     EXIT.
004777*
004778 9710-MULTIPLY-ONE-FACTOR.
004779     MULTIPLY WS-POWER-BASE BY WS-POWER-RESULT
004780         ON SIZE ERROR
004781             MOVE 0 TO WS-POWER-RESULT
004782             MOVE 1 TO WS-POWER-FACTORS
004783     END-MULTIPLY.
004784     SUBTRACT 1 FROM WS-POWER-FACTORS.
004785 9710-EXIT.
004786     EXIT.
