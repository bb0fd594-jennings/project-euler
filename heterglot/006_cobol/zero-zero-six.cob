000884*                    THE REMAINING CONTROL CARDS, AND ENDS      *
000885*                    THE JOB WITH A WARNING RC=4 - THE NEXT     *
000886*                    RUN RESUMES FROM THE CHECKPOINT.           *
000886*   10/15/2026  RLJ  CONTROL CARD'S EXPONENT (CTL-EXPONENT,     *
000886*                    BLANK OR ZERO = 2) NOW PASSED THROUGH TO   *
000886*                    DL100CLC AND CARRIED ON OUTFILE AND        *
000886*                    HISTFILE WITH THE RESULT IT PRODUCED.      *
000886*   10/15/2026  RLJ  AN OVERFLOW OR OPERATOR-STOPPED RESULT NOW *
000886*                    ALSO OPENS AN EXCEPTION CASE (DL100XCW,    *
000886*                    REASON OVFL OR STOP) AGAINST THIS RUN'S    *
000886*                    OUTFILE RUN STAMP.                         *
000886*   10/15/2026  RLJ  CONTROL CARD'S REQUESTING DEPARTMENT       *
000886*                    (CTL-DEPT-CODE) NOW PASSED THROUGH TO      *
000886*                    DL100CLC FOR THE TIMING LOG AND CARRIED ON *
000886*                    OUTFILE AND HISTFILE.  THE LEDGER RECORD   *
000886*                    CARRIES THE RUN'S DEPARTMENT - MIXED WHEN  *
000886*                    THE DECK HELD MORE THAN ONE.               *
000887*                                                               *
000890***************************************************************** 
000900 IDENTIFICATION DIVISION.                                         
001300 77  WS-DETAIL-SW            PIC X(01) VALUE 'N'.
001310 77  WS-CALC-MODE            PIC X(01) VALUE SPACE.
001320 77  WS-PROGRESS-INT         PIC 9(05) VALUE 0.
001325 77  WS-EXPONENT             PIC 9(01) VALUE 2.
001326 77  WS-DEPT-CODE            PIC X(06) VALUE SPACES.
001327 77  WS-RUN-DEPT-CODE        PIC X(06) VALUE SPACES.
001328 77  WS-DEPT-SEEN-SW         PIC X(01) VALUE 'N'.
001329     88  WS-DEPT-SEEN            VALUE 'Y'.
001330 77  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.                 
001340     88  WS-OVERFLOW-OCCURRED    VALUE 'Y'.                       
001350 77  WS-OVERALL-RC           PIC 99 VALUE 0.                      
001416 77  WS-SWEEP-NEXT-N         PIC 9(06) COMP VALUE 0.
001420 01  MaxCounter       PIC 9(05) VALUE 100.
001430 COPY DL100LK.                                                    
001435 COPY DL100XC.
001440*                                                                 
001450 PROCEDURE DIVISION.                                              
001460*                                                                 
002006             MOVE CTL-N-VALUE TO WS-SWEEP-TO
002007             MOVE 1 TO WS-SWEEP-STEP
002008         END-IF
002009         IF CTL-EXPONENT NUMERIC
002009             AND CTL-EXPONENT > 1
002009             MOVE CTL-EXPONENT TO WS-EXPONENT
002009         ELSE
002009             MOVE 2 TO WS-EXPONENT
002009         END-IF
002009         MOVE CTL-DEPT-CODE TO WS-DEPT-CODE
002009         PERFORM 1450-NOTE-RUN-DEPARTMENT THRU 1450-EXIT
002010     END-IF.                                                      
002020 1400-EXIT.                                                       
002021     EXIT.                                                        
002021*
002022*****************************************************************
002022*    1450-NOTE-RUN-DEPARTMENT                                   *
002023*                                                               *
002023*    THE LEDGER CARRIES ONE DEPARTMENT FOR THE WHOLE RUN - THE  *
002024*    ONE ON EVERY CARD, OR MIXED WHEN THE CARDS DISAGREE.       *
002024*****************************************************************
002025 1450-NOTE-RUN-DEPARTMENT.
002025     IF NOT WS-DEPT-SEEN
002026         MOVE WS-DEPT-CODE TO WS-RUN-DEPT-CODE
002026         SET WS-DEPT-SEEN TO TRUE
002027     ELSE
002027         IF WS-DEPT-CODE NOT = WS-RUN-DEPT-CODE
002028             MOVE 'MIXED' TO WS-RUN-DEPT-CODE
002028         END-IF
002029     END-IF.
002029 1450-EXIT.
002030     EXIT.
002040*                                                                 
002050***************************************************************** 
002060*    4000-WRITE-OUTPUT-RECORD                                   * 
002140     MOVE SumOfSq TO OUT-SUM-OF-SQ.                               
002150     MOVE ResultFwd TO OUT-RESULT-FWD.                            
002160     MOVE ResultRev TO OUT-RESULT-REV.                            
002165     MOVE WS-EXPONENT TO OUT-EXPONENT.
002167     MOVE WS-DEPT-CODE TO OUT-DEPT-CODE.
002170     IF WS-OVERFLOW-OCCURRED
002180         MOVE 'OVERFLOW' TO OUT-STATUS
002190         MOVE 16 TO WS-OVERALL-RC
002220     END-IF.
002230     WRITE DL100-OUTPUT-RECORD.
002235     ADD 1 TO WS-RESULTS-WRITTEN.
002236     IF OUT-STATUS NOT = 'OK'
002237         PERFORM 4100-OPEN-EXCEPTION-CASE THRU 4100-EXIT
002238     END-IF.
002240 4000-EXIT.                                                       
002241     EXIT.                                                        
002241*
002241*****************************************************************
002241*    4100-OPEN-EXCEPTION-CASE                                   *
002242*                                                               *
002242*    A RESULT THAT DID NOT END OK OPENS AN EXCEPTION CASE      *
002242*    AGAINST THE OUTFILE RECORD JUST WRITTEN.  THERE IS NO     *
002243*    ANSWER TO COMPARE, SO EXPECTED AND ACTUAL ARE ZERO.       *
002243*****************************************************************
002243 4100-OPEN-EXCEPTION-CASE.
002244     MOVE SPACES TO DL100-EXCEPTION-CASE-RECORD.
002244     MOVE OUT-N-VALUE TO XC-N-VALUE.
002244     MOVE OUT-EXPONENT TO XC-EXPONENT.
002245     MOVE 'ZERO006' TO XC-SOURCE-STEP.
002245     MOVE OUT-RUN-DATE TO XC-RUN-DATE.
002245     MOVE OUT-RUN-TIME TO XC-RUN-TIME.
002245     MOVE 0 TO XC-EXPECTED-VALUE.
002246     MOVE 0 TO XC-ACTUAL-VALUE.
002246     IF OUT-STATUS = 'OVERFLOW'
002246         SET XC-REASON-OVERFLOW TO TRUE
002247         MOVE 'ACCUMULATOR OVERFLOW - NO RESULT'
002247             TO XC-DESCRIPTION
002247     ELSE
002248         SET XC-REASON-STOPPED TO TRUE
002248         MOVE 'OPERATOR STOP - RESUMES FROM CHECKPOINT'
002248             TO XC-DESCRIPTION
002249     END-IF.
002249     CALL 'DL100XCW' USING DL100-EXCEPTION-CASE-RECORD.
002249 4100-EXIT.
002250     EXIT.
002260*                                                                 
002270 4200-WRITE-HISTORY-RECORD.                                       
002280     MOVE WS-CDT-DATE TO HIST-RUN-DATE.                           
002330     MOVE ResultFwd TO HIST-RESULT-FWD.                           
002340     MOVE ResultRev TO HIST-RESULT-REV.                           
002350     MOVE OUT-STATUS TO HIST-STATUS.                              
002355     MOVE WS-EXPONENT TO HIST-EXPONENT.
002357     MOVE WS-DEPT-CODE TO HIST-DEPT-CODE.
002360     WRITE DL100-HISTORY-RECORD.                                  
002370 4200-EXIT.                                                       
002380     EXIT.                                                        
002450     MOVE WS-DETAIL-SW TO DL100-DETAIL-SW.
002460     MOVE WS-CALC-MODE TO DL100-CALC-MODE.
002470     MOVE WS-PROGRESS-INT TO DL100-PROGRESS-INT.
002475     MOVE WS-EXPONENT TO DL100-EXPONENT.
002477     MOVE WS-DEPT-CODE TO DL100-DEPT-CODE.
002480     MOVE 'N' TO DL100-ONLINE-SW.
002490     DISPLAY 'Start - N=' MaxCounter ' K=' WS-EXPONENT.
002500     CALL 'DL100CLC' USING DL100-CALC-LINKAGE.                    
002510     MOVE DL100-SQ-OF-SUMS TO SqOfSums.                           
002520     MOVE DL100-SUM-OF-SQ TO SumOfSq.                             
003020     MOVE WS-CARDS-READ TO RLG-RECORDS-READ.
003030     MOVE WS-RESULTS-WRITTEN TO RLG-RECORDS-WRITTEN.
003040     MOVE SPACES TO RLG-RECON-OUTCOME.
003045     MOVE WS-RUN-DEPT-CODE TO RLG-DEPT-CODE.
003050     WRITE DL100-RUN-LEDGER-RECORD.
003060     CLOSE LEDGER-FILE.
003070 9500-EXIT.
