000291*   09/01/2026  RLJ  NOW WRITES A COMPLETION RECORD (COPYBOOK   *
000292*                    DL100RL) TO THE RUN LEDGER AT END OF JOB,  *
000293*                    CARRYING THE RECONCILIATION OUTCOME.       *
000293*   10/15/2026  RLJ  MATCH-MERGE IS NOW ON N AND EXPONENT - A   *
000293*                    RESULT RECONCILES ONLY AGAINST THE CONTROL *
000293*                    TOTAL FOR THE SAME POWER K.  A BLANK OR    *
000293*                    MISSING EXPONENT ON EITHER FILE MEANS 2.   *
000293*   10/15/2026  RLJ  EVERY MISMATCH NOW ALSO OPENS AN EXCEPTION *
000293*                    CASE (DL100XCW, REASON RCNM) AGAINST THE   *
000293*                    RUN STAMP OF THE GENERATION RECONCILED, SO *
000293*                    IT IS FOLLOWED UP THROUGH THE CASE FILE.   *
000294*                                                               *
000300***************************************************************** 
000310 IDENTIFICATION DIVISION.                                         
000680 77  WS-MISMATCH-COUNT       PIC 9(05) VALUE 0.                   
000690 77  WS-MATCH-COUNT          PIC 9(05) VALUE 0.                   
000700 77  WS-OVERALL-RC           PIC 99 VALUE 0.                      
000701 01  WS-ACT-KEY.
000702     05  WS-ACT-KEY-N            PIC 9(05) VALUE 0.
000703     05  WS-ACT-KEY-K            PIC 9(01) VALUE 2.
000704 01  WS-REF-KEY.
000705     05  WS-REF-KEY-N            PIC 9(05) VALUE 0.
000706     05  WS-REF-KEY-K            PIC 9(01) VALUE 2.
000707 01  WS-GEN-RUN-DATE         PIC 9(08) VALUE 0.
000708 01  WS-GEN-RUN-TIME         PIC 9(06) VALUE 0.
000709     COPY DL100XC.
000710*                                                                 
000720 PROCEDURE DIVISION.                                              
000730*                                                                 
000830***************************************************************** 
000840 1000-INITIALIZE.                                                 
000850     DISPLAY 'DL100RCN STARTING'.                                 
000855     MOVE SPACES TO DL100-EXCEPTION-CASE-RECORD.
000860     OPEN INPUT ACTUAL-FILE.                                      
000870     OPEN INPUT REFERENCE-FILE.                                   
000880     IF WS-ACT-FILE-STATUS NOT = '00'                             
000990***************************************************************** 
001000*    2000-COMPARE-RECORDS                                       * 
001010*                                                               * 
001020*    MATCH-MERGES ACTFILE AGAINST REFFILE BY N AND EXPONENT.   *
001030*    ONCE EITHER FILE HITS END OF FILE, RECORDS REMAINING ON   *
001040*    THE OTHER FILE ARE DRAINED AND FLAGGED TOO - A TRAILING   *
001050*    RECORD WITH NO COUNTERPART ON THE OTHER FILE IS ITSELF A  *
001055*    MISMATCH.                                                  *
001060***************************************************************** 
001070 2000-COMPARE-RECORDS.                                            
001080     IF WS-ACT-EOF-YES                                            
001090         ADD 1 TO WS-MISMATCH-COUNT                               
001100         DISPLAY 'DL100RCN - CONTROL N=' REF-N-VALUE              
001105             ' K=' WS-REF-KEY-K
001110             ' HAS NO RESULT ON ACTFILE'                          
001111         MOVE WS-REF-KEY-N TO XC-N-VALUE
001112         MOVE WS-REF-KEY-K TO XC-EXPONENT
001113         MOVE REF-EXPECTED-RESULT TO XC-EXPECTED-VALUE
001114         MOVE 0 TO XC-ACTUAL-VALUE
001115         MOVE 'CONTROL TOTAL WITH NO RESULT ON ACTFILE'
001116             TO XC-DESCRIPTION
001117         PERFORM 8000-OPEN-EXCEPTION-CASE THRU 8000-EXIT
001120         PERFORM 2200-READ-REFERENCE THRU 2200-EXIT               
001130     ELSE IF WS-REF-EOF-YES                                       
001140         ADD 1 TO WS-MISMATCH-COUNT                               
001150         DISPLAY 'DL100RCN - N=' OUT-N-VALUE                      
001155             ' K=' WS-ACT-KEY-K
001160             ' HAS NO CONTROL TOTAL ON REFFILE'                   
001161         MOVE WS-ACT-KEY-N TO XC-N-VALUE
001162         MOVE WS-ACT-KEY-K TO XC-EXPONENT
001163         MOVE 0 TO XC-EXPECTED-VALUE
001164         MOVE OUT-RESULT-FWD TO XC-ACTUAL-VALUE
001165         MOVE 'RESULT WITH NO CONTROL TOTAL ON REFFILE'
001166             TO XC-DESCRIPTION
001167         PERFORM 8000-OPEN-EXCEPTION-CASE THRU 8000-EXIT
001170         PERFORM 2100-READ-ACTUAL THRU 2100-EXIT                  
001180     ELSE IF WS-ACT-KEY = WS-REF-KEY
001190         IF OUT-RESULT-FWD = REF-EXPECTED-RESULT                  
001200             ADD 1 TO WS-MATCH-COUNT                              
001210             DISPLAY 'DL100RCN - N=' OUT-N-VALUE
001215                 ' K=' WS-ACT-KEY-K ' MATCHED'
001220                 ' FWD=' OUT-RESULT-FWD ' REV=' OUT-RESULT-REV    
001230         ELSE                                                     
001240             ADD 1 TO WS-MISMATCH-COUNT                           
001250             DISPLAY 'DL100RCN - N=' OUT-N-VALUE                  
001255                 ' K=' WS-ACT-KEY-K
001260                 ' MISMATCH - ACTUAL=' OUT-RESULT-FWD             
001270                 ' EXPECTED=' REF-EXPECTED-RESULT                 
001271             MOVE WS-ACT-KEY-N TO XC-N-VALUE
001272             MOVE WS-ACT-KEY-K TO XC-EXPONENT
001273             MOVE REF-EXPECTED-RESULT TO XC-EXPECTED-VALUE
001274             MOVE OUT-RESULT-FWD TO XC-ACTUAL-VALUE
001275             MOVE 'RESULT-FWD DOES NOT MATCH CONTROL TOTAL'
001276                 TO XC-DESCRIPTION
001277             PERFORM 8000-OPEN-EXCEPTION-CASE THRU 8000-EXIT
001280         END-IF                                                   
001290         PERFORM 2100-READ-ACTUAL THRU 2100-EXIT                  
001300         PERFORM 2200-READ-REFERENCE THRU 2200-EXIT               
001310     ELSE IF WS-ACT-KEY < WS-REF-KEY
001320         ADD 1 TO WS-MISMATCH-COUNT                               
001330         DISPLAY 'DL100RCN - N=' OUT-N-VALUE                      
001335             ' K=' WS-ACT-KEY-K
001340             ' HAS NO CONTROL TOTAL ON REFFILE'                   
001341         MOVE WS-ACT-KEY-N TO XC-N-VALUE
001342         MOVE WS-ACT-KEY-K TO XC-EXPONENT
001343         MOVE 0 TO XC-EXPECTED-VALUE
001344         MOVE OUT-RESULT-FWD TO XC-ACTUAL-VALUE
001345         MOVE 'RESULT WITH NO CONTROL TOTAL ON REFFILE'
001346             TO XC-DESCRIPTION
001347         PERFORM 8000-OPEN-EXCEPTION-CASE THRU 8000-EXIT
001350         PERFORM 2100-READ-ACTUAL THRU 2100-EXIT                  
001360     ELSE                                                         
001370         ADD 1 TO WS-MISMATCH-COUNT                               
001380         DISPLAY 'DL100RCN - CONTROL N=' REF-N-VALUE              
001385             ' K=' WS-REF-KEY-K
001390             ' HAS NO RESULT ON ACTFILE'                          
001391         MOVE WS-REF-KEY-N TO XC-N-VALUE
001392         MOVE WS-REF-KEY-K TO XC-EXPONENT
001393         MOVE REF-EXPECTED-RESULT TO XC-EXPECTED-VALUE
001394         MOVE 0 TO XC-ACTUAL-VALUE
001395         MOVE 'CONTROL TOTAL WITH NO RESULT ON ACTFILE'
001396             TO XC-DESCRIPTION
001397         PERFORM 8000-OPEN-EXCEPTION-CASE THRU 8000-EXIT
001400         PERFORM 2200-READ-REFERENCE THRU 2200-EXIT               
001410     END-IF                                                       
001420     END-IF                                                       
001490         AT END                                                   
001500             SET WS-ACT-EOF-YES TO TRUE                           
001510     END-READ.                                                    
001511     IF NOT WS-ACT-EOF-YES
001511         MOVE OUT-N-VALUE TO WS-ACT-KEY-N
001512         MOVE OUT-RUN-DATE TO WS-GEN-RUN-DATE
001513         MOVE OUT-RUN-TIME TO WS-GEN-RUN-TIME
001514         IF OUT-EXPONENT NUMERIC
001515             AND OUT-EXPONENT > 1
001515             MOVE OUT-EXPONENT TO WS-ACT-KEY-K
001516         ELSE
001517             MOVE 2 TO WS-ACT-KEY-K
001518         END-IF
001519     END-IF.
001520 2100-EXIT.                                                       
001530     EXIT.                                                        
001540*                                                                 
001570         AT END                                                   
001580             SET WS-REF-EOF-YES TO TRUE                           
001590     END-READ.                                                    
001591     IF NOT WS-REF-EOF-YES
001592         MOVE REF-N-VALUE TO WS-REF-KEY-N
001593         IF REF-EXPONENT NUMERIC
001594             AND REF-EXPONENT > '1'
001595             MOVE REF-EXPONENT TO WS-REF-KEY-K
001596         ELSE
001597             MOVE 2 TO WS-REF-KEY-K
001598         END-IF
001599     END-IF.
001600 2200-EXIT.                                                       
001601     EXIT.                                                        
001601*                                                                 
001601*****************************************************************
001602*    8000-OPEN-EXCEPTION-CASE                                   *
001602*                                                               *
001603*    HANDS THE MISMATCH JUST FOUND TO DL100XCW AS AN EXCEPTION *
001603*    CASE.  THE BRANCH THAT FOUND IT HAS ALREADY FILLED IN N,  *
001604*    K, EXPECTED, ACTUAL AND THE DESCRIPTION.  THE CASE IS     *
001604*    RAISED AGAINST THE RUN STAMP OF THE GENERATION BEING      *
001605*    RECONCILED, SO A RERUN OF THIS STEP DOES NOT OPEN IT      *
001605*    TWICE.                                                    *
001606*****************************************************************
001606 8000-OPEN-EXCEPTION-CASE.
001607     MOVE 'DL100RCN' TO XC-SOURCE-STEP.
001607     SET XC-REASON-RCN-MISMATCH TO TRUE.
001608     MOVE WS-GEN-RUN-DATE TO XC-RUN-DATE.
001608     MOVE WS-GEN-RUN-TIME TO XC-RUN-TIME.
001609     CALL 'DL100XCW' USING DL100-EXCEPTION-CASE-RECORD.
001609 8000-EXIT.
001610     EXIT.
001620*
001630***************************************************************** 
001640*    9000-TERMINATE                                              *
001650***************************************************************** 
