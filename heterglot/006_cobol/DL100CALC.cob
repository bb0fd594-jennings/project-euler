000975*                    DL100TMR REPORT CAN COST THE LOOP AND     *
000976*                    FAST PATHS WITH REAL NUMBERS.  ONLINE     *
000977*                    CALLS WRITE NONE.                         *
000977*   10/15/2026  RLJ  GENERALIZED TO ANY POWER K FROM 2 TO 9    *
000977*                    (NEW DL100-EXPONENT ON DL100LK, BELOW 2   *
000977*                    TAKEN AS 2) - THE K-TH POWER OF THE SUM   *
000977*                    AGAINST THE SUM OF THE K-TH POWERS.  THE  *
000977*                    LOOPS RAISE BY REPEATED MULTIPLY (6500),  *
000977*                    THE FAST PATH USES THE CLOSED FORM FOR    *
000977*                    EACH K (5100), AND A CHECKPOINT RESUMES   *
000977*                    ONLY A RUN OF THE SAME N AND THE SAME K.  *
000977*                    THE TIMING AND DETAIL RECORDS CARRY K.    *
000977*   10/15/2026  RLJ  A BATCH VERIFY FAILURE (5900) NOW ALSO    *
000977*                    OPENS AN EXCEPTION CASE (DL100XCW,        *
000977*                    REASON CLCV) - FAST ANSWER EXPECTED, LOOP *
000977*                    ANSWER ACTUAL - BEFORE THE RUN UNIT ENDS. *
000977*   10/15/2026  RLJ  THE TIMING RECORD NOW CARRIES THE         *
000977*                    CARD'S REQUESTING DEPARTMENT (NEW         *
000977*                    DL100-DEPT-CODE ON DL100LK) FOR THE       *
000977*                    MONTHLY CHARGEBACK (DL100CHG).            *
000978*****************************************************************
000979 IDENTIFICATION DIVISION.                                         
000980 PROGRAM-ID. DL100CLC IS INITIAL PROGRAM.                         
001510 77  WS-FAST-SQ-OF-SUMS       PIC 9(20) VALUE 0.
001520 77  WS-FAST-SUM-OF-SQ        PIC 9(20) VALUE 0.
001530 77  WS-FAST-OVERFLOW-SW      PIC X(01) VALUE 'N'.
001531 77  WS-POWER-FACTORS         PIC 9(01) VALUE 1.
001532 77  WS-POWER-BASE            PIC 9(20) VALUE 0.
001533 77  WS-POWER-RESULT          PIC 9(20) VALUE 0.
001534 77  WS-POWER-SIZE-SW         PIC X(01) VALUE 'N'.
001535     88  WS-POWER-TOO-BIG         VALUE 'Y'.
001537 COPY DL100XC.
001540 01  Counter          PIC 9(06).
001550 01  Tmp              PIC 9(20).
001560*                                                                 
001730     ELSE
001740         MOVE WS-PROG-DEFAULT TO WS-PROG-INTERVAL
001750     END-IF.
001751     IF DL100-EXPONENT NOT NUMERIC
001752         OR DL100-EXPONENT < 2
001753         MOVE 2 TO DL100-EXPONENT
001754     END-IF.
001755     SUBTRACT 1 FROM DL100-EXPONENT GIVING WS-POWER-FACTORS.
001760     MOVE 0 TO DL100-SQ-OF-SUMS.                                  
001770     MOVE 0 TO DL100-SUM-OF-SQ.                                   
001780     MOVE 0 TO DL100-RESULT-FWD.                                  
002410             GO TO 1100-CLOSE                                     
002420     END-READ.                                                    
002430     IF CKPT-N-VALUE = DL100-N-VALUE                              
002435         AND CKPT-EXPONENT = DL100-EXPONENT
002440         MOVE CKPT-PHASE TO WS-RESUME-PHASE                       
002450         MOVE CKPT-COUNTER TO WS-RESUME-COUNTER                   
002460         MOVE CKPT-SUM-OF-SQ TO DL100-SUM-OF-SQ                   
002740     IF DL100-OVERFLOW-OCCURRED OR DL100-STOPPED
002750         GO TO 2000-EXIT
002760     END-IF.
002770     MOVE DL100-SQ-OF-SUMS TO WS-POWER-BASE.
002790     PERFORM 6500-RAISE-TO-POWER THRU 6500-EXIT.
002800     IF WS-POWER-TOO-BIG
002810         PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
002820         GO TO 2000-EXIT
002830     END-IF.                                                      
002840     SET DL100-SQ-OF-SUMS TO WS-POWER-RESULT.
002850     SET Counter TO 1.                                            
002860 2000-EXIT.                                                       
002870     EXIT.                                                        
002950         GO TO 2100-EXIT                                          
002960     END-IF.                                                      
002970     IF DL100-DETAIL-ON                                           
002980         MOVE Counter TO WS-POWER-BASE
002982         PERFORM 6500-RAISE-TO-POWER THRU 6500-EXIT
002984         MOVE WS-POWER-RESULT TO Tmp
002986         IF WS-POWER-TOO-BIG
002987             MOVE 0 TO Tmp
002988         END-IF
002990         MOVE 'SQOFSUMS' TO DTL-PHASE                             
003000         MOVE Counter TO DTL-COUNTER                              
003010         MOVE Tmp TO DTL-TMP-SQUARE                               
003020         MOVE DL100-SQ-OF-SUMS TO DTL-RUNNING-TOTAL               
003025         MOVE DL100-EXPONENT TO DTL-EXPONENT
003030         WRITE DL100-DETAIL-RECORD                                
003040     END-IF.                                                      
003050     ADD 1 TO Counter.                                            
003380     EXIT.                                                        
003390*                                                                 
003400 3100-ADD-NEXT-SQUARE-NUMBER.                                     
003410     MOVE Counter TO WS-POWER-BASE.
003430     PERFORM 6500-RAISE-TO-POWER THRU 6500-EXIT.
003440     IF WS-POWER-TOO-BIG
003450         PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
003460         GO TO 3100-EXIT                                          
003470     END-IF.                                                      
003475     MOVE WS-POWER-RESULT TO Tmp.
003480     ADD Tmp TO DL100-SUM-OF-SQ                                   
003490         ON SIZE ERROR                                            
003500             PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT             
003570         MOVE Counter TO DTL-COUNTER                              
003580         MOVE Tmp TO DTL-TMP-SQUARE                               
003590         MOVE DL100-SUM-OF-SQ TO DTL-RUNNING-TOTAL                
003595         MOVE DL100-EXPONENT TO DTL-EXPONENT
003600         WRITE DL100-DETAIL-RECORD                                
003610     END-IF.                                                      
003620     ADD 1 TO Counter.                                            
003980 6000-SET-OVERFLOW.                                               
003990     SET DL100-OVERFLOW-OCCURRED TO TRUE.                         
004000     DISPLAY 'DL100CLC - *** ARITHMETIC OVERFLOW FOR N='          
004005         DL100-N-VALUE ' K=' DL100-EXPONENT
004010         ' AT COUNTER=' Counter ' ***'.
004020 6000-EXIT.                                                       
004030     EXIT.                                                        
004040*
004070         WHEN OTHER
004071             MOVE 'L' TO TIM-CALC-MODE
004072     END-EVALUATE.
004072     MOVE DL100-EXPONENT TO TIM-EXPONENT.
004072     MOVE DL100-DEPT-CODE TO TIM-DEPT-CODE.
004073     MOVE WS-TIM-START-DATE TO TIM-START-DATE.
004074     MOVE WS-TIM-START-TIME TO TIM-START-TIME.
004075     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD.
004100         GO TO 8000-EXIT
004110     END-IF.
004120     MOVE DL100-N-VALUE TO CKPT-N-VALUE.
004125     MOVE DL100-EXPONENT TO CKPT-EXPONENT.
004130     MOVE Counter TO CKPT-COUNTER.
004140     MOVE DL100-SUM-OF-SQ TO CKPT-SUM-OF-SQ.
004150     MOVE DL100-SQ-OF-SUMS TO CKPT-SQ-OF-SUMS.
004230*    5000-FAST-CALCULATION                                      *
004240*                                                               *
004250*    CLOSED-FORM EQUIVALENTS OF THE TWO LOOPS.  THE SUM        *
004260*    1+2+..+N IS N*(N+1)/2, RAISED TO THE POWER K FOR          *
004266*    SQOFSUMS; THE SUM OF THE K-TH POWERS COMES FROM 5100.    *
004272*    THE POWER OF THE SUM IS TAKEN FIRST - THE SUM OF THE     *
004278*    K-TH POWERS NEVER EXCEEDS IT, SO ONCE IT FITS, 5100'S    *
004284*    INTERMEDIATE TERMS ARE BOUNDED TOO.  OVERFLOW IS         *
004290*    DETECTED THE SAME WAY THE LOOPS DETECT IT.               *
004300*****************************************************************
004310 5000-FAST-CALCULATION.
004370     IF DL100-OVERFLOW-OCCURRED
004380         GO TO 5000-EXIT
004390     END-IF.
004400     MOVE Tmp TO WS-POWER-BASE.
004420     PERFORM 6500-RAISE-TO-POWER THRU 6500-EXIT.
004430     IF WS-POWER-TOO-BIG
004440         PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
004450         GO TO 5000-EXIT
004460     END-IF.
004470     MOVE WS-POWER-RESULT TO DL100-SQ-OF-SUMS.
004510     PERFORM 5100-FAST-SUM-OF-POWERS THRU 5100-EXIT.
004530 5000-EXIT.
004540     EXIT.
004550*
004930*
004940 5900-VERIFY-FAILED.
004950     DISPLAY 'DL100CLC - *** FAST PATH DISAGREES WITH LOOPS'
004960         ' FOR N=' DL100-N-VALUE ' K=' DL100-EXPONENT ' ***'.
004970     DISPLAY 'DL100CLC - FAST SQOFSUMS=' WS-FAST-SQ-OF-SUMS
004980         ' LOOP SQOFSUMS=' DL100-SQ-OF-SUMS.
004990     DISPLAY 'DL100CLC - FAST SUMOFSQ =' WS-FAST-SUM-OF-SQ
005000         ' LOOP SUMOFSQ =' DL100-SUM-OF-SQ.
005010     DISPLAY 'DL100CLC - FAST OVERFLOW=' WS-FAST-OVERFLOW-SW
005020         ' LOOP OVERFLOW=' DL100-OVERFLOW-SW.
005025     PERFORM 5950-OPEN-VERIFY-CASE THRU 5950-EXIT.
005030     MOVE 16 TO RETURN-CODE.
005040     STOP RUN.
005050 5900-EXIT.
005051     EXIT.
005051*
005051*****************************************************************
005051*    5950-OPEN-VERIFY-CASE                                      *
005051*                                                               *
005052*    RECORDS THE FAILED VERIFY ON THE EXCEPTION CASE FILE.     *
005052*    THE FAST ANSWER IS THE EXPECTED ONE AND THE LOOP ANSWER   *
005052*    THE ACTUAL - THE SQOFSUMS PAIR WHEN THAT DISAGREES, ELSE  *
005052*    THE SUMOFSQ PAIR.  CALLED BEFORE RETURN-CODE IS SET, AS   *
005052*    THE CALL ITSELF RESETS IT.                                *
005053*****************************************************************
005053 5950-OPEN-VERIFY-CASE.
005053     IF DL100-ONLINE-CALL
005053         GO TO 5950-EXIT
005053     END-IF.
005054     MOVE SPACES TO DL100-EXCEPTION-CASE-RECORD.
005054     MOVE DL100-N-VALUE TO XC-N-VALUE.
005054     MOVE DL100-EXPONENT TO XC-EXPONENT.
005054     MOVE 'DL100CLC' TO XC-SOURCE-STEP.
005054     SET XC-REASON-CLC-VERIFY TO TRUE.
005055     MOVE WS-TIM-START-DATE TO XC-RUN-DATE.
005055     MOVE WS-TIM-START-TIME TO XC-RUN-TIME.
005055     IF WS-FAST-OVERFLOW-SW NOT = DL100-OVERFLOW-SW
005055         MOVE 0 TO XC-EXPECTED-VALUE
005056         MOVE 0 TO XC-ACTUAL-VALUE
005056         MOVE 'FAST PATH AND LOOPS DISAGREE ON OVERFLOW'
005056             TO XC-DESCRIPTION
005056         GO TO 5950-CALL
005056     END-IF.
005057     IF WS-FAST-SQ-OF-SUMS NOT = DL100-SQ-OF-SUMS
005057         MOVE WS-FAST-SQ-OF-SUMS TO XC-EXPECTED-VALUE
005057         MOVE DL100-SQ-OF-SUMS TO XC-ACTUAL-VALUE
005057         MOVE 'FAST SQOFSUMS DISAGREES WITH LOOPS'
005057             TO XC-DESCRIPTION
005058     ELSE
005058         MOVE WS-FAST-SUM-OF-SQ TO XC-EXPECTED-VALUE
005058         MOVE DL100-SUM-OF-SQ TO XC-ACTUAL-VALUE
005058         MOVE 'FAST SUMOFSQ DISAGREES WITH LOOPS'
005058             TO XC-DESCRIPTION
005059     END-IF.
005059 5950-CALL.
005059     CALL 'DL100XCW' USING DL100-EXCEPTION-CASE-RECORD.
005059 5950-EXIT.
005060     EXIT.
005070*
005080*****************************************************************
005540     CLOSE STATUS-FILE.
005550 4300-EXIT.
005560     EXIT.
005561*
005562*****************************************************************
005563*    5100-FAST-SUM-OF-POWERS                                    *
005564*                                                               *
005565*    FAULHABER'S CLOSED FORM FOR THE SUM OF THE K-TH POWERS    *
005566*    1**K+2**K+..+N**K, ONE FORMULA PER K.  THE ODD POWERS     *
005567*    ALL CARRY A FACTOR N*N*(N+1)*(N+1)/4, WHICH IS TMP*TMP     *
005568*    WITH TMP STILL HOLDING N*(N+1)/2 FROM 5000.  EVERY         *
005569*    DIVISION IS EXACT, SO NO TRUNCATION CAN CREEP IN.          *
005570*****************************************************************
005571 5100-FAST-SUM-OF-POWERS.
005572     EVALUATE DL100-EXPONENT
005573         WHEN 2
005574             COMPUTE DL100-SUM-OF-SQ
005575                 = DL100-N-VALUE * (DL100-N-VALUE + 1)
005576                     * (2 * DL100-N-VALUE + 1) / 6
005577                 ON SIZE ERROR
005578                     PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
005579             END-COMPUTE
005580         WHEN 3
005581             COMPUTE DL100-SUM-OF-SQ = Tmp * Tmp
005582                 ON SIZE ERROR
005583                     PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
005584             END-COMPUTE
005585         WHEN 4
005586             COMPUTE DL100-SUM-OF-SQ
005587                 = DL100-N-VALUE * (DL100-N-VALUE + 1)
005588                     * (2 * DL100-N-VALUE + 1)
005589                     * (3 * DL100-N-VALUE * DL100-N-VALUE
005590                        + 3 * DL100-N-VALUE - 1) / 30
005591                 ON SIZE ERROR
005592                     PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
005593             END-COMPUTE
005594         WHEN 5
005595             COMPUTE DL100-SUM-OF-SQ
005596                 = Tmp * Tmp
005597                     * (2 * DL100-N-VALUE * DL100-N-VALUE
005598                        + 2 * DL100-N-VALUE - 1) / 3
005599                 ON SIZE ERROR
005600                     PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
005601             END-COMPUTE
005602         WHEN 6
005603             COMPUTE DL100-SUM-OF-SQ
005604                 = DL100-N-VALUE * (DL100-N-VALUE + 1)
005605                     * (2 * DL100-N-VALUE + 1)
005606                     * (3 * DL100-N-VALUE ** 4
005607                        + 6 * DL100-N-VALUE ** 3
005608                        - 3 * DL100-N-VALUE + 1) / 42
005609                 ON SIZE ERROR
005610                     PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
005611             END-COMPUTE
005612         WHEN 7
005613             COMPUTE DL100-SUM-OF-SQ
005614                 = Tmp * Tmp
005615                     * (3 * DL100-N-VALUE ** 4
005616                        + 6 * DL100-N-VALUE ** 3
005617                        - DL100-N-VALUE * DL100-N-VALUE
005618                        - 4 * DL100-N-VALUE + 2) / 6
005619                 ON SIZE ERROR
005620                     PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
005621             END-COMPUTE
005622         WHEN 8
005623             COMPUTE DL100-SUM-OF-SQ
005624                 = DL100-N-VALUE * (DL100-N-VALUE + 1)
005625                     * (2 * DL100-N-VALUE + 1)
005626                     * (5 * DL100-N-VALUE ** 6
005627                        + 15 * DL100-N-VALUE ** 5
005628                        + 5 * DL100-N-VALUE ** 4
005629                        - 15 * DL100-N-VALUE ** 3
005630                        - DL100-N-VALUE * DL100-N-VALUE
005631                        + 9 * DL100-N-VALUE - 3) / 90
005632                 ON SIZE ERROR
005633                     PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
005634             END-COMPUTE
005635         WHEN OTHER
005636             COMPUTE DL100-SUM-OF-SQ
005637                 = Tmp * Tmp
005638                     * (DL100-N-VALUE * DL100-N-VALUE
005639                        + DL100-N-VALUE - 1)
005640                     * (2 * DL100-N-VALUE ** 4
005641                        + 4 * DL100-N-VALUE ** 3
005642                        - DL100-N-VALUE * DL100-N-VALUE
005643                        - 3 * DL100-N-VALUE + 3) / 5
005644                 ON SIZE ERROR
005645                     PERFORM 6000-SET-OVERFLOW THRU 6000-EXIT
005646             END-COMPUTE
005647     END-EVALUATE.
005648 5100-EXIT.
005649     EXIT.
005650*
005651*****************************************************************
005652*    6500-RAISE-TO-POWER                                        *
005653*                                                               *
005654*    WS-POWER-RESULT = WS-POWER-BASE TO THE POWER DL100-        *
005655*    EXPONENT, BY REPEATED MULTIPLICATION UNDER ON SIZE ERROR  *
005656*    SO A POWER THAT WILL NOT FIT IS CAUGHT, NEVER TRUNCATED.  *
005657*    A RESULT TOO BIG FOR TWENTY DIGITS RAISES WS-POWER-TOO-   *
005658*    BIG AND LEAVES THE CALLER TO DECIDE WHETHER THAT IS AN    *
005659*    OVERFLOW - THE DETAIL LINE OF THE FIRST LOOP ONLY SHOWS   *
005660*    THE TERM, SO THERE IT IS NOT.                             *
005661*****************************************************************
005662 6500-RAISE-TO-POWER.
005663     MOVE 'N' TO WS-POWER-SIZE-SW.
005664     MOVE WS-POWER-BASE TO WS-POWER-RESULT.
005665     PERFORM 6510-MULTIPLY-ONE-FACTOR THRU 6510-EXIT
005666         WS-POWER-FACTORS TIMES.
005667 6500-EXIT.
005668     EXIT.
005669*
005670 6510-MULTIPLY-ONE-FACTOR.
005671     IF WS-POWER-TOO-BIG
005672         GO TO 6510-EXIT
005673     END-IF.
005674     COMPUTE WS-POWER-RESULT = WS-POWER-RESULT * WS-POWER-BASE
005675         ON SIZE ERROR
005676             SET WS-POWER-TOO-BIG TO TRUE
005677     END-COMPUTE.
005678 6510-EXIT.
005679     EXIT.
