000140*              ('Y' OR 'N') AND AN OPTIONAL CALCULATION MODE   *
000150*              (BLANK/L LOOPS, F FAST, V VERIFY), E.G.         *
000160*              PARM='00100Y' OR PARM='00100NF'.                *
000161*                                                               *
000161*              POSITIONS 25-30 CARRY THE REQUESTING DEPARTMENT  *
000162*              OR COST CENTER FOR THE CARD (000000 OR BLANK IS  *
000162*              UNASSIGNED).                                     *
000163*                                                               *
000164*              A DECK NAME IN PARM POSITIONS 31-38 (THE ZZ006   *
000164*              DECK SYMBOLIC) INSTEAD WRITES THAT NAMED DECK'S  *
000165*              CARDS FROM THE CONTROL-DECK LIBRARY (DECKLIB,    *
000166*              COPYBOOK DL100DK) TO CTLFILE IN RUN ORDER, AND   *
000166*              THE REST OF THE PARM IS IGNORED EXCEPT THE       *
000167*              DEPARTMENT, WHICH IS PUT ON ANY DECK CARD THAT   *
000168*              CARRIES NONE.  A DECK NOT ON THE LIBRARY, OR ONE *
000168*              WHOSE CARDS DO NOT MATCH ITS HEADER COUNT, ENDS  *
000169*              THE STEP RC=16.                                  *
000170*                                                               * 
000180*   AUTHOR:        R L JENNINGS                                *  
000190*   INSTALLATION:  DATA CENTER APPLICATIONS                    *  
000304*                    IS THE CARD TYPE (BLANK/S SINGLE, R        *
000305*                    RANGE) AND POSITIONS 14-18 AND 19-23       *
000306*                    CARRY THE TO-N AND STEP FOR A RANGE CARD.  *
000307*   10/15/2026  RLJ  OPTIONAL EXPONENT IN PARM POSITION 24      *
000307*                    (BLANK OR ZERO = 2, THE ORIGINAL SQUARES). *
000307*   10/15/2026  RLJ  A DECK NAME IN PARM POSITIONS 25-32 NOW    *
000307*                    EXPANDS THAT DECK FROM THE CONTROL-DECK    *
000308*                    LIBRARY (DECKLIB) ONTO CTLFILE.            *
000308*   10/15/2026  RLJ  REQUESTING DEPARTMENT IN PARM POSITIONS    *
000308*                    25-30 GOES ON THE CARD, AND ON EVERY DECK  *
000309*                    CARD WITHOUT ONE; THE DECK NAME MOVES TO   *
000309*                    31-38.  THE LEDGER RECORD CARRIES THE      *
000309*                    DEPARTMENT (MIXED FOR A MIXED DECK).       *
000310*                                                               *
000320***************************************************************** 
000330 IDENTIFICATION DIVISION.                                         
000452     SELECT LEDGER-FILE ASSIGN TO LEDGFILE
000454         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS WS-LEDG-FILE-STATUS.
000457     SELECT DECK-LIBRARY-FILE ASSIGN TO DECKLIB
000457         ORGANIZATION IS INDEXED
000458         ACCESS MODE IS DYNAMIC
000458         RECORD KEY IS DK-KEY
000459         FILE STATUS IS WS-DECK-FILE-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000516     RECORDING MODE IS F.
000518     COPY DL100RL.
000520*
000522 FD  DECK-LIBRARY-FILE
000524     RECORDING MODE IS F.
000526     COPY DL100DK.
000528*
000530 WORKING-STORAGE SECTION.
000540 77  WS-CTL-FILE-STATUS       PIC X(02) VALUE SPACES.
000542 77  WS-LEDG-FILE-STATUS      PIC X(02) VALUE SPACES.
000543 77  WS-DECK-FILE-STATUS      PIC X(02) VALUE SPACES.
000543 77  WS-DECK-DONE-SW          PIC X(01) VALUE 'N'.
000544     88  WS-DECK-DONE             VALUE 'Y'.
000544 77  WS-DECK-NAME             PIC X(08) VALUE SPACES.
000545 77  WS-CARDS-READ            PIC 9(05) COMP VALUE 0.
000545 77  WS-CARDS-WRITTEN         PIC 9(05) COMP VALUE 0.
000546 77  WS-HEADER-CARD-COUNT     PIC 9(05) COMP VALUE 0.
000547 77  WS-DECK-NAME-LENGTH      PIC 9(04) COMP VALUE 0.
000547 77  WS-PARM-DEPT-CODE       PIC X(06) VALUE SPACES.
000548 77  WS-RUN-DEPT-CODE        PIC X(06) VALUE SPACES.
000548 77  WS-DEPT-SEEN-SW         PIC X(01) VALUE 'N'.
000549     88  WS-DEPT-SEEN            VALUE 'Y'.
000550*                                                                 
000560 LINKAGE SECTION.                                                 
000570 01  PARM-INPUT.                                                  
000620*                                                                 
000630 0000-MAINLINE.                                                   
000640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      
000643     IF WS-DECK-NAME NOT = SPACES
000650         PERFORM 3000-EXPAND-NAMED-DECK THRU 3000-EXIT
000652     ELSE
000654         PERFORM 2000-BUILD-CONTROL-CARD THRU 2000-EXIT
000656     END-IF.
000660     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       
000670     STOP RUN.                                                    
000680*                                                                 
000740         DISPLAY 'DL100PRM - PARM TOO SHORT, EXPECT NNNNNS'        
000750         MOVE 16 TO RETURN-CODE                                   
000760         STOP RUN                                                 
000761     END-IF.                                                      
000761*    POSITIONS 25-30 ARE THE REQUESTING DEPARTMENT, ALL ZEROS
000762*    WHEN THE JOB DID NOT NAME ONE.  POSITIONS 31-38 NAME A DECK
000762*    ON THE CONTROL-DECK LIBRARY - ONLY AS MUCH OF THEM AS THE
000763*    PARM ACTUALLY CARRIES IS TAKEN.
000763     IF PARM-LENGTH > 29
000764         MOVE PARM-TEXT(25:6) TO WS-PARM-DEPT-CODE
000764         IF WS-PARM-DEPT-CODE = ZEROES
000765             MOVE SPACES TO WS-PARM-DEPT-CODE
000765         END-IF
000766     END-IF.
000766     IF PARM-LENGTH > 30
000767         SUBTRACT 30 FROM PARM-LENGTH GIVING WS-DECK-NAME-LENGTH
000767         IF WS-DECK-NAME-LENGTH > 8
000768             MOVE 8 TO WS-DECK-NAME-LENGTH
000768         END-IF
000769         MOVE PARM-TEXT(31:WS-DECK-NAME-LENGTH) TO WS-DECK-NAME
000770     END-IF.
000780     OPEN OUTPUT CONTROL-FILE.                                    
000790     IF WS-CTL-FILE-STATUS NOT = '00'                             
000800         DISPLAY 'DL100PRM - UNABLE TO OPEN CTLFILE ST='         
001050         MOVE ZEROES TO CTL-TO-N-VALUE
001051         MOVE ZEROES TO CTL-STEP-VALUE
001052     END-IF.
001052     IF PARM-LENGTH > 23
001052         MOVE PARM-TEXT(24:1) TO CTL-EXPONENT
001052     ELSE
001052         MOVE ZERO TO CTL-EXPONENT
001052     END-IF.
001052     MOVE WS-PARM-DEPT-CODE TO CTL-DEPT-CODE.
001053     WRITE DL100-CONTROL-RECORD.                                  
001055     ADD 1 TO WS-CARDS-WRITTEN.
001057     PERFORM 4000-NOTE-RUN-DEPARTMENT THRU 4000-EXIT.
001060     DISPLAY 'DL100PRM - CTLFILE BUILT FOR N=' CTL-N-VALUE       
001070         ' DETAIL=' CTL-DETAIL-SW ' EXPONENT=' CTL-EXPONENT
001074         ' DEPT=' CTL-DEPT-CODE.
001080 2000-EXIT.                                                       
001081     EXIT.                                                        
001081*                                                                 
001081*****************************************************************
001081*    3000-EXPAND-NAMED-DECK                                     *
001081*                                                               *
001081*    WRITES THE NAMED DECK'S CARDS FROM THE CONTROL-DECK       *
001081*    LIBRARY TO CTLFILE IN CARD-SEQUENCE ORDER - THE ORDER     *
001081*    THEY ARE TO RUN.  THE CARDS FOUND MUST MATCH THE COUNT    *
001081*    ON THE DECK'S HEADER; A SHORT OR DAMAGED DECK STOPS THE   *
001081*    STEP RC=16 RATHER THAN RUN PART OF A RECURRING SET.       *
001082*****************************************************************
001082 3000-EXPAND-NAMED-DECK.
001082     OPEN INPUT DECK-LIBRARY-FILE.
001082     IF WS-DECK-FILE-STATUS NOT = '00'
001082         DISPLAY 'DL100PRM - UNABLE TO OPEN DECKLIB ST='
001082             WS-DECK-FILE-STATUS
001082         MOVE 16 TO RETURN-CODE
001082         STOP RUN
001082     END-IF.
001082     MOVE WS-DECK-NAME TO DK-DECK-NAME.
001083     MOVE 0 TO DK-CARD-SEQ.
001083     READ DECK-LIBRARY-FILE
001083         INVALID KEY
001083             DISPLAY 'DL100PRM - DECK ' WS-DECK-NAME
001083                 ' IS NOT ON DECKLIB'
001083             MOVE 16 TO RETURN-CODE
001083             STOP RUN
001083     END-READ.
001083     MOVE DK-CARD-COUNT TO WS-HEADER-CARD-COUNT.
001083     MOVE 1 TO DK-CARD-SEQ.
001084     START DECK-LIBRARY-FILE
001084         KEY IS NOT LESS THAN DK-KEY
001084         INVALID KEY
001084             SET WS-DECK-DONE TO TRUE
001084     END-START.
001084     PERFORM 3100-WRITE-NEXT-DECK-CARD THRU 3100-EXIT
001084         UNTIL WS-DECK-DONE.
001084     CLOSE DECK-LIBRARY-FILE.
001084     IF WS-CARDS-WRITTEN = 0
001084         OR WS-CARDS-WRITTEN NOT = WS-HEADER-CARD-COUNT
001085         DISPLAY 'DL100PRM - DECK ' WS-DECK-NAME
001085             ' CARDS=' WS-CARDS-WRITTEN
001085             ' HEADER COUNT=' WS-HEADER-CARD-COUNT
001085             ' - DECK NOT RUN'
001085         MOVE 16 TO RETURN-CODE
001085         STOP RUN
001085     END-IF.
001085     DISPLAY 'DL100PRM - CTLFILE BUILT FROM DECK ' WS-DECK-NAME
001085         ' CARDS=' WS-CARDS-WRITTEN.
001085 3000-EXIT.
001086     EXIT.
001086*
001086 3100-WRITE-NEXT-DECK-CARD.
001086     READ DECK-LIBRARY-FILE NEXT RECORD
001086         AT END
001086             SET WS-DECK-DONE TO TRUE
001086             GO TO 3100-EXIT
001086     END-READ.
001086     IF DK-DECK-NAME NOT = WS-DECK-NAME
001086         SET WS-DECK-DONE TO TRUE
001087         GO TO 3100-EXIT
001087     END-IF.
001087     ADD 1 TO WS-CARDS-READ.
001087     MOVE DK-CARD-IMAGE TO DL100-CONTROL-RECORD.
001087     IF CTL-DEPT-CODE = SPACES
001087         MOVE WS-PARM-DEPT-CODE TO CTL-DEPT-CODE
001087     END-IF.
001087     WRITE DL100-CONTROL-RECORD.
001087     ADD 1 TO WS-CARDS-WRITTEN.
001087     PERFORM 4000-NOTE-RUN-DEPARTMENT THRU 4000-EXIT.
001088 3100-EXIT.
001088     EXIT.
001088*
001088*****************************************************************
001088*    4000-NOTE-RUN-DEPARTMENT                                   *
001088*                                                               *
001088*    THE LEDGER CARRIES ONE DEPARTMENT FOR THE STEP - THE ONE   *
001088*    ON EVERY CARD WRITTEN, OR MIXED WHEN THE CARDS DISAGREE.   *
001088*****************************************************************
001088 4000-NOTE-RUN-DEPARTMENT.
001089     IF NOT WS-DEPT-SEEN
001089         MOVE CTL-DEPT-CODE TO WS-RUN-DEPT-CODE
001089         SET WS-DEPT-SEEN TO TRUE
001089     ELSE
001089         IF CTL-DEPT-CODE NOT = WS-RUN-DEPT-CODE
001089             MOVE 'MIXED' TO WS-RUN-DEPT-CODE
001089         END-IF
001089     END-IF.
001089 4000-EXIT.
001090     EXIT.
001100*
001110***************************************************************** 
001120*    9000-TERMINATE                                              *
001130***************************************************************** 
001390     ACCEPT RLG-RUN-TIME FROM TIME.
001400     MOVE 'DL100PRM' TO RLG-STEP-NAME.
001410     MOVE 0 TO RLG-RETURN-CODE.
001420     MOVE WS-CARDS-READ TO RLG-RECORDS-READ.
001430     MOVE WS-CARDS-WRITTEN TO RLG-RECORDS-WRITTEN.
001440     MOVE SPACES TO RLG-RECON-OUTCOME.
001445     MOVE WS-RUN-DEPT-CODE TO RLG-DEPT-CODE.
001450     WRITE DL100-RUN-LEDGER-RECORD.
001460     CLOSE LEDGER-FILE.
001470 9500-EXIT.
