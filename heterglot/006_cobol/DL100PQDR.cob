000270*   MODIFICATION HISTORY                                       *
000280*   ------------------------------------------------------     *
000290*   09/01/2026  RLJ  ORIGINAL VERSION.                          *
000291*   10/15/2026  RLJ  QUEUE IS NOW KEYED ON N AND EXPONENT - THE *
000292*                    REQUEST'S EXPONENT IS PUNCHED ON ITS CARD. *
000293*   10/15/2026  RLJ  AN N THE BATCH-WINDOW PLANNER DEFERRED IS  *
000294*                    PUNCHED IN THE CALC MODE ITS CARD ASKED    *
000295*                    FOR (PND-CALC-MODE) - ONLINE REQUESTS      *
000296*                    STILL RUN FAST.                            *
000297*   10/15/2026  RLJ  THE REQUEST'S DEPARTMENT (PND-DEPT-CODE)   *
000298*                    IS PUNCHED ON ITS CARD SO THE RUN IS       *
000299*                    CHARGED BACK TO WHOEVER ASKED FOR IT.      *
000300*                                                               *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000420     SELECT PENDING-FILE ASSIGN TO PENDFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS PND-KEY
000460         FILE STATUS IS WS-PEND-FILE-STATUS.
000470     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000480         ORGANIZATION IS SEQUENTIAL
001140     MOVE SPACES TO DL100-CONTROL-RECORD.
001150     MOVE PND-N-VALUE TO CTL-N-VALUE.
001160     MOVE 'N' TO CTL-DETAIL-SW.
001162     IF PND-CALC-MODE = 'L' OR PND-CALC-MODE = 'F'
001164         OR PND-CALC-MODE = 'V'
001170         MOVE PND-CALC-MODE TO CTL-CALC-MODE
001172     ELSE
001174         MOVE 'F' TO CTL-CALC-MODE
001176     END-IF.
001180     MOVE ZEROES TO CTL-PROGRESS-INT.
001190     MOVE 'S' TO CTL-CARD-TYPE.
001200     MOVE ZEROES TO CTL-TO-N-VALUE.
001210     MOVE ZEROES TO CTL-STEP-VALUE.
001215     MOVE PND-EXPONENT TO CTL-EXPONENT.
001217     MOVE PND-DEPT-CODE TO CTL-DEPT-CODE.
001220     WRITE DL100-CONTROL-RECORD.
001230     ADD 1 TO WS-PUNCHED-COUNT.
001240     DISPLAY 'DL100PQD - QUEUED N=' PND-N-VALUE
001245         ' K=' PND-EXPONENT
001250         ' REQUESTED ' PND-REQUEST-DATE ' ' PND-REQUEST-TIME
001260         ' TERM=' PND-TERM-ID ' DEPT=' PND-DEPT-CODE.
001270     PERFORM 2000-READ-PENDING THRU 2000-EXIT.
001280 3000-EXIT.
001290     EXIT.
