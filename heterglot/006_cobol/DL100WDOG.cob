000340*   MODIFICATION HISTORY                                       *
000350*   ------------------------------------------------------     *
000360*   09/01/2026  RLJ  ORIGINAL VERSION.                          *
000361*   10/15/2026  RLJ  A STALLED RUN NOW ALSO OPENS AN EXCEPTION  *
000362*                    CASE (DL100XCW, REASON WDGS) AGAINST THE   *
000363*                    STATUS RECORD'S LAST-UPDATE STAMP, SO      *
000364*                    REPEATED FIRINGS ON ONE STALL OPEN ONE     *
000365*                    CASE.  K COMES FROM A CHECKPOINT OF THE    *
000366*                    SAME N WHEN THERE IS ONE.                  *
000370*                                                               *
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
001090     05  WS-DNW-LEAP-400         PIC S9(09) COMP.
001100     05  WS-DNW-MONTH-DAYS       PIC S9(09) COMP.
001110     05  WS-DNW-DAY-NO           PIC S9(09) COMP.
001113*
001116     COPY DL100XC.
001120*
001130 PROCEDURE DIVISION.
001140*
002700         STAT-LAST-UPD-DATE ' ' STAT-LAST-UPD-TIME
002710         ' AGE=' WS-AGE-MINUTES ' MIN'
002720         ' LIMIT=' PRM-STALE-MINUTES ' MIN'.
002724     MOVE SPACES TO DL100-EXCEPTION-CASE-RECORD.
002728     MOVE 0 TO XC-EXPONENT.
002730     PERFORM 4100-REPORT-CHECKPOINT THRU 4100-EXIT.
002736     PERFORM 4500-OPEN-EXCEPTION-CASE THRU 4500-EXIT.
002740     MOVE 8 TO WS-OVERALL-RC.
002750 4000-EXIT.
002760     EXIT.
002900         CKPT-N-VALUE
002910         ' PHASE=' CKPT-PHASE
002920         ' COUNTER=' CKPT-COUNTER.
002922     IF CKPT-N-VALUE = STAT-N-VALUE
002924         AND CKPT-EXPONENT NUMERIC
002926         MOVE CKPT-EXPONENT TO XC-EXPONENT
002928     END-IF.
002930 4100-CLOSE.
002940     CLOSE CHECKPOINT-FILE.
002950 4100-EXIT.
002951     EXIT.
002951*
002951*****************************************************************
002951*    4500-OPEN-EXCEPTION-CASE                                   *
002952*                                                               *
002952*    RECORDS THE STALL ON THE EXCEPTION CASE FILE.  THE RUN    *
002952*    STAMP IS THE STATUS RECORD'S LAST UPDATE, WHICH STAYS     *
002952*    PUT WHILE THE RUN IS STUCK, SO DL100XCW KEEPS ONE CASE    *
002953*    HOWEVER OFTEN THE WATCHDOG FIRES.  EXPECTED IS THE LIMIT  *
002953*    AND ACTUAL THE AGE FOUND, BOTH IN MINUTES.                *
002953*****************************************************************
002954 4500-OPEN-EXCEPTION-CASE.
002954     IF STAT-N-VALUE NUMERIC
002954         MOVE STAT-N-VALUE TO XC-N-VALUE
002954     ELSE
002955         MOVE 0 TO XC-N-VALUE
002955     END-IF.
002955     MOVE 'DL100WDG' TO XC-SOURCE-STEP.
002956     SET XC-REASON-WDG-STALL TO TRUE.
002956     IF STAT-LAST-UPD-DATE NUMERIC AND STAT-LAST-UPD-TIME NUMERIC
002956         MOVE STAT-LAST-UPD-DATE TO XC-RUN-DATE
002956         MOVE STAT-LAST-UPD-TIME TO XC-RUN-TIME
002957     ELSE
002957         MOVE 0 TO XC-RUN-DATE
002957         MOVE 0 TO XC-RUN-TIME
002958     END-IF.
002958     MOVE PRM-STALE-MINUTES TO XC-EXPECTED-VALUE.
002958     MOVE WS-AGE-MINUTES TO XC-ACTUAL-VALUE.
002958     MOVE 'STATUS RECORD NOT UPDATED WITHIN LIMIT'
002959         TO XC-DESCRIPTION.
002959     CALL 'DL100XCW' USING DL100-EXCEPTION-CASE-RECORD.
002959 4500-EXIT.
002960     EXIT.
002970*
002980*****************************************************************
