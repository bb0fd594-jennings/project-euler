000296*                    NIGHTLY DRAIN POSTS IT TO THE BOOK OF     *
000297*                    RECORD - THE SCREEN TELLS THE REQUESTOR   *
000298*                    THE N IS QUEUED FOR OVERNIGHT POSTING.    *
000299*   10/15/2026  RLJ  NEW POWER K FIELD ON THE MAP (BLANK = 2)  *
000299*                    - THE MASTER, HISTORY AND QUEUE ARE READ  *
000299*                    AND WRITTEN ON N PLUS K, AND AN ON-THE-   *
000299*                    SPOT ANSWER IS COMPUTED AT THAT K.        *
000299*   10/15/2026  RLJ  NEW DEPARTMENT FIELD ON THE MAP - AN N    *
000299*                    COMPUTED ON THE SPOT IS QUEUED WITH THE   *
000299*                    REQUESTING DEPARTMENT KEYED (PND-DEPT-    *
000299*                    CODE) SO ITS OVERNIGHT RUN IS CHARGED     *
000299*                    BACK.  THE QUEUE RECORD IS NOW CLEARED    *
000299*                    BEFORE IT IS BUILT.                       *
000299*   10/15/2026  RLJ  POWER K EDITED BY THE SUITE-WIDE RULE      *
000299*                    (COPYBOOK DL100KV) - 0 NOW TAKES THE       *
000299*                    SQUARES, AS IT DOES ON A CONTROL CARD.     *
000300*                                                               *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000430 77  WS-RESP                 PIC S9(08) COMP VALUE 0.
000440 77  WS-RESP2                PIC S9(08) COMP VALUE 0.
000450 77  WS-INQUIRY-N            PIC 9(05) VALUE 0.
000455 77  WS-INQUIRY-K            PIC 9(01) VALUE 2.
000457 77  WS-INQUIRY-DEPT         PIC X(06) VALUE SPACES.
000460 77  WS-HIST-SUB             PIC 9(02) COMP VALUE 0.
000470 77  WS-MORE-HISTORY-SW      PIC X(01) VALUE 'N'.
000480     88  WS-MORE-HISTORY         VALUE 'Y'.
000529 01  WS-END-MESSAGE          PIC X(14) VALUE 'DL100INQ ENDED'.
000570 01  WS-COMMAREA.
000580     05  CA-LAST-N               PIC 9(05).
000590     05  CA-LAST-K               PIC 9(01).
000595     05  CA-RESUME-KEY           PIC X(20).
000600     05  CA-MORE-SW              PIC X(01).
000610*
000620 01  WS-HISTORY-LINE.
000820*
000830 COPY DL100LK.
000840*
000845 COPY DL100KV.
000846*
000850 LINKAGE SECTION.
000860 01  DFHCOMMAREA             PIC X(27).
000870*
000880 PROCEDURE DIVISION.
000890*
001140     MOVE LOW-VALUES TO DLIQMAPO.
001150     MOVE 'ENTER AN N VALUE AND PRESS ENTER' TO MSGO.
001160     MOVE ZEROES TO CA-LAST-N.
001165     MOVE 2 TO CA-LAST-K.
001170     MOVE LOW-VALUES TO CA-RESUME-KEY.
001180     MOVE 'N' TO CA-MORE-SW.
001190     EXEC CICS SEND
001470         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
001480         GO TO 2000-EXIT
001490     END-IF.
001491     IF INQKL = 0
001491         MOVE SPACE TO KV-K-KEYED
001492     ELSE
001492         MOVE INQKI TO KV-K-KEYED
001493     END-IF.
001493     IF NOT KV-K-IS-VALID
001494         MOVE LOW-VALUES TO DLIQMAPO
001494         MOVE 'POWER K MUST BE BLANK, 0 OR 2 THROUGH 9'
001495             TO MSGO
001495         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
001496         GO TO 2000-EXIT
001496     END-IF.
001497     IF KV-K-TAKES-DEFAULT
001497         MOVE 2 TO WS-INQUIRY-K
001498     ELSE
001498         MOVE KV-K-KEYED TO WS-INQUIRY-K
001499     END-IF.
001500     MOVE INQNI TO WS-INQUIRY-N.
001504     IF INQDL = 0
001505         MOVE SPACES TO WS-INQUIRY-DEPT
001506     ELSE
001507         MOVE INQDI TO WS-INQUIRY-DEPT
001508     END-IF.
001510     MOVE WS-INQUIRY-N TO CA-LAST-N.
001515     MOVE WS-INQUIRY-K TO CA-LAST-K.
001520     MOVE LOW-VALUES TO CA-RESUME-KEY.
001530     MOVE 'N' TO CA-MORE-SW.
001540     MOVE LOW-VALUES TO DLIQMAPO.
001680*****************************************************************
001690 3000-SHOW-LATEST-RESULT.
001700     MOVE WS-INQUIRY-N TO RES-N-VALUE.
001705     MOVE WS-INQUIRY-K TO RES-EXPONENT.
001710     EXEC CICS READ
001720         FILE('RESLMAST')
001730         INTO(DL100-RESULT-MASTER-RECORD)
001740         RIDFLD(RES-KEY)
001750         RESP(WS-RESP)
001760     END-EXEC.
001770     EVALUATE WS-RESP
002000*
002010 3500-COMPUTE-ON-REQUEST.
002020     MOVE WS-INQUIRY-N TO DL100-N-VALUE.
002025     MOVE WS-INQUIRY-K TO DL100-EXPONENT.
002030     MOVE 'N' TO DL100-DETAIL-SW.
002040     MOVE 'F' TO DL100-CALC-MODE.
002050     MOVE ZEROES TO DL100-PROGRESS-INT.
002060     MOVE 'Y' TO DL100-ONLINE-SW.
002065     MOVE WS-INQUIRY-DEPT TO DL100-DEPT-CODE.
002070     CALL 'DL100CLC' USING DL100-CALC-LINKAGE.
002080     IF DL100-OVERFLOW-OCCURRED
002090         MOVE 'N TOO LARGE - RESULT OVERFLOWED' TO MSGO
002278*    KEY - THE N IS QUEUED ONCE AND THE USER IS TOLD SO.       *
002279*****************************************************************
002280 3600-QUEUE-REQUEST.
002280     MOVE SPACES TO DL100-PENDING-REQUEST-RECORD.
002281     MOVE WS-INQUIRY-N TO PND-N-VALUE.
002281     MOVE WS-INQUIRY-K TO PND-EXPONENT.
002282     EXEC CICS ASKTIME
002283         ABSTIME(WS-ABSTIME)
002284     END-EXEC.
002291     MOVE WS-QUEUE-TIME TO PND-REQUEST-TIME.
002292     MOVE EIBTRMID TO PND-TERM-ID.
002293     MOVE 'P' TO PND-STATUS.
002293     MOVE WS-INQUIRY-DEPT TO PND-DEPT-CODE.
002294     EXEC CICS WRITE
002295         FILE('PENDREQ')
002296         FROM(DL100-PENDING-REQUEST-RECORD)
002297         RIDFLD(PND-KEY)
002298         RESP(WS-RESP)
002299     END-EXEC.
002300     EVALUATE WS-RESP
002400     MOVE 'N' TO WS-BROWSE-DONE-SW.
002410     IF CA-RESUME-KEY = LOW-VALUES
002420         MOVE WS-INQUIRY-N TO HV-N-VALUE
002425         MOVE WS-INQUIRY-K TO HV-EXPONENT
002430         MOVE ZEROES TO HV-RUN-DATE
002440         MOVE ZEROES TO HV-RUN-TIME
002450     ELSE
002970         GO TO 4100-EXIT
002980     END-IF.
002990     IF HV-N-VALUE NOT = WS-INQUIRY-N
002995        OR HV-EXPONENT NOT = WS-INQUIRY-K
003000         SET WS-BROWSE-DONE TO TRUE
003010         GO TO 4100-EXIT
003020     END-IF.
003260         GO TO 5000-EXIT
003270     END-IF.
003280     MOVE CA-LAST-N TO WS-INQUIRY-N.
003285     MOVE CA-LAST-K TO WS-INQUIRY-K.
003290     MOVE LOW-VALUES TO DLIQMAPO.
003300     PERFORM 3000-SHOW-LATEST-RESULT THRU 3000-EXIT.
003310     PERFORM 4000-BROWSE-HISTORY THRU 4000-EXIT.
003350*
003360 8000-SEND-SCREEN.
003370     MOVE WS-INQUIRY-N TO INQNO.
003375     MOVE WS-INQUIRY-K TO INQKO.
003380     EXEC CICS SEND
003390         MAP('DLIQMAP')
003400         MAPSET('DL100MS')
