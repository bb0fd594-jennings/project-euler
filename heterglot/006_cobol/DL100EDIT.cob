000298*                    THE WHOLE RANGE CHECKS CLEAN, SO A         *
000299*                    REJECTED RANGE NO LONGER POISONS LATER     *
000300*                    CARDS FOR ITS NS.                          *
000300*   10/15/2026  RLJ  EDITS THE NEW EXPONENT COLUMN (BLANK, 0 OR *
000300*                    2 THROUGH 9) AND PRINTS IT.  THE DUPLICATE *
000300*                    CHECK IS NOW ON N AND EXPONENT TOGETHER -  *
000300*                    THE SEEN TABLE CARRIES ONE FLAG PER N PER  *
000300*                    EXPONENT, SO ONE N MAY RUN AT SEVERAL K.   *
000300*   10/15/2026  RLJ  EXPONENT EDITED BY THE SUITE-WIDE POWER K  *
000300*                    RULE (COPYBOOK DL100KV).                   *
000301*                                                               *
000302*****************************************************************
000310 IDENTIFICATION DIVISION.
000702 77  WS-WALK-MODE-SW         PIC 9(01) VALUE 1.
000704     88  WS-WALK-CHECKING        VALUE 1.
000706     88  WS-WALK-REMEMBERING     VALUE 2.
000710 77  WS-EDIT-EXPONENT        PIC 9(01) VALUE 2.
000720 77  WS-EDIT-K-SUB           PIC 9(01) COMP VALUE 1.
000730 77  WS-OVERALL-RC           PIC 99 VALUE 0.
000740 01  WS-CDT-DATE             PIC 9(08).
000742*    ONE FLAG BYTE PER POSSIBLE N PER EXPONENT, INDEXED BY N
000743*    ITSELF AND BY THE EXPONENT LESS ONE - THE SAME DIRECT-
000744*    LOOKUP PATTERN AS DL100RFM'S REFERENCE TABLE - SO THE
000746*    DUPLICATE CHECK COVERS A FULL RANGE SWEEP WITHOUT A PER-N
000748*    SEARCH OR A CARD-COUNT CEILING.
000750 01  WS-SEEN-N-TABLE.
000760     05  WS-SEEN-N-ENTRY         OCCURS 99999 TIMES.
000765         10  WS-SEEN-N-SW        PIC X(01) OCCURS 8 TIMES.
000770*
000780 01  RPT-HEADING-1.
000790     05  FILLER                  PIC X(01) VALUE SPACE.
000912     05  FILLER                  PIC X(06) VALUE 'TYPE'.
000914     05  FILLER                  PIC X(07) VALUE 'TO-N'.
000916     05  FILLER                  PIC X(07) VALUE 'STEP'.
000918     05  FILLER                  PIC X(05) VALUE 'EXP'.
000920     05  FILLER                  PIC X(10) VALUE 'DECISION'.
000930     05  FILLER                  PIC X(30) VALUE 'REASON'.
000940*
001044     05  FILLER                  PIC X(02) VALUE SPACE.
001045     05  RPT-DTL-STEP            PIC X(05).
001046     05  FILLER                  PIC X(02) VALUE SPACE.
001047     05  RPT-DTL-EXPONENT        PIC X(01).
001048     05  FILLER                  PIC X(04) VALUE SPACE.
001050     05  RPT-DTL-DECISION        PIC X(08).
001060     05  FILLER                  PIC X(02) VALUE SPACE.
001070     05  RPT-DTL-REASON          PIC X(40).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  RPT-TOT-TEXT            PIC X(20).
001120     05  RPT-TOT-COUNT           PIC ZZZZ9.
001123*
001126     COPY DL100KV.
001130*
001140 PROCEDURE DIVISION.
001150*
001512*
001514 1100-CLEAR-NEXT-SEEN-N.
001515     ADD 1 TO WS-SEEN-SUB.
001516     MOVE ALL 'N' TO WS-SEEN-N-ENTRY (WS-SEEN-SUB).
001517 1100-EXIT.
001518     EXIT.
001520*
002040                 TO RPT-DTL-REASON
002050         END-IF
002060     END-IF.
002061     PERFORM 3060-EDIT-EXPONENT THRU 3060-EXIT.
002062     IF WS-CARD-IS-OK
002063         IF NOT CTL-TYPE-SINGLE AND NOT CTL-TYPE-RANGE
002064             MOVE 'N' TO WS-CARD-OK-SW
002082         END-IF
002090         IF WS-DUP-FOUND
002100             MOVE 'N' TO WS-CARD-OK-SW
002110             MOVE 'N/EXPONENT PUNCHED ON AN EARLIER CARD'
002120                 TO RPT-DTL-REASON
002130         END-IF
002140     END-IF.
002297*
002298 3100-CHECK-DUPLICATE-N.
002299     MOVE 'N' TO WS-DUP-FOUND-SW.
002300     IF WS-SEEN-N-SW (WS-EDIT-N WS-EDIT-K-SUB) = 'Y'
002301         SET WS-DUP-FOUND TO TRUE
002302     END-IF.
002303 3100-EXIT.
002304     EXIT.
002305*
002306 3200-REMEMBER-N.
002307     MOVE 'Y' TO WS-SEEN-N-SW (WS-EDIT-N WS-EDIT-K-SUB).
002308 3200-EXIT.
002308     EXIT.
002308*
002308*****************************************************************
002308*    3060-EDIT-EXPONENT                                         *
002308*                                                               *
002308*    THE EXPONENT COLUMN MAY BE BLANK OR ZERO (MEANING 2, THE  *
002308*    ORIGINAL SQUARES) OR 2 THROUGH 9.  ALSO WORKS OUT THE     *
002308*    EXPONENT THE CARD WILL ACTUALLY RUN AT, WHICH THE         *
002308*    DUPLICATE CHECK KEYS ON WITH THE N.                       *
002308*****************************************************************
002308 3060-EDIT-EXPONENT.
002308     IF NOT WS-CARD-IS-OK
002308         GO TO 3060-EXIT
002308     END-IF.
002308     MOVE CTL-EXPONENT TO KV-K-KEYED.
002308     IF NOT KV-K-IS-VALID
002308         MOVE 'N' TO WS-CARD-OK-SW
002308         MOVE 'EXPONENT MUST BE BLANK, 0 OR 2 THROUGH 9'
002308             TO RPT-DTL-REASON
002308         GO TO 3060-EXIT
002308     END-IF.
002308     IF KV-K-TAKES-DEFAULT
002308         MOVE 2 TO WS-EDIT-EXPONENT
002308     ELSE
002308         MOVE KV-K-KEYED TO WS-EDIT-EXPONENT
002308     END-IF.
002308     SUBTRACT 1 FROM WS-EDIT-EXPONENT GIVING WS-EDIT-K-SUB.
002308 3060-EXIT.
002309     EXIT.
002500*
002510 3300-WRITE-EDIT-LINE.
002540     MOVE CTL-DETAIL-SW TO RPT-DTL-DETAIL-SW.
002550     MOVE CTL-CALC-MODE TO RPT-DTL-CALC-MODE.
002552     MOVE CTL-CARD-TYPE TO RPT-DTL-CARD-TYPE.
002553     MOVE CTL-EXPONENT TO RPT-DTL-EXPONENT.
002554     IF CTL-TYPE-RANGE
002556         MOVE CTL-TO-N-VALUE TO RPT-DTL-TO-N
002558         MOVE CTL-STEP-VALUE TO RPT-DTL-STEP
