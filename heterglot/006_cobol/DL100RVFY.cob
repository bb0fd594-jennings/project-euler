000050*   ABSTRACT:  BUILDS THE NIGHTLY REVERIFICATION DECK.  READS  *
000060*              THE RESULTS MASTER (COPYBOOK DL100RS)           *
000070*              SEQUENTIALLY AND PUNCHES ONE CTLFILE CONTROL    *
000080*              CARD (COPYBOOK DL100CT) PER N AND K ON THE      *
000090*              MASTER SO A SCHEDULED ZZ006 RUN RE-PROVES EVERY *
000100*              VALUE IN THE BOOK OF RECORD ON A CYCLE INSTEAD  *
000110*              OF ONLY WHEN SOMEONE HAPPENS TO PUNCH THAT N    *
000120*              AGAIN.  A PARAMETER CARD PICKS THE ORDER THE    *
000340*   MODIFICATION HISTORY                                       *
000350*   ------------------------------------------------------     *
000360*   09/01/2026  RLJ  ORIGINAL VERSION.                          *
000363*   10/15/2026  RLJ  ONE CARD PER N AND POWER K ON THE MASTER,  *
000366*                    PUNCHED WITH THAT K IN COLUMN 24.          *
000370*                                                               *
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000520     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS RES-KEY
000560         FILE STATUS IS WS-RESL-FILE-STATUS.
000570     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000580         ORGANIZATION IS SEQUENTIAL
000860 01  SORT-SELECT-RECORD.
000870     05  SRT-SORT-KEY            PIC 9(08).
000880     05  SRT-N-VALUE             PIC 9(05).
000885     05  SRT-EXPONENT            PIC 9(01).
000890*
000900 WORKING-STORAGE SECTION.
000910 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001070     SORT SORT-FILE
001080         ON ASCENDING KEY SRT-SORT-KEY
001090                          SRT-N-VALUE
001095                          SRT-EXPONENT
001100         INPUT PROCEDURE IS 2000-RELEASE-MASTER-NS
001110             THRU 2000-EXIT
001120         OUTPUT PROCEDURE IS 3000-PUNCH-DECK THRU 3000-EXIT.
002030             MOVE RES-N-VALUE TO SRT-SORT-KEY
002040     END-EVALUATE.
002050     MOVE RES-N-VALUE TO SRT-N-VALUE.
002055     MOVE RES-EXPONENT TO SRT-EXPONENT.
002060     RELEASE SORT-SELECT-RECORD.
002070     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002080 2200-EXIT.
002340     END-IF.
002350     MOVE SPACES TO DL100-CONTROL-RECORD.
002360     MOVE SRT-N-VALUE TO CTL-N-VALUE.
002365     MOVE SRT-EXPONENT TO CTL-EXPONENT.
002370     MOVE PRM-DETAIL-SW TO CTL-DETAIL-SW.
002380     MOVE PRM-CALC-MODE TO CTL-CALC-MODE.
002390     MOVE PRM-PROGRESS-INT TO CTL-PROGRESS-INT.
