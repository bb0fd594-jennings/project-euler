000260*   MODIFICATION HISTORY                                       *
000270*   ------------------------------------------------------     *
000280*   09/01/2026  RLJ  ORIGINAL VERSION.                          *
000283*   10/15/2026  RLJ  EACH RUN IS MATCHED TO THE MASTER RECORD   *
000286*                    FOR ITS N AND POWER K, AND K IS PRINTED.   *
000290*                                                               *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000510     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS RES-KEY
000550         FILE STATUS IS WS-RESL-FILE-STATUS.
000560     SELECT REPORT-FILE ASSIGN TO RPTFILE
000570         ORGANIZATION IS SEQUENTIAL
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  FILLER                  PIC X(10) VALUE 'RUN TIME'.
001140     05  FILLER                  PIC X(07) VALUE 'N'.
001145     05  FILLER                  PIC X(03) VALUE 'K'.
001150     05  FILLER                  PIC X(23) VALUE '   RESULT-FWD'.
001160     05  FILLER                  PIC X(10) VALUE 'STATUS'.
001170     05  FILLER                  PIC X(10) VALUE 'MASTER'.
001210     05  RPT-DTL-RUN-TIME        PIC 9(06).
001220     05  FILLER                  PIC X(04) VALUE SPACE.
001230     05  RPT-DTL-N-VALUE         PIC ZZZZ9.
001233     05  FILLER                  PIC X(02) VALUE SPACE.
001236     05  RPT-DTL-EXPONENT        PIC 9(01).
001240     05  FILLER                  PIC X(02) VALUE SPACE.
001250     05  RPT-DTL-RESULT-FWD      PIC -(20)9.
001260     05  FILLER                  PIC X(02) VALUE SPACE.
002360*                                                               *
002370*    ONE LINE PER RUN - TIME, N, FORWARD RESULT, STATUS, AND   *
002380*    WHETHER THE VALUE AGREES WITH THE MASTER RECORD FOR       *
002390*    THAT N AND K (MATCHED / DIFFERS / NO MASTER).             *
002400*****************************************************************
002410 3000-RECAP-ONE-RUN.
002420     ADD 1 TO WS-RUN-COUNT.
002430     MOVE HV-RUN-TIME TO RPT-DTL-RUN-TIME.
002440     MOVE HV-N-VALUE TO RPT-DTL-N-VALUE.
002445     MOVE HV-EXPONENT TO RPT-DTL-EXPONENT.
002450     MOVE HV-RESULT-FWD TO RPT-DTL-RESULT-FWD.
002460     MOVE HV-STATUS TO RPT-DTL-STATUS.
002470     PERFORM 3100-CHECK-AGAINST-MASTER THRU 3100-EXIT.
002540 3100-CHECK-AGAINST-MASTER.
002550     MOVE 'N' TO WS-MASTER-FOUND-SW.
002560     MOVE HV-N-VALUE TO RES-N-VALUE.
002565     MOVE HV-EXPONENT TO RES-EXPONENT.
002570     READ RESULT-MASTER
002580         INVALID KEY
002590             CONTINUE
