000310*   MODIFICATION HISTORY                                       *
000320*   ------------------------------------------------------     *
000330*   09/01/2026  RLJ  ORIGINAL VERSION.                          *
000332*   10/15/2026  RLJ  THE MERGE IS ON N AND POWER K - A MASTER   *
000334*                    RECORD AT K=3 IS NOT COVERED BY A K=2      *
000336*                    REFERENCE - AND THE PROPOSED CARD CARRIES K*
000338*                    IN COLUMN 40.                              *
000340*                                                               *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000490     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS RES-KEY
000530         FILE STATUS IS WS-RESL-FILE-STATUS.
000540     SELECT REFERENCE-FILE ASSIGN TO REFFILE
000550         ORGANIZATION IS SEQUENTIAL
000850     05  CRD-N-VALUE             PIC 9(05).
000860     05  CRD-EXPECTED-RESULT     PIC 9(20).
000870     05  CRD-USER-ID             PIC X(08).
000880     05  CRD-EXPONENT            PIC 9(01).
000885     05  FILLER                  PIC X(40).
000890*
000900 FD  REPORT-FILE
000910     RECORDING MODE IS F.
001080 77  WS-NOT-OK-COUNT         PIC 9(07) COMP VALUE 0.
001090 77  WS-ORPHAN-REF-COUNT     PIC 9(07) COMP VALUE 0.
001100 01  WS-CDT-DATE             PIC 9(08).
001101*    REFERENCE KEY WITH A BLANK EXPONENT READ AS 2, SO IT
001102*    COMPARES DIRECTLY AGAINST RES-KEY.
001103 01  WS-REF-KEY.
001104     05  WS-REF-KEY-N            PIC 9(05) VALUE 0.
001105     05  WS-REF-KEY-K            PIC 9(01) VALUE 2.
001110*
001120 01  RPT-HEADING-1.
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001260 01  RPT-COLUMN-HEADING.
001270     05  FILLER                  PIC X(01) VALUE SPACE.
001280     05  FILLER                  PIC X(07) VALUE 'N'.
001285     05  FILLER                  PIC X(03) VALUE 'K'.
001290     05  FILLER                  PIC X(22)
001292         VALUE 'EXPECTED RESULT'.
001300     05  FILLER                  PIC X(09) VALUE 'CONFIRMS'.
001330 01  RPT-DETAIL-LINE.
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  RPT-DTL-N-VALUE         PIC ZZZZ9.
001353     05  FILLER                  PIC X(02) VALUE SPACE.
001356     05  RPT-DTL-EXPONENT        PIC 9(01).
001360     05  FILLER                  PIC X(02) VALUE SPACE.
001370     05  RPT-DTL-RESULT          PIC Z(19)9.
001380     05  FILLER                  PIC X(02) VALUE SPACE.
002240*****************************************************************
002250*    2000-MATCH-MERGE                                           *
002260*                                                               *
002270*    MATCH-MERGES THE MASTER AGAINST THE REFERENCE FILE BY N   *
002280*    AND K.  BOTH ARRIVE IN N/K ORDER - THE MASTER BY ITS      *
002290*    KEY, THE REFERENCE FILE BY THE ORDER DL100RFM REWRITES    *
002300*    IT IN.  AN N ON THE MASTER WITH NO REFERENCE RECORD IS    *
002310*    A SEED CANDIDATE; A REFERENCE RECORD WITH NO MASTER N     *
002380     ELSE IF WS-REF-EOF-YES
002390         PERFORM 3000-CONSIDER-MASTER-N THRU 3000-EXIT
002400         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002410     ELSE IF RES-KEY = WS-REF-KEY
002420         ADD 1 TO WS-COVERED-COUNT
002430         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002440         PERFORM 2200-READ-REFERENCE THRU 2200-EXIT
002450     ELSE IF RES-KEY < WS-REF-KEY
002460         PERFORM 3000-CONSIDER-MASTER-N THRU 3000-EXIT
002470         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002480     ELSE
002700         AT END
002710             SET WS-REF-EOF-YES TO TRUE
002720     END-READ.
002721     IF NOT WS-REF-EOF-YES
002722         MOVE REF-N-VALUE TO WS-REF-KEY-N
002723         IF REF-EXPONENT NUMERIC
002724             AND REF-EXPONENT > '1'
002725             MOVE REF-EXPONENT TO WS-REF-KEY-K
002726         ELSE
002727             MOVE 2 TO WS-REF-KEY-K
002728         END-IF
002729     END-IF.
002730 2200-EXIT.
002740     EXIT.
002750*
002940     MOVE SPACES TO PROPOSAL-CARD-RECORD.
002950     MOVE 'ADD   ' TO CRD-ACTION.
002960     MOVE RES-N-VALUE TO CRD-N-VALUE.
002965     MOVE RES-EXPONENT TO CRD-EXPONENT.
002970     MOVE RES-RESULT-FWD TO CRD-EXPECTED-RESULT.
002980     MOVE 'DL100SED' TO CRD-USER-ID.
002990     WRITE PROPOSAL-CARD-RECORD.
003000     ADD 1 TO WS-PROPOSED-COUNT.
003010     MOVE RES-N-VALUE TO RPT-DTL-N-VALUE.
003015     MOVE RES-EXPONENT TO RPT-DTL-EXPONENT.
003020     MOVE RES-RESULT-FWD TO RPT-DTL-RESULT.
003030     MOVE RES-CONFIRM-COUNT TO RPT-DTL-CONFIRMS.
003040     MOVE RES-LAST-POSTED-DATE TO RPT-DTL-LAST-POSTED.
