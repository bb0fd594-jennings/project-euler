000440*                    SILENTLY BACKING OUT THE WHOLE DECK       *
000450*                    WHILE THE REPORT SAID APPLIED.  RC=8/16   *
000460*                    STILL BACK EVERYTHING OUT.                *
000461*   10/15/2026  RLJ  REFERENCE RECORDS ARE NOW PER N AND       *
000462*                    POWER K - CARD COLUMN 40 NAMES K (BLANK   *
000463*                    = 2), THE TABLE HOLDS K 2 THROUGH 9 UNDER *
000464*                    EACH N, AND THE AUDIT RECORD CARRIES K    *
000465*                    (76 BYTES).                               *
000466*   10/15/2026  RLJ  COLUMN 40 EDITED BY THE SUITE-WIDE POWER K *
000467*                    RULE (COPYBOOK DL100KV) - 0 NOW TAKES THE  *
000468*                    SQUARES, AS IT DOES ON A CONTROL CARD.     *
000470*                                                               *
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000830 01  NEW-REFERENCE-RECORD.
000840     05  NEWREF-N-VALUE          PIC 9(05).
000850     05  NEWREF-EXPECTED-RESULT  PIC 9(20).
000860     05  NEWREF-EXPONENT         PIC 9(01).
000865     05  FILLER                  PIC X(54).
000870*
000880 FD  TRANSACTION-FILE
000890     RECORDING MODE IS F.
000950     05  TRN-N-VALUE             PIC 9(05).
000960     05  TRN-EXPECTED-RESULT     PIC 9(20).
000970     05  TRN-USER-ID             PIC X(08).
000980     05  TRN-EXPONENT            PIC X(01).
000985     05  FILLER                  PIC X(40).
000990*
001000 FD  AUDIT-FILE
001010     RECORDING MODE IS F.
001090     05  AUD-BEFORE-RESULT       PIC 9(20).
001100     05  AUD-AFTER-PRESENT-SW    PIC X(01).
001110     05  AUD-AFTER-RESULT        PIC 9(20).
001115     05  AUD-EXPONENT            PIC 9(01).
001120*
001130 FD  REPORT-FILE
001140     RECORDING MODE IS F.
001320 77  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
001330 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
001340 77  WS-TBL-SUB              PIC 9(05) COMP VALUE 0.
001341 77  WS-TBL-K-SUB            PIC 9(02) COMP VALUE 0.
001342 77  WS-TRN-K-SUB            PIC 9(02) COMP VALUE 0.
001343 77  WS-REF-K-SUB            PIC 9(02) COMP VALUE 0.
001344 77  WS-TRN-EXPONENT         PIC 9(01) VALUE 2.
001345 77  WS-REF-EXPONENT         PIC 9(01) VALUE 2.
001350 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001360 01  WS-CDT-DATE             PIC 9(08).
001370 01  WS-CDT-TIME             PIC 9(06).
001390*    THE WHOLE REFERENCE FILE IS HELD IN A TABLE INDEXED BY N
001400*    ITSELF (N IS AT MOST 99999), SO TRANSACTIONS APPLY BY
001410*    DIRECT LOOKUP AND THE REWRITTEN FILE FALLS OUT IN N ORDER.
001413*    UNDER EACH N THERE IS ONE SLOT PER POWER K, SUBSCRIPTED
001416*    K - 1.
001420 01  WS-REFERENCE-TABLE.
001430     05  WS-REF-ENTRY            OCCURS 99999 TIMES.
001440         10  WS-REF-K-ENTRY          OCCURS 8 TIMES.
001450             15  WS-REF-PRESENT-SW       PIC X(01).
001460                 88  WS-REF-PRESENT          VALUE 'Y'.
001462             15  WS-REF-RESULT           PIC 9(20).
001470*
001480 01  RPT-HEADING-1.
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  FILLER                  PIC X(07) VALUE 'CARD'.
001590     05  FILLER                  PIC X(08) VALUE 'ACTION'.
001600     05  FILLER                  PIC X(06) VALUE 'N'.
001605     05  FILLER                  PIC X(03) VALUE 'K'.
001610     05  FILLER                  PIC X(23) VALUE 'RESULT'.
001620     05  FILLER                  PIC X(10) VALUE 'DECISION'.
001630     05  FILLER                  PIC X(30) VALUE 'REASON'.
001700     05  FILLER                  PIC X(02) VALUE SPACE.
001710     05  RPT-DTL-N-VALUE         PIC X(05).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001723     05  RPT-DTL-EXPONENT        PIC X(01).
001726     05  FILLER                  PIC X(02) VALUE SPACE.
001730     05  RPT-DTL-RESULT          PIC X(20).
001740     05  FILLER                  PIC X(03) VALUE SPACE.
001750     05  RPT-DTL-DECISION        PIC X(08).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  RPT-TOT-TEXT            PIC X(26).
001820     05  RPT-TOT-COUNT           PIC ZZZZ9.
001823*
001826     COPY DL100KV.
001830*
001840 PROCEDURE DIVISION.
001850*
002430*
002440 1100-CLEAR-NEXT-TABLE-ENTRY.
002450     ADD 1 TO WS-TBL-SUB.
002460     MOVE 0 TO WS-TBL-K-SUB.
002464     PERFORM 1110-CLEAR-NEXT-K-SLOT THRU 1110-EXIT
002471         UNTIL WS-TBL-K-SUB NOT < 8.
002480 1100-EXIT.
002481     EXIT.
002482*
002483 1110-CLEAR-NEXT-K-SLOT.
002484     ADD 1 TO WS-TBL-K-SUB.
002485     MOVE 'N' TO WS-REF-PRESENT-SW (WS-TBL-SUB WS-TBL-K-SUB).
002486     MOVE 0 TO WS-REF-RESULT (WS-TBL-SUB WS-TBL-K-SUB).
002487 1110-EXIT.
002490     EXIT.
002500*
002510 1200-OPEN-AUDIT-FILE.
002840             WS-OLD-COUNT ' - RECORD DROPPED'
002850         MOVE 8 TO WS-OVERALL-RC
002860     ELSE
002863         IF REF-EXPONENT NUMERIC AND REF-EXPONENT > '1'
002880             MOVE REF-EXPONENT TO WS-REF-EXPONENT
002881         ELSE
002882             MOVE 2 TO WS-REF-EXPONENT
002883         END-IF
002884         SUBTRACT 1 FROM WS-REF-EXPONENT GIVING WS-REF-K-SUB
002885         MOVE 'Y' TO WS-REF-PRESENT-SW (REF-N-VALUE WS-REF-K-SUB)
002886         MOVE REF-EXPECTED-RESULT
002887             TO WS-REF-RESULT (REF-N-VALUE WS-REF-K-SUB)
002890     END-IF.
002900     PERFORM 2100-READ-OLD-REFERENCE THRU 2100-EXIT.
002910 2200-EXIT.
003300         END-IF
003310     END-IF.
003320     IF WS-TRN-IS-OK
003321         MOVE TRN-EXPONENT TO KV-K-KEYED
003321         IF NOT KV-K-IS-VALID
003322             MOVE 'N' TO WS-TRN-OK-SW
003322             MOVE 'EXPONENT MUST BE BLANK, 0 OR 2 THROUGH 9'
003323                 TO RPT-DTL-REASON
003324         ELSE
003324             IF KV-K-TAKES-DEFAULT
003325                 MOVE 2 TO WS-TRN-EXPONENT
003325             ELSE
003326                 MOVE KV-K-KEYED TO WS-TRN-EXPONENT
003327             END-IF
003327         END-IF
003328         SUBTRACT 1 FROM WS-TRN-EXPONENT GIVING WS-TRN-K-SUB
003328     END-IF.
003329     IF WS-TRN-IS-OK
003330         AND (TRN-ACTION-ADD OR TRN-ACTION-CHANGE)
003340         IF TRN-EXPECTED-RESULT NOT NUMERIC
003350             MOVE 'N' TO WS-TRN-OK-SW
003380         END-IF
003390     END-IF.
003400     IF WS-TRN-IS-OK AND TRN-ACTION-ADD
003410         IF WS-REF-PRESENT (TRN-N-VALUE WS-TRN-K-SUB)
003420             MOVE 'N' TO WS-TRN-OK-SW
003430             MOVE 'N/K IS ALREADY ON FILE - USE CHANGE'
003440                 TO RPT-DTL-REASON
003450         END-IF
003460     END-IF.
003470     IF WS-TRN-IS-OK
003480         AND (TRN-ACTION-CHANGE OR TRN-ACTION-DELETE)
003490         IF NOT WS-REF-PRESENT (TRN-N-VALUE WS-TRN-K-SUB)
003500             MOVE 'N' TO WS-TRN-OK-SW
003510             MOVE 'N/K IS NOT ON FILE' TO RPT-DTL-REASON
003520         END-IF
003530     END-IF.
003540     IF WS-TRN-IS-OK
003650     MOVE TRN-USER-ID TO AUD-USER-ID.
003660     MOVE TRN-ACTION TO AUD-ACTION.
003670     MOVE TRN-N-VALUE TO AUD-N-VALUE.
003675     MOVE WS-TRN-EXPONENT TO AUD-EXPONENT.
003680     MOVE WS-REF-PRESENT-SW (TRN-N-VALUE WS-TRN-K-SUB)
003690         TO AUD-BEFORE-PRESENT-SW.
003700     MOVE WS-REF-RESULT (TRN-N-VALUE WS-TRN-K-SUB)
003705         TO AUD-BEFORE-RESULT.
003710     IF TRN-ACTION-DELETE
003720         MOVE 'N' TO WS-REF-PRESENT-SW (TRN-N-VALUE WS-TRN-K-SUB)
003730         MOVE 0 TO WS-REF-RESULT (TRN-N-VALUE WS-TRN-K-SUB)
003740     ELSE
003750         MOVE 'Y' TO WS-REF-PRESENT-SW (TRN-N-VALUE WS-TRN-K-SUB)
003760         MOVE TRN-EXPECTED-RESULT
003770             TO WS-REF-RESULT (TRN-N-VALUE WS-TRN-K-SUB)
003780     END-IF.
003790     MOVE WS-REF-PRESENT-SW (TRN-N-VALUE WS-TRN-K-SUB)
003800         TO AUD-AFTER-PRESENT-SW.
003810     MOVE WS-REF-RESULT (TRN-N-VALUE WS-TRN-K-SUB)
003815         TO AUD-AFTER-RESULT.
003820     WRITE AUDIT-RECORD.
003830     ADD 1 TO WS-APPLIED-COUNT.
003840 4100-EXIT.
003880     MOVE WS-TRN-COUNT TO RPT-DTL-CARD-NO.
003890     MOVE TRN-ACTION TO RPT-DTL-ACTION.
003900     MOVE TRN-N-VALUE TO RPT-DTL-N-VALUE.
003905     MOVE TRN-EXPONENT TO RPT-DTL-EXPONENT.
003910     MOVE TRN-EXPECTED-RESULT TO RPT-DTL-RESULT.
003920     IF WS-TRN-IS-OK
003930         MOVE 'APPLIED' TO RPT-DTL-DECISION
004120*
004130 5100-WRITE-NEXT-TABLE-ENTRY.
004140     ADD 1 TO WS-TBL-SUB.
004141     MOVE 0 TO WS-TBL-K-SUB.
004142     PERFORM 5110-WRITE-NEXT-K-SLOT THRU 5110-EXIT
004143         UNTIL WS-TBL-K-SUB NOT < 8.
004144 5100-EXIT.
004145     EXIT.
004146*
004147 5110-WRITE-NEXT-K-SLOT.
004148     ADD 1 TO WS-TBL-K-SUB.
004150     IF WS-REF-PRESENT (WS-TBL-SUB WS-TBL-K-SUB)
004160         MOVE SPACES TO NEW-REFERENCE-RECORD
004170         MOVE WS-TBL-SUB TO NEWREF-N-VALUE
004180         MOVE WS-REF-RESULT (WS-TBL-SUB WS-TBL-K-SUB)
004190             TO NEWREF-EXPECTED-RESULT
004195         ADD 1 TO WS-TBL-K-SUB GIVING NEWREF-EXPONENT
004200         WRITE NEW-REFERENCE-RECORD
004210         ADD 1 TO WS-NEW-COUNT
004220     END-IF.
004230 5110-EXIT.
004240     EXIT.
004250*
004260*****************************************************************
