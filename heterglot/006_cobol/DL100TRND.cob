000040*                                                               *
000050*   ABSTRACT:  MANAGEMENT TREND REPORT OVER HISTFILE.  READS   *
000060*              EVERY RUN-HISTORY RECORD (COPYBOOK DL100HS),    *
000070*              SORTS THEM BY N / K / RUN DATE / RUN TIME, AND  *
000080*              PRINTS A PAGED REPORT: ONE DETAIL LINE PER RUN, *
000090*              GROUPED IN A SECTION PER N AND K SO THE RESULT  *
000100*              CAN BE SEEN CHANGING (OR NOT) ACROSS RUNS,      *
000110*              FOLLOWED BY A SUMMARY PAGE COUNTING OK AGAINST  *
000120*              OVERFLOW STATUSES.  REPLACES THE HAND-TYPED     *
000130*              LISTING MANAGEMENT HAS BEEN GIVEN AT MONTH-END. *
000140*                                                               *
000150*   AUTHOR:        R L JENNINGS                                *
000160*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000214*                    TWENTY-DIGIT SUITE LAYOUTS.                *
000216*   09/01/2026  RLJ  NOW WRITES A COMPLETION RECORD (COPYBOOK   *
000218*                    DL100RL) TO THE RUN LEDGER AT END OF JOB.  *
000219*   10/15/2026  RLJ  SORT AND SECTIONS ARE BY N AND POWER K,    *
000219*                    SO A K=3 RUN IS NEVER TRENDED AGAINST A K=2*
000219*                    RUN OF THE SAME N.                         *
000220*                                                               *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000590     05  SRT-RESULT-FWD          PIC S9(20).
000600     05  SRT-RESULT-REV          PIC S9(20).
000610     05  SRT-STATUS              PIC X(08).
000615     05  SRT-EXPONENT            PIC 9(01).
000620*
000630 WORKING-STORAGE SECTION.
000632 77  WS-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
000770 77  WS-PAGE-COUNT           PIC 9(05) COMP VALUE 0.
000780 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
000790 77  WS-PREV-N-VALUE         PIC 9(05) VALUE 0.
000795 77  WS-PREV-EXPONENT        PIC 9(01) VALUE 0.
000800 77  WS-N-CHANGED-SW         PIC X(01) VALUE 'N'.
000810     88  WS-N-HAS-CHANGED        VALUE 'Y'.
000820 01  WS-CDT-DATE             PIC 9(08).
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  FILLER                  PIC X(04) VALUE 'N = '.
001150     05  RPT-NH-N-VALUE          PIC ZZZZ9.
001153     05  FILLER                  PIC X(07) VALUE '   K = '.
001156     05  RPT-NH-EXPONENT         PIC 9(01).
001160*
001170 01  RPT-DETAIL-LINE.
001180     05  FILLER                  PIC X(01) VALUE SPACE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     SORT SORT-FILE
001450         ON ASCENDING KEY SRT-N-VALUE
001455                          SRT-EXPONENT
001460                          SRT-RUN-DATE
001470                          SRT-RUN-TIME
001480         USING HISTORY-FILE
002020     END-EVALUATE.
002030     IF WS-READ-COUNT = 1
002040         OR SRT-N-VALUE NOT = WS-PREV-N-VALUE
002045         OR SRT-EXPONENT NOT = WS-PREV-EXPONENT
002050         PERFORM 3300-START-NEW-N-SECTION THRU 3300-EXIT
002060     END-IF.
002070     MOVE SRT-RUN-DATE TO RPT-DTL-RUN-DATE.
002330     MOVE SRT-RESULT-FWD TO WS-PREV-RESULT-FWD.
002340     MOVE SRT-RESULT-REV TO WS-PREV-RESULT-REV.
002350     MOVE SRT-N-VALUE TO WS-PREV-N-VALUE.
002355     MOVE SRT-EXPONENT TO WS-PREV-EXPONENT.
002360     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
002370     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002380     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
002440     MOVE 'Y' TO WS-FIRST-OF-N-SW.
002450     MOVE 'N' TO WS-N-CHANGED-SW.
002460     MOVE SRT-N-VALUE TO RPT-NH-N-VALUE.
002465     MOVE SRT-EXPONENT TO RPT-NH-EXPONENT.
002470     MOVE SPACES TO REPORT-PRINT-LINE.
002480     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002490     MOVE RPT-N-HEADING TO REPORT-PRINT-LINE.
002730     MOVE 'RUNS WITH ANY OTHER STATUS' TO RPT-SUM-TEXT.
002740     MOVE WS-OTHER-COUNT TO RPT-SUM-COUNT.
002750     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
002760     MOVE 'DISTINCT N/K PAIRS REPORTED' TO RPT-SUM-TEXT.
002770     MOVE WS-N-COUNT TO RPT-SUM-COUNT.
002780     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
002790     MOVE 'N VALUES WHOSE RESULT CHANGED' TO RPT-SUM-TEXT.
