000070*              AGED RUN-HISTORY RECORDS (COPYBOOK DL100HS)     *
000080*              TO.  DRIVEN BY A SELECTION CARD CARRYING AN N,  *
000090*              A RUN-DATE RANGE, OR BOTH - THE MATCHING        *
000100*              ARCHIVE RECORDS ARE SORTED BY N / K / RUN       *
000110*              DATE / RUN TIME AND PRINTED IN THE DL100TRD     *
000120*              STYLE, ONE SECTION PER N/K, EACH RUN FLAGGED    *
000130*              AGAINST THE RUN BEFORE IT.  AN OPTIONAL         *
000140*              RESTORE SWITCH ALSO WRITES THE SELECTED         *
000150*              RECORDS, UNCHANGED IN HISTFILE LAYOUT, TO       *
000350*   MODIFICATION HISTORY                                       *
000360*   ------------------------------------------------------     *
000370*   09/01/2026  RLJ  ORIGINAL VERSION.                          *
000371*   10/15/2026  RLJ  RECORDS ARE 108 BYTES WITH THE POWER K.    *
000372*                    THE SORT AND THE REPORT SECTIONS ARE BY N  *
000373*                    AND K, SO RUNS AT DIFFERENT POWERS ARE     *
000374*                    NEVER TRENDED AGAINST EACH OTHER.          *
000375*   10/15/2026  RLJ  RECORDS ARE 114 BYTES WITH THE             *
000376*                    REQUESTING DEPARTMENT.                     *
000380*                                                               *
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000790*
000800 FD  RESTORE-FILE
000810     RECORDING MODE IS F.
000820 01  RESTORE-RECORD              PIC X(114).
000830*
000840 FD  REPORT-FILE
000850     RECORDING MODE IS F.
000950     05  SRT-RESULT-FWD          PIC S9(20).
000960     05  SRT-RESULT-REV          PIC S9(20).
000970     05  SRT-STATUS              PIC X(08).
000975     05  SRT-EXPONENT            PIC 9(01).
000980*
000990 WORKING-STORAGE SECTION.
001000 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001150 77  WS-PAGE-COUNT           PIC 9(05) COMP VALUE 0.
001160 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
001170 77  WS-PREV-N-VALUE         PIC 9(05) VALUE 0.
001175 77  WS-PREV-EXPONENT        PIC 9(01) VALUE 0.
001180 77  WS-PRINTED-COUNT        PIC 9(07) COMP VALUE 0.
001190 01  WS-CDT-DATE             PIC 9(08).
001200 01  WS-PREV-RESULTS.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  FILLER                  PIC X(04) VALUE 'N = '.
001630     05  RPT-NH-N-VALUE          PIC ZZZZ9.
001633     05  FILLER                  PIC X(07) VALUE '   K = '.
001636     05  RPT-NH-EXPONENT         PIC 9(01).
001640*
001650 01  RPT-DETAIL-LINE.
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     SORT SORT-FILE
001930         ON ASCENDING KEY SRT-N-VALUE
001935                          SRT-EXPONENT
001940                          SRT-RUN-DATE
001950                          SRT-RUN-TIME
001960         INPUT PROCEDURE IS 2000-SELECT-ARCHIVE-RECORDS
003130     MOVE HIST-RUN-DATE TO SRT-RUN-DATE.
003140     MOVE HIST-RUN-TIME TO SRT-RUN-TIME.
003150     MOVE HIST-N-VALUE TO SRT-N-VALUE.
003151     IF HIST-EXPONENT NUMERIC AND HIST-EXPONENT > 1
003152         MOVE HIST-EXPONENT TO SRT-EXPONENT
003153     ELSE
003154         MOVE 2 TO SRT-EXPONENT
003155     END-IF.
003160     MOVE HIST-SQ-OF-SUMS TO SRT-SQ-OF-SUMS.
003170     MOVE HIST-SUM-OF-SQ TO SRT-SUM-OF-SQ.
003180     MOVE HIST-RESULT-FWD TO SRT-RESULT-FWD.
003550     ADD 1 TO WS-PRINTED-COUNT.
003560     IF WS-PRINTED-COUNT = 1
003570         OR SRT-N-VALUE NOT = WS-PREV-N-VALUE
003575         OR SRT-EXPONENT NOT = WS-PREV-EXPONENT
003580         PERFORM 3300-START-NEW-N-SECTION THRU 3300-EXIT
003590     END-IF.
003600     MOVE SRT-RUN-DATE TO RPT-DTL-RUN-DATE.
003820     MOVE SRT-RESULT-FWD TO WS-PREV-RESULT-FWD.
003830     MOVE SRT-RESULT-REV TO WS-PREV-RESULT-REV.
003840     MOVE SRT-N-VALUE TO WS-PREV-N-VALUE.
003845     MOVE SRT-EXPONENT TO WS-PREV-EXPONENT.
003850     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
003860     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003870     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
003920     ADD 1 TO WS-N-COUNT.
003930     MOVE 'Y' TO WS-FIRST-OF-N-SW.
003940     MOVE SRT-N-VALUE TO RPT-NH-N-VALUE.
003945     MOVE SRT-EXPONENT TO RPT-NH-EXPONENT.
003950     MOVE SPACES TO REPORT-PRINT-LINE.
003960     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003970     MOVE RPT-N-HEADING TO REPORT-PRINT-LINE.
004110     MOVE 'RECORDS SELECTED' TO RPT-SUM-TEXT.
004120     MOVE WS-SELECTED-COUNT TO RPT-SUM-COUNT.
004130     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
004140     MOVE 'DISTINCT N/K PAIRS REPORTED' TO RPT-SUM-TEXT.
004150     MOVE WS-N-COUNT TO RPT-SUM-COUNT.
004160     PERFORM 5100-WRITE-SUMMARY-LINE THRU 5100-EXIT.
004170     MOVE 'RECORDS WRITTEN TO RESTFILE' TO RPT-SUM-TEXT.
