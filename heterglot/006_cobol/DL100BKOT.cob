000335*                    AFFECTED NS - DL100PST NEVER POSTS THEM,   *
000336*                    SO THEY WERE PRINTING A FALSE MASTER-      *
000337*                    POSTED-AGAIN LINE ON THE BACKOUT REPORT.   *
000338*   10/15/2026  RLJ  HISTORY RECORDS ARE 108 BYTES AND CARRY    *
000338*                    THE POWER K.  AN AFFECTED ENTRY IS N/K,    *
000338*                    THE PRIOR OK RECORD MUST MATCH BOTH, AND   *
000338*                    THE MASTER IS READ ON THE N/K KEY.         *
000338*   10/15/2026  RLJ  EVERY MASTER RECORD RESTORED NOW APPENDS   *
000339*                    A BEFORE/AFTER IMAGE RECORD (COPYBOOK      *
000339*                    DL100JR, ACTION B, RUN STAMP OF THE RUN    *
000339*                    BACKED OUT) TO THE POSTING JOURNAL.        *
000339*   10/15/2026  RLJ  HISTORY RECORDS ARE 114 BYTES WITH THE     *
000339*                    REQUESTING DEPARTMENT.                     *
000339*   10/15/2026  RLJ  BACKOUT JOURNAL RECORDS NOW NAME THE       *
000339*                    OUTFILE GENERATION BACKED OUT, TAKEN FROM  *
000339*                    DL100PST'S JOURNAL RECORDS FOR THE RUN.    *
000340*                                                               *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000550     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS RES-KEY
000590         FILE STATUS IS WS-RESL-FILE-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO RPTFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RPT-FILE-STATUS.
000622     SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
000624         ORGANIZATION IS SEQUENTIAL
000626         FILE STATUS IS WS-JRNL-FILE-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000720*
000730 FD  HISTORY-FILE
000740     RECORDING MODE IS F.
000750 01  HISTORY-RECORD              PIC X(114).
000760*
000770 FD  ARCHIVE-FILE
000780     RECORDING MODE IS F.
000790 01  ARCHIVE-RECORD              PIC X(114).
000800*
000810 FD  RESULT-MASTER
000820     RECORDING MODE IS F.
000860     RECORDING MODE IS F.
000870 01  REPORT-PRINT-LINE           PIC X(132).
000880*
000882 FD  JOURNAL-FILE
000884     RECORDING MODE IS F.
000886     COPY DL100JR.
000888*
000890 WORKING-STORAGE SECTION.
000900 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
000910 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE SPACES.
000920 77  WS-ARCH-FILE-STATUS     PIC X(02) VALUE SPACES.
000930 77  WS-RESL-FILE-STATUS     PIC X(02) VALUE SPACES.
000940 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000945 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
000950 77  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
000960     88  WS-SCAN-EOF-YES         VALUE 'Y'.
000970 77  WS-SCAN-PHASE           PIC 9(01) VALUE 1.
001050     88  WS-N-FOUND              VALUE 'Y'.
001052 77  WS-REWRITE-OK-SW        PIC X(01) VALUE 'N'.
001054     88  WS-REWRITE-OK           VALUE 'Y'.
001057 77  WS-SCAN-EXPONENT        PIC 9(01) VALUE 2.
001058 77  WS-BEFORE-IMAGE         PIC X(121) VALUE SPACES.
001059 77  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
001059     88  WS-JRNL-EOF-YES         VALUE 'Y'.
001059 77  WS-DSN-FOUND-SW         PIC X(01) VALUE 'N'.
001059     88  WS-DSN-FOUND            VALUE 'Y'.
001060 77  WS-AFFECTED-COUNT       PIC 9(04) COMP VALUE 0.
001070 77  WS-AFFECTED-MAX         PIC 9(04) COMP VALUE 1000.
001080 77  WS-TBL-SUB              PIC 9(04) COMP VALUE 0.
001110 77  WS-LEFT-ALONE-COUNT     PIC 9(04) COMP VALUE 0.
001120 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001130 01  WS-CDT-DATE             PIC 9(08).
001132 01  WS-JRN-CLOCK.
001134     05  WS-JRN-HHMMSS           PIC 9(06).
001136     05  FILLER                  PIC 9(02).
001140*
001150 01  WS-BAD-STAMP.
001160     05  WS-BAD-STAMP-DATE       PIC 9(08).
001170     05  WS-BAD-STAMP-TIME       PIC 9(06).
001175 01  WS-BAD-RUN-DSN          PIC X(44) VALUE SPACES.
001180*
001190*    EVERY HISTORY AND ARCHIVE RECORD IS MOVED HERE BEFORE IT
001200*    IS LOOKED AT, SO BOTH FILES SHARE ONE SET OF FIELD NAMES
001290     05  WSC-RESULT-FWD          PIC S9(20).
001300     05  WSC-RESULT-REV          PIC S9(20).
001310     05  WSC-STATUS              PIC X(08).
001315     05  WSC-EXPONENT            PIC X(01).
001320*
001330*    ONE ENTRY PER N THE BAD RUN POSTED, WITH THE BEST (MOST
001340*    RECENT) PRIOR OK HISTORY RECORD FOUND FOR IT SO FAR.
001350 01  WS-AFFECTED-TABLE.
001360     05  WS-AFF-ENTRY            OCCURS 1000 TIMES.
001370         10  WS-AFF-N-VALUE          PIC 9(05).
001375         10  WS-AFF-EXPONENT         PIC 9(01).
001380         10  WS-AFF-PRIOR-SW         PIC X(01).
001390             88  WS-AFF-PRIOR-FOUND      VALUE 'Y'.
001400         10  WS-AFF-PRIOR-STAMP.
001600     05  RPT-TGT-DATE            PIC 9(08).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  RPT-TGT-TIME            PIC 9(06).
001621*
001623 01  RPT-DSN-LINE.
001624     05  FILLER                  PIC X(01) VALUE SPACE.
001626     05  FILLER                  PIC X(20)
001627         VALUE 'OUTFILE GENERATION  '.
001629     05  RPT-DSN-NAME            PIC X(44).
001630*
001640 01  RPT-N-LINE.
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  FILLER                  PIC X(04) VALUE 'N = '.
001670     05  RPT-N-VALUE             PIC ZZZZ9.
001672     05  FILLER                  PIC X(03) VALUE SPACE.
001674     05  FILLER                  PIC X(04) VALUE 'K = '.
001676     05  RPT-N-EXPONENT          PIC 9(01).
001680     05  FILLER                  PIC X(03) VALUE SPACE.
001690     05  RPT-N-ACTION            PIC X(50).
001700*
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002460     PERFORM 1200-FIND-RUN-DSN THRU 1200-EXIT.
002461     OPEN EXTEND JOURNAL-FILE.
002461     IF WS-JRNL-FILE-STATUS = '05' OR WS-JRNL-FILE-STATUS = '35'
002462         OPEN OUTPUT JOURNAL-FILE
002463     END-IF.
002464     IF WS-JRNL-FILE-STATUS NOT = '00'
002465         DISPLAY 'DL100BKO - UNABLE TO OPEN JRNLFILE ST='
002466             WS-JRNL-FILE-STATUS
002467         MOVE 16 TO RETURN-CODE
002468         STOP RUN
002469     END-IF.
002470     OPEN OUTPUT REPORT-FILE.
002480     IF WS-RPT-FILE-STATUS NOT = '00'
002490         DISPLAY 'DL100BKO - UNABLE TO OPEN RPTFILE ST='
002570     MOVE WS-BAD-STAMP-TIME TO RPT-TGT-TIME.
002580     MOVE RPT-TARGET-LINE TO REPORT-PRINT-LINE.
002590     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
002591     IF WS-DSN-FOUND
002592         MOVE WS-BAD-RUN-DSN TO RPT-DSN-NAME
002594     ELSE
002595         MOVE 'NOT ON THE POSTING JOURNAL' TO RPT-DSN-NAME
002596     END-IF.
002598     MOVE RPT-DSN-LINE TO REPORT-PRINT-LINE.
002599     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
002600     MOVE SPACES TO REPORT-PRINT-LINE.
002610     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
002620 1000-EXIT.
002621     EXIT.
002621*
002621*****************************************************************
002621*    1200-FIND-RUN-DSN                                          *
002621*                                                               *
002621*    ONE PASS OF THE POSTING JOURNAL, BEFORE IT IS OPENED FOR   *
002621*    APPEND, FOR THE FIRST ADD, CONFIRM OR REPLACE DL100PST     *
002622*    JOURNALED FROM THE BAD RUN.  ITS OUTFILE GENERATION NAME   *
002622*    GOES ON EVERY BACKOUT RECORD WRITTEN.  A RUN POSTED        *
002622*    BEFORE THE JOURNAL EXISTED HAS NO SUCH RECORD - THE        *
002622*    BACKOUT STILL PROCEEDS AND THE NAME IS LEFT BLANK.         *
002622*****************************************************************
002622 1200-FIND-RUN-DSN.
002623     OPEN INPUT JOURNAL-FILE.
002623     IF WS-JRNL-FILE-STATUS = '35'
002623         GO TO 1200-REPORT
002623     END-IF.
002623     IF WS-JRNL-FILE-STATUS NOT = '00'
002623         DISPLAY 'DL100BKO - UNABLE TO READ JRNLFILE ST='
002624             WS-JRNL-FILE-STATUS
002624         MOVE 16 TO RETURN-CODE
002624         STOP RUN
002624     END-IF.
002624     PERFORM 1250-READ-JOURNAL THRU 1250-EXIT
002624         UNTIL WS-JRNL-EOF-YES OR WS-DSN-FOUND.
002624     CLOSE JOURNAL-FILE.
002625 1200-REPORT.
002625     IF NOT WS-DSN-FOUND
002625         DISPLAY 'DL100BKO - NO DL100PST JOURNAL RECORD FOR '
002625             WS-BAD-STAMP-DATE ' ' WS-BAD-STAMP-TIME
002625             ' - OUTFILE GENERATION NOT KNOWN'
002625     END-IF.
002626 1200-EXIT.
002626     EXIT.
002626*
002626 1250-READ-JOURNAL.
002626     READ JOURNAL-FILE
002626         AT END
002627             SET WS-JRNL-EOF-YES TO TRUE
002627             GO TO 1250-EXIT
002627     END-READ.
002627     IF WS-JRNL-FILE-STATUS NOT = '00'
002627         DISPLAY 'DL100BKO - JRNLFILE READ FAILED ST='
002627             WS-JRNL-FILE-STATUS
002627         MOVE 16 TO RETURN-CODE
002628         STOP RUN
002628     END-IF.
002628     IF JRN-PROGRAM = 'DL100PST'
002628         AND (JRN-ACTION-ADD OR JRN-ACTION-CONFIRM
002628             OR JRN-ACTION-REPLACE)
002628         AND JRN-RUN-DATE = WS-BAD-STAMP-DATE
002629         AND JRN-RUN-TIME = WS-BAD-STAMP-TIME
002629         AND JRN-OUTFILE-DSN NOT = SPACES
002629         MOVE JRN-OUTFILE-DSN TO WS-BAD-RUN-DSN
002629         SET WS-DSN-FOUND TO TRUE
002629     END-IF.
002629 1250-EXIT.
002630     EXIT.
002640*
002650*****************************************************************
002960*
002970 6150-CONSIDER-HISTORY.
002980     MOVE HISTORY-RECORD TO WS-SCAN-WORK-RECORD.
002985     PERFORM 6400-SET-SCAN-EXPONENT THRU 6400-EXIT.
002990     PERFORM 6500-CONSIDER-ONE-RECORD THRU 6500-EXIT.
003000     PERFORM 6100-READ-HISTORY THRU 6100-EXIT.
003010 6150-EXIT.
003360*
003370 6300-CONSIDER-ARCHIVE.
003380     MOVE ARCHIVE-RECORD TO WS-SCAN-WORK-RECORD.
003385     PERFORM 6400-SET-SCAN-EXPONENT THRU 6400-EXIT.
003390     PERFORM 6500-CONSIDER-ONE-RECORD THRU 6500-EXIT.
003400     PERFORM 6250-READ-ARCHIVE THRU 6250-EXIT.
003410 6300-EXIT.
003411     EXIT.
003411*
003412*    A BLANK OR OUT-OF-RANGE EXPONENT IS A SQUARES RECORD.
003413 6400-SET-SCAN-EXPONENT.
003414     IF WSC-EXPONENT NUMERIC AND WSC-EXPONENT > '1'
003415         MOVE WSC-EXPONENT TO WS-SCAN-EXPONENT
003416     ELSE
003417         MOVE 2 TO WS-SCAN-EXPONENT
003418     END-IF.
003419 6400-EXIT.
003420     EXIT.
003430*
003440*****************************************************************
003700     ADD 1 TO WS-AFFECTED-COUNT.
003710     MOVE WSC-N-VALUE
003720         TO WS-AFF-N-VALUE (WS-AFFECTED-COUNT).
003723     MOVE WS-SCAN-EXPONENT
003726         TO WS-AFF-EXPONENT (WS-AFFECTED-COUNT).
003730     MOVE 'N' TO WS-AFF-PRIOR-SW (WS-AFFECTED-COUNT).
003740     MOVE ZEROES TO WS-AFF-PRIOR-STAMP (WS-AFFECTED-COUNT).
003750     MOVE 0 TO WS-AFF-PRIOR-SQ (WS-AFFECTED-COUNT).
003820*****************************************************************
003830*    6700-KEEP-BEST-PRIOR                                       *
003840*                                                               *
003850*    A PRIOR CANDIDATE MUST BELONG TO AN AFFECTED N/K, CARRY   *
003860*    STATUS OK, AND PREDATE THE BAD RUN.  THE MOST RECENT      *
003870*    ONE SEEN SO FAR WINS.                                     *
003880*****************************************************************
004240 6810-CHECK-NEXT-ENTRY.
004250     ADD 1 TO WS-FIND-SUB.
004260     IF WS-AFF-N-VALUE (WS-FIND-SUB) = WSC-N-VALUE
004265         AND WS-AFF-EXPONENT (WS-FIND-SUB) = WS-SCAN-EXPONENT
004270         SET WS-N-FOUND TO TRUE
004280     END-IF.
004290 6810-EXIT.
004500 4100-BACK-OUT-ONE-N.
004510     ADD 1 TO WS-TBL-SUB.
004520     MOVE WS-AFF-N-VALUE (WS-TBL-SUB) TO RPT-N-VALUE.
004525     MOVE WS-AFF-EXPONENT (WS-TBL-SUB) TO RPT-N-EXPONENT.
004530     MOVE 'N' TO WS-MASTER-FOUND-SW.
004540     MOVE WS-AFF-N-VALUE (WS-TBL-SUB) TO RES-N-VALUE.
004545     MOVE WS-AFF-EXPONENT (WS-TBL-SUB) TO RES-EXPONENT.
004550     READ RESULT-MASTER
004560         INVALID KEY
004570             CONTINUE
005010*****************************************************************
005020 4200-REWRITE-MASTER.
005025     MOVE 'N' TO WS-REWRITE-OK-SW.
005027     MOVE DL100-RESULT-MASTER-RECORD TO WS-BEFORE-IMAGE.
005030     MOVE WS-AFF-PRIOR-SQ (WS-TBL-SUB) TO RES-SQ-OF-SUMS.
005040     MOVE WS-AFF-PRIOR-SUM (WS-TBL-SUB) TO RES-SUM-OF-SQ.
005050     MOVE WS-AFF-PRIOR-FWD (WS-TBL-SUB) TO RES-RESULT-FWD.
005130     REWRITE DL100-RESULT-MASTER-RECORD
005140         INVALID KEY
005150             DISPLAY 'DL100BKO - REWRITE FAILED FOR N='
005160                 RES-N-VALUE ' K=' RES-EXPONENT
005165                 ' ST=' WS-RESL-FILE-STATUS
005170             MOVE 16 TO WS-OVERALL-RC
005175         NOT INVALID KEY
005180             MOVE 'Y' TO WS-REWRITE-OK-SW
005190             ADD 1 TO WS-RESTORED-COUNT
005192             PERFORM 4300-WRITE-JOURNAL THRU 4300-EXIT
005195     END-REWRITE.
005200 4200-EXIT.
005201     EXIT.
005201*
005201*****************************************************************
005201*    4300-WRITE-JOURNAL                                         *
005202*                                                               *
005202*    APPENDS THE BEFORE AND AFTER IMAGES OF THE RESTORED       *
005202*    MASTER RECORD TO THE POSTING JOURNAL.  THE RUN STAMP IS   *
005203*    THE BAD RUN'S - THE OUTFILE GENERATION WHOSE POSTING WAS  *
005203*    UNDONE - AND THE GENERATION NAME THE ONE FOUND BY 1200.   *
005203*****************************************************************
005204 4300-WRITE-JOURNAL.
005204     MOVE SPACES TO DL100-POSTING-JOURNAL-RECORD.
005204     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
005204     ACCEPT WS-JRN-CLOCK FROM TIME.
005205     MOVE WS-JRN-HHMMSS TO JRN-POST-TIME.
005205     MOVE 'DL100BKO' TO JRN-PROGRAM.
005205     MOVE 'B' TO JRN-ACTION.
005206     MOVE WS-BAD-STAMP-DATE TO JRN-RUN-DATE.
005206     MOVE WS-BAD-STAMP-TIME TO JRN-RUN-TIME.
005206     MOVE WS-BAD-RUN-DSN TO JRN-OUTFILE-DSN.
005206     MOVE RES-KEY TO JRN-KEY.
005207     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
005207     MOVE DL100-RESULT-MASTER-RECORD TO JRN-AFTER-IMAGE.
005207     WRITE DL100-POSTING-JOURNAL-RECORD.
005207     IF WS-JRNL-FILE-STATUS NOT = '00'
005208         DISPLAY 'DL100BKO - JOURNAL WRITE FAILED FOR N='
005208             RES-N-VALUE ' K=' RES-EXPONENT
005208             ' ST=' WS-JRNL-FILE-STATUS
005209         MOVE 16 TO WS-OVERALL-RC
005209     END-IF.
005209 4300-EXIT.
005210     EXIT.
005220*
005230 4400-WRITE-N-LINE.
005660     MOVE WS-LEFT-ALONE-COUNT TO RPT-TOT-COUNT.
005670     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
005680     CLOSE RESULT-MASTER.
005685     CLOSE JOURNAL-FILE.
005690     CLOSE REPORT-FILE.
005700     DISPLAY 'DL100BKO COMPLETE - AFFECTED=' WS-AFFECTED-COUNT
005710         ' RESTORED=' WS-RESTORED-COUNT
