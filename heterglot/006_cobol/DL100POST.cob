000120*              LATER RUN.  A RUN THAT POSTS A DIFFERENT VALUE  *
000130*              REPLACES THE RECORD AND RESTARTS THE CONFIRM    *
000140*              COUNT AT ZERO.                                  *
000143*              AN N/K ALREADY POSTED FROM THE SAME RUN STAMP   *
000146*              IS SKIPPED - SEE 1500-LOAD-POSTED-KEYS.         *
000150*                                                               *
000160*   AUTHOR:        R L JENNINGS                                *
000170*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000257*                    NOW SKIPPED - AN OPERATOR-STOPPED CARD     *
000258*                    CARRIES PARTIAL TOTALS AND ZERO RESULTS    *
000259*                    THAT MUST NEVER REACH THE BOOK OF RECORD.  *
000259*   10/15/2026  RLJ  MASTER IS NOW KEYED ON N AND EXPONENT - AN *
000259*                    OUTFILE RECORD WITH NO EXPONENT (AN OLDER  *
000259*                    GENERATION) POSTS AS EXPONENT 2.           *
000259*   10/15/2026  RLJ  EVERY ADD, CONFIRM AND REPLACE NOW APPENDS *
000259*                    A BEFORE/AFTER IMAGE RECORD (COPYBOOK      *
000259*                    DL100JR) TO THE POSTING JOURNAL, JRNLFILE. *
000259*                    THE EXEC PARM NAMES THE OUTFILE DATASET    *
000259*                    FOR THE JOURNAL.  NO JOURNAL - NO POSTING. *
000259*   10/15/2026  RLJ  AN N/K ALREADY POSTED FROM THE SAME        *
000259*                    OUTFILE RUN STAMP - ON THE JOURNAL, OR AS  *
000259*                    THE MASTER'S LAST-POSTED STAMP - IS NOW    *
000259*                    SKIPPED AND REPORTED ALREADY POSTED, SO A  *
000259*                    RERUN OF THE STEP CAN NEVER CONFIRM THE    *
000259*                    SAME RUN TWICE.  A RUN BACKED OUT BY       *
000259*                    DL100BKO MAY BE POSTED AGAIN.              *
000259*   10/15/2026  RLJ  THE OUTFILE DATASET NAME ON THE JOURNAL IS *
000259*                    NOW RESOLVED FROM THE OUTFILE DD AT RUN    *
000259*                    TIME (DL100DSN) - THE ABSOLUTE GENERATION, *
000259*                    NEVER THE RELATIVE NAME THE JCL CODED.     *
000259*                    THE EXEC PARM IS NO LONGER USED.  A NAME   *
000259*                    THAT CANNOT BE RESOLVED FAILS THE STEP     *
000259*                    BEFORE ANYTHING IS POSTED.                 *
000260*                                                               *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000410     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS RES-KEY
000450         FILE STATUS IS WS-RESL-FILE-STATUS.
000452     SELECT LEDGER-FILE ASSIGN TO LEDGFILE
000454         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS WS-LEDG-FILE-STATUS.
000457     SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
000458         ORGANIZATION IS SEQUENTIAL
000459         FILE STATUS IS WS-JRNL-FILE-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000556     RECORDING MODE IS F.
000558     COPY DL100RL.
000560*
000562 FD  JOURNAL-FILE
000564     RECORDING MODE IS F.
000566     COPY DL100JR.
000568*
000570 WORKING-STORAGE SECTION.
000572 77  WS-LEDG-FILE-STATUS     PIC X(02) VALUE SPACES.
000576 77  WS-JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.
000577 77  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
000578     88  WS-JRNL-EOF-YES         VALUE 'Y'.
000580 77  WS-OUT-FILE-STATUS      PIC X(02) VALUE SPACES.
000590 77  WS-RESL-FILE-STATUS     PIC X(02) VALUE SPACES.
000600 77  WS-OUT-EOF-SW           PIC X(01) VALUE 'N'.
000660 77  WS-CONFIRMED-COUNT      PIC 9(05) COMP VALUE 0.
000670 77  WS-REPLACED-COUNT       PIC 9(05) COMP VALUE 0.
000672 77  WS-STOPPED-SKIP-COUNT   PIC 9(05) COMP VALUE 0.
000673 77  WS-ALREADY-POSTED-COUNT PIC 9(05) COMP VALUE 0.
000673 77  WS-POSTED-K-SUB         PIC 9(02) COMP VALUE 0.
000674 77  WS-POSTED-RUN-DATE      PIC 9(08) VALUE 0.
000675 77  WS-POSTED-RUN-TIME      PIC 9(06) VALUE 0.
000676 77  WS-POST-EXPONENT        PIC 9(01) VALUE 2.
000677 77  WS-JOURNAL-COUNT        PIC 9(05) COMP VALUE 0.
000678 77  WS-JRN-ACTION           PIC X(01) VALUE SPACE.
000679 77  WS-BEFORE-IMAGE         PIC X(121) VALUE SPACES.
000680 77  WS-OVERALL-RC           PIC 99 VALUE 0.
000681*
000681 01  WS-JRN-CLOCK.
000682     05  WS-JRN-HHMMSS        PIC 9(06).
000683     05  FILLER               PIC 9(02).
000683*
000684*    N/K ALREADY POSTED FROM THE RUN STAMP IN WS-POSTED-RUN-DATE/
000685*    TIME, BY N AND EXPONENT (K 2-9 IN SLOTS 1-8), BUILT FROM THE
000685*    JOURNAL BEFORE ANYTHING IS POSTED.
000686 01  WS-POSTED-TABLE.
000687     05  WS-POSTED-N-ENTRY       OCCURS 99999 TIMES.
000687         10  WS-POSTED-SW            PIC X(01) OCCURS 8 TIMES.
000688*
000689     COPY DL100DN.
000690*
000700 PROCEDURE DIVISION.
000710*
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000740     PERFORM 2000-READ-OUTPUT-RECORD THRU 2000-EXIT.
000745     PERFORM 1500-LOAD-POSTED-KEYS THRU 1500-EXIT.
000750     PERFORM 3000-POST-ONE-RESULT THRU 3000-EXIT
000760         UNTIL WS-OUT-EOF-YES.
000770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001000         MOVE 16 TO RETURN-CODE
001010         STOP RUN
001020     END-IF.
001021     MOVE 'OUTFILE' TO DN-DD-NAME.
001022     CALL 'DL100DSN' USING DL100-DATASET-NAME-AREA.
001023     IF NOT DN-RESOLVED
001024         DISPLAY 'DL100PST - CANNOT RESOLVE THE OUTFILE DATASET '
001025             'NAME FOR THE JOURNAL RC=' DN-RETURN-CODE
001026         MOVE 16 TO RETURN-CODE
001027         STOP RUN
001028     END-IF.
001030 1000-EXIT.
001031     EXIT.
001031*
001031*****************************************************************
001031*    1500-LOAD-POSTED-KEYS                                      *
001031*                                                               *
001031*    READS THE POSTING JOURNAL FOR THE RUN STAMP OF THE        *
001031*    OUTFILE RECORD JUST READ AND MARKS EVERY N/K DL100PST     *
001031*    HAS ALREADY POSTED FROM THAT RUN - A BACKOUT OF THE RUN   *
001031*    BY DL100BKO UNMARKS IT AGAIN.  THEN OPENS THE JOURNAL     *
001031*    FOR THIS RUN'S OWN POSTINGS.  PERFORMED AGAIN IF A LATER  *
001032*    OUTFILE RECORD CARRIES ANOTHER STAMP.                     *
001032*****************************************************************
001032 1500-LOAD-POSTED-KEYS.
001032     MOVE SPACES TO WS-POSTED-TABLE.
001032     IF WS-OUT-EOF-YES
001032         GO TO 1500-OPEN-FOR-POSTING
001032     END-IF.
001032     MOVE OUT-RUN-DATE TO WS-POSTED-RUN-DATE.
001032     MOVE OUT-RUN-TIME TO WS-POSTED-RUN-TIME.
001033     OPEN INPUT JOURNAL-FILE.
001033     IF WS-JRNL-FILE-STATUS = '35'
001033         GO TO 1500-OPEN-FOR-POSTING
001033     END-IF.
001033     IF WS-JRNL-FILE-STATUS NOT = '00'
001033         DISPLAY 'DL100PST - UNABLE TO READ JRNLFILE ST='
001033             WS-JRNL-FILE-STATUS
001033         MOVE 16 TO RETURN-CODE
001033         STOP RUN
001034     END-IF.
001034     MOVE 'N' TO WS-JRNL-EOF-SW.
001034     PERFORM 1600-READ-JOURNAL THRU 1600-EXIT.
001034     PERFORM 1700-NOTE-JOURNAL-RECORD THRU 1700-EXIT
001034         UNTIL WS-JRNL-EOF-YES.
001034     CLOSE JOURNAL-FILE.
001034 1500-OPEN-FOR-POSTING.
001034*    THE JOURNAL IS THE ONLY RECORD OF WHAT THE MASTER HELD
001034*    BEFORE THIS RUN, SO NOTHING IS POSTED WITHOUT IT.
001035     OPEN EXTEND JOURNAL-FILE.
001035     IF WS-JRNL-FILE-STATUS = '05' OR WS-JRNL-FILE-STATUS = '35'
001035         OPEN OUTPUT JOURNAL-FILE
001035     END-IF.
001035     IF WS-JRNL-FILE-STATUS NOT = '00'
001035         DISPLAY 'DL100PST - UNABLE TO OPEN JRNLFILE ST='
001035             WS-JRNL-FILE-STATUS
001035         MOVE 16 TO RETURN-CODE
001035         STOP RUN
001036     END-IF.
001036 1500-EXIT.
001036     EXIT.
001036*
001036 1600-READ-JOURNAL.
001036     READ JOURNAL-FILE
001036         AT END
001036             SET WS-JRNL-EOF-YES TO TRUE
001036     END-READ.
001037     IF NOT WS-JRNL-EOF-YES
001037         AND WS-JRNL-FILE-STATUS NOT = '00'
001037         DISPLAY 'DL100PST - JRNLFILE READ FAILED ST='
001037             WS-JRNL-FILE-STATUS
001037         MOVE 16 TO RETURN-CODE
001037         STOP RUN
001037     END-IF.
001037 1600-EXIT.
001037     EXIT.
001038*
001038 1700-NOTE-JOURNAL-RECORD.
001038     IF JRN-RUN-DATE = WS-POSTED-RUN-DATE
001038         AND JRN-RUN-TIME = WS-POSTED-RUN-TIME
001038         AND JRN-N-VALUE NUMERIC AND JRN-N-VALUE > 0
001038         AND JRN-EXPONENT NUMERIC AND JRN-EXPONENT > 1
001038         COMPUTE WS-POSTED-K-SUB = JRN-EXPONENT - 1
001038         IF JRN-PROGRAM = 'DL100PST'
001038             MOVE 'Y'
001039                 TO WS-POSTED-SW (JRN-N-VALUE WS-POSTED-K-SUB)
001039         END-IF
001039         IF JRN-PROGRAM = 'DL100BKO'
001039             MOVE 'N'
001039                 TO WS-POSTED-SW (JRN-N-VALUE WS-POSTED-K-SUB)
001039         END-IF
001039     END-IF.
001039     PERFORM 1600-READ-JOURNAL THRU 1600-EXIT.
001039 1700-EXIT.
001040     EXIT.
001050*
001060 2000-READ-OUTPUT-RECORD.
001258     END-IF.
001260     MOVE 'N' TO WS-MASTER-FOUND-SW.
001262     MOVE OUT-N-VALUE TO RES-N-VALUE.
001263     IF OUT-EXPONENT NUMERIC
001263         AND OUT-EXPONENT > 1
001263         MOVE OUT-EXPONENT TO WS-POST-EXPONENT
001264     ELSE
001264         MOVE 2 TO WS-POST-EXPONENT
001264     END-IF.
001265     MOVE WS-POST-EXPONENT TO RES-EXPONENT.
001265*    THE JOURNAL WAS READ FOR ONE RUN STAMP - A GENERATION
001265*    CARRYING ANOTHER HAS IT READ AGAIN FOR THAT ONE.
001266     IF OUT-RUN-DATE NOT = WS-POSTED-RUN-DATE
001266         OR OUT-RUN-TIME NOT = WS-POSTED-RUN-TIME
001267         CLOSE JOURNAL-FILE
001267         PERFORM 1500-LOAD-POSTED-KEYS THRU 1500-EXIT
001267     END-IF.
001268     COMPUTE WS-POSTED-K-SUB = WS-POST-EXPONENT - 1.
001268     IF OUT-N-VALUE > 0
001268         AND WS-POSTED-SW (OUT-N-VALUE WS-POSTED-K-SUB) = 'Y'
001269         GO TO 3000-ALREADY-POSTED
001269     END-IF.
001270     READ RESULT-MASTER
001280         INVALID KEY
001290             CONTINUE
001300         NOT INVALID KEY
001310             SET WS-MASTER-FOUND TO TRUE
001315             MOVE DL100-RESULT-MASTER-RECORD TO WS-BEFORE-IMAGE
001320     END-READ.
001321*    POSTED BEFORE THE JOURNAL WAS KEPT, OR BY THIS RUN ITSELF -
001322*    THE MASTER STILL CARRIES THE RUN'S OWN STAMP.
001323     IF WS-MASTER-FOUND
001324         AND RES-LAST-POSTED-DATE = OUT-RUN-DATE
001325         AND RES-LAST-POSTED-TIME = OUT-RUN-TIME
001326         GO TO 3000-ALREADY-POSTED
001327     END-IF.
001330     IF WS-MASTER-FOUND
001340         PERFORM 3200-UPDATE-MASTER THRU 3200-EXIT
001350     ELSE
001360         PERFORM 3100-ADD-MASTER THRU 3100-EXIT
001370     END-IF.
001371     GO TO 3000-NEXT.
001371 3000-ALREADY-POSTED.
001372     ADD 1 TO WS-ALREADY-POSTED-COUNT.
001373     DISPLAY 'DL100PST - N=' OUT-N-VALUE ' K=' WS-POST-EXPONENT
001373         ' RUN ' OUT-RUN-DATE ' ' OUT-RUN-TIME
001374         ' ALREADY POSTED - SKIPPED'.
001375 3000-NEXT.
001380     PERFORM 2000-READ-OUTPUT-RECORD THRU 2000-EXIT.
001390 3000-EXIT.
001410*
001420 3100-ADD-MASTER.
001430     MOVE OUT-N-VALUE TO RES-N-VALUE.
001435     MOVE WS-POST-EXPONENT TO RES-EXPONENT.
001440     MOVE OUT-SQ-OF-SUMS TO RES-SQ-OF-SUMS.
001450     MOVE OUT-SUM-OF-SQ TO RES-SUM-OF-SQ.
001460     MOVE OUT-RESULT-FWD TO RES-RESULT-FWD.
001530     WRITE DL100-RESULT-MASTER-RECORD
001540         INVALID KEY
001550             DISPLAY 'DL100PST - WRITE FAILED FOR N='
001560                 RES-N-VALUE ' K=' RES-EXPONENT
001565                 ' ST=' WS-RESL-FILE-STATUS
001570             MOVE 16 TO WS-OVERALL-RC
001580         NOT INVALID KEY
001590             ADD 1 TO WS-ADDED-COUNT
001592             MOVE SPACES TO WS-BEFORE-IMAGE
001594             MOVE 'A' TO WS-JRN-ACTION
001596             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
001600     END-WRITE.
001610 3100-EXIT.
001620     EXIT.
001690         AND OUT-STATUS = RES-STATUS
001700         ADD 1 TO RES-CONFIRM-COUNT
001710         ADD 1 TO WS-CONFIRMED-COUNT
001715         MOVE 'C' TO WS-JRN-ACTION
001720     ELSE
001730         MOVE OUT-SQ-OF-SUMS TO RES-SQ-OF-SUMS
001740         MOVE OUT-SUM-OF-SQ TO RES-SUM-OF-SQ
001770         MOVE OUT-STATUS TO RES-STATUS
001780         MOVE 0 TO RES-CONFIRM-COUNT
001790         ADD 1 TO WS-REPLACED-COUNT
001795         MOVE 'R' TO WS-JRN-ACTION
001800         DISPLAY 'DL100PST - N=' RES-N-VALUE ' K=' RES-EXPONENT
001810             ' VALUE REPLACED - CONFIRM COUNT RESTARTED'
001820     END-IF.
001830     MOVE OUT-RUN-DATE TO RES-LAST-POSTED-DATE.
001850     REWRITE DL100-RESULT-MASTER-RECORD
001860         INVALID KEY
001870             DISPLAY 'DL100PST - REWRITE FAILED FOR N='
001880                 RES-N-VALUE ' K=' RES-EXPONENT
001885                 ' ST=' WS-RESL-FILE-STATUS
001890             MOVE 16 TO WS-OVERALL-RC
001893         NOT INVALID KEY
001896             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
001900     END-REWRITE.
001910 3200-EXIT.
001911     EXIT.
001911*
001911*****************************************************************
001911*    3900-WRITE-JOURNAL                                         *
001912*                                                               *
001912*    APPENDS THE BEFORE AND AFTER IMAGES OF THE MASTER RECORD  *
001912*    JUST WRITTEN OR REWRITTEN TO THE POSTING JOURNAL, WITH    *
001912*    THE RUN STAMP OF THE OUTFILE GENERATION BEING POSTED.  A  *
001913*    JOURNAL WRITE FAILURE FAILS THE STEP - THE CHANGE IS ON   *
001913*    THE MASTER BUT AUDIT CAN NO LONGER SEE IT.                *
001913*****************************************************************
001913 3900-WRITE-JOURNAL.
001914     MOVE SPACES TO DL100-POSTING-JOURNAL-RECORD.
001914     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
001914     ACCEPT WS-JRN-CLOCK FROM TIME.
001914     MOVE WS-JRN-HHMMSS TO JRN-POST-TIME.
001915     MOVE 'DL100PST' TO JRN-PROGRAM.
001915     MOVE WS-JRN-ACTION TO JRN-ACTION.
001915     MOVE OUT-RUN-DATE TO JRN-RUN-DATE.
001916     MOVE OUT-RUN-TIME TO JRN-RUN-TIME.
001916     MOVE DN-DATASET-NAME TO JRN-OUTFILE-DSN.
001916     MOVE RES-KEY TO JRN-KEY.
001916     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
001917     MOVE DL100-RESULT-MASTER-RECORD TO JRN-AFTER-IMAGE.
001917     WRITE DL100-POSTING-JOURNAL-RECORD.
001917     IF WS-JRNL-FILE-STATUS NOT = '00'
001917         DISPLAY 'DL100PST - JOURNAL WRITE FAILED FOR N='
001918             RES-N-VALUE ' K=' RES-EXPONENT
001918             ' ST=' WS-JRNL-FILE-STATUS
001918         MOVE 16 TO WS-OVERALL-RC
001918     ELSE
001919         ADD 1 TO WS-JOURNAL-COUNT
001919     END-IF.
001919 3900-EXIT.
001920     EXIT.
001930*
001940*****************************************************************
001970 9000-TERMINATE.
001980     CLOSE OUTPUT-FILE.
001990     CLOSE RESULT-MASTER.
001995     CLOSE JOURNAL-FILE.
002000     DISPLAY 'DL100PST COMPLETE - READ=' WS-READ-COUNT
002010         ' ADDED=' WS-ADDED-COUNT
002020         ' CONFIRMED=' WS-CONFIRMED-COUNT
002030         ' REPLACED=' WS-REPLACED-COUNT
002032         ' STOPPED SKIPPED=' WS-STOPPED-SKIP-COUNT
002033         ' ALREADY POSTED=' WS-ALREADY-POSTED-COUNT
002034         ' JOURNALED=' WS-JOURNAL-COUNT.
002035     PERFORM 9500-WRITE-LEDGER-RECORD THRU 9500-EXIT.
002040     MOVE WS-OVERALL-RC TO RETURN-CODE.
002050 9000-EXIT.
