000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100XCW                                        *
000040*                                                               *
000050*   ABSTRACT:  CALLABLE EXCEPTION-CASE WRITER.  ANY STEP THAT  *
000060*              FINDS SOMETHING THE SHIFT MUST FOLLOW UP - A    *
000070*              RECONCILIATION MISMATCH, A CHANGED ANSWER, A    *
000080*              FOOTING BREAK, A FAST-PATH DISAGREEMENT, AN     *
000090*              OVERFLOW OR STOPPED RESULT, A STALLED RUN -     *
000100*              FILLS THE DL100XC RECORD (N, K, SOURCE STEP,    *
000110*              RUN DATE/TIME, REASON CODE, EXPECTED, ACTUAL,   *
000120*              DESCRIPTION) AND CALLS THIS ROUTINE, WHICH      *
000130*              ASSIGNS THE NEXT CASE NUMBER FROM THE CONTROL   *
000140*              RECORD (CASE ZERO) AND WRITES THE CASE OPEN TO  *
000150*              THE VSAM CASE FILE (XCFILE).  THE NUMBER COMES  *
000160*              BACK IN XC-CASE-NUMBER.                         *
000170*                                                               *
000180*              A CASE STILL OPEN FOR THE SAME STEP, REASON, N, *
000190*              K, RUN DATE/TIME AND DESCRIPTION IS NOT OPENED  *
000200*              A SECOND TIME - A RERUN OF A STEP AGAINST THE   *
000210*              SAME GENERATION, OR THE WATCHDOG FIRING AGAIN   *
000220*              ON THE SAME STALL, GETS THAT CASE'S NUMBER      *
000230*              BACK INSTEAD.                                   *
000240*                                                               *
000250*              THE CASE FILE DESCRIBES THE RUN, IT IS NOT PART *
000260*              OF IT - AN UNUSABLE FILE IS REPORTED ON THE     *
000270*              CONSOLE AND XC-CASE-NUMBER COMES BACK ZERO, BUT *
000280*              THE CALLER'S STEP IS NEVER FAILED FOR IT.       *
000281*                                                               *
000282*              A STEP RUN WITH AN XCINTAKE DD (THE PARTITION   *
000283*              JOBS, WHICH MUST NOT CONTEND FOR THE CASE FILE) *
000284*              HAS THE CASE APPENDED TO THAT SEQUENTIAL FILE   *
000285*              INSTEAD; ZZ006PM OPENS IT ON THE CASE FILE      *
000286*              LATER, AND XC-CASE-NUMBER COMES BACK ZERO.      *
000290*                                                               *
000300*   AUTHOR:        R L JENNINGS                                *
000310*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000320*   DATE-WRITTEN:  10/15/2026                                  *
000330*                                                               *
000340*   MODIFICATION HISTORY                                       *
000350*   ------------------------------------------------------     *
000360*   10/15/2026  RLJ  ORIGINAL VERSION.                         *
000362*   10/15/2026  RLJ  A STEP WITH AN XCINTAKE DD (A PARTITION   *
000364*                    JOB) HOLDS THE CASE THERE FOR THE MERGE   *
000366*                    TO OPEN.  A CASE-FILE READ ERROR DURING   *
000368*                    THE DUPLICATE CHECK NOW ENDS THE BROWSE.  *
000370*                                                               *
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. DL100XCW IS INITIAL PROGRAM.
000410 AUTHOR. R L JENNINGS.
000420 INSTALLATION. DATA CENTER APPLICATIONS.
000430 DATE-WRITTEN. 10/15/2026.
000440 DATE-COMPILED.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CASE-FILE ASSIGN TO XCFILE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CFR-CASE-NUMBER
000530         FILE STATUS IS WS-CASE-FILE-STATUS.
000532     SELECT INTAKE-FILE ASSIGN TO XCINTAKE
000534         ORGANIZATION IS SEQUENTIAL
000536         FILE STATUS IS WS-INTAKE-FILE-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CASE-FILE
000580     RECORDING MODE IS F.
000590*    ONLY THE FIELDS THE DUPLICATE CHECK NEEDS ARE NAMED HERE -
000600*    THE CASE ITSELF IS MOVED IN WHOLE FROM THE CALLER'S DL100XC.
000610 01  CASE-FILE-RECORD.
000620     05  CFR-CASE-NUMBER         PIC 9(08).
000630     05  CFR-N-VALUE             PIC 9(05).
000640     05  CFR-EXPONENT            PIC 9(01).
000650     05  CFR-SOURCE-STEP         PIC X(08).
000660     05  CFR-RUN-DATE            PIC 9(08).
000670     05  CFR-RUN-TIME            PIC 9(06).
000680     05  CFR-REASON-CODE         PIC X(04).
000690     05  FILLER                  PIC X(40).
000700     05  CFR-DESCRIPTION         PIC X(40).
000710     05  CFR-CASE-STATUS         PIC X(01).
000720         88  CFR-CASE-CLOSED         VALUE 'C'.
000730     05  FILLER                  PIC X(119).
000740*
000750*    CASE NUMBER ZERO - THE LAST CASE NUMBER HANDED OUT.
000760 01  CASE-CONTROL-RECORD.
000770     05  CFC-CASE-NUMBER         PIC 9(08).
000780     05  CFC-LAST-CASE-NUMBER    PIC 9(08).
000790     05  FILLER                  PIC X(224).
000800*
000802 FD  INTAKE-FILE
000804     RECORDING MODE IS F.
000806 01  INTAKE-RECORD               PIC X(240).
000808*
000810 WORKING-STORAGE SECTION.
000820 77  WS-CASE-FILE-STATUS     PIC X(02) VALUE SPACES.
000830 77  WS-CASE-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
000840     88  WS-CASE-FILE-OPEN       VALUE 'Y'.
000850 77  WS-CASE-EOF-SW          PIC X(01) VALUE 'N'.
000860     88  WS-CASE-EOF-YES         VALUE 'Y'.
000870 77  WS-DUPLICATE-SW         PIC X(01) VALUE 'N'.
000880     88  WS-DUPLICATE-FOUND      VALUE 'Y'.
000890 77  WS-CONTROL-FOUND-SW     PIC X(01) VALUE 'N'.
000900     88  WS-CONTROL-FOUND        VALUE 'Y'.
000910 77  WS-LAST-CASE-NUMBER     PIC 9(08) VALUE 0.
000920 77  WS-NEW-CASE-NUMBER      PIC 9(08) VALUE 0.
000922 77  WS-INTAKE-FILE-STATUS   PIC X(02) VALUE SPACES.
000924 77  WS-CASE-HELD-SW         PIC X(01) VALUE 'N'.
000926     88  WS-CASE-HELD            VALUE 'Y'.
000930 01  WS-CDT-DATE             PIC 9(08).
000940 01  WS-CDT-TIME             PIC 9(06).
000950*
000960 LINKAGE SECTION.
000970 COPY DL100XC.
000980*
000990 PROCEDURE DIVISION USING DL100-EXCEPTION-CASE-RECORD.
001000*
001010 0000-MAINLINE.
001020     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
001030     ACCEPT WS-CDT-TIME FROM TIME.
001040     PERFORM 1000-PREPARE-CASE THRU 1000-EXIT.
001045     PERFORM 1500-HOLD-FOR-MERGE THRU 1500-EXIT.
001046     IF WS-CASE-HELD
001047         GOBACK
001048     END-IF.
001050     PERFORM 2000-OPEN-CASE-FILE THRU 2000-EXIT.
001060     IF WS-CASE-FILE-OPEN
001070         PERFORM 3000-FIND-OPEN-DUPLICATE THRU 3000-EXIT
001080         IF NOT WS-DUPLICATE-FOUND
001090             PERFORM 4000-WRITE-NEW-CASE THRU 4000-EXIT
001100         END-IF
001110         CLOSE CASE-FILE
001120     END-IF.
001130     GOBACK.
001140*
001150*****************************************************************
001160*    1000-PREPARE-CASE                                          *
001170*                                                               *
001180*    STAMPS THE FIELDS THIS ROUTINE OWNS - OPEN STATUS, OPENED *
001190*    DATE AND TIME, NO ASSIGNEE OR NOTES YET - AND TIDIES THE  *
001200*    ONES THE CALLER SUPPLIED SO A CARELESS CALLER CANNOT PUT  *
001210*    A NON-NUMERIC VALUE ON THE FILE.                          *
001220*****************************************************************
001230 1000-PREPARE-CASE.
001240     MOVE 0 TO XC-CASE-NUMBER.
001250     IF XC-N-VALUE NOT NUMERIC
001260         MOVE 0 TO XC-N-VALUE
001270     END-IF.
001280     IF XC-EXPONENT NOT NUMERIC OR XC-EXPONENT < 2
001290         MOVE 2 TO XC-EXPONENT
001300     END-IF.
001310     IF XC-RUN-DATE NOT NUMERIC
001320         MOVE 0 TO XC-RUN-DATE
001330     END-IF.
001340     IF XC-RUN-TIME NOT NUMERIC
001350         MOVE 0 TO XC-RUN-TIME
001360     END-IF.
001370     IF XC-EXPECTED-VALUE NOT NUMERIC
001380         MOVE 0 TO XC-EXPECTED-VALUE
001390     END-IF.
001400     IF XC-ACTUAL-VALUE NOT NUMERIC
001410         MOVE 0 TO XC-ACTUAL-VALUE
001420     END-IF.
001430     SET XC-CASE-OPEN TO TRUE.
001440     MOVE WS-CDT-DATE TO XC-OPENED-DATE.
001450     MOVE WS-CDT-TIME TO XC-OPENED-TIME.
001460     MOVE SPACES TO XC-ASSIGNED-TO.
001470     MOVE WS-CDT-DATE TO XC-LAST-ACTION-DATE.
001480     MOVE 0 TO XC-CLOSED-DATE.
001490     MOVE 0 TO XC-NOTE-COUNT.
001500     MOVE SPACES TO XC-LAST-NOTE.
001510 1000-EXIT.
001520     EXIT.
001530*
001531*****************************************************************
001532*    1500-HOLD-FOR-MERGE                                        *
001533*                                                               *
001534*    A STEP RUN WITH AN XCINTAKE DD - A PARTITION JOB, RUNNING *
001535*    SIDE BY SIDE WITH THE OTHER PARTITIONS - HAS THE CASE     *
001536*    APPENDED THERE, UNNUMBERED, FOR ZZ006PM (DL100XCR) TO     *
001537*    OPEN ON THE CASE FILE ONCE THE PARTITIONS HAVE ENDED.  NO *
001538*    XCINTAKE DD (STATUS 35) IS THE NORMAL CASE - THE CASE     *
001539*    GOES STRAIGHT TO THE CASE FILE.  AN INTAKE THAT CANNOT BE *
001540*    WRITTEN FALLS BACK TO THE CASE FILE RATHER THAN LOSE IT.  *
001541*****************************************************************
001542 1500-HOLD-FOR-MERGE.
001543     OPEN EXTEND INTAKE-FILE.
001544     IF WS-INTAKE-FILE-STATUS = '35'
001545         GO TO 1500-EXIT
001546     END-IF.
001547     IF WS-INTAKE-FILE-STATUS NOT = '00'
001548         DISPLAY 'DL100XCW - XCINTAKE UNAVAILABLE ST='
001549             WS-INTAKE-FILE-STATUS
001550         GO TO 1500-EXIT
001551     END-IF.
001552     WRITE INTAKE-RECORD FROM DL100-EXCEPTION-CASE-RECORD.
001553     IF WS-INTAKE-FILE-STATUS NOT = '00'
001554         DISPLAY 'DL100XCW - XCINTAKE WRITE FAILED ST='
001555             WS-INTAKE-FILE-STATUS
001556         CLOSE INTAKE-FILE
001557         GO TO 1500-EXIT
001558     END-IF.
001559     CLOSE INTAKE-FILE.
001560     SET WS-CASE-HELD TO TRUE.
001561     DISPLAY 'DL100XCW - CASE HELD FOR THE MERGE - '
001562         XC-SOURCE-STEP ' ' XC-REASON-CODE
001563         ' N=' XC-N-VALUE ' K=' XC-EXPONENT.
001564 1500-EXIT.
001565     EXIT.
001566*
001567*****************************************************************
001568*    2000-OPEN-CASE-FILE                                        *
001569*                                                               *
001570*    A CASE FILE THAT HAS BEEN DEFINED BUT NEVER LOADED IS     *
001580*    OPENED OUTPUT ONCE TO MAKE IT USABLE, THE SAME WAY        *
001590*    DL100PST FIRST LOADS THE RESULTS MASTER.                  *
001600*****************************************************************
001610 2000-OPEN-CASE-FILE.
001620     OPEN I-O CASE-FILE.
001630     IF WS-CASE-FILE-STATUS = '35'
001640         OPEN OUTPUT CASE-FILE
001650         CLOSE CASE-FILE
001660         OPEN I-O CASE-FILE
001670     END-IF.
001680     IF WS-CASE-FILE-STATUS NOT = '00'
001690         DISPLAY 'DL100XCW - XCFILE UNAVAILABLE ST='
001700             WS-CASE-FILE-STATUS
001710         DISPLAY 'DL100XCW - CASE NOT OPENED - ' XC-SOURCE-STEP
001720             ' ' XC-REASON-CODE ' N=' XC-N-VALUE ' K=' XC-EXPONENT
001730         GO TO 2000-EXIT
001740     END-IF.
001750     SET WS-CASE-FILE-OPEN TO TRUE.
001760 2000-EXIT.
001770     EXIT.
001780*
001790*****************************************************************
001800*    3000-FIND-OPEN-DUPLICATE                                   *
001810*                                                               *
001820*    BROWSES THE CASES IN NUMBER ORDER FOR ONE NOT YET CLOSED  *
001830*    THAT DESCRIBES THE SAME EXCEPTION.  THE FILE HOLDS ONE    *
001840*    RECORD PER EXCEPTION EVER RAISED, WHICH ON A HEALTHY      *
001850*    SYSTEM IS A SHORT BROWSE.                                 *
001860*****************************************************************
001870 3000-FIND-OPEN-DUPLICATE.
001880     MOVE 'N' TO WS-DUPLICATE-SW.
001890     MOVE 'N' TO WS-CASE-EOF-SW.
001900     MOVE 1 TO CFR-CASE-NUMBER.
001910     START CASE-FILE KEY IS NOT LESS THAN CFR-CASE-NUMBER
001920         INVALID KEY
001930             GO TO 3000-EXIT
001940     END-START.
001950     PERFORM 3100-CHECK-NEXT-CASE THRU 3100-EXIT
001960         UNTIL WS-CASE-EOF-YES OR WS-DUPLICATE-FOUND.
001970 3000-EXIT.
001980     EXIT.
001990*
002000 3100-CHECK-NEXT-CASE.
002010     READ CASE-FILE NEXT RECORD
002020         AT END
002030             SET WS-CASE-EOF-YES TO TRUE
002040             GO TO 3100-EXIT
002050     END-READ.
002051     IF WS-CASE-FILE-STATUS NOT = '00'
002053         DISPLAY 'DL100XCW - XCFILE UNAVAILABLE ST='
002054             WS-CASE-FILE-STATUS
002056         SET WS-CASE-EOF-YES TO TRUE
002057         GO TO 3100-EXIT
002059     END-IF.
002060     IF NOT CFR-CASE-CLOSED
002070         AND CFR-SOURCE-STEP = XC-SOURCE-STEP
002080         AND CFR-REASON-CODE = XC-REASON-CODE
002090         AND CFR-N-VALUE = XC-N-VALUE
002100         AND CFR-EXPONENT = XC-EXPONENT
002110         AND CFR-RUN-DATE = XC-RUN-DATE
002120         AND CFR-RUN-TIME = XC-RUN-TIME
002130         AND CFR-DESCRIPTION = XC-DESCRIPTION
002140         SET WS-DUPLICATE-FOUND TO TRUE
002150         MOVE CFR-CASE-NUMBER TO XC-CASE-NUMBER
002160         DISPLAY 'DL100XCW - ' XC-SOURCE-STEP ' ' XC-REASON-CODE
002170             ' N=' XC-N-VALUE ' K=' XC-EXPONENT
002180             ' ALREADY OPEN AS CASE ' XC-CASE-NUMBER
002190     END-IF.
002200 3100-EXIT.
002210     EXIT.
002220*
002230*****************************************************************
002240*    4000-WRITE-NEW-CASE                                        *
002250*                                                               *
002260*    TAKES THE NEXT NUMBER FROM THE CONTROL RECORD, WRITES     *
002270*    THE CASE UNDER IT, AND ONLY THEN MOVES THE CONTROL RECORD *
002280*    ON - A FAILED WRITE LEAVES THE NUMBER FREE FOR THE NEXT   *
002290*    CALL.  THE FIRST CASE WRITTEN CREATES THE CONTROL RECORD. *
002300*****************************************************************
002310 4000-WRITE-NEW-CASE.
002320     MOVE 'N' TO WS-CONTROL-FOUND-SW.
002330     MOVE 0 TO WS-LAST-CASE-NUMBER.
002340     MOVE 0 TO CFR-CASE-NUMBER.
002350     READ CASE-FILE
002360         INVALID KEY
002370             CONTINUE
002380         NOT INVALID KEY
002390             SET WS-CONTROL-FOUND TO TRUE
002400             MOVE CFC-LAST-CASE-NUMBER TO WS-LAST-CASE-NUMBER
002410     END-READ.
002420     ADD 1 TO WS-LAST-CASE-NUMBER GIVING WS-NEW-CASE-NUMBER.
002430     MOVE WS-NEW-CASE-NUMBER TO XC-CASE-NUMBER.
002440     MOVE DL100-EXCEPTION-CASE-RECORD TO CASE-FILE-RECORD.
002450     WRITE CASE-FILE-RECORD
002460         INVALID KEY
002470             DISPLAY 'DL100XCW - CASE WRITE FAILED ST='
002480                 WS-CASE-FILE-STATUS ' CASE=' WS-NEW-CASE-NUMBER
002490             MOVE 0 TO XC-CASE-NUMBER
002500             GO TO 4000-EXIT
002510     END-WRITE.
002520     MOVE SPACES TO CASE-CONTROL-RECORD.
002530     MOVE 0 TO CFC-CASE-NUMBER.
002540     MOVE WS-NEW-CASE-NUMBER TO CFC-LAST-CASE-NUMBER.
002550     IF WS-CONTROL-FOUND
002560         REWRITE CASE-CONTROL-RECORD
002570             INVALID KEY
002580                 DISPLAY 'DL100XCW - CONTROL REWRITE FAILED ST='
002590                     WS-CASE-FILE-STATUS
002600         END-REWRITE
002610     ELSE
002620         WRITE CASE-CONTROL-RECORD
002630             INVALID KEY
002640                 DISPLAY 'DL100XCW - CONTROL WRITE FAILED ST='
002650                     WS-CASE-FILE-STATUS
002660         END-WRITE
002670     END-IF.
002680     DISPLAY 'DL100XCW - CASE ' XC-CASE-NUMBER ' OPENED - '
002690         XC-SOURCE-STEP ' ' XC-REASON-CODE
002700         ' N=' XC-N-VALUE ' K=' XC-EXPONENT.
002710 4000-EXIT.
002720     EXIT.
