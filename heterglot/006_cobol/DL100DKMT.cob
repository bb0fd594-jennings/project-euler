000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100DKM                                        *
000040*                                                               *
000050*   ABSTRACT:  TRANSACTION-DRIVEN MAINTENANCE FOR THE VSAM     *
000060*              CONTROL-DECK LIBRARY (PROD.EULER.DECKLIB,       *
000070*              COPYBOOK DL100DK) THAT DL100PRM EXPANDS A NAMED *
000080*              DECK FROM.  READS ADD, CHANGE, DELETE AND COPY  *
000090*              CARDS KEYED BY DECK NAME; AN ADD OR CHANGE IS   *
000100*              FOLLOWED BY THE DECK'S CONTROL CARDS, ONE CARD  *
000110*              TRANSACTION EACH.  EDITS THE DECK TRANSACTION   *
000120*              (NO ADD FOR A DECK ALREADY ON FILE, NO CHANGE,  *
000130*              DELETE OR COPY FOR ONE THAT IS NOT, A NEW NAME  *
000140*              FOR A COPY) AND GIVES EVERY CARD THE FIELD      *
000150*              EDITS DL100EDT MAKES, THEN APPLIES THE DECK     *
000160*              WHOLE IN PLACE - CARDS BEHIND A CHANGE REPLACE  *
000170*              THE DECK'S CARDS.  WRITES A BEFORE/AFTER AUDIT  *
000180*              RECORD FOR EVERY LIBRARY RECORD CHANGED AND     *
000190*              PRINTS AN APPLY REPORT.  REJECTS WARN WITH      *
000200*              RC=4 - THE GOOD DECKS STILL LAND, EXACTLY AS    *
000210*              THE APPLY REPORT SAYS.  RC=16 IS A FILE ERROR.  *
000220*                                                               *
000230*              TRANSACTION CARD FORMAT -                       *
000240*                COLS 1-6   ACTION (ADD/CHANGE/DELETE/COPY/    *
000250*                           CARD)                              *
000260*                COLS 7-14  DECK NAME (BLANK OR THE SAME       *
000270*                           DECK ON A CARD TRANSACTION)        *
000280*                COLS 15-22 USER ID FOR THE AUDIT TRAIL        *
000290*              DECK TRANSACTIONS -                             *
000300*                COLS 23-30 OWNER (NEEDED ON ADD)              *
000310*                COLS 31-70 DESCRIPTION (NEEDED ON ADD)        *
000320*                COLS 71-78 NEW DECK NAME (COPY ONLY)          *
000330*              CARD TRANSACTIONS -                             *
000340*                COLS 23-52 CONTROL CARD COLS 1-30 (DL100CT)   *
000350*                                                               *
000360*   AUTHOR:        R L JENNINGS                                *
000370*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000380*   DATE-WRITTEN:  10/15/2026                                  *
000390*                                                               *
000400*   MODIFICATION HISTORY                                        *
000410*   ------------------------------------------------------      *
000420*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000423*   10/15/2026  RLJ  CARD TRANSACTION CARRIES CONTROL CARD      *
000426*                    COLS 1-30 - REQUESTING DEPARTMENT ADDED.   *
000427*   10/15/2026  RLJ  EXPONENT EDITED BY THE SUITE-WIDE POWER K  *
000428*                    RULE (COPYBOOK DL100KV).                   *
000430*                                                               *
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. DL100DKM.
000470 AUTHOR. R L JENNINGS.
000480 INSTALLATION. DATA CENTER APPLICATIONS.
000490 DATE-WRITTEN. 10/15/2026.
000500 DATE-COMPILED.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT DECK-LIBRARY-FILE ASSIGN TO DECKLIB
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DK-KEY
000590         FILE STATUS IS WS-DECK-FILE-STATUS.
000600     SELECT TRANSACTION-FILE ASSIGN TO TRNFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-TRN-FILE-STATUS.
000630     SELECT AUDIT-FILE ASSIGN TO AUDFILE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-AUD-FILE-STATUS.
000660     SELECT REPORT-FILE ASSIGN TO RPTFILE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RPT-FILE-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  DECK-LIBRARY-FILE
000730     RECORDING MODE IS F.
000740     COPY DL100DK.
000750*
000760 FD  TRANSACTION-FILE
000770     RECORDING MODE IS F.
000780 01  TRANSACTION-RECORD.
000790     05  TRN-ACTION              PIC X(06).
000800         88  TRN-ACTION-ADD          VALUE 'ADD   '.
000810         88  TRN-ACTION-CHANGE       VALUE 'CHANGE'.
000820         88  TRN-ACTION-DELETE       VALUE 'DELETE'.
000830         88  TRN-ACTION-COPY         VALUE 'COPY  '.
000840         88  TRN-ACTION-CARD         VALUE 'CARD  '.
000850     05  TRN-DECK-NAME           PIC X(08).
000860     05  TRN-USER-ID             PIC X(08).
000870     05  TRN-DECK-DATA.
000880         10  TRN-OWNER           PIC X(08).
000890         10  TRN-DESCRIPTION     PIC X(40).
000900         10  TRN-NEW-DECK-NAME   PIC X(08).
000910         10  FILLER              PIC X(02).
000920     05  TRN-CARD-DATA REDEFINES TRN-DECK-DATA.
000930         10  TRN-CARD-IMAGE      PIC X(30).
000940         10  FILLER              PIC X(28).
000950*
000960 FD  AUDIT-FILE
000970     RECORDING MODE IS F.
000980 01  AUDIT-RECORD.
000990     05  AUD-RUN-DATE            PIC 9(08).
001000     05  AUD-RUN-TIME            PIC 9(06).
001010     05  AUD-USER-ID             PIC X(08).
001020     05  AUD-ACTION              PIC X(06).
001030     05  AUD-DECK-NAME           PIC X(08).
001040     05  AUD-FROM-DECK-NAME      PIC X(08).
001050     05  AUD-CARD-SEQ            PIC 9(03).
001060     05  AUD-BEFORE-PRESENT-SW   PIC X(01).
001070     05  AUD-BEFORE-IMAGE        PIC X(80).
001080     05  AUD-AFTER-PRESENT-SW    PIC X(01).
001090     05  AUD-AFTER-IMAGE         PIC X(80).
001100*
001110 FD  REPORT-FILE
001120     RECORDING MODE IS F.
001130 01  REPORT-PRINT-LINE           PIC X(132).
001140*
001150 WORKING-STORAGE SECTION.
001160 77  WS-DECK-FILE-STATUS     PIC X(02) VALUE SPACES.
001170 77  WS-TRN-FILE-STATUS      PIC X(02) VALUE SPACES.
001180 77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
001190 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001200 77  WS-TRN-EOF-SW           PIC X(01) VALUE 'N'.
001210     88  WS-TRN-EOF-YES          VALUE 'Y'.
001220 77  WS-TRN-OK-SW            PIC X(01) VALUE 'Y'.
001230     88  WS-TRN-IS-OK            VALUE 'Y'.
001240 77  WS-CARD-OK-SW           PIC X(01) VALUE 'Y'.
001250     88  WS-CARD-IS-OK           VALUE 'Y'.
001260 77  WS-DECK-FOUND-SW        PIC X(01) VALUE 'N'.
001270     88  WS-DECK-FOUND           VALUE 'Y'.
001280 77  WS-LOAD-DONE-SW         PIC X(01) VALUE 'N'.
001290     88  WS-LOAD-DONE            VALUE 'Y'.
001300 77  WS-TRN-COUNT            PIC 9(05) COMP VALUE 0.
001310 77  WS-ADD-COUNT            PIC 9(05) COMP VALUE 0.
001320 77  WS-CHANGE-COUNT         PIC 9(05) COMP VALUE 0.
001330 77  WS-DELETE-COUNT         PIC 9(05) COMP VALUE 0.
001340 77  WS-COPY-COUNT           PIC 9(05) COMP VALUE 0.
001350 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
001360 77  WS-AUDIT-COUNT          PIC 9(05) COMP VALUE 0.
001370 77  WS-DECK-CARD-NO         PIC 9(05) COMP VALUE 0.
001380 77  WS-TRN-CARD-COUNT       PIC 9(05) COMP VALUE 0.
001390 77  WS-NEW-CARD-COUNT       PIC 9(05) COMP VALUE 0.
001400 77  WS-OLD-CARD-COUNT       PIC 9(05) COMP VALUE 0.
001410 77  WS-SLOT-MAX             PIC 9(05) COMP VALUE 0.
001420 77  WS-CARD-SUB             PIC 9(05) COMP VALUE 0.
001430 77  WS-MAX-CARDS            PIC 9(05) COMP VALUE 999.
001440 77  WS-APPLY-DECK-NAME      PIC X(08) VALUE SPACES.
001450 77  WS-LOAD-DECK-NAME       PIC X(08) VALUE SPACES.
001460 77  WS-OVERALL-RC           PIC 99 VALUE 0.
001470 01  WS-CDT-DATE             PIC 9(08).
001480 01  WS-CDT-CLOCK.
001490     05  WS-CDT-TIME         PIC 9(06).
001500     05  FILLER              PIC 9(02).
001510*
001520*    THE DECK TRANSACTION (ADD, CHANGE, DELETE OR COPY) IS HELD
001530*    HERE WHILE THE CARD TRANSACTIONS BEHIND IT ARE READ.
001540 01  WS-DECK-TRANSACTION.
001550     05  WS-DTR-ACTION           PIC X(06).
001560         88  WS-DTR-ADD              VALUE 'ADD   '.
001570         88  WS-DTR-CHANGE           VALUE 'CHANGE'.
001580         88  WS-DTR-DELETE           VALUE 'DELETE'.
001590         88  WS-DTR-COPY             VALUE 'COPY  '.
001600     05  WS-DTR-DECK-NAME        PIC X(08).
001610     05  WS-DTR-USER-ID          PIC X(08).
001620     05  WS-DTR-OWNER            PIC X(08).
001630     05  WS-DTR-DESCRIPTION      PIC X(40).
001640     05  WS-DTR-NEW-DECK-NAME    PIC X(08).
001650     05  FILLER                  PIC X(02).
001660*
001670*    HEADER OF THE DECK NAMED ON THE TRANSACTION AS IT STOOD
001680*    BEFORE THE TRANSACTION - THE SAME LAYOUT AS DK-HEADER-DATA.
001690 01  WS-OLD-HEADER.
001700     05  WS-OLD-DESCRIPTION      PIC X(40).
001710     05  WS-OLD-OWNER            PIC X(08).
001720     05  WS-OLD-CHANGED-DATE     PIC 9(08).
001730     05  WS-OLD-CHANGED-USER     PIC X(08).
001740     05  WS-OLD-CARD-TOTAL       PIC 9(03).
001750     05  FILLER                  PIC X(42).
001760*
001770*    THE CARDS THE DECK IS TO HOLD AFTER THE TRANSACTION, AND
001780*    THE CARDS IT HELD BEFORE, SUBSCRIPTED BY CARD SEQUENCE.
001790*    THE EDIT TABLE CARRIES THE DECK NAME PUNCHED ON EACH CARD
001800*    TRANSACTION AND THE REASON THE CARD FAILED ITS EDIT.
001810 01  WS-NEW-CARD-TABLE.
001820     05  WS-NEW-CARD-IMAGE       PIC X(80) OCCURS 999 TIMES.
001830 01  WS-OLD-CARD-TABLE.
001840     05  WS-OLD-CARD-IMAGE       PIC X(80) OCCURS 999 TIMES.
001850 01  WS-CARD-EDIT-TABLE.
001860     05  WS-CARD-EDIT-ENTRY      OCCURS 999 TIMES.
001870         10  WS-CARD-DECK-NAME       PIC X(08).
001880         10  WS-CARD-REASON          PIC X(40).
001890*
001900     COPY DL100CT.
001910*
001915     COPY DL100KV.
001916*
001920 01  RPT-HEADING-1.
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  FILLER                  PIC X(40)
001950         VALUE 'DL100DKM - CONTROL-DECK LIBRARY MAINT'.
001960     05  FILLER                  PIC X(11)
001970         VALUE 'RUN DATE'.
001980     05  RPT-HDG-RUN-DATE        PIC 9(08).
001990*
002000 01  RPT-COLUMN-HEADING.
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  FILLER                  PIC X(07) VALUE 'CARD'.
002030     05  FILLER                  PIC X(08) VALUE 'ACTION'.
002040     05  FILLER                  PIC X(10) VALUE 'DECK'.
002050     05  FILLER                  PIC X(10) VALUE 'USER'.
002060     05  FILLER                  PIC X(10) VALUE 'NEW DECK'.
002070     05  FILLER                  PIC X(07) VALUE 'CARDS'.
002080     05  FILLER                  PIC X(10) VALUE 'DECISION'.
002090     05  FILLER                  PIC X(30) VALUE 'REASON'.
002100*
002110 01  RPT-DETAIL-LINE.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  RPT-DTL-CARD-NO         PIC ZZZZ9.
002140     05  FILLER                  PIC X(02) VALUE SPACE.
002150     05  RPT-DTL-ACTION          PIC X(06).
002160     05  FILLER                  PIC X(02) VALUE SPACE.
002170     05  RPT-DTL-DECK-NAME       PIC X(08).
002180     05  FILLER                  PIC X(02) VALUE SPACE.
002190     05  RPT-DTL-USER-ID         PIC X(08).
002200     05  FILLER                  PIC X(02) VALUE SPACE.
002210     05  RPT-DTL-NEW-DECK-NAME   PIC X(08).
002220     05  FILLER                  PIC X(02) VALUE SPACE.
002230     05  RPT-DTL-CARDS           PIC ZZZZ9.
002240     05  FILLER                  PIC X(02) VALUE SPACE.
002250     05  RPT-DTL-DECISION        PIC X(08).
002260     05  FILLER                  PIC X(02) VALUE SPACE.
002270     05  RPT-DTL-REASON          PIC X(40).
002280*
002290 01  RPT-HEADER-LINE.
002300     05  FILLER                  PIC X(16) VALUE SPACE.
002310     05  FILLER                  PIC X(08) VALUE 'OWNER -'.
002320     05  RPT-HDR-OWNER           PIC X(08).
002330     05  FILLER                  PIC X(02) VALUE SPACE.
002340     05  FILLER                  PIC X(14) VALUE 'DESCRIPTION -'.
002350     05  RPT-HDR-DESCRIPTION     PIC X(40).
002360*
002370 01  RPT-CARD-LINE.
002380     05  FILLER                  PIC X(16) VALUE SPACE.
002390     05  FILLER                  PIC X(05) VALUE 'CARD'.
002400     05  RPT-CRD-SEQ             PIC 999.
002410     05  FILLER                  PIC X(02) VALUE SPACE.
002420     05  RPT-CRD-IMAGE           PIC X(30).
002430     05  FILLER                  PIC X(02) VALUE SPACE.
002440     05  RPT-CRD-REASON          PIC X(40).
002450*
002460 01  RPT-TOTAL-LINE.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  RPT-TOT-TEXT            PIC X(26).
002490     05  RPT-TOT-COUNT           PIC ZZZZ9.
002500*
002510 PROCEDURE DIVISION.
002520*
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002560     PERFORM 3000-PROCESS-ONE-DECK-TRN THRU 3000-EXIT
002570         UNTIL WS-TRN-EOF-YES.
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590     STOP RUN.
002600*
002610*****************************************************************
002620*    1000-INITIALIZE                                            *
002630*****************************************************************
002640 1000-INITIALIZE.
002650     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002660     ACCEPT WS-CDT-CLOCK FROM TIME.
002670     MOVE WS-CDT-DATE TO RPT-HDG-RUN-DATE.
002680     OPEN INPUT TRANSACTION-FILE.
002690     IF WS-TRN-FILE-STATUS NOT = '00'
002700         DISPLAY 'DL100DKM - UNABLE TO OPEN TRNFILE ST='
002710             WS-TRN-FILE-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     OPEN I-O DECK-LIBRARY-FILE.
002760     IF WS-DECK-FILE-STATUS NOT = '00'
002770         DISPLAY 'DL100DKM - UNABLE TO OPEN DECKLIB ST='
002780             WS-DECK-FILE-STATUS
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     OPEN EXTEND AUDIT-FILE.
002830     IF WS-AUD-FILE-STATUS = '05' OR WS-AUD-FILE-STATUS = '35'
002840         OPEN OUTPUT AUDIT-FILE
002850     END-IF.
002860     IF WS-AUD-FILE-STATUS NOT = '00'
002870         DISPLAY 'DL100DKM - UNABLE TO OPEN AUDFILE ST='
002880             WS-AUD-FILE-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     OPEN OUTPUT REPORT-FILE.
002930     IF WS-RPT-FILE-STATUS NOT = '00'
002940         DISPLAY 'DL100DKM - UNABLE TO OPEN RPTFILE ST='
002950             WS-RPT-FILE-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     MOVE RPT-HEADING-1 TO REPORT-PRINT-LINE.
003000     WRITE REPORT-PRINT-LINE AFTER ADVANCING PAGE.
003010     MOVE RPT-COLUMN-HEADING TO REPORT-PRINT-LINE.
003020     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003030     MOVE SPACES TO REPORT-PRINT-LINE.
003040     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003050 1000-EXIT.
003060     EXIT.
003070*
003080 2000-READ-TRANSACTION.
003090     READ TRANSACTION-FILE
003100         AT END
003110             SET WS-TRN-EOF-YES TO TRUE
003120             GO TO 2000-EXIT
003130     END-READ.
003140     ADD 1 TO WS-TRN-COUNT.
003150 2000-EXIT.
003160     EXIT.
003170*
003180*****************************************************************
003190*    3000-PROCESS-ONE-DECK-TRN                                  *
003200*                                                               *
003210*    TAKES ONE DECK TRANSACTION TOGETHER WITH THE CARD         *
003220*    TRANSACTIONS THAT FOLLOW IT, EDITS THE LOT AND, WHEN      *
003230*    EVERYTHING PASSES, APPLIES IT TO THE LIBRARY.  A DECK IS  *
003240*    CHANGED WHOLE OR NOT AT ALL - ONE BAD CARD REJECTS THE    *
003250*    DECK TRANSACTION AND EVERY CARD BEHIND IT.  A CARD        *
003260*    TRANSACTION WITH NO ADD OR CHANGE IN FRONT OF IT IS       *
003270*    REJECTED ON ITS OWN.                                      *
003280*****************************************************************
003290 3000-PROCESS-ONE-DECK-TRN.
003300     IF TRN-ACTION-CARD
003310         PERFORM 3050-REJECT-STRAY-CARD THRU 3050-EXIT
003320         PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
003330         GO TO 3000-EXIT
003340     END-IF.
003350     MOVE TRANSACTION-RECORD TO WS-DECK-TRANSACTION.
003360     MOVE WS-TRN-COUNT TO WS-DECK-CARD-NO.
003370     MOVE 'Y' TO WS-TRN-OK-SW.
003380     MOVE SPACES TO RPT-DTL-REASON.
003390     MOVE 0 TO WS-TRN-CARD-COUNT.
003400     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
003410     PERFORM 3100-COLLECT-ONE-CARD THRU 3100-EXIT
003420         UNTIL WS-TRN-EOF-YES
003430            OR NOT TRN-ACTION-CARD.
003440     MOVE WS-TRN-CARD-COUNT TO WS-NEW-CARD-COUNT.
003450     IF WS-NEW-CARD-COUNT > WS-MAX-CARDS
003460         MOVE WS-MAX-CARDS TO WS-NEW-CARD-COUNT
003470     END-IF.
003480     PERFORM 3200-EDIT-DECK-TRN THRU 3200-EXIT.
003490     IF WS-TRN-IS-OK
003500         PERFORM 3300-EDIT-NEW-CARDS THRU 3300-EXIT
003510     END-IF.
003520     IF WS-TRN-IS-OK
003530         PERFORM 4000-APPLY-DECK-TRN THRU 4000-EXIT
003540     END-IF.
003550     PERFORM 5000-WRITE-APPLY-LINES THRU 5000-EXIT.
003560 3000-EXIT.
003570     EXIT.
003580*
003590 3050-REJECT-STRAY-CARD.
003600     ADD 1 TO WS-REJECT-COUNT.
003610     MOVE WS-TRN-COUNT TO RPT-DTL-CARD-NO.
003620     MOVE TRN-ACTION TO RPT-DTL-ACTION.
003630     MOVE TRN-DECK-NAME TO RPT-DTL-DECK-NAME.
003640     MOVE SPACES TO RPT-DTL-USER-ID.
003650     MOVE SPACES TO RPT-DTL-NEW-DECK-NAME.
003660     MOVE 0 TO RPT-DTL-CARDS.
003670     MOVE 'REJECTED' TO RPT-DTL-DECISION.
003680     MOVE 'CARD DOES NOT FOLLOW AN ADD OR CHANGE'
003690         TO RPT-DTL-REASON.
003700     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
003710     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
003720 3050-EXIT.
003730     EXIT.
003740*
003750 3100-COLLECT-ONE-CARD.
003760     ADD 1 TO WS-TRN-CARD-COUNT.
003770     IF WS-TRN-CARD-COUNT NOT > WS-MAX-CARDS
003780         MOVE SPACES TO WS-NEW-CARD-IMAGE (WS-TRN-CARD-COUNT)
003790         MOVE TRN-CARD-IMAGE
003800             TO WS-NEW-CARD-IMAGE (WS-TRN-CARD-COUNT)
003810         MOVE TRN-DECK-NAME
003820             TO WS-CARD-DECK-NAME (WS-TRN-CARD-COUNT)
003830         MOVE SPACES TO WS-CARD-REASON (WS-TRN-CARD-COUNT)
003840     END-IF.
003850     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
003860 3100-EXIT.
003870     EXIT.
003880*
003890*****************************************************************
003900*    3200-EDIT-DECK-TRN                                         *
003910*                                                               *
003920*    EDITS THE DECK TRANSACTION ITSELF.  THE FIRST EDIT THAT   *
003930*    FAILS IS THE REASON PRINTED ON THE REPORT.  THE HEADER OF *
003940*    THE NAMED DECK IS READ HERE AND KEPT FOR THE APPLY AND    *
003950*    THE AUDIT RECORD.                                         *
003960*****************************************************************
003970 3200-EDIT-DECK-TRN.
003980     IF NOT WS-DTR-ADD
003990         AND NOT WS-DTR-CHANGE
004000         AND NOT WS-DTR-DELETE
004010         AND NOT WS-DTR-COPY
004020         MOVE 'N' TO WS-TRN-OK-SW
004030         MOVE 'ACTION IS NOT ADD, CHANGE, DELETE OR COPY'
004040             TO RPT-DTL-REASON
004050     END-IF.
004060     IF WS-TRN-IS-OK
004070         IF WS-DTR-DECK-NAME = SPACES
004080             MOVE 'N' TO WS-TRN-OK-SW
004090             MOVE 'DECK NAME IS REQUIRED' TO RPT-DTL-REASON
004100         END-IF
004110     END-IF.
004120     IF WS-TRN-IS-OK
004130         IF WS-DTR-USER-ID = SPACES
004140             MOVE 'N' TO WS-TRN-OK-SW
004150             MOVE 'USER ID IS REQUIRED' TO RPT-DTL-REASON
004160         END-IF
004170     END-IF.
004180     IF WS-TRN-IS-OK
004190         IF WS-TRN-CARD-COUNT > WS-MAX-CARDS
004200             MOVE 'N' TO WS-TRN-OK-SW
004210             MOVE 'MORE THAN 999 CARDS IN THE DECK'
004220                 TO RPT-DTL-REASON
004230         END-IF
004240     END-IF.
004250     IF WS-TRN-IS-OK
004260         PERFORM 3210-READ-DECK-HEADER THRU 3210-EXIT
004270     END-IF.
004280     IF WS-TRN-IS-OK AND WS-DTR-ADD
004290         IF WS-DECK-FOUND
004300             MOVE 'N' TO WS-TRN-OK-SW
004310             MOVE 'DECK IS ALREADY ON FILE - USE CHANGE'
004320                 TO RPT-DTL-REASON
004330         END-IF
004340     END-IF.
004350     IF WS-TRN-IS-OK
004360         AND (WS-DTR-CHANGE OR WS-DTR-DELETE OR WS-DTR-COPY)
004370         IF NOT WS-DECK-FOUND
004380             MOVE 'N' TO WS-TRN-OK-SW
004390             MOVE 'DECK IS NOT ON FILE' TO RPT-DTL-REASON
004400         END-IF
004410     END-IF.
004420     IF WS-TRN-IS-OK
004430         AND (WS-DTR-DELETE OR WS-DTR-COPY)
004440         IF WS-TRN-CARD-COUNT > 0
004450             MOVE 'N' TO WS-TRN-OK-SW
004460             MOVE 'CARDS ONLY FOLLOW AN ADD OR CHANGE'
004470                 TO RPT-DTL-REASON
004480         END-IF
004490     END-IF.
004500     IF WS-TRN-IS-OK AND WS-DTR-ADD
004510         PERFORM 3220-EDIT-ADD THRU 3220-EXIT
004520     END-IF.
004530     IF WS-TRN-IS-OK AND WS-DTR-CHANGE
004540         IF WS-DTR-OWNER = SPACES
004550             AND WS-DTR-DESCRIPTION = SPACES
004560             AND WS-TRN-CARD-COUNT = 0
004570             MOVE 'N' TO WS-TRN-OK-SW
004580             MOVE 'CHANGE HAS NOTHING TO CHANGE'
004590                 TO RPT-DTL-REASON
004600         END-IF
004610     END-IF.
004620     IF WS-TRN-IS-OK AND WS-DTR-COPY
004630         PERFORM 3230-EDIT-COPY THRU 3230-EXIT
004640     END-IF.
004650 3200-EXIT.
004660     EXIT.
004670*
004680 3210-READ-DECK-HEADER.
004690     MOVE 'N' TO WS-DECK-FOUND-SW.
004700     MOVE SPACES TO WS-OLD-HEADER.
004710     MOVE WS-DTR-DECK-NAME TO DK-DECK-NAME.
004720     MOVE 0 TO DK-CARD-SEQ.
004730     READ DECK-LIBRARY-FILE
004740         INVALID KEY
004750             GO TO 3210-EXIT
004760     END-READ.
004770     SET WS-DECK-FOUND TO TRUE.
004780     MOVE DK-HEADER-DATA TO WS-OLD-HEADER.
004790 3210-EXIT.
004800     EXIT.
004810*
004820 3220-EDIT-ADD.
004830     IF WS-DTR-OWNER = SPACES
004840         MOVE 'N' TO WS-TRN-OK-SW
004850         MOVE 'ADD NEEDS AN OWNER' TO RPT-DTL-REASON
004860         GO TO 3220-EXIT
004870     END-IF.
004880     IF WS-DTR-DESCRIPTION = SPACES
004890         MOVE 'N' TO WS-TRN-OK-SW
004900         MOVE 'ADD NEEDS A DESCRIPTION' TO RPT-DTL-REASON
004910         GO TO 3220-EXIT
004920     END-IF.
004930     IF WS-TRN-CARD-COUNT = 0
004940         MOVE 'N' TO WS-TRN-OK-SW
004950         MOVE 'ADD NEEDS AT LEAST ONE CARD' TO RPT-DTL-REASON
004960     END-IF.
004970 3220-EXIT.
004980     EXIT.
004990*
005000*****************************************************************
005010*    3230-EDIT-COPY                                             *
005020*                                                               *
005030*    THE NEW DECK MUST BE NAMED, DIFFERENT FROM THE DECK BEING *
005040*    COPIED AND NOT ALREADY ON FILE.  READING FOR IT LEAVES    *
005050*    THE COPIED DECK'S HEADER SAFE IN WS-OLD-HEADER.           *
005060*****************************************************************
005070 3230-EDIT-COPY.
005080     IF WS-DTR-NEW-DECK-NAME = SPACES
005090         MOVE 'N' TO WS-TRN-OK-SW
005100         MOVE 'COPY NEEDS A NEW DECK NAME' TO RPT-DTL-REASON
005110         GO TO 3230-EXIT
005120     END-IF.
005130     IF WS-DTR-NEW-DECK-NAME = WS-DTR-DECK-NAME
005140         MOVE 'N' TO WS-TRN-OK-SW
005150         MOVE 'COPY MUST NAME A DIFFERENT DECK' TO RPT-DTL-REASON
005160         GO TO 3230-EXIT
005170     END-IF.
005180     MOVE WS-DTR-NEW-DECK-NAME TO DK-DECK-NAME.
005190     MOVE 0 TO DK-CARD-SEQ.
005200     READ DECK-LIBRARY-FILE
005210         INVALID KEY
005220             GO TO 3230-EXIT
005230     END-READ.
005240     MOVE 'N' TO WS-TRN-OK-SW.
005250     MOVE 'NEW DECK IS ALREADY ON FILE' TO RPT-DTL-REASON.
005260 3230-EXIT.
005270     EXIT.
005280*
005290*****************************************************************
005300*    3300-EDIT-NEW-CARDS                                        *
005310*                                                               *
005320*    EDITS EVERY CARD BEHIND THE DECK TRANSACTION, SO THE      *
005330*    REPORT SHOWS EVERY BAD CARD AT ONCE RATHER THAN ONE PER   *
005340*    RUN.  THE CARDS GET THE FIELD EDITS DL100EDT MAKES;       *
005350*    CROSS-CARD CHECKS SUCH AS DUPLICATE NS ARE LEFT TO        *
005360*    DL100EDT WHEN THE DECK IS RUN.                            *
005370*****************************************************************
005380 3300-EDIT-NEW-CARDS.
005390     MOVE 0 TO WS-CARD-SUB.
005400     PERFORM 3310-EDIT-ONE-CARD THRU 3310-EXIT
005410         UNTIL WS-CARD-SUB NOT < WS-NEW-CARD-COUNT.
005420 3300-EXIT.
005430     EXIT.
005440*
005450 3310-EDIT-ONE-CARD.
005460     ADD 1 TO WS-CARD-SUB.
005470     MOVE 'Y' TO WS-CARD-OK-SW.
005480     MOVE WS-NEW-CARD-IMAGE (WS-CARD-SUB) TO DL100-CONTROL-RECORD.
005490     IF WS-CARD-DECK-NAME (WS-CARD-SUB) NOT = SPACES
005500         AND WS-CARD-DECK-NAME (WS-CARD-SUB)
005510             NOT = WS-DTR-DECK-NAME
005520         MOVE 'CARD NAMES A DIFFERENT DECK'
005530             TO WS-CARD-REASON (WS-CARD-SUB)
005540         GO TO 3310-REJECT
005550     END-IF.
005560     IF CTL-N-VALUE NOT NUMERIC
005570         MOVE 'N VALUE IS NOT NUMERIC'
005580             TO WS-CARD-REASON (WS-CARD-SUB)
005590         GO TO 3310-REJECT
005600     END-IF.
005610     IF CTL-N-VALUE = 0
005620         MOVE 'N VALUE MUST BE GREATER THAN ZERO'
005630             TO WS-CARD-REASON (WS-CARD-SUB)
005640         GO TO 3310-REJECT
005650     END-IF.
005660     IF CTL-DETAIL-SW NOT = 'Y' AND CTL-DETAIL-SW NOT = 'N'
005670         MOVE 'DETAIL SWITCH IS NOT Y OR N'
005680             TO WS-CARD-REASON (WS-CARD-SUB)
005690         GO TO 3310-REJECT
005700     END-IF.
005710     IF NOT CTL-MODE-LOOP
005720         AND NOT CTL-MODE-FAST
005730         AND NOT CTL-MODE-VERIFY
005740         MOVE 'CALC MODE IS NOT BLANK, L, F OR V'
005750             TO WS-CARD-REASON (WS-CARD-SUB)
005760         GO TO 3310-REJECT
005770     END-IF.
005780     IF CTL-PROGRESS-INT NOT NUMERIC
005790         AND CTL-PROGRESS-INT NOT = SPACES
005800         MOVE 'PROGRESS INTERVAL NOT NUMERIC OR BLANK'
005810             TO WS-CARD-REASON (WS-CARD-SUB)
005820         GO TO 3310-REJECT
005830     END-IF.
005840     MOVE CTL-EXPONENT TO KV-K-KEYED.
005850     IF NOT KV-K-IS-VALID
005860         MOVE 'EXPONENT MUST BE BLANK, 0 OR 2 THROUGH 9'
005870             TO WS-CARD-REASON (WS-CARD-SUB)
005880         GO TO 3310-REJECT
005890     END-IF.
005960     IF NOT CTL-TYPE-SINGLE AND NOT CTL-TYPE-RANGE
005970         MOVE 'CARD TYPE IS NOT BLANK, S OR R'
005980             TO WS-CARD-REASON (WS-CARD-SUB)
005990         GO TO 3310-REJECT
006000     END-IF.
006010     IF CTL-TYPE-RANGE
006020         PERFORM 3320-EDIT-RANGE-FIELDS THRU 3320-EXIT
006030     END-IF.
006040     IF WS-CARD-IS-OK
006050         GO TO 3310-EXIT
006060     END-IF.
006070 3310-REJECT.
006080     MOVE 'N' TO WS-TRN-OK-SW.
006090     MOVE 'A CARD FAILED ITS EDIT - SEE CARD LINES'
006100         TO RPT-DTL-REASON.
006110 3310-EXIT.
006120     EXIT.
006130*
006140 3320-EDIT-RANGE-FIELDS.
006150     MOVE 'N' TO WS-CARD-OK-SW.
006160     IF CTL-TO-N-VALUE NOT NUMERIC
006170         MOVE 'TO-N VALUE IS NOT NUMERIC'
006180             TO WS-CARD-REASON (WS-CARD-SUB)
006190         GO TO 3320-EXIT
006200     END-IF.
006210     IF CTL-N-VALUE > CTL-TO-N-VALUE
006220         MOVE 'FROM-N IS GREATER THAN TO-N'
006230             TO WS-CARD-REASON (WS-CARD-SUB)
006240         GO TO 3320-EXIT
006250     END-IF.
006260     IF CTL-STEP-VALUE NOT NUMERIC
006270         MOVE 'STEP VALUE IS NOT NUMERIC'
006280             TO WS-CARD-REASON (WS-CARD-SUB)
006290         GO TO 3320-EXIT
006300     END-IF.
006310     IF CTL-STEP-VALUE = 0
006320         MOVE 'STEP MUST BE GREATER THAN ZERO'
006330             TO WS-CARD-REASON (WS-CARD-SUB)
006340         GO TO 3320-EXIT
006350     END-IF.
006360     MOVE 'Y' TO WS-CARD-OK-SW.
006370 3320-EXIT.
006380     EXIT.
006390*
006400*****************************************************************
006410*    4000-APPLY-DECK-TRN                                        *
006420*                                                               *
006430*    EVERY ACTION COMES DOWN TO THE SAME TWO STEPS - BRING THE *
006440*    DECK'S CARD RECORDS FROM THE OLD CARD SET TO THE NEW ONE, *
006450*    SLOT BY SLOT, THEN ADD, REWRITE OR DELETE THE HEADER.  AN *
006460*    ADD HAS NO OLD CARDS, A DELETE NO NEW ONES; A CHANGE WITH *
006470*    NO CARDS BEHIND IT LEAVES THE CARDS ALONE; A COPY TAKES   *
006480*    THE COPIED DECK'S CARDS AS THE NEW SET FOR THE NEW DECK.  *
006490*****************************************************************
006500 4000-APPLY-DECK-TRN.
006510     MOVE WS-DTR-DECK-NAME TO WS-APPLY-DECK-NAME.
006520     MOVE 0 TO WS-OLD-CARD-COUNT.
006530     IF WS-DTR-DELETE
006540         OR (WS-DTR-CHANGE AND WS-TRN-CARD-COUNT > 0)
006550         MOVE WS-DTR-DECK-NAME TO WS-LOAD-DECK-NAME
006560         PERFORM 4500-LOAD-OLD-CARDS THRU 4500-EXIT
006570     END-IF.
006580     IF WS-DTR-COPY
006590         MOVE WS-DTR-DECK-NAME TO WS-LOAD-DECK-NAME
006600         PERFORM 4500-LOAD-OLD-CARDS THRU 4500-EXIT
006610         MOVE WS-OLD-CARD-TABLE TO WS-NEW-CARD-TABLE
006620         MOVE WS-OLD-CARD-COUNT TO WS-NEW-CARD-COUNT
006630         MOVE 0 TO WS-OLD-CARD-COUNT
006640         MOVE WS-DTR-NEW-DECK-NAME TO WS-APPLY-DECK-NAME
006650     END-IF.
006660     IF WS-OLD-CARD-COUNT > WS-NEW-CARD-COUNT
006670         MOVE WS-OLD-CARD-COUNT TO WS-SLOT-MAX
006680     ELSE
006690         MOVE WS-NEW-CARD-COUNT TO WS-SLOT-MAX
006700     END-IF.
006710     MOVE 0 TO WS-CARD-SUB.
006720     PERFORM 4600-APPLY-NEXT-CARD-SLOT THRU 4600-EXIT
006730         UNTIL WS-CARD-SUB NOT < WS-SLOT-MAX
006740            OR NOT WS-TRN-IS-OK.
006750     IF WS-TRN-IS-OK
006760         PERFORM 4700-APPLY-DECK-HEADER THRU 4700-EXIT
006770     END-IF.
006780     IF WS-TRN-IS-OK
006790         EVALUATE TRUE
006800             WHEN WS-DTR-ADD
006810                 ADD 1 TO WS-ADD-COUNT
006820             WHEN WS-DTR-CHANGE
006830                 ADD 1 TO WS-CHANGE-COUNT
006840             WHEN WS-DTR-DELETE
006850                 ADD 1 TO WS-DELETE-COUNT
006860             WHEN OTHER
006870                 ADD 1 TO WS-COPY-COUNT
006880         END-EVALUATE
006890     END-IF.
006900 4000-EXIT.
006910     EXIT.
006920*
006930*****************************************************************
006940*    4500-LOAD-OLD-CARDS                                        *
006950*                                                               *
006960*    BROWSES THE CARD RECORDS OF THE DECK IN WS-LOAD-DECK-NAME *
006970*    INTO THE OLD CARD TABLE.  THE BROWSE STARTS JUST PAST THE *
006980*    HEADER AND STOPS AT THE FIRST RECORD OF THE NEXT DECK.    *
006990*****************************************************************
007000 4500-LOAD-OLD-CARDS.
007010     MOVE 0 TO WS-OLD-CARD-COUNT.
007020     MOVE 'N' TO WS-LOAD-DONE-SW.
007030     MOVE WS-LOAD-DECK-NAME TO DK-DECK-NAME.
007040     MOVE 1 TO DK-CARD-SEQ.
007050     START DECK-LIBRARY-FILE
007060         KEY IS NOT LESS THAN DK-KEY
007070         INVALID KEY
007080             SET WS-LOAD-DONE TO TRUE
007090     END-START.
007100     PERFORM 4510-LOAD-NEXT-OLD-CARD THRU 4510-EXIT
007110         UNTIL WS-LOAD-DONE.
007120 4500-EXIT.
007130     EXIT.
007140*
007150 4510-LOAD-NEXT-OLD-CARD.
007160     READ DECK-LIBRARY-FILE NEXT RECORD
007170         AT END
007180             SET WS-LOAD-DONE TO TRUE
007190             GO TO 4510-EXIT
007200     END-READ.
007210     IF DK-DECK-NAME NOT = WS-LOAD-DECK-NAME
007220         OR WS-OLD-CARD-COUNT NOT < WS-MAX-CARDS
007230         SET WS-LOAD-DONE TO TRUE
007240         GO TO 4510-EXIT
007250     END-IF.
007260     ADD 1 TO WS-OLD-CARD-COUNT.
007270     MOVE DK-CARD-IMAGE TO WS-OLD-CARD-IMAGE (WS-OLD-CARD-COUNT).
007280 4510-EXIT.
007290     EXIT.
007300*
007310*****************************************************************
007320*    4600-APPLY-NEXT-CARD-SLOT                                  *
007330*                                                               *
007340*    ONE CARD SEQUENCE OF THE DECK - REWRITTEN WHERE BOTH SETS *
007350*    HAVE A CARD AND IT HAS CHANGED, WRITTEN WHERE ONLY THE    *
007360*    NEW SET HAS ONE, DELETED WHERE ONLY THE OLD SET DOES.     *
007370*    EVERY RECORD ACTUALLY CHANGED GETS ITS BEFORE/AFTER AUDIT *
007380*    RECORD; AN UNCHANGED CARD IS LEFT ALONE.                  *
007390*****************************************************************
007400 4600-APPLY-NEXT-CARD-SLOT.
007410     ADD 1 TO WS-CARD-SUB.
007420     MOVE WS-CARD-SUB TO AUD-CARD-SEQ.
007430     MOVE 'N' TO AUD-BEFORE-PRESENT-SW.
007440     MOVE SPACES TO AUD-BEFORE-IMAGE.
007450     MOVE 'N' TO AUD-AFTER-PRESENT-SW.
007460     MOVE SPACES TO AUD-AFTER-IMAGE.
007470     IF WS-CARD-SUB NOT > WS-OLD-CARD-COUNT
007480         MOVE 'Y' TO AUD-BEFORE-PRESENT-SW
007490         MOVE WS-OLD-CARD-IMAGE (WS-CARD-SUB) TO AUD-BEFORE-IMAGE
007500     END-IF.
007510     IF WS-CARD-SUB NOT > WS-NEW-CARD-COUNT
007520         MOVE 'Y' TO AUD-AFTER-PRESENT-SW
007530         MOVE WS-NEW-CARD-IMAGE (WS-CARD-SUB) TO AUD-AFTER-IMAGE
007540     END-IF.
007550     IF AUD-BEFORE-PRESENT-SW = 'Y'
007560         AND AUD-AFTER-PRESENT-SW = 'Y'
007570         AND AUD-BEFORE-IMAGE = AUD-AFTER-IMAGE
007580         GO TO 4600-EXIT
007590     END-IF.
007600     MOVE WS-APPLY-DECK-NAME TO DK-DECK-NAME.
007610     MOVE WS-CARD-SUB TO DK-CARD-SEQ.
007620     MOVE SPACES TO DK-CARD-DATA.
007630     MOVE AUD-AFTER-IMAGE TO DK-CARD-IMAGE.
007640     EVALUATE TRUE
007650         WHEN AUD-BEFORE-PRESENT-SW = 'N'
007660             WRITE DL100-DECK-LIBRARY-RECORD
007670         WHEN AUD-AFTER-PRESENT-SW = 'N'
007680             DELETE DECK-LIBRARY-FILE RECORD
007690         WHEN OTHER
007700             REWRITE DL100-DECK-LIBRARY-RECORD
007710     END-EVALUATE.
007720     IF WS-DECK-FILE-STATUS NOT = '00'
007730         PERFORM 4950-LIBRARY-UPDATE-FAILED THRU 4950-EXIT
007740         GO TO 4600-EXIT
007750     END-IF.
007760     PERFORM 4900-WRITE-AUDIT-RECORD THRU 4900-EXIT.
007770 4600-EXIT.
007780     EXIT.
007790*
007800*****************************************************************
007810*    4700-APPLY-DECK-HEADER                                     *
007820*                                                               *
007830*    AN ADD OR COPY WRITES A NEW HEADER, A CHANGE REWRITES THE *
007840*    OLD ONE AND A DELETE REMOVES IT.  OWNER AND DESCRIPTION   *
007850*    COME FROM THE TRANSACTION WHERE IT SUPPLIES THEM - ON A   *
007860*    CHANGE OR COPY A BLANK ONE KEEPS THE OLD DECK'S.  THE     *
007870*    CARD COUNT, LAST-CHANGED DATE AND USER ARE ALWAYS SET     *
007880*    HERE.                                                     *
007890*****************************************************************
007900 4700-APPLY-DECK-HEADER.
007910     MOVE 0 TO AUD-CARD-SEQ.
007920     MOVE 'N' TO AUD-BEFORE-PRESENT-SW.
007930     MOVE SPACES TO AUD-BEFORE-IMAGE.
007940     MOVE 'N' TO AUD-AFTER-PRESENT-SW.
007950     MOVE SPACES TO AUD-AFTER-IMAGE.
007960     IF WS-DTR-CHANGE OR WS-DTR-DELETE
007970         MOVE 'Y' TO AUD-BEFORE-PRESENT-SW
007980         MOVE WS-OLD-HEADER TO AUD-BEFORE-IMAGE
007990     END-IF.
008000     MOVE WS-APPLY-DECK-NAME TO DK-DECK-NAME.
008010     MOVE 0 TO DK-CARD-SEQ.
008020     IF WS-DTR-DELETE
008030         DELETE DECK-LIBRARY-FILE RECORD
008040         GO TO 4700-CHECK-STATUS
008050     END-IF.
008060     IF WS-DTR-ADD
008070         MOVE SPACES TO DK-HEADER-DATA
008080     ELSE
008090         MOVE WS-OLD-HEADER TO DK-HEADER-DATA
008100     END-IF.
008110     IF WS-DTR-OWNER NOT = SPACES
008120         MOVE WS-DTR-OWNER TO DK-OWNER
008130     END-IF.
008140     IF WS-DTR-DESCRIPTION NOT = SPACES
008150         MOVE WS-DTR-DESCRIPTION TO DK-DESCRIPTION
008160     END-IF.
008170     IF NOT WS-DTR-CHANGE OR WS-TRN-CARD-COUNT > 0
008180         MOVE WS-NEW-CARD-COUNT TO DK-CARD-COUNT
008190     END-IF.
008200     MOVE WS-CDT-DATE TO DK-CHANGED-DATE.
008210     MOVE WS-DTR-USER-ID TO DK-CHANGED-USER.
008220     MOVE 'Y' TO AUD-AFTER-PRESENT-SW.
008230     MOVE DK-HEADER-DATA TO AUD-AFTER-IMAGE.
008240     IF WS-DTR-CHANGE
008250         REWRITE DL100-DECK-LIBRARY-RECORD
008260     ELSE
008270         WRITE DL100-DECK-LIBRARY-RECORD
008280     END-IF.
008290 4700-CHECK-STATUS.
008300     IF WS-DECK-FILE-STATUS NOT = '00'
008310         PERFORM 4950-LIBRARY-UPDATE-FAILED THRU 4950-EXIT
008320         GO TO 4700-EXIT
008330     END-IF.
008340     PERFORM 4900-WRITE-AUDIT-RECORD THRU 4900-EXIT.
008350 4700-EXIT.
008360     EXIT.
008370*
008380*****************************************************************
008390*    4900-WRITE-AUDIT-RECORD                                    *
008400*                                                               *
008410*    THE LIBRARY IS UPDATED IN PLACE, SO THE AUDIT RECORD IS   *
008420*    WRITTEN STRAIGHT TO THE LIVE TRAIL AS EACH RECORD CHANGE  *
008430*    LANDS - THE TRAIL NEVER ATTESTS A CHANGE THAT DID NOT     *
008440*    REACH THE LIBRARY.  ON A COPY THE DECK IS THE NEW ONE AND *
008450*    THE FROM-DECK THE ONE COPIED.                             *
008460*****************************************************************
008470 4900-WRITE-AUDIT-RECORD.
008480     MOVE WS-CDT-DATE TO AUD-RUN-DATE.
008490     MOVE WS-CDT-TIME TO AUD-RUN-TIME.
008500     MOVE WS-DTR-USER-ID TO AUD-USER-ID.
008510     MOVE WS-DTR-ACTION TO AUD-ACTION.
008520     MOVE WS-APPLY-DECK-NAME TO AUD-DECK-NAME.
008530     IF WS-DTR-COPY
008540         MOVE WS-DTR-DECK-NAME TO AUD-FROM-DECK-NAME
008550     ELSE
008560         MOVE SPACES TO AUD-FROM-DECK-NAME
008570     END-IF.
008580     WRITE AUDIT-RECORD.
008590     IF WS-AUD-FILE-STATUS NOT = '00'
008600         DISPLAY 'DL100DKM - AUDFILE WRITE FAILED ST='
008610             WS-AUD-FILE-STATUS
008620         MOVE 16 TO WS-OVERALL-RC
008630         GO TO 4900-EXIT
008640     END-IF.
008650     ADD 1 TO WS-AUDIT-COUNT.
008660 4900-EXIT.
008670     EXIT.
008680*
008690 4950-LIBRARY-UPDATE-FAILED.
008700     DISPLAY 'DL100DKM - DECKLIB UPDATE FAILED FOR '
008710         DK-DECK-NAME ' SEQ ' DK-CARD-SEQ
008720         ' ST=' WS-DECK-FILE-STATUS.
008730     MOVE 'N' TO WS-TRN-OK-SW.
008740     MOVE 'DECK LIBRARY UPDATE FAILED' TO RPT-DTL-REASON.
008750     MOVE 16 TO WS-OVERALL-RC.
008760 4950-EXIT.
008770     EXIT.
008780*
008790*****************************************************************
008800*    5000-WRITE-APPLY-LINES                                     *
008810*                                                               *
008820*    ONE LINE FOR THE DECK TRANSACTION, AN OWNER/DESCRIPTION   *
008830*    LINE WHEN IT CARRIES EITHER, THEN ONE LINE PER CARD       *
008840*    TRANSACTION BEHIND IT WITH THE CARD'S OWN EDIT REASON.    *
008850*****************************************************************
008860 5000-WRITE-APPLY-LINES.
008870     MOVE WS-DECK-CARD-NO TO RPT-DTL-CARD-NO.
008880     MOVE WS-DTR-ACTION TO RPT-DTL-ACTION.
008890     MOVE WS-DTR-DECK-NAME TO RPT-DTL-DECK-NAME.
008900     MOVE WS-DTR-USER-ID TO RPT-DTL-USER-ID.
008910     MOVE WS-DTR-NEW-DECK-NAME TO RPT-DTL-NEW-DECK-NAME.
008920     MOVE WS-TRN-CARD-COUNT TO RPT-DTL-CARDS.
008930     IF WS-TRN-IS-OK
008940         MOVE 'APPLIED' TO RPT-DTL-DECISION
008950     ELSE
008960         ADD 1 TO WS-REJECT-COUNT
008970         MOVE 'REJECTED' TO RPT-DTL-DECISION
008980     END-IF.
008990     MOVE RPT-DETAIL-LINE TO REPORT-PRINT-LINE.
009000     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009010     IF WS-DTR-OWNER NOT = SPACES
009020         OR WS-DTR-DESCRIPTION NOT = SPACES
009030         MOVE WS-DTR-OWNER TO RPT-HDR-OWNER
009040         MOVE WS-DTR-DESCRIPTION TO RPT-HDR-DESCRIPTION
009050         MOVE RPT-HEADER-LINE TO REPORT-PRINT-LINE
009060         WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE
009070     END-IF.
009080     MOVE 0 TO WS-CARD-SUB.
009090     PERFORM 5100-WRITE-CARD-LINE THRU 5100-EXIT
009100         UNTIL WS-CARD-SUB NOT < WS-TRN-CARD-COUNT
009110            OR WS-CARD-SUB NOT < WS-MAX-CARDS.
009120 5000-EXIT.
009130     EXIT.
009140*
009150 5100-WRITE-CARD-LINE.
009160     ADD 1 TO WS-CARD-SUB.
009170     MOVE WS-CARD-SUB TO RPT-CRD-SEQ.
009180     MOVE WS-NEW-CARD-IMAGE (WS-CARD-SUB) TO RPT-CRD-IMAGE.
009190     MOVE WS-CARD-REASON (WS-CARD-SUB) TO RPT-CRD-REASON.
009200     MOVE RPT-CARD-LINE TO REPORT-PRINT-LINE.
009210     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009220 5100-EXIT.
009230     EXIT.
009240*
009250*****************************************************************
009260*    9000-TERMINATE                                             *
009270*****************************************************************
009280 9000-TERMINATE.
009290     MOVE SPACES TO REPORT-PRINT-LINE.
009300     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009310     MOVE 'TRANSACTIONS READ' TO RPT-TOT-TEXT.
009320     MOVE WS-TRN-COUNT TO RPT-TOT-COUNT.
009330     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009340     MOVE 'DECKS ADDED' TO RPT-TOT-TEXT.
009350     MOVE WS-ADD-COUNT TO RPT-TOT-COUNT.
009360     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009370     MOVE 'DECKS CHANGED' TO RPT-TOT-TEXT.
009380     MOVE WS-CHANGE-COUNT TO RPT-TOT-COUNT.
009390     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009400     MOVE 'DECKS DELETED' TO RPT-TOT-TEXT.
009410     MOVE WS-DELETE-COUNT TO RPT-TOT-COUNT.
009420     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009430     MOVE 'DECKS COPIED' TO RPT-TOT-TEXT.
009440     MOVE WS-COPY-COUNT TO RPT-TOT-COUNT.
009450     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009460     MOVE 'TRANSACTIONS REJECTED' TO RPT-TOT-TEXT.
009470     MOVE WS-REJECT-COUNT TO RPT-TOT-COUNT.
009480     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009490     MOVE 'AUDIT RECORDS WRITTEN' TO RPT-TOT-TEXT.
009500     MOVE WS-AUDIT-COUNT TO RPT-TOT-COUNT.
009510     PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT.
009520     CLOSE DECK-LIBRARY-FILE.
009530     CLOSE TRANSACTION-FILE.
009540     CLOSE AUDIT-FILE.
009550     CLOSE REPORT-FILE.
009560     IF WS-REJECT-COUNT > 0
009570         AND WS-OVERALL-RC < 4
009580         MOVE 4 TO WS-OVERALL-RC
009590     END-IF.
009600     DISPLAY 'DL100DKM COMPLETE - TRANS=' WS-TRN-COUNT
009610         ' ADDED=' WS-ADD-COUNT
009620         ' CHANGED=' WS-CHANGE-COUNT
009630         ' DELETED=' WS-DELETE-COUNT
009640         ' COPIED=' WS-COPY-COUNT
009650         ' REJECTED=' WS-REJECT-COUNT.
009660     MOVE WS-OVERALL-RC TO RETURN-CODE.
009670 9000-EXIT.
009680     EXIT.
009690*
009700 9100-WRITE-TOTAL-LINE.
009710     MOVE RPT-TOTAL-LINE TO REPORT-PRINT-LINE.
009720     WRITE REPORT-PRINT-LINE AFTER ADVANCING 1 LINE.
009730 9100-EXIT.
009740     EXIT.
