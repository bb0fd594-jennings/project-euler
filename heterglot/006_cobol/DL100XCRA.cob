000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100XCR                                        *
000040*                                                               *
000050*   ABSTRACT:  RAISES THE EXCEPTION CASES A PARTITIONED RUN    *
000060*              HELD BACK.  THE PARTITION JOBS (ZZ006PR) RUN    *
000070*              SIDE BY SIDE AND SO NEVER OPEN THE VSAM CASE    *
000080*              FILE - DL100XCW APPENDS EACH CASE THEY RAISE,   *
000090*              UNNUMBERED, TO THE PARTITION'S OWN INTAKE FILE  *
000100*              (PROD.EULER.PART.PNN.XCINTAKE).  ZZ006PM READS  *
000110*              THE EIGHT INTAKE FILES, CONCATENATED ON XCHELD, *
000120*              ONCE EVERY PARTITION HAS ENDED, AND THIS        *
000130*              PROGRAM PASSES EACH HELD CASE TO DL100XCW TO BE *
000140*              OPENED ON PROD.EULER.XCASE (XCFILE) IN THE      *
000150*              USUAL WAY - A CASE ALREADY OPEN FOR THE SAME    *
000160*              EXCEPTION, AS AFTER A RERUN OF THE MERGE, GETS  *
000170*              ITS EXISTING NUMBER BACK.                       *
000180*                                                               *
000190*              A HELD CASE THAT COULD NOT BE OPENED ENDS THE   *
000200*              STEP RC=8, SO THE INTAKE FILES ARE NOT EMPTIED  *
000210*              AND THE NEXT RUN OF ZZ006PM TRIES IT AGAIN.  AN *
000220*              UNREADABLE INTAKE FILE ENDS IT RC=16.           *
000230*                                                               *
000240*   AUTHOR:        R L JENNINGS                                *
000250*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000260*   DATE-WRITTEN:  10/15/2026                                  *
000270*                                                               *
000280*   MODIFICATION HISTORY                                        *
000290*   ------------------------------------------------------      *
000300*   10/15/2026  RLJ  ORIGINAL VERSION.                          *
000310*                                                               *
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DL100XCR.
000350 AUTHOR. R L JENNINGS.
000360 INSTALLATION. DATA CENTER APPLICATIONS.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT HELD-FILE ASSIGN TO XCHELD
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-HELD-FILE-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  HELD-FILE
000500     RECORDING MODE IS F.
000510 01  HELD-CASE-RECORD            PIC X(240).
000520*
000530 WORKING-STORAGE SECTION.
000540 77  WS-HELD-FILE-STATUS     PIC X(02) VALUE SPACES.
000550 77  WS-HELD-EOF-SW          PIC X(01) VALUE 'N'.
000560     88  WS-HELD-EOF-YES         VALUE 'Y'.
000570 77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
000580 77  WS-RAISED-COUNT         PIC 9(07) COMP VALUE 0.
000590 77  WS-FAILED-COUNT         PIC 9(07) COMP VALUE 0.
000600*
000610 COPY DL100XC.
000620*
000630 PROCEDURE DIVISION.
000640*
000650 0000-MAINLINE.
000660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000670     PERFORM 2000-READ-HELD-CASE THRU 2000-EXIT.
000680     PERFORM 3000-RAISE-ONE-CASE THRU 3000-EXIT
000690         UNTIL WS-HELD-EOF-YES.
000700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000710     STOP RUN.
000720*
000730 1000-INITIALIZE.
000740     OPEN INPUT HELD-FILE.
000750     IF WS-HELD-FILE-STATUS NOT = '00'
000760         DISPLAY 'DL100XCR - UNABLE TO OPEN XCHELD ST='
000770             WS-HELD-FILE-STATUS
000780         MOVE 16 TO RETURN-CODE
000790         STOP RUN
000800     END-IF.
000810 1000-EXIT.
000820     EXIT.
000830*
000840 2000-READ-HELD-CASE.
000850     READ HELD-FILE INTO DL100-EXCEPTION-CASE-RECORD
000860         AT END
000870             SET WS-HELD-EOF-YES TO TRUE
000880             GO TO 2000-EXIT
000890     END-READ.
000900     IF WS-HELD-FILE-STATUS NOT = '00'
000910         DISPLAY 'DL100XCR - XCHELD READ FAILED ST='
000920             WS-HELD-FILE-STATUS
000930         MOVE 16 TO RETURN-CODE
000940         STOP RUN
000950     END-IF.
000960     ADD 1 TO WS-READ-COUNT.
000970 2000-EXIT.
000980     EXIT.
000990*
001000*****************************************************************
001010*    3000-RAISE-ONE-CASE                                        *
001020*                                                               *
001030*    DL100XCW HANDS BACK THE CASE NUMBER, NEW OR EXISTING; A   *
001040*    NUMBER OF ZERO MEANS THE CASE FILE WOULD NOT TAKE IT AND  *
001050*    DL100XCW HAS ALREADY SAID WHY ON THE CONSOLE.             *
001060*****************************************************************
001070 3000-RAISE-ONE-CASE.
001080     CALL 'DL100XCW' USING DL100-EXCEPTION-CASE-RECORD.
001090     IF XC-CASE-NUMBER = 0
001100         ADD 1 TO WS-FAILED-COUNT
001110     ELSE
001120         ADD 1 TO WS-RAISED-COUNT
001130     END-IF.
001140     PERFORM 2000-READ-HELD-CASE THRU 2000-EXIT.
001150 3000-EXIT.
001160     EXIT.
001170*
001180 9000-TERMINATE.
001190     CLOSE HELD-FILE.
001200     DISPLAY 'DL100XCR COMPLETE - HELD=' WS-READ-COUNT
001210         ' RAISED=' WS-RAISED-COUNT
001220         ' NOT RAISED=' WS-FAILED-COUNT.
001230     IF WS-FAILED-COUNT > 0
001240         DISPLAY 'DL100XCR - CASES NOT RAISED - INTAKE FILES KEPT'
001250         MOVE 8 TO RETURN-CODE
001260     ELSE
001270         MOVE 0 TO RETURN-CODE
001280     END-IF.
001290 9000-EXIT.
001300     EXIT.
