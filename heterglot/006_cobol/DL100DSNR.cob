000010*****************************************************************
000020*                                                               *
000030*   PROGRAM:   DL100DSN                                        *
000040*                                                               *
000050*   ABSTRACT:  CALLABLE DATASET NAME RESOLVER.  GIVEN A DD     *
000060*              NAME IN THE DL100DN AREA, ASKS THE DYNAMIC      *
000070*              ALLOCATION SERVICE (BPXWDYN INFO) FOR THE NAME  *
000080*              OF THE DATASET ALLOCATED TO THAT DD AND HANDS   *
000090*              IT BACK.  A GENERATION CODED RELATIVE IN THE    *
000100*              JCL - PROD.EULER.OUTPUT(+1) OR (0) - COMES      *
000110*              BACK AS ITS ABSOLUTE GNNNNVNN NAME, SO A NAME   *
000120*              KEPT ON A FILE STILL POINTS AT THE SAME         *
000130*              GENERATION AFTER LATER RUNS HAVE MOVED THE      *
000140*              RELATIVE NUMBERS ON.                            *
000150*                                                               *
000160*              THE ROUTINE NEVER FAILS THE CALLER'S STEP - A   *
000170*              DD THAT IS NOT ALLOCATED, OR A NAME THAT DOES   *
000180*              NOT COME BACK, LEAVES DN-RESOLVED OFF AND THE   *
000190*              CALLER DECIDES.                                 *
000200*                                                               *
000210*   AUTHOR:        R L JENNINGS                                *
000220*   INSTALLATION:  DATA CENTER APPLICATIONS                    *
000230*   DATE-WRITTEN:  10/15/2026                                  *
000240*                                                               *
000250*   MODIFICATION HISTORY                                       *
000260*   ------------------------------------------------------     *
000270*   10/15/2026  RLJ  ORIGINAL VERSION.                         *
000280*                                                               *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. DL100DSN IS INITIAL PROGRAM.
000320 AUTHOR. R L JENNINGS.
000330 INSTALLATION. DATA CENTER APPLICATIONS.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360*
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390 77  WS-REQUEST-POINTER      PIC S9(04) COMP VALUE 1.
000400*
000410*    THE SERVICE TAKES ITS REQUEST AS A HALFWORD LENGTH AND TEXT,
000420*    AND RETURNS EACH VALUE ASKED FOR INTO THE NEXT PARAMETER -
000430*    A HALFWORD HOLDING THE BUFFER SIZE GOING IN AND THE LENGTH
000440*    OF THE VALUE COMING BACK, FOLLOWED BY THE BUFFER.
000450 01  WS-DYN-REQUEST.
000460     05  WS-DYN-REQUEST-LENGTH   PIC S9(04) COMP VALUE 0.
000470     05  WS-DYN-REQUEST-TEXT     PIC X(40) VALUE SPACES.
000480 01  WS-DYN-DSNAME.
000490     05  WS-DYN-DSNAME-LENGTH    PIC S9(04) COMP VALUE 44.
000500     05  WS-DYN-DSNAME-TEXT      PIC X(44) VALUE SPACES.
000510*
000520 LINKAGE SECTION.
000530 COPY DL100DN.
000540*
000550 PROCEDURE DIVISION USING DL100-DATASET-NAME-AREA.
000560*
000570 0000-MAINLINE.
000580     MOVE SPACES TO DN-DATASET-NAME.
000590     MOVE 0 TO DN-RETURN-CODE.
000600     MOVE 'N' TO DN-RESOLVED-SW.
000610     PERFORM 1000-BUILD-REQUEST THRU 1000-EXIT.
000620     PERFORM 2000-ASK-FOR-NAME THRU 2000-EXIT.
000630     GOBACK.
000640*
000650*****************************************************************
000660*    1000-BUILD-REQUEST                                         *
000670*                                                               *
000680*    INFO DD(DDNAME) INRTDSN(DSN) - THE DD NAME ENDS AT ITS    *
000690*    FIRST BLANK.                                              *
000700*****************************************************************
000710 1000-BUILD-REQUEST.
000720     MOVE SPACES TO WS-DYN-REQUEST-TEXT.
000730     MOVE 1 TO WS-REQUEST-POINTER.
000740     STRING 'INFO DD(' DELIMITED BY SIZE
000750         DN-DD-NAME DELIMITED BY SPACE
000760         ') INRTDSN(DSN)' DELIMITED BY SIZE
000770         INTO WS-DYN-REQUEST-TEXT
000780         WITH POINTER WS-REQUEST-POINTER.
000790     SUBTRACT 1 FROM WS-REQUEST-POINTER
000800         GIVING WS-DYN-REQUEST-LENGTH.
000810 1000-EXIT.
000820     EXIT.
000830*
000840*****************************************************************
000850*    2000-ASK-FOR-NAME                                          *
000860*                                                               *
000870*    THE SERVICE SETS RETURN-CODE, WHICH IS PASSED BACK AND    *
000880*    THEN CLEARED SO IT CANNOT BECOME THE CALLER'S STEP RC.    *
000890*****************************************************************
000900 2000-ASK-FOR-NAME.
000910     MOVE 44 TO WS-DYN-DSNAME-LENGTH.
000920     MOVE SPACES TO WS-DYN-DSNAME-TEXT.
000930     CALL 'BPXWDYN' USING WS-DYN-REQUEST
000940                          WS-DYN-DSNAME.
000950     MOVE RETURN-CODE TO DN-RETURN-CODE.
000960     MOVE 0 TO RETURN-CODE.
000970     IF DN-RETURN-CODE NOT = 0
000980         GO TO 2000-EXIT
000990     END-IF.
001000     IF WS-DYN-DSNAME-LENGTH < 1
001010         OR WS-DYN-DSNAME-LENGTH > 44
001020         GO TO 2000-EXIT
001030     END-IF.
001040     MOVE WS-DYN-DSNAME-TEXT (1:WS-DYN-DSNAME-LENGTH)
001050         TO DN-DATASET-NAME.
001060     IF DN-DATASET-NAME NOT = SPACES
001070         SET DN-RESOLVED TO TRUE
001080     END-IF.
001090 2000-EXIT.
001100     EXIT.
