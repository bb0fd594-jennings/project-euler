000220*                HDR|EXTRACT DATE|EXTRACT TIME|DL100XTR        *
000230*                RES|N|SQOFSUMS|SUMOFSQ|FWD|REV|STATUS|        *
000240*                    FIRST POSTED|LAST POSTED|LAST TIME|       *
000250*                    CONFIRMS|K                                *
000260*                HST|N|RUN DATE|RUN TIME|SQOFSUMS|SUMOFSQ|     *
000270*                    FWD|REV|STATUS|K                          *
000280*                TRL|RES COUNT|HST COUNT|HASH OF FWD           *
000290*                                                               *
000300*              SELECTION CARD FORMAT -                         *
000450*   MODIFICATION HISTORY                                       *
000460*   ------------------------------------------------------     *
000470*   09/01/2026  RLJ  ORIGINAL VERSION.                          *
000472*   10/15/2026  RLJ  THE POWER K IS ADDED AS THE LAST COLUMN OF *
000474*                    THE RES AND HST ROWS, SO EXISTING LOADS    *
000476*                    KEEP THEIR COLUMN POSITIONS.               *
000480*                                                               *
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000630     SELECT RESULT-MASTER ASSIGN TO RESLFILE
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS RES-KEY
000670         FILE STATUS IS WS-RESL-FILE-STATUS.
000680     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000690         ORGANIZATION IS SEQUENTIAL
002890         RES-LAST-POSTED-TIME DELIMITED BY SIZE
002900         '|' DELIMITED BY SIZE
002910         RES-CONFIRM-COUNT DELIMITED BY SIZE
002913         '|' DELIMITED BY SIZE
002916         RES-EXPONENT DELIMITED BY SIZE
002920         INTO EXTRACT-RECORD.
002930     WRITE EXTRACT-RECORD.
002940 3100-NEXT.
003430         WS-ED-SIGNED-20B DELIMITED BY SIZE
003440         '|' DELIMITED BY SIZE
003450         HIST-STATUS DELIMITED BY SIZE
003453         '|' DELIMITED BY SIZE
003456         HIST-EXPONENT DELIMITED BY SIZE
003460         INTO EXTRACT-RECORD.
003470     WRITE EXTRACT-RECORD.
003480 4100-NEXT.
