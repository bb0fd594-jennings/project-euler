000110*   CONFIRM COUNT SAYS HOW MANY LATER RUNS RE-PRODUCED THE     *
000120*   VALUE ALREADY ON THE RECORD; IT RESTARTS AT ZERO WHENEVER  *
000130*   A RUN POSTS A DIFFERENT VALUE.                             *
000132*   RES-KEY IS N PLUS THE POWER K (2-9) THE RESULT WAS RUN     *
000134*   AT, SO EACH N HOLDS ONE RECORD PER EXPONENT.  THE RECORD   *
000136*   GREW FROM 120 TO 121 BYTES WITH IT (ZZ006CX CONVERSION).   *
000137*   EVERY CHANGE TO A RECORD - BY DL100PST OR DL100BKO - IS    *
000138*   JOURNALED WITH ITS BEFORE AND AFTER IMAGE (COPYBOOK        *
000139*   DL100JR) SO DL100AOF CAN REBUILD THE MASTER AS OF A DATE.  *
000140*                                                               *
000150*****************************************************************
000160 01  DL100-RESULT-MASTER-RECORD.
000165     05  RES-KEY.
000170         10  RES-N-VALUE         PIC 9(05).
000175         10  RES-EXPONENT        PIC 9(01).
000180     05  RES-SQ-OF-SUMS          PIC 9(20).
000190     05  RES-SUM-OF-SQ           PIC 9(20).
000200     05  RES-RESULT-FWD          PIC S9(20).
