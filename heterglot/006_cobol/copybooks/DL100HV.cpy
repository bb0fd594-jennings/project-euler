000104*   DATE/TIME ALTERNATE INDEX (BUILT BY THE SAME ZZ006HV      *
000106*   JOB, READ BY THE DL100RCP NIGHT RECAP) CAN NAME ONE       *
000108*   CONTIGUOUS FIELD AS ITS KEY.  NO BYTES MOVED.             *
000109*   HV-EXPONENT SITS BETWEEN N AND THE RUN STAMP SO ONE N'S   *
000109*   RUNS AT EACH POWER K BROWSE TOGETHER - KEY IS NOW 20       *
000109*   BYTES, RECORD 108, AND THE ALTERNATE KEY STARTS AT 7.      *
000110*                                                               *
000120*****************************************************************
000130 01  DL100-HISTORY-VSAM-RECORD.
000140     05  HV-KEY.
000150         10  HV-N-VALUE          PIC 9(05).
000152         10  HV-EXPONENT         PIC 9(01).
000155         10  HV-RUN-STAMP.
000160             15  HV-RUN-DATE         PIC 9(08).
000170             15  HV-RUN-TIME         PIC 9(06).
