000090*   BY DL100RFM FROM ADD/CHANGE/DELETE TRANSACTION CARDS -     *
000100*   THE DATASET IS NOT TO BE HAND-EDITED.  SHARED BY DL100RCN  *
000110*   (WHICH READS IT) AND DL100RFM (WHICH REWRITES IT).         *
000112*   REF-EXPONENT (COL 26) IS THE POWER K THE EXPECTED RESULT   *
000114*   IS FOR - BLANK MEANS 2, SO THE EXISTING DECK NEEDED NO     *
000116*   CONVERSION.  THE FILE IS IN N ORDER, THEN EXPONENT ORDER   *
000118*   WITHIN N.                                                  *
000120*                                                               *
000130*****************************************************************
000140 01  REFERENCE-RECORD.
000150     05  REF-N-VALUE             PIC 9(05).
000160     05  REF-EXPECTED-RESULT     PIC 9(20).
000170     05  REF-EXPONENT            PIC X(01).
000180     05  FILLER                  PIC X(54).
