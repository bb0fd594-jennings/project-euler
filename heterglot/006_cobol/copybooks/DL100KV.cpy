000010*****************************************************************
000020*                                                               *
000030*   DL100KV  -  POWER K EDIT AREA FOR THE ZERO-ZERO-SIX SUITE  *
000040*                                                               *
000050*   THE ONE RULE FOR A POWER K KEYED ON A CARD, A REQUEST OR A *
000060*   SCREEN: BLANK OR ZERO TAKES THE ORIGINAL SQUARES (K=2);    *
000070*   2 THROUGH 9 ARE TAKEN AS GIVEN; ANYTHING ELSE (1 OR A NON- *
000080*   DIGIT) IS REJECTED.  THE PROGRAM MOVES THE KEYED BYTE TO   *
000090*   KV-K-KEYED AND REJECTS IT IF NOT KV-K-IS-VALID; THE K TO   *
000100*   RUN AT IS THEN 2 WHEN KV-K-TAKES-DEFAULT, ELSE THE KEYED   *
000110*   DIGIT.                                                     *
000120*                                                               *
000130*****************************************************************
000140 01  DL100-K-EDIT-AREA.
000150     05  KV-K-KEYED              PIC X(01).
000160         88  KV-K-TAKES-DEFAULT      VALUE SPACE '0'.
000170         88  KV-K-IS-VALID           VALUE SPACE '0' '2' THRU '9'.
000180     05  KV-K-VALUE              PIC 9(01).
