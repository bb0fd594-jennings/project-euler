000137*   INTERVAL - THE CHECKPOINT IS LEFT IN PLACE FOR THE NEXT    *
000138*   RUN TO RESUME FROM AND THE PARTIAL TOTALS ARE NOT TO BE    *
000139*   TREATED AS A RESULT.                                       *
000139*   DL100-EXPONENT IS THE POWER K (2-9) TO RUN AT - THE K-TH   *
000139*   POWER OF THE SUM AGAINST THE SUM OF THE K-TH POWERS.       *
000139*   ANYTHING BELOW 2 IS TAKEN AS 2, THE ORIGINAL SQUARES.      *
000139*   DL100-DEPT-CODE IS THE REQUESTING DEPARTMENT FROM THE      *
000139*   CONTROL CARD, CARRIED ONTO THE TIMING RECORD.  AN ONLINE   *
000139*   CALLER, WHICH WRITES NO TIMING RECORD, MAY LEAVE IT BLANK. *
000140*                                                               *
000150*****************************************************************
000160 01  DL100-CALC-LINKAGE.
000270         88  DL100-ONLINE-CALL        VALUE 'Y'.
000280     05  DL100-STOP-SW            PIC X(01).
000290         88  DL100-STOPPED            VALUE 'Y'.
000300     05  DL100-EXPONENT           PIC 9(01).
000301     05  DL100-DEPT-CODE          PIC X(06).
