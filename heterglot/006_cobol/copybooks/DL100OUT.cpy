000090*   THE OTHER WAY ROUND; BOTH ARE SIGNED.  OUT-STATUS IS        * 
000100*   'OVERFLOW' WHEN ONE OF THE ACCUMULATORS EXCEEDED ITS        * 
000110*   PICTURE SIZE, OR 'OK' OTHERWISE.                            *
000111*   OUT-EXPONENT IS THE POWER K THE RESULT WAS RUN AT (2-9),   *
000112*   SO SQ-OF-SUMS AND SUM-OF-SQ ARE REALLY THE K-TH POWER OF   *
000113*   THE SUM AND THE SUM OF THE K-TH POWERS.  TAKEN FROM THE    *
000114*   FILLER - GENERATIONS WRITTEN BEFORE IT EXISTED CARRY A     *
000115*   SPACE THERE, AND READERS TREAT ANYTHING NOT NUMERIC AS 2.  *
000116*   OUT-DEPT-CODE IS THE REQUESTING DEPARTMENT FROM THE        *
000117*   CONTROL CARD, ALSO TAKEN FROM THE FILLER.  IT FOLLOWS THE  *
000118*   EXPONENT SO THE FIRST 114 BYTES OF THE RECORD STAY THE     *
000119*   DL100HS HISTORY IMAGE.                                     *
000120*                                                               * 
000130***************************************************************** 
000140 01  DL100-OUTPUT-RECORD.                                         
000190     05  OUT-RESULT-FWD          PIC S9(20).                      
000200     05  OUT-RESULT-REV          PIC S9(20).                      
000210     05  OUT-STATUS              PIC X(08).                       
000220     05  OUT-EXPONENT            PIC 9(01).
000230     05  OUT-DEPT-CODE           PIC X(06).
000240     05  FILLER                  PIC X(06).
