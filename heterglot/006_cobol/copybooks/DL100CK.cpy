000050*   REWRITTEN TO CKPTFILE EVERY CHECKPOINT INTERVAL SO AN       * 
000060*   ABENDED RUN CAN RESUME FROM THE LAST CHECKPOINT INSTEAD OF  * 
000070*   REDOING THE WHOLE RANGE FROM COUNTER 1.                     * 
000072*   CKPT-EXPONENT (ADDED AT THE END - RECORD NOW 53 BYTES)      *
000074*   IS THE POWER K THE INTERRUPTED RUN WAS MADE AT; A RESUME   *
000076*   NEEDS BOTH THE N AND THE EXPONENT TO MATCH.                *
000080*                                                               * 
000090***************************************************************** 
000100 01  DL100-CHECKPOINT-RECORD.                                     
000150     05  CKPT-COUNTER            PIC 9(06).
000160     05  CKPT-SUM-OF-SQ          PIC 9(20).                       
000170     05  CKPT-SQ-OF-SUMS         PIC 9(20).                       
000180     05  CKPT-EXPONENT           PIC 9(01).
