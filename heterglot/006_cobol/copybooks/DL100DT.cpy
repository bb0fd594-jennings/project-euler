000050*   ONE LINE PER COUNTER VALUE, WRITTEN TO DETLFILE ONLY WHEN   * 
000060*   THE CONTROL CARD TURNS ON THE DETAIL SWITCH, SO A TOTAL     * 
000070*   CAN BE AUDITED BACK TO THE ITERATION THAT PRODUCED IT.      * 
000072*   DTL-TMP-SQUARE IS THE COUNTER RAISED TO THE RUN'S POWER K  *
000074*   (THE SQUARE WHEN K IS 2) - WIDENED TO 20 DIGITS FOR THE    *
000076*   HIGHER POWERS - AND DTL-EXPONENT IS THAT K, SO DL100AUD    *
000078*   CAN RE-FOOT THE LINE.  RECORD NOW 54 BYTES.                *
000080*                                                               * 
000090***************************************************************** 
000100 01  DL100-DETAIL-RECORD.                                         
000110     05  DTL-PHASE               PIC X(08).                       
000120     05  DTL-COUNTER             PIC 9(05).                         
000130     05  DTL-TMP-SQUARE          PIC 9(20).                       
000140     05  DTL-RUNNING-TOTAL       PIC 9(20).
000150     05  DTL-EXPONENT            PIC 9(01).                       
