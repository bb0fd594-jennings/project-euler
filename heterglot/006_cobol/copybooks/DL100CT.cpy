000127*   WRITING OUTFILE AND HISTFILE EXACTLY AS IF THE CARDS HAD   *
000128*   BEEN PUNCHED INDIVIDUALLY.                                 *
000129*                                                               *
000129*   CTL-EXPONENT (COL 24) IS THE POWER K THE CARD IS RUN AT -  *
000129*   THE K-TH POWER OF THE SUM AGAINST THE SUM OF THE K-TH      *
000129*   POWERS.  BLANK OR ZERO TAKES THE ORIGINAL SQUARES (K=2);   *
000129*   2 THROUGH 9 ARE VALID.  A RANGE CARD RUNS EVERY GENERATED  *
000129*   N AT THE SAME EXPONENT.                                    *
000129*                                                               *
000129*   A NAMED SET OF THESE CARDS MAY ALSO BE KEPT AS A DECK ON   *
000129*   THE CONTROL-DECK LIBRARY (COPYBOOK DL100DK), WHERE EACH    *
000129*   CARD RECORD CARRIES THIS IMAGE IN ITS FIRST 80 BYTES.      *
000129*   DL100PRM COPIES A DECK NAMED ON ITS PARM TO CTLFILE.       *
000129*                                                               *
000129*   CTL-DEPT-CODE (COLS 25-30) IS THE REQUESTING DEPARTMENT    *
000129*   OR COST CENTER THE CARD IS RUN FOR.  IT IS CARRIED ON TO   *
000129*   THE TIMING LOG, OUTFILE, HISTFILE AND RUN LEDGER SO THE    *
000129*   MONTHLY CHARGEBACK (DL100CHG) CAN BILL THE CPU TIME BACK   *
000129*   TO WHOEVER ASKED FOR IT.  BLANK IS UNASSIGNED.             *
000129*                                                               *
000130*****************************************************************
000140 01  DL100-CONTROL-RECORD.
000150     05  CTL-N-VALUE             PIC 9(05).
000206         88  CTL-TYPE-RANGE          VALUE 'R'.
000207     05  CTL-TO-N-VALUE          PIC 9(05).
000208     05  CTL-STEP-VALUE          PIC 9(05).
000210     05  CTL-EXPONENT            PIC 9(01).
000220     05  CTL-DEPT-CODE           PIC X(06).
000230     05  FILLER                  PIC X(50).
