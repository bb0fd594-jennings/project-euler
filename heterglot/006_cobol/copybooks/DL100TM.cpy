000130*   CHOICES REST ON NUMBERS INSTEAD OF FOLKLORE.  ONLINE       *
000140*   CALLS WRITE NO TIMING RECORD - THE ONLINE PATH DOES NO     *
000150*   BATCH FILE I-O AT ALL.                                     *
000152*   TIM-EXPONENT IS THE POWER K THE CARD RAN AT - A SPACE ON   *
000154*   RECORDS LOGGED BEFORE IT EXISTED MEANS 2.                  *
000155*   TIM-DEPT-CODE IS THE CARD'S REQUESTING DEPARTMENT          *
000156*   (CTL-DEPT-CODE), WHICH THE MONTHLY CHARGEBACK (DL100CHG)   *
000157*   BILLS THE ELAPSED TIME TO.  SPACES ON RECORDS LOGGED       *
000158*   BEFORE IT EXISTED ARE BILLED AS UNASSIGNED.                *
000160*                                                               *
000170*****************************************************************
000180 01  DL100-TIMING-RECORD.
000260     05  TIM-END-DATE            PIC 9(08).
000270     05  TIM-END-TIME            PIC 9(06).
000280     05  TIM-STATUS              PIC X(08).
000290     05  TIM-EXPONENT            PIC X(01).
000300     05  TIM-DEPT-CODE           PIC X(06).
000310     05  FILLER                  PIC X(31).
