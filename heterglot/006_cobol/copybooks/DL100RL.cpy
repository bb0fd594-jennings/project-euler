000130*   THAT DIES BEFORE ITS TERMINATION PARAGRAPH WRITES NO       *
000140*   RECORD - THE DAILY SUMMARY (DL100OPS) SHOWS THE STREAM     *
000150*   STOPPING AT THE LAST STEP THAT DID.                        *
000151*   RLG-DEPT-CODE IS THE REQUESTING DEPARTMENT THE STEP RAN    *
000152*   FOR, FILLED BY THE STEPS THAT BUILD OR RUN CONTROL CARDS   *
000153*   (DL100PRM AND ZERO-ZERO-SIX) - MIXED WHEN THE CARDS        *
000154*   CARRIED MORE THAN ONE DEPARTMENT, SPACES ELSEWHERE.        *
000155*   THE RESTART PLANNER (DL100RPL) READS THE SAME RECORDS      *
000156*   TO FIND WHERE A FAILED ZZ006 EXECUTION CAN PICK UP.        *
000157*   THE SUITE BACKUP (ZZ006BU) TRIMS THE LEDGER TO ITS LAST    *
000158*   14 DAYS ONCE IT IS SAVED; OLDER RECORDS ARE ON THE         *
000159*   PROD.EULER.BACKUP.RUNLEDGR GENERATIONS.                    *
000160*                                                               *
000170*****************************************************************
000180 01  DL100-RUN-LEDGER-RECORD.
000230     05  RLG-RECORDS-READ        PIC 9(07).
000240     05  RLG-RECORDS-WRITTEN     PIC 9(07).
000250     05  RLG-RECON-OUTCOME       PIC X(10).
000260     05  RLG-DEPT-CODE           PIC X(06).
000270     05  FILLER                  PIC X(26).
