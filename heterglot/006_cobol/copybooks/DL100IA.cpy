000010*****************************************************************
000020*                                                               *
000030*   DL100IA  -  INBOUND REQUEST REPLY RECORD FOR THE           *
000040*               ZERO-ZERO-SIX SUITE                            *
000050*                                                               *
000060*   THE LAYOUT OF BOTH FILES SENT BACK TO A DEPARTMENT THAT    *
000070*   TRANSMITTED AN INBOUND REQUEST BATCH (COPYBOOK DL100IR).   *
000080*   IRP-FILE-TYPE SAYS WHICH:  A IS THE ACKNOWLEDGMENT         *
000090*   WRITTEN BY DL100IRL AS THE BATCH IS LOADED - ONE DETAIL    *
000100*   PER RECORD RECEIVED, QUEUED (A), ALREADY ON FILE WITH THE  *
000110*   CURRENT RESULTS MASTER ANSWER (F) OR REJECTED WITH THE     *
000120*   REASON (R); R IS THE RESULT RETURN WRITTEN BY DL100IRR     *
000130*   AFTER THE PENDING-REQUEST DRAIN HAS POSTED THE QUEUED NS - *
000140*   ONE DETAIL (C) PER N NOW COMPUTED.  EVERY BATCH IS         *
000150*   BRACKETED BY ITS OWN HEADER AND TRAILER, SO ONE RETURN     *
000160*   FILE MAY CARRY SEVERAL SENDERS' BATCHES.  A REJECTED       *
000170*   BATCH (IRP-BATCH-REJECTED) IS ANSWERED WHOLE - EVERY       *
000180*   DETAIL IS REJECTED WITH THE BATCH REASON AND NOTHING IS    *
000190*   QUEUED.  THE ANSWER IS THE FORWARD RESULT, SQUARE OF THE   *
000200*   SUM LESS THE SUM OF THE SQUARES AT THE POWER K.            *
000210*                                                               *
000220*****************************************************************
000230 01  DL100-INBOUND-REPLY-RECORD.
000240     05  IRP-RECORD-TYPE         PIC X(01).
000250         88  IRP-TYPE-HEADER         VALUE 'H'.
000260         88  IRP-TYPE-DETAIL         VALUE 'D'.
000270         88  IRP-TYPE-TRAILER        VALUE 'T'.
000280     05  IRP-FILE-TYPE           PIC X(01).
000290         88  IRP-FILE-ACK            VALUE 'A'.
000300         88  IRP-FILE-RETURN         VALUE 'R'.
000310     05  IRP-SENDER-ID           PIC X(08).
000320     05  IRP-BATCH-NUMBER        PIC X(06).
000330     05  IRP-HEADER-DATA.
000340         10  IRP-PROCESS-DATE    PIC 9(08).
000350         10  IRP-PROCESS-TIME    PIC 9(06).
000360         10  IRP-BATCH-DISPOSITION
000370                                 PIC X(01).
000380             88  IRP-BATCH-ACCEPTED  VALUE 'A'.
000390             88  IRP-BATCH-REJECTED  VALUE 'R'.
000400         10  IRP-BATCH-REASON    PIC X(30).
000410         10  FILLER              PIC X(59).
000420     05  IRP-DETAIL-DATA REDEFINES IRP-HEADER-DATA.
000430         10  IRP-SEQUENCE-NO     PIC 9(05).
000440         10  IRP-REQUEST-N       PIC X(07).
000450         10  IRP-CALC-MODE       PIC X(01).
000460         10  IRP-EXPONENT        PIC X(01).
000470         10  IRP-SENDER-REF      PIC X(12).
000480         10  IRP-DISPOSITION     PIC X(01).
000490             88  IRP-DISP-QUEUED     VALUE 'A'.
000500             88  IRP-DISP-ON-FILE    VALUE 'F'.
000510             88  IRP-DISP-REJECTED   VALUE 'R'.
000520             88  IRP-DISP-COMPUTED   VALUE 'C'.
000530         10  IRP-REASON          PIC X(30).
000540         10  IRP-RESULT-FWD      PIC S9(20).
000550         10  IRP-RESULT-STATUS   PIC X(08).
000560         10  IRP-POSTED-DATE     PIC 9(08).
000570         10  FILLER              PIC X(11).
000580     05  IRP-TRAILER-DATA REDEFINES IRP-HEADER-DATA.
000590         10  IRP-DETAIL-COUNT    PIC 9(07).
000600         10  IRP-QUEUED-COUNT    PIC 9(07).
000610         10  IRP-ON-FILE-COUNT   PIC 9(07).
000620         10  IRP-REJECTED-COUNT  PIC 9(07).
000630         10  IRP-PENDING-COUNT   PIC 9(07).
000640         10  FILLER              PIC X(69).
