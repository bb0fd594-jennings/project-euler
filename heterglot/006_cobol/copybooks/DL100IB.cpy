000010*****************************************************************
000020*                                                               *
000030*   DL100IB  -  INBOUND REQUEST REGISTER RECORD FOR THE        *
000040*               ZERO-ZERO-SIX SUITE                            *
000050*                                                               *
000060*   HELD ON THE VSAM INBOUND REQUEST REGISTER (REGFILE,        *
000070*   CLUSTER PROD.EULER.INREG), KEYED ON THE SENDER ID, THE     *
000080*   SENDER'S BATCH NUMBER AND A SEQUENCE NUMBER.  SEQUENCE     *
000090*   ZERO IS THE BATCH RECORD, WRITTEN BY DL100IRL WHEN A       *
000100*   BATCH BALANCES AND IS LOADED - ITS PRESENCE IS WHAT MAKES  *
000110*   A SECOND TRANSMISSION OF THE SAME BATCH NUMBER A           *
000120*   DUPLICATE.  A BATCH REJECTED WHOLE IS NOT REGISTERED, SO   *
000130*   THE SENDER MAY CORRECT IT AND SEND IT AGAIN UNDER THE      *
000140*   SAME NUMBER.  EVERY OTHER SEQUENCE IS ONE DETAIL OF THE    *
000150*   BATCH THAT WAS QUEUED ON PENDREQ, NUMBERED AS IT STOOD IN  *
000160*   THE BATCH; IT WAITS (W) UNTIL DL100IRR FINDS ITS ANSWER    *
000170*   ON THE RESULTS MASTER AND SENDS IT (S) ON THE RESULT       *
000180*   RETURN FILE.  DETAILS ANSWERED OR REJECTED ON THE          *
000190*   ACKNOWLEDGMENT ARE COUNTED ON THE BATCH RECORD ONLY.       *
000192*   A DETAIL FOUND WITH NO BATCH RECORD AHEAD OF IT (A LOAD    *
000194*   THAT FAILED PART WAY) IS MARKED NO-BATCH (X) AND LISTED    *
000196*   ONCE BY DL100IRR - IT IS NEVER RETURNED.                   *
000200*                                                               *
000210*****************************************************************
000220 01  DL100-INBOUND-REGISTER-RECORD.
000230     05  IRG-KEY.
000240         10  IRG-SENDER-ID       PIC X(08).
000250         10  IRG-BATCH-NUMBER    PIC 9(06).
000260         10  IRG-SEQUENCE-NO     PIC 9(05).
000270     05  IRG-BATCH-DATA.
000280         10  IRG-RECEIVED-DATE   PIC 9(08).
000290         10  IRG-RECEIVED-TIME   PIC 9(06).
000300         10  IRG-DETAIL-COUNT    PIC 9(07).
000310         10  IRG-QUEUED-COUNT    PIC 9(07).
000320         10  IRG-ON-FILE-COUNT   PIC 9(07).
000330         10  IRG-REJECTED-COUNT  PIC 9(07).
000340         10  FILLER              PIC X(39).
000350     05  IRG-DETAIL-DATA REDEFINES IRG-BATCH-DATA.
000360         10  IRG-N-VALUE         PIC 9(05).
000370         10  IRG-EXPONENT        PIC 9(01).
000380         10  IRG-CALC-MODE       PIC X(01).
000390         10  IRG-SENDER-REF      PIC X(12).
000400         10  IRG-RETURN-STATUS   PIC X(01).
000410             88  IRG-RETURN-WAITING  VALUE 'W'.
000420             88  IRG-RETURN-SENT     VALUE 'S'.
000425             88  IRG-RETURN-NO-BATCH VALUE 'X'.
000430         10  IRG-RETURNED-DATE   PIC 9(08).
000440         10  IRG-RETURNED-TIME   PIC 9(06).
000450         10  FILLER              PIC X(47).
