000010*****************************************************************
000020*                                                               *
000030*   DL100CB  -  CPU CHARGEBACK SUMMARY RECORD FOR THE          *
000040*               ZERO-ZERO-SIX SUITE                            *
000050*                                                               *
000060*   THE FIXED-FORMAT FILE THE FINANCE SYSTEM PICKS UP EACH     *
000070*   MONTH, WRITTEN BY THE MONTHLY CHARGEBACK (DL100CHG, JOB    *
000080*   ZZ006CB) TO THE GENERATION DATA GROUP PROD.EULER.CHARGEBK. *
000090*   ONE HEADER (TYPE H) CARRYING THE BILLING MONTH, ONE DETAIL *
000100*   (TYPE D) PER DEPARTMENT, CALC MODE AND N BAND CHARGED, A   *
000110*   SUBTOTAL (TYPE S) AFTER EACH DEPARTMENT'S DETAILS, AND A   *
000120*   TRAILER (TYPE T) CARRYING THE RECORD COUNT, HEADER AND     *
000130*   TRAILER INCLUDED, AND THE GRAND TOTALS.  A BLANK           *
000140*   DEPARTMENT IS UNASSIGNED - TIME RUN FOR NO NAMED           *
000150*   DEPARTMENT.  CHARGES ARE IN CURRENCY UNITS, TWO DECIMAL    *
000160*   PLACES; THE RATE IS AS ON THE RATE CARD (COPYBOOK          *
000170*   DL100CR), ZERO WHERE THE CARD HAD NONE.                    *
000180*                                                               *
000190*****************************************************************
000200 01  DL100-CHARGEBACK-RECORD.
000210     05  CBK-RECORD-TYPE         PIC X(01).
000220         88  CBK-TYPE-HEADER         VALUE 'H'.
000230         88  CBK-TYPE-DETAIL         VALUE 'D'.
000240         88  CBK-TYPE-SUBTOTAL       VALUE 'S'.
000250         88  CBK-TYPE-TRAILER        VALUE 'T'.
000260     05  CBK-HEADER-DATA.
000270         10  CBK-BILLING-MONTH   PIC 9(06).
000280         10  CBK-CREATED-DATE    PIC 9(08).
000290         10  CBK-CREATED-TIME    PIC 9(06).
000300         10  CBK-SYSTEM-ID       PIC X(08).
000310         10  FILLER              PIC X(51).
000320     05  CBK-DETAIL-DATA REDEFINES CBK-HEADER-DATA.
000330         10  CBK-DEPT-CODE       PIC X(06).
000340         10  CBK-CALC-MODE       PIC X(01).
000350         10  CBK-N-BAND          PIC 9(01).
000360         10  CBK-CARD-COUNT      PIC 9(07).
000370         10  CBK-ELAPSED-SECONDS PIC 9(09).
000380         10  CBK-RATE            PIC 9(05)V9(04).
000390         10  CBK-CHARGE          PIC 9(11)V99.
000400         10  FILLER              PIC X(33).
000410     05  CBK-SUBTOTAL-DATA REDEFINES CBK-HEADER-DATA.
000420         10  CBK-SUB-DEPT-CODE   PIC X(06).
000430         10  CBK-SUB-CARD-COUNT  PIC 9(07).
000440         10  CBK-SUB-SECONDS     PIC 9(09).
000450         10  CBK-SUB-CHARGE      PIC 9(11)V99.
000460         10  FILLER              PIC X(44).
000470     05  CBK-TRAILER-DATA REDEFINES CBK-HEADER-DATA.
000480         10  CBK-RECORD-COUNT    PIC 9(07).
000490         10  CBK-TOT-CARD-COUNT  PIC 9(07).
000500         10  CBK-TOT-SECONDS     PIC 9(09).
000510         10  CBK-TOT-CHARGE      PIC 9(11)V99.
000520         10  FILLER              PIC X(43).
