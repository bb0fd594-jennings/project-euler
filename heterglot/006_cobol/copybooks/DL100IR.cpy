000010*****************************************************************
000020*                                                               *
000030*   DL100IR  -  INBOUND COMPUTE-REQUEST RECORD FOR THE         *
000040*               ZERO-ZERO-SIX SUITE                            *
000050*                                                               *
000060*   THE FIXED-FORMAT FILE ANOTHER DEPARTMENT TRANSMITS TO      *
000070*   ASK FOR A LIST OF NS TO BE COMPUTED, LOADED BY DL100IRL    *
000080*   (JOB ZZ006IR).  ONE BATCH PER FILE - A HEADER (TYPE H)     *
000090*   CARRYING THE SENDER ID AND THE SENDER'S BATCH NUMBER, ONE  *
000100*   DETAIL (TYPE D) PER N REQUESTED AND A TRAILER (TYPE T)     *
000110*   CARRYING THE DETAIL COUNT AND THE HASH TOTAL - THE SUM OF  *
000120*   THE N ON EVERY DETAIL.  THE N IS SEVEN DIGITS, RIGHT       *
000130*   JUSTIFIED WITH LEADING ZEROS, SO AN N BEYOND THE SUITE'S   *
000140*   CAPACITY ARRIVES INTACT AND IS REJECTED RATHER THAN        *
000150*   TRUNCATED.  THE CALC MODE IS AS ON THE CONTROL CARD        *
000160*   (BLANK OR L LOOP, F FAST, V VERIFY) AND THE POWER K IS     *
000170*   2 THROUGH 9 (BLANK OR ZERO FOR 2).  THE SENDER'S OWN       *
000180*   REFERENCE IS ECHOED BACK ON THE ACKNOWLEDGMENT AND ON THE  *
000190*   RESULT RETURN (COPYBOOK DL100IA).                          *
000192*   INR-DEPT-CODE ON THE HEADER IS THE SENDER'S DEPARTMENT OR  *
000194*   COST CENTER, CHARGED FOR EVERY N IN THE BATCH.  BLANK IS   *
000196*   UNASSIGNED.                                                *
000200*                                                               *
000210*****************************************************************
000220 01  DL100-INBOUND-REQUEST-RECORD.
000230     05  INR-RECORD-TYPE         PIC X(01).
000240         88  INR-TYPE-HEADER         VALUE 'H'.
000250         88  INR-TYPE-DETAIL         VALUE 'D'.
000260         88  INR-TYPE-TRAILER        VALUE 'T'.
000270     05  INR-HEADER-DATA.
000280         10  INR-SENDER-ID       PIC X(08).
000290         10  INR-BATCH-NUMBER    PIC X(06).
000300         10  INR-BATCH-NUMBER-NUM
000310                 REDEFINES INR-BATCH-NUMBER
000320                                 PIC 9(06).
000330         10  INR-CREATED-DATE    PIC X(08).
000336         10  INR-DEPT-CODE       PIC X(06).
000342         10  FILLER              PIC X(51).
000350     05  INR-DETAIL-DATA REDEFINES INR-HEADER-DATA.
000360         10  INR-REQUEST-N       PIC X(07).
000370         10  INR-REQUEST-N-NUM
000380                 REDEFINES INR-REQUEST-N
000390                                 PIC 9(07).
000400         10  INR-CALC-MODE       PIC X(01).
000410         10  INR-EXPONENT        PIC X(01).
000420         10  INR-SENDER-REF      PIC X(12).
000430         10  FILLER              PIC X(58).
000440     05  INR-TRAILER-DATA REDEFINES INR-HEADER-DATA.
000450         10  INR-DETAIL-COUNT    PIC X(07).
000460         10  INR-DETAIL-COUNT-NUM
000470                 REDEFINES INR-DETAIL-COUNT
000480                                 PIC 9(07).
000490         10  INR-HASH-TOTAL      PIC X(12).
000500         10  INR-HASH-TOTAL-NUM
000510                 REDEFINES INR-HASH-TOTAL
000520                                 PIC 9(12).
000530         10  FILLER              PIC X(60).
