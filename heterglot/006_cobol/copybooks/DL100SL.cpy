000010*****************************************************************
000020*                                                               *
000030*   DL100SL  -  STOP-REQUEST LOG RECORD FOR THE ZERO-ZERO-SIX   *
000040*               SUITE                                           *
000050*                                                               *
000060*   ONE RECORD PER ATTEMPT TO PLACE OR WITHDRAW THE OPERATOR    *
000070*   STOP CARD ON PROD.EULER.STOPREQ FROM THE OPERATIONS         *
000080*   CONSOLE (DL100OPC, TRANSACTION DLOP), HELD ON THE VSAM LOG  *
000090*   PROD.EULER.STOPLOG (CICS FILE STOPLOG) KEYED ON THE DATE,   *
000100*   TIME AND TERMINAL OF THE ATTEMPT PLUS A SEQUENCE NUMBER     *
000110*   THAT SEPARATES TWO RECORDS FROM ONE TERMINAL IN THE SAME    *
000120*   SECOND.  SLG-OUTCOME IS ACCEPTED WHEN THE CHANGE WAS        *
000130*   ALLOWED - THE RECORD IS WRITTEN BEFORE THE DATASET IS       *
000140*   TOUCHED - DENIED WHEN THE USER LACKED THE AUTHORITY, AND    *
000150*   FAILED WHEN THE DATASET COULD NOT THEN BE CHANGED.          *
000160*   SLG-PRIOR-STATE IS WHAT STOPREQ HELD BEFORE THE ATTEMPT     *
000170*   AND SLG-STAT-N-VALUE THE N IN FLIGHT AT THE TIME (ZERO      *
000180*   WHEN NO RUN WAS IN FLIGHT).                                 *
000190*                                                               *
000200*****************************************************************
000210 01  DL100-STOP-LOG-RECORD.
000220     05  SLG-KEY.
000230         10  SLG-LOG-DATE        PIC 9(08).
000240         10  SLG-LOG-TIME        PIC 9(06).
000250         10  SLG-TERM-ID         PIC X(04).
000260         10  SLG-LOG-SEQ         PIC 9(02).
000270     05  SLG-USER-ID             PIC X(08).
000280     05  SLG-TRAN-ID             PIC X(04).
000290     05  SLG-ACTION              PIC X(08).
000300         88  SLG-ACTION-PLACE        VALUE 'PLACE'.
000310         88  SLG-ACTION-WITHDRAW     VALUE 'WITHDRAW'.
000320     05  SLG-OUTCOME             PIC X(08).
000330         88  SLG-OUTCOME-ACCEPTED    VALUE 'ACCEPTED'.
000340         88  SLG-OUTCOME-DENIED      VALUE 'DENIED'.
000350         88  SLG-OUTCOME-FAILED      VALUE 'FAILED'.
000360     05  SLG-PRIOR-STATE         PIC X(01).
000370         88  SLG-PRIOR-STOP-PLACED   VALUE 'S'.
000380         88  SLG-PRIOR-NO-STOP       VALUE 'N'.
000390         88  SLG-PRIOR-UNKNOWN       VALUE 'U'.
000400     05  SLG-STAT-N-VALUE        PIC 9(05).
000410     05  FILLER                  PIC X(26).
