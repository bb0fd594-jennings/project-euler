000010*****************************************************************
000020*                                                               *
000030*   DL100XC  -  EXCEPTION CASE RECORD FOR THE ZERO-ZERO-SIX    *
000040*               SUITE                                          *
000050*                                                               *
000060*   ONE RECORD PER EXCEPTION RAISED BY A STEP OF THE STREAM,   *
000070*   HELD ON THE VSAM CASE FILE (XCFILE, CLUSTER PROD.EULER.    *
000080*   XCASE) KEYED ON XC-CASE-NUMBER.  CASES ARE OPENED BY THE   *
000090*   DL100XCW ROUTINE - A RECONCILIATION MISMATCH (DL100RCN), A *
000100*   CHANGED ANSWER BETWEEN GENERATIONS (DL100GVG), A DETAIL    *
000110*   LISTING FOOTING BREAK (DL100AUD), A FAST-PATH/LOOP         *
000120*   DISAGREEMENT (DL100CLC), AN OVERFLOW OR OPERATOR-STOPPED   *
000130*   RESULT (ZERO-ZERO-SIX) AND A STALLED RUN (DL100WDG) - AND  *
000140*   WORKED BY THE DL100XCM MAINTENANCE RUN (ASSIGN, ANNOTATE,  *
000150*   CLOSE).  XC-RUN-DATE/XC-RUN-TIME IDENTIFY THE RUN THE CASE *
000160*   WAS RAISED AGAINST (THE OUTFILE RUN STAMP WHERE THERE IS   *
000170*   ONE), NOT THE MOMENT THE CASE WAS OPENED - THAT IS         *
000180*   XC-OPENED-DATE/XC-OPENED-TIME.  EXPECTED AND ACTUAL ARE    *
000190*   WHATEVER PAIR OF VALUES DISAGREED, ZERO WHERE THE REASON   *
000200*   HAS NO SUCH PAIR.  XC-LAST-NOTE HOLDS THE MOST RECENT      *
000210*   ANNOTATION; THE FULL TRAIL IS ON THE DL100XCM REPORTS.     *
000220*   CASE NUMBER ZERO IS THE FILE'S CONTROL RECORD - IT HOLDS   *
000230*   THE LAST CASE NUMBER ASSIGNED (DL100XCW OWNS ITS LAYOUT)   *
000240*   AND EVERY PROGRAM THAT READS THE FILE SKIPS IT.            *
000250*                                                               *
000260*****************************************************************
000270 01  DL100-EXCEPTION-CASE-RECORD.
000280     05  XC-CASE-NUMBER          PIC 9(08).
000290     05  XC-N-VALUE              PIC 9(05).
000300     05  XC-EXPONENT             PIC 9(01).
000310     05  XC-SOURCE-STEP          PIC X(08).
000320     05  XC-RUN-DATE             PIC 9(08).
000330     05  XC-RUN-TIME             PIC 9(06).
000340     05  XC-REASON-CODE          PIC X(04).
000350         88  XC-REASON-RCN-MISMATCH  VALUE 'RCNM'.
000360         88  XC-REASON-GVG-CHANGED   VALUE 'GVGC'.
000370         88  XC-REASON-AUD-FOOTING   VALUE 'AUDF'.
000380         88  XC-REASON-CLC-VERIFY    VALUE 'CLCV'.
000390         88  XC-REASON-OVERFLOW      VALUE 'OVFL'.
000400         88  XC-REASON-STOPPED       VALUE 'STOP'.
000410         88  XC-REASON-WDG-STALL     VALUE 'WDGS'.
000420     05  XC-EXPECTED-VALUE       PIC S9(20).
000430     05  XC-ACTUAL-VALUE         PIC S9(20).
000440     05  XC-DESCRIPTION          PIC X(40).
000450     05  XC-CASE-STATUS          PIC X(01).
000460         88  XC-CASE-OPEN            VALUE 'O'.
000470         88  XC-CASE-ASSIGNED        VALUE 'A'.
000480         88  XC-CASE-CLOSED          VALUE 'C'.
000490     05  XC-OPENED-DATE          PIC 9(08).
000500     05  XC-OPENED-TIME          PIC 9(06).
000510     05  XC-ASSIGNED-TO          PIC X(08).
000520     05  XC-LAST-ACTION-DATE     PIC 9(08).
000530     05  XC-CLOSED-DATE          PIC 9(08).
000540     05  XC-NOTE-COUNT           PIC 9(03).
000550     05  XC-LAST-NOTE            PIC X(60).
000560     05  FILLER                  PIC X(18).
