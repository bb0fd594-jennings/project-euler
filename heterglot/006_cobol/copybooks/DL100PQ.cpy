000130*   POSTS IT TO THE BOOK OF RECORD.  THE KEY MAKES A SECOND    *
000140*   REQUEST FOR THE SAME N A NO-OP.  THE JOB CLEARS THE        *
000150*   QUEUE ONLY WHEN THE WHOLE RUN ENDED CLEAN.                 *
000151*   PND-KEY CARRIES THE POWER K (2-9) WITH THE N, SO THE SAME  *
000151*   N MAY BE QUEUED ONCE FOR EACH EXPONENT.                    *
000152*   PND-CALC-MODE IS THE MODE THE N IS TO RUN IN (L, F OR V)   *
000153*   WHEN IT WAS DEFERRED FROM A CONTROL CARD BY THE BATCH-     *
000154*   WINDOW PLANNER (DL100WPL, PND-TERM-ID BTCH) OR ASKED FOR   *
000154*   ON AN INBOUND REQUEST BATCH (DL100IRL, TERM-ID INBD);      *
000155*   ANYTHING ELSE, AS ON AN ONLINE REQUEST, RUNS FAST.         *
000156*   PND-DEPT-CODE IS THE REQUESTING DEPARTMENT OR COST CENTER, *
000157*   AS ON THE CONTROL CARD - KEYED ON THE INQUIRY SCREEN FOR   *
000157*   AN ONLINE REQUEST, TAKEN FROM THE CARD FOR A PLANNER       *
000158*   DEFERRAL AND FROM THE BATCH HEADER FOR AN INBOUND REQUEST. *
000159*   DL100PQD PUTS IT ON THE CARD IT BUILDS.                    *
000160*                                                               *
000170*****************************************************************
000180 01  DL100-PENDING-REQUEST-RECORD.
000185     05  PND-KEY.
000190         10  PND-N-VALUE         PIC 9(05).
000195         10  PND-EXPONENT        PIC 9(01).
000200     05  PND-REQUEST-DATE        PIC 9(08).
000210     05  PND-REQUEST-TIME        PIC 9(06).
000220     05  PND-TERM-ID             PIC X(04).
000230     05  PND-STATUS              PIC X(01).
000240         88  PND-STATUS-PENDING      VALUE 'P'.
000250     05  PND-CALC-MODE           PIC X(01).
000260     05  PND-DEPT-CODE           PIC X(06).
000270     05  FILLER                  PIC X(48).
