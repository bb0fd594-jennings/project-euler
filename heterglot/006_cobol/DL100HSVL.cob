000030*   PROGRAM:   DL100HSV                                        *
000040*                                                               *
000050*   ABSTRACT:  LOADS THE KEYED RUN-HISTORY FILE (VSAM,         *
000060*              COPYBOOK DL100HV, KEY N / K / RUN DATE / RUN    *
000070*              TIME) FROM THE SEQUENTIAL HISTFILE SO THE       *
000080*              ONLINE INQUIRY CAN BROWSE A GIVEN N'S PRIOR     *
000090*              RUNS DIRECTLY.  THE CLUSTER IS EMPTY AT ENTRY   *
000200*   MODIFICATION HISTORY                                       *
000210*   ------------------------------------------------------     *
000220*   08/22/2026  RLJ  ORIGINAL VERSION.                          *
000223*   10/15/2026  RLJ  THE POWER K IS CARRIED INTO THE KEY AFTER  *
000226*                    N.                                         *
000230*                                                               *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
001110 3000-LOAD-ONE-RECORD.
001120     ADD 1 TO WS-READ-COUNT.
001130     MOVE HIST-N-VALUE TO HV-N-VALUE.
001135     MOVE HIST-EXPONENT TO HV-EXPONENT.
001140     MOVE HIST-RUN-DATE TO HV-RUN-DATE.
001150     MOVE HIST-RUN-TIME TO HV-RUN-TIME.
001160     MOVE HIST-SQ-OF-SUMS TO HV-SQ-OF-SUMS.
001220         INVALID KEY
001230             ADD 1 TO WS-DUP-COUNT
001240             DISPLAY 'DL100HSV - DUPLICATE KEY N=' HV-N-VALUE
001245                 ' K=' HV-EXPONENT
001250                 ' DATE=' HV-RUN-DATE ' TIME=' HV-RUN-TIME
001260         NOT INVALID KEY
001270             ADD 1 TO WS-LOADED-COUNT
