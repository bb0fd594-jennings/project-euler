000070*   JOB LOGS.  HIST-RESULT-FWD AND HIST-RESULT-REV ARE THE      * 
000080*   SAME SIGNED FORWARD/REVERSE DIFFERENCE FIELDS CARRIED ON    * 
000090*   OUTFILE.                                                    * 
000091*   HIST-EXPONENT IS THE POWER K (2-9) THE RUN WAS MADE AT -   *
000092*   ADDED AT THE END OF THE RECORD, WHICH GREW FROM 107 TO     *
000093*   108 BYTES; THE ZZ006CX CONVERSION SET IT TO 2 ON EVERY     *
000094*   RECORD WRITTEN BEFORE THEN.                                *
000095*   HIST-DEPT-CODE IS THE REQUESTING DEPARTMENT FROM THE       *
000096*   CONTROL CARD - ADDED AT THE END, THE RECORD GREW FROM 108  *
000097*   TO 114 BYTES; THE ZZ006DC CONVERSION LEFT IT BLANK         *
000098*   (UNASSIGNED) ON EVERY RECORD WRITTEN BEFORE THEN.          *
000100*                                                               * 
000110***************************************************************** 
000120 01  DL100-HISTORY-RECORD.                                        
000180     05  HIST-RESULT-FWD         PIC S9(20).                      
000190     05  HIST-RESULT-REV         PIC S9(20).                      
000200     05  HIST-STATUS             PIC X(08).                       
000210     05  HIST-EXPONENT           PIC 9(01).
000211     05  HIST-DEPT-CODE          PIC X(06).
