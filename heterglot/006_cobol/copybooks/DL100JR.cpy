000010*****************************************************************
000020*                                                               *
000030*   DL100JR  -  RESULTS MASTER POSTING JOURNAL RECORD FOR THE  *
000040*               ZERO-ZERO-SIX SUITE                            *
000050*                                                               *
000060*   ONE RECORD PER CHANGE MADE TO THE RESULTS MASTER (COPYBOOK *
000070*   DL100RS), APPENDED TO THE SEQUENTIAL JOURNAL PROD.EULER.   *
000080*   RESLJRNL (JRNLFILE) BY THE PROGRAM THAT MADE IT - AN ADD,  *
000090*   CONFIRM OR REPLACE BY DL100PST, A BACKOUT BY DL100BKO.     *
000100*   JRN-POST-DATE/JRN-POST-TIME ARE WHEN THE CHANGE WAS MADE;  *
000110*   JRN-RUN-DATE/JRN-RUN-TIME ARE THE RUN STAMP OF THE OUTFILE *
000120*   GENERATION POSTED (OR, ON A BACKOUT, OF THE RUN BACKED     *
000130*   OUT) AND JRN-OUTFILE-DSN THE ABSOLUTE NAME OF THAT         *
000140*   OUTFILE GENERATION (DL100DSN).  THE BEFORE IMAGE IS        *
000150*   THE MASTER RECORD AS IT STOOD BEFORE THE CHANGE (SPACES ON *
000160*   AN ADD), THE AFTER IMAGE AS IT WAS REWRITTEN.  RECORDS ARE *
000170*   ONLY EVER APPENDED, SO THE FILE IS IN THE ORDER THE        *
000180*   CHANGES WERE MADE; DL100AOF REPLAYS IT TO REBUILD THE      *
000190*   MASTER AS IT STOOD AT THE END OF ANY DATE.                 *
000200*                                                               *
000210*****************************************************************
000220 01  DL100-POSTING-JOURNAL-RECORD.
000230     05  JRN-POST-DATE           PIC 9(08).
000240     05  JRN-POST-TIME           PIC 9(06).
000250     05  JRN-PROGRAM             PIC X(08).
000260     05  JRN-ACTION              PIC X(01).
000270         88  JRN-ACTION-ADD          VALUE 'A'.
000280         88  JRN-ACTION-CONFIRM      VALUE 'C'.
000290         88  JRN-ACTION-REPLACE      VALUE 'R'.
000300         88  JRN-ACTION-BACKOUT      VALUE 'B'.
000310     05  JRN-RUN-DATE            PIC 9(08).
000320     05  JRN-RUN-TIME            PIC 9(06).
000330     05  JRN-OUTFILE-DSN         PIC X(44).
000340     05  JRN-KEY.
000350         10  JRN-N-VALUE         PIC 9(05).
000360         10  JRN-EXPONENT        PIC 9(01).
000370     05  JRN-BEFORE-IMAGE        PIC X(121).
000380     05  JRN-AFTER-IMAGE         PIC X(121).
000390     05  FILLER                  PIC X(11).
