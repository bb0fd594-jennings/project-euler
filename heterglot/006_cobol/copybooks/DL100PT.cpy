000010*****************************************************************
000020*                                                               *
000030*   DL100PT  -  PARTITION MANIFEST RECORD FOR THE              *
000040*               ZERO-ZERO-SIX SUITE                            *
000050*                                                               *
000060*   WRITTEN BY THE PARTITION SPLITTER (DL100PSP, JOB ZZ006PS)  *
000070*   TO PARTMAN (DATASET PROD.EULER.PART.MANIFEST) AND READ     *
000080*   BACK BY THE PARTITION MERGE (DL100PMG, JOB ZZ006PM).       *
000090*   ONE HEADER RECORD (PTN-RECORD-TYPE H) DESCRIBES THE        *
000100*   DECK AS A WHOLE - PTN-PARTITION-NO IS THEN THE NUMBER      *
000110*   OF PARTITIONS THE DECK WAS SPLIT INTO, PTN-N-COUNT THE     *
000120*   NUMBER OF N AND POWER K PAIRS ON THE DECK AND PTN-CARD-    *
000130*   COUNT ITS CARDS - FOLLOWED BY ONE RECORD PER PARTITION     *
000140*   (TYPE P) GIVING THE PARTITION'S LOWEST AND HIGHEST N AND   *
000150*   THE PAIRS AND CARDS IT WAS GIVEN.  THE PARTITIONS' N       *
000160*   RANGES ASCEND AND NEVER OVERLAP; A PARTITION THAT DREW NO  *
000170*   NS CARRIES ZERO COUNTS AND A ZERO RANGE.  EVERY RECORD     *
000180*   CARRIES THE SPLITTER'S RUN STAMP.                          *
000190*                                                               *
000200*****************************************************************
000210 01  DL100-PARTITION-RECORD.
000220     05  PTN-RECORD-TYPE         PIC X(01).
000230         88  PTN-HEADER              VALUE 'H'.
000240         88  PTN-PARTITION           VALUE 'P'.
000250     05  PTN-PARTITION-NO        PIC 9(02).
000260     05  PTN-LOW-N               PIC 9(05).
000270     05  PTN-HIGH-N              PIC 9(05).
000280     05  PTN-N-COUNT             PIC 9(07).
000290     05  PTN-CARD-COUNT          PIC 9(05).
000300     05  PTN-SPLIT-DATE          PIC 9(08).
000310     05  PTN-SPLIT-TIME          PIC 9(06).
000320     05  FILLER                  PIC X(41).
