000010*****************************************************************
000020*                                                               *
000030*   DL100BM  -  BACKUP MANIFEST RECORD FOR THE ZERO-ZERO-SIX   *
000040*               SUITE                                          *
000050*                                                               *
000060*   WRITTEN BY THE SUITE BACKUP (DL100BKU, JOB ZZ006BU) TO THE *
000070*   GENERATION DATA GROUP PROD.EULER.BACKUP.MANIFEST, ONE      *
000080*   GENERATION PER BACKUP SET, AND READ BACK BY THE RESTORE    *
000090*   VERIFY (DL100RSV, JOB ZZ006RT).  ONE HEADER (TYPE H), ONE  *
000100*   DETAIL (TYPE D) PER DATASET UNLOADED, AND A TRAILER (TYPE  *
000110*   T).  EVERY RECORD CARRIES THE BACKUP SET'S DATE AND TIME.  *
000120*   BKM-DATASET-ID NAMES THE DATASET (RESLMAST, HISTVSAM,      *
000130*   PENDREQ, HIST, ARCHIVE, CTLTOTAL, RUNLEDGR, TIMELOG, CKPT, *
000140*   STAT, OUTPUT0 FOR THE CURRENT OUTPUT GENERATION,           *
000145*   OUTPUT-1 FOR THE ONE BEFORE IT, RESLJRNL, XCASE, DECKLIB,  *
000150*   INREG AND STOPLOG).  ON A DETAIL BKM-RECORD-               *
000160*   COUNT IS THE RECORDS UNLOADED AND BKM-HASH-TOTAL THE SUM   *
000170*   OF THE NUMERIC FIELD NAMED IN BKM-HASH-FIELD OVER THOSE    *
000180*   RECORDS - A RECORD WHOSE FIELD IS NOT NUMERIC ADDS         *
000190*   NOTHING.  ON THE HEADER AND TRAILER BKM-RECORD-COUNT IS    *
000200*   THE NUMBER OF DATASETS IN THE SET - EXPECTED ON THE        *
000210*   HEADER, WRITTEN ON THE TRAILER - AND THE HASH FIELDS ARE   *
000220*   ZERO AND SPACES.  A SET WITH NO TRAILER DID NOT FINISH AND *
000230*   IS NOT TO BE RESTORED.                                     *
000240*                                                               *
000250*****************************************************************
000260 01  DL100-BACKUP-MANIFEST-RECORD.
000270     05  BKM-RECORD-TYPE         PIC X(01).
000280         88  BKM-TYPE-HEADER         VALUE 'H'.
000290         88  BKM-TYPE-DETAIL         VALUE 'D'.
000300         88  BKM-TYPE-TRAILER        VALUE 'T'.
000310     05  BKM-BACKUP-DATE         PIC 9(08).
000320     05  BKM-BACKUP-TIME         PIC 9(06).
000330     05  BKM-DATASET-ID          PIC X(08).
000340     05  BKM-RECORD-COUNT        PIC 9(09).
000350     05  BKM-HASH-TOTAL          PIC S9(25).
000360     05  BKM-HASH-FIELD          PIC X(20).
000370     05  FILLER                  PIC X(03).
