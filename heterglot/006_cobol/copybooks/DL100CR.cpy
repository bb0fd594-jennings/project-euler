000010*****************************************************************
000020*                                                               *
000030*   DL100CR  -  CPU CHARGEBACK RATE CARD FOR THE ZERO-ZERO-SIX *
000040*               SUITE                                          *
000050*                                                               *
000060*   ONE RECORD PER CALC MODE AND N BAND ON THE RATE CARD FILE  *
000070*   (RATEFILE, DATASET PROD.EULER.RATECARD) THAT THE MONTHLY   *
000080*   CHARGEBACK (DL100CHG, JOB ZZ006CB) PRICES THE TIMING LOG   *
000090*   FROM.  RTC-RATE IS THE CHARGE PER ELAPSED SECOND, FOUR     *
000100*   DECIMAL PLACES (000012500 IS 1.2500).  THE BANDS ARE THOSE *
000110*   OF THE TIMING REPORT (DL100TMR) - 1 IS N 1-99, 2 IS        *
000120*   100-999, 3 IS 1000-9999, 4 IS 10000-99999.  A RECORD WITH  *
000130*   AN ASTERISK IN COLUMN 1 IS A COMMENT.  FINANCE OWNS THE    *
000140*   RATES; OPERATIONS KEEPS THE DATASET.                       *
000150*                                                               *
000160*****************************************************************
000170 01  DL100-RATE-CARD-RECORD.
000180     05  RTC-CALC-MODE           PIC X(01).
000190         88  RTC-COMMENT             VALUE '*'.
000200         88  RTC-MODE-LOOP           VALUE 'L'.
000210         88  RTC-MODE-FAST           VALUE 'F'.
000220         88  RTC-MODE-VERIFY         VALUE 'V'.
000230     05  RTC-N-BAND              PIC X(01).
000240     05  RTC-N-BAND-NUM          REDEFINES RTC-N-BAND
000250                                 PIC 9(01).
000260     05  RTC-RATE                PIC X(09).
000270     05  RTC-RATE-NUM            REDEFINES RTC-RATE
000280                                 PIC 9(05)V9(04).
000290     05  RTC-DESCRIPTION         PIC X(30).
000300     05  FILLER                  PIC X(39).
