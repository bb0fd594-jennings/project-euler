000170     02  FILLER REDEFINES INQNF.
000180         03  INQNA           PIC X(01).
000190     02  INQNI               PIC X(05).
000191     02  INQKL               PIC S9(4) COMP.
000191     02  INQKF               PIC X(01).
000192     02  FILLER REDEFINES INQKF.
000193         03  INQKA           PIC X(01).
000194     02  INQKI               PIC X(01).
000195     02  INQDL               PIC S9(4) COMP.
000196     02  INQDF               PIC X(01).
000197     02  FILLER REDEFINES INQDF.
000198         03  INQDA           PIC X(01).
000199     02  INQDI               PIC X(06).
000200     02  MSGL               PIC S9(4) COMP.
000210     02  MSGF               PIC X(01).
000220     02  FILLER REDEFINES MSGF.
001070     02  FILLER              PIC X(03).
001080     02  INQNO               PIC X(05).
001090     02  FILLER              PIC X(03).
001092     02  INQKO               PIC X(01).
001094     02  FILLER              PIC X(03).
001096     02  INQDO               PIC X(06).
001098     02  FILLER              PIC X(03).
001100     02  MSGO               PIC X(60).
001110     02  FILLER              PIC X(03).
001120     02  RDATEO               PIC X(08).
