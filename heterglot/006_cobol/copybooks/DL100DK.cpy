000010*****************************************************************
000020*                                                               *
000030*   DL100DK  -  CONTROL-DECK LIBRARY RECORD FOR THE ZERO-ZERO- *
000040*               SIX SUITE                                      *
000050*                                                               *
000060*   HOLDS THE NAMED CONTROL DECKS THAT ARE RUN OVER AND OVER - *
000070*   THE MONTH-END SET, THE STANDARD SWEEP RANGES, THE          *
000080*   QUARTERLY AUDIT SET - ON THE VSAM DECK LIBRARY (DECKLIB,   *
000090*   CLUSTER PROD.EULER.DECKLIB) KEYED ON DECK NAME PLUS CARD   *
000100*   SEQUENCE.  SEQUENCE ZERO IS THE DECK'S HEADER RECORD       *
000110*   (DESCRIPTION, OWNER, LAST-CHANGED DATE AND USER, CARD      *
000120*   COUNT); SEQUENCES 1 UP ARE ITS CONTROL CARDS, EACH A FULL  *
000130*   DL100CT IMAGE, IN THE ORDER THEY ARE TO RUN.  MAINTAINED   *
000140*   ONLY BY DL100DKM FROM ADD/CHANGE/DELETE/COPY TRANSACTION   *
000150*   CARDS, WHICH ALSO KEEPS THE CARD SEQUENCES DENSE AND THE   *
000160*   CARD COUNT TRUE - THE DATASET IS NOT TO BE HAND-EDITED.    *
000170*   READ BY DL100PRM (WHICH WRITES A NAMED DECK'S CARDS TO     *
000180*   CTLFILE) AND DL100DKL (THE LIBRARY LISTING).               *
000190*                                                               *
000200*****************************************************************
000210 01  DL100-DECK-LIBRARY-RECORD.
000220     05  DK-KEY.
000230         10  DK-DECK-NAME        PIC X(08).
000240         10  DK-CARD-SEQ         PIC 9(03).
000250             88  DK-DECK-HEADER      VALUE 0.
000260     05  DK-HEADER-DATA.
000270         10  DK-DESCRIPTION      PIC X(40).
000280         10  DK-OWNER            PIC X(08).
000290         10  DK-CHANGED-DATE     PIC 9(08).
000300         10  DK-CHANGED-USER     PIC X(08).
000310         10  DK-CARD-COUNT       PIC 9(03).
000320         10  FILLER              PIC X(42).
000330     05  DK-CARD-DATA REDEFINES DK-HEADER-DATA.
000340         10  DK-CARD-IMAGE       PIC X(80).
000350         10  FILLER              PIC X(29).
