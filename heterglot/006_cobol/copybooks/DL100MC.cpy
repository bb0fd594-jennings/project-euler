000010*****************************************************************
000020*                                                               *
000030*   DL100MC  -  SYMBOLIC MAP FOR THE DL100OPC OPERATIONS        *
000040*               CONSOLE SCREEN                                  *
000050*                                                               *
000060*   MATCHES THE PHYSICAL MAP DLOPMAP IN MAPSET DL100MO (BMS     *
000070*   SOURCE MEMBER DL100MO) - FIELDS APPEAR HERE IN THE SAME     *
000080*   ORDER AS THEIR DFHMDF MACROS.  KEPT IN THE COPY LIBRARY,    *
000090*   AS FOR DL100MP, SO THE PROGRAM AND THE MAP CANNOT DRIFT     *
000100*   APART UNNOTICED.  REGENERATE WITH THE MAPSET WHENEVER A     *
000110*   FIELD MOVES OR CHANGES SIZE.                                *
000120*                                                               *
000130*****************************************************************
000140 01  DLOPMAPI.
000150     02  FILLER              PIC X(12).
000160     02  NOWL                PIC S9(4) COMP.
000170     02  NOWF                PIC X(01).
000180     02  FILLER REDEFINES NOWF.
000190         03  NOWA            PIC X(01).
000200     02  NOWI                PIC X(15).
000210     02  STNL                PIC S9(4) COMP.
000220     02  STNF                PIC X(01).
000230     02  FILLER REDEFINES STNF.
000240         03  STNA            PIC X(01).
000250     02  STNI                PIC X(05).
000260     02  STPHL               PIC S9(4) COMP.
000270     02  STPHF               PIC X(01).
000280     02  FILLER REDEFINES STPHF.
000290         03  STPHA           PIC X(01).
000300     02  STPHI               PIC X(10).
000310     02  STCTL               PIC S9(4) COMP.
000320     02  STCTF               PIC X(01).
000330     02  FILLER REDEFINES STCTF.
000340         03  STCTA           PIC X(01).
000350     02  STCTI               PIC X(06).
000360     02  STPCL               PIC S9(4) COMP.
000370     02  STPCF               PIC X(01).
000380     02  FILLER REDEFINES STPCF.
000390         03  STPCA           PIC X(01).
000400     02  STPCI               PIC X(03).
000410     02  STUPL               PIC S9(4) COMP.
000420     02  STUPF               PIC X(01).
000430     02  FILLER REDEFINES STUPF.
000440         03  STUPA           PIC X(01).
000450     02  STUPI               PIC X(15).
000460     02  STAGL               PIC S9(4) COMP.
000470     02  STAGF               PIC X(01).
000480     02  FILLER REDEFINES STAGF.
000490         03  STAGA           PIC X(01).
000500     02  STAGI               PIC X(05).
000510     02  STSTL               PIC S9(4) COMP.
000520     02  STSTF               PIC X(01).
000530     02  FILLER REDEFINES STSTF.
000540         03  STSTA           PIC X(01).
000550     02  STSTI               PIC X(30).
000560     02  CKNL                PIC S9(4) COMP.
000570     02  CKNF                PIC X(01).
000580     02  FILLER REDEFINES CKNF.
000590         03  CKNA            PIC X(01).
000600     02  CKNI                PIC X(05).
000610     02  CKKL                PIC S9(4) COMP.
000620     02  CKKF                PIC X(01).
000630     02  FILLER REDEFINES CKKF.
000640         03  CKKA            PIC X(01).
000650     02  CKKI                PIC X(01).
000660     02  CKPHL               PIC S9(4) COMP.
000670     02  CKPHF               PIC X(01).
000680     02  FILLER REDEFINES CKPHF.
000690         03  CKPHA           PIC X(01).
000700     02  CKPHI               PIC X(10).
000710     02  CKCTL               PIC S9(4) COMP.
000720     02  CKCTF               PIC X(01).
000730     02  FILLER REDEFINES CKCTF.
000740         03  CKCTA           PIC X(01).
000750     02  CKCTI               PIC X(06).
000760     02  CKSTL               PIC S9(4) COMP.
000770     02  CKSTF               PIC X(01).
000780     02  FILLER REDEFINES CKSTF.
000790         03  CKSTA           PIC X(01).
000800     02  CKSTI               PIC X(25).
000810     02  PQDL                PIC S9(4) COMP.
000820     02  PQDF                PIC X(01).
000830     02  FILLER REDEFINES PQDF.
000840         03  PQDA            PIC X(01).
000850     02  PQDI                PIC X(07).
000860     02  SREQL               PIC S9(4) COMP.
000870     02  SREQF               PIC X(01).
000880     02  FILLER REDEFINES SREQF.
000890         03  SREQA           PIC X(01).
000900     02  SREQI               PIC X(30).
000910     02  LSTCL               PIC S9(4) COMP.
000920     02  LSTCF               PIC X(01).
000930     02  FILLER REDEFINES LSTCF.
000940         03  LSTCA           PIC X(01).
000950     02  LSTCI               PIC X(79).
000960     02  LGHL                PIC S9(4) COMP.
000970     02  LGHF                PIC X(01).
000980     02  FILLER REDEFINES LGHF.
000990         03  LGHA            PIC X(01).
001000     02  LGHI                PIC X(70).
001010     02  LG1L                PIC S9(4) COMP.
001020     02  LG1F                PIC X(01).
001030     02  FILLER REDEFINES LG1F.
001040         03  LG1A            PIC X(01).
001050     02  LG1I                PIC X(70).
001060     02  LG2L                PIC S9(4) COMP.
001070     02  LG2F                PIC X(01).
001080     02  FILLER REDEFINES LG2F.
001090         03  LG2A            PIC X(01).
001100     02  LG2I                PIC X(70).
001110     02  LG3L                PIC S9(4) COMP.
001120     02  LG3F                PIC X(01).
001130     02  FILLER REDEFINES LG3F.
001140         03  LG3A            PIC X(01).
001150     02  LG3I                PIC X(70).
001160     02  LG4L                PIC S9(4) COMP.
001170     02  LG4F                PIC X(01).
001180     02  FILLER REDEFINES LG4F.
001190         03  LG4A            PIC X(01).
001200     02  LG4I                PIC X(70).
001210     02  LG5L                PIC S9(4) COMP.
001220     02  LG5F                PIC X(01).
001230     02  FILLER REDEFINES LG5F.
001240         03  LG5A            PIC X(01).
001250     02  LG5I                PIC X(70).
001260     02  LG6L                PIC S9(4) COMP.
001270     02  LG6F                PIC X(01).
001280     02  FILLER REDEFINES LG6F.
001290         03  LG6A            PIC X(01).
001300     02  LG6I                PIC X(70).
001310     02  LG7L                PIC S9(4) COMP.
001320     02  LG7F                PIC X(01).
001330     02  FILLER REDEFINES LG7F.
001340         03  LG7A            PIC X(01).
001350     02  LG7I                PIC X(70).
001360     02  LG8L                PIC S9(4) COMP.
001370     02  LG8F                PIC X(01).
001380     02  FILLER REDEFINES LG8F.
001390         03  LG8A            PIC X(01).
001400     02  LG8I                PIC X(70).
001410     02  CNFL                PIC S9(4) COMP.
001420     02  CNFF                PIC X(01).
001430     02  FILLER REDEFINES CNFF.
001440         03  CNFA            PIC X(01).
001450     02  CNFI                PIC X(01).
001460     02  MSGL                PIC S9(4) COMP.
001470     02  MSGF                PIC X(01).
001480     02  FILLER REDEFINES MSGF.
001490         03  MSGA            PIC X(01).
001500     02  MSGI                PIC X(62).
001510 01  DLOPMAPO REDEFINES DLOPMAPI.
001520     02  FILLER              PIC X(12).
001530     02  FILLER              PIC X(03).
001540     02  NOWO                PIC X(15).
001550     02  FILLER              PIC X(03).
001560     02  STNO                PIC X(05).
001570     02  FILLER              PIC X(03).
001580     02  STPHO               PIC X(10).
001590     02  FILLER              PIC X(03).
001600     02  STCTO               PIC X(06).
001610     02  FILLER              PIC X(03).
001620     02  STPCO               PIC X(03).
001630     02  FILLER              PIC X(03).
001640     02  STUPO               PIC X(15).
001650     02  FILLER              PIC X(03).
001660     02  STAGO               PIC X(05).
001670     02  FILLER              PIC X(03).
001680     02  STSTO               PIC X(30).
001690     02  FILLER              PIC X(03).
001700     02  CKNO                PIC X(05).
001710     02  FILLER              PIC X(03).
001720     02  CKKO                PIC X(01).
001730     02  FILLER              PIC X(03).
001740     02  CKPHO               PIC X(10).
001750     02  FILLER              PIC X(03).
001760     02  CKCTO               PIC X(06).
001770     02  FILLER              PIC X(03).
001780     02  CKSTO               PIC X(25).
001790     02  FILLER              PIC X(03).
001800     02  PQDO                PIC X(07).
001810     02  FILLER              PIC X(03).
001820     02  SREQO               PIC X(30).
001830     02  FILLER              PIC X(03).
001840     02  LSTCO               PIC X(79).
001850     02  FILLER              PIC X(03).
001860     02  LGHO                PIC X(70).
001870     02  FILLER              PIC X(03).
001880     02  LG1O                PIC X(70).
001890     02  FILLER              PIC X(03).
001900     02  LG2O                PIC X(70).
001910     02  FILLER              PIC X(03).
001920     02  LG3O                PIC X(70).
001930     02  FILLER              PIC X(03).
001940     02  LG4O                PIC X(70).
001950     02  FILLER              PIC X(03).
001960     02  LG5O                PIC X(70).
001970     02  FILLER              PIC X(03).
001980     02  LG6O                PIC X(70).
001990     02  FILLER              PIC X(03).
002000     02  LG7O                PIC X(70).
002010     02  FILLER              PIC X(03).
002020     02  LG8O                PIC X(70).
002030     02  FILLER              PIC X(03).
002040     02  CNFO                PIC X(01).
002050     02  FILLER              PIC X(03).
002060     02  MSGO                PIC X(62).
