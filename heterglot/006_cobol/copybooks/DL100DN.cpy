000010*****************************************************************
000020*                                                               *
000030*   DL100DN  -  DATASET NAME RESOLUTION AREA FOR THE           *
000040*               ZERO-ZERO-SIX SUITE                            *
000050*                                                               *
000060*   PASSED TO THE DL100DSN ROUTINE.  THE CALLER NAMES AN       *
000070*   ALLOCATED DD IN DN-DD-NAME; THE ROUTINE RETURNS THE NAME   *
000080*   OF THE DATASET ACTUALLY ALLOCATED TO IT IN                 *
000090*   DN-DATASET-NAME - FOR A GENERATION DATA GROUP THE          *
000100*   ABSOLUTE GENERATION (GNNNNVNN), NEVER THE RELATIVE (+1)    *
000110*   OR (0) THE JCL CODED, AND FOR A TEMPORARY DATASET THE      *
000120*   NAME THE SYSTEM GAVE IT.  DN-RESOLVED IS SET ONLY WHEN A   *
000130*   NAME CAME BACK; OTHERWISE DN-DATASET-NAME IS SPACES AND    *
000140*   DN-RETURN-CODE CARRIES THE DYNAMIC ALLOCATION SERVICE'S    *
000150*   RETURN CODE FOR THE CALLER'S MESSAGE.                      *
000160*                                                               *
000170*****************************************************************
000180 01  DL100-DATASET-NAME-AREA.
000190     05  DN-DD-NAME              PIC X(08).
000200     05  DN-DATASET-NAME         PIC X(44).
000210     05  DN-RETURN-CODE          PIC S9(08) COMP.
000220     05  DN-RESOLVED-SW          PIC X(01).
000230         88  DN-RESOLVED             VALUE 'Y'.
