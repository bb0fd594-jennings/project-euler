000350*                    FLAGGED OR UNBALANCED RUN CANNOT PUT      *
000360*                    DUPLICATES ON THE ARCHIVE WHEN HISTFILE   *
000370*                    IS NOT PURGED.                            *
000373*   10/15/2026  RLJ  RECORD LENGTH 108 - DL100HS NOW CARRIES   *
000376*                    THE POWER K AT THE END.                   *
000377*   10/15/2026  RLJ  RECORD LENGTH 114 - DL100HS NOW CARRIES   *
000378*                    THE REQUESTING DEPARTMENT AT THE END.     *
000380*                                                               *
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000740*
000750 FD  ARCHIVE-FILE
000760     RECORDING MODE IS F.
000770 01  ARCHIVE-RECORD              PIC X(114).
000780*
000790 FD  NEW-HISTORY-FILE
000800     RECORDING MODE IS F.
000810 01  NEW-HISTORY-RECORD          PIC X(114).
000820*
000830 WORKING-STORAGE SECTION.
000840 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
