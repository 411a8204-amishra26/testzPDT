000370*  DATE       BY    DESCRIPTION
000380*  ---------  ----  ------------------------------------------
000390*  09/02/26   DMP   ORIGINAL PROGRAM.
000392*  10/15/26   DMP   AUDHIST RECORD WIDENED TO 71 BYTES FOR THE
000394*                   INQUIRY MODE.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000550 FILE SECTION.
000560 FD  AUDHIST
000570     RECORDING MODE IS F.
000580 01  AUDHIST-RECORD                  PIC X(71).
000590
000600 FD  GAPRPT
000610     RECORDING MODE IS F.
