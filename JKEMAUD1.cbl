000391*                   AND STOP RC 16 ON AN UNFORCED SAME-DAY
000392*                   RERUN - RUN TWICE, THIS JOB APPENDS EVERY
000393*                   INQUIRY TO AUDHIST TWICE.
000394*  10/15/26   DMP   CARRY THE INQUIRY MODE ONTO AUDHIST - QUEUE
000395*                   AND HISTORY RECORDS GO FROM 70 TO 71 BYTES.
000396*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-370.
000570 FILE SECTION.
000580 FD  AUDTIN
000590     RECORDING MODE IS F.
000600 01  AUDTIN-RECORD                   PIC X(71).
000610
000620 FD  AUDHIST
000630     RECORDING MODE IS F.
000640 01  AUDHIST-RECORD                  PIC X(71).
000650
000660 FD  AUDRPT
000670     RECORDING MODE IS F.
003280     MOVE AUD-HIT-COUNT      TO AUDH-HIT-COUNT.
003290     MOVE AUD-SQLCODE        TO AUDH-SQLCODE.
003300     MOVE AUD-SQLMESSAGE     TO AUDH-SQLMESSAGE.
003305     MOVE AUD-INQMODE        TO AUDH-INQMODE.
003310
003320     WRITE AUDHIST-RECORD FROM AUDIT-HISTORY-RECORD.
003330
