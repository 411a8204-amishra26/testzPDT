000524*                   COUNTS ON THE COMMON RUN LOG (JKEMRUNC),
000526*                   AND STOP RC 16 ON AN UNFORCED SAME-DAY
000528*                   RERUN.
000529*  10/15/26   DMP   AUDHIST / AUDNEW WIDENED TO 71 BYTES FOR THE
000530*                   INQUIRY MODE, AUDARCH TO 72.
000531*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.  IBM-370.
000840
000850 FD  AUDHIST
000860     RECORDING MODE IS F.
000870 01  AUDHIST-RECORD                  PIC X(71).
000880
000890 FD  AUDNEW
000900     RECORDING MODE IS F.
000910 01  AUDNEW-RECORD                   PIC X(71).
000920
000930 FD  AUDARCH
000940     RECORDING MODE IS F.
000950 01  AUDARCH-RECORD                  PIC X(72).
000960
000970 FD  HISTARCH
000980     RECORDING MODE IS F.
002330 01  WS-AARC-HEADER.
002340     05  FILLER                      PIC X(01) VALUE 'H'.
002350     05  WAH-RUN-DATE                PIC 9(08).
002360     05  FILLER                      PIC X(63) VALUE SPACES.
002370
002380 01  WS-AARC-DETAIL.
002390     05  FILLER                      PIC X(01) VALUE 'D'.
002400     05  WAD-IMAGE                   PIC X(71).
002410
002420 01  WS-AARC-TRAILER.
002430     05  FILLER                      PIC X(01) VALUE 'T'.
002440     05  WAT-RECORD-COUNT            PIC 9(09).
002450     05  FILLER                      PIC X(62) VALUE SPACES.
002460
002470*****************************************************************
002480*  PRINT LINE LAYOUTS                                           *
