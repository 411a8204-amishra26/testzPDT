000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    JKEMREST.
000120 AUTHOR.        D M PELLETIER.
000130 INSTALLATION.  MORTGAGE SERVICES DIVISION.
000140 DATE-WRITTEN.  OCTOBER 2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*   PROGRAM  : JKEMREST                                         *
000190*   PURPOSE  : RESTORE JKEMORT.MORTGAGE TO THE STATE CAPTURED   *
000200*              IN A CHOSEN NIGHT'S MORTEXT EXTRACT (JKEMRPT1),  *
000210*              TO BACK OUT A BAD RATE SHEET OR A RUN OF BAD     *
000220*              JKEMMAIN CHANGES.  THE EXTRACT MUST CARRY ITS    *
000230*              HEADER AND BALANCE TO ITS TRAILER COUNT.  EVERY  *
000240*              PRODUCT ON THE EXTRACT BUT NOT ON FILE IS AN     *
000250*              ADD, EVERY ONE WHOSE TERMS DIFFER IS A CHANGE,   *
000260*              AND EVERY PRODUCT ON FILE BUT NOT ON THE EXTRACT *
000270*              IS A DELETE.  REPORT-ONLY MODE (THE DEFAULT)     *
000280*              PRINTS THE DIFFERENCES AND CHANGES NOTHING.      *
000290*              APPLY MODE MAKES THEM IN ONE UNIT OF WORK, EACH  *
000300*              WITH A MORTHIST ROW TAGGED AS A RESTORE, SO      *
000310*              EITHER THE WHOLE BOOK COMES BACK OR NONE OF IT.  *
000320*   INPUT    : CARDIN   - PARAMETER CARD, COLS 1-5 'APPLY' FOR  *
000330*                         APPLY MODE, COLS 11-18 THE EXPECTED   *
000340*                         EXTRACT DATE CCYYMMDD (OPTIONAL)      *
000350*              MORTEXT  - THE CHOSEN NIGHT'S RATE BOOK EXTRACT  *
000360*              JKEMORT.MORTGAGE                                 *
000370*   OUTPUT   : RESTRPT  - PRINTED RESTORE DIFFERENCE REPORT     *
000380*              JKEMORT.MORTGAGE, JKEMORT.LENDER (APPLY MODE)    *
000390*              JKEMORT.MORTHIST - RESTORE HISTORY (APPLY MODE)  *
000400*   RETURN   : 0 GOOD, 8 EXTRACT REFUSED - NOTHING APPLIED,     *
000410*              12 SQL OR FILE FAILURE, 16 DUPLICATE RUN         *
000420*                                                               *
000430*****************************************************************
000440*
000450*  MODIFICATION HISTORY
000460*  --------------------
000470*  DATE       BY    DESCRIPTION
000480*  ---------  ----  ------------------------------------------
000490*  10/15/26   DMP   ORIGINAL PROGRAM.
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.  IBM-370.
000540 OBJECT-COMPUTER.  IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CARDIN    ASSIGN TO CARDIN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CARDIN-STATUS.
000600     SELECT MORTEXT   ASSIGN TO MORTEXT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-MORTEXT-STATUS.
000630     SELECT RESTRPT   ASSIGN TO RESTRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RESTRPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CARDIN
000700     RECORDING MODE IS F.
000710 01  CARDIN-RECORD                   PIC X(80).
000720
000730 FD  MORTEXT
000740     RECORDING MODE IS F.
000750 01  MORTEXT-RECORD                  PIC X(120).
000760
000770 FD  RESTRPT
000780     RECORDING MODE IS F.
000790 01  RESTRPT-RECORD.
000800     05  RR-CTL                      PIC X(01).
000810     05  RR-DATA                     PIC X(132).
000820
000830 WORKING-STORAGE SECTION.
000840*
000850 01  WS-SWITCHES.
000860     05  WS-APPLY-SW                 PIC X(01) VALUE 'N'.
000870         88  WS-APPLY-MODE                     VALUE 'Y'.
000880     05  WS-STOP-SW                  PIC X(01) VALUE 'N'.
000890         88  WS-STOP-RUN                       VALUE 'Y'.
000900     05  WS-EXT-EOF-SW               PIC X(01) VALUE 'N'.
000910         88  WS-EXT-EOF-YES                    VALUE 'Y'.
000920     05  WS-BOOK-EOF-SW              PIC X(01) VALUE 'N'.
000930         88  WS-BOOK-EOF-YES                   VALUE 'Y'.
000940     05  WS-HEADER-SW                PIC X(01) VALUE 'N'.
000950         88  WS-HEADER-SEEN                    VALUE 'Y'.
000960     05  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
000970         88  WS-TRAILER-SEEN                   VALUE 'Y'.
000980     05  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
000990         88  WS-ENTRY-FOUND                    VALUE 'Y'.
001000     05  WS-CARDIN-STATUS            PIC X(02) VALUE '00'.
001010         88  WS-CARDIN-OK                      VALUE '00' '97'.
001020     05  WS-MORTEXT-STATUS           PIC X(02) VALUE '00'.
001030         88  WS-MORTEXT-OK                     VALUE '00' '97'.
001040     05  WS-RESTRPT-STATUS           PIC X(02) VALUE '00'.
001050         88  WS-RESTRPT-OK                     VALUE '00' '97'.
001060
001070 01  WS-COUNTERS.
001080     05  WS-EXT-READ                 PIC S9(9) COMP-3 VALUE ZERO.
001090     05  WS-EXT-BAD                  PIC S9(7) COMP-3 VALUE ZERO.
001100     05  WS-TRAILER-COUNT            PIC S9(9) COMP-3 VALUE ZERO.
001110     05  WS-BOOK-COUNT               PIC S9(9) COMP-3 VALUE ZERO.
001120     05  WS-SAME-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
001130     05  WS-ADD-COUNT                PIC S9(7) COMP-3 VALUE ZERO.
001140     05  WS-CHG-COUNT                PIC S9(7) COMP-3 VALUE ZERO.
001150     05  WS-DEL-COUNT                PIC S9(7) COMP-3 VALUE ZERO.
001160     05  WS-APPLIED-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
001170     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
001180     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
001190     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
001200
001210*****************************************************************
001220*  PARAMETER CARD - MODE IN COLS 1-5, EXPECTED EXTRACT DATE IN  *
001230*  COLS 11-18.  NO CARD, OR ANYTHING BUT 'APPLY', IS REPORT     *
001240*  ONLY; A DATE THAT DOES NOT MATCH THE EXTRACT HEADER REFUSES  *
001250*  THE RUN SO THE WRONG NIGHT CANNOT BE RESTORED BY MISTAKE.    *
001260*****************************************************************
001270 01  WS-PARAMETERS.
001280     05  WS-CARD-AREA.
001290         10  WS-CARD-MODE            PIC X(05).
001300             88  WS-CARD-APPLY                 VALUE 'APPLY'.
001310         10  FILLER                  PIC X(05).
001320         10  WS-CARD-DATE            PIC X(08).
001330         10  FILLER                  PIC X(62).
001340     05  WS-CARD-NUM REDEFINES WS-CARD-AREA.
001350         10  FILLER                  PIC X(10).
001360         10  WS-CARD-DATE-9          PIC 9(08).
001370         10  FILLER                  PIC X(62).
001380     05  WS-WANT-DATE                PIC 9(08) VALUE ZERO.
001390     05  WS-EXT-RUN-DATE             PIC 9(08) VALUE ZERO.
001400     05  WS-JOBNAME                  PIC X(08) VALUE 'JKEMRESR'.
001410
001420*****************************************************************
001430*  HISTORY STAMP - THE EIBDATE FORM 0CYYDDD AND 0HHMMSS THE     *
001440*  ON-LINE MORTHIST ROWS CARRY                                  *
001450*****************************************************************
001460 01  WS-HIST-STAMP.
001470     05  WS-TODAY-JUL                PIC 9(07) VALUE ZERO.
001480     05  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
001490
001500*****************************************************************
001510*  MORTEXT RECORD LAYOUTS - 120 BYTE FIXED RECORDS AS JKEMRPT1  *
001520*  WRITES THEM                                                  *
001530*****************************************************************
001540 01  WS-MORTEXT-RECORD.
001550     05  WS-MX-TYPE                  PIC X(01).
001560         88  WS-MX-HEADER-REC                  VALUE 'H'.
001570         88  WS-MX-DETAIL-REC                  VALUE 'D'.
001580         88  WS-MX-TRAILER-REC                 VALUE 'T'.
001590     05  FILLER                      PIC X(119).
001600
001610 01  WS-MX-HEADER REDEFINES WS-MORTEXT-RECORD.
001620     05  FILLER                      PIC X(01).
001630     05  WMH-RUN-DATE                PIC 9(08).
001640     05  FILLER                      PIC X(111).
001650
001660 01  WS-MX-DETAIL REDEFINES WS-MORTEXT-RECORD.
001670     05  FILLER                      PIC X(01).
001680     05  WMD-COMPANY                 PIC X(24).
001690     05  WMD-PHONE                   PIC X(13).
001700     05  WMD-RATE                    PIC 9(03)V9(03).
001710     05  WMD-LOAN                    PIC 9(09)V99.
001720     05  WMD-YEARS                   PIC 9(04).
001730     05  WMD-LOANTYPE                PIC X(02).
001740     05  WMD-ARMFIXEDYRS             PIC 9(04).
001750     05  WMD-ARMMARGIN               PIC 9(02)V9(03).
001760     05  WMD-ARMPERCAP               PIC 9(02)V9(03).
001770     05  WMD-ARMLIFECAP              PIC 9(02)V9(03).
001780     05  WMD-POINTS                  PIC 9(02)V9(03).
001790     05  WMD-CLOSECOST               PIC 9(07)V99.
001800     05  WMD-APR                     PIC 9(02)V9(03).
001810     05  WMD-LASTUPDT                PIC X(10).
001820     05  WMD-PAYMENT                 PIC 9(07)V99.
001830     05  FILLER                      PIC X(02).
001840
001850 01  WS-MX-TRAILER REDEFINES WS-MORTEXT-RECORD.
001860     05  FILLER                      PIC X(01).
001870     05  WMT-RECORD-COUNT            PIC 9(09).
001880     05  FILLER                      PIC X(110).
001890
001900*****************************************************************
001910*  THE EXTRACT, HELD WHOLE SO THE BOOK CAN BE MATCHED AGAINST   *
001920*  IT IN ONE CURSOR PASS.  MATCHED ENTRIES ARE FLAGGED; THOSE   *
001930*  LEFT UNMATCHED ARE THE ADDS.  AN EXTRACT PAST THE TABLE      *
001940*  LIMIT IS REFUSED RATHER THAN HALF-RESTORED.                  *
001950*****************************************************************
001960 01  WS-EXT-TABLE.
001970     05  WS-EXT-USED                 PIC S9(4) COMP VALUE ZERO.
001980     05  WS-EXT-MAX                  PIC S9(4) COMP VALUE 5000.
001990     05  WS-EXT-OVERFLOW             PIC S9(7) COMP-3 VALUE ZERO.
002000     05  WS-EXT-ENTRY OCCURS 5000 TIMES.
002010         10  WS-EXT-COMPANY          PIC X(24).
002020         10  WS-EXT-PHONE            PIC X(13).
002030         10  WS-EXT-RATE             PIC S9(3)V9(3) COMP-3.
002040         10  WS-EXT-LOAN             PIC S9(9)V99   COMP-3.
002050         10  WS-EXT-YEARS            PIC S9(4)      COMP-3.
002060         10  WS-EXT-LOANTYPE         PIC X(02).
002070         10  WS-EXT-ARMFIXEDYRS      PIC S9(4)      COMP-3.
002080         10  WS-EXT-ARMMARGIN        PIC S9(2)V9(3) COMP-3.
002090         10  WS-EXT-ARMPERCAP        PIC S9(2)V9(3) COMP-3.
002100         10  WS-EXT-ARMLIFECAP       PIC S9(2)V9(3) COMP-3.
002110         10  WS-EXT-POINTS           PIC S9(2)V9(3) COMP-3.
002120         10  WS-EXT-CLOSECOST        PIC S9(7)V99   COMP-3.
002130         10  WS-EXT-APR              PIC S9(2)V9(3) COMP-3.
002140         10  WS-EXT-LASTUPDT         PIC X(10).
002150         10  WS-EXT-MATCHED          PIC X(01).
002160
002170*****************************************************************
002180*  THE DIFFERENCES, QUEUED BEFORE ANYTHING IS TOUCHED SO THE    *
002190*  BOOK CURSOR IS NEVER READING ROWS THIS JOB IS CHANGING.      *
002200*  CHANGES AND DELETES KEEP THE BEFORE IMAGE FOR THE REPORT     *
002210*  AND THE HISTORY ROW; ADDS AND CHANGES POINT AT THE EXTRACT.  *
002220*****************************************************************
002230 01  WS-ACT-TABLE.
002240     05  WS-ACT-USED                 PIC S9(4) COMP VALUE ZERO.
002250     05  WS-ACT-MAX                  PIC S9(4) COMP VALUE 5000.
002260     05  WS-ACT-OVERFLOW             PIC S9(7) COMP-3 VALUE ZERO.
002270     05  WS-ACT-ENTRY OCCURS 5000 TIMES.
002280         10  WS-ACT-CODE             PIC X(01).
002290             88  WS-ACT-ADD                    VALUE 'A'.
002300             88  WS-ACT-CHANGE                 VALUE 'C'.
002310             88  WS-ACT-DELETE                 VALUE 'D'.
002320         10  WS-ACT-EXT-SUB          PIC S9(4)      COMP.
002330         10  WS-ACT-COMPANY          PIC X(24).
002340         10  WS-ACT-YEARS            PIC S9(4)      COMP-3.
002350         10  WS-ACT-LOANTYPE         PIC X(02).
002360         10  WS-ACT-OLD-RATE         PIC S9(3)V9(3) COMP-3.
002370         10  WS-ACT-OLD-LOAN         PIC S9(9)V99   COMP-3.
002380         10  WS-ACT-OLD-ARMFIXEDYRS  PIC S9(4)      COMP-3.
002390         10  WS-ACT-OLD-ARMMARGIN    PIC S9(2)V9(3) COMP-3.
002400         10  WS-ACT-OLD-ARMPERCAP    PIC S9(2)V9(3) COMP-3.
002410         10  WS-ACT-OLD-ARMLIFECAP   PIC S9(2)V9(3) COMP-3.
002420         10  WS-ACT-OLD-POINTS       PIC S9(2)V9(3) COMP-3.
002430         10  WS-ACT-OLD-CLOSECOST    PIC S9(7)V99   COMP-3.
002440         10  WS-ACT-OLD-APR          PIC S9(2)V9(3) COMP-3.
002450
002460 01  WS-SUBSCRIPTS.
002470     05  WS-EXT-SUB                  PIC S9(4) COMP VALUE ZERO.
002480     05  WS-MATCH-SUB                PIC S9(4) COMP VALUE ZERO.
002490     05  WS-ACT-SUB                  PIC S9(4) COMP VALUE ZERO.
002500     05  WS-QUEUE-CODE               PIC X(01) VALUE SPACE.
002510
002520     COPY MORTGAGE.
002530
002540     COPY LENDER.
002550
002560     COPY MORTHIST.
002570
002580     COPY JKRUNLOG.
002590
002600     EXEC SQL INCLUDE SQLCA END-EXEC.
002610
002620* THE WHOLE RATE BOOK AS IT STANDS NOW
002630     EXEC SQL
002640     DECLARE BCURSOR CURSOR FOR
002650         SELECT COMPANY, RATE, LOAN, YEARS, LOANTYPE,
002660                ARMFIXEDYRS, ARMMARGIN, ARMPERCAP, ARMLIFECAP,
002670                POINTS, CLOSECOST, APR
002680             FROM JKEMORT.MORTGAGE
002690             ORDER BY COMPANY ASC, YEARS ASC, LOANTYPE ASC
002700     END-EXEC.
002710
002720*****************************************************************
002730*  PRINT LINE LAYOUTS                                           *
002740*****************************************************************
002750 01  WS-HEADING-1.
002760     05  FILLER                      PIC X(01) VALUE SPACE.
002770     05  FILLER                      PIC X(20) VALUE
002780         'JKEMREST'.
002790     05  FILLER                      PIC X(34) VALUE
002800         'RATE BOOK RESTORE FROM MORTEXT'.
002810     05  FILLER                      PIC X(12) VALUE
002820         'EXTRACT OF'.
002830     05  WH1-EXT-DATE                PIC 9(08).
002840     05  FILLER                      PIC X(04) VALUE SPACES.
002850     05  WH1-MODE                    PIC X(24).
002860     05  FILLER                      PIC X(04) VALUE SPACES.
002870     05  FILLER                      PIC X(06) VALUE
002880         'PAGE'.
002890     05  WH1-PAGE                    PIC ZZZ9.
002900     05  FILLER                      PIC X(16) VALUE SPACES.
002910
002920 01  WS-COLUMN-HEADING.
002930     05  FILLER                      PIC X(01) VALUE SPACE.
002940     05  FILLER                      PIC X(08) VALUE
002950         'ACTION'.
002960     05  FILLER                      PIC X(25) VALUE
002970         'COMPANY'.
002980     05  FILLER                      PIC X(04) VALUE
002990         'TY'.
003000     05  FILLER                      PIC X(06) VALUE
003010         'YEARS'.
003020     05  FILLER                      PIC X(17) VALUE
003030         'RATE WAS/NOW'.
003040     05  FILLER                      PIC X(15) VALUE
003050         'POINTS WAS/NOW'.
003060     05  FILLER                      PIC X(27) VALUE
003070         'CLOSING COST WAS/NOW'.
003080     05  FILLER                      PIC X(13) VALUE
003090         'APR WAS/NOW'.
003100     05  FILLER                      PIC X(17) VALUE SPACES.
003110
003120 01  WS-DETAIL-LINE.
003130     05  FILLER                      PIC X(01) VALUE SPACE.
003140     05  WD-ACTION                   PIC X(06).
003150     05  FILLER                      PIC X(02) VALUE SPACES.
003160     05  WD-COMPANY                  PIC X(24).
003170     05  FILLER                      PIC X(01) VALUE SPACE.
003180     05  WD-LOANTYPE                 PIC X(02).
003190     05  FILLER                      PIC X(02) VALUE SPACES.
003200     05  WD-YEARS                    PIC ZZZ9.
003210     05  FILLER                      PIC X(02) VALUE SPACES.
003220     05  WD-OLD-RATE                 PIC ZZ9.999 BLANK WHEN ZERO.
003230     05  FILLER                      PIC X(01) VALUE SPACE.
003240     05  WD-NEW-RATE                 PIC ZZ9.999 BLANK WHEN ZERO.
003250     05  FILLER                      PIC X(02) VALUE SPACES.
003260     05  WD-OLD-POINTS               PIC Z9.999 BLANK WHEN ZERO.
003270     05  FILLER                      PIC X(01) VALUE SPACE.
003280     05  WD-NEW-POINTS               PIC Z9.999 BLANK WHEN ZERO.
003290     05  FILLER                      PIC X(02) VALUE SPACES.
003300     05  WD-OLD-CLOSECOST            PIC Z,ZZZ,ZZ9.99
003310                                     BLANK WHEN ZERO.
003320     05  FILLER                      PIC X(01) VALUE SPACE.
003330     05  WD-NEW-CLOSECOST            PIC Z,ZZZ,ZZ9.99
003340                                     BLANK WHEN ZERO.
003350     05  FILLER                      PIC X(02) VALUE SPACES.
003360     05  WD-OLD-APR                  PIC Z9.999 BLANK WHEN ZERO.
003370     05  FILLER                      PIC X(01) VALUE SPACE.
003380     05  WD-NEW-APR                  PIC Z9.999 BLANK WHEN ZERO.
003390     05  FILLER                      PIC X(17) VALUE SPACES.
003400
003410 01  WS-FATAL-LINE.
003420     05  FILLER                      PIC X(01) VALUE SPACE.
003430     05  FILLER                      PIC X(26) VALUE
003440         'RESTORE STOPPED - SQLCODE'.
003450     05  WFL-SQLCODE                 PIC -(9)9.
003460     05  FILLER                      PIC X(96) VALUE SPACES.
003470
003480 01  WS-MESSAGE-LINE.
003490     05  FILLER                      PIC X(01) VALUE SPACE.
003500     05  WM-TEXT                     PIC X(60).
003510     05  FILLER                      PIC X(72) VALUE SPACES.
003520
003530 01  WS-TOTAL-LINE.
003540     05  FILLER                      PIC X(01) VALUE SPACE.
003550     05  WTL-LABEL                   PIC X(30).
003560     05  WTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
003570     05  FILLER                      PIC X(91) VALUE SPACES.
003580
003590 PROCEDURE DIVISION.
003600
003610 0000-MAINLINE.
003620
003630     PERFORM 1100-READ-PARAMETER
003640         THRU 1100-EXIT.
003650
003660     PERFORM 0100-LOG-RUN-START
003670         THRU 0100-EXIT.
003680
003690     IF RUN-DUPLICATE
003700         GO TO 9999-EXIT
003710     END-IF.
003720
003730     PERFORM 1000-INITIALIZE
003740         THRU 1000-EXIT.
003750
003760     PERFORM 2000-LOAD-EXTRACT
003770         THRU 2000-EXIT.
003780
003790     IF NOT WS-STOP-RUN
003800         PERFORM 2500-COMPARE-BOOK
003810             THRU 2500-EXIT
003820     END-IF.
003830
003840     IF NOT WS-STOP-RUN
003850         PERFORM 2700-PROCESS-ACTIONS
003860             THRU 2700-EXIT
003870     END-IF.
003880
003890     PERFORM 5000-TERMINATE
003900         THRU 5000-EXIT.
003910
003920     PERFORM 0200-LOG-RUN-END
003930         THRU 0200-EXIT.
003940
003950     GO TO 9999-EXIT.
003960
003970 0000-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010*  0100-LOG-RUN-START - RECORD THE RUN ON THE COMMON RUN LOG    *
004020*  AND STOP RC 16 ON AN UNFORCED SAME-DAY RERUN.  THE REPORT-   *
004030*  ONLY RUN LOGS AS JKEMRESR SO IT DOES NOT BLOCK THE SAME      *
004040*  DAY'S APPLY RUN, WHICH LOGS AS JKEMREST.                     *
004050*****************************************************************
004060 0100-LOG-RUN-START.
004070
004080     INITIALIZE RUNLOG-CONTROL.
004090     SET RUN-FUNCTION-START TO TRUE.
004100     MOVE WS-JOBNAME TO RUN-JOBNAME.
004110
004120     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
004130
004140     IF RUN-DUPLICATE
004150         DISPLAY 'JKEMREST - ' WS-JOBNAME
004160             ' ALREADY RAN TODAY, FORCE TO RERUN'
004170         MOVE 16 TO RETURN-CODE
004180     END-IF.
004190
004200 0100-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240*  0200-LOG-RUN-END - RETURN CODE AND KEY COUNTS TO THE LOG     *
004250*****************************************************************
004260 0200-LOG-RUN-END.
004270
004280     SET RUN-FUNCTION-END TO TRUE.
004290     MOVE RETURN-CODE TO RUN-RETCODE.
004300     MOVE WS-EXT-READ TO RUN-READ-COUNT.
004310     MOVE WS-APPLIED-COUNT TO RUN-WRITE-COUNT.
004320     MOVE WS-EXT-BAD TO RUN-REJECT-COUNT.
004330
004340     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
004350
004360 0200-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*  1000-INITIALIZE - OPEN FILES, STAMP THE MODE ON THE HEADING  *
004410*****************************************************************
004420 1000-INITIALIZE.
004430
004440     OPEN OUTPUT RESTRPT.
004450
004460     IF NOT WS-RESTRPT-OK
004470         DISPLAY 'JKEMREST - ERROR OPENING RESTRPT STATUS = '
004480             WS-RESTRPT-STATUS
004490         MOVE 12 TO RETURN-CODE
004500         GO TO 9999-EXIT
004510     END-IF.
004520
004530     OPEN INPUT MORTEXT.
004540
004550     IF NOT WS-MORTEXT-OK
004560         DISPLAY 'JKEMREST - ERROR OPENING MORTEXT STATUS = '
004570             WS-MORTEXT-STATUS
004580         CLOSE RESTRPT
004590         MOVE 12 TO RETURN-CODE
004600         GO TO 9999-EXIT
004610     END-IF.
004620
004630     ACCEPT WS-TODAY-JUL FROM DAY YYYYDDD.
004640
004650     IF WS-APPLY-MODE
004660         MOVE 'APPLY - BOOK RESTORED'    TO WH1-MODE
004670     ELSE
004680         MOVE 'REPORT ONLY - NO CHANGES' TO WH1-MODE
004690     END-IF.
004700
004710 1000-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750*  1100-READ-PARAMETER - MODE AND EXPECTED EXTRACT DATE.  NO    *
004760*  CARD, OR AN UNREADABLE DATE, RUNS REPORT ONLY.               *
004770*****************************************************************
004780 1100-READ-PARAMETER.
004790
004800     OPEN INPUT CARDIN.
004810
004820     IF NOT WS-CARDIN-OK
004830         DISPLAY 'JKEMREST - NO PARAMETER CARD, REPORT ONLY'
004840         GO TO 1100-EXIT
004850     END-IF.
004860
004870     READ CARDIN INTO WS-CARD-AREA
004880         AT END
004890             MOVE SPACES TO WS-CARD-AREA
004900     END-READ.
004910
004920     CLOSE CARDIN.
004930
004940     IF WS-CARD-DATE NOT = SPACES
004950         IF WS-CARD-DATE-9 NUMERIC
004960             MOVE WS-CARD-DATE-9 TO WS-WANT-DATE
004970         ELSE
004980             DISPLAY 'JKEMREST - BAD EXTRACT DATE, REPORT ONLY'
004990             GO TO 1100-EXIT
005000         END-IF
005010     END-IF.
005020
005030     IF WS-CARD-APPLY
005040         SET WS-APPLY-MODE TO TRUE
005050         MOVE 'JKEMREST' TO WS-JOBNAME
005060     END-IF.
005070
005080 1100-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*  2000-LOAD-EXTRACT - READ THE EXTRACT INTO THE TABLE AND      *
005130*  PROVE IT WHOLE BEFORE ANYTHING IS COMPARED OR CHANGED        *
005140*****************************************************************
005150 2000-LOAD-EXTRACT.
005160
005170     PERFORM 2100-READ-EXTRACT
005180         THRU 2100-EXIT
005190         UNTIL WS-EXT-EOF-YES.
005200
005210     IF WS-STOP-RUN
005220         GO TO 2000-EXIT
005230     END-IF.
005240
005250     IF NOT WS-HEADER-SEEN
005260         MOVE 'NO HEADER RECORD ON EXTRACT' TO WM-TEXT
005270         GO TO 2000-REFUSED
005280     END-IF.
005290
005300     IF NOT WS-TRAILER-SEEN
005310         MOVE 'NO TRAILER RECORD ON EXTRACT' TO WM-TEXT
005320         GO TO 2000-REFUSED
005330     END-IF.
005340
005350     IF WS-EXT-READ NOT = WS-TRAILER-COUNT
005360         MOVE 'OUT OF BALANCE - DETAILS NOT = TRAILER COUNT'
005370                                         TO WM-TEXT
005380         GO TO 2000-REFUSED
005390     END-IF.
005400
005410     IF WS-WANT-DATE NOT = ZERO
005420        AND WS-WANT-DATE NOT = WS-EXT-RUN-DATE
005430         MOVE 'EXTRACT IS NOT THE NIGHT NAMED ON THE CARD'
005440                                         TO WM-TEXT
005450         GO TO 2000-REFUSED
005460     END-IF.
005470
005480     IF WS-EXT-BAD > ZERO
005490         MOVE 'UNREADABLE DETAIL RECORDS ON EXTRACT' TO WM-TEXT
005500         GO TO 2000-REFUSED
005510     END-IF.
005520
005530     IF WS-EXT-OVERFLOW > ZERO
005540         MOVE 'EXTRACT TOO LARGE FOR THE BOOK TABLE' TO WM-TEXT
005550         GO TO 2000-REFUSED
005560     END-IF.
005570
005580     MOVE 'EXTRACT IN BALANCE WITH TRAILER' TO WM-TEXT.
005590     PERFORM 3100-PRINT-MESSAGE
005600         THRU 3100-EXIT.
005610     GO TO 2000-EXIT.
005620
005630 2000-REFUSED.
005640
005650     PERFORM 3100-PRINT-MESSAGE
005660         THRU 3100-EXIT.
005670     MOVE 'RESTORE REFUSED - NOTHING APPLIED' TO WM-TEXT.
005680     PERFORM 3100-PRINT-MESSAGE
005690         THRU 3100-EXIT.
005700     MOVE 8 TO RETURN-CODE.
005710     SET WS-STOP-RUN TO TRUE.
005720
005730 2000-EXIT.
005740     EXIT.
005750
005760*****************************************************************
005770*  2100-READ-EXTRACT - ONE EXTRACT RECORD                       *
005780*****************************************************************
005790 2100-READ-EXTRACT.
005800
005810     READ MORTEXT INTO WS-MORTEXT-RECORD
005820         AT END
005830             MOVE 'Y' TO WS-EXT-EOF-SW
005840             GO TO 2100-EXIT
005850     END-READ.
005860
005870     IF NOT WS-MORTEXT-OK
005880         DISPLAY 'JKEMREST - ERROR READING MORTEXT STATUS = '
005890             WS-MORTEXT-STATUS
005900         MOVE 12 TO RETURN-CODE
005910         MOVE 'Y' TO WS-EXT-EOF-SW
005920         SET WS-STOP-RUN TO TRUE
005930         GO TO 2100-EXIT
005940     END-IF.
005950
005960     EVALUATE TRUE
005970         WHEN WS-MX-HEADER-REC
005980             SET WS-HEADER-SEEN TO TRUE
005990             MOVE WMH-RUN-DATE TO WS-EXT-RUN-DATE
006000             MOVE WMH-RUN-DATE TO WH1-EXT-DATE
006010         WHEN WS-MX-TRAILER-REC
006020             SET WS-TRAILER-SEEN TO TRUE
006030             MOVE WMT-RECORD-COUNT TO WS-TRAILER-COUNT
006040         WHEN WS-MX-DETAIL-REC
006050             ADD 1 TO WS-EXT-READ
006060             PERFORM 2200-STORE-DETAIL
006070                 THRU 2200-EXIT
006080         WHEN OTHER
006090             ADD 1 TO WS-EXT-BAD
006100     END-EVALUATE.
006110
006120 2100-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160*  2200-STORE-DETAIL - ONE EXTRACT PRODUCT INTO THE TABLE       *
006170*****************************************************************
006180 2200-STORE-DETAIL.
006190
006200     IF WMD-COMPANY = SPACES
006210        OR WMD-RATE NOT NUMERIC
006220        OR WMD-LOAN NOT NUMERIC
006230        OR WMD-YEARS NOT NUMERIC
006240        OR WMD-ARMFIXEDYRS NOT NUMERIC
006250        OR WMD-ARMMARGIN NOT NUMERIC
006260        OR WMD-ARMPERCAP NOT NUMERIC
006270        OR WMD-ARMLIFECAP NOT NUMERIC
006280        OR WMD-POINTS NOT NUMERIC
006290        OR WMD-CLOSECOST NOT NUMERIC
006300        OR WMD-APR NOT NUMERIC
006310         ADD 1 TO WS-EXT-BAD
006320         GO TO 2200-EXIT
006330     END-IF.
006340
006350     IF WS-EXT-USED >= WS-EXT-MAX
006360         ADD 1 TO WS-EXT-OVERFLOW
006370         GO TO 2200-EXIT
006380     END-IF.
006390
006400     ADD 1 TO WS-EXT-USED.
006410     MOVE WMD-COMPANY     TO WS-EXT-COMPANY (WS-EXT-USED).
006420     MOVE WMD-PHONE       TO WS-EXT-PHONE (WS-EXT-USED).
006430     MOVE WMD-RATE        TO WS-EXT-RATE (WS-EXT-USED).
006440     MOVE WMD-LOAN        TO WS-EXT-LOAN (WS-EXT-USED).
006450     MOVE WMD-YEARS       TO WS-EXT-YEARS (WS-EXT-USED).
006460     MOVE WMD-LOANTYPE    TO WS-EXT-LOANTYPE (WS-EXT-USED).
006470     MOVE WMD-ARMFIXEDYRS TO WS-EXT-ARMFIXEDYRS (WS-EXT-USED).
006480     MOVE WMD-ARMMARGIN   TO WS-EXT-ARMMARGIN (WS-EXT-USED).
006490     MOVE WMD-ARMPERCAP   TO WS-EXT-ARMPERCAP (WS-EXT-USED).
006500     MOVE WMD-ARMLIFECAP  TO WS-EXT-ARMLIFECAP (WS-EXT-USED).
006510     MOVE WMD-POINTS      TO WS-EXT-POINTS (WS-EXT-USED).
006520     MOVE WMD-CLOSECOST   TO WS-EXT-CLOSECOST (WS-EXT-USED).
006530     MOVE WMD-APR         TO WS-EXT-APR (WS-EXT-USED).
006540     MOVE WMD-LASTUPDT    TO WS-EXT-LASTUPDT (WS-EXT-USED).
006550     MOVE 'N'             TO WS-EXT-MATCHED (WS-EXT-USED).
006560
006570 2200-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*  2500-COMPARE-BOOK - MATCH EVERY PRODUCT ON FILE TO THE       *
006620*  EXTRACT, QUEUE THE CHANGES AND DELETES, THEN QUEUE THE ADDS  *
006630*  FOR WHATEVER ON THE EXTRACT WAS NEVER MATCHED                *
006640*****************************************************************
006650 2500-COMPARE-BOOK.
006660
006670     EXEC SQL OPEN BCURSOR END-EXEC.
006680
006690     IF SQLCODE NOT = 0
006700         PERFORM 4600-SQL-FATAL
006710             THRU 4600-EXIT
006720         GO TO 2500-EXIT
006730     END-IF.
006740
006750     PERFORM 2550-FETCH-BOOK
006760         THRU 2550-EXIT
006770         UNTIL WS-BOOK-EOF-YES.
006780
006790     IF WS-STOP-RUN
006800         GO TO 2500-EXIT
006810     END-IF.
006820
006830     EXEC SQL CLOSE BCURSOR END-EXEC.
006840
006850     PERFORM 2600-QUEUE-ADD
006860         THRU 2600-EXIT
006870         VARYING WS-EXT-SUB FROM 1 BY 1
006880         UNTIL WS-EXT-SUB > WS-EXT-USED.
006890
006900     IF WS-ACT-OVERFLOW > ZERO
006910         MOVE 'TOO MANY DIFFERENCES FOR THE ACTION TABLE'
006920                                         TO WM-TEXT
006930         PERFORM 3100-PRINT-MESSAGE
006940             THRU 3100-EXIT
006950         MOVE 'RESTORE REFUSED - NOTHING APPLIED' TO WM-TEXT
006960         PERFORM 3100-PRINT-MESSAGE
006970             THRU 3100-EXIT
006980         MOVE 8 TO RETURN-CODE
006990         SET WS-STOP-RUN TO TRUE
007000     END-IF.
007010
007020 2500-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060*  2550-FETCH-BOOK - ONE PRODUCT ON FILE AGAINST THE EXTRACT    *
007070*****************************************************************
007080 2550-FETCH-BOOK.
007090
007100     EXEC SQL FETCH BCURSOR
007110          INTO :COMPANY,
007120               :RATE,
007130               :LOAN,
007140               :YEARS,
007150               :LOANTYPE,
007160               :ARMFIXEDYRS,
007170               :ARMMARGIN,
007180               :ARMPERCAP,
007190               :ARMLIFECAP,
007200               :POINTS,
007210               :CLOSECOST,
007220               :APR
007230     END-EXEC.
007240
007250     IF SQLCODE = 100
007260         MOVE 'Y' TO WS-BOOK-EOF-SW
007270         GO TO 2550-EXIT
007280     END-IF.
007290
007300     IF SQLCODE NOT = 0
007310         MOVE 'Y' TO WS-BOOK-EOF-SW
007320         PERFORM 4600-SQL-FATAL
007330             THRU 4600-EXIT
007340         GO TO 2550-EXIT
007350     END-IF.
007360
007370     ADD 1 TO WS-BOOK-COUNT.
007380
007390     MOVE 'N' TO WS-FOUND-SW.
007400
007410     PERFORM 2560-MATCH-EXTRACT
007420         THRU 2560-EXIT
007430         VARYING WS-EXT-SUB FROM 1 BY 1
007440         UNTIL WS-EXT-SUB > WS-EXT-USED
007450            OR WS-ENTRY-FOUND.
007460
007470     IF NOT WS-ENTRY-FOUND
007480         MOVE 'D' TO WS-QUEUE-CODE
007490         MOVE ZERO TO WS-MATCH-SUB
007500         PERFORM 2650-QUEUE-ACTION
007510             THRU 2650-EXIT
007520         GO TO 2550-EXIT
007530     END-IF.
007540
007550     MOVE 'Y' TO WS-EXT-MATCHED (WS-MATCH-SUB).
007560
007570     IF RATE        = WS-EXT-RATE (WS-MATCH-SUB)
007580        AND LOAN        = WS-EXT-LOAN (WS-MATCH-SUB)
007590        AND ARMFIXEDYRS = WS-EXT-ARMFIXEDYRS (WS-MATCH-SUB)
007600        AND ARMMARGIN   = WS-EXT-ARMMARGIN (WS-MATCH-SUB)
007610        AND ARMPERCAP   = WS-EXT-ARMPERCAP (WS-MATCH-SUB)
007620        AND ARMLIFECAP  = WS-EXT-ARMLIFECAP (WS-MATCH-SUB)
007630        AND POINTS      = WS-EXT-POINTS (WS-MATCH-SUB)
007640        AND CLOSECOST   = WS-EXT-CLOSECOST (WS-MATCH-SUB)
007650        AND APR         = WS-EXT-APR (WS-MATCH-SUB)
007660         ADD 1 TO WS-SAME-COUNT
007670         GO TO 2550-EXIT
007680     END-IF.
007690
007700     MOVE 'C' TO WS-QUEUE-CODE.
007710     PERFORM 2650-QUEUE-ACTION
007720         THRU 2650-EXIT.
007730
007740 2550-EXIT.
007750     EXIT.
007760
007770*****************************************************************
007780*  2560-MATCH-EXTRACT - ONE EXTRACT TABLE COMPARE BY PRODUCT KEY*
007790*****************************************************************
007800 2560-MATCH-EXTRACT.
007810
007820     IF WS-EXT-COMPANY (WS-EXT-SUB) = COMPANY
007830        AND WS-EXT-YEARS (WS-EXT-SUB) = YEARS
007840        AND WS-EXT-LOANTYPE (WS-EXT-SUB) = LOANTYPE
007850         SET WS-ENTRY-FOUND TO TRUE
007860         MOVE WS-EXT-SUB TO WS-MATCH-SUB
007870     END-IF.
007880
007890 2560-EXIT.
007900     EXIT.
007910
007920*****************************************************************
007930*  2600-QUEUE-ADD - AN EXTRACT PRODUCT NO LONGER ON FILE        *
007940*****************************************************************
007950 2600-QUEUE-ADD.
007960
007970     IF WS-EXT-MATCHED (WS-EXT-SUB) = 'Y'
007980         GO TO 2600-EXIT
007990     END-IF.
008000
008010     INITIALIZE MORTGAGE-RECORD.
008020     MOVE WS-EXT-COMPANY (WS-EXT-SUB)  TO COMPANY.
008030     MOVE WS-EXT-YEARS (WS-EXT-SUB)    TO YEARS.
008040     MOVE WS-EXT-LOANTYPE (WS-EXT-SUB) TO LOANTYPE.
008050     MOVE WS-EXT-SUB                   TO WS-MATCH-SUB.
008060     MOVE 'A'                          TO WS-QUEUE-CODE.
008070
008080     PERFORM 2650-QUEUE-ACTION
008090         THRU 2650-EXIT.
008100
008110 2600-EXIT.
008120     EXIT.
008130
008140*****************************************************************
008150*  2650-QUEUE-ACTION - ONE DIFFERENCE ONTO THE ACTION TABLE,    *
008160*  WITH THE PRODUCT AS IT STANDS NOW AS THE BEFORE IMAGE        *
008170*****************************************************************
008180 2650-QUEUE-ACTION.
008190
008200     IF WS-ACT-USED >= WS-ACT-MAX
008210         ADD 1 TO WS-ACT-OVERFLOW
008220         GO TO 2650-EXIT
008230     END-IF.
008240
008250     ADD 1 TO WS-ACT-USED.
008260     MOVE WS-QUEUE-CODE TO WS-ACT-CODE (WS-ACT-USED).
008270     MOVE WS-MATCH-SUB  TO WS-ACT-EXT-SUB (WS-ACT-USED).
008280     MOVE COMPANY       TO WS-ACT-COMPANY (WS-ACT-USED).
008290     MOVE YEARS         TO WS-ACT-YEARS (WS-ACT-USED).
008300     MOVE LOANTYPE      TO WS-ACT-LOANTYPE (WS-ACT-USED).
008310     MOVE RATE          TO WS-ACT-OLD-RATE (WS-ACT-USED).
008320     MOVE LOAN          TO WS-ACT-OLD-LOAN (WS-ACT-USED).
008330     MOVE ARMFIXEDYRS   TO WS-ACT-OLD-ARMFIXEDYRS (WS-ACT-USED).
008340     MOVE ARMMARGIN     TO WS-ACT-OLD-ARMMARGIN (WS-ACT-USED).
008350     MOVE ARMPERCAP     TO WS-ACT-OLD-ARMPERCAP (WS-ACT-USED).
008360     MOVE ARMLIFECAP    TO WS-ACT-OLD-ARMLIFECAP (WS-ACT-USED).
008370     MOVE POINTS        TO WS-ACT-OLD-POINTS (WS-ACT-USED).
008380     MOVE CLOSECOST     TO WS-ACT-OLD-CLOSECOST (WS-ACT-USED).
008390     MOVE APR           TO WS-ACT-OLD-APR (WS-ACT-USED).
008400
008410 2650-EXIT.
008420     EXIT.
008430
008440*****************************************************************
008450*  2700-PROCESS-ACTIONS - PRINT EVERY DIFFERENCE AND, IN APPLY  *
008460*  MODE, MAKE IT.  THE WHOLE RESTORE COMMITS TOGETHER AT THE    *
008470*  END OR IS BACKED OUT TOGETHER ON ANY FAILURE.                *
008480*****************************************************************
008490 2700-PROCESS-ACTIONS.
008500
008510     IF WS-ACT-USED = ZERO
008520         MOVE 'BOOK ALREADY MATCHES THE EXTRACT - NO DIFFERENCES'
008530                                         TO WM-TEXT
008540         PERFORM 3100-PRINT-MESSAGE
008550             THRU 3100-EXIT
008560         GO TO 2700-EXIT
008570     END-IF.
008580
008590     PERFORM 3050-PRINT-COLUMNS
008600         THRU 3050-EXIT.
008610
008620     PERFORM 2710-PROCESS-ONE
008630         THRU 2710-EXIT
008640         VARYING WS-ACT-SUB FROM 1 BY 1
008650         UNTIL WS-ACT-SUB > WS-ACT-USED
008660            OR WS-STOP-RUN.
008670
008680     IF WS-STOP-RUN
008690         GO TO 2700-EXIT
008700     END-IF.
008710
008720     IF NOT WS-APPLY-MODE
008730         MOVE 'REPORT ONLY - RERUN WITH THE APPLY CARD TO RESTORE'
008740                                         TO WM-TEXT
008750         PERFORM 3100-PRINT-MESSAGE
008760             THRU 3100-EXIT
008770         GO TO 2700-EXIT
008780     END-IF.
008790
008800     EXEC SQL COMMIT END-EXEC.
008810
008820     IF SQLCODE NOT = 0
008830         PERFORM 4600-SQL-FATAL
008840             THRU 4600-EXIT
008850         GO TO 2700-EXIT
008860     END-IF.
008870
008880     MOVE 'RESTORE APPLIED AND COMMITTED' TO WM-TEXT.
008890     PERFORM 3100-PRINT-MESSAGE
008900         THRU 3100-EXIT.
008910
008920 2700-EXIT.
008930     EXIT.
008940
008950*****************************************************************
008960*  2710-PROCESS-ONE - ONE DIFFERENCE: PRINT IT, THEN APPLY IT   *
008970*****************************************************************
008980 2710-PROCESS-ONE.
008990
009000     MOVE WS-ACT-EXT-SUB (WS-ACT-SUB) TO WS-MATCH-SUB.
009010
009020     MOVE WS-ACT-COMPANY (WS-ACT-SUB)       TO WD-COMPANY.
009030     MOVE WS-ACT-LOANTYPE (WS-ACT-SUB)      TO WD-LOANTYPE.
009040     MOVE WS-ACT-YEARS (WS-ACT-SUB)         TO WD-YEARS.
009050     MOVE WS-ACT-OLD-RATE (WS-ACT-SUB)      TO WD-OLD-RATE.
009060     MOVE WS-ACT-OLD-POINTS (WS-ACT-SUB)    TO WD-OLD-POINTS.
009070     MOVE WS-ACT-OLD-CLOSECOST (WS-ACT-SUB) TO WD-OLD-CLOSECOST.
009080     MOVE WS-ACT-OLD-APR (WS-ACT-SUB)       TO WD-OLD-APR.
009090
009100     IF WS-ACT-DELETE (WS-ACT-SUB)
009110         MOVE 'DELETE' TO WD-ACTION
009120         MOVE ZERO     TO WD-NEW-RATE
009130         MOVE ZERO     TO WD-NEW-POINTS
009140         MOVE ZERO     TO WD-NEW-CLOSECOST
009150         MOVE ZERO     TO WD-NEW-APR
009160         ADD 1 TO WS-DEL-COUNT
009170     ELSE
009180         MOVE WS-EXT-RATE (WS-MATCH-SUB)      TO WD-NEW-RATE
009190         MOVE WS-EXT-POINTS (WS-MATCH-SUB)    TO WD-NEW-POINTS
009200         MOVE WS-EXT-CLOSECOST (WS-MATCH-SUB) TO WD-NEW-CLOSECOST
009210         MOVE WS-EXT-APR (WS-MATCH-SUB)       TO WD-NEW-APR
009220         IF WS-ACT-ADD (WS-ACT-SUB)
009230             MOVE 'ADD'    TO WD-ACTION
009240             ADD 1 TO WS-ADD-COUNT
009250         ELSE
009260             MOVE 'CHANGE' TO WD-ACTION
009270             ADD 1 TO WS-CHG-COUNT
009280         END-IF
009290     END-IF.
009300
009310     PERFORM 3300-PRINT-DETAIL
009320         THRU 3300-EXIT.
009330
009340     IF NOT WS-APPLY-MODE
009350         GO TO 2710-EXIT
009360     END-IF.
009370
009380     EVALUATE TRUE
009390         WHEN WS-ACT-ADD (WS-ACT-SUB)
009400             PERFORM 4100-APPLY-ADD
009410                 THRU 4100-EXIT
009420         WHEN WS-ACT-CHANGE (WS-ACT-SUB)
009430             PERFORM 4200-APPLY-CHANGE
009440                 THRU 4200-EXIT
009450         WHEN WS-ACT-DELETE (WS-ACT-SUB)
009460             PERFORM 4300-APPLY-DELETE
009470                 THRU 4300-EXIT
009480     END-EVALUATE.
009490
009500 2710-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540*  3000-PRINT-HEADINGS - NEW PAGE AND REPORT HEADING            *
009550*****************************************************************
009560 3000-PRINT-HEADINGS.
009570
009580     ADD 1 TO WS-PAGE-COUNT.
009590     MOVE WS-PAGE-COUNT TO WH1-PAGE.
009600
009610     WRITE RESTRPT-RECORD FROM WS-HEADING-1
009620         AFTER ADVANCING PAGE.
009630
009640     MOVE 1 TO WS-LINE-COUNT.
009650
009660 3000-EXIT.
009670     EXIT.
009680
009690*****************************************************************
009700*  3050-PRINT-COLUMNS - COLUMN HEADINGS OVER THE DIFFERENCES    *
009710*****************************************************************
009720 3050-PRINT-COLUMNS.
009730
009740     IF WS-LINE-COUNT = ZERO
009750    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
009760         PERFORM 3000-PRINT-HEADINGS
009770             THRU 3000-EXIT
009780     END-IF.
009790
009800     WRITE RESTRPT-RECORD FROM WS-COLUMN-HEADING
009810         AFTER ADVANCING 2 LINES.
009820     ADD 2 TO WS-LINE-COUNT.
009830
009840 3050-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880*  3100-PRINT-MESSAGE - ONE MESSAGE LINE ON THE REPORT          *
009890*****************************************************************
009900 3100-PRINT-MESSAGE.
009910
009920     IF WS-LINE-COUNT = ZERO
009930    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
009940         PERFORM 3000-PRINT-HEADINGS
009950             THRU 3000-EXIT
009960     END-IF.
009970
009980     WRITE RESTRPT-RECORD FROM WS-MESSAGE-LINE
009990         AFTER ADVANCING 2 LINES.
010000     ADD 2 TO WS-LINE-COUNT.
010010
010020 3100-EXIT.
010030     EXIT.
010040
010050*****************************************************************
010060*  3160-PRINT-FATAL - SQL FAILURE LINE ON THE REPORT            *
010070*****************************************************************
010080 3160-PRINT-FATAL.
010090
010100     IF WS-LINE-COUNT = ZERO
010110    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
010120         PERFORM 3000-PRINT-HEADINGS
010130             THRU 3000-EXIT
010140     END-IF.
010150
010160     WRITE RESTRPT-RECORD FROM WS-FATAL-LINE
010170         AFTER ADVANCING 2 LINES.
010180     ADD 2 TO WS-LINE-COUNT.
010190
010200 3160-EXIT.
010210     EXIT.
010220
010230*****************************************************************
010240*  3200-PRINT-TOTAL - ONE CONTROL TOTAL LINE                    *
010250*****************************************************************
010260 3200-PRINT-TOTAL.
010270
010280     IF WS-LINE-COUNT = ZERO
010290    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
010300         PERFORM 3000-PRINT-HEADINGS
010310             THRU 3000-EXIT
010320     END-IF.
010330
010340     WRITE RESTRPT-RECORD FROM WS-TOTAL-LINE
010350         AFTER ADVANCING 1 LINE.
010360     ADD 1 TO WS-LINE-COUNT.
010370
010380 3200-EXIT.
010390     EXIT.
010400
010410*****************************************************************
010420*  3300-PRINT-DETAIL - ONE DIFFERENCE LINE, COLUMNS REPEATED    *
010430*  AT THE TOP OF EACH NEW PAGE                                  *
010440*****************************************************************
010450 3300-PRINT-DETAIL.
010460
010470     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010480         PERFORM 3000-PRINT-HEADINGS
010490             THRU 3000-EXIT
010500         PERFORM 3050-PRINT-COLUMNS
010510             THRU 3050-EXIT
010520     END-IF.
010530
010540     WRITE RESTRPT-RECORD FROM WS-DETAIL-LINE
010550         AFTER ADVANCING 1 LINE.
010560     ADD 1 TO WS-LINE-COUNT.
010570
010580 3300-EXIT.
010590     EXIT.
010600
010610*****************************************************************
010620*  4100-APPLY-ADD - PUT BACK A PRODUCT THE EXTRACT HAD, SEEDING *
010630*  ITS LENDER FROM THE EXTRACT PHONE IF THE MASTER LOST IT TOO  *
010640*****************************************************************
010650 4100-APPLY-ADD.
010660
010670     PERFORM 4150-ENSURE-LENDER
010680         THRU 4150-EXIT.
010690
010700     IF WS-STOP-RUN
010710         GO TO 4100-EXIT
010720     END-IF.
010730
010740     PERFORM 4160-EXTRACT-TO-HOST
010750         THRU 4160-EXIT.
010760
010770     EXEC SQL
010780         INSERT INTO JKEMORT.MORTGAGE
010790         (COMPANY, RATE, LOAN, YEARS, LOANTYPE,
010800              ARMFIXEDYRS, ARMMARGIN, ARMPERCAP, ARMLIFECAP,
010810              POINTS, CLOSECOST, APR, LASTUPDT)
010820         VALUES
010830         (:COMPANY, :RATE, :LOAN, :YEARS, :LOANTYPE,
010840          :ARMFIXEDYRS, :ARMMARGIN, :ARMPERCAP,
010850          :ARMLIFECAP,
010860          :POINTS, :CLOSECOST, :APR, :LASTUPDT)
010870     END-EXEC.
010880
010890     IF SQLCODE NOT = 0
010900         PERFORM 4600-SQL-FATAL
010910             THRU 4600-EXIT
010920         GO TO 4100-EXIT
010930     END-IF.
010940
010950     INITIALIZE MORTHIST-RECORD.
010960     SET HIST-ACTION-ADD TO TRUE.
010970     MOVE COMPANY TO HIST-OLD-COMPANY.
010980     PERFORM 4170-HOST-TO-NEW-IMAGE
010990         THRU 4170-EXIT.
011000
011010     PERFORM 4400-WRITE-HISTORY
011020         THRU 4400-EXIT.
011030
011040 4100-EXIT.
011050     EXIT.
011060
011070*****************************************************************
011080*  4150-ENSURE-LENDER - THE RESTORED PRODUCT NEEDS ITS LENDER   *
011090*  ON THE MASTER                                                *
011100*****************************************************************
011110 4150-ENSURE-LENDER.
011120
011130     MOVE WS-EXT-COMPANY (WS-MATCH-SUB) TO LENCOMPANY.
011140
011150     EXEC SQL
011160         SELECT COMPANY
011170             INTO :LENCOMPANY
011180             FROM JKEMORT.LENDER
011190             WHERE COMPANY = :LENCOMPANY
011200     END-EXEC.
011210
011220     IF SQLCODE = 0
011230         GO TO 4150-EXIT
011240     END-IF.
011250
011260     IF SQLCODE NOT = 100
011270         PERFORM 4600-SQL-FATAL
011280             THRU 4600-EXIT
011290         GO TO 4150-EXIT
011300     END-IF.
011310
011320     INITIALIZE LENDER-RECORD.
011330     MOVE WS-EXT-COMPANY (WS-MATCH-SUB) TO LENCOMPANY.
011340     MOVE WS-EXT-PHONE (WS-MATCH-SUB)   TO LENPHONE.
011350
011360     EXEC SQL
011370         INSERT INTO JKEMORT.LENDER
011380             (COMPANY, PHONE, CONTACT, ADDR1, ADDR2,
011390              CITY, STATE, ZIP, LICENSE)
011400             VALUES
011410             (:LENCOMPANY, :LENPHONE, :LENCONTACT,
011420              :LENADDR1, :LENADDR2, :LENCITY,
011430              :LENSTATE, :LENZIP, :LENLICENSE)
011440     END-EXEC.
011450
011460     IF SQLCODE NOT = 0
011470         PERFORM 4600-SQL-FATAL
011480             THRU 4600-EXIT
011490     END-IF.
011500
011510 4150-EXIT.
011520     EXIT.
011530
011540*****************************************************************
011550*  4160-EXTRACT-TO-HOST - THE EXTRACT PRODUCT INTO THE MORTGAGE *
011560*  HOST VARIABLES, LAST-CONFIRMED DATE INCLUDED                 *
011570*****************************************************************
011580 4160-EXTRACT-TO-HOST.
011590
011600     MOVE WS-EXT-COMPANY (WS-MATCH-SUB)     TO COMPANY.
011610     MOVE WS-EXT-RATE (WS-MATCH-SUB)        TO RATE.
011620     MOVE WS-EXT-LOAN (WS-MATCH-SUB)        TO LOAN.
011630     MOVE WS-EXT-YEARS (WS-MATCH-SUB)       TO YEARS.
011640     MOVE WS-EXT-LOANTYPE (WS-MATCH-SUB)    TO LOANTYPE.
011650     MOVE WS-EXT-ARMFIXEDYRS (WS-MATCH-SUB) TO ARMFIXEDYRS.
011660     MOVE WS-EXT-ARMMARGIN (WS-MATCH-SUB)   TO ARMMARGIN.
011670     MOVE WS-EXT-ARMPERCAP (WS-MATCH-SUB)   TO ARMPERCAP.
011680     MOVE WS-EXT-ARMLIFECAP (WS-MATCH-SUB)  TO ARMLIFECAP.
011690     MOVE WS-EXT-POINTS (WS-MATCH-SUB)      TO POINTS.
011700     MOVE WS-EXT-CLOSECOST (WS-MATCH-SUB)   TO CLOSECOST.
011710     MOVE WS-EXT-APR (WS-MATCH-SUB)         TO APR.
011720     MOVE WS-EXT-LASTUPDT (WS-MATCH-SUB)    TO LASTUPDT.
011730
011740 4160-EXIT.
011750     EXIT.
011760
011770*****************************************************************
011780*  4170-HOST-TO-NEW-IMAGE - AFTER IMAGE FOR THE HISTORY ROW     *
011790*****************************************************************
011800 4170-HOST-TO-NEW-IMAGE.
011810
011820     MOVE COMPANY     TO HIST-NEW-COMPANY.
011830     MOVE RATE        TO HIST-NEW-RATE.
011840     MOVE LOAN        TO HIST-NEW-LOAN.
011850     MOVE YEARS       TO HIST-NEW-YEARS.
011860     MOVE LOANTYPE    TO HIST-NEW-LOANTYPE.
011870     MOVE ARMFIXEDYRS TO HIST-NEW-ARMFIXEDYRS.
011880     MOVE ARMMARGIN   TO HIST-NEW-ARMMARGIN.
011890     MOVE ARMPERCAP   TO HIST-NEW-ARMPERCAP.
011900     MOVE ARMLIFECAP  TO HIST-NEW-ARMLIFECAP.
011910     MOVE POINTS      TO HIST-NEW-POINTS.
011920     MOVE CLOSECOST   TO HIST-NEW-CLOSECOST.
011930     MOVE APR         TO HIST-NEW-APR.
011940
011950 4170-EXIT.
011960     EXIT.
011970
011980*****************************************************************
011990*  4180-ACTION-TO-OLD-IMAGE - BEFORE IMAGE FOR THE HISTORY ROW  *
012000*****************************************************************
012010 4180-ACTION-TO-OLD-IMAGE.
012020
012030     MOVE WS-ACT-COMPANY (WS-ACT-SUB)   TO HIST-OLD-COMPANY.
012040     MOVE WS-ACT-OLD-RATE (WS-ACT-SUB)  TO HIST-OLD-RATE.
012050     MOVE WS-ACT-OLD-LOAN (WS-ACT-SUB)  TO HIST-OLD-LOAN.
012060     MOVE WS-ACT-YEARS (WS-ACT-SUB)     TO HIST-OLD-YEARS.
012070     MOVE WS-ACT-LOANTYPE (WS-ACT-SUB)  TO HIST-OLD-LOANTYPE.
012080     MOVE WS-ACT-OLD-ARMFIXEDYRS (WS-ACT-SUB)
012090                                        TO HIST-OLD-ARMFIXEDYRS.
012100     MOVE WS-ACT-OLD-ARMMARGIN (WS-ACT-SUB)
012110                                        TO HIST-OLD-ARMMARGIN.
012120     MOVE WS-ACT-OLD-ARMPERCAP (WS-ACT-SUB)
012130                                        TO HIST-OLD-ARMPERCAP.
012140     MOVE WS-ACT-OLD-ARMLIFECAP (WS-ACT-SUB)
012150                                        TO HIST-OLD-ARMLIFECAP.
012160     MOVE WS-ACT-OLD-POINTS (WS-ACT-SUB)
012170                                        TO HIST-OLD-POINTS.
012180     MOVE WS-ACT-OLD-CLOSECOST (WS-ACT-SUB)
012190                                        TO HIST-OLD-CLOSECOST.
012200     MOVE WS-ACT-OLD-APR (WS-ACT-SUB)   TO HIST-OLD-APR.
012210
012220 4180-EXIT.
012230     EXIT.
012240
012250*****************************************************************
012260*  4200-APPLY-CHANGE - RETURN A PRODUCT'S TERMS TO THE EXTRACT  *
012270*****************************************************************
012280 4200-APPLY-CHANGE.
012290
012300     PERFORM 4160-EXTRACT-TO-HOST
012310         THRU 4160-EXIT.
012320
012330     EXEC SQL
012340         UPDATE JKEMORT.MORTGAGE
012350         SET RATE = :RATE,
012360             LOAN = :LOAN,
012370             ARMFIXEDYRS = :ARMFIXEDYRS,
012380             ARMMARGIN = :ARMMARGIN,
012390             ARMPERCAP = :ARMPERCAP,
012400             ARMLIFECAP = :ARMLIFECAP,
012410             POINTS = :POINTS,
012420             CLOSECOST = :CLOSECOST,
012430             APR = :APR,
012440             LASTUPDT = :LASTUPDT
012450             WHERE COMPANY = :COMPANY AND
012460                   YEARS = :YEARS AND
012470                   LOANTYPE = :LOANTYPE
012480     END-EXEC.
012490
012500     IF SQLCODE NOT = 0
012510         PERFORM 4600-SQL-FATAL
012520             THRU 4600-EXIT
012530         GO TO 4200-EXIT
012540     END-IF.
012550
012560     INITIALIZE MORTHIST-RECORD.
012570     SET HIST-ACTION-CHANGE TO TRUE.
012580     PERFORM 4180-ACTION-TO-OLD-IMAGE
012590         THRU 4180-EXIT.
012600     PERFORM 4170-HOST-TO-NEW-IMAGE
012610         THRU 4170-EXIT.
012620
012630     PERFORM 4400-WRITE-HISTORY
012640         THRU 4400-EXIT.
012650
012660 4200-EXIT.
012670     EXIT.
012680
012690*****************************************************************
012700*  4300-APPLY-DELETE - REMOVE A PRODUCT THE EXTRACT DID NOT HAVE*
012710*****************************************************************
012720 4300-APPLY-DELETE.
012730
012740     MOVE WS-ACT-COMPANY (WS-ACT-SUB)  TO COMPANY.
012750     MOVE WS-ACT-YEARS (WS-ACT-SUB)    TO YEARS.
012760     MOVE WS-ACT-LOANTYPE (WS-ACT-SUB) TO LOANTYPE.
012770
012780     EXEC SQL
012790         DELETE FROM JKEMORT.MORTGAGE
012800             WHERE COMPANY = :COMPANY AND
012810                   YEARS = :YEARS AND
012820                   LOANTYPE = :LOANTYPE
012830     END-EXEC.
012840
012850     IF SQLCODE NOT = 0
012860         PERFORM 4600-SQL-FATAL
012870             THRU 4600-EXIT
012880         GO TO 4300-EXIT
012890     END-IF.
012900
012910     INITIALIZE MORTHIST-RECORD.
012920     SET HIST-ACTION-DELETE TO TRUE.
012930     PERFORM 4180-ACTION-TO-OLD-IMAGE
012940         THRU 4180-EXIT.
012950     MOVE COMPANY TO HIST-NEW-COMPANY.
012960
012970     PERFORM 4400-WRITE-HISTORY
012980         THRU 4400-EXIT.
012990
013000 4300-EXIT.
013010     EXIT.
013020
013030*****************************************************************
013040*  4400-WRITE-HISTORY - STAMP AND WRITE ONE MORTHIST ROW.  THE  *
013050*  RESTORE TAG IS TERMINAL BTCH, TRANSACTION REST AND THE JOB   *
013060*  NAME AS THE USER.                                            *
013070*****************************************************************
013080 4400-WRITE-HISTORY.
013090
013100     MOVE 'BTCH'              TO HIST-TRMID.
013110     MOVE 'REST'              TO HIST-TRANID.
013120     MOVE 'JKEMREST'          TO HIST-USERID.
013130     COMPUTE HIST-DATE = WS-TODAY-JUL - 1900000.
013140     ACCEPT WS-NOW-TIME FROM TIME.
013150     COMPUTE HIST-TIME = WS-NOW-TIME / 100.
013160
013170     EXEC SQL
013180         INSERT INTO JKEMORT.MORTHIST
013190             (HACTION, HTRMID, HTRANID, HUSERID, HDATE, HTIME,
013200              OLDCOMPANY, OLDRATE, OLDLOAN,
013210              OLDYEARS, OLDLOANTYPE,
013220              OLDARMFIXEDYRS, OLDARMMARGIN,
013230              OLDARMPERCAP, OLDARMLIFECAP,
013240              OLDPOINTS, OLDCLOSECOST, OLDAPR,
013250              NEWCOMPANY, NEWRATE, NEWLOAN,
013260              NEWYEARS, NEWLOANTYPE,
013270              NEWARMFIXEDYRS, NEWARMMARGIN,
013280              NEWARMPERCAP, NEWARMLIFECAP,
013290              NEWPOINTS, NEWCLOSECOST, NEWAPR)
013300             VALUES
013310             (:HIST-ACTION, :HIST-TRMID, :HIST-TRANID,
013320              :HIST-USERID, :HIST-DATE, :HIST-TIME,
013330              :HIST-OLD-COMPANY,
013340              :HIST-OLD-RATE, :HIST-OLD-LOAN,
013350              :HIST-OLD-YEARS, :HIST-OLD-LOANTYPE,
013360              :HIST-OLD-ARMFIXEDYRS, :HIST-OLD-ARMMARGIN,
013370              :HIST-OLD-ARMPERCAP, :HIST-OLD-ARMLIFECAP,
013380              :HIST-OLD-POINTS, :HIST-OLD-CLOSECOST,
013390              :HIST-OLD-APR,
013400              :HIST-NEW-COMPANY,
013410              :HIST-NEW-RATE, :HIST-NEW-LOAN,
013420              :HIST-NEW-YEARS, :HIST-NEW-LOANTYPE,
013430              :HIST-NEW-ARMFIXEDYRS, :HIST-NEW-ARMMARGIN,
013440              :HIST-NEW-ARMPERCAP, :HIST-NEW-ARMLIFECAP,
013450              :HIST-NEW-POINTS, :HIST-NEW-CLOSECOST,
013460              :HIST-NEW-APR)
013470     END-EXEC.
013480
013490     IF SQLCODE NOT = 0
013500         PERFORM 4600-SQL-FATAL
013510             THRU 4600-EXIT
013520         GO TO 4400-EXIT
013530     END-IF.
013540
013550     ADD 1 TO WS-APPLIED-COUNT.
013560
013570 4400-EXIT.
013580     EXIT.
013590
013600*****************************************************************
013610*  4600-SQL-FATAL - UNEXPECTED SQLCODE: BACK OUT EVERYTHING     *
013620*  THIS RUN CHANGED AND STOP - A RESTORE IS ALL OR NOTHING      *
013630*****************************************************************
013640 4600-SQL-FATAL.
013650
013660     MOVE SQLCODE TO WFL-SQLCODE.
013670     PERFORM 3160-PRINT-FATAL
013680         THRU 3160-EXIT.
013690
013700     DISPLAY 'JKEMREST - RESTORE STOPPED, SQLCODE = ' SQLCODE.
013710
013720     EXEC SQL ROLLBACK END-EXEC.
013730
013740     IF WS-APPLY-MODE
013750         MOVE 'RESTORE BACKED OUT - NOTHING APPLIED' TO WM-TEXT
013760         PERFORM 3100-PRINT-MESSAGE
013770             THRU 3100-EXIT
013780     END-IF.
013790
013800     MOVE ZERO TO WS-APPLIED-COUNT.
013810     SET WS-STOP-RUN TO TRUE.
013820     MOVE 12 TO RETURN-CODE.
013830
013840 4600-EXIT.
013850     EXIT.
013860
013870*****************************************************************
013880*  5000-TERMINATE - CONTROL TOTALS AND CLOSE                    *
013890*****************************************************************
013900 5000-TERMINATE.
013910
013920     MOVE 'CONTROL TOTALS' TO WM-TEXT.
013930     PERFORM 3100-PRINT-MESSAGE
013940         THRU 3100-EXIT.
013950
013960     MOVE 'EXTRACT DETAILS READ'      TO WTL-LABEL.
013970     MOVE WS-EXT-READ                 TO WTL-COUNT.
013980     PERFORM 3200-PRINT-TOTAL
013990         THRU 3200-EXIT.
014000
014010     MOVE 'EXTRACT TRAILER COUNT'     TO WTL-LABEL.
014020     MOVE WS-TRAILER-COUNT            TO WTL-COUNT.
014030     PERFORM 3200-PRINT-TOTAL
014040         THRU 3200-EXIT.
014050
014060     MOVE 'PRODUCTS ON FILE'          TO WTL-LABEL.
014070     MOVE WS-BOOK-COUNT               TO WTL-COUNT.
014080     PERFORM 3200-PRINT-TOTAL
014090         THRU 3200-EXIT.
014100
014110     MOVE 'UNCHANGED'                 TO WTL-LABEL.
014120     MOVE WS-SAME-COUNT               TO WTL-COUNT.
014130     PERFORM 3200-PRINT-TOTAL
014140         THRU 3200-EXIT.
014150
014160     MOVE 'PRODUCT ADDS'              TO WTL-LABEL.
014170     MOVE WS-ADD-COUNT                TO WTL-COUNT.
014180     PERFORM 3200-PRINT-TOTAL
014190         THRU 3200-EXIT.
014200
014210     MOVE 'PRODUCT CHANGES'           TO WTL-LABEL.
014220     MOVE WS-CHG-COUNT                TO WTL-COUNT.
014230     PERFORM 3200-PRINT-TOTAL
014240         THRU 3200-EXIT.
014250
014260     MOVE 'PRODUCT DELETES'           TO WTL-LABEL.
014270     MOVE WS-DEL-COUNT                TO WTL-COUNT.
014280     PERFORM 3200-PRINT-TOTAL
014290         THRU 3200-EXIT.
014300
014310     MOVE 'HISTORY ROWS WRITTEN'      TO WTL-LABEL.
014320     MOVE WS-APPLIED-COUNT            TO WTL-COUNT.
014330     PERFORM 3200-PRINT-TOTAL
014340         THRU 3200-EXIT.
014350
014360     CLOSE MORTEXT
014370           RESTRPT.
014380
014390 5000-EXIT.
014400     EXIT.
014410
014420 9999-EXIT.
014430     STOP RUN.
