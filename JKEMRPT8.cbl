000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    JKEMRPT8.
000120 AUTHOR.        D M PELLETIER.
000130 INSTALLATION.  MORTGAGE SERVICES DIVISION.
000140 DATE-WRITTEN.  OCTOBER 2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*   PROGRAM  : JKEMRPT8                                         *
000190*   PURPOSE  : NIGHTLY AGED PENDING-CHANGE REPORT.  LISTS EVERY *
000200*              PRODUCT CHANGE JKEMMAIN PARKED ON PENDCHG        *
000210*              FOR DUAL-CONTROL APPROVAL THAT IS STILL WAITING  *
000220*              AFTER MORE THAN ONE BUSINESS DAY (KEYED BEFORE   *
000230*              THE PREVIOUS BUSINESS DAY - MONDAY LOOKS BACK TO *
000240*              FRIDAY), OLDEST FIRST, SO NONE SITS FORGOTTEN.   *
000250*   INPUT    : JKEMORT.PENDCHG (READ ONLY)                      *
000260*   OUTPUT   : PENDRPT  - PRINTED AGED PENDING-CHANGE REPORT    *
000270*   RETURN   : 0 GOOD, 12 SQL OR FILE FAILURE, 16 DUPLICATE RUN *
000280*                                                               *
000290*****************************************************************
000300*
000310*  MODIFICATION HISTORY
000320*  --------------------
000330*  DATE       BY    DESCRIPTION
000340*  ---------  ----  ------------------------------------------
000350*  10/15/26   DMP   ORIGINAL PROGRAM.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  IBM-370.
000400 OBJECT-COMPUTER.  IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PENDRPT   ASSIGN TO PENDRPT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-PENDRPT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PENDRPT
000500     RECORDING MODE IS F.
000510 01  PENDRPT-RECORD.
000520     05  PR-CTL                      PIC X(01).
000530     05  PR-DATA                     PIC X(132).
000540
000550 WORKING-STORAGE SECTION.
000560*
000570 01  WS-SWITCHES.
000580     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000590         88  WS-EOF-YES                        VALUE 'Y'.
000600     05  WS-PENDRPT-STATUS           PIC X(02) VALUE '00'.
000610         88  WS-PENDRPT-OK                     VALUE '00' '97'.
000620
000630 01  WS-COUNTERS.
000640     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
000650     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
000660     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
000670     05  WS-AGED-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
000680
000690*****************************************************************
000700*  BUSINESS-DAY CUTOFF - DB2 DAYOFWEEK RUNS 1 (SUNDAY) TO 7     *
000710*  (SATURDAY).  THE PREVIOUS BUSINESS DAY IS YESTERDAY, EXCEPT  *
000720*  THAT SUNDAY AND MONDAY LOOK BACK TO FRIDAY.  A CHANGE KEYED  *
000730*  BEFORE THAT DAY HAS WAITED MORE THAN ONE BUSINESS DAY.       *
000740*****************************************************************
000750 01  WS-DATE-FIELDS.
000760     05  WS-DAY-OF-WEEK              PIC S9(4) COMP VALUE ZERO.
000770     05  WS-BACK-DAYS                PIC S9(4) COMP-3 VALUE 1.
000780     05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
000790     05  WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
000800     05  WS-DAYS-WAITING             PIC S9(5) COMP-3 VALUE ZERO.
000810
000820     COPY PENDCHG.
000830
000840     COPY JKRUNLOG.
000850
000860     EXEC SQL INCLUDE SQLCA END-EXEC.
000870
000880* EVERY CHANGE STILL AWAITING A DECISION THAT WAS KEYED BEFORE
000890* THE PREVIOUS BUSINESS DAY, LONGEST WAITING FIRST
000900     EXEC SQL
000910     DECLARE PCURSOR CURSOR FOR
000920         SELECT COMPANY, YEARS, LOANTYPE,
000930                OLDRATE, RATE, OLDPOINTS, POINTS,
000940                OLDAPR, APR, KEYUSERID, KEYDATE,
000950                DAYS(CURRENT DATE) - DAYS(KEYDATE)
000960             FROM JKEMORT.PENDCHG
000970             WHERE STATUS = 'P' AND
000980                   KEYDATE < :WS-CUTOFF-DATE
000990             ORDER BY KEYDATE ASC, KEYTIME ASC
001000     END-EXEC.
001010
001020*****************************************************************
001030*  PRINT LINE LAYOUTS                                           *
001040*****************************************************************
001050 01  WS-HEADING-1.
001060     05  FILLER                      PIC X(01) VALUE SPACE.
001070     05  FILLER                      PIC X(20) VALUE
001080         'JKEMRPT8'.
001090     05  FILLER                      PIC X(40) VALUE
001100         'PENDING RATE CHANGES AWAITING APPROVAL'.
001110     05  FILLER                      PIC X(15) VALUE
001120         'KEYED BEFORE'.
001130     05  WH1-CUTOFF                  PIC X(10).
001140     05  FILLER                      PIC X(04) VALUE SPACES.
001150     05  FILLER                      PIC X(06) VALUE
001160         'PAGE'.
001170     05  WH1-PAGE                    PIC ZZZ9.
001172     05  FILLER                      PIC X(03) VALUE SPACES.
001174     05  WH1-RUN-DATE                PIC X(10).
001180     05  FILLER                      PIC X(20) VALUE SPACES.
001190
001200 01  WS-COLUMN-HEADING.
001210     05  FILLER                      PIC X(01) VALUE SPACE.
001220     05  FILLER                      PIC X(25) VALUE
001230         'COMPANY'.
001240     05  FILLER                      PIC X(04) VALUE
001250         'TY'.
001260     05  FILLER                      PIC X(07) VALUE
001270         'YEARS'.
001280     05  FILLER                      PIC X(18) VALUE
001290         'RATE  OLD/NEW'.
001300     05  FILLER                      PIC X(16) VALUE
001310         'POINTS OLD/NEW'.
001320     05  FILLER                      PIC X(16) VALUE
001330         'APR  OLD/NEW'.
001340     05  FILLER                      PIC X(10) VALUE
001350         'KEYED BY'.
001360     05  FILLER                      PIC X(12) VALUE
001370         'KEYED ON'.
001380     05  FILLER                      PIC X(07) VALUE
001390         'DAYS'.
001400     05  FILLER                      PIC X(16) VALUE SPACES.
001410
001420 01  WS-DETAIL-LINE.
001430     05  FILLER                      PIC X(01) VALUE SPACE.
001440     05  WD-COMPANY                  PIC X(24).
001450     05  FILLER                      PIC X(01) VALUE SPACE.
001460     05  WD-LOANTYPE                 PIC X(02).
001470     05  FILLER                      PIC X(03) VALUE SPACES.
001480     05  WD-YEARS                    PIC ZZZ9.
001490     05  FILLER                      PIC X(02) VALUE SPACES.
001500     05  WD-OLD-RATE                 PIC ZZ9.999.
001510     05  FILLER                      PIC X(01) VALUE '/'.
001520     05  WD-NEW-RATE                 PIC ZZ9.999.
001530     05  FILLER                      PIC X(03) VALUE SPACES.
001540     05  WD-OLD-POINTS               PIC Z9.999.
001550     05  FILLER                      PIC X(01) VALUE '/'.
001560     05  WD-NEW-POINTS               PIC Z9.999.
001570     05  FILLER                      PIC X(03) VALUE SPACES.
001580     05  WD-OLD-APR                  PIC Z9.999.
001590     05  FILLER                      PIC X(01) VALUE '/'.
001600     05  WD-NEW-APR                  PIC Z9.999.
001610     05  FILLER                      PIC X(03) VALUE SPACES.
001620     05  WD-KEY-USERID               PIC X(08).
001630     05  FILLER                      PIC X(02) VALUE SPACES.
001640     05  WD-KEY-DATE                 PIC X(10).
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  WD-DAYS                     PIC ZZZZ9.
001670     05  FILLER                      PIC X(17) VALUE SPACES.
001680
001690 01  WS-TOTAL-LINE.
001700     05  FILLER                      PIC X(01) VALUE SPACE.
001710     05  FILLER                      PIC X(26) VALUE
001720         'AGED PENDING CHANGES:'.
001730     05  WT-AGED-COUNT               PIC ZZZ,ZZ9.
001740     05  FILLER                      PIC X(99) VALUE SPACES.
001750
001760 PROCEDURE DIVISION.
001770
001780 0000-MAINLINE.
001790
001800     PERFORM 0100-LOG-RUN-START
001810         THRU 0100-EXIT.
001820
001830     IF RUN-DUPLICATE
001840         GO TO 9999-EXIT
001850     END-IF.
001860
001870     PERFORM 1000-INITIALIZE
001880         THRU 1000-EXIT.
001890
001900     PERFORM 2000-PROCESS-PENDING
001910         THRU 2000-EXIT
001920         UNTIL WS-EOF-YES.
001930
001940     PERFORM 5000-TERMINATE
001950         THRU 5000-EXIT.
001960
001970     PERFORM 0200-LOG-RUN-END
001980         THRU 0200-EXIT.
001990
002000     GO TO 9999-EXIT.
002010
002020 0000-EXIT.
002030     EXIT.
002040
002050*****************************************************************
002060*  0100-LOG-RUN-START - RECORD THE RUN ON THE COMMON RUN LOG    *
002070*  AND STOP RC 16 ON AN UNFORCED SAME-DAY RERUN                 *
002080*****************************************************************
002090 0100-LOG-RUN-START.
002100
002110     INITIALIZE RUNLOG-CONTROL.
002120     SET RUN-FUNCTION-START TO TRUE.
002130     MOVE 'JKEMRPT8' TO RUN-JOBNAME.
002140
002150     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
002160
002170     IF RUN-DUPLICATE
002180         DISPLAY 'JKEMRPT8 - ALREADY RAN TODAY, FORCE TO RERUN'
002190         MOVE 16 TO RETURN-CODE
002200     END-IF.
002210
002220 0100-EXIT.
002230     EXIT.
002240
002250*****************************************************************
002260*  0200-LOG-RUN-END - RETURN CODE AND KEY COUNTS TO THE LOG     *
002270*****************************************************************
002280 0200-LOG-RUN-END.
002290
002300     SET RUN-FUNCTION-END TO TRUE.
002310     MOVE RETURN-CODE TO RUN-RETCODE.
002320     MOVE WS-AGED-COUNT TO RUN-READ-COUNT.
002330     MOVE ZERO TO RUN-WRITE-COUNT.
002340     MOVE ZERO TO RUN-REJECT-COUNT.
002350
002360     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
002370
002380 0200-EXIT.
002390     EXIT.
002400
002410*****************************************************************
002420*  1000-INITIALIZE - BUSINESS-DAY CUTOFF, OPEN FILE AND CURSOR  *
002430*****************************************************************
002440 1000-INITIALIZE.
002450
002460     OPEN OUTPUT PENDRPT.
002470
002480     IF NOT WS-PENDRPT-OK
002490         DISPLAY 'JKEMRPT8 - ERROR OPENING PENDRPT STATUS = '
002500             WS-PENDRPT-STATUS
002510         MOVE 12 TO RETURN-CODE
002520         MOVE 'Y' TO WS-EOF-SW
002530         GO TO 1000-EXIT
002540     END-IF.
002550
002560     PERFORM 1100-COMPUTE-CUTOFF
002570         THRU 1100-EXIT.
002580
002590     IF WS-EOF-YES
002600         GO TO 1000-EXIT
002610     END-IF.
002620
002630     EXEC SQL OPEN PCURSOR END-EXEC.
002640
002650     IF SQLCODE NOT = 0
002660         DISPLAY 'JKEMRPT8 - ERROR OPENING PCURSOR SQLCODE = '
002670             SQLCODE
002680         MOVE 12 TO RETURN-CODE
002690         MOVE 'Y' TO WS-EOF-SW
002700         GO TO 1000-EXIT
002710     END-IF.
002720
002730     MOVE WS-CUTOFF-DATE TO WH1-CUTOFF.
002735     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
002740
002750     PERFORM 3000-PRINT-HEADINGS
002760         THRU 3000-EXIT.
002770
002780     PERFORM 2100-FETCH-NEXT
002790         THRU 2100-EXIT.
002800
002810 1000-EXIT.
002820     EXIT.
002830
002840*****************************************************************
002850*  1100-COMPUTE-CUTOFF - THE PREVIOUS BUSINESS DAY FROM TODAY'S *
002860*  DAY OF THE WEEK                                              *
002870*****************************************************************
002880 1100-COMPUTE-CUTOFF.
002890
002900     EXEC SQL
002910         SELECT CURRENT DATE, DAYOFWEEK(CURRENT DATE)
002920             INTO :WS-RUN-DATE, :WS-DAY-OF-WEEK
002930             FROM SYSIBM.SYSDUMMY1
002940     END-EXEC.
002950
002960     IF SQLCODE NOT = 0
002970         DISPLAY 'JKEMRPT8 - ERROR READING DATE SQLCODE = '
002980             SQLCODE
002990         MOVE 12 TO RETURN-CODE
003000         MOVE 'Y' TO WS-EOF-SW
003010         GO TO 1100-EXIT
003020     END-IF.
003030
003040     EVALUATE WS-DAY-OF-WEEK
003050         WHEN 1
003060             MOVE 2 TO WS-BACK-DAYS
003070         WHEN 2
003080             MOVE 3 TO WS-BACK-DAYS
003090         WHEN OTHER
003100             MOVE 1 TO WS-BACK-DAYS
003110     END-EVALUATE.
003120
003130     EXEC SQL
003140         SELECT CURRENT DATE - :WS-BACK-DAYS DAYS
003150             INTO :WS-CUTOFF-DATE
003160             FROM SYSIBM.SYSDUMMY1
003170     END-EXEC.
003180
003190     IF SQLCODE NOT = 0
003200         DISPLAY 'JKEMRPT8 - ERROR READING DATE SQLCODE = '
003210             SQLCODE
003220         MOVE 12 TO RETURN-CODE
003230         MOVE 'Y' TO WS-EOF-SW
003240     END-IF.
003250
003260 1100-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*  2000-PROCESS-PENDING - ONE DETAIL LINE PER AGED CHANGE       *
003310*****************************************************************
003320 2000-PROCESS-PENDING.
003330
003340     PERFORM 4100-PRINT-DETAIL
003350         THRU 4100-EXIT.
003360
003370     PERFORM 2100-FETCH-NEXT
003380         THRU 2100-EXIT.
003390
003400 2000-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*  2100-FETCH-NEXT - FETCH ONE AGED CHANGE, EOF AT END          *
003450*****************************************************************
003460 2100-FETCH-NEXT.
003470
003480     EXEC SQL FETCH PCURSOR
003490          INTO :PEND-COMPANY,
003500               :PEND-YEARS,
003510               :PEND-LOANTYPE,
003520               :PEND-OLD-RATE,
003530               :PEND-RATE,
003540               :PEND-OLD-POINTS,
003550               :PEND-POINTS,
003560               :PEND-OLD-APR,
003570               :PEND-APR,
003580               :PEND-KEY-USERID,
003590               :PEND-KEY-DATE,
003600               :WS-DAYS-WAITING
003610     END-EXEC.
003620
003630     IF SQLCODE = 100
003640         MOVE 'Y' TO WS-EOF-SW
003650     ELSE
003660         IF SQLCODE NOT = 0
003670             DISPLAY 'JKEMRPT8 - ERROR ON FETCH SQLCODE = '
003680                 SQLCODE
003690             MOVE 12 TO RETURN-CODE
003700             MOVE 'Y' TO WS-EOF-SW
003710         END-IF
003720     END-IF.
003730
003740 2100-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780*  3000-PRINT-HEADINGS - NEW PAGE, REPORT AND COLUMN HEADINGS   *
003790*****************************************************************
003800 3000-PRINT-HEADINGS.
003810
003820     ADD 1 TO WS-PAGE-COUNT.
003830     MOVE WS-PAGE-COUNT TO WH1-PAGE.
003840
003850     WRITE PENDRPT-RECORD FROM WS-HEADING-1
003860         AFTER ADVANCING PAGE.
003870     WRITE PENDRPT-RECORD FROM WS-COLUMN-HEADING
003880         AFTER ADVANCING 2 LINES.
003890
003900     MOVE 3 TO WS-LINE-COUNT.
003910
003920 3000-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960*  4100-PRINT-DETAIL - ONE LINE PER AGED PENDING CHANGE         *
003970*****************************************************************
003980 4100-PRINT-DETAIL.
003990
004000     MOVE PEND-COMPANY     TO WD-COMPANY.
004010     MOVE PEND-LOANTYPE    TO WD-LOANTYPE.
004020     MOVE PEND-YEARS       TO WD-YEARS.
004030     MOVE PEND-OLD-RATE    TO WD-OLD-RATE.
004040     MOVE PEND-RATE        TO WD-NEW-RATE.
004050     MOVE PEND-OLD-POINTS  TO WD-OLD-POINTS.
004060     MOVE PEND-POINTS      TO WD-NEW-POINTS.
004070     MOVE PEND-OLD-APR     TO WD-OLD-APR.
004080     MOVE PEND-APR         TO WD-NEW-APR.
004090     MOVE PEND-KEY-USERID  TO WD-KEY-USERID.
004100     MOVE PEND-KEY-DATE    TO WD-KEY-DATE.
004110     MOVE WS-DAYS-WAITING  TO WD-DAYS.
004120
004130     WRITE PENDRPT-RECORD FROM WS-DETAIL-LINE
004140         AFTER ADVANCING 1 LINE.
004150
004160     ADD 1 TO WS-LINE-COUNT.
004170     ADD 1 TO WS-AGED-COUNT.
004180
004190     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004200         PERFORM 3000-PRINT-HEADINGS
004210             THRU 3000-EXIT
004220     END-IF.
004230
004240 4100-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*  5000-TERMINATE - TOTAL, CLOSE CURSOR AND FILE                *
004290*****************************************************************
004300 5000-TERMINATE.
004310
004320     IF NOT WS-PENDRPT-OK
004330         GO TO 5000-EXIT
004340     END-IF.
004350
004360     IF WS-PAGE-COUNT = ZERO
004370         PERFORM 3000-PRINT-HEADINGS
004380             THRU 3000-EXIT
004390     END-IF.
004400
004410     IF WS-AGED-COUNT = ZERO
004420         MOVE SPACES TO PENDRPT-RECORD
004430         MOVE 'NO CHANGE WAITING MORE THAN ONE BUSINESS DAY'
004440                                     TO PR-DATA
004450         WRITE PENDRPT-RECORD
004460             AFTER ADVANCING 2 LINES
004470     END-IF.
004480
004490     MOVE WS-AGED-COUNT TO WT-AGED-COUNT.
004500     WRITE PENDRPT-RECORD FROM WS-TOTAL-LINE
004510         AFTER ADVANCING 3 LINES.
004520
004530     EXEC SQL CLOSE PCURSOR END-EXEC.
004540
004550     CLOSE PENDRPT.
004560
004570 5000-EXIT.
004580     EXIT.
004590
004600 9999-EXIT.
004610     STOP RUN.
