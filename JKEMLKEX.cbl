000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    JKEMLKEX.
000120 AUTHOR.        D M PELLETIER.
000130 INSTALLATION.  MORTGAGE SERVICES DIVISION.
000140 DATE-WRITTEN.  OCTOBER 2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*   PROGRAM  : JKEMLKEX                                         *
000190*   PURPOSE  : NIGHTLY RATE LOCK EXPIRY AND PRICING EXPOSURE    *
000200*              REPORT.  EVERY LIVE JKEMORT.RATELOCK ROW WHOSE   *
000210*              EXPIRY DATE HAS PASSED IS LISTED AND MARKED      *
000220*              EXPIRED.  EVERY LOCK STILL LIVE AFTER THAT IS    *
000230*              SET AGAINST THE LENDER'S CURRENT RATE ON         *
000240*              JKEMORT.MORTGAGE FOR THE SAME PRODUCT, AND EACH  *
000250*              ONE THE MARKET HAS MOVED ABOVE IS PRINTED,       *
000260*              WIDEST GAP FIRST - THE PRICING EXPOSURE THE      *
000270*              DESK WORKS EVERY MORNING.  A LOCK ON A QUOTE     *
000272*              PRICED FOR SCORE AND LTV IS SET AGAINST THE      *
000274*              CURRENT RATE PLUS THE SAME GRID ADD-ON.          *
000280*   INPUT    : JKEMORT.RATELOCK / JKEMORT.MORTGAGE              *
000290*   OUTPUT   : JKEMORT.RATELOCK (LAPSED LOCKS EXPIRED)          *
000300*              LOCKRPT  - EXPIRY AND EXPOSURE REPORT            *
000310*   RETURN   : 0 GOOD, 12 SQL OR FILE FAILURE, 16 DUPLICATE RUN *
000320*                                                               *
000330*****************************************************************
000340*
000350*  MODIFICATION HISTORY
000360*  --------------------
000370*  DATE       BY    DESCRIPTION
000380*  ---------  ----  ------------------------------------------
000390*  10/15/26   DMP   ORIGINAL PROGRAM.
000392*  10/15/26   DMP   COMPARE PRICE-ADJUSTED LOCKS AGAINST THE
000394*                   CURRENT RATE PLUS THE LOCKED ADD-ON.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT LOCKRPT   ASSIGN TO LOCKRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-LOCKRPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  LOCKRPT
000540     RECORDING MODE IS F.
000550 01  LOCKRPT-RECORD.
000560     05  LR-CTL                      PIC X(01).
000570     05  LR-DATA                     PIC X(132).
000580
000590 WORKING-STORAGE SECTION.
000600*
000610 01  WS-SWITCHES.
000620     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000630         88  WS-EOF-YES                        VALUE 'Y'.
000640     05  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
000650         88  WS-FATAL-ERROR                    VALUE 'Y'.
000660     05  WS-LOCKRPT-STATUS           PIC X(02) VALUE '00'.
000670         88  WS-LOCKRPT-OK                     VALUE '00' '97'.
000680
000690 01  WS-COUNTERS.
000700     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
000710     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
000720     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
000730     05  WS-EXPIRED-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
000740     05  WS-UPDATED-COUNT            PIC S9(9) COMP   VALUE ZERO.
000750     05  WS-ACTIVE-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
000760     05  WS-EXPOSED-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
000770
000780 01  WS-WORK-FIELDS.
000790     05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
000800     05  WS-JOBNAME                  PIC X(08) VALUE 'JKEMLKEX'.
000810     05  WS-CURRENT-RATE             PIC S9(3)V9(3) COMP-3
000820                                               VALUE ZERO.
000830     05  WS-RATE-GAP                 PIC S9(3)V9(3) COMP-3
000840                                               VALUE ZERO.
000850
000860     COPY RATELOCK.
000870
000880     COPY JKRUNLOG.
000890
000900     EXEC SQL INCLUDE SQLCA END-EXEC.
000910
000920*****************************************************************
000930*  LIVE LOCKS WHOSE EXPIRY DATE HAS PASSED - A LOCK IS HONORED  *
000940*  THROUGH ITS EXPIRY DATE AND LAPSES THE DAY AFTER             *
000950*****************************************************************
000960     EXEC SQL
000970     DECLARE ECURSOR CURSOR FOR
000980         SELECT QUOTENO, QUOTELINE, COMPANY, YEARS, LOANTYPE,
000990                RATE, APR, POINTS, LOCKDATE, EXPIREDATE,
001000                USERID
001010             FROM JKEMORT.RATELOCK
001020             WHERE STATUS = 'L' AND
001030                   EXPIREDATE < CURRENT DATE
001040             ORDER BY EXPIREDATE ASC, QUOTENO ASC, QUOTELINE ASC
001050     END-EXEC.
001060
001070*****************************************************************
001080*  LIVE LOCKS THE LENDER'S CURRENT RATE FOR THE SAME PRODUCT    *
001090*  (PLUS ANY PRICE ADJUSTMENT LOCKED IN) NOW EXCEEDS, WIDEST    *
001095*  GAP FIRST                                                    *
001100*****************************************************************
001110     EXEC SQL
001120     DECLARE XCURSOR CURSOR FOR
001130         SELECT K.QUOTENO, K.QUOTELINE, K.COMPANY, K.YEARS,
001140                K.LOANTYPE, K.RATE, K.APR, K.POINTS,
001150                K.LOCKDATE, K.EXPIREDATE, K.USERID,
001155                M.RATE + K.RATEADJ
001160             FROM JKEMORT.RATELOCK K, JKEMORT.MORTGAGE M
001170             WHERE K.STATUS = 'L' AND
001180                   M.COMPANY = K.COMPANY AND
001190                   M.YEARS = K.YEARS AND
001200                   M.LOANTYPE = K.LOANTYPE AND
001210                   M.RATE + K.RATEADJ > K.RATE
001220             ORDER BY M.RATE + K.RATEADJ - K.RATE DESC,
001225                     K.EXPIREDATE ASC
001230     END-EXEC.
001240
001250*****************************************************************
001260*  PRINT LINE LAYOUTS                                           *
001270*****************************************************************
001280 01  WS-HEADING-1.
001290     05  FILLER                      PIC X(01) VALUE SPACE.
001300     05  FILLER                      PIC X(20) VALUE
001310         'JKEMLKEX'.
001320     05  FILLER                      PIC X(40) VALUE
001330         'RATE LOCK EXPIRY AND EXPOSURE REPORT'.
001340     05  FILLER                      PIC X(10) VALUE
001350         'RUN DATE'.
001360     05  WH1-RUN-DATE                PIC X(10).
001370     05  FILLER                      PIC X(04) VALUE SPACES.
001380     05  FILLER                      PIC X(06) VALUE
001390         'PAGE'.
001400     05  WH1-PAGE                    PIC ZZZ9.
001410     05  FILLER                      PIC X(38) VALUE SPACES.
001420
001430 01  WS-SECTION-LINE.
001440     05  FILLER                      PIC X(01) VALUE SPACE.
001450     05  WSL-TEXT                    PIC X(60).
001460     05  FILLER                      PIC X(72) VALUE SPACES.
001470
001480 01  WS-COLUMN-HEADING.
001490     05  FILLER                      PIC X(01) VALUE SPACE.
001500     05  FILLER                      PIC X(13) VALUE
001510         'QUOTE/LINE'.
001520     05  FILLER                      PIC X(25) VALUE
001530         'COMPANY'.
001540     05  FILLER                      PIC X(04) VALUE
001550         'TY'.
001560     05  FILLER                      PIC X(07) VALUE
001570         'YEARS'.
001580     05  FILLER                      PIC X(09) VALUE
001590         'LOCKED'.
001600     05  FILLER                      PIC X(08) VALUE
001610         'APR'.
001620     05  FILLER                      PIC X(08) VALUE
001630         'POINTS'.
001640     05  FILLER                      PIC X(11) VALUE
001650         'LOCKED ON'.
001660     05  FILLER                      PIC X(11) VALUE
001670         'EXPIRES'.
001680     05  FILLER                      PIC X(10) VALUE
001690         'OPERATOR'.
001700     05  FILLER                      PIC X(09) VALUE
001710         'CURRENT'.
001720     05  FILLER                      PIC X(07) VALUE
001730         'GAP'.
001740     05  FILLER                      PIC X(09) VALUE SPACES.
001750
001760 01  WS-DETAIL-LINE.
001770     05  FILLER                      PIC X(01) VALUE SPACE.
001780     05  WD-QUOTENO                  PIC 9(07).
001790     05  FILLER                      PIC X(01) VALUE '/'.
001800     05  WD-QUOTELINE                PIC 9(04).
001810     05  FILLER                      PIC X(01) VALUE SPACE.
001820     05  WD-COMPANY                  PIC X(24).
001830     05  FILLER                      PIC X(01) VALUE SPACE.
001840     05  WD-LOANTYPE                 PIC X(02).
001850     05  FILLER                      PIC X(03) VALUE SPACES.
001860     05  WD-YEARS                    PIC ZZZ9.
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  WD-RATE                     PIC ZZ9.999.
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  WD-APR                      PIC Z9.999.
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001920     05  WD-POINTS                   PIC Z9.999.
001930     05  FILLER                      PIC X(02) VALUE SPACES.
001940     05  WD-LOCKDATE                 PIC X(10).
001950     05  FILLER                      PIC X(01) VALUE SPACE.
001960     05  WD-EXPIRE                   PIC X(10).
001970     05  FILLER                      PIC X(01) VALUE SPACE.
001980     05  WD-USERID                   PIC X(08).
001990     05  FILLER                      PIC X(02) VALUE SPACES.
002000     05  WD-CURRENT-RATE             PIC ZZ9.999.
002010     05  WD-CURRENT-BLANK REDEFINES WD-CURRENT-RATE
002020                                     PIC X(07).
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  WD-RATE-GAP                 PIC Z9.999.
002050     05  WD-GAP-BLANK REDEFINES WD-RATE-GAP
002060                                     PIC X(06).
002070     05  FILLER                      PIC X(10) VALUE SPACES.
002080
002090 01  WS-FATAL-LINE.
002100     05  FILLER                      PIC X(01) VALUE SPACE.
002110     05  FILLER                      PIC X(22) VALUE
002120         'RUN STOPPED - SQLCODE'.
002130     05  WFL-SQLCODE                 PIC -(9)9.
002140     05  FILLER                      PIC X(99) VALUE SPACES.
002150
002160 01  WS-TOTAL-LINE.
002170     05  FILLER                      PIC X(01) VALUE SPACE.
002180     05  WTL-LABEL                   PIC X(30).
002190     05  WTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
002200     05  FILLER                      PIC X(91) VALUE SPACES.
002210
002220 PROCEDURE DIVISION.
002230
002240 0000-MAINLINE.
002250
002260     PERFORM 0100-LOG-RUN-START
002270         THRU 0100-EXIT.
002280
002290     IF RUN-DUPLICATE
002300         GO TO 9999-EXIT
002310     END-IF.
002320
002330     PERFORM 1000-INITIALIZE
002340         THRU 1000-EXIT.
002350
002360     IF NOT WS-FATAL-ERROR
002370         PERFORM 2000-EXPIRE-LOCKS
002380             THRU 2000-EXIT
002390     END-IF.
002400
002410     IF NOT WS-FATAL-ERROR
002420         PERFORM 6000-REPORT-EXPOSURE
002430             THRU 6000-EXIT
002440     END-IF.
002450
002460     PERFORM 5000-TERMINATE
002470         THRU 5000-EXIT.
002480
002490     PERFORM 0200-LOG-RUN-END
002500         THRU 0200-EXIT.
002510
002520     GO TO 9999-EXIT.
002530
002540 0000-EXIT.
002550     EXIT.
002560
002570*****************************************************************
002580*  0100-LOG-RUN-START - RECORD THE RUN ON THE COMMON RUN LOG    *
002590*  AND STOP RC 16 ON AN UNFORCED SAME-DAY RERUN                 *
002600*****************************************************************
002610 0100-LOG-RUN-START.
002620
002630     INITIALIZE RUNLOG-CONTROL.
002640     SET RUN-FUNCTION-START TO TRUE.
002650     MOVE 'JKEMLKEX' TO RUN-JOBNAME.
002660
002670     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
002680
002690     IF RUN-DUPLICATE
002700         DISPLAY 'JKEMLKEX - ALREADY RAN TODAY, FORCE TO RERUN'
002710         MOVE 16 TO RETURN-CODE
002720     END-IF.
002730
002740 0100-EXIT.
002750     EXIT.
002760
002770*****************************************************************
002780*  0200-LOG-RUN-END - RETURN CODE AND KEY COUNTS TO THE LOG     *
002790*****************************************************************
002800 0200-LOG-RUN-END.
002810
002820     SET RUN-FUNCTION-END TO TRUE.
002830     MOVE RETURN-CODE TO RUN-RETCODE.
002840     MOVE WS-ACTIVE-COUNT TO RUN-READ-COUNT.
002850     MOVE WS-UPDATED-COUNT TO RUN-WRITE-COUNT.
002860     MOVE WS-EXPOSED-COUNT TO RUN-REJECT-COUNT.
002870
002880     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
002890
002900 0200-EXIT.
002910     EXIT.
002920
002930*****************************************************************
002940*  1000-INITIALIZE - RUN DATE AND REPORT FILE                   *
002950*****************************************************************
002960 1000-INITIALIZE.
002970
002980     OPEN OUTPUT LOCKRPT.
002990
003000     IF NOT WS-LOCKRPT-OK
003010         DISPLAY 'JKEMLKEX - ERROR OPENING LOCKRPT STATUS = '
003020             WS-LOCKRPT-STATUS
003030         SET WS-FATAL-ERROR TO TRUE
003040         MOVE 12 TO RETURN-CODE
003050         GO TO 1000-EXIT
003060     END-IF.
003070
003080     EXEC SQL
003090         SELECT CURRENT DATE
003100             INTO :WS-RUN-DATE
003110             FROM SYSIBM.SYSDUMMY1
003120     END-EXEC.
003130
003140     IF SQLCODE NOT = 0
003150         PERFORM 4600-SQL-FATAL
003160             THRU 4600-EXIT
003170         GO TO 1000-EXIT
003180     END-IF.
003190
003200     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
003210
003220 1000-EXIT.
003230     EXIT.
003240
003250*****************************************************************
003260*  2000-EXPIRE-LOCKS - LIST EVERY LAPSED LOCK, THEN MARK THEM   *
003270*  EXPIRED IN ONE UPDATE AND COMMIT.  THE UPDATE CARRIES THE    *
003280*  SAME PREDICATE AS THE LIST                                   *
003290*****************************************************************
003300 2000-EXPIRE-LOCKS.
003310
003320     MOVE 'LOCKS EXPIRED TONIGHT' TO WSL-TEXT.
003330     PERFORM 3050-PRINT-SECTION
003340         THRU 3050-EXIT.
003350
003360     EXEC SQL OPEN ECURSOR END-EXEC.
003370
003380     IF SQLCODE NOT = 0
003390         PERFORM 4600-SQL-FATAL
003400             THRU 4600-EXIT
003410         GO TO 2000-EXIT
003420     END-IF.
003430
003440     MOVE 'N' TO WS-EOF-SW.
003450
003460     PERFORM 2100-LIST-EXPIRED
003470         THRU 2100-EXIT
003480         UNTIL WS-EOF-YES.
003490
003500     EXEC SQL CLOSE ECURSOR END-EXEC.
003510
003520     IF WS-FATAL-ERROR
003530         GO TO 2000-EXIT
003540     END-IF.
003550
003560     IF WS-EXPIRED-COUNT = ZERO
003570         MOVE 'NO LOCKS LAPSED' TO WSL-TEXT
003580         PERFORM 3050-PRINT-SECTION
003590             THRU 3050-EXIT
003600         GO TO 2000-EXIT
003610     END-IF.
003620
003630     EXEC SQL
003640         UPDATE JKEMORT.RATELOCK
003650             SET STATUS = 'E',
003660                 UPDUSERID = :WS-JOBNAME,
003670                 UPDDATE = CURRENT DATE
003680             WHERE STATUS = 'L' AND
003690                   EXPIREDATE < CURRENT DATE
003700     END-EXEC.
003710
003720     IF SQLCODE NOT = 0
003730         PERFORM 4600-SQL-FATAL
003740             THRU 4600-EXIT
003750         GO TO 2000-EXIT
003760     END-IF.
003770
003780     MOVE SQLERRD (3) TO WS-UPDATED-COUNT.
003790
003800     EXEC SQL COMMIT END-EXEC.
003810
003820     IF SQLCODE NOT = 0
003830         PERFORM 4600-SQL-FATAL
003840             THRU 4600-EXIT
003850     END-IF.
003860
003870 2000-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910*  2100-LIST-EXPIRED - FETCH AND PRINT ONE LAPSED LOCK          *
003920*****************************************************************
003930 2100-LIST-EXPIRED.
003940
003950     EXEC SQL FETCH ECURSOR
003960          INTO :LOCKQUOTENO,
003970               :LOCKQUOTELINE,
003980               :LOCKCOMPANY,
003990               :LOCKYEARS,
004000               :LOCKLOANTYPE,
004010               :LOCKRATE,
004020               :LOCKAPR,
004030               :LOCKPOINTS,
004040               :LOCKDATE,
004050               :LOCKEXPIRE,
004060               :LOCKUSERID
004070     END-EXEC.
004080
004090     IF SQLCODE = 100
004100         MOVE 'Y' TO WS-EOF-SW
004110         GO TO 2100-EXIT
004120     END-IF.
004130
004140     IF SQLCODE NOT = 0
004150         MOVE 'Y' TO WS-EOF-SW
004160         PERFORM 4600-SQL-FATAL
004170             THRU 4600-EXIT
004180         GO TO 2100-EXIT
004190     END-IF.
004200
004210     MOVE SPACES TO WD-CURRENT-BLANK.
004220     MOVE SPACES TO WD-GAP-BLANK.
004230
004240     PERFORM 4100-PRINT-DETAIL
004250         THRU 4100-EXIT.
004260
004270     ADD 1 TO WS-EXPIRED-COUNT.
004280
004290 2100-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330*  3000-PRINT-HEADINGS - NEW PAGE, REPORT AND COLUMN HEADINGS   *
004340*****************************************************************
004350 3000-PRINT-HEADINGS.
004360
004370     ADD 1 TO WS-PAGE-COUNT.
004380     MOVE WS-PAGE-COUNT TO WH1-PAGE.
004390
004400     WRITE LOCKRPT-RECORD FROM WS-HEADING-1
004410         AFTER ADVANCING PAGE.
004420     WRITE LOCKRPT-RECORD FROM WS-COLUMN-HEADING
004430         AFTER ADVANCING 2 LINES.
004440
004450     MOVE 3 TO WS-LINE-COUNT.
004460
004470 3000-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510*  3050-PRINT-SECTION - ONE SECTION TITLE OR MESSAGE LINE       *
004520*****************************************************************
004530 3050-PRINT-SECTION.
004540
004550     IF WS-LINE-COUNT = ZERO
004560    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004570         PERFORM 3000-PRINT-HEADINGS
004580             THRU 3000-EXIT
004590     END-IF.
004600
004610     WRITE LOCKRPT-RECORD FROM WS-SECTION-LINE
004620         AFTER ADVANCING 2 LINES.
004630     ADD 2 TO WS-LINE-COUNT.
004640
004650 3050-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690*  3200-PRINT-TOTAL - ONE CONTROL TOTAL LINE                    *
004700*****************************************************************
004710 3200-PRINT-TOTAL.
004720
004730     IF WS-LINE-COUNT = ZERO
004740    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004750         PERFORM 3000-PRINT-HEADINGS
004760             THRU 3000-EXIT
004770     END-IF.
004780
004790     WRITE LOCKRPT-RECORD FROM WS-TOTAL-LINE
004800         AFTER ADVANCING 1 LINE.
004810     ADD 1 TO WS-LINE-COUNT.
004820
004830 3200-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*  4100-PRINT-DETAIL - ONE LINE PER LOCK                        *
004880*****************************************************************
004890 4100-PRINT-DETAIL.
004900
004910     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004920         PERFORM 3000-PRINT-HEADINGS
004930             THRU 3000-EXIT
004940     END-IF.
004950
004960     MOVE LOCKQUOTENO   TO WD-QUOTENO.
004970     MOVE LOCKQUOTELINE TO WD-QUOTELINE.
004980     MOVE LOCKCOMPANY   TO WD-COMPANY.
004990     MOVE LOCKLOANTYPE  TO WD-LOANTYPE.
005000     MOVE LOCKYEARS     TO WD-YEARS.
005010     MOVE LOCKRATE      TO WD-RATE.
005020     MOVE LOCKAPR       TO WD-APR.
005030     MOVE LOCKPOINTS    TO WD-POINTS.
005040     MOVE LOCKDATE      TO WD-LOCKDATE.
005050     MOVE LOCKEXPIRE    TO WD-EXPIRE.
005060     MOVE LOCKUSERID    TO WD-USERID.
005070
005080     WRITE LOCKRPT-RECORD FROM WS-DETAIL-LINE
005090         AFTER ADVANCING 1 LINE.
005100
005110     ADD 1 TO WS-LINE-COUNT.
005120
005130 4100-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170*  4600-SQL-FATAL - UNEXPECTED SQLCODE: BACK OUT TO THE LAST    *
005180*  COMMITTED POINT AND STOP WITH RC 12                          *
005190*****************************************************************
005200 4600-SQL-FATAL.
005210
005220     MOVE SQLCODE TO WFL-SQLCODE.
005230
005240     IF WS-LINE-COUNT = ZERO
005250    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
005260         PERFORM 3000-PRINT-HEADINGS
005270             THRU 3000-EXIT
005280     END-IF.
005290
005300     WRITE LOCKRPT-RECORD FROM WS-FATAL-LINE
005310         AFTER ADVANCING 2 LINES.
005320     ADD 2 TO WS-LINE-COUNT.
005330
005340     DISPLAY 'JKEMLKEX - RUN STOPPED, SQLCODE = ' SQLCODE.
005350
005360     EXEC SQL ROLLBACK END-EXEC.
005370
005380     SET WS-FATAL-ERROR TO TRUE.
005390     MOVE 12 TO RETURN-CODE.
005400
005410 4600-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450*  6000-REPORT-EXPOSURE - COUNT THE LOCKS STILL LIVE, THEN LIST *
005460*  EVERY ONE THE MARKET HAS MOVED ABOVE                         *
005470*****************************************************************
005480 6000-REPORT-EXPOSURE.
005490
005500     EXEC SQL
005510         SELECT COUNT(*)
005520             INTO :WS-ACTIVE-COUNT
005530             FROM JKEMORT.RATELOCK
005540             WHERE STATUS = 'L'
005550     END-EXEC.
005560
005570     IF SQLCODE NOT = 0
005580         PERFORM 4600-SQL-FATAL
005590             THRU 4600-EXIT
005600         GO TO 6000-EXIT
005610     END-IF.
005620
005630     MOVE 'LIVE LOCKS NOW BELOW THE LENDER RATE (EXPOSURE)'
005640                                     TO WSL-TEXT.
005650     PERFORM 3050-PRINT-SECTION
005660         THRU 3050-EXIT.
005670
005680     EXEC SQL OPEN XCURSOR END-EXEC.
005690
005700     IF SQLCODE NOT = 0
005710         PERFORM 4600-SQL-FATAL
005720             THRU 4600-EXIT
005730         GO TO 6000-EXIT
005740     END-IF.
005750
005760     MOVE 'N' TO WS-EOF-SW.
005770
005780     PERFORM 6100-LIST-EXPOSED
005790         THRU 6100-EXIT
005800         UNTIL WS-EOF-YES.
005810
005820     EXEC SQL CLOSE XCURSOR END-EXEC.
005830
005840     IF NOT WS-FATAL-ERROR AND WS-EXPOSED-COUNT = ZERO
005850         MOVE 'NO LOCK UNDER THE MARKET' TO WSL-TEXT
005860         PERFORM 3050-PRINT-SECTION
005870             THRU 3050-EXIT
005880     END-IF.
005890
005900 6000-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940*  6100-LIST-EXPOSED - FETCH AND PRINT ONE EXPOSED LOCK WITH    *
005950*  THE LENDER'S CURRENT RATE AND THE GAP                        *
005960*****************************************************************
005970 6100-LIST-EXPOSED.
005980
005990     EXEC SQL FETCH XCURSOR
006000          INTO :LOCKQUOTENO,
006010               :LOCKQUOTELINE,
006020               :LOCKCOMPANY,
006030               :LOCKYEARS,
006040               :LOCKLOANTYPE,
006050               :LOCKRATE,
006060               :LOCKAPR,
006070               :LOCKPOINTS,
006080               :LOCKDATE,
006090               :LOCKEXPIRE,
006100               :LOCKUSERID,
006110               :WS-CURRENT-RATE
006120     END-EXEC.
006130
006140     IF SQLCODE = 100
006150         MOVE 'Y' TO WS-EOF-SW
006160         GO TO 6100-EXIT
006170     END-IF.
006180
006190     IF SQLCODE NOT = 0
006200         MOVE 'Y' TO WS-EOF-SW
006210         PERFORM 4600-SQL-FATAL
006220             THRU 4600-EXIT
006230         GO TO 6100-EXIT
006240     END-IF.
006250
006260     COMPUTE WS-RATE-GAP = WS-CURRENT-RATE - LOCKRATE.
006270     MOVE WS-CURRENT-RATE TO WD-CURRENT-RATE.
006280     MOVE WS-RATE-GAP     TO WD-RATE-GAP.
006290
006300     PERFORM 4100-PRINT-DETAIL
006310         THRU 4100-EXIT.
006320
006330     ADD 1 TO WS-EXPOSED-COUNT.
006340
006350 6100-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*  5000-TERMINATE - CONTROL TOTALS AND CLOSE                    *
006400*****************************************************************
006410 5000-TERMINATE.
006420
006430     IF NOT WS-LOCKRPT-OK
006440         GO TO 5000-EXIT
006450     END-IF.
006460
006470     IF WS-LINE-COUNT > ZERO
006480         MOVE SPACES TO LOCKRPT-RECORD
006490         WRITE LOCKRPT-RECORD
006500             AFTER ADVANCING 1 LINE
006510         ADD 1 TO WS-LINE-COUNT
006520     END-IF.
006530
006540     MOVE 'LOCKS EXPIRED TONIGHT' TO WTL-LABEL.
006550     MOVE WS-UPDATED-COUNT TO WTL-COUNT.
006560     PERFORM 3200-PRINT-TOTAL
006570         THRU 3200-EXIT.
006580
006590     MOVE 'LOCKS STILL LIVE' TO WTL-LABEL.
006600     MOVE WS-ACTIVE-COUNT TO WTL-COUNT.
006610     PERFORM 3200-PRINT-TOTAL
006620         THRU 3200-EXIT.
006630
006640     MOVE 'LIVE LOCKS UNDER THE MARKET' TO WTL-LABEL.
006650     MOVE WS-EXPOSED-COUNT TO WTL-COUNT.
006660     PERFORM 3200-PRINT-TOTAL
006670         THRU 3200-EXIT.
006680
006690     CLOSE LOCKRPT.
006700
006710 5000-EXIT.
006720     EXIT.
006730
006740 9999-EXIT.
006750     STOP RUN.
