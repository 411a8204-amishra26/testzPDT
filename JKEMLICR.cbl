000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    JKEMLICR.
000120 AUTHOR.        D M PELLETIER.
000130 INSTALLATION.  MORTGAGE SERVICES DIVISION.
000140 DATE-WRITTEN.  OCTOBER 2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*   PROGRAM  : JKEMLICR                                         *
000190*   PURPOSE  : NIGHTLY LENDER STATE LICENSE REPORT.  LISTS      *
000200*              EVERY JKEMORT.LENDLIC LICENSE THAT RUNS OUT      *
000210*              WITHIN THE NEXT 60 DAYS, SOONEST FIRST, SO THE   *
000220*              DESK CAN CHASE THE RENEWAL BEFORE THE RATE       *
000230*              INQUIRY STOPS QUOTING THE LENDER IN THAT STATE.  *
000240*              THEN LISTS EVERY LENDER WITH PRODUCTS ON         *
000250*              JKEMORT.MORTGAGE BUT NO UNEXPIRED LICENSE IN ANY *
000260*              STATE - RATES THE INQUIRY CAN NO LONGER QUOTE    *
000270*              ANYWHERE.  REPORT ONLY; NOTHING IS UPDATED.      *
000280*   INPUT    : JKEMORT.LENDLIC / JKEMORT.MORTGAGE /             *
000290*              JKEMORT.LENDER                                   *
000300*   OUTPUT   : LICRPT   - RENEWAL AND UNLICENSED LENDER REPORT  *
000310*   RETURN   : 0 GOOD, 12 SQL OR FILE FAILURE, 16 DUPLICATE RUN *
000320*                                                               *
000330*****************************************************************
000340*
000350*  MODIFICATION HISTORY
000360*  --------------------
000370*  DATE       BY    DESCRIPTION
000380*  ---------  ----  ------------------------------------------
000390*  10/15/26   DMP   ORIGINAL PROGRAM.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT LICRPT    ASSIGN TO LICRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-LICRPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  LICRPT
000540     RECORDING MODE IS F.
000550 01  LICRPT-RECORD.
000560     05  CR-CTL                      PIC X(01).
000570     05  CR-DATA                     PIC X(132).
000580
000590 WORKING-STORAGE SECTION.
000600*
000610 01  WS-SWITCHES.
000620     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000630         88  WS-EOF-YES                        VALUE 'Y'.
000640     05  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
000650         88  WS-FATAL-ERROR                    VALUE 'Y'.
000660     05  WS-LICRPT-STATUS            PIC X(02) VALUE '00'.
000670         88  WS-LICRPT-OK                      VALUE '00' '97'.
000680
000690 01  WS-COUNTERS.
000700     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
000710     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
000720     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
000730     05  WS-LICENSE-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
000740     05  WS-DUE-COUNT                PIC S9(7) COMP-3 VALUE ZERO.
000750     05  WS-UNLICENSED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
000760
000770 01  WS-WORK-FIELDS.
000780     05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
000790     05  WS-JOBNAME                  PIC X(08) VALUE 'JKEMLICR'.
000800*    HOW FAR AHEAD A LICENSE IS FLAGGED FOR RENEWAL
000810     05  WS-WARN-DAYS                PIC S9(4) COMP-3 VALUE 60.
000820     05  WS-DAYS-LEFT                PIC S9(9) COMP VALUE ZERO.
000830     05  WS-PRODUCT-COUNT            PIC S9(9) COMP VALUE ZERO.
000840
000850     COPY LENDLIC.
000860
000870     COPY LENDER.
000880
000890     COPY JKRUNLOG.
000900
000910     EXEC SQL INCLUDE SQLCA END-EXEC.
000920
000930*****************************************************************
000940*  LICENSES STILL GOOD TODAY THAT RUN OUT WITHIN THE WARNING    *
000950*  WINDOW - A LICENSE IS GOOD THROUGH ITS EXPIRY DATE           *
000960*****************************************************************
000970     EXEC SQL
000980     DECLARE RCURSOR CURSOR FOR
000990         SELECT COMPANY, STATE, LICENSE, EXPIREDATE,
001000                DAYS(EXPIREDATE) - DAYS(CURRENT DATE),
001010                UPDUSERID, UPDDATE
001020             FROM JKEMORT.LENDLIC
001030             WHERE EXPIREDATE >= CURRENT DATE AND
001040                   EXPIREDATE <= CURRENT DATE + :WS-WARN-DAYS DAYS
001050             ORDER BY EXPIREDATE ASC, COMPANY ASC, STATE ASC
001060     END-EXEC.
001070
001080*****************************************************************
001090*  LENDERS WITH PRODUCTS ON FILE AND NO UNEXPIRED LICENSE IN    *
001100*  ANY STATE, WITH HOW MANY PRODUCTS THE INQUIRY HAS LOST       *
001110*****************************************************************
001120     EXEC SQL
001130     DECLARE UCURSOR CURSOR FOR
001140         SELECT M.COMPANY, L.PHONE, COUNT(*)
001150             FROM JKEMORT.MORTGAGE M, JKEMORT.LENDER L
001160             WHERE M.COMPANY = L.COMPANY AND
001170                   NOT EXISTS
001180                   (SELECT 1
001190                       FROM JKEMORT.LENDLIC C
001200                       WHERE C.COMPANY = M.COMPANY AND
001210                             C.EXPIREDATE >= CURRENT DATE)
001220             GROUP BY M.COMPANY, L.PHONE
001230             ORDER BY M.COMPANY ASC
001240     END-EXEC.
001250
001260*****************************************************************
001270*  PRINT LINE LAYOUTS                                           *
001280*****************************************************************
001290 01  WS-HEADING-1.
001300     05  FILLER                      PIC X(01) VALUE SPACE.
001310     05  FILLER                      PIC X(20) VALUE
001320         'JKEMLICR'.
001330     05  FILLER                      PIC X(40) VALUE
001340         'LENDER STATE LICENSE REPORT'.
001350     05  FILLER                      PIC X(10) VALUE
001360         'RUN DATE'.
001370     05  WH1-RUN-DATE                PIC X(10).
001380     05  FILLER                      PIC X(04) VALUE SPACES.
001390     05  FILLER                      PIC X(06) VALUE
001400         'PAGE'.
001410     05  WH1-PAGE                    PIC ZZZ9.
001420     05  FILLER                      PIC X(38) VALUE SPACES.
001430
001440 01  WS-SECTION-LINE.
001450     05  FILLER                      PIC X(01) VALUE SPACE.
001460     05  WSL-TEXT                    PIC X(60).
001470     05  FILLER                      PIC X(72) VALUE SPACES.
001480
001490 01  WS-COLUMN-HEADING.
001500     05  FILLER                      PIC X(01) VALUE SPACE.
001510     05  FILLER                      PIC X(26) VALUE
001520         'COMPANY'.
001530     05  FILLER                      PIC X(04) VALUE
001540         'ST'.
001550     05  FILLER                      PIC X(14) VALUE
001560         'LICENSE'.
001570     05  FILLER                      PIC X(12) VALUE
001580         'EXPIRES'.
001590     05  FILLER                      PIC X(08) VALUE
001600         'DAYS'.
001610     05  FILLER                      PIC X(08) VALUE
001620         'PRODS'.
001630     05  FILLER                      PIC X(15) VALUE
001640         'PHONE'.
001650     05  FILLER                      PIC X(10) VALUE
001660         'CHANGED BY'.
001670     05  FILLER                      PIC X(10) VALUE
001680         'CHANGED ON'.
001690     05  FILLER                      PIC X(25) VALUE SPACES.
001700
001710 01  WS-DETAIL-LINE.
001720     05  FILLER                      PIC X(01) VALUE SPACE.
001730     05  WD-COMPANY                  PIC X(24).
001740     05  FILLER                      PIC X(02) VALUE SPACES.
001750     05  WD-STATE                    PIC X(02).
001760     05  FILLER                      PIC X(02) VALUE SPACES.
001770     05  WD-LICENSE                  PIC X(12).
001780     05  FILLER                      PIC X(02) VALUE SPACES.
001790     05  WD-EXPIRE                   PIC X(10).
001800     05  FILLER                      PIC X(02) VALUE SPACES.
001810     05  WD-DAYS-LEFT                PIC ZZZ9.
001820     05  WD-DAYS-BLANK REDEFINES WD-DAYS-LEFT
001830                                     PIC X(04).
001840     05  FILLER                      PIC X(04) VALUE SPACES.
001850     05  WD-PRODUCTS                 PIC ZZZ9.
001860     05  WD-PRODUCTS-BLANK REDEFINES WD-PRODUCTS
001870                                     PIC X(04).
001880     05  FILLER                      PIC X(04) VALUE SPACES.
001890     05  WD-PHONE                    PIC X(13).
001900     05  FILLER                      PIC X(02) VALUE SPACES.
001910     05  WD-UPDUSERID                PIC X(08).
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  WD-UPDDATE                  PIC X(10).
001940     05  FILLER                      PIC X(25) VALUE SPACES.
001950
001960 01  WS-FATAL-LINE.
001970     05  FILLER                      PIC X(01) VALUE SPACE.
001980     05  FILLER                      PIC X(22) VALUE
001990         'RUN STOPPED - SQLCODE'.
002000     05  WFL-SQLCODE                 PIC -(9)9.
002010     05  FILLER                      PIC X(99) VALUE SPACES.
002020
002030 01  WS-TOTAL-LINE.
002040     05  FILLER                      PIC X(01) VALUE SPACE.
002050     05  WTL-LABEL                   PIC X(30).
002060     05  WTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
002070     05  FILLER                      PIC X(91) VALUE SPACES.
002080
002090 PROCEDURE DIVISION.
002100
002110 0000-MAINLINE.
002120
002130     PERFORM 0100-LOG-RUN-START
002140         THRU 0100-EXIT.
002150
002160     IF RUN-DUPLICATE
002170         GO TO 9999-EXIT
002180     END-IF.
002190
002200     PERFORM 1000-INITIALIZE
002210         THRU 1000-EXIT.
002220
002230     IF NOT WS-FATAL-ERROR
002240         PERFORM 2000-LIST-RENEWALS
002250             THRU 2000-EXIT
002260     END-IF.
002270
002280     IF NOT WS-FATAL-ERROR
002290         PERFORM 6000-LIST-UNLICENSED
002300             THRU 6000-EXIT
002310     END-IF.
002320
002330     PERFORM 5000-TERMINATE
002340         THRU 5000-EXIT.
002350
002360     PERFORM 0200-LOG-RUN-END
002370         THRU 0200-EXIT.
002380
002390     GO TO 9999-EXIT.
002400
002410 0000-EXIT.
002420     EXIT.
002430
002440*****************************************************************
002450*  0100-LOG-RUN-START - RECORD THE RUN ON THE COMMON RUN LOG    *
002460*  AND STOP RC 16 ON AN UNFORCED SAME-DAY RERUN                 *
002470*****************************************************************
002480 0100-LOG-RUN-START.
002490
002500     INITIALIZE RUNLOG-CONTROL.
002510     SET RUN-FUNCTION-START TO TRUE.
002520     MOVE 'JKEMLICR' TO RUN-JOBNAME.
002530
002540     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
002550
002560     IF RUN-DUPLICATE
002570         DISPLAY 'JKEMLICR - ALREADY RAN TODAY, FORCE TO RERUN'
002580         MOVE 16 TO RETURN-CODE
002590     END-IF.
002600
002610 0100-EXIT.
002620     EXIT.
002630
002640*****************************************************************
002650*  0200-LOG-RUN-END - RETURN CODE AND KEY COUNTS TO THE LOG     *
002660*****************************************************************
002670 0200-LOG-RUN-END.
002680
002690     SET RUN-FUNCTION-END TO TRUE.
002700     MOVE RETURN-CODE TO RUN-RETCODE.
002710     MOVE WS-LICENSE-COUNT TO RUN-READ-COUNT.
002720     MOVE WS-DUE-COUNT TO RUN-WRITE-COUNT.
002730     MOVE WS-UNLICENSED-COUNT TO RUN-REJECT-COUNT.
002740
002750     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
002760
002770 0200-EXIT.
002780     EXIT.
002790
002800*****************************************************************
002810*  1000-INITIALIZE - RUN DATE AND REPORT FILE                   *
002820*****************************************************************
002830 1000-INITIALIZE.
002840
002850     OPEN OUTPUT LICRPT.
002860
002870     IF NOT WS-LICRPT-OK
002880         DISPLAY 'JKEMLICR - ERROR OPENING LICRPT STATUS = '
002890             WS-LICRPT-STATUS
002900         SET WS-FATAL-ERROR TO TRUE
002910         MOVE 12 TO RETURN-CODE
002920         GO TO 1000-EXIT
002930     END-IF.
002940
002950     EXEC SQL
002960         SELECT CURRENT DATE
002970             INTO :WS-RUN-DATE
002980             FROM SYSIBM.SYSDUMMY1
002990     END-EXEC.
003000
003010     IF SQLCODE NOT = 0
003020         PERFORM 4600-SQL-FATAL
003030             THRU 4600-EXIT
003040         GO TO 1000-EXIT
003050     END-IF.
003060
003070     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
003080
003090 1000-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130*  2000-LIST-RENEWALS - COUNT THE LICENSES STILL GOOD, THEN     *
003140*  LIST EVERY ONE DUE TO RUN OUT INSIDE THE WARNING WINDOW      *
003150*****************************************************************
003160 2000-LIST-RENEWALS.
003170
003180     EXEC SQL
003190         SELECT COUNT(*)
003200             INTO :WS-LICENSE-COUNT
003210             FROM JKEMORT.LENDLIC
003220             WHERE EXPIREDATE >= CURRENT DATE
003230     END-EXEC.
003240
003250     IF SQLCODE NOT = 0
003260         PERFORM 4600-SQL-FATAL
003270             THRU 4600-EXIT
003280         GO TO 2000-EXIT
003290     END-IF.
003300
003310     MOVE 'LICENSES DUE FOR RENEWAL WITHIN 60 DAYS' TO WSL-TEXT.
003320     PERFORM 3050-PRINT-SECTION
003330         THRU 3050-EXIT.
003340
003350     EXEC SQL OPEN RCURSOR END-EXEC.
003360
003370     IF SQLCODE NOT = 0
003380         PERFORM 4600-SQL-FATAL
003390             THRU 4600-EXIT
003400         GO TO 2000-EXIT
003410     END-IF.
003420
003430     MOVE 'N' TO WS-EOF-SW.
003440
003450     PERFORM 2100-LIST-RENEWAL
003460         THRU 2100-EXIT
003470         UNTIL WS-EOF-YES.
003480
003490     EXEC SQL CLOSE RCURSOR END-EXEC.
003500
003510     IF NOT WS-FATAL-ERROR AND WS-DUE-COUNT = ZERO
003520         MOVE 'NO LICENSE DUE FOR RENEWAL' TO WSL-TEXT
003530         PERFORM 3050-PRINT-SECTION
003540             THRU 3050-EXIT
003550     END-IF.
003560
003570 2000-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610*  2100-LIST-RENEWAL - FETCH AND PRINT ONE LICENSE DUE          *
003620*****************************************************************
003630 2100-LIST-RENEWAL.
003640
003650     EXEC SQL FETCH RCURSOR
003660          INTO :LICCOMPANY,
003670               :LICSTATE,
003680               :LICNUMBER,
003690               :LICEXPIRE,
003700               :WS-DAYS-LEFT,
003710               :LICUPDUSERID,
003720               :LICUPDDATE
003730     END-EXEC.
003740
003750     IF SQLCODE = 100
003760         MOVE 'Y' TO WS-EOF-SW
003770         GO TO 2100-EXIT
003780     END-IF.
003790
003800     IF SQLCODE NOT = 0
003810         MOVE 'Y' TO WS-EOF-SW
003820         PERFORM 4600-SQL-FATAL
003830             THRU 4600-EXIT
003840         GO TO 2100-EXIT
003850     END-IF.
003860
003870     MOVE SPACES        TO WS-DETAIL-LINE.
003880     MOVE LICCOMPANY    TO WD-COMPANY.
003890     MOVE LICSTATE      TO WD-STATE.
003900     MOVE LICNUMBER     TO WD-LICENSE.
003910     MOVE LICEXPIRE     TO WD-EXPIRE.
003920     MOVE WS-DAYS-LEFT  TO WD-DAYS-LEFT.
003930     MOVE SPACES        TO WD-PRODUCTS-BLANK.
003940     MOVE LICUPDUSERID  TO WD-UPDUSERID.
003950     MOVE LICUPDDATE    TO WD-UPDDATE.
003960
003970     PERFORM 4100-PRINT-DETAIL
003980         THRU 4100-EXIT.
003990
004000     ADD 1 TO WS-DUE-COUNT.
004010
004020 2100-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060*  3000-PRINT-HEADINGS - NEW PAGE, REPORT AND COLUMN HEADINGS   *
004070*****************************************************************
004080 3000-PRINT-HEADINGS.
004090
004100     ADD 1 TO WS-PAGE-COUNT.
004110     MOVE WS-PAGE-COUNT TO WH1-PAGE.
004120
004130     WRITE LICRPT-RECORD FROM WS-HEADING-1
004140         AFTER ADVANCING PAGE.
004150     WRITE LICRPT-RECORD FROM WS-COLUMN-HEADING
004160         AFTER ADVANCING 2 LINES.
004170
004180     MOVE 3 TO WS-LINE-COUNT.
004190
004200 3000-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240*  3050-PRINT-SECTION - ONE SECTION TITLE OR MESSAGE LINE       *
004250*****************************************************************
004260 3050-PRINT-SECTION.
004270
004280     IF WS-LINE-COUNT = ZERO
004290    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004300         PERFORM 3000-PRINT-HEADINGS
004310             THRU 3000-EXIT
004320     END-IF.
004330
004340     WRITE LICRPT-RECORD FROM WS-SECTION-LINE
004350         AFTER ADVANCING 2 LINES.
004360     ADD 2 TO WS-LINE-COUNT.
004370
004380 3050-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420*  3200-PRINT-TOTAL - ONE CONTROL TOTAL LINE                    *
004430*****************************************************************
004440 3200-PRINT-TOTAL.
004450
004460     IF WS-LINE-COUNT = ZERO
004470    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004480         PERFORM 3000-PRINT-HEADINGS
004490             THRU 3000-EXIT
004500     END-IF.
004510
004520     WRITE LICRPT-RECORD FROM WS-TOTAL-LINE
004530         AFTER ADVANCING 1 LINE.
004540     ADD 1 TO WS-LINE-COUNT.
004550
004560 3200-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600*  4100-PRINT-DETAIL - ONE LINE PER LICENSE OR LENDER           *
004610*****************************************************************
004620 4100-PRINT-DETAIL.
004630
004640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004650         PERFORM 3000-PRINT-HEADINGS
004660             THRU 3000-EXIT
004670     END-IF.
004680
004690     WRITE LICRPT-RECORD FROM WS-DETAIL-LINE
004700         AFTER ADVANCING 1 LINE.
004710
004720     ADD 1 TO WS-LINE-COUNT.
004730
004740 4100-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780*  4600-SQL-FATAL - UNEXPECTED SQLCODE: BACK OUT AND STOP WITH  *
004790*  RC 12                                                        *
004800*****************************************************************
004810 4600-SQL-FATAL.
004820
004830     MOVE SQLCODE TO WFL-SQLCODE.
004840
004850     IF WS-LINE-COUNT = ZERO
004860    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004870         PERFORM 3000-PRINT-HEADINGS
004880             THRU 3000-EXIT
004890     END-IF.
004900
004910     WRITE LICRPT-RECORD FROM WS-FATAL-LINE
004920         AFTER ADVANCING 2 LINES.
004930     ADD 2 TO WS-LINE-COUNT.
004940
004950     DISPLAY 'JKEMLICR - RUN STOPPED, SQLCODE = ' SQLCODE.
004960
004970     EXEC SQL ROLLBACK END-EXEC.
004980
004990     SET WS-FATAL-ERROR TO TRUE.
005000     MOVE 12 TO RETURN-CODE.
005010
005020 4600-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*  6000-LIST-UNLICENSED - EVERY LENDER WITH PRODUCTS ON FILE    *
005070*  THAT NO LONGER HOLDS A GOOD LICENSE IN ANY STATE             *
005080*****************************************************************
005090 6000-LIST-UNLICENSED.
005100
005110     MOVE 'LENDERS WITH PRODUCTS AND NO UNEXPIRED LICENSE'
005120                                     TO WSL-TEXT.
005130     PERFORM 3050-PRINT-SECTION
005140         THRU 3050-EXIT.
005150
005160     EXEC SQL OPEN UCURSOR END-EXEC.
005170
005180     IF SQLCODE NOT = 0
005190         PERFORM 4600-SQL-FATAL
005200             THRU 4600-EXIT
005210         GO TO 6000-EXIT
005220     END-IF.
005230
005240     MOVE 'N' TO WS-EOF-SW.
005250
005260     PERFORM 6100-LIST-LENDER
005270         THRU 6100-EXIT
005280         UNTIL WS-EOF-YES.
005290
005300     EXEC SQL CLOSE UCURSOR END-EXEC.
005310
005320     IF NOT WS-FATAL-ERROR AND WS-UNLICENSED-COUNT = ZERO
005330         MOVE 'EVERY LENDER WITH PRODUCTS IS LICENSED' TO WSL-TEXT
005340         PERFORM 3050-PRINT-SECTION
005350             THRU 3050-EXIT
005360     END-IF.
005370
005380 6000-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420*  6100-LIST-LENDER - FETCH AND PRINT ONE UNLICENSED LENDER     *
005430*  WITH ITS PHONE AND HOW MANY PRODUCTS IT HAS ON FILE          *
005440*****************************************************************
005450 6100-LIST-LENDER.
005460
005470     EXEC SQL FETCH UCURSOR
005480          INTO :LENCOMPANY,
005490               :LENPHONE,
005500               :WS-PRODUCT-COUNT
005510     END-EXEC.
005520
005530     IF SQLCODE = 100
005540         MOVE 'Y' TO WS-EOF-SW
005550         GO TO 6100-EXIT
005560     END-IF.
005570
005580     IF SQLCODE NOT = 0
005590         MOVE 'Y' TO WS-EOF-SW
005600         PERFORM 4600-SQL-FATAL
005610             THRU 4600-EXIT
005620         GO TO 6100-EXIT
005630     END-IF.
005640
005650     MOVE SPACES           TO WS-DETAIL-LINE.
005660     MOVE LENCOMPANY       TO WD-COMPANY.
005670     MOVE SPACES           TO WD-DAYS-BLANK.
005680     MOVE WS-PRODUCT-COUNT TO WD-PRODUCTS.
005690     MOVE LENPHONE         TO WD-PHONE.
005700
005710     PERFORM 4100-PRINT-DETAIL
005720         THRU 4100-EXIT.
005730
005740     ADD 1 TO WS-UNLICENSED-COUNT.
005750
005760 6100-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800*  5000-TERMINATE - CONTROL TOTALS AND CLOSE                    *
005810*****************************************************************
005820 5000-TERMINATE.
005830
005840     IF NOT WS-LICRPT-OK
005850         GO TO 5000-EXIT
005860     END-IF.
005870
005880     IF WS-LINE-COUNT > ZERO
005890         MOVE SPACES TO LICRPT-RECORD
005900         WRITE LICRPT-RECORD
005910             AFTER ADVANCING 1 LINE
005920         ADD 1 TO WS-LINE-COUNT
005930     END-IF.
005940
005950     MOVE 'LICENSES IN FORCE' TO WTL-LABEL.
005960     MOVE WS-LICENSE-COUNT TO WTL-COUNT.
005970     PERFORM 3200-PRINT-TOTAL
005980         THRU 3200-EXIT.
005990
006000     MOVE 'LICENSES DUE FOR RENEWAL' TO WTL-LABEL.
006010     MOVE WS-DUE-COUNT TO WTL-COUNT.
006020     PERFORM 3200-PRINT-TOTAL
006030         THRU 3200-EXIT.
006040
006050     MOVE 'LENDERS WITH NO LICENSE' TO WTL-LABEL.
006060     MOVE WS-UNLICENSED-COUNT TO WTL-COUNT.
006070     PERFORM 3200-PRINT-TOTAL
006080         THRU 3200-EXIT.
006090
006100     CLOSE LICRPT.
006110
006120 5000-EXIT.
006130     EXIT.
006140
006150 9999-EXIT.
006160     STOP RUN.
