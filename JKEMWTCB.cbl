000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    JKEMWTCB.
000120 AUTHOR.        D M PELLETIER.
000130 INSTALLATION.  MORTGAGE SERVICES DIVISION.
000140 DATE-WRITTEN.  OCTOBER 2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*   PROGRAM  : JKEMWTCB                                         *
000190*   PURPOSE  : NIGHTLY RATE WATCH CALL-BACK LIST, RUN AFTER     *
000200*              JKEMLOAD SO IT SEES THE NEW RATE SHEET.  EVERY   *
000210*              OPEN JKEMORT.RATEWTCH ROW WHOSE EXPIRY DATE HAS  *
000220*              PASSED IS LISTED AND MARKED EXPIRED.  EVERY      *
000230*              WATCH STILL OPEN AFTER THAT IS MATCHED AGAINST   *
000240*              THE RATE BOOK THE WAY THE JKEMLISS INQUIRY       *
000250*              MATCHES (LOAN LIMIT, RATE, TERM, LOAN TYPE,      *
000252*              LENDER LICENSED IN THE WATCH'S PROPERTY STATE)   *
000260*              AND EACH ONE THE BOOK NOW SUITS IS PRINTED WITH  *
000270*              ITS BEST OFFER, BEST RATE FIRST, FOR THE DESK TO *
000280*              CALL BACK.  A LISTED WATCH STAYS OPEN UNTIL THE  *
000290*              OPERATOR MARKS IT CALLED THROUGH JKEMWTCH.       *
000300*   INPUT    : JKEMORT.RATEWTCH / JKEMORT.MORTGAGE /            *
000310*              JKEMORT.LENDER / JKEMORT.LENDLIC                 *
000320*   OUTPUT   : JKEMORT.RATEWTCH (LAPSED WATCHES EXPIRED)        *
000330*              WTCHRPT  - CALL-BACK LIST                        *
000340*   RETURN   : 0 GOOD, 12 SQL OR FILE FAILURE, 16 DUPLICATE RUN *
000350*                                                               *
000360*****************************************************************
000370*
000380*  MODIFICATION HISTORY
000390*  --------------------
000400*  DATE       BY    DESCRIPTION
000410*  ---------  ----  ------------------------------------------
000420*  10/15/26   DMP   ORIGINAL PROGRAM.
000422*  10/15/26   DMP   MATCH ONLY LENDERS LICENSED IN THE PROPERTY
000424*                   STATE; STATE SHOWN ON THE LIST.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT WTCHRPT   ASSIGN TO WTCHRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-WTCHRPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  WTCHRPT
000570     RECORDING MODE IS F.
000580 01  WTCHRPT-RECORD.
000590     05  WR-CTL                      PIC X(01).
000600     05  WR-DATA                     PIC X(132).
000610
000620 WORKING-STORAGE SECTION.
000630*
000640 01  WS-SWITCHES.
000650     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000660         88  WS-EOF-YES                        VALUE 'Y'.
000670     05  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
000680         88  WS-FATAL-ERROR                    VALUE 'Y'.
000690     05  WS-WTCHRPT-STATUS           PIC X(02) VALUE '00'.
000700         88  WS-WTCHRPT-OK                     VALUE '00' '97'.
000710
000720 01  WS-COUNTERS.
000730     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
000740     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
000750     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
000760     05  WS-EXPIRED-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
000770     05  WS-UPDATED-COUNT            PIC S9(9) COMP   VALUE ZERO.
000780     05  WS-OPEN-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
000790     05  WS-LISTED-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
000800
000810 01  WS-WORK-FIELDS.
000820     05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
000830     05  WS-JOBNAME                  PIC X(08) VALUE 'JKEMWTCB'.
000840     05  WS-BEST-RATE                PIC S9(3)V9(3) COMP-3
000850                                               VALUE ZERO.
000860     05  WS-BEST-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
000870
000880     COPY RATEWTCH.
000890
000900     COPY MORTGAGE.
000910
000920     COPY LENDER.
000930
000940     COPY JKRUNLOG.
000950
000960     EXEC SQL INCLUDE SQLCA END-EXEC.
000970
000980*****************************************************************
000990*  OPEN WATCHES WHOSE EXPIRY DATE HAS PASSED - A WATCH RUNS     *
001000*  THROUGH ITS EXPIRY DATE AND LAPSES THE DAY AFTER             *
001010*****************************************************************
001020     EXEC SQL
001030     DECLARE ECURSOR CURSOR FOR
001040         SELECT WATCHNO, NAME, PHONE, LOAN, YEARS, LOANTYPE,
001050                RATE, STATE, OPENDATE, EXPIREDATE, USERID
001060             FROM JKEMORT.RATEWTCH
001070             WHERE STATUS = 'O' AND
001080                   EXPIREDATE < CURRENT DATE
001090             ORDER BY EXPIREDATE ASC, WATCHNO ASC
001100     END-EXEC.
001110
001120*****************************************************************
001130*  OPEN WATCHES THE BOOK NOW SUITS - THE SAME TESTS ICURSOR     *
001140*  APPLIES TO AN INQUIRY - WITH THE BEST RATE ON OFFER AND HOW  *
001150*  MANY PRODUCTS QUALIFY, BEST RATE FIRST                       *
001160*****************************************************************
001170     EXEC SQL
001180     DECLARE CCURSOR CURSOR FOR
001190         SELECT W.WATCHNO, W.NAME, W.PHONE, W.LOAN, W.YEARS,
001200                W.LOANTYPE, W.RATE, W.OPENDATE, W.EXPIREDATE,
001210                W.USERID, W.STATE, MIN(M.RATE), COUNT(*)
001220             FROM JKEMORT.RATEWTCH W, JKEMORT.MORTGAGE M,
001230                  JKEMORT.LENDER L
001240             WHERE W.STATUS = 'O' AND
001250                   M.COMPANY = L.COMPANY AND
001260                   M.LOAN >= W.LOAN AND
001270                   M.RATE <= W.RATE AND
001280                   M.YEARS = W.YEARS AND
001290                   M.LOANTYPE = W.LOANTYPE AND
001291                   EXISTS
001292                   (SELECT 1
001293                       FROM JKEMORT.LENDLIC C
001294                       WHERE C.COMPANY = M.COMPANY AND
001295                             C.STATE = W.STATE AND
001296                             C.EXPIREDATE >= CURRENT DATE)
001300             GROUP BY W.WATCHNO, W.NAME, W.PHONE, W.LOAN, W.YEARS,
001310                   W.LOANTYPE, W.RATE, W.OPENDATE, W.EXPIREDATE,
001320                   W.USERID, W.STATE
001330             ORDER BY MIN(M.RATE) ASC, W.WATCHNO ASC
001340     END-EXEC.
001350
001360*****************************************************************
001370*  PRINT LINE LAYOUTS                                           *
001380*****************************************************************
001390 01  WS-HEADING-1.
001400     05  FILLER                      PIC X(01) VALUE SPACE.
001410     05  FILLER                      PIC X(20) VALUE
001420         'JKEMWTCB'.
001430     05  FILLER                      PIC X(40) VALUE
001440         'RATE WATCH CALL-BACK LIST'.
001450     05  FILLER                      PIC X(10) VALUE
001460         'RUN DATE'.
001470     05  WH1-RUN-DATE                PIC X(10).
001480     05  FILLER                      PIC X(04) VALUE SPACES.
001490     05  FILLER                      PIC X(06) VALUE
001500         'PAGE'.
001510     05  WH1-PAGE                    PIC ZZZ9.
001520     05  FILLER                      PIC X(38) VALUE SPACES.
001530
001540 01  WS-SECTION-LINE.
001550     05  FILLER                      PIC X(01) VALUE SPACE.
001560     05  WSL-TEXT                    PIC X(60).
001570     05  FILLER                      PIC X(72) VALUE SPACES.
001580
001590 01  WS-COLUMN-HEADING.
001600     05  FILLER                      PIC X(01) VALUE SPACE.
001610     05  FILLER                      PIC X(09) VALUE
001620         'WATCH'.
001630     05  FILLER                      PIC X(31) VALUE
001640         'BORROWER'.
001650     05  FILLER                      PIC X(15) VALUE
001660         'PHONE'.
001670     05  FILLER                      PIC X(04) VALUE
001680         'TY'.
001690     05  FILLER                      PIC X(06) VALUE
001700         'YEARS'.
001710     05  FILLER                      PIC X(16) VALUE
001720         'LOAN'.
001730     05  FILLER                      PIC X(08) VALUE
001740         'WANTS'.
001750     05  FILLER                      PIC X(11) VALUE
001760         'OPENED'.
001770     05  FILLER                      PIC X(11) VALUE
001780         'EXPIRES'.
001790     05  FILLER                      PIC X(08) VALUE
001800         'OPERATOR'.
001810     05  FILLER                      PIC X(02) VALUE SPACES.
001812     05  FILLER                      PIC X(02) VALUE
001814         'ST'.
001816     05  FILLER                      PIC X(09) VALUE SPACES.
001820
001830 01  WS-DETAIL-LINE.
001840     05  FILLER                      PIC X(01) VALUE SPACE.
001850     05  WD-WATCHNO                  PIC 9(07).
001860     05  FILLER                      PIC X(02) VALUE SPACES.
001870     05  WD-NAME                     PIC X(30).
001880     05  FILLER                      PIC X(01) VALUE SPACE.
001890     05  WD-PHONE                    PIC X(13).
001900     05  FILLER                      PIC X(02) VALUE SPACES.
001910     05  WD-LOANTYPE                 PIC X(02).
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  WD-YEARS                    PIC ZZZ9.
001940     05  FILLER                      PIC X(02) VALUE SPACES.
001950     05  WD-LOAN                     PIC ZZZ,ZZZ,ZZ9.99.
001960     05  FILLER                      PIC X(02) VALUE SPACES.
001970     05  WD-RATE                     PIC Z9.999.
001980     05  FILLER                      PIC X(02) VALUE SPACES.
001990     05  WD-OPENDATE                 PIC X(10).
002000     05  FILLER                      PIC X(01) VALUE SPACE.
002010     05  WD-EXPIRE                   PIC X(10).
002020     05  FILLER                      PIC X(01) VALUE SPACE.
002030     05  WD-USERID                   PIC X(08).
002040     05  FILLER                      PIC X(02) VALUE SPACES.
002042     05  WD-STATE                    PIC X(02).
002044     05  FILLER                      PIC X(09) VALUE SPACES.
002050
002060 01  WS-OFFER-LINE.
002070     05  FILLER                      PIC X(10) VALUE SPACES.
002080     05  FILLER                      PIC X(12) VALUE
002090         'BEST OFFER'.
002100     05  WO-COMPANY                  PIC X(24).
002110     05  FILLER                      PIC X(01) VALUE SPACE.
002120     05  WO-PHONE                    PIC X(13).
002130     05  FILLER                      PIC X(02) VALUE SPACES.
002140     05  WO-RATE                     PIC ZZ9.999.
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  FILLER                      PIC X(04) VALUE
002170         'APR'.
002180     05  WO-APR                      PIC Z9.999.
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  WO-COUNT                    PIC ZZZ9.
002210     05  FILLER                      PIC X(01) VALUE SPACE.
002220     05  FILLER                      PIC X(19) VALUE
002230         'QUALIFYING PRODUCTS'.
002240     05  FILLER                      PIC X(26) VALUE SPACES.
002250
002260 01  WS-FATAL-LINE.
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  FILLER                      PIC X(22) VALUE
002290         'RUN STOPPED - SQLCODE'.
002300     05  WFL-SQLCODE                 PIC -(9)9.
002310     05  FILLER                      PIC X(99) VALUE SPACES.
002320
002330 01  WS-TOTAL-LINE.
002340     05  FILLER                      PIC X(01) VALUE SPACE.
002350     05  WTL-LABEL                   PIC X(30).
002360     05  WTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
002370     05  FILLER                      PIC X(91) VALUE SPACES.
002380
002390 PROCEDURE DIVISION.
002400
002410 0000-MAINLINE.
002420
002430     PERFORM 0100-LOG-RUN-START
002440         THRU 0100-EXIT.
002450
002460     IF RUN-DUPLICATE
002470         GO TO 9999-EXIT
002480     END-IF.
002490
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-EXIT.
002520
002530     IF NOT WS-FATAL-ERROR
002540         PERFORM 2000-EXPIRE-WATCHES
002550             THRU 2000-EXIT
002560     END-IF.
002570
002580     IF NOT WS-FATAL-ERROR
002590         PERFORM 6000-LIST-CALL-BACKS
002600             THRU 6000-EXIT
002610     END-IF.
002620
002630     PERFORM 5000-TERMINATE
002640         THRU 5000-EXIT.
002650
002660     PERFORM 0200-LOG-RUN-END
002670         THRU 0200-EXIT.
002680
002690     GO TO 9999-EXIT.
002700
002710 0000-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750*  0100-LOG-RUN-START - RECORD THE RUN ON THE COMMON RUN LOG    *
002760*  AND STOP RC 16 ON AN UNFORCED SAME-DAY RERUN                 *
002770*****************************************************************
002780 0100-LOG-RUN-START.
002790
002800     INITIALIZE RUNLOG-CONTROL.
002810     SET RUN-FUNCTION-START TO TRUE.
002820     MOVE 'JKEMWTCB' TO RUN-JOBNAME.
002830
002840     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
002850
002860     IF RUN-DUPLICATE
002870         DISPLAY 'JKEMWTCB - ALREADY RAN TODAY, FORCE TO RERUN'
002880         MOVE 16 TO RETURN-CODE
002890     END-IF.
002900
002910 0100-EXIT.
002920     EXIT.
002930
002940*****************************************************************
002950*  0200-LOG-RUN-END - RETURN CODE AND KEY COUNTS TO THE LOG     *
002960*****************************************************************
002970 0200-LOG-RUN-END.
002980
002990     SET RUN-FUNCTION-END TO TRUE.
003000     MOVE RETURN-CODE TO RUN-RETCODE.
003010     MOVE WS-OPEN-COUNT TO RUN-READ-COUNT.
003020     MOVE WS-UPDATED-COUNT TO RUN-WRITE-COUNT.
003030     MOVE WS-LISTED-COUNT TO RUN-REJECT-COUNT.
003040
003050     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
003060
003070 0200-EXIT.
003080     EXIT.
003090
003100*****************************************************************
003110*  1000-INITIALIZE - RUN DATE AND REPORT FILE                   *
003120*****************************************************************
003130 1000-INITIALIZE.
003140
003150     OPEN OUTPUT WTCHRPT.
003160
003170     IF NOT WS-WTCHRPT-OK
003180         DISPLAY 'JKEMWTCB - ERROR OPENING WTCHRPT STATUS = '
003190             WS-WTCHRPT-STATUS
003200         SET WS-FATAL-ERROR TO TRUE
003210         MOVE 12 TO RETURN-CODE
003220         GO TO 1000-EXIT
003230     END-IF.
003240
003250     EXEC SQL
003260         SELECT CURRENT DATE
003270             INTO :WS-RUN-DATE
003280             FROM SYSIBM.SYSDUMMY1
003290     END-EXEC.
003300
003310     IF SQLCODE NOT = 0
003320         PERFORM 4600-SQL-FATAL
003330             THRU 4600-EXIT
003340         GO TO 1000-EXIT
003350     END-IF.
003360
003370     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
003380
003390 1000-EXIT.
003400     EXIT.
003410
003420*****************************************************************
003430*  2000-EXPIRE-WATCHES - LIST EVERY LAPSED WATCH, THEN MARK     *
003440*  THEM EXPIRED IN ONE UPDATE AND COMMIT.  THE UPDATE CARRIES   *
003450*  THE SAME PREDICATE AS THE LIST                               *
003460*****************************************************************
003470 2000-EXPIRE-WATCHES.
003480
003490     MOVE 'WATCHES EXPIRED TONIGHT' TO WSL-TEXT.
003500     PERFORM 3050-PRINT-SECTION
003510         THRU 3050-EXIT.
003520
003530     EXEC SQL OPEN ECURSOR END-EXEC.
003540
003550     IF SQLCODE NOT = 0
003560         PERFORM 4600-SQL-FATAL
003570             THRU 4600-EXIT
003580         GO TO 2000-EXIT
003590     END-IF.
003600
003610     MOVE 'N' TO WS-EOF-SW.
003620
003630     PERFORM 2100-LIST-EXPIRED
003640         THRU 2100-EXIT
003650         UNTIL WS-EOF-YES.
003660
003670     EXEC SQL CLOSE ECURSOR END-EXEC.
003680
003690     IF WS-FATAL-ERROR
003700         GO TO 2000-EXIT
003710     END-IF.
003720
003730     IF WS-EXPIRED-COUNT = ZERO
003740         MOVE 'NO WATCHES LAPSED' TO WSL-TEXT
003750         PERFORM 3050-PRINT-SECTION
003760             THRU 3050-EXIT
003770         GO TO 2000-EXIT
003780     END-IF.
003790
003800     EXEC SQL
003810         UPDATE JKEMORT.RATEWTCH
003820             SET STATUS = 'E',
003830                 UPDUSERID = :WS-JOBNAME,
003840                 UPDDATE = CURRENT DATE
003850             WHERE STATUS = 'O' AND
003860                   EXPIREDATE < CURRENT DATE
003870     END-EXEC.
003880
003890     IF SQLCODE NOT = 0
003900         PERFORM 4600-SQL-FATAL
003910             THRU 4600-EXIT
003920         GO TO 2000-EXIT
003930     END-IF.
003940
003950     MOVE SQLERRD (3) TO WS-UPDATED-COUNT.
003960
003970     EXEC SQL COMMIT END-EXEC.
003980
003990     IF SQLCODE NOT = 0
004000         PERFORM 4600-SQL-FATAL
004010             THRU 4600-EXIT
004020     END-IF.
004030
004040 2000-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080*  2100-LIST-EXPIRED - FETCH AND PRINT ONE LAPSED WATCH         *
004090*****************************************************************
004100 2100-LIST-EXPIRED.
004110
004120     EXEC SQL FETCH ECURSOR
004130          INTO :WATCHNO,
004140               :WATCHNAME,
004150               :WATCHPHONE,
004160               :WATCHLOAN,
004170               :WATCHYEARS,
004180               :WATCHLOANTYPE,
004190               :WATCHRATE,
004195               :WATCHSTATE,
004200               :WATCHOPENDATE,
004210               :WATCHEXPIRE,
004220               :WATCHUSERID
004230     END-EXEC.
004240
004250     IF SQLCODE = 100
004260         MOVE 'Y' TO WS-EOF-SW
004270         GO TO 2100-EXIT
004280     END-IF.
004290
004300     IF SQLCODE NOT = 0
004310         MOVE 'Y' TO WS-EOF-SW
004320         PERFORM 4600-SQL-FATAL
004330             THRU 4600-EXIT
004340         GO TO 2100-EXIT
004350     END-IF.
004360
004370     PERFORM 4100-PRINT-DETAIL
004380         THRU 4100-EXIT.
004390
004400     ADD 1 TO WS-EXPIRED-COUNT.
004410
004420 2100-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460*  3000-PRINT-HEADINGS - NEW PAGE, REPORT AND COLUMN HEADINGS   *
004470*****************************************************************
004480 3000-PRINT-HEADINGS.
004490
004500     ADD 1 TO WS-PAGE-COUNT.
004510     MOVE WS-PAGE-COUNT TO WH1-PAGE.
004520
004530     WRITE WTCHRPT-RECORD FROM WS-HEADING-1
004540         AFTER ADVANCING PAGE.
004550     WRITE WTCHRPT-RECORD FROM WS-COLUMN-HEADING
004560         AFTER ADVANCING 2 LINES.
004570
004580     MOVE 3 TO WS-LINE-COUNT.
004590
004600 3000-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*  3050-PRINT-SECTION - ONE SECTION TITLE OR MESSAGE LINE       *
004650*****************************************************************
004660 3050-PRINT-SECTION.
004670
004680     IF WS-LINE-COUNT = ZERO
004690    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004700         PERFORM 3000-PRINT-HEADINGS
004710             THRU 3000-EXIT
004720     END-IF.
004730
004740     WRITE WTCHRPT-RECORD FROM WS-SECTION-LINE
004750         AFTER ADVANCING 2 LINES.
004760     ADD 2 TO WS-LINE-COUNT.
004770
004780 3050-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*  3200-PRINT-TOTAL - ONE CONTROL TOTAL LINE                    *
004830*****************************************************************
004840 3200-PRINT-TOTAL.
004850
004860     IF WS-LINE-COUNT = ZERO
004870    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004880         PERFORM 3000-PRINT-HEADINGS
004890             THRU 3000-EXIT
004900     END-IF.
004910
004920     WRITE WTCHRPT-RECORD FROM WS-TOTAL-LINE
004930         AFTER ADVANCING 1 LINE.
004940     ADD 1 TO WS-LINE-COUNT.
004950
004960 3200-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*  4100-PRINT-DETAIL - ONE LINE PER WATCH                       *
005010*****************************************************************
005020 4100-PRINT-DETAIL.
005030
005040     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005050         PERFORM 3000-PRINT-HEADINGS
005060             THRU 3000-EXIT
005070     END-IF.
005080
005090     MOVE WATCHNO       TO WD-WATCHNO.
005100     MOVE WATCHNAME     TO WD-NAME.
005110     MOVE WATCHPHONE    TO WD-PHONE.
005120     MOVE WATCHLOANTYPE TO WD-LOANTYPE.
005130     MOVE WATCHYEARS    TO WD-YEARS.
005140     MOVE WATCHLOAN     TO WD-LOAN.
005150     MOVE WATCHRATE     TO WD-RATE.
005160     MOVE WATCHOPENDATE TO WD-OPENDATE.
005170     MOVE WATCHEXPIRE   TO WD-EXPIRE.
005180     MOVE WATCHUSERID   TO WD-USERID.
005182     MOVE WATCHSTATE    TO WD-STATE.
005190
005200     WRITE WTCHRPT-RECORD FROM WS-DETAIL-LINE
005210         AFTER ADVANCING 1 LINE.
005220
005230     ADD 1 TO WS-LINE-COUNT.
005240
005250 4100-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290*  4200-PRINT-OFFER - THE BEST OFFER UNDER ITS WATCH, KEPT ON   *
005300*  THE SAME PAGE AS THE WATCH LINE                              *
005310*****************************************************************
005320 4200-PRINT-OFFER.
005330
005340     MOVE COMPANY       TO WO-COMPANY.
005350     MOVE LENPHONE      TO WO-PHONE.
005360     MOVE WS-BEST-RATE  TO WO-RATE.
005370     MOVE APR           TO WO-APR.
005380     MOVE WS-BEST-COUNT TO WO-COUNT.
005390
005400     WRITE WTCHRPT-RECORD FROM WS-OFFER-LINE
005410         AFTER ADVANCING 1 LINE.
005420
005430     ADD 1 TO WS-LINE-COUNT.
005440
005450 4200-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*  4600-SQL-FATAL - UNEXPECTED SQLCODE: BACK OUT TO THE LAST    *
005500*  COMMITTED POINT AND STOP WITH RC 12                          *
005510*****************************************************************
005520 4600-SQL-FATAL.
005530
005540     MOVE SQLCODE TO WFL-SQLCODE.
005550
005560     IF WS-LINE-COUNT = ZERO
005570    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
005580         PERFORM 3000-PRINT-HEADINGS
005590             THRU 3000-EXIT
005600     END-IF.
005610
005620     WRITE WTCHRPT-RECORD FROM WS-FATAL-LINE
005630         AFTER ADVANCING 2 LINES.
005640     ADD 2 TO WS-LINE-COUNT.
005650
005660     DISPLAY 'JKEMWTCB - RUN STOPPED, SQLCODE = ' SQLCODE.
005670
005680     EXEC SQL ROLLBACK END-EXEC.
005690
005700     SET WS-FATAL-ERROR TO TRUE.
005710     MOVE 12 TO RETURN-CODE.
005720
005730 4600-EXIT.
005740     EXIT.
005750
005760*****************************************************************
005770*  6000-LIST-CALL-BACKS - COUNT THE WATCHES STILL OPEN, THEN    *
005780*  LIST EVERY ONE THE BOOK NOW SUITS                            *
005790*****************************************************************
005800 6000-LIST-CALL-BACKS.
005810
005820     EXEC SQL
005830         SELECT COUNT(*)
005840             INTO :WS-OPEN-COUNT
005850             FROM JKEMORT.RATEWTCH
005860             WHERE STATUS = 'O'
005870     END-EXEC.
005880
005890     IF SQLCODE NOT = 0
005900         PERFORM 4600-SQL-FATAL
005910             THRU 4600-EXIT
005920         GO TO 6000-EXIT
005930     END-IF.
005940
005950     MOVE 'CALL BACK - THE BOOK NOW HAS A QUALIFYING PRODUCT'
005960                                     TO WSL-TEXT.
005970     PERFORM 3050-PRINT-SECTION
005980         THRU 3050-EXIT.
005990
006000     EXEC SQL OPEN CCURSOR END-EXEC.
006010
006020     IF SQLCODE NOT = 0
006030         PERFORM 4600-SQL-FATAL
006040             THRU 4600-EXIT
006050         GO TO 6000-EXIT
006060     END-IF.
006070
006080     MOVE 'N' TO WS-EOF-SW.
006090
006100     PERFORM 6100-LIST-CALL-BACK
006110         THRU 6100-EXIT
006120         UNTIL WS-EOF-YES.
006130
006140     EXEC SQL CLOSE CCURSOR END-EXEC.
006150
006160     IF NOT WS-FATAL-ERROR AND WS-LISTED-COUNT = ZERO
006170         MOVE 'NO OPEN WATCH HAS A QUALIFYING PRODUCT' TO WSL-TEXT
006180         PERFORM 3050-PRINT-SECTION
006190             THRU 3050-EXIT
006200     END-IF.
006210
006220 6000-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260*  6100-LIST-CALL-BACK - FETCH ONE SUITED WATCH, LOOK UP THE    *
006270*  LENDER AT ITS BEST RATE (LOWEST APR BREAKS A TIE) AND PRINT  *
006280*  THE WATCH WITH THAT OFFER                                    *
006290*****************************************************************
006300 6100-LIST-CALL-BACK.
006310
006320     EXEC SQL FETCH CCURSOR
006330          INTO :WATCHNO,
006340               :WATCHNAME,
006350               :WATCHPHONE,
006360               :WATCHLOAN,
006370               :WATCHYEARS,
006380               :WATCHLOANTYPE,
006390               :WATCHRATE,
006400               :WATCHOPENDATE,
006410               :WATCHEXPIRE,
006420               :WATCHUSERID,
006422               :WATCHSTATE,
006430               :WS-BEST-RATE,
006440               :WS-BEST-COUNT
006450     END-EXEC.
006460
006470     IF SQLCODE = 100
006480         MOVE 'Y' TO WS-EOF-SW
006490         GO TO 6100-EXIT
006500     END-IF.
006510
006520     IF SQLCODE NOT = 0
006530         MOVE 'Y' TO WS-EOF-SW
006540         PERFORM 4600-SQL-FATAL
006550             THRU 4600-EXIT
006560         GO TO 6100-EXIT
006570     END-IF.
006580
006590     EXEC SQL
006600         SELECT M.COMPANY, L.PHONE, M.APR
006610             INTO :COMPANY, :LENPHONE, :APR
006620             FROM JKEMORT.MORTGAGE M, JKEMORT.LENDER L
006630             WHERE M.COMPANY = L.COMPANY AND
006640                   M.LOAN >= :WATCHLOAN AND
006650                   M.RATE = :WS-BEST-RATE AND
006660                   M.YEARS = :WATCHYEARS AND
006670                   M.LOANTYPE = :WATCHLOANTYPE AND
006671                   EXISTS
006672                   (SELECT 1
006673                       FROM JKEMORT.LENDLIC C
006674                       WHERE C.COMPANY = M.COMPANY AND
006675                             C.STATE = :WATCHSTATE AND
006676                             C.EXPIREDATE >= CURRENT DATE)
006680             ORDER BY M.APR ASC, M.COMPANY ASC
006690             FETCH FIRST 1 ROW ONLY
006700     END-EXEC.
006710
006720     IF SQLCODE NOT = 0
006730         MOVE 'Y' TO WS-EOF-SW
006740         PERFORM 4600-SQL-FATAL
006750             THRU 4600-EXIT
006760         GO TO 6100-EXIT
006770     END-IF.
006780
006790     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
006800         PERFORM 3000-PRINT-HEADINGS
006810             THRU 3000-EXIT
006820     END-IF.
006830
006840     PERFORM 4100-PRINT-DETAIL
006850         THRU 4100-EXIT.
006860
006870     PERFORM 4200-PRINT-OFFER
006880         THRU 4200-EXIT.
006890
006900     ADD 1 TO WS-LISTED-COUNT.
006910
006920 6100-EXIT.
006930     EXIT.
006940
006950*****************************************************************
006960*  5000-TERMINATE - CONTROL TOTALS AND CLOSE                    *
006970*****************************************************************
006980 5000-TERMINATE.
006990
007000     IF NOT WS-WTCHRPT-OK
007010         GO TO 5000-EXIT
007020     END-IF.
007030
007040     IF WS-LINE-COUNT > ZERO
007050         MOVE SPACES TO WTCHRPT-RECORD
007060         WRITE WTCHRPT-RECORD
007070             AFTER ADVANCING 1 LINE
007080         ADD 1 TO WS-LINE-COUNT
007090     END-IF.
007100
007110     MOVE 'WATCHES EXPIRED TONIGHT' TO WTL-LABEL.
007120     MOVE WS-UPDATED-COUNT TO WTL-COUNT.
007130     PERFORM 3200-PRINT-TOTAL
007140         THRU 3200-EXIT.
007150
007160     MOVE 'WATCHES STILL OPEN' TO WTL-LABEL.
007170     MOVE WS-OPEN-COUNT TO WTL-COUNT.
007180     PERFORM 3200-PRINT-TOTAL
007190         THRU 3200-EXIT.
007200
007210     MOVE 'WATCHES TO CALL BACK' TO WTL-LABEL.
007220     MOVE WS-LISTED-COUNT TO WTL-COUNT.
007230     PERFORM 3200-PRINT-TOTAL
007240         THRU 3200-EXIT.
007250
007260     CLOSE WTCHRPT.
007270
007280 5000-EXIT.
007290     EXIT.
007300
007310 9999-EXIT.
007320     STOP RUN.
