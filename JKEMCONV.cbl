000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    JKEMCONV.
000120 AUTHOR.        D M PELLETIER.
000130 INSTALLATION.  MORTGAGE SERVICES DIVISION.
000140 DATE-WRITTEN.  OCTOBER 2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*   PROGRAM  : JKEMCONV                                         *
000190*   PURPOSE  : OPERATOR INQUIRY-TO-QUOTE CONVERSION REPORT.     *
000200*              FOR THE WEEK ENDING TODAY AND FOR THE MONTH TO   *
000210*              DATE, EACH OPERATOR'S RATE INQUIRIES (AUDHIST,   *
000220*              BY AUDH-USERID) ARE SET AGAINST THE QUOTES THEY  *
000230*              SAVED (JKEMORT.QUOTE, BY QUOTEUSERID): INQUIRIES,*
000240*              ZERO-HIT SEARCHES (SQLCODE 100, NOTHING          *
000250*              RETURNED), REJECTED INQUIRIES (9999 SENTINEL),   *
000260*              QUOTES SAVED AND QUOTES PER HUNDRED INQUIRIES,   *
000270*              BESIDE THE SAME FIGURES FOR THE PRIOR PERIOD -   *
000280*              THE WEEK BEFORE, AND THE SAME DAYS OF THE MONTH  *
000290*              BEFORE.  EACH OPERATOR IS BROKEN OUT BY LOAN     *
000300*              TYPE AND BY INQUIRY MODE (STANDARD, PRE-QUAL,    *
000310*              REFINANCE), AND THE DESK TOTAL CLOSES EACH       *
000320*              SECTION.  REFUSED MAINTENANCE ROWS (9998) ARE    *
000330*              NOT INQUIRIES AND ARE PASSED OVER.  A QUOTE IS   *
000340*              COUNTED ONCE, BY ITS FIRST LINE.  RUN AFTER      *
000350*              JKEMAUD1 HAS DRAINED THE DAY'S INQUIRIES.        *
000360*   INPUT    : AUDHIST  - PERMANENT INQUIRY HISTORY FILE        *
000370*              JKEMORT.QUOTE (READ ONLY)                        *
000380*   OUTPUT   : CONVRPT  - PRINTED CONVERSION REPORT             *
000390*   RETURN   : 0 GOOD, 12 SQL OR FILE FAILURE                   *
000400*                                                               *
000410*****************************************************************
000420*
000430*  MODIFICATION HISTORY
000440*  --------------------
000450*  DATE       BY    DESCRIPTION
000460*  ---------  ----  ------------------------------------------
000470*  10/15/26   DMP   ORIGINAL PROGRAM.
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.  IBM-370.
000520 OBJECT-COMPUTER.  IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT AUDHIST   ASSIGN TO AUDHIST
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-AUDHIST-STATUS.
000580     SELECT CONVRPT   ASSIGN TO CONVRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CONVRPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDHIST
000650     RECORDING MODE IS F.
000660 01  AUDHIST-RECORD                  PIC X(71).
000670
000680 FD  CONVRPT
000690     RECORDING MODE IS F.
000700 01  CONVRPT-RECORD.
000710     05  CR-CTL                      PIC X(01).
000720     05  CR-DATA                     PIC X(132).
000730
000740 WORKING-STORAGE SECTION.
000750*
000760 01  WS-SWITCHES.
000770     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000780         88  WS-EOF-YES                        VALUE 'Y'.
000790     05  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
000800         88  WS-FATAL-ERROR                    VALUE 'Y'.
000810     05  WS-AUDHIST-STATUS           PIC X(02) VALUE '00'.
000820         88  WS-AUDHIST-OK                     VALUE '00' '97'.
000830     05  WS-CONVRPT-STATUS           PIC X(02) VALUE '00'.
000840         88  WS-CONVRPT-OK                     VALUE '00' '97'.
000850
000860 01  WS-COUNTERS.
000870     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
000880     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
000890     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
000900     05  WS-READ-COUNT               PIC S9(9) COMP-3 VALUE ZERO.
000910     05  WS-INQUIRY-COUNT            PIC S9(9) COMP-3 VALUE ZERO.
000920     05  WS-QUOTE-COUNT              PIC S9(9) COMP-3 VALUE ZERO.
000930     05  WS-OPER-LISTED              PIC S9(7) COMP-3 VALUE ZERO.
000940
000950 01  WS-WORK-FIELDS.
000960     05  WS-WORK-USERID              PIC X(08) VALUE SPACES.
000970     05  WS-WORK-DATE                PIC S9(7) COMP-3 VALUE ZERO.
000980     05  WS-WORK-LOANTYPE            PIC X(02) VALUE SPACES.
000990     05  WS-WORK-MODE                PIC X(01) VALUE SPACE.
001000     05  WS-OPER-SUB                 PIC S9(4) COMP VALUE ZERO.
001010     05  WS-PER-SUB                  PIC S9(4) COMP VALUE ZERO.
001020     05  WS-CAT-SUB                  PIC S9(4) COMP VALUE ZERO.
001030     05  WS-TYPE-CAT                 PIC S9(4) COMP VALUE ZERO.
001040     05  WS-MODE-CAT                 PIC S9(4) COMP VALUE ZERO.
001050     05  WS-CUR-PER                  PIC S9(4) COMP VALUE ZERO.
001060     05  WS-PRI-PER                  PIC S9(4) COMP VALUE ZERO.
001070     05  WS-SECTION-SUB              PIC S9(4) COMP VALUE ZERO.
001080     05  WS-BEST-SUB                 PIC S9(4) COMP VALUE ZERO.
001090     05  WS-BEST-ID                  PIC X(08) VALUE SPACES.
001100     05  WS-PRINT-PASS               PIC S9(4) COMP VALUE ZERO.
001110
001120*****************************************************************
001130*  WHAT ONE RECORD ADDS TO EACH CATEGORY IT FALLS IN - ONE      *
001140*  INQUIRY (AND WHETHER IT WAS ZERO-HIT OR REJECTED) OR ONE     *
001150*  QUOTE                                                        *
001160*****************************************************************
001170 01  WS-ADD-FIELDS.
001180     05  WS-ADD-INQ                  PIC S9(7) COMP-3 VALUE ZERO.
001190     05  WS-ADD-ZERO                 PIC S9(7) COMP-3 VALUE ZERO.
001200     05  WS-ADD-REJ                  PIC S9(7) COMP-3 VALUE ZERO.
001210     05  WS-ADD-QUOTE                PIC S9(7) COMP-3 VALUE ZERO.
001220
001230*****************************************************************
001240*  THE FOUR PERIODS - 1 THE WEEK ENDING TODAY, 2 THE WEEK       *
001250*  BEFORE IT, 3 THE MONTH TO DATE, 4 THE SAME DAYS OF THE MONTH *
001260*  BEFORE (CUT AT THAT MONTH'S END).  ISO DATES FROM DB2 FOR    *
001270*  THE HEADINGS AND THE QUOTE SELECT, AND THE SAME DATES IN THE *
001280*  EIBDATE FORM 0CYYDDD THE HISTORY RECORDS CARRY.  THE PRIOR   *
001290*  MONTH ALWAYS STARTS FIRST, SO IT BOUNDS THE QUOTE SELECT.    *
001300*****************************************************************
001310 01  WS-PERIOD-DATES.
001320     05  WS-WEEK-START               PIC X(10) VALUE SPACES.
001330     05  WS-WEEK-END                 PIC X(10) VALUE SPACES.
001340     05  WS-PWEEK-START              PIC X(10) VALUE SPACES.
001350     05  WS-PWEEK-END                PIC X(10) VALUE SPACES.
001360     05  WS-MTD-START                PIC X(10) VALUE SPACES.
001370     05  WS-MTD-END                  PIC X(10) VALUE SPACES.
001380     05  WS-PMTD-START               PIC X(10) VALUE SPACES.
001390     05  WS-PMTD-END                 PIC X(10) VALUE SPACES.
001400 01  FILLER REDEFINES WS-PERIOD-DATES.
001410     05  WS-PERIOD-DATE OCCURS 4 TIMES.
001420         10  WS-PD-START             PIC X(10).
001430         10  WS-PD-END               PIC X(10).
001440
001450 01  WS-PERIOD-JULIAN.
001460     05  WS-WEEK-START-JUL           PIC S9(7) COMP-3 VALUE ZERO.
001470     05  WS-WEEK-END-JUL             PIC S9(7) COMP-3 VALUE ZERO.
001480     05  WS-PWEEK-START-JUL          PIC S9(7) COMP-3 VALUE ZERO.
001490     05  WS-PWEEK-END-JUL            PIC S9(7) COMP-3 VALUE ZERO.
001500     05  WS-MTD-START-JUL            PIC S9(7) COMP-3 VALUE ZERO.
001510     05  WS-MTD-END-JUL              PIC S9(7) COMP-3 VALUE ZERO.
001520     05  WS-PMTD-START-JUL           PIC S9(7) COMP-3 VALUE ZERO.
001530     05  WS-PMTD-END-JUL             PIC S9(7) COMP-3 VALUE ZERO.
001540 01  FILLER REDEFINES WS-PERIOD-JULIAN.
001550     05  WS-PERIOD-JUL OCCURS 4 TIMES.
001560         10  WS-PJ-START             PIC S9(7) COMP-3.
001570         10  WS-PJ-END               PIC S9(7) COMP-3.
001580
001590*****************************************************************
001600*  CATEGORIES - 1 ALL, 2-5 BY LOAN TYPE, 6-8 BY INQUIRY MODE    *
001610*****************************************************************
001620 01  WS-CATEGORY-TITLES.
001630     05  FILLER                      PIC X(14) VALUE
001640         'TOTAL'.
001650     05  FILLER                      PIC X(14) VALUE
001660         '  TYPE FP'.
001670     05  FILLER                      PIC X(14) VALUE
001680         '  TYPE FI'.
001690     05  FILLER                      PIC X(14) VALUE
001700         '  TYPE AP'.
001710     05  FILLER                      PIC X(14) VALUE
001720         '  TYPE AI'.
001730     05  FILLER                      PIC X(14) VALUE
001740         '  STANDARD'.
001750     05  FILLER                      PIC X(14) VALUE
001760         '  PRE-QUAL'.
001770     05  FILLER                      PIC X(14) VALUE
001780         '  REFINANCE'.
001790 01  FILLER REDEFINES WS-CATEGORY-TITLES.
001800     05  WS-CATEGORY-TITLE           PIC X(14)
001810                                     OCCURS 8 TIMES.
001820
001830*****************************************************************
001840*  OPERATOR TABLE - ONE SLOT PER USERID SEEN ON EITHER FILE,    *
001850*  WITH EVERY PERIOD AND CATEGORY; THE DESK TABLE HOLDS THE     *
001860*  SAME FIGURES FOR ALL OPERATORS TOGETHER, SO THE DESK TOTAL   *
001870*  STILL BALANCES IF THE OPERATOR TABLE FILLS                   *
001880*****************************************************************
001890 01  WS-OPER-TABLE.
001900     05  WS-OPER-USED                PIC S9(4) COMP.
001910     05  WS-OPER-OVERFLOW            PIC S9(7) COMP-3.
001920     05  WS-OPER-ENTRY OCCURS 200 TIMES
001930                       INDEXED BY WO-IX.
001940         10  WS-OPER-ID              PIC X(08).
001950         10  WS-OPER-PRINTED         PIC X(01).
001960         10  WS-OPER-PERIOD OCCURS 4 TIMES.
001970             15  WS-OPER-CAT OCCURS 8 TIMES.
001980                 20  WS-OC-INQ       PIC S9(7) COMP-3.
001990                 20  WS-OC-ZERO      PIC S9(7) COMP-3.
002000                 20  WS-OC-REJ       PIC S9(7) COMP-3.
002010                 20  WS-OC-QUOTE     PIC S9(7) COMP-3.
002020
002030 01  WS-DESK-TABLE.
002040     05  WS-DESK-PERIOD OCCURS 4 TIMES.
002050         10  WS-DESK-CAT OCCURS 8 TIMES.
002060             15  WS-DC-INQ           PIC S9(7) COMP-3.
002070             15  WS-DC-ZERO          PIC S9(7) COMP-3.
002080             15  WS-DC-REJ           PIC S9(7) COMP-3.
002090             15  WS-DC-QUOTE         PIC S9(7) COMP-3.
002100
002110*****************************************************************
002120*  ONE PRINTED LINE'S FIGURES, FROM AN OPERATOR OR THE DESK     *
002130*****************************************************************
002140 01  WS-LINE-FIGURES.
002150     05  WS-LF-INQ                   PIC S9(7) COMP-3.
002160     05  WS-LF-ZERO                  PIC S9(7) COMP-3.
002170     05  WS-LF-REJ                   PIC S9(7) COMP-3.
002180     05  WS-LF-QUOTE                 PIC S9(7) COMP-3.
002190     05  WS-LF-PRI-INQ               PIC S9(7) COMP-3.
002200     05  WS-LF-PRI-QUOTE             PIC S9(7) COMP-3.
002210     05  WS-LF-CONV                  PIC S9(3)V9 COMP-3.
002220     05  WS-LF-PRI-CONV              PIC S9(3)V9 COMP-3.
002230     05  WS-LF-CHANGE                PIC S9(3)V9 COMP-3.
002240
002250     COPY JKAUDHST.
002260
002270     COPY QUOTE.
002280
002290     EXEC SQL INCLUDE SQLCA END-EXEC.
002300
002310*****************************************************************
002320*  EVERY QUOTE SAVED SINCE THE PRIOR MONTH BEGAN, BY ITS FIRST  *
002330*  LINE, WITH THE SAVE DATE IN THE HISTORY DATE FORM            *
002340*****************************************************************
002350     EXEC SQL
002360     DECLARE QCURSOR CURSOR FOR
002370         SELECT QUOTEUSERID, LOANTYPE, COALESCE(QUOTEMODE, ' '),
002380                (YEAR(QUOTEDATE) - 1900) * 1000
002390                    + DAYOFYEAR(QUOTEDATE)
002400             FROM JKEMORT.QUOTE
002410             WHERE QUOTELINE = 1 AND
002420                   QUOTEDATE >= :WS-PMTD-START AND
002430                   QUOTEDATE <= :WS-WEEK-END
002440     END-EXEC.
002450
002460*****************************************************************
002470*  PRINT LINE LAYOUTS                                           *
002480*****************************************************************
002490 01  WS-HEADING-1.
002500     05  FILLER                      PIC X(01) VALUE SPACE.
002510     05  FILLER                      PIC X(20) VALUE
002520         'JKEMCONV'.
002530     05  FILLER                      PIC X(40) VALUE
002540         'OPERATOR INQUIRY-TO-QUOTE CONVERSION'.
002550     05  FILLER                      PIC X(08) VALUE
002560         'AS OF'.
002570     05  WH1-AS-OF                   PIC X(10).
002580     05  FILLER                      PIC X(04) VALUE SPACES.
002590     05  FILLER                      PIC X(06) VALUE
002600         'PAGE'.
002610     05  WH1-PAGE                    PIC ZZZ9.
002620     05  FILLER                      PIC X(39) VALUE SPACES.
002630
002640 01  WS-HEADING-2.
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  WH2-TITLE                   PIC X(14).
002670     05  WH2-CUR-START               PIC X(10).
002680     05  FILLER                      PIC X(04) VALUE ' TO '.
002690     05  WH2-CUR-END                 PIC X(10).
002700     05  FILLER                      PIC X(08) VALUE SPACES.
002710     05  FILLER                      PIC X(15) VALUE
002720         'PRIOR PERIOD'.
002730     05  WH2-PRI-START               PIC X(10).
002740     05  FILLER                      PIC X(04) VALUE ' TO '.
002750     05  WH2-PRI-END                 PIC X(10).
002760     05  FILLER                      PIC X(46) VALUE SPACES.
002770
002780 01  WS-COLUMN-HEADING-1.
002790     05  FILLER                      PIC X(27) VALUE SPACES.
002800     05  FILLER                      PIC X(51) VALUE
002810         '------------------ THIS PERIOD ------------------'.
002820     05  FILLER                      PIC X(54) VALUE
002830         '-------- PRIOR PERIOD -------'.
002840
002850 01  WS-COLUMN-HEADING-2.
002860     05  FILLER                      PIC X(01) VALUE SPACE.
002870     05  FILLER                      PIC X(10) VALUE
002880         'OPERATOR'.
002890     05  FILLER                      PIC X(16) VALUE
002900         'BREAKOUT'.
002910     05  FILLER                      PIC X(10) VALUE
002920         'INQUIRIES'.
002930     05  FILLER                      PIC X(10) VALUE
002940         ' ZERO-HIT'.
002950     05  FILLER                      PIC X(10) VALUE
002960         ' REJECTED'.
002970     05  FILLER                      PIC X(10) VALUE
002980         '   QUOTES'.
002990     05  FILLER                      PIC X(11) VALUE
003000         'CONV %'.
003010     05  FILLER                      PIC X(10) VALUE
003020         'INQUIRIES'.
003030     05  FILLER                      PIC X(10) VALUE
003040         '   QUOTES'.
003050     05  FILLER                      PIC X(09) VALUE
003060         'CONV %'.
003070     05  FILLER                      PIC X(25) VALUE
003080         'CHANGE'.
003090
003100 01  WS-DETAIL-LINE.
003110     05  FILLER                      PIC X(01) VALUE SPACE.
003120     05  WD-OPERATOR                 PIC X(08).
003130     05  FILLER                      PIC X(02) VALUE SPACES.
003140     05  WD-BREAKOUT                 PIC X(14).
003150     05  FILLER                      PIC X(02) VALUE SPACES.
003160     05  WD-INQ                      PIC ZZZ,ZZ9.
003170     05  FILLER                      PIC X(03) VALUE SPACES.
003180     05  WD-ZERO                     PIC ZZZ,ZZ9.
003190     05  FILLER                      PIC X(03) VALUE SPACES.
003200     05  WD-REJ                      PIC ZZZ,ZZ9.
003210     05  FILLER                      PIC X(03) VALUE SPACES.
003220     05  WD-QUOTE                    PIC ZZZ,ZZ9.
003230     05  FILLER                      PIC X(03) VALUE SPACES.
003240     05  WD-CONV                     PIC ZZ9.9.
003250     05  FILLER                      PIC X(06) VALUE SPACES.
003260     05  WD-PRI-INQ                  PIC ZZZ,ZZ9.
003270     05  FILLER                      PIC X(03) VALUE SPACES.
003280     05  WD-PRI-QUOTE                PIC ZZZ,ZZ9.
003290     05  FILLER                      PIC X(03) VALUE SPACES.
003300     05  WD-PRI-CONV                 PIC ZZ9.9.
003310     05  FILLER                      PIC X(03) VALUE SPACES.
003320     05  WD-CHANGE                   PIC +ZZ9.9.
003330     05  FILLER                      PIC X(20) VALUE SPACES.
003340
003350 01  WS-FATAL-LINE.
003360     05  FILLER                      PIC X(01) VALUE SPACE.
003370     05  FILLER                      PIC X(22) VALUE
003380         'RUN STOPPED - SQLCODE'.
003390     05  WFL-SQLCODE                 PIC -(9)9.
003400     05  FILLER                      PIC X(99) VALUE SPACES.
003410
003420 01  WS-TOTAL-LINE.
003430     05  FILLER                      PIC X(01) VALUE SPACE.
003440     05  WTL-LABEL                   PIC X(30).
003450     05  WTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
003460     05  FILLER                      PIC X(90) VALUE SPACES.
003470
003480 PROCEDURE DIVISION.
003490
003500 0000-MAINLINE.
003510
003520     PERFORM 1000-INITIALIZE
003530         THRU 1000-EXIT.
003540
003550     PERFORM 2000-PROCESS-HISTORY
003560         THRU 2000-EXIT
003570         UNTIL WS-EOF-YES.
003580
003590     IF NOT WS-FATAL-ERROR
003600         PERFORM 2500-PROCESS-QUOTES
003610             THRU 2500-EXIT
003620     END-IF.
003630
003640     PERFORM 5000-TERMINATE
003650         THRU 5000-EXIT.
003660
003670     GO TO 9999-EXIT.
003680
003690 0000-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730*  1000-INITIALIZE - OPEN FILES, SET THE PERIODS, CLEAR THE     *
003740*  TABLES, PRIME THE READ                                       *
003750*****************************************************************
003760 1000-INITIALIZE.
003770
003780     OPEN INPUT  AUDHIST.
003790
003800     IF NOT WS-AUDHIST-OK
003810         DISPLAY 'JKEMCONV - ERROR OPENING AUDHIST STATUS = '
003820             WS-AUDHIST-STATUS
003830         MOVE 12 TO RETURN-CODE
003840         GO TO 9999-EXIT
003850     END-IF.
003860
003870     OPEN OUTPUT CONVRPT.
003880
003890     IF NOT WS-CONVRPT-OK
003900         DISPLAY 'JKEMCONV - ERROR OPENING CONVRPT STATUS = '
003910             WS-CONVRPT-STATUS
003920         CLOSE AUDHIST
003930         MOVE 12 TO RETURN-CODE
003940         GO TO 9999-EXIT
003950     END-IF.
003960
003970     INITIALIZE WS-OPER-TABLE.
003980     INITIALIZE WS-DESK-TABLE.
003990
004000     PERFORM 1100-SET-PERIODS
004010         THRU 1100-EXIT.
004020
004030     IF WS-FATAL-ERROR
004040         MOVE 'Y' TO WS-EOF-SW
004050         GO TO 1000-EXIT
004060     END-IF.
004070
004080     PERFORM 2100-READ-NEXT
004090         THRU 2100-EXIT.
004100
004110 1000-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150*  1100-SET-PERIODS - THE FOUR PERIODS FROM TODAY'S DATE, THEN  *
004160*  THE SAME DATES IN THE HISTORY DATE FORM                      *
004170*****************************************************************
004180 1100-SET-PERIODS.
004190
004200     EXEC SQL
004210         SELECT CURRENT DATE,
004220                CURRENT DATE - 6 DAYS,
004230                CURRENT DATE - 7 DAYS,
004240                CURRENT DATE - 13 DAYS,
004250                CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS,
004260                CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
004270                    - 1 MONTH,
004280                CURRENT DATE - 1 MONTH
004290             INTO :WS-WEEK-END, :WS-WEEK-START,
004300                  :WS-PWEEK-END, :WS-PWEEK-START,
004310                  :WS-MTD-START, :WS-PMTD-START, :WS-PMTD-END
004320             FROM SYSIBM.SYSDUMMY1
004330     END-EXEC.
004340
004350     IF SQLCODE NOT = 0
004360         PERFORM 4600-SQL-FATAL
004370             THRU 4600-EXIT
004380         GO TO 1100-EXIT
004390     END-IF.
004400
004410     MOVE WS-WEEK-END TO WS-MTD-END.
004420
004430     EXEC SQL
004440         SELECT (YEAR(DATE(:WS-WEEK-START)) - 1900) * 1000
004450                    + DAYOFYEAR(DATE(:WS-WEEK-START)),
004460                (YEAR(DATE(:WS-WEEK-END)) - 1900) * 1000
004470                    + DAYOFYEAR(DATE(:WS-WEEK-END)),
004480                (YEAR(DATE(:WS-PWEEK-START)) - 1900) * 1000
004490                    + DAYOFYEAR(DATE(:WS-PWEEK-START)),
004500                (YEAR(DATE(:WS-PWEEK-END)) - 1900) * 1000
004510                    + DAYOFYEAR(DATE(:WS-PWEEK-END)),
004520                (YEAR(DATE(:WS-MTD-START)) - 1900) * 1000
004530                    + DAYOFYEAR(DATE(:WS-MTD-START)),
004540                (YEAR(DATE(:WS-PMTD-START)) - 1900) * 1000
004550                    + DAYOFYEAR(DATE(:WS-PMTD-START)),
004560                (YEAR(DATE(:WS-PMTD-END)) - 1900) * 1000
004570                    + DAYOFYEAR(DATE(:WS-PMTD-END))
004580             INTO :WS-WEEK-START-JUL, :WS-WEEK-END-JUL,
004590                  :WS-PWEEK-START-JUL, :WS-PWEEK-END-JUL,
004600                  :WS-MTD-START-JUL, :WS-PMTD-START-JUL,
004610                  :WS-PMTD-END-JUL
004620             FROM SYSIBM.SYSDUMMY1
004630     END-EXEC.
004640
004650     IF SQLCODE NOT = 0
004660         PERFORM 4600-SQL-FATAL
004670             THRU 4600-EXIT
004680         GO TO 1100-EXIT
004690     END-IF.
004700
004710     MOVE WS-WEEK-END-JUL TO WS-MTD-END-JUL.
004720     MOVE WS-WEEK-END     TO WH1-AS-OF.
004730
004740 1100-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780*  2000-PROCESS-HISTORY - ONE PASS PER HISTORY RECORD: COUNT A  *
004790*  RATE INQUIRY INTO EVERY PERIOD AND CATEGORY IT FALLS IN      *
004800*****************************************************************
004810 2000-PROCESS-HISTORY.
004820
004830     ADD 1 TO WS-READ-COUNT.
004840
004850     IF AUDH-SQLCODE = 9998
004860         GO TO 2000-NEXT
004870     END-IF.
004880
004890     IF AUDH-DATE < WS-PMTD-START-JUL
004900        OR AUDH-DATE > WS-WEEK-END-JUL
004910         GO TO 2000-NEXT
004920     END-IF.
004930
004940     ADD 1 TO WS-INQUIRY-COUNT.
004950
004960     MOVE 1    TO WS-ADD-INQ.
004970     MOVE ZERO TO WS-ADD-ZERO.
004980     MOVE ZERO TO WS-ADD-REJ.
004990     MOVE ZERO TO WS-ADD-QUOTE.
005000
005010* THE SAME OUTCOME TESTS JKEMAUD1 COUNTS BY
005020     IF AUDH-SQLCODE = 9999
005030         MOVE 1 TO WS-ADD-REJ
005040     END-IF.
005050
005060     IF AUDH-SQLCODE = 100 AND AUDH-HIT-COUNT = ZERO
005070         MOVE 1 TO WS-ADD-ZERO
005080     END-IF.
005090
005100     MOVE AUDH-USERID        TO WS-WORK-USERID.
005110     MOVE AUDH-DATE          TO WS-WORK-DATE.
005120     MOVE AUDH-INPUTLOANTYPE TO WS-WORK-LOANTYPE.
005130     MOVE AUDH-INQMODE       TO WS-WORK-MODE.
005140
005150     PERFORM 2200-COUNT-RECORD
005160         THRU 2200-EXIT.
005170
005180 2000-NEXT.
005190
005200     PERFORM 2100-READ-NEXT
005210         THRU 2100-EXIT.
005220
005230 2000-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270*  2100-READ-NEXT - READ ONE HISTORY RECORD, SET EOF AT END     *
005280*****************************************************************
005290 2100-READ-NEXT.
005300
005310     READ AUDHIST INTO AUDIT-HISTORY-RECORD
005320         AT END
005330             MOVE 'Y' TO WS-EOF-SW
005340     END-READ.
005350
005360     IF NOT WS-EOF-YES
005370         IF NOT WS-AUDHIST-OK
005380             DISPLAY 'JKEMCONV - ERROR READING AUDHIST STATUS = '
005390                 WS-AUDHIST-STATUS
005400             MOVE 'Y' TO WS-EOF-SW
005410             SET WS-FATAL-ERROR TO TRUE
005420             MOVE 12 TO RETURN-CODE
005430         END-IF
005440     END-IF.
005450
005460 2100-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500*  2200-COUNT-RECORD - FIND THE OPERATOR'S SLOT AND THE RECORD'S*
005510*  LOAN TYPE AND MODE CATEGORIES, THEN COUNT IT INTO EACH       *
005520*  PERIOD ITS DATE FALLS IN.  A MODE OTHER THAN PRE-QUAL OR     *
005530*  REFINANCE (INCLUDING HISTORY FROM BEFORE THE MODE WAS KEPT)  *
005540*  IS STANDARD; AN UNKNOWN LOAN TYPE COUNTS IN THE TOTAL ONLY.  *
005550*****************************************************************
005560 2200-COUNT-RECORD.
005570
005580     PERFORM 2300-FIND-OPERATOR
005590         THRU 2300-EXIT.
005600
005610     EVALUATE WS-WORK-LOANTYPE
005620         WHEN 'FP'
005630             MOVE 2 TO WS-TYPE-CAT
005640         WHEN 'FI'
005650             MOVE 3 TO WS-TYPE-CAT
005660         WHEN 'AP'
005670             MOVE 4 TO WS-TYPE-CAT
005680         WHEN 'AI'
005690             MOVE 5 TO WS-TYPE-CAT
005700         WHEN OTHER
005710             MOVE ZERO TO WS-TYPE-CAT
005720     END-EVALUATE.
005730
005740     EVALUATE WS-WORK-MODE
005750         WHEN 'P'
005760             MOVE 7 TO WS-MODE-CAT
005770         WHEN 'R'
005780             MOVE 8 TO WS-MODE-CAT
005790         WHEN OTHER
005800             MOVE 6 TO WS-MODE-CAT
005810     END-EVALUATE.
005820
005830     PERFORM 2250-COUNT-PERIOD
005840         THRU 2250-EXIT
005850         VARYING WS-PER-SUB FROM 1 BY 1
005860         UNTIL WS-PER-SUB > 4.
005870
005880 2200-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920*  2250-COUNT-PERIOD - THE RECORD INTO ONE PERIOD, IF ITS DATE  *
005930*  IS INSIDE IT: THE TOTAL, ITS LOAN TYPE AND ITS MODE          *
005940*****************************************************************
005950 2250-COUNT-PERIOD.
005960
005970     IF WS-WORK-DATE < WS-PJ-START (WS-PER-SUB)
005980        OR WS-WORK-DATE > WS-PJ-END (WS-PER-SUB)
005990         GO TO 2250-EXIT
006000     END-IF.
006010
006020     MOVE 1 TO WS-CAT-SUB.
006030     PERFORM 2400-ADD-COUNTS
006040         THRU 2400-EXIT.
006050
006060     IF WS-TYPE-CAT > ZERO
006070         MOVE WS-TYPE-CAT TO WS-CAT-SUB
006080         PERFORM 2400-ADD-COUNTS
006090             THRU 2400-EXIT
006100     END-IF.
006110
006120     MOVE WS-MODE-CAT TO WS-CAT-SUB.
006130     PERFORM 2400-ADD-COUNTS
006140         THRU 2400-EXIT.
006150
006160 2250-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200*  2300-FIND-OPERATOR - THE OPERATOR'S SLOT, CLAIMING A NEW ONE *
006210*  THE FIRST TIME.  A BLANK USERID GOES UNDER A PLACEHOLDER, AS *
006220*  JKEMAUD1 DOES.  A FULL TABLE LEAVES WS-OPER-SUB ZERO AND THE *
006230*  RECORD COUNTS TO THE DESK ONLY.                              *
006240*****************************************************************
006250 2300-FIND-OPERATOR.
006260
006270     IF WS-WORK-USERID = SPACES
006280         MOVE '*NOUSER*' TO WS-WORK-USERID
006290     END-IF.
006300
006310     MOVE ZERO TO WS-OPER-SUB.
006320     SET WO-IX TO 1.
006330
006340     SEARCH WS-OPER-ENTRY
006350         AT END
006360             ADD 1 TO WS-OPER-OVERFLOW
006370         WHEN WS-OPER-ID (WO-IX) = WS-WORK-USERID
006380             SET WS-OPER-SUB TO WO-IX
006390         WHEN WS-OPER-ID (WO-IX) = SPACES
006400             MOVE WS-WORK-USERID TO WS-OPER-ID (WO-IX)
006410             ADD 1 TO WS-OPER-USED
006420             SET WS-OPER-SUB TO WO-IX
006430     END-SEARCH.
006440
006450 2300-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*  2400-ADD-COUNTS - ONE CATEGORY OF ONE PERIOD, TO THE         *
006500*  OPERATOR AND TO THE DESK                                     *
006510*****************************************************************
006520 2400-ADD-COUNTS.
006530
006540     ADD WS-ADD-INQ   TO WS-DC-INQ (WS-PER-SUB, WS-CAT-SUB).
006550     ADD WS-ADD-ZERO  TO WS-DC-ZERO (WS-PER-SUB, WS-CAT-SUB).
006560     ADD WS-ADD-REJ   TO WS-DC-REJ (WS-PER-SUB, WS-CAT-SUB).
006570     ADD WS-ADD-QUOTE TO WS-DC-QUOTE (WS-PER-SUB, WS-CAT-SUB).
006580
006590     IF WS-OPER-SUB = ZERO
006600         GO TO 2400-EXIT
006610     END-IF.
006620
006630     ADD WS-ADD-INQ
006640         TO WS-OC-INQ (WS-OPER-SUB, WS-PER-SUB, WS-CAT-SUB).
006650     ADD WS-ADD-ZERO
006660         TO WS-OC-ZERO (WS-OPER-SUB, WS-PER-SUB, WS-CAT-SUB).
006670     ADD WS-ADD-REJ
006680         TO WS-OC-REJ (WS-OPER-SUB, WS-PER-SUB, WS-CAT-SUB).
006690     ADD WS-ADD-QUOTE
006700         TO WS-OC-QUOTE (WS-OPER-SUB, WS-PER-SUB, WS-CAT-SUB).
006710
006720 2400-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760*  2500-PROCESS-QUOTES - COUNT EVERY QUOTE SAVED IN THE PERIODS *
006770*  TO ITS OPERATOR, LOAN TYPE AND MODE                          *
006780*****************************************************************
006790 2500-PROCESS-QUOTES.
006800
006810     EXEC SQL OPEN QCURSOR END-EXEC.
006820
006830     IF SQLCODE NOT = 0
006840         PERFORM 4600-SQL-FATAL
006850             THRU 4600-EXIT
006860         GO TO 2500-EXIT
006870     END-IF.
006880
006890     MOVE ZERO TO WS-ADD-INQ.
006900     MOVE ZERO TO WS-ADD-ZERO.
006910     MOVE ZERO TO WS-ADD-REJ.
006920     MOVE 1    TO WS-ADD-QUOTE.
006930
006940     PERFORM 2550-FETCH-QUOTE
006950         THRU 2550-EXIT.
006960
006970     PERFORM 2600-COUNT-QUOTE
006980         THRU 2600-EXIT
006990         UNTIL SQLCODE NOT = 0.
007000
007010     EXEC SQL CLOSE QCURSOR END-EXEC.
007020
007030 2500-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070*  2550-FETCH-QUOTE - ONE SAVED QUOTE, SQLCODE 100 AT END       *
007080*****************************************************************
007090 2550-FETCH-QUOTE.
007100
007110     EXEC SQL FETCH QCURSOR
007120          INTO :QUOTEUSERID,
007130               :QUOTELOANTYPE,
007140               :QUOTEMODE,
007150               :WS-WORK-DATE
007160     END-EXEC.
007170
007180     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
007190         PERFORM 4600-SQL-FATAL
007200             THRU 4600-EXIT
007210     END-IF.
007220
007230 2550-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270*  2600-COUNT-QUOTE - COUNT ONE QUOTE, FETCH THE NEXT           *
007280*****************************************************************
007290 2600-COUNT-QUOTE.
007300
007310     ADD 1 TO WS-QUOTE-COUNT.
007320
007330     MOVE QUOTEUSERID   TO WS-WORK-USERID.
007340     MOVE QUOTELOANTYPE TO WS-WORK-LOANTYPE.
007350     MOVE QUOTEMODE     TO WS-WORK-MODE.
007360
007370     PERFORM 2200-COUNT-RECORD
007380         THRU 2200-EXIT.
007390
007400     PERFORM 2550-FETCH-QUOTE
007410         THRU 2550-EXIT.
007420
007430 2600-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470*  3000-PRINT-HEADINGS - NEW PAGE, REPORT, SECTION AND COLUMN   *
007480*  HEADINGS                                                     *
007490*****************************************************************
007500 3000-PRINT-HEADINGS.
007510
007520     ADD 1 TO WS-PAGE-COUNT.
007530     MOVE WS-PAGE-COUNT TO WH1-PAGE.
007540
007550     WRITE CONVRPT-RECORD FROM WS-HEADING-1
007560         AFTER ADVANCING PAGE.
007570     WRITE CONVRPT-RECORD FROM WS-HEADING-2
007580         AFTER ADVANCING 2 LINES.
007590     WRITE CONVRPT-RECORD FROM WS-COLUMN-HEADING-1
007600         AFTER ADVANCING 2 LINES.
007610     WRITE CONVRPT-RECORD FROM WS-COLUMN-HEADING-2
007620         AFTER ADVANCING 1 LINE.
007630
007640     MOVE 6 TO WS-LINE-COUNT.
007650
007660 3000-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700*  4000-PRINT-SECTION - ONE PERIOD AGAINST ITS PRIOR PERIOD:    *
007710*  EVERY OPERATOR WITH ACTIVITY IN EITHER, IN USERID ORDER,     *
007720*  THEN THE DESK                                                *
007730*****************************************************************
007740 4000-PRINT-SECTION.
007750
007760     IF WS-SECTION-SUB = 1
007770         MOVE 1 TO WS-CUR-PER
007780         MOVE 2 TO WS-PRI-PER
007790         MOVE 'WEEK'          TO WH2-TITLE
007800     ELSE
007810         MOVE 3 TO WS-CUR-PER
007820         MOVE 4 TO WS-PRI-PER
007830         MOVE 'MONTH TO DATE' TO WH2-TITLE
007840     END-IF.
007850
007860     MOVE WS-PD-START (WS-CUR-PER) TO WH2-CUR-START.
007870     MOVE WS-PD-END (WS-CUR-PER)   TO WH2-CUR-END.
007880     MOVE WS-PD-START (WS-PRI-PER) TO WH2-PRI-START.
007890     MOVE WS-PD-END (WS-PRI-PER)   TO WH2-PRI-END.
007900
007910     PERFORM 3000-PRINT-HEADINGS
007920         THRU 3000-EXIT.
007930
007940     PERFORM 4010-CLEAR-PRINTED
007950         THRU 4010-EXIT
007960         VARYING WS-OPER-SUB FROM 1 BY 1
007970         UNTIL WS-OPER-SUB > WS-OPER-USED.
007980
007990     PERFORM 4020-PRINT-NEXT-OPERATOR
008000         THRU 4020-EXIT
008010         VARYING WS-PRINT-PASS FROM 1 BY 1
008020         UNTIL WS-PRINT-PASS > WS-OPER-USED.
008030
008040     PERFORM 4300-PRINT-DESK
008050         THRU 4300-EXIT.
008060
008070 4000-EXIT.
008080     EXIT.
008090
008100 4010-CLEAR-PRINTED.
008110
008120     MOVE SPACE TO WS-OPER-PRINTED (WS-OPER-SUB).
008130
008140 4010-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180*  4020-PRINT-NEXT-OPERATOR - PICK THE LOWEST USERID NOT YET    *
008190*  PRINTED IN THIS SECTION AND PRINT ITS BLOCK                  *
008200*****************************************************************
008210 4020-PRINT-NEXT-OPERATOR.
008220
008230     MOVE ZERO        TO WS-BEST-SUB.
008240     MOVE HIGH-VALUES TO WS-BEST-ID.
008250
008260     PERFORM 4030-SCAN-FOR-NEXT
008270         THRU 4030-EXIT
008280         VARYING WS-OPER-SUB FROM 1 BY 1
008290         UNTIL WS-OPER-SUB > WS-OPER-USED.
008300
008310     IF WS-BEST-SUB = ZERO
008320         GO TO 4020-EXIT
008330     END-IF.
008340
008350     MOVE 'P' TO WS-OPER-PRINTED (WS-BEST-SUB).
008360     MOVE WS-BEST-SUB TO WS-OPER-SUB.
008370
008380* NOTHING IN EITHER PERIOD OF THIS SECTION - LEAVE THE OPERATOR
008390* FOR THE SECTION THEY WERE ACTIVE IN
008400     IF WS-OC-INQ (WS-OPER-SUB, WS-CUR-PER, 1) = ZERO
008410        AND WS-OC-QUOTE (WS-OPER-SUB, WS-CUR-PER, 1) = ZERO
008420        AND WS-OC-INQ (WS-OPER-SUB, WS-PRI-PER, 1) = ZERO
008430        AND WS-OC-QUOTE (WS-OPER-SUB, WS-PRI-PER, 1) = ZERO
008440         GO TO 4020-EXIT
008450     END-IF.
008460
008470     IF WS-LINE-COUNT + 9 >= WS-LINES-PER-PAGE
008480         PERFORM 3000-PRINT-HEADINGS
008490             THRU 3000-EXIT
008500     END-IF.
008510
008520     ADD 1 TO WS-OPER-LISTED.
008530
008540     PERFORM 4100-OPERATOR-CATEGORY
008550         THRU 4100-EXIT
008560         VARYING WS-CAT-SUB FROM 1 BY 1
008570         UNTIL WS-CAT-SUB > 8.
008580
008590 4020-EXIT.
008600     EXIT.
008610
008620 4030-SCAN-FOR-NEXT.
008630
008640     IF WS-OPER-PRINTED (WS-OPER-SUB) = SPACE
008650          AND WS-OPER-ID (WS-OPER-SUB) < WS-BEST-ID
008660         MOVE WS-OPER-SUB TO WS-BEST-SUB
008670         MOVE WS-OPER-ID (WS-OPER-SUB) TO WS-BEST-ID
008680     END-IF.
008690
008700 4030-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740*  4100-OPERATOR-CATEGORY - ONE LINE OF AN OPERATOR'S BLOCK     *
008750*****************************************************************
008760 4100-OPERATOR-CATEGORY.
008770
008780     MOVE WS-OC-INQ (WS-OPER-SUB, WS-CUR-PER, WS-CAT-SUB)
008790                                     TO WS-LF-INQ.
008800     MOVE WS-OC-ZERO (WS-OPER-SUB, WS-CUR-PER, WS-CAT-SUB)
008810                                     TO WS-LF-ZERO.
008820     MOVE WS-OC-REJ (WS-OPER-SUB, WS-CUR-PER, WS-CAT-SUB)
008830                                     TO WS-LF-REJ.
008840     MOVE WS-OC-QUOTE (WS-OPER-SUB, WS-CUR-PER, WS-CAT-SUB)
008850                                     TO WS-LF-QUOTE.
008860     MOVE WS-OC-INQ (WS-OPER-SUB, WS-PRI-PER, WS-CAT-SUB)
008870                                     TO WS-LF-PRI-INQ.
008880     MOVE WS-OC-QUOTE (WS-OPER-SUB, WS-PRI-PER, WS-CAT-SUB)
008890                                     TO WS-LF-PRI-QUOTE.
008900
008910     MOVE SPACES TO WD-OPERATOR.
008920     IF WS-CAT-SUB = 1
008930         MOVE WS-OPER-ID (WS-OPER-SUB) TO WD-OPERATOR
008940     END-IF.
008950
008960     PERFORM 4200-PRINT-LINE
008970         THRU 4200-EXIT.
008980
008990 4100-EXIT.
009000     EXIT.
009010
009020*****************************************************************
009030*  4200-PRINT-LINE - CONVERSION FOR BOTH PERIODS (QUOTES PER    *
009040*  HUNDRED INQUIRIES, ZERO WITH NO INQUIRIES) AND THE CHANGE IN *
009050*  POINTS.  A BREAKOUT WITH NOTHING IN EITHER PERIOD IS LEFT    *
009060*  OFF; THE TOTAL LINE ALWAYS PRINTS, A BLANK LINE ABOVE IT.    *
009070*****************************************************************
009080 4200-PRINT-LINE.
009090
009100     IF WS-CAT-SUB NOT = 1
009110        AND WS-LF-INQ = ZERO AND WS-LF-QUOTE = ZERO
009120        AND WS-LF-PRI-INQ = ZERO AND WS-LF-PRI-QUOTE = ZERO
009130         GO TO 4200-EXIT
009140     END-IF.
009150
009160     MOVE ZERO TO WS-LF-CONV.
009170     IF WS-LF-INQ > ZERO
009180         COMPUTE WS-LF-CONV ROUNDED =
009190               WS-LF-QUOTE * 100 / WS-LF-INQ
009200             ON SIZE ERROR
009210                 MOVE 999.9 TO WS-LF-CONV
009220         END-COMPUTE
009230     END-IF.
009240
009250     MOVE ZERO TO WS-LF-PRI-CONV.
009260     IF WS-LF-PRI-INQ > ZERO
009270         COMPUTE WS-LF-PRI-CONV ROUNDED =
009280               WS-LF-PRI-QUOTE * 100 / WS-LF-PRI-INQ
009290             ON SIZE ERROR
009300                 MOVE 999.9 TO WS-LF-PRI-CONV
009310         END-COMPUTE
009320     END-IF.
009330
009340     COMPUTE WS-LF-CHANGE = WS-LF-CONV - WS-LF-PRI-CONV.
009350
009360     MOVE WS-CATEGORY-TITLE (WS-CAT-SUB) TO WD-BREAKOUT.
009370     MOVE WS-LF-INQ       TO WD-INQ.
009380     MOVE WS-LF-ZERO      TO WD-ZERO.
009390     MOVE WS-LF-REJ       TO WD-REJ.
009400     MOVE WS-LF-QUOTE     TO WD-QUOTE.
009410     MOVE WS-LF-CONV      TO WD-CONV.
009420     MOVE WS-LF-PRI-INQ   TO WD-PRI-INQ.
009430     MOVE WS-LF-PRI-QUOTE TO WD-PRI-QUOTE.
009440     MOVE WS-LF-PRI-CONV  TO WD-PRI-CONV.
009450     MOVE WS-LF-CHANGE    TO WD-CHANGE.
009460
009470     IF WS-CAT-SUB = 1
009480         WRITE CONVRPT-RECORD FROM WS-DETAIL-LINE
009490             AFTER ADVANCING 2 LINES
009500         ADD 2 TO WS-LINE-COUNT
009510     ELSE
009520         WRITE CONVRPT-RECORD FROM WS-DETAIL-LINE
009530             AFTER ADVANCING 1 LINE
009540         ADD 1 TO WS-LINE-COUNT
009550     END-IF.
009560
009570 4200-EXIT.
009580     EXIT.
009590
009600*****************************************************************
009610*  4300-PRINT-DESK - THE DESK TOTAL BLOCK FOR THE SECTION       *
009620*****************************************************************
009630 4300-PRINT-DESK.
009640
009650     IF WS-LINE-COUNT + 9 >= WS-LINES-PER-PAGE
009660         PERFORM 3000-PRINT-HEADINGS
009670             THRU 3000-EXIT
009680     END-IF.
009690
009700     PERFORM 4350-DESK-CATEGORY
009710         THRU 4350-EXIT
009720         VARYING WS-CAT-SUB FROM 1 BY 1
009730         UNTIL WS-CAT-SUB > 8.
009740
009750 4300-EXIT.
009760     EXIT.
009770
009780 4350-DESK-CATEGORY.
009790
009800     MOVE WS-DC-INQ (WS-CUR-PER, WS-CAT-SUB)   TO WS-LF-INQ.
009810     MOVE WS-DC-ZERO (WS-CUR-PER, WS-CAT-SUB)  TO WS-LF-ZERO.
009820     MOVE WS-DC-REJ (WS-CUR-PER, WS-CAT-SUB)   TO WS-LF-REJ.
009830     MOVE WS-DC-QUOTE (WS-CUR-PER, WS-CAT-SUB) TO WS-LF-QUOTE.
009840     MOVE WS-DC-INQ (WS-PRI-PER, WS-CAT-SUB)   TO WS-LF-PRI-INQ.
009850     MOVE WS-DC-QUOTE (WS-PRI-PER, WS-CAT-SUB) TO WS-LF-PRI-QUOTE.
009860
009870     MOVE SPACES TO WD-OPERATOR.
009880     IF WS-CAT-SUB = 1
009890         MOVE 'DESK' TO WD-OPERATOR
009900     END-IF.
009910
009920     PERFORM 4200-PRINT-LINE
009930         THRU 4200-EXIT.
009940
009950 4350-EXIT.
009960     EXIT.
009970
009980*****************************************************************
009990*  4600-SQL-FATAL - REPORT THE FAILING SQLCODE, STOP RC 12      *
010000*****************************************************************
010010 4600-SQL-FATAL.
010020
010030     MOVE SQLCODE TO WFL-SQLCODE.
010040
010050     IF WS-LINE-COUNT = ZERO
010060    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
010070         PERFORM 3000-PRINT-HEADINGS
010080             THRU 3000-EXIT
010090     END-IF.
010100
010110     WRITE CONVRPT-RECORD FROM WS-FATAL-LINE
010120         AFTER ADVANCING 2 LINES.
010130     ADD 2 TO WS-LINE-COUNT.
010140
010150     DISPLAY 'JKEMCONV - RUN STOPPED, SQLCODE = ' SQLCODE.
010160
010170     SET WS-FATAL-ERROR TO TRUE.
010180     MOVE 12 TO RETURN-CODE.
010190
010200 4600-EXIT.
010210     EXIT.
010220
010230*****************************************************************
010240*  4700-PRINT-TOTAL - ONE LABEL AND COUNT LINE                  *
010250*****************************************************************
010260 4700-PRINT-TOTAL.
010270
010280     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010290         PERFORM 3000-PRINT-HEADINGS
010300             THRU 3000-EXIT
010310     END-IF.
010320
010330     WRITE CONVRPT-RECORD FROM WS-TOTAL-LINE
010340         AFTER ADVANCING 1 LINE.
010350     ADD 1 TO WS-LINE-COUNT.
010360
010370 4700-EXIT.
010380     EXIT.
010390
010400*****************************************************************
010410*  5000-TERMINATE - THE WEEK AND MONTH-TO-DATE SECTIONS, RUN    *
010420*  TOTALS, CLOSE ALL.  A FAILED RUN PRINTS NO SECTIONS, SO NO   *
010430*  PART-COUNTED FIGURES GO OUT.                                 *
010440*****************************************************************
010450 5000-TERMINATE.
010460
010470     IF NOT WS-FATAL-ERROR
010480         PERFORM 4000-PRINT-SECTION
010490             THRU 4000-EXIT
010500             VARYING WS-SECTION-SUB FROM 1 BY 1
010510             UNTIL WS-SECTION-SUB > 2
010520     END-IF.
010530
010540     MOVE SPACES TO CONVRPT-RECORD.
010550     WRITE CONVRPT-RECORD
010560         AFTER ADVANCING 2 LINES.
010570     ADD 2 TO WS-LINE-COUNT.
010580
010590     MOVE 'HISTORY RECORDS READ'      TO WTL-LABEL.
010600     MOVE WS-READ-COUNT               TO WTL-COUNT.
010610     PERFORM 4700-PRINT-TOTAL
010620         THRU 4700-EXIT.
010630
010640     MOVE 'INQUIRIES IN THE PERIODS'  TO WTL-LABEL.
010650     MOVE WS-INQUIRY-COUNT            TO WTL-COUNT.
010660     PERFORM 4700-PRINT-TOTAL
010670         THRU 4700-EXIT.
010680
010690     MOVE 'QUOTES IN THE PERIODS'     TO WTL-LABEL.
010700     MOVE WS-QUOTE-COUNT              TO WTL-COUNT.
010710     PERFORM 4700-PRINT-TOTAL
010720         THRU 4700-EXIT.
010730
010740     MOVE 'OPERATOR BLOCKS PRINTED'   TO WTL-LABEL.
010750     MOVE WS-OPER-LISTED              TO WTL-COUNT.
010760     PERFORM 4700-PRINT-TOTAL
010770         THRU 4700-EXIT.
010780
010790     IF WS-OPER-OVERFLOW > ZERO
010800         MOVE 'DESK ONLY (TABLE FULL)'    TO WTL-LABEL
010810         MOVE WS-OPER-OVERFLOW            TO WTL-COUNT
010820         PERFORM 4700-PRINT-TOTAL
010830             THRU 4700-EXIT
010840     END-IF.
010850
010860     CLOSE AUDHIST
010870           CONVRPT.
010880
010890 5000-EXIT.
010900     EXIT.
010910
010920 9999-EXIT.
010930     STOP RUN.
