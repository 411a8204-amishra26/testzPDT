000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    JKEMQAUD.
000120 AUTHOR.        D M PELLETIER.
000130 INSTALLATION.  MORTGAGE SERVICES DIVISION.
000140 DATE-WRITTEN.  OCTOBER 2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*   PROGRAM  : JKEMQAUD                                         *
000190*   PURPOSE  : NIGHTLY QUOTE-INTEGRITY AUDIT.  EVERY            *
000200*              JKEMORT.QUOTE LINE SAVED TODAY IS SET AGAINST    *
000210*              THE PRODUCT AS IT STOOD AT THE MOMENT THE LINE   *
000220*              WAS SAVED - THE FIRST MORTHIST ROW KEYED FOR     *
000230*              THAT PRODUCT AFTER THE QUOTE TIME GIVES ITS      *
000240*              BEFORE IMAGE, AND WITH NO LATER HISTORY THE      *
000250*              PRODUCT IS AS IT STANDS ON JKEMORT.MORTGAGE.  A  *
000260*              LINE WHOSE RATE, POINTS, CLOSING COST OR APR     *
000270*              DOES NOT MATCH, OR THAT QUOTED A PRODUCT THAT    *
000280*              WAS NOT ON THE BOOK, IS PRINTED UNDER THE        *
000290*              OPERATOR WHO SAVED IT.  A LINE PRICED FOR SCORE  *
000300*              AND LTV IS SET AGAINST THE BOOK PLUS THE GRID    *
000310*              ADD-ONS SAVED WITH IT, ITS APR SOLVED AGAIN ON   *
000320*              THE PRODUCT LOAN AS JKEMLISS DOES.  JKEMLOAD     *
000330*              SHEET ADDS AND CHANGES CARRY NO HISTORY ROW -    *
000340*              ONLY ITS OMISSION DROPS DO - SO THE AUDIT MUST   *
000350*              RUN AT THE CLOSE OF THE ON-LINE DAY, BEFORE      *
000352*              MIDNIGHT AND AHEAD OF THE NIGHT'S JKEMLOAD.      *
000360*   INPUT    : JKEMORT.QUOTE / JKEMORT.MORTHIST /               *
000370*              JKEMORT.MORTGAGE (ALL READ ONLY)                 *
000380*   OUTPUT   : QAUDRPT  - QUOTE-INTEGRITY EXCEPTION REPORT      *
000390*   RETURN   : 0 GOOD, 8 ONE OR MORE QUOTE LINES IN EXCEPTION,  *
000400*              12 SQL OR FILE FAILURE, 16 DUPLICATE RUN         *
000410*                                                               *
000420*****************************************************************
000430*
000440*  MODIFICATION HISTORY
000450*  --------------------
000460*  DATE       BY    DESCRIPTION
000470*  ---------  ----  ------------------------------------------
000480*  10/15/26   DMP   ORIGINAL PROGRAM.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT QAUDRPT   ASSIGN TO QAUDRPT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-QAUDRPT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  QAUDRPT
000630     RECORDING MODE IS F.
000640 01  QAUDRPT-RECORD.
000650     05  QR-CTL                      PIC X(01).
000660     05  QR-DATA                     PIC X(132).
000670
000680 WORKING-STORAGE SECTION.
000690*
000700 01  WS-SWITCHES.
000710     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000720         88  WS-EOF-YES                        VALUE 'Y'.
000730     05  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
000740         88  WS-FATAL-ERROR                    VALUE 'Y'.
000750     05  WS-ON-BOOK-SW               PIC X(01) VALUE 'Y'.
000760         88  WS-ON-BOOK                        VALUE 'Y'.
000770         88  WS-NOT-ON-BOOK                    VALUE 'N'.
000780     05  WS-LINE-ERROR-SW            PIC X(01) VALUE 'N'.
000790         88  WS-LINE-IN-ERROR                  VALUE 'Y'.
000800     05  WS-OPER-HEAD-SW             PIC X(01) VALUE 'N'.
000810         88  WS-OPER-HEAD-DONE                 VALUE 'Y'.
000820     05  WS-QAUDRPT-STATUS           PIC X(02) VALUE '00'.
000830         88  WS-QAUDRPT-OK                     VALUE '00' '97'.
000840
000850 01  WS-COUNTERS.
000860     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
000870     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
000880     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
000890     05  WS-CHECKED-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
000900     05  WS-EXCEPT-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
000910     05  WS-RATE-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
000920     05  WS-POINTS-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
000930     05  WS-COST-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
000940     05  WS-APR-COUNT                PIC S9(7) COMP-3 VALUE ZERO.
000950     05  WS-MISSING-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
000960     05  WS-NOTIME-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
000970     05  WS-OPER-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
000980     05  WS-OPER-EXC-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
000990     05  WS-OPER-CHECKED             PIC S9(7) COMP-3 VALUE ZERO.
001000     05  WS-OPER-EXCEPT              PIC S9(7) COMP-3 VALUE ZERO.
001010
001020*****************************************************************
001030*  TODAY AS THE ON-LINE PROGRAMS STAMP MORTHIST - EIBDATE FORM  *
001040*  0CYYDDD - SO A QUOTE'S EIBTIME CAN BE SET AGAINST HDATE AND  *
001050*  HTIME.  A LINE SAVED BEFORE QUOTETIME WAS CARRIED HOLDS A    *
001060*  ZERO TIME AND IS SET AGAINST THE BOOK AS THE DAY OPENED.     *
001070*****************************************************************
001080 01  WS-WORK-FIELDS.
001090     05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
001100     05  WS-TODAY-HDATE              PIC S9(7) COMP-3 VALUE ZERO.
001110     05  WS-PREV-USERID              PIC X(08) VALUE LOW-VALUES.
001120     05  WS-BOOK-RATE                PIC S9(3)V9(3) COMP-3
001130                                               VALUE ZERO.
001140     05  WS-BOOK-POINTS              PIC S9(2)V9(3) COMP-3
001150                                               VALUE ZERO.
001160     05  WS-BOOK-CLOSECOST           PIC S9(7)V99   COMP-3
001170                                               VALUE ZERO.
001180     05  WS-BOOK-APR                 PIC S9(2)V9(3) COMP-3
001190                                               VALUE ZERO.
001200     05  WS-QUOTE-TIME               PIC 9(06) VALUE ZERO.
001210     05  WS-QUOTE-TIME-X REDEFINES WS-QUOTE-TIME.
001220         10  WS-QUOTE-HH             PIC 9(02).
001230         10  WS-QUOTE-MM             PIC 9(02).
001240         10  WS-QUOTE-SS             PIC 9(02).
001250
001260*****************************************************************
001270*  WORK FIELDS FOR THE APR SOLVE - THE SAME BISECTION JKEMLOAD  *
001280*  AND JKEMLISS USE, RUN ON THE PRODUCT LOAN AT THE ADJUSTED    *
001290*  RATE AND POINTS OF A PRICED LINE                             *
001300*****************************************************************
001310 01  WS-APR-WORK-FIELDS.
001320     05  WS-APR-WORK-LOAN            PIC S9(9)V99   COMP-3.
001330     05  WS-APR-WORK-YEARS           PIC S9(4)      COMP-3.
001340     05  WS-APR-NUM-PAYMENTS         PIC S9(4)      COMP.
001350     05  WS-APR-MONTHLY-RATE         PIC S9V9(8)    COMP-3.
001360     05  WS-APR-BASE-FACTOR          PIC S9V9(8)    COMP-3.
001370     05  WS-APR-GROWTH-FACTOR        PIC S9(7)V9(10)
001380                                                    COMP-3.
001390     05  WS-APR-PAYMENT              PIC S9(7)V99   COMP-3.
001400     05  WS-APR-NET-AMOUNT           PIC S9(9)V99   COMP-3.
001410     05  WS-APR-PRESENT-VALUE        PIC S9(9)V99   COMP-3.
001420     05  WS-APR-LOW-RATE             PIC S9V9(8)    COMP-3.
001430     05  WS-APR-HIGH-RATE            PIC S9V9(8)    COMP-3.
001440     05  WS-APR-TRY-RATE             PIC S9V9(8)    COMP-3.
001450     05  WS-APR-ANNUITY-FACTOR       PIC S9(4)V9(8) COMP-3.
001460     05  WS-APR-LOOP-COUNT           PIC S9(4)      COMP.
001470     05  WS-APR-RESULT               PIC S9(2)V9(3) COMP-3.
001480
001490     COPY QUOTE.
001500
001510     COPY MORTGAGE.
001520
001530     COPY MORTHIST.
001540
001550     COPY JKRUNLOG.
001560
001570     EXEC SQL INCLUDE SQLCA END-EXEC.
001580
001590*****************************************************************
001600*  EVERY QUOTE LINE SAVED TODAY, OPERATOR BY OPERATOR           *
001610*****************************************************************
001620     EXEC SQL
001630     DECLARE QCURSOR CURSOR FOR
001640         SELECT QUOTEUSERID, QUOTENO, QUOTELINE,
001650                COALESCE(QUOTETIME, 0), COMPANY, YEARS, LOANTYPE,
001660                RATE, POINTS, CLOSECOST, APR,
001670                RATEADJ, POINTSADJ
001680             FROM JKEMORT.QUOTE
001690             WHERE QUOTEDATE = CURRENT DATE
001700             ORDER BY QUOTEUSERID ASC, QUOTENO ASC, QUOTELINE ASC
001710     END-EXEC.
001720
001730*****************************************************************
001740*  PRINT LINE LAYOUTS                                           *
001750*****************************************************************
001760 01  WS-HEADING-1.
001770     05  FILLER                      PIC X(01) VALUE SPACE.
001780     05  FILLER                      PIC X(20) VALUE
001790         'JKEMQAUD'.
001800     05  FILLER                      PIC X(40) VALUE
001810         'QUOTE-INTEGRITY AUDIT - QUOTES SAVED'.
001820     05  WH1-RUN-DATE                PIC X(10).
001830     05  FILLER                      PIC X(04) VALUE SPACES.
001840     05  FILLER                      PIC X(06) VALUE
001850         'PAGE'.
001860     05  WH1-PAGE                    PIC ZZZ9.
001870     05  FILLER                      PIC X(47) VALUE SPACES.
001880
001890 01  WS-COLUMN-HEADING-1.
001900     05  FILLER                      PIC X(58) VALUE SPACES.
001910     05  FILLER                      PIC X(35) VALUE
001920         '---------- AS QUOTED ----------'.
001930     05  FILLER                      PIC X(39) VALUE
001940         '------ BOOK AT QUOTE TIME ------'.
001950
001960 01  WS-COLUMN-HEADING-2.
001970     05  FILLER                      PIC X(01) VALUE SPACE.
001980     05  FILLER                      PIC X(08) VALUE
001990         'QUOTE'.
002000     05  FILLER                      PIC X(06) VALUE
002010         'LINE'.
002020     05  FILLER                      PIC X(10) VALUE
002030         'SAVED AT'.
002040     05  FILLER                      PIC X(25) VALUE
002050         'COMPANY'.
002060     05  FILLER                      PIC X(03) VALUE
002070         'TY'.
002080     05  FILLER                      PIC X(05) VALUE
002090         'YRS'.
002100     05  FILLER                      PIC X(08) VALUE
002110         '   RATE'.
002120     05  FILLER                      PIC X(07) VALUE
002130         'POINTS'.
002140     05  FILLER                      PIC X(11) VALUE
002150         'CLOSE COST'.
002160     05  FILLER                      PIC X(09) VALUE
002170         '   APR'.
002180     05  FILLER                      PIC X(09) VALUE
002190         '   RATE'.
002200     05  FILLER                      PIC X(08) VALUE
002210         'POINTS'.
002220     05  FILLER                      PIC X(12) VALUE
002230         'CLOSE COST'.
002240     05  FILLER                      PIC X(10) VALUE
002250         '   APR'.
002260
002270 01  WS-OPERATOR-LINE.
002280     05  FILLER                      PIC X(01) VALUE SPACE.
002290     05  FILLER                      PIC X(09) VALUE
002300         'OPERATOR'.
002310     05  WO-USERID                   PIC X(08).
002320     05  FILLER                      PIC X(114) VALUE SPACES.
002330
002340 01  WS-DETAIL-LINE.
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  WD-QUOTENO                  PIC Z(6)9.
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  WD-QUOTELINE                PIC ZZZ9.
002390     05  FILLER                      PIC X(02) VALUE SPACES.
002400     05  WD-TIME.
002410         10  WD-HH                   PIC 9(02).
002420         10  FILLER                  PIC X(01) VALUE ':'.
002430         10  WD-MM                   PIC 9(02).
002440         10  FILLER                  PIC X(01) VALUE ':'.
002450         10  WD-SS                   PIC 9(02).
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  WD-COMPANY                  PIC X(24).
002480     05  FILLER                      PIC X(01) VALUE SPACE.
002490     05  WD-LOANTYPE                 PIC X(02).
002500     05  FILLER                      PIC X(01) VALUE SPACE.
002510     05  WD-YEARS                    PIC ZZ9.
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  WD-QUOTE-RATE               PIC ZZ9.999.
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  WD-QUOTE-POINTS             PIC Z9.999.
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  WD-QUOTE-CLOSECOST          PIC ZZZ,ZZ9.99.
002580     05  FILLER                      PIC X(01) VALUE SPACE.
002590     05  WD-QUOTE-APR                PIC Z9.999.
002600     05  FILLER                      PIC X(03) VALUE SPACES.
002610     05  WD-BOOK-AREA.
002620         10  WD-BOOK-RATE            PIC ZZ9.999.
002630         10  WD-RATE-FLAG            PIC X(01).
002640         10  FILLER                  PIC X(01) VALUE SPACE.
002650         10  WD-BOOK-POINTS          PIC Z9.999.
002660         10  WD-POINTS-FLAG          PIC X(01).
002670         10  FILLER                  PIC X(01) VALUE SPACE.
002680         10  WD-BOOK-CLOSECOST       PIC ZZZ,ZZ9.99.
002690         10  WD-COST-FLAG            PIC X(01).
002700         10  FILLER                  PIC X(01) VALUE SPACE.
002710         10  WD-BOOK-APR             PIC Z9.999.
002720         10  WD-APR-FLAG             PIC X(01).
002730     05  WD-BOOK-MESSAGE REDEFINES WD-BOOK-AREA
002740                                     PIC X(36).
002750     05  FILLER                      PIC X(03) VALUE SPACES.
002760
002770 01  WS-OPERATOR-TOTAL.
002780     05  FILLER                      PIC X(01) VALUE SPACE.
002790     05  FILLER                      PIC X(09) VALUE
002800         'OPERATOR'.
002810     05  WOT-USERID                  PIC X(08).
002820     05  FILLER                      PIC X(04) VALUE SPACES.
002830     05  FILLER                      PIC X(19) VALUE
002840         'QUOTE LINES SAVED'.
002850     05  WOT-CHECKED                 PIC ZZZ,ZZ9.
002860     05  FILLER                      PIC X(04) VALUE SPACES.
002870     05  FILLER                      PIC X(19) VALUE
002880         'LINES IN EXCEPTION'.
002890     05  WOT-EXCEPT                  PIC ZZZ,ZZ9.
002900     05  FILLER                      PIC X(54) VALUE SPACES.
002910
002920 01  WS-FATAL-LINE.
002930     05  FILLER                      PIC X(01) VALUE SPACE.
002940     05  FILLER                      PIC X(22) VALUE
002950         'RUN STOPPED - SQLCODE'.
002960     05  WFL-SQLCODE                 PIC -(9)9.
002970     05  FILLER                      PIC X(99) VALUE SPACES.
002980
002990 01  WS-TOTAL-LINE.
003000     05  FILLER                      PIC X(01) VALUE SPACE.
003010     05  WT-LABEL                    PIC X(40).
003020     05  WT-COUNT                    PIC ZZZ,ZZ9.
003030     05  FILLER                      PIC X(84) VALUE SPACES.
003040
003050 PROCEDURE DIVISION.
003060
003070 0000-MAINLINE.
003080
003090     PERFORM 0100-LOG-RUN-START
003100         THRU 0100-EXIT.
003110
003120     IF RUN-DUPLICATE
003130         GO TO 9999-EXIT
003140     END-IF.
003150
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-EXIT.
003180
003190     PERFORM 2000-PROCESS-QUOTE
003200         THRU 2000-EXIT
003210         UNTIL WS-EOF-YES.
003220
003230     PERFORM 5000-TERMINATE
003240         THRU 5000-EXIT.
003250
003260     PERFORM 0200-LOG-RUN-END
003270         THRU 0200-EXIT.
003280
003290     GO TO 9999-EXIT.
003300
003310 0000-EXIT.
003320     EXIT.
003330
003340*****************************************************************
003350*  0100-LOG-RUN-START - RECORD THE RUN ON THE COMMON RUN LOG    *
003360*  AND STOP RC 16 ON AN UNFORCED SAME-DAY RERUN                 *
003370*****************************************************************
003380 0100-LOG-RUN-START.
003390
003400     INITIALIZE RUNLOG-CONTROL.
003410     SET RUN-FUNCTION-START TO TRUE.
003420     MOVE 'JKEMQAUD' TO RUN-JOBNAME.
003430
003440     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
003450
003460     IF RUN-DUPLICATE
003470         DISPLAY 'JKEMQAUD - ALREADY RAN TODAY, FORCE TO RERUN'
003480         MOVE 16 TO RETURN-CODE
003490     END-IF.
003500
003510 0100-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550*  0200-LOG-RUN-END - RETURN CODE AND KEY COUNTS TO THE LOG -   *
003560*  LINES CHECKED AS READ, LINES IN EXCEPTION AS REJECTS         *
003570*****************************************************************
003580 0200-LOG-RUN-END.
003590
003600     SET RUN-FUNCTION-END TO TRUE.
003610     MOVE RETURN-CODE TO RUN-RETCODE.
003620     MOVE WS-CHECKED-COUNT TO RUN-READ-COUNT.
003630     MOVE ZERO TO RUN-WRITE-COUNT.
003640     MOVE WS-EXCEPT-COUNT TO RUN-REJECT-COUNT.
003650
003660     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
003670
003680 0200-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*  1000-INITIALIZE - OPEN FILE, TODAY'S DATES, OPEN CURSOR      *
003730*****************************************************************
003740 1000-INITIALIZE.
003750
003760     OPEN OUTPUT QAUDRPT.
003770
003780     IF NOT WS-QAUDRPT-OK
003790         DISPLAY 'JKEMQAUD - ERROR OPENING QAUDRPT STATUS = '
003800             WS-QAUDRPT-STATUS
003810         MOVE 12 TO RETURN-CODE
003820         MOVE 'Y' TO WS-EOF-SW
003830         GO TO 1000-EXIT
003840     END-IF.
003850
003860     EXEC SQL
003870         SELECT CURRENT DATE,
003880                (YEAR(CURRENT DATE) - 1900) * 1000
003890                    + DAYOFYEAR(CURRENT DATE)
003900             INTO :WS-RUN-DATE, :WS-TODAY-HDATE
003910             FROM SYSIBM.SYSDUMMY1
003920     END-EXEC.
003930
003940     IF SQLCODE NOT = 0
003950         MOVE 'Y' TO WS-EOF-SW
003960         PERFORM 4600-SQL-FATAL
003970             THRU 4600-EXIT
003980         GO TO 1000-EXIT
003990     END-IF.
004000
004010     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
004020
004030     PERFORM 3000-PRINT-HEADINGS
004040         THRU 3000-EXIT.
004050
004060     EXEC SQL OPEN QCURSOR END-EXEC.
004070
004080     IF SQLCODE NOT = 0
004090         MOVE 'Y' TO WS-EOF-SW
004100         PERFORM 4600-SQL-FATAL
004110             THRU 4600-EXIT
004120         GO TO 1000-EXIT
004130     END-IF.
004140
004150     PERFORM 2100-FETCH-NEXT
004160         THRU 2100-EXIT.
004170
004180     IF NOT WS-EOF-YES
004190         MOVE QUOTEUSERID TO WS-PREV-USERID
004200     END-IF.
004210
004220 1000-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260*  2000-PROCESS-QUOTE - REBUILD THE PRODUCT BEHIND ONE QUOTE    *
004270*  LINE AND PRINT THE LINE IF IT DOES NOT AGREE WITH IT         *
004280*****************************************************************
004290 2000-PROCESS-QUOTE.
004300
004310     IF QUOTEUSERID NOT = WS-PREV-USERID
004320         PERFORM 2700-OPERATOR-BREAK
004330             THRU 2700-EXIT
004340         MOVE QUOTEUSERID TO WS-PREV-USERID
004350     END-IF.
004360
004370     ADD 1 TO WS-CHECKED-COUNT.
004380     ADD 1 TO WS-OPER-CHECKED.
004390
004400     IF QUOTETIME = ZERO
004410         ADD 1 TO WS-NOTIME-COUNT
004420     END-IF.
004430
004440     PERFORM 2200-REBUILD-PRODUCT
004450         THRU 2200-EXIT.
004460
004470     IF WS-FATAL-ERROR
004480         GO TO 2000-EXIT
004490     END-IF.
004500
004510     PERFORM 2300-COMPARE-LINE
004520         THRU 2300-EXIT.
004530
004540     IF WS-LINE-IN-ERROR
004550         PERFORM 4100-PRINT-EXCEPTION
004560             THRU 4100-EXIT
004570     END-IF.
004580
004590     PERFORM 2100-FETCH-NEXT
004600         THRU 2100-EXIT.
004610
004620 2000-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660*  2100-FETCH-NEXT - FETCH ONE QUOTE LINE, EOF AT END           *
004670*****************************************************************
004680 2100-FETCH-NEXT.
004690
004700     EXEC SQL FETCH QCURSOR
004710          INTO :QUOTEUSERID,
004720               :QUOTENO,
004730               :QUOTELINE,
004740               :QUOTETIME,
004750               :QUOTECOMPANY,
004760               :QUOTEYEARS,
004770               :QUOTELOANTYPE,
004780               :QUOTERATE,
004790               :QUOTEPOINTS,
004800               :QUOTECLOSECOST,
004810               :QUOTEAPR,
004820               :QUOTERATEADJ,
004830               :QUOTEPOINTSADJ
004840     END-EXEC.
004850
004860     IF SQLCODE = 100
004870         MOVE 'Y' TO WS-EOF-SW
004880         GO TO 2100-EXIT
004890     END-IF.
004900
004910     IF SQLCODE NOT = 0
004920         MOVE 'Y' TO WS-EOF-SW
004930         PERFORM 4600-SQL-FATAL
004940             THRU 4600-EXIT
004950     END-IF.
004960
004970 2100-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*  2200-REBUILD-PRODUCT - THE PRODUCT AS IT STOOD WHEN THE LINE *
005020*  WAS SAVED.  THE EARLIEST HISTORY ROW FOR IT KEYED AFTER THE  *
005030*  QUOTE TIME HOLDS THAT STATE AS ITS BEFORE IMAGE - AN ADD     *
005040*  MEANS THE PRODUCT DID NOT YET EXIST.  WITH NO LATER HISTORY  *
005050*  THE PRODUCT HAS NOT MOVED AND IS READ FROM THE BOOK ITSELF.  *
005060*  AN ADD ROW CARRIES THE KEY ON ITS AFTER IMAGE ONLY.          *
005070*****************************************************************
005080 2200-REBUILD-PRODUCT.
005090
005100     SET WS-ON-BOOK TO TRUE.
005110
005120     EXEC SQL
005130         SELECT HACTION, OLDRATE, OLDLOAN, OLDYEARS,
005140                OLDLOANTYPE, OLDARMFIXEDYRS, OLDARMMARGIN,
005150                OLDARMPERCAP, OLDARMLIFECAP,
005160                OLDPOINTS, OLDCLOSECOST, OLDAPR
005170             INTO :HIST-ACTION, :HIST-OLD-RATE, :HIST-OLD-LOAN,
005180                  :HIST-OLD-YEARS, :HIST-OLD-LOANTYPE,
005190                  :HIST-OLD-ARMFIXEDYRS, :HIST-OLD-ARMMARGIN,
005200                  :HIST-OLD-ARMPERCAP, :HIST-OLD-ARMLIFECAP,
005210                  :HIST-OLD-POINTS, :HIST-OLD-CLOSECOST,
005220                  :HIST-OLD-APR
005230             FROM JKEMORT.MORTHIST
005240             WHERE ((HACTION = 'A' AND
005250                     NEWCOMPANY = :QUOTECOMPANY AND
005260                     NEWYEARS = :QUOTEYEARS AND
005270                     NEWLOANTYPE = :QUOTELOANTYPE) OR
005280                    (HACTION <> 'A' AND
005290                     OLDCOMPANY = :QUOTECOMPANY AND
005300                     OLDYEARS = :QUOTEYEARS AND
005310                     OLDLOANTYPE = :QUOTELOANTYPE)) AND
005320                   (HDATE > :WS-TODAY-HDATE OR
005330                    (HDATE = :WS-TODAY-HDATE AND
005340                     HTIME > :QUOTETIME))
005350             ORDER BY HDATE ASC, HTIME ASC
005360             FETCH FIRST 1 ROW ONLY
005370     END-EXEC.
005380
005390     IF SQLCODE = 0
005400         IF HIST-ACTION-ADD
005410             SET WS-NOT-ON-BOOK TO TRUE
005420         ELSE
005430             MOVE QUOTECOMPANY         TO COMPANY
005440             MOVE HIST-OLD-RATE        TO RATE
005450             MOVE HIST-OLD-LOAN        TO LOAN
005460             MOVE HIST-OLD-YEARS       TO YEARS
005470             MOVE HIST-OLD-LOANTYPE    TO LOANTYPE
005480             MOVE HIST-OLD-ARMFIXEDYRS TO ARMFIXEDYRS
005490             MOVE HIST-OLD-ARMMARGIN   TO ARMMARGIN
005500             MOVE HIST-OLD-ARMPERCAP   TO ARMPERCAP
005510             MOVE HIST-OLD-ARMLIFECAP  TO ARMLIFECAP
005520             MOVE HIST-OLD-POINTS      TO POINTS
005530             MOVE HIST-OLD-CLOSECOST   TO CLOSECOST
005540             MOVE HIST-OLD-APR         TO APR
005550         END-IF
005560         GO TO 2200-EXIT
005570     END-IF.
005580
005590     IF SQLCODE NOT = 100
005600         MOVE 'Y' TO WS-EOF-SW
005610         PERFORM 4600-SQL-FATAL
005620             THRU 4600-EXIT
005630         GO TO 2200-EXIT
005640     END-IF.
005650
005660     EXEC SQL
005670         SELECT COMPANY, RATE, LOAN, YEARS, LOANTYPE,
005680                ARMFIXEDYRS, ARMMARGIN, ARMPERCAP, ARMLIFECAP,
005690                POINTS, CLOSECOST, APR
005700             INTO :COMPANY, :RATE, :LOAN, :YEARS, :LOANTYPE,
005710                  :ARMFIXEDYRS, :ARMMARGIN, :ARMPERCAP,
005720                  :ARMLIFECAP, :POINTS, :CLOSECOST, :APR
005730             FROM JKEMORT.MORTGAGE
005740             WHERE COMPANY = :QUOTECOMPANY AND
005750                   YEARS = :QUOTEYEARS AND
005760                   LOANTYPE = :QUOTELOANTYPE
005770     END-EXEC.
005780
005790     IF SQLCODE = 100
005800         SET WS-NOT-ON-BOOK TO TRUE
005810         GO TO 2200-EXIT
005820     END-IF.
005830
005840     IF SQLCODE NOT = 0
005850         MOVE 'Y' TO WS-EOF-SW
005860         PERFORM 4600-SQL-FATAL
005870             THRU 4600-EXIT
005880     END-IF.
005890
005900 2200-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940*  2300-COMPARE-LINE - WHAT THE LINE SHOULD HAVE SAID: THE BOOK *
005950*  RATE AND POINTS PLUS THE GRID ADD-ONS SAVED WITH THE LINE,   *
005960*  THE BOOK CLOSING COST, AND THE STORED APR - OR, FOR A PRICED *
005970*  LINE, THE APR SOLVED AGAIN ON THE PRODUCT LOAN AT THE        *
005980*  ADJUSTED RATE AND POINTS.  EACH FIGURE THAT DIFFERS IS       *
005990*  FLAGGED AND COUNTED.                                         *
006000*****************************************************************
006010 2300-COMPARE-LINE.
006020
006030     MOVE 'N'    TO WS-LINE-ERROR-SW.
006040     MOVE SPACES TO WD-BOOK-AREA.
006050
006060     IF WS-NOT-ON-BOOK
006070         MOVE 'Y' TO WS-LINE-ERROR-SW
006080         ADD 1 TO WS-MISSING-COUNT
006090         MOVE 'NOT ON THE BOOK AT QUOTE TIME'
006100                                     TO WD-BOOK-MESSAGE
006110         GO TO 2300-EXIT
006120     END-IF.
006130
006140     COMPUTE WS-BOOK-RATE   = RATE + QUOTERATEADJ.
006150     COMPUTE WS-BOOK-POINTS = POINTS + QUOTEPOINTSADJ.
006160     MOVE CLOSECOST TO WS-BOOK-CLOSECOST.
006170     MOVE APR       TO WS-BOOK-APR.
006180
006190     IF QUOTERATEADJ NOT = ZERO
006200        OR QUOTEPOINTSADJ NOT = ZERO
006210         MOVE WS-BOOK-RATE   TO RATE
006220         MOVE WS-BOOK-POINTS TO POINTS
006230         MOVE LOAN           TO WS-APR-WORK-LOAN
006240         MOVE YEARS          TO WS-APR-WORK-YEARS
006250         PERFORM 4500-COMPUTE-APR
006260             THRU 4500-EXIT
006270         MOVE WS-APR-RESULT  TO WS-BOOK-APR
006280     END-IF.
006290
006300     MOVE WS-BOOK-RATE      TO WD-BOOK-RATE.
006310     MOVE WS-BOOK-POINTS    TO WD-BOOK-POINTS.
006320     MOVE WS-BOOK-CLOSECOST TO WD-BOOK-CLOSECOST.
006330     MOVE WS-BOOK-APR       TO WD-BOOK-APR.
006340
006350     IF QUOTERATE NOT = WS-BOOK-RATE
006360         MOVE '*' TO WD-RATE-FLAG
006370         MOVE 'Y' TO WS-LINE-ERROR-SW
006380         ADD 1 TO WS-RATE-COUNT
006390     END-IF.
006400
006410     IF QUOTEPOINTS NOT = WS-BOOK-POINTS
006420         MOVE '*' TO WD-POINTS-FLAG
006430         MOVE 'Y' TO WS-LINE-ERROR-SW
006440         ADD 1 TO WS-POINTS-COUNT
006450     END-IF.
006460
006470     IF QUOTECLOSECOST NOT = WS-BOOK-CLOSECOST
006480         MOVE '*' TO WD-COST-FLAG
006490         MOVE 'Y' TO WS-LINE-ERROR-SW
006500         ADD 1 TO WS-COST-COUNT
006510     END-IF.
006520
006530     IF QUOTEAPR NOT = WS-BOOK-APR
006540         MOVE '*' TO WD-APR-FLAG
006550         MOVE 'Y' TO WS-LINE-ERROR-SW
006560         ADD 1 TO WS-APR-COUNT
006570     END-IF.
006580
006590 2300-EXIT.
006600     EXIT.
006610
006620*****************************************************************
006630*  2700-OPERATOR-BREAK - CLOSE OFF THE OPERATOR JUST FINISHED - *
006640*  A TOTAL LINE IF ANY OF THEIR LINES WERE IN EXCEPTION - AND   *
006650*  START THE COUNTS AGAIN FOR THE NEXT                          *
006660*****************************************************************
006670 2700-OPERATOR-BREAK.
006680
006690     IF WS-OPER-CHECKED > ZERO
006700         ADD 1 TO WS-OPER-COUNT
006710     END-IF.
006720
006730     IF WS-OPER-EXCEPT > ZERO
006740         ADD 1 TO WS-OPER-EXC-COUNT
006750         PERFORM 4200-PRINT-OPERATOR-TOTAL
006760             THRU 4200-EXIT
006770     END-IF.
006780
006790     MOVE ZERO TO WS-OPER-CHECKED.
006800     MOVE ZERO TO WS-OPER-EXCEPT.
006810     MOVE 'N'  TO WS-OPER-HEAD-SW.
006820
006830 2700-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*  3000-PRINT-HEADINGS - NEW PAGE, REPORT AND COLUMN HEADINGS.  *
006880*  THE OPERATOR IS NAMED AGAIN AT THE TOP OF A NEW PAGE         *
006890*****************************************************************
006900 3000-PRINT-HEADINGS.
006910
006920     ADD 1 TO WS-PAGE-COUNT.
006930     MOVE WS-PAGE-COUNT TO WH1-PAGE.
006940
006950     WRITE QAUDRPT-RECORD FROM WS-HEADING-1
006960         AFTER ADVANCING PAGE.
006970     WRITE QAUDRPT-RECORD FROM WS-COLUMN-HEADING-1
006980         AFTER ADVANCING 2 LINES.
006990     WRITE QAUDRPT-RECORD FROM WS-COLUMN-HEADING-2
007000         AFTER ADVANCING 1 LINE.
007010
007020     MOVE 4   TO WS-LINE-COUNT.
007030     MOVE 'N' TO WS-OPER-HEAD-SW.
007040
007050 3000-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*  4100-PRINT-EXCEPTION - ONE LINE PER QUOTE LINE IN EXCEPTION, *
007100*  UNDER ITS OPERATOR                                           *
007110*****************************************************************
007120 4100-PRINT-EXCEPTION.
007130
007140     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
007150         PERFORM 3000-PRINT-HEADINGS
007160             THRU 3000-EXIT
007170     END-IF.
007180
007190     IF NOT WS-OPER-HEAD-DONE
007200         MOVE QUOTEUSERID TO WO-USERID
007210         WRITE QAUDRPT-RECORD FROM WS-OPERATOR-LINE
007220             AFTER ADVANCING 2 LINES
007230         ADD 2 TO WS-LINE-COUNT
007240         MOVE 'Y' TO WS-OPER-HEAD-SW
007250     END-IF.
007260
007270     MOVE QUOTENO         TO WD-QUOTENO.
007280     MOVE QUOTELINE       TO WD-QUOTELINE.
007290     MOVE QUOTETIME       TO WS-QUOTE-TIME.
007300     MOVE WS-QUOTE-HH     TO WD-HH.
007310     MOVE WS-QUOTE-MM     TO WD-MM.
007320     MOVE WS-QUOTE-SS     TO WD-SS.
007330     MOVE QUOTECOMPANY    TO WD-COMPANY.
007340     MOVE QUOTELOANTYPE   TO WD-LOANTYPE.
007350     MOVE QUOTEYEARS      TO WD-YEARS.
007360     MOVE QUOTERATE       TO WD-QUOTE-RATE.
007370     MOVE QUOTEPOINTS     TO WD-QUOTE-POINTS.
007380     MOVE QUOTECLOSECOST  TO WD-QUOTE-CLOSECOST.
007390     MOVE QUOTEAPR        TO WD-QUOTE-APR.
007400
007410     WRITE QAUDRPT-RECORD FROM WS-DETAIL-LINE
007420         AFTER ADVANCING 1 LINE.
007430
007440     ADD 1 TO WS-LINE-COUNT.
007450     ADD 1 TO WS-EXCEPT-COUNT.
007460     ADD 1 TO WS-OPER-EXCEPT.
007470
007480 4100-EXIT.
007490     EXIT.
007500
007510*****************************************************************
007520*  4200-PRINT-OPERATOR-TOTAL - LINES SAVED AND LINES IN         *
007530*  EXCEPTION FOR ONE OPERATOR                                   *
007540*****************************************************************
007550 4200-PRINT-OPERATOR-TOTAL.
007560
007570     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
007580         PERFORM 3000-PRINT-HEADINGS
007590             THRU 3000-EXIT
007600     END-IF.
007610
007620     MOVE WS-PREV-USERID  TO WOT-USERID.
007630     MOVE WS-OPER-CHECKED TO WOT-CHECKED.
007640     MOVE WS-OPER-EXCEPT  TO WOT-EXCEPT.
007650
007660     WRITE QAUDRPT-RECORD FROM WS-OPERATOR-TOTAL
007670         AFTER ADVANCING 2 LINES.
007680     ADD 2 TO WS-LINE-COUNT.
007690
007700 4200-EXIT.
007710     EXIT.
007720
007730*****************************************************************
007740*  4500-COMPUTE-APR - THE SAME APR SOLVE JKEMLOAD STORES AND    *
007750*  JKEMLISS RUNS ON A PRICED ROW: THE RATE WHOSE PRESENT VALUE  *
007760*  OF THE NOTE-RATE PAYMENTS EQUALS WHAT THE BORROWER NETS      *
007770*  AFTER POINTS AND COSTS, FOUND BY BISECTION.  NO COSTS MEANS  *
007780*  APR = NOTE RATE.                                             *
007790*****************************************************************
007800 4500-COMPUTE-APR.
007810
007820     MOVE RATE TO WS-APR-RESULT.
007830
007840     IF POINTS = ZERO AND CLOSECOST = ZERO
007850         GO TO 4500-EXIT
007860     END-IF.
007870
007880     IF WS-APR-WORK-LOAN <= ZERO
007890          OR WS-APR-WORK-YEARS <= ZERO
007900         GO TO 4500-EXIT
007910     END-IF.
007920
007930     COMPUTE WS-APR-NUM-PAYMENTS = WS-APR-WORK-YEARS * 12.
007940     COMPUTE WS-APR-MONTHLY-RATE = RATE / 1200.
007950
007960     IF WS-APR-MONTHLY-RATE <= ZERO
007970         GO TO 4500-EXIT
007980     END-IF.
007990
008000     COMPUTE WS-APR-BASE-FACTOR = 1 + WS-APR-MONTHLY-RATE.
008010     COMPUTE WS-APR-GROWTH-FACTOR =
008020           WS-APR-BASE-FACTOR ** WS-APR-NUM-PAYMENTS.
008030     COMPUTE WS-APR-ANNUITY-FACTOR =
008040           (WS-APR-GROWTH-FACTOR - 1)
008050           / (WS-APR-MONTHLY-RATE * WS-APR-GROWTH-FACTOR).
008060     COMPUTE WS-APR-PAYMENT ROUNDED =
008070           WS-APR-WORK-LOAN / WS-APR-ANNUITY-FACTOR.
008080
008090     COMPUTE WS-APR-NET-AMOUNT =
008100           WS-APR-WORK-LOAN
008110           - (WS-APR-WORK-LOAN * POINTS / 100)
008120           - CLOSECOST.
008130
008140     IF WS-APR-NET-AMOUNT <= ZERO
008150          OR WS-APR-NET-AMOUNT >= WS-APR-WORK-LOAN
008160         GO TO 4500-EXIT
008170     END-IF.
008180
008190     MOVE WS-APR-MONTHLY-RATE TO WS-APR-LOW-RATE.
008200     COMPUTE WS-APR-HIGH-RATE = (RATE + 15) / 1200.
008210
008220     PERFORM 4550-APR-BISECT
008230         THRU 4550-EXIT
008240         VARYING WS-APR-LOOP-COUNT FROM 1 BY 1
008250         UNTIL WS-APR-LOOP-COUNT > 40.
008260
008270     COMPUTE WS-APR-RESULT ROUNDED =
008280           (WS-APR-LOW-RATE + WS-APR-HIGH-RATE) / 2 * 1200.
008290
008300 4500-EXIT.
008310     EXIT.
008320
008330*****************************************************************
008340*  4550-APR-BISECT - ONE BISECTION STEP ON THE MONTHLY RATE     *
008350*****************************************************************
008360 4550-APR-BISECT.
008370
008380     COMPUTE WS-APR-TRY-RATE =
008390           (WS-APR-LOW-RATE + WS-APR-HIGH-RATE) / 2.
008400     COMPUTE WS-APR-BASE-FACTOR = 1 + WS-APR-TRY-RATE.
008410     COMPUTE WS-APR-GROWTH-FACTOR =
008420           WS-APR-BASE-FACTOR ** WS-APR-NUM-PAYMENTS.
008430     COMPUTE WS-APR-ANNUITY-FACTOR =
008440           (WS-APR-GROWTH-FACTOR - 1)
008450           / (WS-APR-TRY-RATE * WS-APR-GROWTH-FACTOR).
008460     COMPUTE WS-APR-PRESENT-VALUE ROUNDED =
008470           WS-APR-PAYMENT * WS-APR-ANNUITY-FACTOR.
008480
008490     IF WS-APR-PRESENT-VALUE > WS-APR-NET-AMOUNT
008500         MOVE WS-APR-TRY-RATE TO WS-APR-LOW-RATE
008510     ELSE
008520         MOVE WS-APR-TRY-RATE TO WS-APR-HIGH-RATE
008530     END-IF.
008540
008550 4550-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590*  4600-SQL-FATAL - PRINT THE FAILING SQLCODE AND STOP THE RUN  *
008600*  RC 12.  THE AUDIT CHANGES NOTHING, SO THERE IS NO ROLLBACK   *
008610*****************************************************************
008620 4600-SQL-FATAL.
008630
008640     MOVE SQLCODE TO WFL-SQLCODE.
008650
008660     IF WS-LINE-COUNT = ZERO
008670    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
008680         PERFORM 3000-PRINT-HEADINGS
008690             THRU 3000-EXIT
008700     END-IF.
008710
008720     WRITE QAUDRPT-RECORD FROM WS-FATAL-LINE
008730         AFTER ADVANCING 2 LINES.
008740     ADD 2 TO WS-LINE-COUNT.
008750
008760     DISPLAY 'JKEMQAUD - RUN STOPPED, SQLCODE = ' SQLCODE.
008770
008780     SET WS-FATAL-ERROR TO TRUE.
008790     MOVE 12 TO RETURN-CODE.
008800
008810 4600-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850*  5000-TERMINATE - LAST OPERATOR, RUN TOTALS, RC 8 WHEN ANY    *
008860*  LINE IS IN EXCEPTION, CLOSE CURSOR AND FILE                  *
008870*****************************************************************
008880 5000-TERMINATE.
008890
008900     IF NOT WS-QAUDRPT-OK
008910         GO TO 5000-EXIT
008920     END-IF.
008930
008940     IF NOT WS-FATAL-ERROR
008950         PERFORM 2700-OPERATOR-BREAK
008960             THRU 2700-EXIT
008970     END-IF.
008980
008990     IF WS-PAGE-COUNT = ZERO
009000         PERFORM 3000-PRINT-HEADINGS
009010             THRU 3000-EXIT
009020     END-IF.
009030
009040     IF WS-EXCEPT-COUNT = ZERO AND NOT WS-FATAL-ERROR
009050         MOVE SPACES TO QAUDRPT-RECORD
009060         MOVE 'EVERY QUOTE LINE SAVED TODAY AGREES WITH THE BOOK'
009070                                     TO QR-DATA
009080         WRITE QAUDRPT-RECORD
009090             AFTER ADVANCING 2 LINES
009100     END-IF.
009110
009120     MOVE 'QUOTE LINES CHECKED' TO WT-LABEL.
009130     MOVE WS-CHECKED-COUNT TO WT-COUNT.
009140     WRITE QAUDRPT-RECORD FROM WS-TOTAL-LINE
009150         AFTER ADVANCING 3 LINES.
009160
009170     MOVE 'OPERATORS WHO SAVED QUOTES' TO WT-LABEL.
009180     MOVE WS-OPER-COUNT TO WT-COUNT.
009190     PERFORM 5100-PRINT-TOTAL
009200         THRU 5100-EXIT.
009210
009220     MOVE 'LINES IN EXCEPTION' TO WT-LABEL.
009230     MOVE WS-EXCEPT-COUNT TO WT-COUNT.
009240     PERFORM 5100-PRINT-TOTAL
009250         THRU 5100-EXIT.
009260
009270     MOVE '  RATE NOT AS BOOKED' TO WT-LABEL.
009280     MOVE WS-RATE-COUNT TO WT-COUNT.
009290     PERFORM 5100-PRINT-TOTAL
009300         THRU 5100-EXIT.
009310
009320     MOVE '  POINTS NOT AS BOOKED' TO WT-LABEL.
009330     MOVE WS-POINTS-COUNT TO WT-COUNT.
009340     PERFORM 5100-PRINT-TOTAL
009350         THRU 5100-EXIT.
009360
009370     MOVE '  CLOSING COST NOT AS BOOKED' TO WT-LABEL.
009380     MOVE WS-COST-COUNT TO WT-COUNT.
009390     PERFORM 5100-PRINT-TOTAL
009400         THRU 5100-EXIT.
009410
009420     MOVE '  APR NOT AS BOOKED' TO WT-LABEL.
009430     MOVE WS-APR-COUNT TO WT-COUNT.
009440     PERFORM 5100-PRINT-TOTAL
009450         THRU 5100-EXIT.
009460
009470     MOVE '  PRODUCT NOT ON THE BOOK' TO WT-LABEL.
009480     MOVE WS-MISSING-COUNT TO WT-COUNT.
009490     PERFORM 5100-PRINT-TOTAL
009500         THRU 5100-EXIT.
009510
009520     MOVE 'OPERATORS WITH EXCEPTIONS' TO WT-LABEL.
009530     MOVE WS-OPER-EXC-COUNT TO WT-COUNT.
009540     PERFORM 5100-PRINT-TOTAL
009550         THRU 5100-EXIT.
009560
009570     MOVE 'LINES WITH NO SAVE TIME (START OF DAY)' TO WT-LABEL.
009580     MOVE WS-NOTIME-COUNT TO WT-COUNT.
009590     PERFORM 5100-PRINT-TOTAL
009600         THRU 5100-EXIT.
009610
009620     IF WS-EXCEPT-COUNT > ZERO
009630        AND RETURN-CODE < 8
009640         MOVE 8 TO RETURN-CODE
009650     END-IF.
009660
009670     EXEC SQL CLOSE QCURSOR END-EXEC.
009680
009690     CLOSE QAUDRPT.
009700
009710 5000-EXIT.
009720     EXIT.
009730
009740*****************************************************************
009750*  5100-PRINT-TOTAL - ONE RUN TOTAL LINE                        *
009760*****************************************************************
009770 5100-PRINT-TOTAL.
009780
009790     WRITE QAUDRPT-RECORD FROM WS-TOTAL-LINE
009800         AFTER ADVANCING 1 LINE.
009810
009820 5100-EXIT.
009830     EXIT.
009840
009850 9999-EXIT.
009860     STOP RUN.
