000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    JKEMAMRT.
000120 AUTHOR.        D M PELLETIER.
000130 INSTALLATION.  MORTGAGE SERVICES DIVISION.
000140 DATE-WRITTEN.  OCTOBER 2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*                                                               *
000180*   PROGRAM  : JKEMAMRT                                         *
000190*   PURPOSE  : PRINTED AMORTIZATION SCHEDULE FOR A SAVED QUOTE  *
000200*              LINE, RUN ON REQUEST.  FOR EACH QUOTE NUMBER AND *
000210*              LINE ON THE REQUEST FILE IT READS THE LINE FROM  *
000220*              JKEMORT.QUOTE AND PRINTS A BORROWER COVER PAGE   *
000230*              (QUOTE DATE, OPERATOR, LENDER, TERMS, TOTALS)    *
000240*              FOLLOWED BY THE MONTH-BY-MONTH SCHEDULE -        *
000250*              PAYMENT, INTEREST, PRINCIPAL AND BALANCE, WITH   *
000260*              THE INTEREST PAID IN EACH LOAN YEAR.  AN ARM     *
000270*              LINE SWITCHES TO THE WORST-CASE RATE (START RATE *
000280*              PLUS LIFETIME CAP) AND THE QUOTED WORST-CASE     *
000290*              PAYMENT ONCE THE INITIAL FIXED PERIOD ENDS, THE  *
000300*              SAME EXPOSURE JKEMLISS QUOTES.  A LINE SAVED     *
000310*              BEFORE THE QUOTE CARRIED ITS LOAN AMOUNT HAS THE *
000320*              LOAN WORKED BACK FROM THE QUOTED PAYMENT.        *
000330*   INPUT    : AMRTREQ  - REQUEST FILE, ONE 80 BYTE RECORD PER  *
000340*                         SCHEDULE: COLS 1-7 QUOTE NUMBER, COLS *
000350*                         9-12 QUOTE LINE, BOTH ZERO FILLED.    *
000360*                         BLANK RECORDS ARE SKIPPED.            *
000370*              JKEMORT.QUOTE (READ ONLY)                        *
000380*   OUTPUT   : AMRTRPT  - COVER PAGES AND SCHEDULES             *
000390*   RETURN   : 0 GOOD, 4 ONE OR MORE REQUESTS NOT PRINTED,      *
000400*              12 SQL OR FILE FAILURE                           *
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
000560     SELECT AMRTREQ   ASSIGN TO AMRTREQ
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-AMRTREQ-STATUS.
000590     SELECT AMRTRPT   ASSIGN TO AMRTRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-AMRTRPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  AMRTREQ
000660     RECORDING MODE IS F.
000670 01  AMRTREQ-RECORD                  PIC X(80).
000680
000690 FD  AMRTRPT
000700     RECORDING MODE IS F.
000710 01  AMRTRPT-RECORD.
000720     05  AR-CTL                      PIC X(01).
000730     05  AR-DATA                     PIC X(132).
000740
000750 WORKING-STORAGE SECTION.
000760*
000770 01  WS-SWITCHES.
000780     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000790         88  WS-EOF-YES                        VALUE 'Y'.
000800     05  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
000810         88  WS-FATAL-ERROR                    VALUE 'Y'.
000820     05  WS-PRINT-SW                 PIC X(01) VALUE 'N'.
000830         88  WS-PRINT-PASS                     VALUE 'Y'.
000840     05  WS-ARM-SW                   PIC X(01) VALUE 'N'.
000850         88  WS-ARM-RESET                      VALUE 'Y'.
000860     05  WS-DERIVED-SW               PIC X(01) VALUE 'N'.
000870         88  WS-LOAN-DERIVED                   VALUE 'Y'.
000880     05  WS-AMRTREQ-STATUS           PIC X(02) VALUE '00'.
000890         88  WS-AMRTREQ-OK                     VALUE '00' '97'.
000900     05  WS-AMRTRPT-STATUS           PIC X(02) VALUE '00'.
000910         88  WS-AMRTRPT-OK                     VALUE '00' '97'.
000920
000930 01  WS-COUNTERS.
000940     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
000950     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
000960     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
000970     05  WS-REQ-COUNT                PIC S9(7) COMP-3 VALUE ZERO.
000980     05  WS-PRINTED-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
000990     05  WS-REFUSED-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
001000     05  WS-REF-SUB                  PIC S9(4) COMP VALUE ZERO.
001010
001020*****************************************************************
001030*  REQUESTS THAT COULD NOT BE PRINTED, HELD FOR THE CONTROL     *
001040*  PAGE AT THE END SO NONE LANDS AMONG A BORROWER'S PAGES.      *
001050*  PAST WS-REF-MAX THEY ARE ONLY COUNTED                        *
001060*****************************************************************
001070 01  WS-REFUSED-TABLE.
001080     05  WS-REF-USED                 PIC S9(4) COMP VALUE ZERO.
001090     05  WS-REF-MAX                  PIC S9(4) COMP VALUE 200.
001100     05  WS-REF-ENTRY OCCURS 200 TIMES.
001110         10  WS-REF-REQUEST          PIC X(12).
001120         10  WS-REF-TEXT             PIC X(50).
001130
001140*****************************************************************
001150*  REQUEST RECORD - QUOTE NUMBER AND LINE, WITH A NUMERIC VIEW  *
001160*****************************************************************
001170 01  WS-REQUEST-AREA.
001180     05  WS-REQ-QUOTENO-X            PIC X(07).
001190     05  FILLER                      PIC X(01).
001200     05  WS-REQ-LINE-X               PIC X(04).
001210     05  FILLER                      PIC X(68).
001220 01  WS-REQUEST-NUM REDEFINES WS-REQUEST-AREA.
001230     05  WS-REQ-QUOTENO              PIC 9(07).
001240     05  FILLER                      PIC X(01).
001250     05  WS-REQ-LINE                 PIC 9(04).
001260     05  FILLER                      PIC X(68).
001270
001280*****************************************************************
001290*  SCHEDULE WORK FIELDS.  THE MONTHLY RATE IS CARRIED TO THE    *
001300*  SAME SIX PLACES JKEMLISS WORKS THE QUOTED PAYMENT TO, SO THE *
001310*  QUOTED PAYMENT RETIRES THE LOAN TO WITHIN CENTS AND THE LAST *
001320*  PAYMENT ONLY SWEEPS UP THE ROUNDING                          *
001330*****************************************************************
001340 01  WS-SCHEDULE-FIELDS.
001350     05  WS-AM-LOAN                  PIC S9(9)V99   COMP-3.
001360     05  WS-AM-BALANCE               PIC S9(9)V99   COMP-3.
001370     05  WS-AM-RATE                  PIC S9(3)V9(3) COMP-3.
001380     05  WS-AM-MONTHLY-RATE          PIC S9V9(6)    COMP-3.
001390     05  WS-AM-BASE-FACTOR           PIC S9V9(6)    COMP-3.
001400     05  WS-AM-GROWTH-FACTOR         PIC S9(4)V9(10) COMP-3.
001410     05  WS-AM-PAYMENT               PIC S9(7)V99   COMP-3.
001420     05  WS-AM-NUM-PAYMENTS          PIC S9(4)      COMP.
001430     05  WS-AM-FIX-PAYMENTS          PIC S9(4)      COMP.
001440     05  WS-AM-MONTH                 PIC S9(4)      COMP.
001450     05  WS-AM-YEAR                  PIC S9(4)      COMP.
001460     05  WS-AM-MONTH-IN-YEAR         PIC S9(4)      COMP.
001470     05  WS-AM-THIS-PAYMENT          PIC S9(7)V99   COMP-3.
001480     05  WS-AM-INTEREST              PIC S9(7)V99   COMP-3.
001490     05  WS-AM-PRINCIPAL             PIC S9(9)V99   COMP-3.
001500     05  WS-AM-MAX-RATE              PIC S9(3)V9(3) COMP-3.
001510     05  WS-AM-YEAR-INTEREST         PIC S9(9)V99   COMP-3.
001520     05  WS-AM-YEAR-PRINCIPAL        PIC S9(9)V99   COMP-3.
001530     05  WS-AM-TOTAL-PAID            PIC S9(11)V99  COMP-3.
001540     05  WS-AM-TOTAL-INTEREST        PIC S9(11)V99  COMP-3.
001550     05  WS-AM-LAST-PAYMENT          PIC S9(4)      COMP.
001560
001570     COPY QUOTE.
001580
001590     EXEC SQL INCLUDE SQLCA END-EXEC.
001600
001610*****************************************************************
001620*  PRINT LINE LAYOUTS - BORROWER COVER PAGE                     *
001630*****************************************************************
001640 01  WS-COVER-TITLE.
001650     05  FILLER                      PIC X(01) VALUE SPACE.
001660     05  FILLER                      PIC X(30) VALUE SPACES.
001670     05  FILLER                      PIC X(40) VALUE
001680         'YOUR MORTGAGE PAYMENT SCHEDULE'.
001690     05  FILLER                      PIC X(62) VALUE SPACES.
001700
001710 01  WS-COVER-LINE.
001720     05  FILLER                      PIC X(01) VALUE SPACE.
001730     05  FILLER                      PIC X(10) VALUE SPACES.
001740     05  WCL-LABEL                   PIC X(36).
001750     05  WCL-VALUE                   PIC X(40).
001760     05  FILLER                      PIC X(46) VALUE SPACES.
001770
001780 01  WS-COVER-NOTE.
001790     05  FILLER                      PIC X(01) VALUE SPACE.
001800     05  FILLER                      PIC X(10) VALUE SPACES.
001810     05  WCN-TEXT                    PIC X(76).
001820     05  FILLER                      PIC X(46) VALUE SPACES.
001830
001840*****************************************************************
001850*  EDITED VALUES FOR THE COVER PAGE, MOVED INTO WCL-VALUE       *
001860*****************************************************************
001870 01  WS-COVER-EDITS.
001880     05  WCE-QUOTE.
001890         10  WCE-QUOTENO             PIC 9(07).
001900         10  FILLER                  PIC X(07) VALUE '  LINE '.
001910         10  WCE-QUOTELINE           PIC ZZZ9.
001920     05  WCE-HEAD-QUOTE.
001930         10  FILLER                  PIC X(06) VALUE 'QUOTE '.
001940         10  WCE-HEAD-QUOTENO        PIC 9(07).
001950         10  FILLER                  PIC X(07) VALUE '  LINE '.
001960         10  WCE-HEAD-QUOTELINE      PIC ZZZ9.
001970     05  WCE-AMOUNT                  PIC $$$,$$$,$$$,$$9.99.
001980     05  WCE-RATE.
001990         10  WCE-RATE-9              PIC ZZ9.999.
002000         10  FILLER                  PIC X(02) VALUE ' %'.
002010     05  WCE-POINTS                  PIC Z9.999.
002020     05  WCE-COUNT                   PIC ZZZ9.
002030     05  WCE-TERM.
002040         10  WCE-TERM-YEARS          PIC ZZZ9.
002050         10  FILLER                  PIC X(06) VALUE ' YEARS'.
002060
002070*****************************************************************
002080*  PRINT LINE LAYOUTS - SCHEDULE PAGES                          *
002090*****************************************************************
002100 01  WS-HEADING-1.
002110     05  FILLER                      PIC X(01) VALUE SPACE.
002120     05  FILLER                      PIC X(20) VALUE
002130         'JKEMAMRT'.
002140     05  WH1-TITLE                   PIC X(30).
002150     05  WH1-QUOTE                   PIC X(24).
002160     05  FILLER                      PIC X(04) VALUE SPACES.
002170     05  FILLER                      PIC X(06) VALUE
002180         'PAGE'.
002190     05  WH1-PAGE                    PIC ZZZ9.
002200     05  FILLER                      PIC X(44) VALUE SPACES.
002210
002220 01  WS-HEADING-2.
002230     05  FILLER                      PIC X(01) VALUE SPACE.
002240     05  WH2-COMPANY                 PIC X(24).
002250     05  FILLER                      PIC X(02) VALUE SPACES.
002260     05  FILLER                      PIC X(06) VALUE
002270         'LOAN'.
002280     05  WH2-LOAN                    PIC ZZZ,ZZZ,ZZ9.99.
002290     05  FILLER                      PIC X(03) VALUE SPACES.
002300     05  FILLER                      PIC X(06) VALUE
002310         'RATE'.
002320     05  WH2-RATE                    PIC ZZ9.999.
002330     05  FILLER                      PIC X(03) VALUE SPACES.
002340     05  FILLER                      PIC X(06) VALUE
002350         'TERM'.
002360     05  WH2-YEARS                   PIC ZZZ9.
002370     05  FILLER                      PIC X(03) VALUE SPACES.
002380     05  FILLER                      PIC X(06) VALUE
002390         'TYPE'.
002400     05  WH2-LOANTYPE                PIC X(02).
002410     05  FILLER                      PIC X(46) VALUE SPACES.
002420
002430 01  WS-COLUMN-HEADING.
002440     05  FILLER                      PIC X(01) VALUE SPACE.
002450     05  FILLER                      PIC X(04) VALUE
002460         ' PMT'.
002470     05  FILLER                      PIC X(07) VALUE
002480         '   YEAR'.
002490     05  FILLER                      PIC X(10) VALUE
002500         '      RATE'.
002510     05  FILLER                      PIC X(15) VALUE
002520         '        PAYMENT'.
002530     05  FILLER                      PIC X(16) VALUE
002540         '        INTEREST'.
002550     05  FILLER                      PIC X(17) VALUE
002560         '        PRINCIPAL'.
002570     05  FILLER                      PIC X(17) VALUE
002580         '          BALANCE'.
002590     05  FILLER                      PIC X(46) VALUE SPACES.
002600
002610 01  WS-DETAIL-LINE.
002620     05  FILLER                      PIC X(01) VALUE SPACE.
002630     05  WD-MONTH                    PIC ZZZ9.
002640     05  FILLER                      PIC X(04) VALUE SPACES.
002650     05  WD-YEAR                     PIC ZZ9.
002660     05  FILLER                      PIC X(03) VALUE SPACES.
002670     05  WD-RATE                     PIC ZZ9.999.
002680     05  FILLER                      PIC X(03) VALUE SPACES.
002690     05  WD-PAYMENT                  PIC Z,ZZZ,ZZ9.99.
002700     05  FILLER                      PIC X(04) VALUE SPACES.
002710     05  WD-INTEREST                 PIC Z,ZZZ,ZZ9.99.
002720     05  FILLER                      PIC X(03) VALUE SPACES.
002730     05  WD-PRINCIPAL                PIC ZZZ,ZZZ,ZZ9.99.
002740     05  FILLER                      PIC X(03) VALUE SPACES.
002750     05  WD-BALANCE                  PIC ZZZ,ZZZ,ZZ9.99.
002760     05  FILLER                      PIC X(46) VALUE SPACES.
002770
002780 01  WS-YEAR-LINE.
002790     05  FILLER                      PIC X(01) VALUE SPACE.
002800     05  FILLER                      PIC X(08) VALUE SPACES.
002810     05  FILLER                      PIC X(05) VALUE
002820         'YEAR'.
002830     05  WY-YEAR                     PIC ZZ9.
002840     05  FILLER                      PIC X(24) VALUE
002850         ' TOTALS'.
002860     05  WY-INTEREST                 PIC Z,ZZZ,ZZ9.99.
002870     05  FILLER                      PIC X(03) VALUE SPACES.
002880     05  WY-PRINCIPAL                PIC ZZZ,ZZZ,ZZ9.99.
002890     05  FILLER                      PIC X(06) VALUE SPACES.
002900     05  FILLER                      PIC X(18) VALUE
002910         'INTEREST TO DATE'.
002920     05  WY-INTEREST-TO-DATE         PIC ZZ,ZZZ,ZZ9.99.
002930     05  FILLER                      PIC X(26) VALUE SPACES.
002940
002950 01  WS-SCHED-TOTAL-LINE.
002960     05  FILLER                      PIC X(01) VALUE SPACE.
002970     05  FILLER                      PIC X(24) VALUE
002980         'SCHEDULE TOTALS'.
002990     05  FILLER                      PIC X(06) VALUE
003000         'PAID'.
003010     05  WST-PAID                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003020     05  FILLER                      PIC X(04) VALUE SPACES.
003030     05  FILLER                      PIC X(10) VALUE
003040         'INTEREST'.
003050     05  WST-INTEREST                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003060     05  FILLER                      PIC X(04) VALUE SPACES.
003070     05  FILLER                      PIC X(10) VALUE
003080         'PAYMENTS'.
003090     05  WST-COUNT                   PIC ZZZ9.
003100     05  FILLER                      PIC X(36) VALUE SPACES.
003110
003120 01  WS-MESSAGE-LINE.
003130     05  FILLER                      PIC X(01) VALUE SPACE.
003140     05  FILLER                      PIC X(08) VALUE
003150         'REQUEST'.
003160     05  WM-REQUEST                  PIC X(12).
003170     05  FILLER                      PIC X(03) VALUE SPACES.
003180     05  WM-TEXT                     PIC X(50).
003190     05  FILLER                      PIC X(59) VALUE SPACES.
003200
003210 01  WS-FATAL-LINE.
003220     05  FILLER                      PIC X(01) VALUE SPACE.
003230     05  FILLER                      PIC X(22) VALUE
003240         'RUN STOPPED - SQLCODE'.
003250     05  WFL-SQLCODE                 PIC -(9)9.
003260     05  FILLER                      PIC X(100) VALUE SPACES.
003270
003280 01  WS-TOTAL-LINE.
003290     05  FILLER                      PIC X(01) VALUE SPACE.
003300     05  WTL-LABEL                   PIC X(30).
003310     05  WTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
003320     05  FILLER                      PIC X(91) VALUE SPACES.
003330
003340 PROCEDURE DIVISION.
003350
003360 0000-MAINLINE.
003370
003380     PERFORM 1000-INITIALIZE
003390         THRU 1000-EXIT.
003400
003410     IF NOT WS-FATAL-ERROR
003420         PERFORM 2000-PROCESS-REQUEST
003430             THRU 2000-EXIT
003440             UNTIL WS-EOF-YES
003450                OR WS-FATAL-ERROR
003460     END-IF.
003470
003480     PERFORM 5000-TERMINATE
003490         THRU 5000-EXIT.
003500
003510     GO TO 9999-EXIT.
003520
003530 0000-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570*  1000-INITIALIZE - OPEN THE REQUEST FILE AND THE REPORT       *
003580*****************************************************************
003590 1000-INITIALIZE.
003600
003610     OPEN OUTPUT AMRTRPT.
003620
003630     IF NOT WS-AMRTRPT-OK
003640         DISPLAY 'JKEMAMRT - ERROR OPENING AMRTRPT STATUS = '
003650             WS-AMRTRPT-STATUS
003660         SET WS-FATAL-ERROR TO TRUE
003670         MOVE 12 TO RETURN-CODE
003680         GO TO 1000-EXIT
003690     END-IF.
003700
003710     OPEN INPUT AMRTREQ.
003720
003730     IF NOT WS-AMRTREQ-OK
003740         DISPLAY 'JKEMAMRT - ERROR OPENING AMRTREQ STATUS = '
003750             WS-AMRTREQ-STATUS
003760         SET WS-FATAL-ERROR TO TRUE
003770         MOVE 12 TO RETURN-CODE
003780     END-IF.
003790
003800 1000-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840*  2000-PROCESS-REQUEST - READ ONE REQUEST, FETCH THE QUOTE     *
003850*  LINE AND PRINT ITS COVER PAGE AND SCHEDULE.  A REQUEST THAT  *
003860*  CANNOT BE PRINTED GETS A MESSAGE LINE AND RC 4               *
003870*****************************************************************
003880 2000-PROCESS-REQUEST.
003890
003900     READ AMRTREQ INTO WS-REQUEST-AREA
003910         AT END
003920             MOVE 'Y' TO WS-EOF-SW
003930             GO TO 2000-EXIT
003940     END-READ.
003950
003960     IF NOT WS-AMRTREQ-OK
003970         DISPLAY 'JKEMAMRT - ERROR READING AMRTREQ STATUS = '
003980             WS-AMRTREQ-STATUS
003990         SET WS-FATAL-ERROR TO TRUE
004000         MOVE 12 TO RETURN-CODE
004010         GO TO 2000-EXIT
004020     END-IF.
004030
004040     IF WS-REQUEST-AREA = SPACES
004050         GO TO 2000-EXIT
004060     END-IF.
004070
004080     ADD 1 TO WS-REQ-COUNT.
004090
004100     IF WS-REQ-QUOTENO NOT NUMERIC
004110        OR WS-REQ-LINE NOT NUMERIC
004120        OR WS-REQ-QUOTENO = ZERO
004130        OR WS-REQ-LINE = ZERO
004140         MOVE 'QUOTE NUMBER OR LINE NOT NUMERIC' TO WM-TEXT
004150         PERFORM 3100-NOTE-REFUSED
004160             THRU 3100-EXIT
004170         GO TO 2000-EXIT
004180     END-IF.
004190
004200     MOVE WS-REQ-QUOTENO TO QUOTENO.
004210     MOVE WS-REQ-LINE    TO QUOTELINE.
004220
004230     EXEC SQL
004240         SELECT QUOTEDATE, QUOTEUSERID, COMPANY, PHONE, RATE,
004250                YEARS, LOANTYPE, PAYMENT, MAXPAYMENT, POINTS,
004260                CLOSECOST, APR, RATEADJ, LOAN, ARMFIXEDYRS,
004270                ARMLIFECAP
004280             INTO :QUOTEDATE, :QUOTEUSERID, :QUOTECOMPANY,
004290                  :QUOTEPHONE, :QUOTERATE, :QUOTEYEARS,
004300                  :QUOTELOANTYPE, :QUOTEPAYMENT, :QUOTEMAXPAY,
004310                  :QUOTEPOINTS, :QUOTECLOSECOST, :QUOTEAPR,
004320                  :QUOTERATEADJ, :QUOTELOAN, :QUOTEARMFIXEDYRS,
004330                  :QUOTEARMLIFECAP
004340             FROM JKEMORT.QUOTE
004350             WHERE QUOTENO = :QUOTENO AND
004360                   QUOTELINE = :QUOTELINE
004370     END-EXEC.
004380
004390     IF SQLCODE = 100
004400         MOVE 'QUOTE LINE NOT ON FILE' TO WM-TEXT
004410         PERFORM 3100-NOTE-REFUSED
004420             THRU 3100-EXIT
004430         GO TO 2000-EXIT
004440     END-IF.
004450
004460     IF SQLCODE NOT = 0
004470         PERFORM 4600-SQL-FATAL
004480             THRU 4600-EXIT
004490         GO TO 2000-EXIT
004500     END-IF.
004510
004520     PERFORM 2100-SET-TERMS
004530         THRU 2100-EXIT.
004540
004550     IF WS-AM-LOAN NOT > ZERO
004560        OR WS-AM-PAYMENT NOT > ZERO
004570        OR WS-AM-NUM-PAYMENTS NOT > ZERO
004580         MOVE 'QUOTE LINE HAS NO LOAN OR PAYMENT TO AMORTIZE'
004590                                         TO WM-TEXT
004600         PERFORM 3100-NOTE-REFUSED
004610             THRU 3100-EXIT
004620         GO TO 2000-EXIT
004630     END-IF.
004640
004650* A QUIET PASS FIRST FOR THE TOTALS THE COVER PAGE CARRIES, THEN
004660* THE COVER, THEN THE SAME SCHEDULE AGAIN PRINTED.
004670     MOVE 'N' TO WS-PRINT-SW.
004680     PERFORM 2200-BUILD-SCHEDULE
004690         THRU 2200-EXIT.
004700
004710     PERFORM 4000-PRINT-COVER
004720         THRU 4000-EXIT.
004730
004740     MOVE 'Y' TO WS-PRINT-SW.
004750     MOVE ZERO TO WS-LINE-COUNT.
004760     PERFORM 2200-BUILD-SCHEDULE
004770         THRU 2200-EXIT.
004780
004790     PERFORM 4300-PRINT-SCHEDULE-TOTAL
004800         THRU 4300-EXIT.
004810
004820     ADD 1 TO WS-PRINTED-COUNT.
004830
004840 2000-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880*  2100-SET-TERMS - LOAN, PAYMENT, TERM AND ARM RESET POINT FOR *
004890*  THE LINE.  THE ARM TEST IS THE ONE A157 MAKES IN JKEMLISS -  *
004900*  AN ARM WITH NO TERMS, A FIXED PERIOD AS LONG AS THE LOAN OR  *
004910*  A ZERO RATE KEEPS ITS INITIAL PAYMENT TO THE END             *
004920*****************************************************************
004930 2100-SET-TERMS.
004940
004950     MOVE 'N' TO WS-ARM-SW.
004960     MOVE 'N' TO WS-DERIVED-SW.
004970     MOVE ZERO TO WS-AM-FIX-PAYMENTS.
004980
004990     MOVE QUOTEPAYMENT TO WS-AM-PAYMENT.
005000     COMPUTE WS-AM-NUM-PAYMENTS = QUOTEYEARS * 12.
005010     COMPUTE WS-AM-MONTHLY-RATE = QUOTERATE / 1200.
005020     COMPUTE WS-AM-BASE-FACTOR = 1 + WS-AM-MONTHLY-RATE.
005030
005040     IF QUOTELOAN > ZERO
005050         MOVE QUOTELOAN TO WS-AM-LOAN
005060     ELSE
005070         PERFORM 2150-DERIVE-LOAN
005080             THRU 2150-EXIT
005090     END-IF.
005100
005110     IF QUOTELOANTYPE NOT = 'AP' AND QUOTELOANTYPE NOT = 'AI'
005120         GO TO 2100-EXIT
005130     END-IF.
005140
005150     IF QUOTEARMFIXEDYRS NOT > ZERO
005160        OR QUOTEARMFIXEDYRS NOT < QUOTEYEARS
005170        OR QUOTEARMLIFECAP NOT > ZERO
005180        OR WS-AM-MONTHLY-RATE = ZERO
005190        OR QUOTEMAXPAY NOT > ZERO
005200         GO TO 2100-EXIT
005210     END-IF.
005220
005230     MOVE 'Y' TO WS-ARM-SW.
005240     COMPUTE WS-AM-FIX-PAYMENTS = QUOTEARMFIXEDYRS * 12.
005250     COMPUTE WS-AM-MAX-RATE = QUOTERATE + QUOTEARMLIFECAP.
005260
005270 2100-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310*  2150-DERIVE-LOAN - A LINE SAVED WITHOUT ITS LOAN AMOUNT: THE *
005320*  LOAN THE QUOTED LEVEL PAYMENT RETIRES OVER THE TERM          *
005330*****************************************************************
005340 2150-DERIVE-LOAN.
005350
005360     MOVE 'Y' TO WS-DERIVED-SW.
005370     MOVE ZERO TO WS-AM-LOAN.
005380
005390     IF WS-AM-NUM-PAYMENTS NOT > ZERO
005400         GO TO 2150-EXIT
005410     END-IF.
005420
005430     IF WS-AM-MONTHLY-RATE = ZERO
005440         COMPUTE WS-AM-LOAN ROUNDED =
005450               WS-AM-PAYMENT * WS-AM-NUM-PAYMENTS
005460     ELSE
005470         COMPUTE WS-AM-GROWTH-FACTOR =
005480               WS-AM-BASE-FACTOR ** WS-AM-NUM-PAYMENTS
005490         COMPUTE WS-AM-LOAN ROUNDED =
005500               WS-AM-PAYMENT * (WS-AM-GROWTH-FACTOR - 1)
005510               / (WS-AM-MONTHLY-RATE * WS-AM-GROWTH-FACTOR)
005520     END-IF.
005530
005540 2150-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580*  2200-BUILD-SCHEDULE - RUN THE LOAN DOWN MONTH BY MONTH.  ON  *
005590*  THE PRINT PASS EVERY MONTH AND EVERY LOAN YEAR IS PRINTED    *
005600*****************************************************************
005610 2200-BUILD-SCHEDULE.
005620
005630     MOVE WS-AM-LOAN    TO WS-AM-BALANCE.
005640     MOVE QUOTERATE     TO WS-AM-RATE.
005650     MOVE QUOTEPAYMENT  TO WS-AM-PAYMENT.
005660     COMPUTE WS-AM-MONTHLY-RATE = WS-AM-RATE / 1200.
005670     MOVE ZERO TO WS-AM-YEAR-INTEREST.
005680     MOVE ZERO TO WS-AM-YEAR-PRINCIPAL.
005690     MOVE ZERO TO WS-AM-TOTAL-PAID.
005700     MOVE ZERO TO WS-AM-TOTAL-INTEREST.
005710     MOVE ZERO TO WS-AM-LAST-PAYMENT.
005720
005730     PERFORM 2300-AMORTIZE-MONTH
005740         THRU 2300-EXIT
005750         VARYING WS-AM-MONTH FROM 1 BY 1
005760         UNTIL WS-AM-MONTH > WS-AM-NUM-PAYMENTS
005770            OR WS-AM-BALANCE NOT > ZERO
005780            OR WS-FATAL-ERROR.
005790
005800 2200-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840*  2300-AMORTIZE-MONTH - ONE PAYMENT.  AN ARM MOVES TO THE      *
005850*  WORST-CASE RATE AND PAYMENT ON THE FIRST MONTH AFTER ITS     *
005860*  FIXED PERIOD.  THE LAST PAYMENT IS WHATEVER CLEARS THE       *
005870*  BALANCE                                                      *
005880*****************************************************************
005890 2300-AMORTIZE-MONTH.
005900
005910     IF WS-ARM-RESET
005920        AND WS-AM-MONTH = WS-AM-FIX-PAYMENTS + 1
005930         MOVE WS-AM-MAX-RATE TO WS-AM-RATE
005940         COMPUTE WS-AM-MONTHLY-RATE = WS-AM-RATE / 1200
005950         MOVE QUOTEMAXPAY TO WS-AM-PAYMENT
005960     END-IF.
005970
005980     COMPUTE WS-AM-INTEREST ROUNDED =
005990           WS-AM-BALANCE * WS-AM-MONTHLY-RATE.
006000
006010     IF WS-AM-MONTH = WS-AM-NUM-PAYMENTS
006020        OR WS-AM-PAYMENT - WS-AM-INTEREST NOT < WS-AM-BALANCE
006030         MOVE WS-AM-BALANCE TO WS-AM-PRINCIPAL
006040         COMPUTE WS-AM-THIS-PAYMENT =
006050               WS-AM-INTEREST + WS-AM-PRINCIPAL
006060     ELSE
006070         MOVE WS-AM-PAYMENT TO WS-AM-THIS-PAYMENT
006080         COMPUTE WS-AM-PRINCIPAL =
006090               WS-AM-PAYMENT - WS-AM-INTEREST
006100     END-IF.
006110
006120     SUBTRACT WS-AM-PRINCIPAL FROM WS-AM-BALANCE.
006130     ADD WS-AM-INTEREST     TO WS-AM-YEAR-INTEREST.
006140     ADD WS-AM-PRINCIPAL    TO WS-AM-YEAR-PRINCIPAL.
006150     ADD WS-AM-INTEREST     TO WS-AM-TOTAL-INTEREST.
006160     ADD WS-AM-THIS-PAYMENT TO WS-AM-TOTAL-PAID.
006170     MOVE WS-AM-MONTH       TO WS-AM-LAST-PAYMENT.
006180
006190     DIVIDE WS-AM-MONTH BY 12
006200         GIVING WS-AM-YEAR
006210         REMAINDER WS-AM-MONTH-IN-YEAR.
006220     IF WS-AM-MONTH-IN-YEAR NOT = ZERO
006230         ADD 1 TO WS-AM-YEAR
006240     END-IF.
006250
006260     IF NOT WS-PRINT-PASS
006270         GO TO 2300-CLOSE-YEAR
006280     END-IF.
006290
006300     MOVE SPACES             TO WS-DETAIL-LINE.
006310     MOVE WS-AM-MONTH        TO WD-MONTH.
006320     MOVE WS-AM-YEAR         TO WD-YEAR.
006330     MOVE WS-AM-RATE         TO WD-RATE.
006340     MOVE WS-AM-THIS-PAYMENT TO WD-PAYMENT.
006350     MOVE WS-AM-INTEREST     TO WD-INTEREST.
006360     MOVE WS-AM-PRINCIPAL    TO WD-PRINCIPAL.
006370     MOVE WS-AM-BALANCE      TO WD-BALANCE.
006380
006390     PERFORM 4100-PRINT-DETAIL
006400         THRU 4100-EXIT.
006410
006420 2300-CLOSE-YEAR.
006430
006440     IF WS-AM-MONTH-IN-YEAR = ZERO
006450        OR WS-AM-BALANCE NOT > ZERO
006460        OR WS-AM-MONTH = WS-AM-NUM-PAYMENTS
006470         IF WS-PRINT-PASS
006480             PERFORM 4200-PRINT-YEAR
006490                 THRU 4200-EXIT
006500         END-IF
006510         MOVE ZERO TO WS-AM-YEAR-INTEREST
006520         MOVE ZERO TO WS-AM-YEAR-PRINCIPAL
006530     END-IF.
006540
006550 2300-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590*  3000-PRINT-HEADINGS - NEW SCHEDULE PAGE                      *
006600*****************************************************************
006610 3000-PRINT-HEADINGS.
006620
006630     ADD 1 TO WS-PAGE-COUNT.
006640     MOVE WS-PAGE-COUNT TO WH1-PAGE.
006650
006660     WRITE AMRTRPT-RECORD FROM WS-HEADING-1
006670         AFTER ADVANCING PAGE.
006680     WRITE AMRTRPT-RECORD FROM WS-HEADING-2
006690         AFTER ADVANCING 1 LINE.
006700     WRITE AMRTRPT-RECORD FROM WS-COLUMN-HEADING
006710         AFTER ADVANCING 2 LINES.
006720
006730     MOVE 5 TO WS-LINE-COUNT.
006740
006750 3000-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*  3100-NOTE-REFUSED - HOLD A REQUEST THAT COULD NOT BE PRINTED *
006800*  FOR THE CONTROL PAGE, RC 4                                   *
006810*****************************************************************
006820 3100-NOTE-REFUSED.
006830
006840     ADD 1 TO WS-REFUSED-COUNT.
006850
006860     IF WS-REF-USED < WS-REF-MAX
006870         ADD 1 TO WS-REF-USED
006880         MOVE WS-REQUEST-AREA TO WS-REF-REQUEST (WS-REF-USED)
006890         MOVE WM-TEXT         TO WS-REF-TEXT (WS-REF-USED)
006900     END-IF.
006910
006920     IF RETURN-CODE < 4
006930         MOVE 4 TO RETURN-CODE
006940     END-IF.
006950
006960 3100-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*  3200-PRINT-TOTAL - ONE CONTROL TOTAL LINE                    *
007010*****************************************************************
007020 3200-PRINT-TOTAL.
007030
007040     WRITE AMRTRPT-RECORD FROM WS-TOTAL-LINE
007050         AFTER ADVANCING 1 LINE.
007060     ADD 1 TO WS-LINE-COUNT.
007070
007080 3200-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*  4000-PRINT-COVER - THE BORROWER'S PAGE: WHO QUOTED IT AND    *
007130*  WHEN, THE LENDER, THE TERMS AND WHAT THE LOAN COSTS IN ALL.  *
007140*  THE SCHEDULE HEADINGS ARE SET UP FOR THE PAGES THAT FOLLOW   *
007150*****************************************************************
007160 4000-PRINT-COVER.
007170
007180     MOVE 'AMORTIZATION SCHEDULE' TO WH1-TITLE.
007190     MOVE QUOTENO       TO WCE-HEAD-QUOTENO.
007200     MOVE QUOTELINE     TO WCE-HEAD-QUOTELINE.
007210     MOVE WCE-HEAD-QUOTE TO WH1-QUOTE.
007220     MOVE QUOTECOMPANY  TO WH2-COMPANY.
007230     MOVE WS-AM-LOAN    TO WH2-LOAN.
007240     MOVE QUOTERATE     TO WH2-RATE.
007250     MOVE QUOTEYEARS    TO WH2-YEARS.
007260     MOVE QUOTELOANTYPE TO WH2-LOANTYPE.
007270
007280     WRITE AMRTRPT-RECORD FROM WS-COVER-TITLE
007290         AFTER ADVANCING PAGE.
007300     MOVE SPACES TO AMRTRPT-RECORD.
007310     WRITE AMRTRPT-RECORD
007320         AFTER ADVANCING 2 LINES.
007330
007340     MOVE 'QUOTE NUMBER'                 TO WCL-LABEL.
007350     MOVE QUOTENO                        TO WCE-QUOTENO.
007360     MOVE QUOTELINE                      TO WCE-QUOTELINE.
007370     MOVE WCE-QUOTE                      TO WCL-VALUE.
007380     PERFORM 4050-PRINT-COVER-LINE
007390         THRU 4050-EXIT.
007400
007410     MOVE 'QUOTE DATE'                   TO WCL-LABEL.
007420     MOVE QUOTEDATE                      TO WCL-VALUE.
007430     PERFORM 4050-PRINT-COVER-LINE
007440         THRU 4050-EXIT.
007450
007460     MOVE 'QUOTED BY'                    TO WCL-LABEL.
007470     MOVE QUOTEUSERID                    TO WCL-VALUE.
007480     PERFORM 4050-PRINT-COVER-LINE
007490         THRU 4050-EXIT.
007500
007510     MOVE 'LENDER'                       TO WCL-LABEL.
007520     MOVE QUOTECOMPANY                   TO WCL-VALUE.
007530     PERFORM 4050-PRINT-COVER-LINE
007540         THRU 4050-EXIT.
007550
007560     MOVE 'LENDER PHONE'                 TO WCL-LABEL.
007570     MOVE QUOTEPHONE                     TO WCL-VALUE.
007580     PERFORM 4050-PRINT-COVER-LINE
007590         THRU 4050-EXIT.
007600
007610     MOVE 'LOAN PROGRAM'                 TO WCL-LABEL.
007620     EVALUATE QUOTELOANTYPE
007630         WHEN 'FP'
007640             MOVE 'FIXED RATE - PRIMARY RESIDENCE' TO WCL-VALUE
007650         WHEN 'FI'
007660             MOVE 'FIXED RATE - INVESTMENT PROPERTY' TO WCL-VALUE
007670         WHEN 'AP'
007680             MOVE 'ADJUSTABLE RATE - PRIMARY RESIDENCE'
007690                                         TO WCL-VALUE
007700         WHEN 'AI'
007710             MOVE 'ADJUSTABLE RATE - INVESTMENT PROPERTY'
007720                                         TO WCL-VALUE
007730         WHEN OTHER
007740             MOVE QUOTELOANTYPE          TO WCL-VALUE
007750     END-EVALUATE.
007760     PERFORM 4050-PRINT-COVER-LINE
007770         THRU 4050-EXIT.
007780
007790     MOVE 'LOAN TERM'                    TO WCL-LABEL.
007800     MOVE QUOTEYEARS                     TO WCE-TERM-YEARS.
007810     MOVE WCE-TERM                       TO WCL-VALUE.
007820     PERFORM 4050-PRINT-COVER-LINE
007830         THRU 4050-EXIT.
007840
007850     MOVE 'LOAN AMOUNT'                  TO WCL-LABEL.
007860     MOVE WS-AM-LOAN                     TO WCE-AMOUNT.
007870     MOVE WCE-AMOUNT                     TO WCL-VALUE.
007880     PERFORM 4050-PRINT-COVER-LINE
007890         THRU 4050-EXIT.
007900
007910     MOVE 'INTEREST RATE'                TO WCL-LABEL.
007920     MOVE QUOTERATE                      TO WCE-RATE-9.
007930     MOVE WCE-RATE                       TO WCL-VALUE.
007940     PERFORM 4050-PRINT-COVER-LINE
007950         THRU 4050-EXIT.
007960
007970     MOVE 'ANNUAL PERCENTAGE RATE (APR)'  TO WCL-LABEL.
007980     MOVE QUOTEAPR                       TO WCE-RATE-9.
007990     MOVE WCE-RATE                       TO WCL-VALUE.
008000     PERFORM 4050-PRINT-COVER-LINE
008010         THRU 4050-EXIT.
008020
008030     MOVE 'DISCOUNT POINTS'              TO WCL-LABEL.
008040     MOVE QUOTEPOINTS                    TO WCE-POINTS.
008050     MOVE WCE-POINTS                     TO WCL-VALUE.
008060     PERFORM 4050-PRINT-COVER-LINE
008070         THRU 4050-EXIT.
008080
008090     MOVE 'ESTIMATED CLOSING COSTS'      TO WCL-LABEL.
008100     MOVE QUOTECLOSECOST                 TO WCE-AMOUNT.
008110     MOVE WCE-AMOUNT                     TO WCL-VALUE.
008120     PERFORM 4050-PRINT-COVER-LINE
008130         THRU 4050-EXIT.
008140
008150     MOVE 'MONTHLY PAYMENT'              TO WCL-LABEL.
008160     MOVE QUOTEPAYMENT                   TO WCE-AMOUNT.
008170     MOVE WCE-AMOUNT                     TO WCL-VALUE.
008180     PERFORM 4050-PRINT-COVER-LINE
008190         THRU 4050-EXIT.
008200
008210     IF WS-ARM-RESET
008220         MOVE 'INITIAL FIXED-RATE PERIOD'  TO WCL-LABEL
008230         MOVE QUOTEARMFIXEDYRS             TO WCE-TERM-YEARS
008240         MOVE WCE-TERM                     TO WCL-VALUE
008250         PERFORM 4050-PRINT-COVER-LINE
008260             THRU 4050-EXIT
008270         MOVE 'HIGHEST RATE AFTER THAT'    TO WCL-LABEL
008280         MOVE WS-AM-MAX-RATE               TO WCE-RATE-9
008290         MOVE WCE-RATE                     TO WCL-VALUE
008300         PERFORM 4050-PRINT-COVER-LINE
008310             THRU 4050-EXIT
008320         MOVE 'HIGHEST MONTHLY PAYMENT'    TO WCL-LABEL
008330         MOVE QUOTEMAXPAY                  TO WCE-AMOUNT
008340         MOVE WCE-AMOUNT                   TO WCL-VALUE
008350         PERFORM 4050-PRINT-COVER-LINE
008360             THRU 4050-EXIT
008370     END-IF.
008380
008390     MOVE 'NUMBER OF PAYMENTS'           TO WCL-LABEL.
008400     MOVE WS-AM-LAST-PAYMENT             TO WCE-COUNT.
008410     MOVE WCE-COUNT                      TO WCL-VALUE.
008420     PERFORM 4050-PRINT-COVER-LINE
008430         THRU 4050-EXIT.
008440
008450     MOVE 'TOTAL OF PAYMENTS'            TO WCL-LABEL.
008460     MOVE WS-AM-TOTAL-PAID               TO WCE-AMOUNT.
008470     MOVE WCE-AMOUNT                     TO WCL-VALUE.
008480     PERFORM 4050-PRINT-COVER-LINE
008490         THRU 4050-EXIT.
008500
008510     MOVE 'TOTAL INTEREST'               TO WCL-LABEL.
008520     MOVE WS-AM-TOTAL-INTEREST           TO WCE-AMOUNT.
008530     MOVE WCE-AMOUNT                     TO WCL-VALUE.
008540     PERFORM 4050-PRINT-COVER-LINE
008550         THRU 4050-EXIT.
008560
008570     MOVE SPACES TO AMRTRPT-RECORD.
008580     WRITE AMRTRPT-RECORD
008590         AFTER ADVANCING 2 LINES.
008600
008610     MOVE 'PAYMENTS SHOWN ARE PRINCIPAL AND INTEREST ONLY - TAXES'
008620                                         TO WCN-TEXT.
008630     PERFORM 4060-PRINT-COVER-NOTE
008640         THRU 4060-EXIT.
008650     MOVE 'AND INSURANCE ARE NOT INCLUDED.  THIS SCHEDULE IS AN'
008660                                         TO WCN-TEXT.
008670     PERFORM 4060-PRINT-COVER-NOTE
008680         THRU 4060-EXIT.
008690     MOVE 'ESTIMATE FROM THE QUOTE ABOVE, NOT A LOAN COMMITMENT.'
008700                                         TO WCN-TEXT.
008710     PERFORM 4060-PRINT-COVER-NOTE
008720         THRU 4060-EXIT.
008730
008740     IF WS-ARM-RESET
008750         MOVE 'AFTER THE FIXED PERIOD THE SCHEDULE ASSUMES'
008760                                         TO WCN-TEXT
008770         PERFORM 4060-PRINT-COVER-NOTE
008780             THRU 4060-EXIT
008790         MOVE 'THE RATE RISES AT ONCE BY THE FULL LIFETIME CAP -'
008800                                         TO WCN-TEXT
008810         PERFORM 4060-PRINT-COVER-NOTE
008820             THRU 4060-EXIT
008830         MOVE 'THE MOST THE PAYMENT CAN BECOME, NOT A FORECAST.'
008840                                         TO WCN-TEXT
008850         PERFORM 4060-PRINT-COVER-NOTE
008860             THRU 4060-EXIT
008870     END-IF.
008880
008890     IF WS-LOAN-DERIVED
008900         MOVE 'LOAN AMOUNT WORKED BACK FROM THE QUOTED PAYMENT.'
008910                                         TO WCN-TEXT
008920         PERFORM 4060-PRINT-COVER-NOTE
008930             THRU 4060-EXIT
008940     END-IF.
008950
008960     IF (QUOTELOANTYPE = 'AP' OR QUOTELOANTYPE = 'AI')
008970        AND NOT WS-ARM-RESET
008980         MOVE 'NO RATE ADJUSTMENT TERMS ARE ON THE QUOTE - THE'
008990                                         TO WCN-TEXT
009000         PERFORM 4060-PRINT-COVER-NOTE
009010             THRU 4060-EXIT
009020         MOVE 'SCHEDULE HOLDS THE INITIAL RATE FOR THE FULL TERM.'
009030                                         TO WCN-TEXT
009040         PERFORM 4060-PRINT-COVER-NOTE
009050             THRU 4060-EXIT
009060     END-IF.
009070
009080 4000-EXIT.
009090     EXIT.
009100
009110*****************************************************************
009120*  4050-PRINT-COVER-LINE - ONE LABEL AND VALUE                  *
009130*****************************************************************
009140 4050-PRINT-COVER-LINE.
009150
009160     WRITE AMRTRPT-RECORD FROM WS-COVER-LINE
009170         AFTER ADVANCING 1 LINE.
009180     MOVE SPACES TO WCL-VALUE.
009190
009200 4050-EXIT.
009210     EXIT.
009220
009230*****************************************************************
009240*  4060-PRINT-COVER-NOTE - ONE LINE OF THE SMALL PRINT          *
009250*****************************************************************
009260 4060-PRINT-COVER-NOTE.
009270
009280     WRITE AMRTRPT-RECORD FROM WS-COVER-NOTE
009290         AFTER ADVANCING 1 LINE.
009300     MOVE SPACES TO WCN-TEXT.
009310
009320 4060-EXIT.
009330     EXIT.
009340
009350*****************************************************************
009360*  4100-PRINT-DETAIL - ONE PAYMENT                              *
009370*****************************************************************
009380 4100-PRINT-DETAIL.
009390
009400     IF WS-LINE-COUNT = ZERO
009410        OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
009420         PERFORM 3000-PRINT-HEADINGS
009430             THRU 3000-EXIT
009440     END-IF.
009450
009460     WRITE AMRTRPT-RECORD FROM WS-DETAIL-LINE
009470         AFTER ADVANCING 1 LINE.
009480
009490     ADD 1 TO WS-LINE-COUNT.
009500
009510 4100-EXIT.
009520     EXIT.
009530
009540*****************************************************************
009550*  4200-PRINT-YEAR - INTEREST AND PRINCIPAL PAID IN THE LOAN    *
009560*  YEAR JUST ENDED, AND THE INTEREST PAID SO FAR                *
009570*****************************************************************
009580 4200-PRINT-YEAR.
009590
009600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009610         PERFORM 3000-PRINT-HEADINGS
009620             THRU 3000-EXIT
009630     END-IF.
009640
009650     MOVE WS-AM-YEAR           TO WY-YEAR.
009660     MOVE WS-AM-YEAR-INTEREST  TO WY-INTEREST.
009670     MOVE WS-AM-YEAR-PRINCIPAL TO WY-PRINCIPAL.
009680     MOVE WS-AM-TOTAL-INTEREST TO WY-INTEREST-TO-DATE.
009690
009700     WRITE AMRTRPT-RECORD FROM WS-YEAR-LINE
009710         AFTER ADVANCING 1 LINE.
009720     MOVE SPACES TO AMRTRPT-RECORD.
009730     WRITE AMRTRPT-RECORD
009740         AFTER ADVANCING 1 LINE.
009750
009760     ADD 2 TO WS-LINE-COUNT.
009770
009780 4200-EXIT.
009790     EXIT.
009800
009810*****************************************************************
009820*  4300-PRINT-SCHEDULE-TOTAL - WHAT THE WHOLE SCHEDULE PAID     *
009830*****************************************************************
009840 4300-PRINT-SCHEDULE-TOTAL.
009850
009860     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009870         PERFORM 3000-PRINT-HEADINGS
009880             THRU 3000-EXIT
009890     END-IF.
009900
009910     MOVE WS-AM-TOTAL-PAID     TO WST-PAID.
009920     MOVE WS-AM-TOTAL-INTEREST TO WST-INTEREST.
009930     MOVE WS-AM-LAST-PAYMENT   TO WST-COUNT.
009940
009950     WRITE AMRTRPT-RECORD FROM WS-SCHED-TOTAL-LINE
009960         AFTER ADVANCING 1 LINE.
009970     ADD 1 TO WS-LINE-COUNT.
009980
009990 4300-EXIT.
010000     EXIT.
010010
010020*****************************************************************
010030*  4600-SQL-FATAL - UNEXPECTED SQLCODE: STOP WITH RC 12         *
010040*****************************************************************
010050 4600-SQL-FATAL.
010060
010070     MOVE SQLCODE TO WFL-SQLCODE.
010080
010090     WRITE AMRTRPT-RECORD FROM WS-FATAL-LINE
010100         AFTER ADVANCING 2 LINES.
010110     ADD 2 TO WS-LINE-COUNT.
010120
010130     DISPLAY 'JKEMAMRT - RUN STOPPED, SQLCODE = ' SQLCODE.
010140
010150     SET WS-FATAL-ERROR TO TRUE.
010160     MOVE 12 TO RETURN-CODE.
010170
010180 4600-EXIT.
010190     EXIT.
010200
010210*****************************************************************
010220*  5000-TERMINATE - CONTROL TOTALS AND CLOSE                    *
010230*****************************************************************
010240 5000-TERMINATE.
010250
010260     IF NOT WS-AMRTRPT-OK
010270         GO TO 5000-EXIT
010280     END-IF.
010290
010300     PERFORM 5050-PRINT-CONTROL-HEADING
010310         THRU 5050-EXIT.
010320
010330     PERFORM 5100-PRINT-REFUSED
010340         THRU 5100-EXIT
010350         VARYING WS-REF-SUB FROM 1 BY 1
010360         UNTIL WS-REF-SUB > WS-REF-USED.
010370
010380     IF WS-REFUSED-COUNT > WS-REF-USED
010390         MOVE 'FURTHER REQUESTS NOT PRINTED - SEE TOTAL BELOW'
010400                                         TO WM-TEXT
010410         MOVE SPACES TO WM-REQUEST
010420         PERFORM 5150-PRINT-MESSAGE
010430             THRU 5150-EXIT
010440     END-IF.
010450
010460     MOVE SPACES TO AMRTRPT-RECORD.
010470     WRITE AMRTRPT-RECORD
010480         AFTER ADVANCING 1 LINE.
010490     ADD 1 TO WS-LINE-COUNT.
010500
010510     MOVE 'REQUESTS READ'             TO WTL-LABEL.
010520     MOVE WS-REQ-COUNT                TO WTL-COUNT.
010530     PERFORM 3200-PRINT-TOTAL
010540         THRU 3200-EXIT.
010550
010560     MOVE 'SCHEDULES PRINTED'         TO WTL-LABEL.
010570     MOVE WS-PRINTED-COUNT            TO WTL-COUNT.
010580     PERFORM 3200-PRINT-TOTAL
010590         THRU 3200-EXIT.
010600
010610     MOVE 'REQUESTS NOT PRINTED'      TO WTL-LABEL.
010620     MOVE WS-REFUSED-COUNT            TO WTL-COUNT.
010630     PERFORM 3200-PRINT-TOTAL
010640         THRU 3200-EXIT.
010650
010660     CLOSE AMRTRPT.
010670     CLOSE AMRTREQ.
010680
010690 5000-EXIT.
010700     EXIT.
010710
010720*****************************************************************
010730*  5050-PRINT-CONTROL-HEADING - NEW PAGE FOR THE RUN CONTROLS   *
010740*****************************************************************
010750 5050-PRINT-CONTROL-HEADING.
010760
010770     ADD 1 TO WS-PAGE-COUNT.
010780     MOVE WS-PAGE-COUNT TO WH1-PAGE.
010790     MOVE 'RUN CONTROLS' TO WH1-TITLE.
010800     MOVE SPACES TO WH1-QUOTE.
010810
010820     WRITE AMRTRPT-RECORD FROM WS-HEADING-1
010830         AFTER ADVANCING PAGE.
010840     MOVE 1 TO WS-LINE-COUNT.
010850
010860 5050-EXIT.
010870     EXIT.
010880
010890*****************************************************************
010900*  5100-PRINT-REFUSED - ONE REQUEST THAT WAS NOT PRINTED        *
010910*****************************************************************
010920 5100-PRINT-REFUSED.
010930
010940     MOVE WS-REF-REQUEST (WS-REF-SUB) TO WM-REQUEST.
010950     MOVE WS-REF-TEXT (WS-REF-SUB)    TO WM-TEXT.
010960
010970     PERFORM 5150-PRINT-MESSAGE
010980         THRU 5150-EXIT.
010990
011000 5100-EXIT.
011010     EXIT.
011020
011030*****************************************************************
011040*  5150-PRINT-MESSAGE - ONE MESSAGE LINE ON THE CONTROL PAGE    *
011050*****************************************************************
011060 5150-PRINT-MESSAGE.
011070
011080     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011090         PERFORM 5050-PRINT-CONTROL-HEADING
011100             THRU 5050-EXIT
011110     END-IF.
011120
011130     WRITE AMRTRPT-RECORD FROM WS-MESSAGE-LINE
011140         AFTER ADVANCING 1 LINE.
011150     ADD 1 TO WS-LINE-COUNT.
011160
011170 5150-EXIT.
011180     EXIT.
011190
011200 9999-EXIT.
011210     STOP RUN.
