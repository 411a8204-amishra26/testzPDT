000310*              JKEMORT.LOADCKPT IN THE SAME UNIT OF WORK, SO A  *
000320*              RERUN AFTER AN ABEND RESUMES AT THE LAST         *
000330*              CHECKPOINT INSTEAD OF REAPPLYING THE SHEET.      *
000331*              A HEADER BOOK FLAG OF 'F' MARKS THE SHEET AS THE *
000332*              COMPLETE BOOK OF EVERY LENDER ON IT - PRODUCTS   *
000333*              ON FILE FOR THOSE LENDERS THAT THE SHEET DOES    *
000334*              NOT ADD OR CHANGE ARE DROPPED BY OMISSION, EACH  *
000335*              WITH A MORTHIST ROW.  SUCH A SHEET IS SCANNED    *
000336*              FIRST AND NOTHING IS APPLIED IF IT IS OUT OF     *
000337*              BALANCE OR IF ANY LENDER WOULD LOSE MORE THAN    *
000338*              WS-MAX-DROP-PCT PERCENT OF ITS PRODUCTS.         *
000339*              'G' RECORDS MAINTAIN THE LENDER PRICE GRID.      *
000340*   INPUT    : RATESIN  - TRANSMITTED RATE SHEET               *
000350*   OUTPUT   : REJECTS  - REJECTED RECORDS PLUS REASON (MOD)   *
000360*              LOADRPT  - CONTROL TOTAL / MESSAGE REPORT       *
000364*              MORTHIST - PRODUCTS DROPPED BY OMISSION          *
000365*              PRICEADJ - LENDER PRICE ADJUSTMENT GRID          *
000370*   RETURN   : 0 GOOD, 8 OUT OF BALANCE OR FULL BOOK REFUSED,   *
000374*              12 SQL FAILURE                                   *
000380*                                                               *
000390*****************************************************************
000400*
000594*                   COUNTS ON THE COMMON RUN LOG (JKEMRUNC),
000596*                   AND STOP RC 16 ON AN UNFORCED SAME-DAY
000598*                   RERUN.
000599*  10/15/26   DMP   FULL-BOOK SHEETS - A HEADER BOOK FLAG OF 'F'
000600*                   DROPS EACH SHEET LENDER'S PRODUCTS THAT ARE
000601*                   NOT ON THE SHEET, WITH A MORTHIST ROW AND A
000602*                   DROPPED BY OMISSION TOTAL ON LOADCKPT.
000603*                   THE SHEET IS SCANNED UP FRONT AND REFUSED
000604*                   WHOLE (RC 8) IF OUT OF BALANCE OR IF ANY
000605*                   LENDER WOULD LOSE MORE THAN WS-MAX-DROP-PCT.
000606*  10/15/26   DMP   GRID RECORDS - A 'G' RECORD ADDS, CHANGES OR
000607*                   DELETES ONE CELL OF A LENDER'S PRICE
000608*                   ADJUSTMENT GRID (JKEMORT.PRICEADJ).  GRID
000609*                   CELLS APPLIED TOTAL CARRIED ON LOADCKPT.
000600*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
001060         88  WS-HEADER-SEEN                    VALUE 'Y'.
001070     05  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
001080         88  WS-TRAILER-SEEN                   VALUE 'Y'.
001081     05  WS-BOOK-SW                  PIC X(01) VALUE 'N'.
001082         88  WS-FULL-BOOK                      VALUE 'Y'.
001083     05  WS-REFUSE-SW                PIC X(01) VALUE 'N'.
001084         88  WS-BOOK-REFUSED                   VALUE 'Y'.
001085     05  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
001086         88  WS-SCAN-EOF-YES                   VALUE 'Y'.
001087     05  WS-SCAN-TRAILER-SW          PIC X(01) VALUE 'N'.
001088         88  WS-SCAN-TRAILER-SEEN              VALUE 'Y'.
001089     05  WS-ONFILE-EOF-SW            PIC X(01) VALUE 'N'.
001090         88  WS-ONFILE-EOF-YES                 VALUE 'Y'.
001091     05  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
001092         88  WS-ENTRY-FOUND                    VALUE 'Y'.
001090     05  WS-RATESIN-STATUS           PIC X(02) VALUE '00'.
001100         88  WS-RATESIN-OK                     VALUE '00' '97'.
001110     05  WS-REJECTS-STATUS           PIC X(02) VALUE '00'.
001230     05  WS-SINCE-COMMIT             PIC S9(4) COMP VALUE ZERO.
001240     05  WS-COMMIT-INTERVAL          PIC S9(4) COMP VALUE 100.
001250     05  WS-TRAILER-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
001252     05  WS-OMIT-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
001253     05  WS-GRID-COUNT               PIC S9(7) COMP-3 VALUE ZERO.
001254     05  WS-MAX-DROP-PCT             PIC S9(3) COMP-3 VALUE 20.
001255     05  WS-OVERLAP-COUNT            PIC S9(9) COMP VALUE ZERO.
001256     05  WS-SCAN-COUNT               PIC S9(9) COMP-3 VALUE ZERO.
001258     05  WS-SCAN-TRAILER-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
001260     05  WS-LINE-COUNT               PIC S9(4) COMP VALUE ZERO.
001270     05  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 60.
001280     05  WS-PAGE-COUNT               PIC S9(4) COMP VALUE ZERO.
001610     05  WS-CKPT-CHGCNT              PIC S9(7) COMP-3 VALUE ZERO.
001620     05  WS-CKPT-DELCNT              PIC S9(7) COMP-3 VALUE ZERO.
001630     05  WS-CKPT-REJCNT              PIC S9(7) COMP-3 VALUE ZERO.
001634     05  WS-CKPT-OMTCNT              PIC S9(7) COMP-3 VALUE ZERO.
001636     05  WS-CKPT-GRDCNT              PIC S9(7) COMP-3 VALUE ZERO.
001640
001641*****************************************************************
001642*  FULL-BOOK SCAN TABLES - THE PRODUCTS THE SHEET ADDS OR       *
001643*  CHANGES, THE LENDERS IT CARRIES (WITH THEIR PRODUCTS ON FILE *
001644*  AND HOW MANY THE SHEET WOULD REMOVE), AND THE PRODUCTS ON    *
001645*  FILE IT OMITS.  A FULL-BOOK SHEET THAT OVERFLOWS ANY OF      *
001646*  THEM IS REFUSED RATHER THAN HALF-APPLIED.                    *
001647*****************************************************************
001648 01  WS-SHEET-TABLE.
001649     05  WS-SHEET-USED               PIC S9(4) COMP VALUE ZERO.
001650     05  WS-SHEET-MAX                PIC S9(4) COMP VALUE 5000.
001651     05  WS-SHEET-OVERFLOW           PIC S9(7) COMP-3 VALUE ZERO.
001652     05  WS-SHEET-ENTRY OCCURS 5000 TIMES.
001653         10  WS-SHEET-COMPANY        PIC X(24).
001654         10  WS-SHEET-YEARS          PIC S9(4)      COMP-3.
001655         10  WS-SHEET-LOANTYPE       PIC X(02).
001656
001657 01  WS-LENDER-TABLE.
001658     05  WS-LND-USED                 PIC S9(4) COMP VALUE ZERO.
001659     05  WS-LND-MAX                  PIC S9(4) COMP VALUE 200.
001660     05  WS-LND-OVERFLOW             PIC S9(7) COMP-3 VALUE ZERO.
001661     05  WS-LND-ENTRY OCCURS 200 TIMES.
001662         10  WS-LND-COMPANY          PIC X(24).
001663         10  WS-LND-ONFILE           PIC S9(7) COMP-3.
001664         10  WS-LND-DROPS            PIC S9(7) COMP-3.
001665
001666 01  WS-OMIT-TABLE.
001667     05  WS-OMIT-USED                PIC S9(4) COMP VALUE ZERO.
001668     05  WS-OMIT-MAX                 PIC S9(4) COMP VALUE 2000.
001669     05  WS-OMIT-OVERFLOW            PIC S9(7) COMP-3 VALUE ZERO.
001670     05  WS-OMIT-ENTRY OCCURS 2000 TIMES.
001671         10  WS-OMIT-COMPANY         PIC X(24).
001672         10  WS-OMIT-YEARS           PIC S9(4)      COMP-3.
001673         10  WS-OMIT-LOANTYPE        PIC X(02).
001674
001675 01  WS-SUBSCRIPTS.
001676     05  WS-SHEET-SUB                PIC S9(4) COMP VALUE ZERO.
001677     05  WS-LND-SUB                  PIC S9(4) COMP VALUE ZERO.
001678     05  WS-OMIT-SUB                 PIC S9(4) COMP VALUE ZERO.
001679
001680*****************************************************************
001681*  HISTORY STAMP FOR THE OMISSION DELETES - THE EIBDATE FORM    *
001682*  0CYYDDD AND 0HHMMSS THE ON-LINE MORTHIST ROWS CARRY          *
001683*****************************************************************
001684 01  WS-HIST-STAMP.
001685     05  WS-TODAY-JUL                PIC 9(07) VALUE ZERO.
001686     05  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
001650*****************************************************************
001660*  RATE SHEET RECORD LAYOUTS - 120 BYTE TRANSMITTED RECORDS     *
001670*****************************************************************
001700         88  WS-RI-HEADER-REC                  VALUE 'H'.
001710         88  WS-RI-DETAIL-REC                  VALUE 'D'.
001720         88  WS-RI-TRAILER-REC                 VALUE 'T'.
001725         88  WS-RI-GRID-REC                    VALUE 'G'.
001730     05  FILLER                      PIC X(119).
001740
001750 01  WS-RI-HEADER REDEFINES WS-RATESIN-RECORD.
001760     05  FILLER                      PIC X(01).
001770     05  WRH-SHEET-DATE              PIC 9(08).
001772     05  WRH-BOOK-FLAG               PIC X(01).
001774         88  WRH-FULL-BOOK                     VALUE 'F'.
001780     05  FILLER                      PIC X(110).
001790
001800 01  WS-RI-DETAIL REDEFINES WS-RATESIN-RECORD.
001810     05  FILLER                      PIC X(01).
002010     05  FILLER                      PIC X(01).
002020     05  WRT-DETAIL-COUNT            PIC 9(07).
002030     05  FILLER                      PIC X(112).
002031
002032 01  WS-RI-GRID REDEFINES WS-RATESIN-RECORD.
002033     05  FILLER                      PIC X(01).
002034     05  WRG-FUNCTION                PIC X(01).
002035         88  WRG-ADD-FUNCTION                  VALUE 'A'.
002036         88  WRG-CHANGE-FUNCTION               VALUE 'C'.
002037         88  WRG-DELETE-FUNCTION               VALUE 'D'.
002038     05  WRG-COMPANY                 PIC X(24).
002039     05  WRG-LOANTYPE                PIC X(02).
002040     05  WRG-SCORELOW                PIC 9(03).
002041     05  WRG-SCOREHIGH               PIC 9(03).
002042     05  WRG-LTVLOW                  PIC 9(03)V99.
002043     05  WRG-LTVHIGH                 PIC 9(03)V99.
002044     05  WRG-RATEADJ                 PIC S9(02)V9(03)
002045                                     SIGN LEADING SEPARATE.
002046     05  WRG-POINTSADJ               PIC S9(02)V9(03)
002047                                     SIGN LEADING SEPARATE.
002048     05  FILLER                      PIC X(64).
002040
002050 01  WS-REJECT-RECORD.
002060     05  WRJ-DATA                    PIC X(120).
002110     COPY MORTGAGE.
002120
002130     COPY LENDER.
002132
002134     COPY MORTHIST.
002135
002136     COPY PRICEADJ.
002140
002145     COPY JKRUNLOG.
002146
002150     EXEC SQL INCLUDE SQLCA END-EXEC.
002151
002152* THE PRODUCTS ON FILE FOR ONE LENDER ON A FULL-BOOK SHEET
002153     EXEC SQL
002154     DECLARE OCURSOR CURSOR FOR
002155         SELECT YEARS, LOANTYPE
002156             FROM JKEMORT.MORTGAGE
002157             WHERE COMPANY = :LENCOMPANY
002158     END-EXEC.
002160
002170*****************************************************************
002180*  PRINT LINE LAYOUTS                                           *
002590     05  WTL-LABEL                   PIC X(30).
002600     05  WTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
002610     05  FILLER                      PIC X(91) VALUE SPACES.
002611
002612 01  WS-DROP-LINE.
002613     05  FILLER                      PIC X(01) VALUE SPACE.
002614     05  FILLER                      PIC X(07) VALUE
002615         'LENDER'.
002616     05  WDL-COMPANY                 PIC X(24).
002617     05  FILLER                      PIC X(13) VALUE
002618         ' WOULD LOSE'.
002619     05  WDL-DROPS                   PIC ZZ,ZZ9.
002620     05  FILLER                      PIC X(04) VALUE
002621         ' OF'.
002622     05  WDL-ONFILE                  PIC ZZ,ZZ9.
002623     05  FILLER                      PIC X(10) VALUE
002624         ' PRODUCTS'.
002625     05  FILLER                      PIC X(62) VALUE SPACES.
002620
002630 PROCEDURE DIVISION.
002640
002836     SET RUN-FUNCTION-END TO TRUE.
002837     MOVE RETURN-CODE TO RUN-RETCODE.
002838     MOVE WS-READ-COUNT TO RUN-READ-COUNT.
002839     COMPUTE RUN-WRITE-COUNT = WS-ADD-COUNT + WS-CHG-COUNT
002840         + WS-DEL-COUNT + WS-OMIT-COUNT + WS-GRID-COUNT.
002841     MOVE WS-REJ-COUNT TO RUN-REJECT-COUNT.
002842
002843     CALL 'JKEMRUNC' USING RUNLOG-CONTROL.
003420         MOVE WS-CKPT-CHGCNT TO WS-CHG-COUNT
003430         MOVE WS-CKPT-DELCNT TO WS-DEL-COUNT
003440         MOVE WS-CKPT-REJCNT TO WS-REJ-COUNT
003445         MOVE WS-CKPT-OMTCNT TO WS-OMIT-COUNT
003447         MOVE WS-CKPT-GRDCNT TO WS-GRID-COUNT
003450     END-IF.
003460
003461     PERFORM 1200-SCAN-SHEET
003462         THRU 1200-EXIT.
003463
003464     IF WS-FATAL-ERROR OR WS-BOOK-REFUSED
003465         MOVE 'Y' TO WS-EOF-SW
003466         GO TO 1000-EXIT
003467     END-IF.
003468
003470     PERFORM 2100-READ-NEXT
003480         THRU 2100-EXIT.
003490
003570 1100-GET-CHECKPOINT.
003580
003590     EXEC SQL
003600         SELECT RECNO, ADDCNT, CHGCNT, DELCNT, REJCNT, OMTCNT,
003601             GRDCNT
003610             INTO :WS-CKPT-RECNO,
003620                  :WS-CKPT-ADDCNT,
003630                  :WS-CKPT-CHGCNT,
003640                  :WS-CKPT-DELCNT,
003650                  :WS-CKPT-REJCNT,
003655                  :WS-CKPT-OMTCNT,
003656                  :WS-CKPT-GRDCNT
003660             FROM JKEMORT.LOADCKPT
003670     END-EXEC.
003680
003740         WHEN SQLCODE = 100
003750             EXEC SQL
003760                 INSERT INTO JKEMORT.LOADCKPT
003770                     (RECNO, ADDCNT, CHGCNT, DELCNT, REJCNT,
003775                      OMTCNT, GRDCNT)
003780                     VALUES (0, 0, 0, 0, 0, 0, 0)
003790             END-EXEC
003800             IF SQLCODE NOT = 0
003810                 PERFORM 4600-SQL-FATAL
003890 1100-EXIT.
003900     EXIT.
003910
003911*****************************************************************
003912*  1200-SCAN-SHEET - READ THE WHOLE SHEET ONCE BEFORE ANYTHING  *
003913*  IS APPLIED, NOTING THE BOOK FLAG, THE TRAILER, THE LENDERS   *
003914*  AND THE PRODUCTS IT ADDS OR CHANGES, THEN REOPEN IT FOR THE  *
003915*  APPLY PASS.  A FULL-BOOK SHEET IS CHECKED HERE SO A REFUSAL  *
003916*  CHANGES NOTHING.                                             *
003917*****************************************************************
003918 1200-SCAN-SHEET.
003919
003920     PERFORM 1210-SCAN-NEXT
003921         THRU 1210-EXIT
003922         UNTIL WS-SCAN-EOF-YES.
003923
003924     IF WS-FATAL-ERROR
003925         GO TO 1200-EXIT
003926     END-IF.
003927
003928     CLOSE RATESIN.
003929     OPEN INPUT RATESIN.
003930
003931     IF NOT WS-RATESIN-OK
003932         DISPLAY 'JKEMLOAD - ERROR REOPENING RATESIN STATUS = '
003933             WS-RATESIN-STATUS
003934         MOVE 12 TO RETURN-CODE
003935         SET WS-FATAL-ERROR TO TRUE
003936         GO TO 1200-EXIT
003937     END-IF.
003938
003939     IF WS-FULL-BOOK
003940         PERFORM 1300-CHECK-FULL-BOOK
003941             THRU 1300-EXIT
003942     END-IF.
003943
003944 1200-EXIT.
003945     EXIT.
003946
003947*****************************************************************
003948*  1210-SCAN-NEXT - ONE RECORD OF THE SCAN PASS                 *
003949*****************************************************************
003950 1210-SCAN-NEXT.
003951
003952     READ RATESIN INTO WS-RATESIN-RECORD
003953         AT END
003954             MOVE 'Y' TO WS-SCAN-EOF-SW
003955             GO TO 1210-EXIT
003956     END-READ.
003957
003958     IF NOT WS-RATESIN-OK
003959         DISPLAY 'JKEMLOAD - ERROR READING RATESIN STATUS = '
003960             WS-RATESIN-STATUS
003961         MOVE 12 TO RETURN-CODE
003962         MOVE 'Y' TO WS-SCAN-EOF-SW
003963         SET WS-FATAL-ERROR TO TRUE
003964         GO TO 1210-EXIT
003965     END-IF.
003966
003967     EVALUATE TRUE
003968         WHEN WS-RI-HEADER-REC
003969             IF WRH-FULL-BOOK
003970                 SET WS-FULL-BOOK TO TRUE
003971             END-IF
003972         WHEN WS-RI-TRAILER-REC
003973             SET WS-SCAN-TRAILER-SEEN TO TRUE
003974             MOVE WRT-DETAIL-COUNT TO WS-SCAN-TRAILER-COUNT
003975         WHEN OTHER
003976             ADD 1 TO WS-SCAN-COUNT
003977             PERFORM 1220-NOTE-DETAIL
003978                 THRU 1220-EXIT
003979     END-EVALUATE.
003980
003981 1210-EXIT.
003982     EXIT.
003983
003984*****************************************************************
003985*  1220-NOTE-DETAIL - THE DETAIL'S LENDER, AND ITS PRODUCT KEY  *
003986*  WHEN IT ADDS OR CHANGES THE PRODUCT.  A PRODUCT THE SHEET    *
003987*  DELETES IS NOT NOTED, SO IT COUNTS AS REMOVED BELOW.         *
003988*  DETAILS THAT WILL FAIL THE EDITS ARE STILL NOTED - THE       *
003989*  LENDER SENT THE PRODUCT, SO IT IS NOT DROPPED BY OMISSION.   *
003990*****************************************************************
003991 1220-NOTE-DETAIL.
003992
003993     IF NOT WS-RI-DETAIL-REC
003994         GO TO 1220-EXIT
003995     END-IF.
003996
003997     IF WRD-COMPANY = SPACES OR WRD-COMPANY = LOW-VALUES
003998         GO TO 1220-EXIT
003999     END-IF.
004000
004001     PERFORM 1230-NOTE-LENDER
004002         THRU 1230-EXIT.
004003
004004     IF NOT WRD-ADD-FUNCTION AND NOT WRD-CHANGE-FUNCTION
004005         GO TO 1220-EXIT
004006     END-IF.
004007
004008     IF WRD-YEARS NOT NUMERIC
004009         GO TO 1220-EXIT
004010     END-IF.
004011
004012     IF WS-SHEET-USED >= WS-SHEET-MAX
004013         ADD 1 TO WS-SHEET-OVERFLOW
004014         GO TO 1220-EXIT
004015     END-IF.
004016
004017     ADD 1 TO WS-SHEET-USED.
004018     MOVE WRD-COMPANY  TO WS-SHEET-COMPANY (WS-SHEET-USED).
004019     MOVE WRD-YEARS    TO WS-SHEET-YEARS (WS-SHEET-USED).
004020     MOVE WRD-LOANTYPE TO WS-SHEET-LOANTYPE (WS-SHEET-USED).
004021
004022 1220-EXIT.
004023     EXIT.
004024
004025*****************************************************************
004026*  1230-NOTE-LENDER - ADD THE DETAIL'S LENDER TO THE TABLE ONCE *
004027*****************************************************************
004028 1230-NOTE-LENDER.
004029
004030     MOVE 'N' TO WS-FOUND-SW.
004031
004032     PERFORM 1235-MATCH-LENDER
004033         THRU 1235-EXIT
004034         VARYING WS-LND-SUB FROM 1 BY 1
004035         UNTIL WS-LND-SUB > WS-LND-USED
004036            OR WS-ENTRY-FOUND.
004037
004038     IF WS-ENTRY-FOUND
004039         GO TO 1230-EXIT
004040     END-IF.
004041
004042     IF WS-LND-USED >= WS-LND-MAX
004043         ADD 1 TO WS-LND-OVERFLOW
004044         GO TO 1230-EXIT
004045     END-IF.
004046
004047     ADD 1 TO WS-LND-USED.
004048     MOVE WRD-COMPANY TO WS-LND-COMPANY (WS-LND-USED).
004049     MOVE ZERO        TO WS-LND-ONFILE (WS-LND-USED).
004050     MOVE ZERO        TO WS-LND-DROPS (WS-LND-USED).
004051
004052 1230-EXIT.
004053     EXIT.
004054
004055*****************************************************************
004056*  1235-MATCH-LENDER - ONE LENDER TABLE COMPARE                 *
004057*****************************************************************
004058 1235-MATCH-LENDER.
004059
004060     IF WS-LND-COMPANY (WS-LND-SUB) = WRD-COMPANY
004061         SET WS-ENTRY-FOUND TO TRUE
004062     END-IF.
004063
004064 1235-EXIT.
004065     EXIT.
004066
004067*****************************************************************
004068*  1300-CHECK-FULL-BOOK - THE SAFETY VALVE.  A FULL-BOOK SHEET  *
004069*  THAT IS OUT OF BALANCE, TOO BIG FOR THE TABLES, OR THAT      *
004070*  WOULD REMOVE MORE THAN WS-MAX-DROP-PCT PERCENT OF ANY        *
004071*  LENDER'S PRODUCTS (DELETED OR SIMPLY MISSING) IS REFUSED     *
004072*  WHOLE - THAT IS WHAT A TRUNCATED TRANSMISSION LOOKS LIKE.    *
004073*****************************************************************
004074 1300-CHECK-FULL-BOOK.
004075
004076     IF NOT WS-SCAN-TRAILER-SEEN
004077        OR WS-SCAN-COUNT NOT = WS-SCAN-TRAILER-COUNT
004078         MOVE 'FULL BOOK OUT OF BALANCE WITH TRAILER' TO WM-TEXT
004079         PERFORM 3100-PRINT-MESSAGE
004080             THRU 3100-EXIT
004081         SET WS-BOOK-REFUSED TO TRUE
004082         GO TO 1300-REFUSED
004083     END-IF.
004084
004085     IF WS-SHEET-OVERFLOW > ZERO OR WS-LND-OVERFLOW > ZERO
004086         MOVE 'FULL BOOK TOO LARGE FOR THE PRODUCT TABLES'
004087                                         TO WM-TEXT
004088         PERFORM 3100-PRINT-MESSAGE
004089             THRU 3100-EXIT
004090         SET WS-BOOK-REFUSED TO TRUE
004091         GO TO 1300-REFUSED
004092     END-IF.
004093
004094     PERFORM 1310-COUNT-LENDER
004095         THRU 1310-EXIT
004096         VARYING WS-LND-SUB FROM 1 BY 1
004097         UNTIL WS-LND-SUB > WS-LND-USED
004098            OR WS-FATAL-ERROR.
004099
004100     IF WS-FATAL-ERROR
004101         GO TO 1300-EXIT
004102     END-IF.
004103
004104     IF WS-OMIT-OVERFLOW > ZERO
004105         MOVE 'FULL BOOK DROPS TOO MANY FOR THE OMIT TABLE'
004106                                         TO WM-TEXT
004107         PERFORM 3100-PRINT-MESSAGE
004108             THRU 3100-EXIT
004109         SET WS-BOOK-REFUSED TO TRUE
004110     END-IF.
004111
004112 1300-REFUSED.
004113
004114     IF WS-BOOK-REFUSED
004115         MOVE 'FULL BOOK SHEET REFUSED - NOTHING APPLIED'
004116                                         TO WM-TEXT
004117         PERFORM 3100-PRINT-MESSAGE
004118             THRU 3100-EXIT
004119         MOVE 8 TO RETURN-CODE
004120     END-IF.
004121
004122 1300-EXIT.
004123     EXIT.
004124
004125*****************************************************************
004126*  1310-COUNT-LENDER - ONE LENDER'S PRODUCTS ON FILE AGAINST    *
004127*  THE SHEET.  EVERY PRODUCT NOT ADDED OR CHANGED ON THE SHEET  *
004128*  IS QUEUED TO DROP; TOO MANY FOR ONE LENDER REFUSES THE SHEET *
004129*****************************************************************
004130 1310-COUNT-LENDER.
004131
004132     MOVE WS-LND-COMPANY (WS-LND-SUB) TO LENCOMPANY.
004133     MOVE WS-LND-COMPANY (WS-LND-SUB) TO COMPANY.
004134
004135     EXEC SQL OPEN OCURSOR END-EXEC.
004136
004137     IF SQLCODE NOT = 0
004138         PERFORM 4600-SQL-FATAL
004139             THRU 4600-EXIT
004140         GO TO 1310-EXIT
004141     END-IF.
004142
004143     MOVE 'N' TO WS-ONFILE-EOF-SW.
004144
004145     PERFORM 1320-FETCH-ONFILE
004146         THRU 1320-EXIT
004147         UNTIL WS-ONFILE-EOF-YES.
004148
004149     IF WS-FATAL-ERROR
004150         GO TO 1310-EXIT
004151     END-IF.
004152
004153     EXEC SQL CLOSE OCURSOR END-EXEC.
004154
004155     IF WS-LND-DROPS (WS-LND-SUB) * 100 >
004156        WS-MAX-DROP-PCT * WS-LND-ONFILE (WS-LND-SUB)
004157         MOVE WS-LND-COMPANY (WS-LND-SUB) TO WDL-COMPANY
004158         MOVE WS-LND-DROPS (WS-LND-SUB)   TO WDL-DROPS
004159         MOVE WS-LND-ONFILE (WS-LND-SUB)  TO WDL-ONFILE
004160         PERFORM 3170-PRINT-DROP
004161             THRU 3170-EXIT
004162         SET WS-BOOK-REFUSED TO TRUE
004163     END-IF.
004164
004165 1310-EXIT.
004166     EXIT.
004167
004168*****************************************************************
004169*  1320-FETCH-ONFILE - ONE PRODUCT ON FILE FOR THE LENDER       *
004170*****************************************************************
004171 1320-FETCH-ONFILE.
004172
004173     EXEC SQL FETCH OCURSOR
004174          INTO :YEARS,
004175               :LOANTYPE
004176     END-EXEC.
004177
004178     IF SQLCODE = 100
004179         MOVE 'Y' TO WS-ONFILE-EOF-SW
004180         GO TO 1320-EXIT
004181     END-IF.
004182
004183     IF SQLCODE NOT = 0
004184         MOVE 'Y' TO WS-ONFILE-EOF-SW
004185         PERFORM 4600-SQL-FATAL
004186             THRU 4600-EXIT
004187         GO TO 1320-EXIT
004188     END-IF.
004189
004190     ADD 1 TO WS-LND-ONFILE (WS-LND-SUB).
004191
004192     MOVE 'N' TO WS-FOUND-SW.
004193
004194     PERFORM 1335-MATCH-SHEET
004195         THRU 1335-EXIT
004196         VARYING WS-SHEET-SUB FROM 1 BY 1
004197         UNTIL WS-SHEET-SUB > WS-SHEET-USED
004198            OR WS-ENTRY-FOUND.
004199
004200     IF WS-ENTRY-FOUND
004201         GO TO 1320-EXIT
004202     END-IF.
004203
004204     ADD 1 TO WS-LND-DROPS (WS-LND-SUB).
004205
004206     IF WS-OMIT-USED >= WS-OMIT-MAX
004207         ADD 1 TO WS-OMIT-OVERFLOW
004208         GO TO 1320-EXIT
004209     END-IF.
004210
004211     ADD 1 TO WS-OMIT-USED.
004212     MOVE COMPANY  TO WS-OMIT-COMPANY (WS-OMIT-USED).
004213     MOVE YEARS    TO WS-OMIT-YEARS (WS-OMIT-USED).
004214     MOVE LOANTYPE TO WS-OMIT-LOANTYPE (WS-OMIT-USED).
004215
004216 1320-EXIT.
004217     EXIT.
004218
004219*****************************************************************
004220*  1335-MATCH-SHEET - ONE SHEET PRODUCT TABLE COMPARE           *
004221*****************************************************************
004222 1335-MATCH-SHEET.
004223
004224     IF WS-SHEET-COMPANY (WS-SHEET-SUB) = COMPANY
004225        AND WS-SHEET-YEARS (WS-SHEET-SUB) = YEARS
004226        AND WS-SHEET-LOANTYPE (WS-SHEET-SUB) = LOANTYPE
004227         SET WS-ENTRY-FOUND TO TRUE
004228     END-IF.
004229
004230 1335-EXIT.
004231     EXIT.
004232
003920*****************************************************************
003930*  2000-PROCESS-RATESIN - ONE PASS PER TRANSMITTED RECORD       *
003940*****************************************************************
004490     MOVE 'RATE SHEET HEADER RECEIVED' TO WM-TEXT.
004500     PERFORM 3100-PRINT-MESSAGE
004510         THRU 3100-EXIT.
004511
004512     IF WRH-FULL-BOOK
004513         MOVE 'FULL BOOK SHEET - PRODUCTS NOT ON IT WILL DROP'
004514                                         TO WM-TEXT
004515         PERFORM 3100-PRINT-MESSAGE
004516             THRU 3100-EXIT
004517     END-IF.
004520
004530 2200-EXIT.
004540     EXIT.
004570*  2300-PROCESS-DETAIL - EDIT AND APPLY ONE PRODUCT RECORD.     *
004580*  ON A RESTART THE DETAILS ALREADY COVERED BY THE CHECKPOINT   *
004590*  ARE COUNTED AND SKIPPED, NOT REAPPLIED.                      *
004595*  A 'G' RECORD IS ONE CELL OF A LENDER'S PRICE GRID.           *
004600*****************************************************************
004610 2300-PROCESS-DETAIL.
004620
004690         END-IF
004700     END-IF.
004710
004711     IF WS-RI-GRID-REC
004712         PERFORM 2500-PROCESS-GRID
004713             THRU 2500-EXIT
004714         GO TO 2300-CHECKPOINT
004715     END-IF.
004716
004720     IF NOT WS-RI-DETAIL-REC
004730         MOVE 'R010'                    TO WRJ-REASON
004740         MOVE 'UNKNOWN RECORD TYPE'     TO WRJ-TEXT
006150
006160 2400-EXIT.
006170     EXIT.
006171
006172*****************************************************************
006173*  2500-PROCESS-GRID - EDIT AND APPLY ONE PRICE ADJUSTMENT GRID *
006174*  CELL ('G' RECORD) UNDER THE RULES JKEMADJM ENFORCES ON-LINE: *
006175*  THE LENDER MUST BE ON THE MASTER, AND AN ADDED CELL MAY NOT  *
006176*  OVERLAP ANOTHER CELL OF THE SAME LENDER AND LOAN TYPE        *
006177*****************************************************************
006178 2500-PROCESS-GRID.
006179
006180     PERFORM 2550-EDIT-GRID
006181         THRU 2550-EXIT.
006182
006183     IF WS-EDIT-BAD
006184         PERFORM 4400-WRITE-REJECT
006185             THRU 4400-EXIT
006186         GO TO 2500-EXIT
006187     END-IF.
006188
006189     EVALUATE TRUE
006190         WHEN WRG-ADD-FUNCTION
006191             PERFORM 4800-APPLY-GRID-ADD
006192                 THRU 4800-EXIT
006193         WHEN WRG-CHANGE-FUNCTION
006194             PERFORM 4850-APPLY-GRID-CHANGE
006195                 THRU 4850-EXIT
006196         WHEN WRG-DELETE-FUNCTION
006197             PERFORM 4870-APPLY-GRID-DELETE
006198                 THRU 4870-EXIT
006199     END-EVALUATE.
006200
006201 2500-EXIT.
006202     EXIT.
006203
006204*****************************************************************
006205*  2550-EDIT-GRID - THE JKEMADJM FIELD EDITS FOR A GRID CELL.   *
006206*  THE HIGH ENDS OF THE BANDS ARE ONLY EDITED ON AN ADD; A      *
006207*  CHANGE OR DELETE FINDS THE CELL BY ITS LOW ENDS              *
006208*****************************************************************
006209 2550-EDIT-GRID.
006210
006211     SET WS-EDIT-OK TO TRUE.
006212
006213     IF NOT WRG-ADD-FUNCTION
006214          AND NOT WRG-CHANGE-FUNCTION
006215          AND NOT WRG-DELETE-FUNCTION
006216         SET WS-EDIT-BAD TO TRUE
006217         MOVE 'R001'                    TO WRJ-REASON
006218         MOVE 'INVALID FUNCTION CODE'   TO WRJ-TEXT
006219         GO TO 2550-EXIT
006220     END-IF.
006221
006222     IF WRG-COMPANY = SPACES OR WRG-COMPANY = LOW-VALUES
006223         SET WS-EDIT-BAD TO TRUE
006224         MOVE 'R002'                    TO WRJ-REASON
006225         MOVE 'COMPANY REQUIRED'        TO WRJ-TEXT
006226         GO TO 2550-EXIT
006227     END-IF.
006228
006229     MOVE WRG-LOANTYPE TO LOANTYPE.
006230
006231     IF NOT LOANTYPE-FIXED-PRIMARY
006232                         AND NOT LOANTYPE-FIXED-INVESTMENT
006233                         AND NOT LOANTYPE-ARM-PRIMARY
006234                         AND NOT LOANTYPE-ARM-INVESTMENT
006235         SET WS-EDIT-BAD TO TRUE
006236         MOVE 'R006'                    TO WRJ-REASON
006237         MOVE 'INVALID LOAN/PROP TYPE'  TO WRJ-TEXT
006238         GO TO 2550-EXIT
006239     END-IF.
006240
006241     IF WRG-SCORELOW NOT NUMERIC
006242          OR WRG-SCORELOW < 300
006243          OR WRG-SCORELOW > 850
006244         SET WS-EDIT-BAD TO TRUE
006245         MOVE 'R014'                    TO WRJ-REASON
006246         MOVE 'INVALID SCORE BAND'      TO WRJ-TEXT
006247         GO TO 2550-EXIT
006248     END-IF.
006249
006250     IF WRG-LTVLOW NOT NUMERIC
006251         SET WS-EDIT-BAD TO TRUE
006252         MOVE 'R015'                    TO WRJ-REASON
006253         MOVE 'INVALID LTV BAND'        TO WRJ-TEXT
006254         GO TO 2550-EXIT
006255     END-IF.
006256
006257     IF WRG-ADD-FUNCTION
006258         IF WRG-SCOREHIGH NOT NUMERIC
006259              OR WRG-SCOREHIGH < WRG-SCORELOW
006260              OR WRG-SCOREHIGH > 850
006261             SET WS-EDIT-BAD TO TRUE
006262             MOVE 'R014'                    TO WRJ-REASON
006263             MOVE 'INVALID SCORE BAND'      TO WRJ-TEXT
006264             GO TO 2550-EXIT
006265         END-IF
006266         IF WRG-LTVHIGH NOT NUMERIC
006267              OR WRG-LTVHIGH < WRG-LTVLOW
006268              OR WRG-LTVHIGH = ZERO
006269             SET WS-EDIT-BAD TO TRUE
006270             MOVE 'R015'                    TO WRJ-REASON
006271             MOVE 'INVALID LTV BAND'        TO WRJ-TEXT
006272             GO TO 2550-EXIT
006273         END-IF
006274     END-IF.
006275
006276     IF WRG-ADD-FUNCTION OR WRG-CHANGE-FUNCTION
006277         IF WRG-RATEADJ NOT NUMERIC
006278              OR WRG-POINTSADJ NOT NUMERIC
006279             SET WS-EDIT-BAD TO TRUE
006280             MOVE 'R016'                    TO WRJ-REASON
006281             MOVE 'INVALID ADJUSTMENT'      TO WRJ-TEXT
006282         END-IF
006283     END-IF.
006284
006285 2550-EXIT.
006286     EXIT.
006180
006190*****************************************************************
006200*  3000-PRINT-HEADINGS - NEW PAGE AND REPORT HEADING            *
006860 3160-EXIT.
006870     EXIT.
006880
006881*****************************************************************
006882*  3170-PRINT-DROP - ONE LENDER THE FULL-BOOK SHEET WOULD STRIP *
006883*****************************************************************
006884 3170-PRINT-DROP.
006885
006886     IF WS-LINE-COUNT = ZERO
006887    OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
006888         PERFORM 3000-PRINT-HEADINGS
006889             THRU 3000-EXIT
006890     END-IF.
006891
006892     WRITE LOADRPT-RECORD FROM WS-DROP-LINE
006893         AFTER ADVANCING 1 LINE.
006894     ADD 1 TO WS-LINE-COUNT.
006895
006896 3170-EXIT.
006897     EXIT.
006898
006890*****************************************************************
006900*  3200-PRINT-TOTAL - ONE CONTROL TOTAL LINE                    *
006910*****************************************************************
010880     MOVE WS-CHG-COUNT  TO WS-CKPT-CHGCNT.
010890     MOVE WS-DEL-COUNT  TO WS-CKPT-DELCNT.
010900     MOVE WS-REJ-COUNT  TO WS-CKPT-REJCNT.
010905     MOVE WS-OMIT-COUNT TO WS-CKPT-OMTCNT.
010907     MOVE WS-GRID-COUNT TO WS-CKPT-GRDCNT.
010910
010920     EXEC SQL
010930         UPDATE JKEMORT.LOADCKPT
010950                 ADDCNT = :WS-CKPT-ADDCNT,
010960                 CHGCNT = :WS-CKPT-CHGCNT,
010970                 DELCNT = :WS-CKPT-DELCNT,
010980                 REJCNT = :WS-CKPT-REJCNT,
010985                 OMTCNT = :WS-CKPT-OMTCNT,
010987                 GRDCNT = :WS-CKPT-GRDCNT
010990     END-EXEC.
011000
011010     IF SQLCODE NOT = 0
011390 4600-EXIT.
011400     EXIT.
011410
011411*****************************************************************
011412*  4700-DROP-OMITTED - DELETE EVERY PRODUCT THE FULL-BOOK SHEET *
011413*  LEFT OFF, INSIDE THE SAME CHECKPOINT CYCLE AS THE DETAILS    *
011414*****************************************************************
011415 4700-DROP-OMITTED.
011416
011417     ACCEPT WS-TODAY-JUL FROM DAY YYYYDDD.
011418
011419     PERFORM 4750-DROP-ONE
011420         THRU 4750-EXIT
011421         VARYING WS-OMIT-SUB FROM 1 BY 1
011422         UNTIL WS-OMIT-SUB > WS-OMIT-USED
011423            OR WS-FATAL-ERROR.
011424
011425 4700-EXIT.
011426     EXIT.
011427
011428*****************************************************************
011429*  4750-DROP-ONE - READ THE BEFORE IMAGE, DELETE THE PRODUCT    *
011430*  AND WRITE ITS HISTORY ROW.  A PRODUCT ALREADY GONE - DELETED *
011431*  BY A DETAIL ON THE SHEET, OR BEFORE THE LAST CHECKPOINT OF   *
011432*  AN INTERRUPTED RUN - IS PASSED OVER.                         *
011433*****************************************************************
011434 4750-DROP-ONE.
011435
011436     MOVE WS-OMIT-COMPANY (WS-OMIT-SUB)  TO COMPANY.
011437     MOVE WS-OMIT-YEARS (WS-OMIT-SUB)    TO YEARS.
011438     MOVE WS-OMIT-LOANTYPE (WS-OMIT-SUB) TO LOANTYPE.
011439
011440     EXEC SQL
011441         SELECT RATE, LOAN, ARMFIXEDYRS, ARMMARGIN,
011442                ARMPERCAP, ARMLIFECAP, POINTS, CLOSECOST, APR
011443             INTO :RATE, :LOAN, :ARMFIXEDYRS, :ARMMARGIN,
011444                  :ARMPERCAP, :ARMLIFECAP, :POINTS, :CLOSECOST,
011445                  :APR
011446             FROM JKEMORT.MORTGAGE
011447             WHERE COMPANY = :COMPANY AND
011448                   YEARS = :YEARS AND
011449                   LOANTYPE = :LOANTYPE
011450     END-EXEC.
011451
011452     IF SQLCODE = 100
011453         GO TO 4750-EXIT
011454     END-IF.
011455
011456     IF SQLCODE NOT = 0
011457         PERFORM 4600-SQL-FATAL
011458             THRU 4600-EXIT
011459         GO TO 4750-EXIT
011460     END-IF.
011461
011462     EXEC SQL
011463         DELETE FROM JKEMORT.MORTGAGE
011464             WHERE COMPANY = :COMPANY AND
011465                   YEARS = :YEARS AND
011466                   LOANTYPE = :LOANTYPE
011467     END-EXEC.
011468
011469     IF SQLCODE NOT = 0
011470         PERFORM 4600-SQL-FATAL
011471             THRU 4600-EXIT
011472         GO TO 4750-EXIT
011473     END-IF.
011474
011475     PERFORM 4760-WRITE-HISTORY
011476         THRU 4760-EXIT.
011477
011478     IF WS-FATAL-ERROR
011479         GO TO 4750-EXIT
011480     END-IF.
011481
011482     ADD 1 TO WS-OMIT-COUNT.
011483
011484     ADD 1 TO WS-SINCE-COMMIT.
011485     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
011486         PERFORM 4500-TAKE-CHECKPOINT
011487             THRU 4500-EXIT
011488     END-IF.
011489
011490 4750-EXIT.
011491     EXIT.
011492
011493*****************************************************************
011494*  4760-WRITE-HISTORY - MORTHIST DELETE ROW FOR THE DROPPED     *
011495*  PRODUCT.  THE BATCH STAMP IS TERMINAL BTCH, TRANSACTION OMIT *
011496*  AND THE JOB NAME AS THE USER.                                *
011497*****************************************************************
011498 4760-WRITE-HISTORY.
011499
011500     INITIALIZE MORTHIST-RECORD.
011501     SET HIST-ACTION-DELETE TO TRUE.
011502     MOVE 'BTCH'               TO HIST-TRMID.
011503     MOVE 'OMIT'               TO HIST-TRANID.
011504     MOVE 'JKEMLOAD'           TO HIST-USERID.
011505     COMPUTE HIST-DATE = WS-TODAY-JUL - 1900000.
011506     ACCEPT WS-NOW-TIME FROM TIME.
011507     COMPUTE HIST-TIME = WS-NOW-TIME / 100.
011508
011509     MOVE COMPANY              TO HIST-OLD-COMPANY.
011510     MOVE RATE                 TO HIST-OLD-RATE.
011511     MOVE LOAN                 TO HIST-OLD-LOAN.
011512     MOVE YEARS                TO HIST-OLD-YEARS.
011513     MOVE LOANTYPE             TO HIST-OLD-LOANTYPE.
011514     MOVE ARMFIXEDYRS          TO HIST-OLD-ARMFIXEDYRS.
011515     MOVE ARMMARGIN            TO HIST-OLD-ARMMARGIN.
011516     MOVE ARMPERCAP            TO HIST-OLD-ARMPERCAP.
011517     MOVE ARMLIFECAP           TO HIST-OLD-ARMLIFECAP.
011518     MOVE POINTS               TO HIST-OLD-POINTS.
011519     MOVE CLOSECOST            TO HIST-OLD-CLOSECOST.
011520     MOVE APR                  TO HIST-OLD-APR.
011521     MOVE COMPANY              TO HIST-NEW-COMPANY.
011522
011523     EXEC SQL
011524         INSERT INTO JKEMORT.MORTHIST
011525             (HACTION, HTRMID, HTRANID, HUSERID, HDATE, HTIME,
011526              OLDCOMPANY, OLDRATE, OLDLOAN,
011527              OLDYEARS, OLDLOANTYPE,
011528              OLDARMFIXEDYRS, OLDARMMARGIN,
011529              OLDARMPERCAP, OLDARMLIFECAP,
011530              OLDPOINTS, OLDCLOSECOST, OLDAPR,
011531              NEWCOMPANY, NEWRATE, NEWLOAN,
011532              NEWYEARS, NEWLOANTYPE,
011533              NEWARMFIXEDYRS, NEWARMMARGIN,
011534              NEWARMPERCAP, NEWARMLIFECAP,
011535              NEWPOINTS, NEWCLOSECOST, NEWAPR)
011536             VALUES
011537             (:HIST-ACTION, :HIST-TRMID, :HIST-TRANID,
011538              :HIST-USERID, :HIST-DATE, :HIST-TIME,
011539              :HIST-OLD-COMPANY,
011540              :HIST-OLD-RATE, :HIST-OLD-LOAN,
011541              :HIST-OLD-YEARS, :HIST-OLD-LOANTYPE,
011542              :HIST-OLD-ARMFIXEDYRS, :HIST-OLD-ARMMARGIN,
011543              :HIST-OLD-ARMPERCAP, :HIST-OLD-ARMLIFECAP,
011544              :HIST-OLD-POINTS, :HIST-OLD-CLOSECOST,
011545              :HIST-OLD-APR,
011546              :HIST-NEW-COMPANY,
011547              :HIST-NEW-RATE, :HIST-NEW-LOAN,
011548              :HIST-NEW-YEARS, :HIST-NEW-LOANTYPE,
011549              :HIST-NEW-ARMFIXEDYRS, :HIST-NEW-ARMMARGIN,
011550              :HIST-NEW-ARMPERCAP, :HIST-NEW-ARMLIFECAP,
011551              :HIST-NEW-POINTS, :HIST-NEW-CLOSECOST,
011552              :HIST-NEW-APR)
011553     END-EXEC.
011554
011555     IF SQLCODE NOT = 0
011556         PERFORM 4600-SQL-FATAL
011557             THRU 4600-EXIT
011558     END-IF.
011559
011560 4760-EXIT.
011561     EXIT.
011562
011563
011564*****************************************************************
011565*  4800-APPLY-GRID-ADD - INSERT ONE GRID CELL.  A 'G' RECORD    *
011566*  CARRIES NO LENDER DETAIL, SO AN UNKNOWN LENDER IS REJECTED   *
011567*  RATHER THAN SEEDED                                           *
011568*****************************************************************
011569 4800-APPLY-GRID-ADD.
011570
011571     MOVE WRG-COMPANY TO LENCOMPANY.
011572
011573     EXEC SQL
011574         SELECT COMPANY
011575             INTO :LENCOMPANY
011576             FROM JKEMORT.LENDER
011577             WHERE COMPANY = :LENCOMPANY
011578     END-EXEC.
011579
011580     IF SQLCODE = 100
011581         MOVE 'R019'                    TO WRJ-REASON
011582         MOVE 'LENDER NOT ON MASTER'    TO WRJ-TEXT
011583         PERFORM 4400-WRITE-REJECT
011584             THRU 4400-EXIT
011585         GO TO 4800-EXIT
011586     END-IF.
011587
011588     IF SQLCODE NOT = 0
011589         PERFORM 4600-SQL-FATAL
011590             THRU 4600-EXIT
011591         GO TO 4800-EXIT
011592     END-IF.
011593
011594     MOVE WRG-COMPANY   TO ADJCOMPANY.
011595     MOVE WRG-LOANTYPE  TO ADJLOANTYPE.
011596     MOVE WRG-SCORELOW  TO ADJSCORELOW.
011597     MOVE WRG-SCOREHIGH TO ADJSCOREHIGH.
011598     MOVE WRG-LTVLOW    TO ADJLTVLOW.
011599     MOVE WRG-LTVHIGH   TO ADJLTVHIGH.
011600     MOVE WRG-RATEADJ   TO ADJRATE.
011601     MOVE WRG-POINTSADJ TO ADJPOINTS.
011602     MOVE 'JKEMLOAD'    TO ADJUPDUSERID.
011603
011604     EXEC SQL
011605         SELECT COUNT(*)
011606             INTO :WS-OVERLAP-COUNT
011607             FROM JKEMORT.PRICEADJ
011608             WHERE COMPANY = :ADJCOMPANY AND
011609                   LOANTYPE = :ADJLOANTYPE AND
011610                   SCORELOW <= :ADJSCOREHIGH AND
011611                   SCOREHIGH >= :ADJSCORELOW AND
011612                   LTVLOW <= :ADJLTVHIGH AND
011613                   LTVHIGH >= :ADJLTVLOW
011614     END-EXEC.
011615
011616     IF SQLCODE NOT = 0
011617         PERFORM 4600-SQL-FATAL
011618             THRU 4600-EXIT
011619         GO TO 4800-EXIT
011620     END-IF.
011621
011622     IF WS-OVERLAP-COUNT > ZERO
011623         MOVE 'R017'                    TO WRJ-REASON
011624         MOVE 'CELL OVERLAPS GRID'      TO WRJ-TEXT
011625         PERFORM 4400-WRITE-REJECT
011626             THRU 4400-EXIT
011627         GO TO 4800-EXIT
011628     END-IF.
011629
011630     EXEC SQL
011631         INSERT INTO JKEMORT.PRICEADJ
011632             (COMPANY, LOANTYPE, SCORELOW, SCOREHIGH,
011633              LTVLOW, LTVHIGH, RATEADJ, POINTSADJ,
011634              UPDUSERID, UPDDATE)
011635             VALUES
011636             (:ADJCOMPANY, :ADJLOANTYPE, :ADJSCORELOW,
011637              :ADJSCOREHIGH, :ADJLTVLOW, :ADJLTVHIGH,
011638              :ADJRATE, :ADJPOINTS,
011639              :ADJUPDUSERID, CURRENT DATE)
011640     END-EXEC.
011641
011642     EVALUATE TRUE
011643         WHEN SQLCODE = 0
011644             ADD 1 TO WS-GRID-COUNT
011645         WHEN SQLCODE = -803
011646             MOVE 'R007'                    TO WRJ-REASON
011647             MOVE 'DUPLICATE - ON FILE'     TO WRJ-TEXT
011648             PERFORM 4400-WRITE-REJECT
011649                 THRU 4400-EXIT
011650         WHEN OTHER
011651             PERFORM 4600-SQL-FATAL
011652                 THRU 4600-EXIT
011653     END-EVALUATE.
011654
011655 4800-EXIT.
011656     EXIT.
011657
011658*****************************************************************
011659*  4850-APPLY-GRID-CHANGE - REPRICE ONE GRID CELL; ITS BANDS    *
011660*  STAY AS THEY ARE                                             *
011661*****************************************************************
011662 4850-APPLY-GRID-CHANGE.
011663
011664     MOVE WRG-COMPANY   TO ADJCOMPANY.
011665     MOVE WRG-LOANTYPE  TO ADJLOANTYPE.
011666     MOVE WRG-SCORELOW  TO ADJSCORELOW.
011667     MOVE WRG-LTVLOW    TO ADJLTVLOW.
011668     MOVE WRG-RATEADJ   TO ADJRATE.
011669     MOVE WRG-POINTSADJ TO ADJPOINTS.
011670     MOVE 'JKEMLOAD'    TO ADJUPDUSERID.
011671
011672     EXEC SQL
011673         UPDATE JKEMORT.PRICEADJ
011674         SET RATEADJ = :ADJRATE,
011675             POINTSADJ = :ADJPOINTS,
011676             UPDUSERID = :ADJUPDUSERID,
011677             UPDDATE = CURRENT DATE
011678             WHERE COMPANY = :ADJCOMPANY AND
011679                   LOANTYPE = :ADJLOANTYPE AND
011680                   SCORELOW = :ADJSCORELOW AND
011681                   LTVLOW = :ADJLTVLOW
011682     END-EXEC.
011683
011684     EVALUATE TRUE
011685         WHEN SQLCODE = 0
011686             ADD 1 TO WS-GRID-COUNT
011687         WHEN SQLCODE = 100
011688             MOVE 'R018'                    TO WRJ-REASON
011689             MOVE 'GRID CELL NOT FOUND'     TO WRJ-TEXT
011690             PERFORM 4400-WRITE-REJECT
011691                 THRU 4400-EXIT
011692         WHEN OTHER
011693             PERFORM 4600-SQL-FATAL
011694                 THRU 4600-EXIT
011695     END-EVALUATE.
011696
011697 4850-EXIT.
011698     EXIT.
011699
011700*****************************************************************
011701*  4870-APPLY-GRID-DELETE - TAKE ONE GRID CELL OFF FILE         *
011702*****************************************************************
011703 4870-APPLY-GRID-DELETE.
011704
011705     MOVE WRG-COMPANY   TO ADJCOMPANY.
011706     MOVE WRG-LOANTYPE  TO ADJLOANTYPE.
011707     MOVE WRG-SCORELOW  TO ADJSCORELOW.
011708     MOVE WRG-LTVLOW    TO ADJLTVLOW.
011709
011710     EXEC SQL
011711         DELETE FROM JKEMORT.PRICEADJ
011712             WHERE COMPANY = :ADJCOMPANY AND
011713                   LOANTYPE = :ADJLOANTYPE AND
011714                   SCORELOW = :ADJSCORELOW AND
011715                   LTVLOW = :ADJLTVLOW
011716     END-EXEC.
011717
011718     EVALUATE TRUE
011719         WHEN SQLCODE = 0
011720             ADD 1 TO WS-GRID-COUNT
011721         WHEN SQLCODE = 100
011722             MOVE 'R018'                    TO WRJ-REASON
011723             MOVE 'GRID CELL NOT FOUND'     TO WRJ-TEXT
011724             PERFORM 4400-WRITE-REJECT
011725                 THRU 4400-EXIT
011726         WHEN OTHER
011727             PERFORM 4600-SQL-FATAL
011728                 THRU 4600-EXIT
011729     END-EVALUATE.
011730
011731 4870-EXIT.
011732     EXIT.
011420*****************************************************************
011430*  5000-TERMINATE - FINAL CHECKPOINT, BALANCE TO THE TRAILER,   *
011440*  CONTROL TOTALS, RESET THE RESTART POSITION ON A CLEAN END    *
011444*  - A FULL-BOOK SHEET FIRST DROPS THE PRODUCTS IT OMITTED      *
011450*****************************************************************
011460 5000-TERMINATE.
011470
011471     IF WS-FULL-BOOK AND NOT WS-BOOK-REFUSED
011472                     AND NOT WS-FATAL-ERROR
011473         PERFORM 4700-DROP-OMITTED
011474             THRU 4700-EXIT
011475     END-IF.
011477
011480     IF WS-FATAL-ERROR
011490         MOVE 'LOAD ABORTED - RESTART FROM LAST CHECKPOINT'
011500                                         TO WM-TEXT
011520             THRU 3100-EXIT
011530         GO TO 5000-TOTALS
011540     END-IF.
011541
011542* A REFUSED FULL-BOOK SHEET APPLIED NOTHING - LEAVE THE RESTART
011543* ROW AS IT STANDS.
011544     IF WS-BOOK-REFUSED
011545         GO TO 5000-TOTALS
011546     END-IF.
011550
011560     IF NOT WS-HEADER-SEEN
011570         MOVE 'NO HEADER RECORD ON RATE SHEET' TO WM-TEXT
011860     MOVE ZERO TO WS-CKPT-CHGCNT.
011870     MOVE ZERO TO WS-CKPT-DELCNT.
011880     MOVE ZERO TO WS-CKPT-REJCNT.
011885     MOVE ZERO TO WS-CKPT-OMTCNT.
011887     MOVE ZERO TO WS-CKPT-GRDCNT.
011890
011900     EXEC SQL
011910         UPDATE JKEMORT.LOADCKPT
011930                 ADDCNT = :WS-CKPT-ADDCNT,
011940                 CHGCNT = :WS-CKPT-CHGCNT,
011950                 DELCNT = :WS-CKPT-DELCNT,
011960                 REJCNT = :WS-CKPT-REJCNT,
011965                 OMTCNT = :WS-CKPT-OMTCNT,
011967                 GRDCNT = :WS-CKPT-GRDCNT
011970     END-EXEC.
011980
011990     IF SQLCODE NOT = 0
012420     MOVE WS-DEL-COUNT                TO WTL-COUNT.
012430     PERFORM 3200-PRINT-TOTAL
012440         THRU 3200-EXIT.
012442
012444     IF WS-FULL-BOOK
012446         MOVE 'DROPPED BY OMISSION'   TO WTL-LABEL
012448         MOVE WS-OMIT-COUNT           TO WTL-COUNT
012450         PERFORM 3200-PRINT-TOTAL
012452             THRU 3200-EXIT
012454     END-IF.
012455
012456     MOVE 'GRID CELLS APPLIED'        TO WTL-LABEL.
012457     MOVE WS-GRID-COUNT               TO WTL-COUNT.
012458     PERFORM 3200-PRINT-TOTAL
012459         THRU 3200-EXIT.
012450
012460     MOVE 'RECORDS REJECTED'          TO WTL-LABEL.
012470     MOVE WS-REJ-COUNT                TO WTL-COUNT.
