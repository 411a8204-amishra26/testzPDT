      * MEANS NO CHECK WAS ASKED FOR.
           05 STALE-CUTOFF                    PIC X(10)
                                 VALUE '0001-01-01'.
      * A RATE WATCH STAYS OPEN THIS MANY DAYS FROM REGISTRATION.
           05 WATCH-LIFE-DAYS                 PIC S9(4)      COMP-3
                                              VALUE IS 90.
      * LOAN-LEVEL PRICING - 'Y' WHEN THE OPERATOR KEYED THE CREDIT
      * SCORE AND PROPERTY VALUE, SO EVERY PRODUCT IS PRICED THROUGH
      * THE LENDER'S JKEMORT.PRICEADJ GRID CELL FOR THE SCORE AND
      * THE LOAN TO VALUE (PCT, FROM THE LOAN AND PROPERTY VALUE).
      * THE ADD-ONS OF THE ROW JUST FETCHED ARE HELD HERE.
           05 PRICE-SW                        PIC X(01).
              88 PRICE-ADJUST                        VALUE 'Y'.
           05 PRICE-SCORE                     PIC S9(4)      COMP-3.
           05 PRICE-LTV                       PIC S9(3)V99   COMP-3.
           05 PRICE-RATEADJ                   PIC S9(2)V9(3) COMP-3.
           05 PRICE-POINTSADJ                 PIC S9(2)V9(3) COMP-3.
      * AN APR RANKING OF PRICED PRODUCTS CANNOT USE THE APR STORED
      * ON THE ROW, SO THE PRICED ROWS ARE READ INTO THIS TABLE,
      * SORTED BY THEIR ADJUSTED APR AND SERVED FROM HERE INSTEAD OF
      * FROM JCURSOR.  PAST PRICE-TAB-MAX ROWS ONLY THE LOWEST
      * ADJUSTED RATES ARE RANKED.
           05 PRICE-TABLE-SW                  PIC X(01).
              88 PRICE-TABLE-MODE                    VALUE 'Y'.
           05 PRICE-SHIFT-SW                  PIC X(01).
              88 PRICE-SHIFT-DONE                    VALUE 'Y'.
           05 PRICE-TAB-MAX                   PIC S9(4) COMP
                                              VALUE IS 100.
           05 PRICE-TAB-COUNT                 PIC S9(4) COMP.
           05 PRICE-TAB-NEXT                  PIC S9(4) COMP.
           05 PRICE-SORT-SUB                  PIC S9(4) COMP.
           05 PRICE-SHIFT-SUB                 PIC S9(4) COMP.
      * APR SOLVE FOR A PRICED ROW - THE SAME BISECTION JKEMMAIN AND
      * JKEMLOAD STORE THE APR WITH, ON THE PRODUCT'S OWN LOAN.
       01 APR-WORK-FIELDS.
           05 APR-NUM-PAYMENTS                PIC S9(4)      COMP.
           05 APR-MONTHLY-RATE                PIC S9V9(8)    COMP-3.
           05 APR-BASE-FACTOR                 PIC S9V9(8)    COMP-3.
           05 APR-GROWTH-FACTOR               PIC S9(7)V9(10)
                                                             COMP-3.
           05 APR-PAYMENT                     PIC S9(7)V99   COMP-3.
           05 APR-NET-AMOUNT                  PIC S9(9)V99   COMP-3.
           05 APR-PRESENT-VALUE               PIC S9(9)V99   COMP-3.
           05 APR-LOW-RATE                    PIC S9V9(8)    COMP-3.
           05 APR-HIGH-RATE                   PIC S9V9(8)    COMP-3.
           05 APR-TRY-RATE                    PIC S9V9(8)    COMP-3.
           05 APR-ANNUITY-FACTOR              PIC S9(4)V9(8) COMP-3.
           05 APR-LOOP-COUNT                  PIC S9(4)      COMP.
           05 APR-RESULT                      PIC S9(2)V9(3) COMP-3.

       01 PRICE-TABLE.
           05 PRICE-TAB-HOLD.
              10 PRICE-HOLD-COMPANY           PIC X(24).
              10 PRICE-HOLD-PHONE             PIC X(13).
              10 PRICE-HOLD-RATE              PIC S9(3)V9(3) COMP-3.
              10 PRICE-HOLD-LOAN              PIC S9(9)V99   COMP-3.
              10 PRICE-HOLD-YEARS             PIC S9(4)      COMP-3.
              10 PRICE-HOLD-LOANTYPE          PIC X(02).
              10 PRICE-HOLD-ARMFIXEDYRS       PIC S9(4)      COMP-3.
              10 PRICE-HOLD-ARMMARGIN         PIC S9(2)V9(3) COMP-3.
              10 PRICE-HOLD-ARMPERCAP         PIC S9(2)V9(3) COMP-3.
              10 PRICE-HOLD-ARMLIFECAP        PIC S9(2)V9(3) COMP-3.
              10 PRICE-HOLD-POINTS            PIC S9(2)V9(3) COMP-3.
              10 PRICE-HOLD-CLOSECOST         PIC S9(7)V99   COMP-3.
              10 PRICE-HOLD-APR               PIC S9(2)V9(3) COMP-3.
              10 PRICE-HOLD-LASTUPDT          PIC X(10).
              10 PRICE-HOLD-RATEADJ           PIC S9(2)V9(3) COMP-3.
              10 PRICE-HOLD-POINTSADJ         PIC S9(2)V9(3) COMP-3.
           05 PRICE-TAB-ENTRY OCCURS 100 TIMES.
              10 PRICE-TAB-COMPANY            PIC X(24).
              10 PRICE-TAB-PHONE              PIC X(13).
              10 PRICE-TAB-RATE               PIC S9(3)V9(3) COMP-3.
              10 PRICE-TAB-LOAN               PIC S9(9)V99   COMP-3.
              10 PRICE-TAB-YEARS              PIC S9(4)      COMP-3.
              10 PRICE-TAB-LOANTYPE           PIC X(02).
              10 PRICE-TAB-ARMFIXEDYRS        PIC S9(4)      COMP-3.
              10 PRICE-TAB-ARMMARGIN          PIC S9(2)V9(3) COMP-3.
              10 PRICE-TAB-ARMPERCAP          PIC S9(2)V9(3) COMP-3.
              10 PRICE-TAB-ARMLIFECAP         PIC S9(2)V9(3) COMP-3.
              10 PRICE-TAB-POINTS             PIC S9(2)V9(3) COMP-3.
              10 PRICE-TAB-CLOSECOST          PIC S9(7)V99   COMP-3.
              10 PRICE-TAB-APR                PIC S9(2)V9(3) COMP-3.
              10 PRICE-TAB-LASTUPDT           PIC X(10).
              10 PRICE-TAB-RATEADJ            PIC S9(2)V9(3) COMP-3.
              10 PRICE-TAB-POINTSADJ          PIC S9(2)V9(3) COMP-3.

      * THE LOAN EACH DISPLAYED LINE'S PAYMENT WAS WORKED ON AND THE
      * PRODUCT'S ARM TERMS - NOT IN THE COMMAREA, BUT SAVED WITH THE
      * QUOTE LINE SO ITS SCHEDULE CAN BE AMORTIZED LATER.
       01 QUOTE-TERMS-TABLE.
           05 QUOTE-TERMS OCCURS 8 TIMES.
              10 QUOTE-TERM-LOAN              PIC S9(9)V99   COMP-3.
              10 QUOTE-TERM-FIXEDYRS          PIC S9(4)      COMP-3.
              10 QUOTE-TERM-LIFECAP           PIC S9(2)V9(3) COMP-3.

           COPY JKAUDREC.


           COPY QUOTE.

           COPY RATEWTCH.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 SQLCOMMAREA.
              10 INPUTRATIO                PIC S9(2)V99 COMP-3.
              10 INPUTCURRATE              PIC S9(2)V9(3) COMP-3.
              10 INPUTCURMONTHS            PIC S9(4)    COMP-3.
      * 'W' REGISTERS A RATE WATCH FOR A BORROWER THE BOOK DOES NOT
      * SUIT YET - THE NAME AND PHONE BELOW PLUS THIS INQUIRY'S LOAN,
      * TERM, LOAN TYPE AND RATE GO ON JKEMORT.RATEWTCH AND THE WATCH
      * NUMBER COMES BACK IN SQLWATCHNO.  THE NIGHTLY JKEMWTCB LISTS
      * THE BORROWER FOR A CALL BACK ONCE THE BOOK HAS SOMETHING AT
      * OR UNDER THE RATE.  NOT TAKEN ON A PRE-QUAL SEARCH, WHICH
      * CARRIES NO LOAN AMOUNT.
              10 INPUTWATCHREQ             PIC X(01).
                 88 WATCH-REQ                   VALUE 'W'.
              10 INPUTWATCHNAME            PIC X(30).
              10 INPUTWATCHPHONE           PIC X(13).
      * STATE THE PROPERTY IS IN - ONLY LENDERS HOLDING AN UNEXPIRED
      * LICENSE THERE (JKEMORT.LENDLIC) ARE QUOTED.  REQUIRED.
              10 INPUTSTATE                PIC X(02).
      * BORROWER'S CREDIT SCORE AND PROPERTY VALUE - KEY BOTH TO
      * PRICE EVERY PRODUCT THROUGH ITS LENDER'S ADJUSTMENT GRID
      * (JKEMORT.PRICEADJ) BEFORE PAYMENT, APR AND RANKING ARE
      * WORKED OUT; LEAVE BOTH EMPTY FOR BOOK PRICING.  NOT TAKEN ON
      * A PRE-QUAL SEARCH, WHICH CARRIES NO LOAN AMOUNT TO GIVE AN
      * LTV.  THE RATE AND POINTS RETURNED ARE THE ADJUSTED FIGURES
      * AND SQLRATEADJ / SQLPOINTSADJ SAY WHAT THE GRID ADDED.
              10 INPUTSCORE                PIC S9(4)    COMP-3.
              10 INPUTPROPVALUE            PIC S9(9)V99 COMP-3.
           05 SQLCONTROL.
              10 SQLMORE-INDICATOR         PIC X(01).
                 88 SQL-MORE-YES                VALUE 'Y'.
              10 SQLSAVING                 PIC S9(7)V99 USAGE COMP-3.
              10 SQLBREAKEVEN              PIC S9(4)    USAGE COMP-3.
              10 SQLNOBREAKEVEN            PIC X(01).
      * PRICE ADJUSTMENT ADD-ONS ALREADY IN SQLRATE AND SQLPOINTS -
      * ZERO WHEN THE INQUIRY WAS NOT PRICED OR NO CELL APPLIED.
              10 SQLRATEADJ                PIC S9(2)V9(3)
                                                      USAGE COMP-3.
              10 SQLPOINTSADJ              PIC S9(2)V9(3)
                                                      USAGE COMP-3.
           05 SQLMESSAGE                   PIC X(24).
           05 SQLRC                        PIC X(12).
           05 SQLQUOTENO                   PIC S9(7) COMP-3.
           05 SQLWATCHNO                   PIC S9(7) COMP-3.

      * LENDER PHONE COMES OFF THE JKEMORT.LENDER MASTER NOW - THE
      * PRODUCT ROWS NO LONGER CARRY IT.  TWO CURSORS OVER THE SAME
      * SEARCH: ICURSOR RANKS BY NOTE RATE, JCURSOR BY THE STORED
      * ALL-IN APR SO THE BEST TOTAL DEAL SURFACES FIRST.  BOTH
      * SKIP ANY LENDER NOT LICENSED IN THE PROPERTY STATE TODAY.
      * ON A PRICED INQUIRY ICURSOR ALSO PICKS UP THE LENDER'S GRID
      * CELL FOR THE SCORE AND LTV (NONE, AND ZERO ADD-ONS, WHEN NOT
      * PRICED) AND MATCHES AND RANKS ON THE ADJUSTED RATE; JCURSOR
      * IS NOT USED THEN, SINCE THE STORED APR NO LONGER APPLIES.
           EXEC SQL
           DECLARE ICURSOR CURSOR FOR
               SELECT M.COMPANY, L.PHONE, M.RATE, M.LOAN, M.YEARS,
                      M.LOANTYPE, M.ARMFIXEDYRS, M.ARMMARGIN,
                      M.ARMPERCAP, M.ARMLIFECAP,
                      M.POINTS, M.CLOSECOST, M.APR, M.LASTUPDT,
                      COALESCE(A.RATEADJ, 0),
                      COALESCE(A.POINTSADJ, 0)
                   FROM JKEMORT.MORTGAGE M
                        INNER JOIN JKEMORT.LENDER L
                           ON L.COMPANY = M.COMPANY
                        LEFT OUTER JOIN JKEMORT.PRICEADJ A
                           ON A.COMPANY = M.COMPANY AND
                              A.LOANTYPE = M.LOANTYPE AND
                              :PRICE-SW = 'Y' AND
                              A.SCORELOW <= :PRICE-SCORE AND
                              A.SCOREHIGH >= :PRICE-SCORE AND
                              A.LTVLOW <= :PRICE-LTV AND
                              A.LTVHIGH >= :PRICE-LTV
                   WHERE M.LOAN >= :INPUTLOAN AND
                         M.RATE + COALESCE(A.RATEADJ, 0)
                                                <= :INPUTRATE AND
                         M.YEARS = :INPUTYEARS AND
                         M.LOANTYPE = :INPUTLOANTYPE AND
                         (:INPUTSTALEEXCL <> 'X' OR
                          M.LASTUPDT >= :STALE-CUTOFF) AND
                         EXISTS
                         (SELECT 1
                             FROM JKEMORT.LENDLIC C
                             WHERE C.COMPANY = M.COMPANY AND
                                   C.STATE = :INPUTSTATE AND
                                   C.EXPIREDATE >= CURRENT DATE)
                   ORDER BY M.RATE + COALESCE(A.RATEADJ, 0) ASC,
                            M.COMPANY ASC
           END-EXEC.

           EXEC SQL
                         M.YEARS = :INPUTYEARS AND
                         M.LOANTYPE = :INPUTLOANTYPE AND
                         (:INPUTSTALEEXCL <> 'X' OR
                          M.LASTUPDT >= :STALE-CUTOFF) AND
                         EXISTS
                         (SELECT 1
                             FROM JKEMORT.LENDLIC C
                             WHERE C.COMPANY = M.COMPANY AND
                                   C.STATE = :INPUTSTATE AND
                                   C.EXPIREDATE >= CURRENT DATE)
                   ORDER BY M.APR ASC, M.COMPANY ASC
           END-EXEC.

              10 DFHINPUTRATIO             PIC S9(2)V99 COMP-3.
              10 DFHINPUTCURRATE           PIC S9(2)V9(3) COMP-3.
              10 DFHINPUTCURMONTHS         PIC S9(4)    COMP-3.
              10 DFHINPUTWATCHREQ          PIC X(01).
              10 DFHINPUTWATCHNAME         PIC X(30).
              10 DFHINPUTWATCHPHONE        PIC X(13).
              10 DFHINPUTSTATE             PIC X(02).
              10 DFHINPUTSCORE             PIC S9(4)    COMP-3.
              10 DFHINPUTPROPVALUE         PIC S9(9)V99 COMP-3.
           05 DFHCONTROL.
              10 DFHMORE-INDICATOR         PIC X(01).
              10 DFHRESUME-COUNT           PIC S9(4) COMP.
              10 DFHSQLSAVING              PIC S9(7)V99 USAGE COMP-3.
              10 DFHSQLBREAKEVEN           PIC S9(4)    USAGE COMP-3.
              10 DFHSQLNOBREAKEVEN         PIC X(01).
              10 DFHSQLRATEADJ             PIC S9(2)V9(3)
                                                      USAGE COMP-3.
              10 DFHSQLPOINTSADJ           PIC S9(2)V9(3)
                                                      USAGE COMP-3.
           05 DFHSQLMESSAGE                PIC X(24).
           05 DFHSQLRC                     PIC X(12).
           05 DFHSQLQUOTENO                PIC S9(7) COMP-3.
           05 DFHSQLWATCHNO                PIC S9(7) COMP-3.

       PROCEDURE DIVISION.

           MOVE SQLRESUME-COUNT TO ENTRY-RESUME-COUNT.

           MOVE ZERO TO SQLQUOTENO.
           MOVE ZERO TO SQLWATCHNO.

           MOVE 1 TO DISP-COUNT

                      THRU A115-EXIT
              END-IF

              IF PRICE-ADJUST AND RANK-BY-APR
                 PERFORM A190-LOAD-PRICE-TABLE
                      THRU A190-EXIT
              ELSE
                 IF RANK-BY-APR
                    EXEC SQL OPEN JCURSOR END-EXEC
                 ELSE
                    EXEC SQL OPEN ICURSOR END-EXEC
                 END-IF
              END-IF

              IF SQLCODE = 0
                 MOVE ZERO                     TO SQLRESUME-COUNT
              END-IF

              IF PRICE-ADJUST AND RANK-BY-APR
                 CONTINUE
              ELSE
                 IF RANK-BY-APR
                    EXEC SQL CLOSE JCURSOR END-EXEC
                 ELSE
                    EXEC SQL CLOSE ICURSOR END-EXEC
                 END-IF
              END-IF
           END-IF
           .
                   THRU A170-EXIT
           END-IF.

      * REGISTER THE RATE WATCH ONCE PER INQUIRY - NOT AGAIN ON EACH
      * RE-DRIVE THAT ONLY PAGES THROUGH THE RESULTS.
           IF WATCH-REQ AND EDIT-IS-OK AND ENTRY-RESUME-COUNT = 0
              PERFORM A180-SAVE-WATCH
                   THRU A180-EXIT
           END-IF.

           MOVE SQLCOMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.
              END-IF
           END-IF.

           IF EDIT-IS-OK
              IF INPUTSTATE = SPACES OR LOW-VALUES
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID INPUT - STATE'   TO SQLMESSAGE
              END-IF
           END-IF.

      * LOAN-LEVEL PRICING NEEDS BOTH THE SCORE AND THE PROPERTY
      * VALUE; NEITHER KEYED MEANS BOOK PRICING.
           MOVE 'N'  TO PRICE-SW.
           MOVE 'N'  TO PRICE-TABLE-SW.
           MOVE ZERO TO PRICE-SCORE.
           MOVE ZERO TO PRICE-LTV.

           IF INPUTSCORE NOT NUMERIC
              MOVE ZERO TO INPUTSCORE
           END-IF.

           IF INPUTPROPVALUE NOT NUMERIC
              MOVE ZERO TO INPUTPROPVALUE
           END-IF.

           IF EDIT-IS-OK
                AND (INPUTSCORE NOT = ZERO
                     OR INPUTPROPVALUE NOT = ZERO)
              IF PREQUAL-MODE
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'NO PRICING ON PRE-QUAL'  TO SQLMESSAGE
              ELSE
                 MOVE 'Y' TO PRICE-SW
              END-IF
           END-IF.

           IF EDIT-IS-OK AND PRICE-ADJUST
              IF INPUTSCORE < 300 OR INPUTSCORE > 850
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID INPUT - SCORE'   TO SQLMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK AND PRICE-ADJUST
              IF INPUTPROPVALUE <= ZERO
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID INPUT - VALUE'   TO SQLMESSAGE
              ELSE
                 COMPUTE PRICE-LTV ROUNDED =
                       INPUTLOAN * 100 / INPUTPROPVALUE
                    ON SIZE ERROR
                       SET EDIT-IS-BAD TO TRUE
                       MOVE 'INVALID INPUT - VALUE' TO SQLMESSAGE
                 END-COMPUTE
              END-IF
           END-IF.

           IF EDIT-IS-OK AND PRICE-ADJUST
              MOVE INPUTSCORE TO PRICE-SCORE
           END-IF.

      * A WATCH NEEDS SOMEONE TO CALL BACK AND A LOAN TO WATCH FOR.
           IF EDIT-IS-OK AND WATCH-REQ
              IF PREQUAL-MODE
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'NO WATCH ON PRE-QUAL'    TO SQLMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK AND WATCH-REQ
              IF INPUTWATCHNAME = SPACES OR LOW-VALUES
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'WATCH NAME REQUIRED'     TO SQLMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK AND WATCH-REQ
              IF INPUTWATCHPHONE = SPACES OR LOW-VALUES
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'WATCH PHONE REQUIRED'    TO SQLMESSAGE
              END-IF
           END-IF.

       A100-EXIT.
           EXIT.

           MOVE INPUTRATE               TO AUD-INPUTRATE.
           MOVE INPUTLOANTYPE           TO AUD-INPUTLOANTYPE.
           COMPUTE AUD-HIT-COUNT = DISP-COUNT - 1.
           SET AUD-INQMODE-STANDARD     TO TRUE.
           IF PREQUAL-MODE
              SET AUD-INQMODE-PREQUAL   TO TRUE
           END-IF.
           IF REFI-MODE
              SET AUD-INQMODE-REFI      TO TRUE
           END-IF.
           MOVE SQLCODE                 TO AUD-SQLCODE.
           MOVE SQLMESSAGE              TO AUD-SQLMESSAGE.

           END-IF.

           MOVE EIBUSERID TO QUOTEUSERID.
           MOVE EIBTIME   TO QUOTETIME.

      * THE INQUIRY MODE, AS THE AUDIT ROW CARRIES IT - SET HERE TOO,
      * SINCE A SAVE FROM A PAGING RE-DRIVE WRITES NO AUDIT ROW.
           MOVE 'S' TO QUOTEMODE.
           IF PREQUAL-MODE
              MOVE 'P' TO QUOTEMODE
           END-IF.
           IF REFI-MODE
              MOVE 'R' TO QUOTEMODE
           END-IF.

           PERFORM A175-INSERT-QUOTE-LINE
                THRU A175-EXIT
                                             TO QUOTECLOSECOST.
           MOVE SQLAPR (QUOTE-LINE-SUB)      TO QUOTEAPR.
           MOVE SQLSTALE (QUOTE-LINE-SUB)    TO QUOTESTALE.
           MOVE PRICE-SCORE                  TO QUOTESCORE.
           MOVE PRICE-LTV                    TO QUOTELTV.
           MOVE SQLRATEADJ (QUOTE-LINE-SUB)  TO QUOTERATEADJ.
           MOVE SQLPOINTSADJ (QUOTE-LINE-SUB)
                                             TO QUOTEPOINTSADJ.
           MOVE QUOTE-TERM-LOAN (QUOTE-LINE-SUB)
                                             TO QUOTELOAN.
           MOVE QUOTE-TERM-FIXEDYRS (QUOTE-LINE-SUB)
                                             TO QUOTEARMFIXEDYRS.
           MOVE QUOTE-TERM-LIFECAP (QUOTE-LINE-SUB)
                                             TO QUOTEARMLIFECAP.

           EXEC SQL
               INSERT INTO JKEMORT.QUOTE
                   (QUOTENO, QUOTELINE, QUOTEDATE, QUOTEUSERID,
                    COMPANY, PHONE, RATE, YEARS, LOANTYPE,
                    PAYMENT, MAXPAYMENT, POINTS, CLOSECOST, APR,
                    STALEFLAG, SCORE, LTV, RATEADJ, POINTSADJ,
                    LOAN, ARMFIXEDYRS, ARMLIFECAP, QUOTETIME,
                    QUOTEMODE)
                   VALUES
                   (:QUOTENO, :QUOTELINE, CURRENT DATE,
                    :QUOTEUSERID,
                    :QUOTECOMPANY, :QUOTEPHONE, :QUOTERATE,
                    :QUOTEYEARS, :QUOTELOANTYPE,
                    :QUOTEPAYMENT, :QUOTEMAXPAY, :QUOTEPOINTS,
                    :QUOTECLOSECOST, :QUOTEAPR, :QUOTESTALE,
                    :QUOTESCORE, :QUOTELTV, :QUOTERATEADJ,
                    :QUOTEPOINTSADJ, :QUOTELOAN, :QUOTEARMFIXEDYRS,
                    :QUOTEARMLIFECAP, :QUOTETIME,
                    :QUOTEMODE)
           END-EXEC.

           IF SQLCODE NOT = 0
       A175-EXIT.
           EXIT.

      * TAKE THE NEXT WATCH NUMBER FROM THE JKEMORT.WATCHCTL ONE-ROW
      * COUNTER (SEEDED ON FIRST EVER USE, AS QUOTECTL IS) AND FILE
      * THE WATCH OPEN WITH THIS INQUIRY'S CRITERIA.  A FAILED WRITE
      * REPORTS ITSELF AND LEAVES SQLWATCHNO ZERO - THE SEARCH RESULT
      * ALREADY IN THE COMMAREA IS STILL GOOD.
       A180-SAVE-WATCH.

           EXEC SQL
               UPDATE JKEMORT.WATCHCTL
                   SET LASTWATCHNO = LASTWATCHNO + 1
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                  INSERT INTO JKEMORT.WATCHCTL
                      (LASTWATCHNO)
                      VALUES (1)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'WATCH SAVE FAILED'      TO SQLMESSAGE
              MOVE SQLCODE                  TO SQLRC
              GO TO A180-EXIT
           END-IF.

           EXEC SQL
               SELECT LASTWATCHNO
                   INTO :WATCHNO
                   FROM JKEMORT.WATCHCTL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'WATCH SAVE FAILED'      TO SQLMESSAGE
              MOVE SQLCODE                  TO SQLRC
              GO TO A180-EXIT
           END-IF.

           MOVE INPUTWATCHNAME              TO WATCHNAME.
           MOVE INPUTWATCHPHONE             TO WATCHPHONE.
           MOVE INPUTLOAN                   TO WATCHLOAN.
           MOVE INPUTYEARS                  TO WATCHYEARS.
           MOVE INPUTLOANTYPE               TO WATCHLOANTYPE.
           MOVE INPUTRATE                   TO WATCHRATE.
           MOVE INPUTSTATE                  TO WATCHSTATE.
           SET WATCH-STATUS-OPEN            TO TRUE.
           MOVE EIBUSERID                   TO WATCHUSERID.
           MOVE EIBUSERID                   TO WATCHUPDUSERID.

           EXEC SQL
               INSERT INTO JKEMORT.RATEWTCH
                   (WATCHNO, NAME, PHONE, LOAN, YEARS, LOANTYPE,
                    RATE, STATE, OPENDATE, EXPIREDATE, STATUS,
                    USERID, UPDUSERID, UPDDATE)
                   VALUES
                   (:WATCHNO, :WATCHNAME, :WATCHPHONE,
                    :WATCHLOAN, :WATCHYEARS, :WATCHLOANTYPE,
                    :WATCHRATE, :WATCHSTATE, CURRENT DATE,
                    CURRENT DATE + :WATCH-LIFE-DAYS DAYS,
                    :WATCHSTATUS, :WATCHUSERID,
                    :WATCHUPDUSERID, CURRENT DATE)
           END-EXEC.

           IF SQLCODE = 0
              MOVE WATCHNO                  TO SQLWATCHNO
              MOVE 'RATE WATCH REGISTERED'  TO SQLMESSAGE
           ELSE
              MOVE 'WATCH SAVE FAILED'      TO SQLMESSAGE
              MOVE SQLCODE                  TO SQLRC
           END-IF.

       A180-EXIT.
           EXIT.

       A130-SKIP-FETCHED.

      * DISCARD ROWS ALREADY RETURNED TO THE OPERATOR ON AN EARLIER
           EXIT.

      * ONE FETCH FOR EVERY CALLER (SKIP, PEEK AND DISPLAY LOOPS) -
      * WHICHEVER CURSOR THIS INQUIRY RANKS BY, OR THE NEXT ENTRY OF
      * THE PRICED APR RANKING.  A PRICED ROW COMES BACK WITH ITS
      * GRID ADJUSTMENTS ALREADY APPLIED.
       A145-FETCH-ROW.

           IF PRICE-TABLE-MODE
              PERFORM A192-NEXT-PRICE-ROW
                   THRU A192-EXIT
              GO TO A145-EXIT
           END-IF.

           IF RANK-BY-APR AND NOT PRICE-ADJUST
              EXEC SQL FETCH JCURSOR
                   INTO :COMPANY,
                        :LENPHONE,
                        :APR,
                        :LASTUPDT
              END-EXEC
              MOVE ZERO TO PRICE-RATEADJ
              MOVE ZERO TO PRICE-POINTSADJ
           ELSE
              EXEC SQL FETCH ICURSOR
                   INTO :COMPANY,
                        :POINTS,
                        :CLOSECOST,
                        :APR,
                        :LASTUPDT,
                        :PRICE-RATEADJ,
                        :PRICE-POINTSADJ
              END-EXEC
           END-IF.

           IF SQLCODE = 0
              PERFORM A146-APPLY-PRICE-ADJ
                   THRU A146-EXIT
           END-IF.

       A145-EXIT.
           EXIT.

      * PRICE THE ROW JUST FETCHED THROUGH ITS GRID CELL - THE RATE
      * AND POINTS ADD-ONS GO ON FIRST, THEN THE APR IS SOLVED AGAIN
      * ON THE PRODUCT'S OWN LOAN, AS IT WAS WHEN IT WAS STORED, SO
      * PAYMENT, APR AND RANKING ALL SEE THE BORROWER'S PRICE.  NO
      * CELL, OR A CELL OF ZEROS, LEAVES THE BOOK FIGURES ALONE.
       A146-APPLY-PRICE-ADJ.

           IF PRICE-RATEADJ = ZERO AND PRICE-POINTSADJ = ZERO
              GO TO A146-EXIT
           END-IF.

           ADD PRICE-RATEADJ   TO RATE.
           ADD PRICE-POINTSADJ TO POINTS.

           PERFORM A147-COMPUTE-APR
                THRU A147-EXIT.

           MOVE APR-RESULT TO APR.

       A146-EXIT.
           EXIT.

      * NOTE-RATE PAYMENT ON THE FULL LOAN, THEN THE RATE WHOSE
      * PRESENT VALUE OF THOSE PAYMENTS EQUALS WHAT THE BORROWER
      * NETS AFTER POINTS AND CLOSING COSTS.  NO COSTS (OR A LENDER
      * CREDIT THAT COVERS THEM) MEANS THE APR IS THE NOTE RATE.
       A147-COMPUTE-APR.

           MOVE RATE TO APR-RESULT.

           IF POINTS = ZERO AND CLOSECOST = ZERO
              GO TO A147-EXIT
           END-IF.

           IF LOAN <= ZERO OR YEARS <= ZERO
              GO TO A147-EXIT
           END-IF.

           COMPUTE APR-NUM-PAYMENTS = YEARS * 12.
           COMPUTE APR-MONTHLY-RATE = RATE / 1200.

           IF APR-MONTHLY-RATE <= ZERO
              GO TO A147-EXIT
           END-IF.

           COMPUTE APR-BASE-FACTOR = 1 + APR-MONTHLY-RATE.
           COMPUTE APR-GROWTH-FACTOR =
                 APR-BASE-FACTOR ** APR-NUM-PAYMENTS.
           COMPUTE APR-ANNUITY-FACTOR =
                 (APR-GROWTH-FACTOR - 1)
                 / (APR-MONTHLY-RATE * APR-GROWTH-FACTOR).
           COMPUTE APR-PAYMENT ROUNDED =
                 LOAN / APR-ANNUITY-FACTOR.

           COMPUTE APR-NET-AMOUNT =
                 LOAN
                 - (LOAN * POINTS / 100)
                 - CLOSECOST.

           IF APR-NET-AMOUNT <= ZERO
                OR APR-NET-AMOUNT >= LOAN
              GO TO A147-EXIT
           END-IF.

           MOVE APR-MONTHLY-RATE TO APR-LOW-RATE.
           COMPUTE APR-HIGH-RATE = (RATE + 15) / 1200.

           PERFORM A148-APR-BISECT
                THRU A148-EXIT
                VARYING APR-LOOP-COUNT FROM 1 BY 1
                UNTIL APR-LOOP-COUNT > 40.

           COMPUTE APR-RESULT ROUNDED =
                 (APR-LOW-RATE + APR-HIGH-RATE) / 2 * 1200.

       A147-EXIT.
           EXIT.

       A148-APR-BISECT.

           COMPUTE APR-TRY-RATE =
                 (APR-LOW-RATE + APR-HIGH-RATE) / 2.
           COMPUTE APR-BASE-FACTOR = 1 + APR-TRY-RATE.
           COMPUTE APR-GROWTH-FACTOR =
                 APR-BASE-FACTOR ** APR-NUM-PAYMENTS.
           COMPUTE APR-ANNUITY-FACTOR =
                 (APR-GROWTH-FACTOR - 1)
                 / (APR-TRY-RATE * APR-GROWTH-FACTOR).
           COMPUTE APR-PRESENT-VALUE ROUNDED =
                 APR-PAYMENT * APR-ANNUITY-FACTOR.

           IF APR-PRESENT-VALUE > APR-NET-AMOUNT
              MOVE APR-TRY-RATE TO APR-LOW-RATE
           ELSE
              MOVE APR-TRY-RATE TO APR-HIGH-RATE
           END-IF.

       A148-EXIT.
           EXIT.

      * A PRICED INQUIRY RANKED BY APR - READ EVERY PRICED ROW OFF
      * ICURSOR (LOWEST ADJUSTED RATE FIRST), THEN SORT THE TABLE BY
      * ADJUSTED APR AND COMPANY, THE ORDER JCURSOR GIVES A BOOK
      * INQUIRY.  THE CURSOR IS CLOSED HERE; SKIP, DISPLAY AND PEEK
      * THEN WORK THROUGH THE TABLE.  SQLCODE COMES BACK ZERO ONCE
      * THE TABLE IS BUILT, EVEN EMPTY, SO THE CALLER'S LOOPS RUN;
      * FROM THEN ON A145 SERVES THE TABLE, NOT THE CURSOR.
       A190-LOAD-PRICE-TABLE.

           MOVE ZERO TO PRICE-TAB-COUNT.
           MOVE ZERO TO PRICE-TAB-NEXT.

           EXEC SQL OPEN ICURSOR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO A190-EXIT
           END-IF.

           PERFORM A191-LOAD-PRICE-ROW
                THRU A191-EXIT
                UNTIL SQLCODE NOT = 0
                OR PRICE-TAB-COUNT >= PRICE-TAB-MAX.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'ERROR WITH CURSOR READ' TO SQLMESSAGE
              MOVE SQLCODE                  TO SQLRC
              EXEC SQL CLOSE ICURSOR END-EXEC
              MOVE ZERO TO PRICE-TAB-COUNT
              GO TO A190-EXIT
           END-IF.

           IF SQLCODE = 0
              MOVE 'TOP 100 RATES RANKED'   TO SQLMESSAGE
           END-IF.

           EXEC SQL CLOSE ICURSOR END-EXEC.

           PERFORM A194-SORT-PRICE-ENTRY
                THRU A194-EXIT
                VARYING PRICE-SORT-SUB FROM 2 BY 1
                UNTIL PRICE-SORT-SUB > PRICE-TAB-COUNT.

           MOVE 'Y'  TO PRICE-TABLE-SW.
           MOVE ZERO TO SQLCODE.

       A190-EXIT.
           EXIT.

       A191-LOAD-PRICE-ROW.

           PERFORM A145-FETCH-ROW
                THRU A145-EXIT.

           IF SQLCODE NOT = 0
              GO TO A191-EXIT
           END-IF.

           ADD 1 TO PRICE-TAB-COUNT.
           MOVE COMPANY         TO PRICE-TAB-COMPANY (PRICE-TAB-COUNT).
           MOVE LENPHONE        TO PRICE-TAB-PHONE (PRICE-TAB-COUNT).
           MOVE RATE            TO PRICE-TAB-RATE (PRICE-TAB-COUNT).
           MOVE LOAN            TO PRICE-TAB-LOAN (PRICE-TAB-COUNT).
           MOVE YEARS           TO PRICE-TAB-YEARS (PRICE-TAB-COUNT).
           MOVE LOANTYPE
                           TO PRICE-TAB-LOANTYPE (PRICE-TAB-COUNT).
           MOVE ARMFIXEDYRS
                           TO PRICE-TAB-ARMFIXEDYRS (PRICE-TAB-COUNT).
           MOVE ARMMARGIN
                           TO PRICE-TAB-ARMMARGIN (PRICE-TAB-COUNT).
           MOVE ARMPERCAP
                           TO PRICE-TAB-ARMPERCAP (PRICE-TAB-COUNT).
           MOVE ARMLIFECAP
                           TO PRICE-TAB-ARMLIFECAP (PRICE-TAB-COUNT).
           MOVE POINTS          TO PRICE-TAB-POINTS (PRICE-TAB-COUNT).
           MOVE CLOSECOST
                           TO PRICE-TAB-CLOSECOST (PRICE-TAB-COUNT).
           MOVE APR             TO PRICE-TAB-APR (PRICE-TAB-COUNT).
           MOVE LASTUPDT
                           TO PRICE-TAB-LASTUPDT (PRICE-TAB-COUNT).
           MOVE PRICE-RATEADJ
                           TO PRICE-TAB-RATEADJ (PRICE-TAB-COUNT).
           MOVE PRICE-POINTSADJ
                           TO PRICE-TAB-POINTSADJ (PRICE-TAB-COUNT).

       A191-EXIT.
           EXIT.

      * SERVE THE NEXT ENTRY OF THE PRICED APR RANKING AS IF IT HAD
      * BEEN FETCHED - SQLCODE 100 PAST THE LAST ONE.
       A192-NEXT-PRICE-ROW.

           IF PRICE-TAB-NEXT >= PRICE-TAB-COUNT
              MOVE 100 TO SQLCODE
              GO TO A192-EXIT
           END-IF.

           ADD 1 TO PRICE-TAB-NEXT.
           MOVE PRICE-TAB-COMPANY (PRICE-TAB-NEXT)    TO COMPANY.
           MOVE PRICE-TAB-PHONE (PRICE-TAB-NEXT)      TO LENPHONE.
           MOVE PRICE-TAB-RATE (PRICE-TAB-NEXT)       TO RATE.
           MOVE PRICE-TAB-LOAN (PRICE-TAB-NEXT)       TO LOAN.
           MOVE PRICE-TAB-YEARS (PRICE-TAB-NEXT)      TO YEARS.
           MOVE PRICE-TAB-LOANTYPE (PRICE-TAB-NEXT)   TO LOANTYPE.
           MOVE PRICE-TAB-ARMFIXEDYRS (PRICE-TAB-NEXT)
                                                      TO ARMFIXEDYRS.
           MOVE PRICE-TAB-ARMMARGIN (PRICE-TAB-NEXT)  TO ARMMARGIN.
           MOVE PRICE-TAB-ARMPERCAP (PRICE-TAB-NEXT)  TO ARMPERCAP.
           MOVE PRICE-TAB-ARMLIFECAP (PRICE-TAB-NEXT) TO ARMLIFECAP.
           MOVE PRICE-TAB-POINTS (PRICE-TAB-NEXT)     TO POINTS.
           MOVE PRICE-TAB-CLOSECOST (PRICE-TAB-NEXT)  TO CLOSECOST.
           MOVE PRICE-TAB-APR (PRICE-TAB-NEXT)        TO APR.
           MOVE PRICE-TAB-LASTUPDT (PRICE-TAB-NEXT)   TO LASTUPDT.
           MOVE PRICE-TAB-RATEADJ (PRICE-TAB-NEXT)    TO PRICE-RATEADJ.
           MOVE PRICE-TAB-POINTSADJ (PRICE-TAB-NEXT)
                                                   TO PRICE-POINTSADJ.
           MOVE ZERO TO SQLCODE.

       A192-EXIT.
           EXIT.

      * INSERTION SORT - TAKE ENTRY PRICE-SORT-SUB OUT, SHIFT EVERY
      * ENTRY ABOVE IT THAT RANKS AFTER IT UP ONE PLACE, AND DROP IT
      * INTO THE GAP.  ROWS ARRIVE NEARLY IN ORDER, SO THIS IS CHEAP.
       A194-SORT-PRICE-ENTRY.

           MOVE PRICE-TAB-ENTRY (PRICE-SORT-SUB) TO PRICE-TAB-HOLD.
           COMPUTE PRICE-SHIFT-SUB = PRICE-SORT-SUB - 1.
           MOVE 'N' TO PRICE-SHIFT-SW.

           PERFORM A196-SHIFT-PRICE-ENTRY
                THRU A196-EXIT
                UNTIL PRICE-SHIFT-SUB < 1
                OR PRICE-SHIFT-DONE.

           MOVE PRICE-TAB-HOLD TO PRICE-TAB-ENTRY (PRICE-SHIFT-SUB + 1).

       A194-EXIT.
           EXIT.

       A196-SHIFT-PRICE-ENTRY.

           IF PRICE-TAB-APR (PRICE-SHIFT-SUB) > PRICE-HOLD-APR
                OR (PRICE-TAB-APR (PRICE-SHIFT-SUB) = PRICE-HOLD-APR
                    AND PRICE-TAB-COMPANY (PRICE-SHIFT-SUB)
                                          > PRICE-HOLD-COMPANY)
              MOVE PRICE-TAB-ENTRY (PRICE-SHIFT-SUB)
                   TO PRICE-TAB-ENTRY (PRICE-SHIFT-SUB + 1)
              SUBTRACT 1 FROM PRICE-SHIFT-SUB
           ELSE
              MOVE 'Y' TO PRICE-SHIFT-SW
           END-IF.

       A196-EXIT.
           EXIT.

       A150-PROCESS-FILE.

           PERFORM A145-FETCH-ROW
                 IF PREQUAL-MODE
                    PERFORM A153-QUALIFY-LOAN
                         THRU A153-EXIT
                    MOVE QUAL-LOAN TO QUOTE-TERM-LOAN(DISP-COUNT)
                 ELSE
                    MOVE ZERO TO SQLQUALLOAN(DISP-COUNT)
      * A REFINANCE IS PRICED ON THE BORROWER'S BALANCE, NOT THE
                         THRU A155-EXIT
                    PERFORM A157-COMPUTE-MAX-PAYMENT
                         THRU A157-EXIT
                    MOVE LOAN TO QUOTE-TERM-LOAN(DISP-COUNT)
                 END-IF
                 MOVE ARMFIXEDYRS TO QUOTE-TERM-FIXEDYRS(DISP-COUNT)
                 MOVE ARMLIFECAP TO QUOTE-TERM-LIFECAP(DISP-COUNT)
                 MOVE PMT-AMOUNT TO SQLPAYMENT(DISP-COUNT)
                 MOVE PMT-MAX-AMOUNT TO SQLMAXPAYMENT(DISP-COUNT)

                 MOVE POINTS TO SQLPOINTS(DISP-COUNT)
                 MOVE CLOSECOST TO SQLCLOSECOST(DISP-COUNT)
                 MOVE APR TO SQLAPR(DISP-COUNT)
                 MOVE PRICE-RATEADJ TO SQLRATEADJ(DISP-COUNT)
                 MOVE PRICE-POINTSADJ TO SQLPOINTSADJ(DISP-COUNT)

      * Flag a quote the lender has not confirmed since the cutoff
                 IF INPUTSTALEDAYS > ZERO
