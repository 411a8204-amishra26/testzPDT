      * RATE, PAYMENT, WORST-CASE PAYMENT, POINTS, CLOSING COSTS AND
      * APR - PLUS THE DATE AND OPERATOR THAT SAVED IT, SO A BORROWER
      * CALLING BACK AFTER THE RATE SHEET HAS MOVED CAN BE READ WHAT
      * WAS ACTUALLY SAID.  A QUOTE PRICED FOR THE BORROWER'S CREDIT
      * SCORE AND LOAN TO VALUE ALSO COMES BACK WITH THE SCORE, THE LTV
      * AND EACH LINE'S GRID ADD-ONS TO RATE AND POINTS.  LONG RESULT
      * SETS PAGE THE SAME WAY JKEMLISS AND JKEMBRWS PAGE - A MORE
      * INDICATOR AND A RESUME COUNT THE RE-DRIVE SKIPS PAST.
      *
       01 INTERNAL-PROGRAM-VARIABLES.
           05 DISP-COUNT                      PIC S9(4) COMP.
           05 QTEHEADER.
              10 QTEQDATE                  PIC X(10).
              10 QTEQUSERID                PIC X(08).
              10 QTEQSCORE                 PIC S9(4)    COMP-3.
              10 QTEQLTV                   PIC S9(3)V99 COMP-3.
           05 QTEOUTPUT OCCURS 8 TIMES.
              10 QTEOUTCOMPANY             PIC X(24).
              10 QTEOUTPHONE               PIC X(13).
              10 QTEOUTAPR                 PIC S9(2)V9(3)
                                                      USAGE COMP-3.
              10 QTEOUTSTALE               PIC X(01).
              10 QTEOUTRATEADJ             PIC S9(2)V9(3)
                                                      USAGE COMP-3.
              10 QTEOUTPOINTSADJ           PIC S9(2)V9(3)
                                                      USAGE COMP-3.
           05 QTEMESSAGE                   PIC X(24).
           05 QTERC                        PIC X(12).

               SELECT QUOTELINE, QUOTEDATE, QUOTEUSERID,
                      COMPANY, PHONE, RATE, YEARS, LOANTYPE,
                      PAYMENT, MAXPAYMENT, POINTS, CLOSECOST, APR,
                      STALEFLAG, SCORE, LTV, RATEADJ, POINTSADJ
                   FROM JKEMORT.QUOTE
                   WHERE QUOTENO = :QUOTENO
                   ORDER BY QUOTELINE ASC
           05 DFHQTEHEADER.
              10 DFHQTEQDATE               PIC X(10).
              10 DFHQTEQUSERID             PIC X(08).
              10 DFHQTEQSCORE              PIC S9(4)    COMP-3.
              10 DFHQTEQLTV                PIC S9(3)V99 COMP-3.
           05 DFHQTEOUTPUT OCCURS 8 TIMES.
              10 DFHQTEOUTCOMPANY          PIC X(24).
              10 DFHQTEOUTPHONE            PIC X(13).
              10 DFHQTEOUTAPR              PIC S9(2)V9(3)
                                                      USAGE COMP-3.
              10 DFHQTEOUTSTALE            PIC X(01).
              10 DFHQTEOUTRATEADJ          PIC S9(2)V9(3)
                                                      USAGE COMP-3.
              10 DFHQTEOUTPOINTSADJ        PIC S9(2)V9(3)
                                                      USAGE COMP-3.
           05 DFHQTEMESSAGE                PIC X(24).
           05 DFHQTERC                     PIC X(12).

                     :QUOTEPOINTS,
                     :QUOTECLOSECOST,
                     :QUOTEAPR,
                     :QUOTESTALE,
                     :QUOTESCORE,
                     :QUOTELTV,
                     :QUOTERATEADJ,
                     :QUOTEPOINTSADJ
           END-EXEC.

       A145-EXIT.

           IF SQLCODE = 0

      * EVERY LINE OF A QUOTE CARRIES THE SAME SAVE DATE AND
      * OPERATOR, AND THE SAME SCORE AND LTV IT WAS PRICED FOR
                 MOVE QUOTEDATE TO QTEQDATE
                 MOVE QUOTEUSERID TO QTEQUSERID
                 MOVE QUOTESCORE TO QTEQSCORE
                 MOVE QUOTELTV TO QTEQLTV

                 MOVE QUOTECOMPANY TO
                       QTEOUTCOMPANY (DISP-COUNT)
                 MOVE QUOTECLOSECOST TO QTEOUTCLOSECOST(DISP-COUNT)
                 MOVE QUOTEAPR TO QTEOUTAPR(DISP-COUNT)
                 MOVE QUOTESTALE TO QTEOUTSTALE(DISP-COUNT)
                 MOVE QUOTERATEADJ TO QTEOUTRATEADJ(DISP-COUNT)
                 MOVE QUOTEPOINTSADJ TO QTEOUTPOINTSADJ(DISP-COUNT)

                 ADD 1 TO DISP-COUNT

