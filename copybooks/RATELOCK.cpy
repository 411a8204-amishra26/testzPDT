      *****************************************************************
      * RATELOCK.CPY
      * HOST VARIABLE LAYOUT FOR JKEMORT.RATELOCK - ONE ROW PER LOCKED
      * QUOTE LINE, KEYED BY QUOTENO / QUOTELINE.  WHERE JKEMORT.QUOTE
      * ONLY RECORDS WHAT WAS SAID, A LOCK IS A PROMISE: THE RATE, APR
      * AND POINTS ON THE LINE ARE HELD FOR THE BORROWER FROM THE LOCK
      * DATE THROUGH THE EXPIRY DATE (ISO DB2 DATES) WHATEVER THE RATE
      * BOOK DOES MEANWHILE.  THE PRODUCT KEY (COMPANY, YEARS,
      * LOANTYPE) RIDES ON THE LOCK SO THE NIGHTLY EXPOSURE REPORT
      * (JKEMLKEX) CAN SET EACH LOCK AGAINST THE LENDER'S CURRENT
      * JKEMORT.MORTGAGE RATE.  PLACED, EXTENDED AND RELEASED BY
      * JKEMLOCK; LAPSED LOCKS ARE EXPIRED BY JKEMLKEX.
      *****************************************************************
       01 RATELOCK-RECORD.
           05 LOCKQUOTENO                 PIC S9(7)      COMP-3.
           05 LOCKQUOTELINE               PIC S9(4)      COMP-3.
           05 LOCKCOMPANY                 PIC X(24).
           05 LOCKYEARS                   PIC S9(4)      COMP-3.
           05 LOCKLOANTYPE                PIC X(02).
           05 LOCKRATE                    PIC S9(3)V9(3) COMP-3.
           05 LOCKAPR                     PIC S9(2)V9(3) COMP-3.
           05 LOCKPOINTS                  PIC S9(2)V9(3) COMP-3.
      * THE PRICE ADJUSTMENT ADD-ON ALREADY IN LOCKRATE (ZERO WHEN THE
      * QUOTE WAS NOT PRICED FOR SCORE AND LTV), SO THE EXPOSURE REPORT
      * SETS THE LOCK AGAINST THE BOOK RATE PLUS THE SAME ADD-ON.
           05 LOCKRATEADJ                 PIC S9(2)V9(3) COMP-3.
           05 LOCKDATE                    PIC X(10).
           05 LOCKEXPIRE                  PIC X(10).
           05 LOCKDAYS                    PIC S9(4)      COMP-3.
           05 LOCKSTATUS                  PIC X(01).
              88 LOCK-STATUS-ACTIVE               VALUE 'L'.
              88 LOCK-STATUS-RELEASED             VALUE 'R'.
              88 LOCK-STATUS-EXPIRED              VALUE 'E'.
      * WHO PLACED THE LOCK, AND WHO LAST EXTENDED, RELEASED OR
      * EXPIRED IT AND WHEN (THE NIGHTLY EXPIRY STAMPS ITS JOB NAME).
           05 LOCKUSERID                  PIC X(08).
           05 LOCKUPDUSERID               PIC X(08).
           05 LOCKUPDDATE                 PIC X(10).
