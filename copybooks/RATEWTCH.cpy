      *****************************************************************
      * RATEWTCH.CPY
      * HOST VARIABLE LAYOUT FOR JKEMORT.RATEWTCH - ONE ROW PER RATE
      * WATCH, KEYED BY WATCHNO (JKEMORT.WATCHCTL CARRIES THE LAST
      * NUMBER GIVEN OUT).  A WATCH IS A BORROWER THE BOOK COULD NOT
      * SUIT YET: THE NAME AND PHONE TO CALL BACK AND THE LOAN, TERM,
      * LOAN TYPE, RATE AND PROPERTY STATE OF THE JKEMLISS INQUIRY IT
      * WAS REGISTERED FROM.  THE NIGHTLY JKEMWTCB MATCHES EVERY OPEN
      * WATCH AGAINST JKEMORT.MORTGAGE THE SAME WAY ICURSOR DOES
      * (LICENSED LENDERS ONLY) AND LISTS THE ONES THE BOOK NOW SUITS.
      * A WATCH CLOSES WHEN THE OPERATOR MARKS IT CALLED THROUGH
      * JKEMWTCH, OR IS EXPIRED BY JKEMWTCB THE DAY AFTER ITS EXPIRY
      * DATE (ISO DB2 DATES).
      *****************************************************************
       01 RATEWTCH-RECORD.
           05 WATCHNO                     PIC S9(7)      COMP-3.
           05 WATCHNAME                   PIC X(30).
           05 WATCHPHONE                  PIC X(13).
           05 WATCHLOAN                   PIC S9(9)V99   COMP-3.
           05 WATCHYEARS                  PIC S9(4)      COMP-3.
           05 WATCHLOANTYPE               PIC X(02).
           05 WATCHRATE                   PIC S9(2)V9(3) COMP-3.
           05 WATCHSTATE                  PIC X(02).
           05 WATCHOPENDATE               PIC X(10).
           05 WATCHEXPIRE                 PIC X(10).
           05 WATCHSTATUS                 PIC X(01).
              88 WATCH-STATUS-OPEN                VALUE 'O'.
              88 WATCH-STATUS-CALLED              VALUE 'C'.
              88 WATCH-STATUS-EXPIRED             VALUE 'E'.
      * WHO REGISTERED THE WATCH, AND WHO LAST CLOSED IT AND WHEN
      * (THE NIGHTLY EXPIRY STAMPS ITS JOB NAME).
           05 WATCHUSERID                 PIC X(08).
           05 WATCHUPDUSERID              PIC X(08).
           05 WATCHUPDDATE                PIC X(10).
