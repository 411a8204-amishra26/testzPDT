      *****************************************************************
      * PRICEADJ.CPY
      * HOST VARIABLE LAYOUT FOR JKEMORT.PRICEADJ - THE LENDER'S LOAN
      * LEVEL PRICE ADJUSTMENT GRID.  ONE ROW PER CELL OF THE GRID,
      * KEYED BY COMPANY, LOANTYPE, SCORELOW AND LTVLOW.  A CELL COVERS
      * THE CREDIT SCORES SCORELOW THROUGH SCOREHIGH AND THE LOAN TO
      * VALUE PERCENTAGES LTVLOW THROUGH LTVHIGH (BOTH ENDS INCLUSIVE)
      * AND CARRIES THE ADD-ON TO THE NOTE RATE AND TO THE POINTS FOR A
      * BORROWER WHO FALLS IN IT.  A CREDIT CELL IS A NEGATIVE ADD-ON.
      * CELLS OF ONE LENDER AND LOAN TYPE MAY NOT OVERLAP; A BORROWER IN
      * NO CELL IS PRICED AT THE BOOK RATE.  MAINTAINED ONLINE THROUGH
      * JKEMADJM AND LOADED FROM THE 'G' RECORDS OF THE JKEMLOAD RATE
      * SHEET; APPLIED BY THE RATE INQUIRY (JKEMLISS) WHEN THE OPERATOR
      * KEYS THE BORROWER'S SCORE AND PROPERTY VALUE.
      *****************************************************************
       01 PRICEADJ-RECORD.
           05 ADJCOMPANY                  PIC X(24).
           05 ADJLOANTYPE                 PIC X(02).
           05 ADJSCORELOW                 PIC S9(4)      COMP-3.
           05 ADJSCOREHIGH                PIC S9(4)      COMP-3.
           05 ADJLTVLOW                   PIC S9(3)V99   COMP-3.
           05 ADJLTVHIGH                  PIC S9(3)V99   COMP-3.
           05 ADJRATE                     PIC S9(2)V9(3) COMP-3.
           05 ADJPOINTS                   PIC S9(2)V9(3) COMP-3.
      * WHO LAST ADDED OR CHANGED THE CELL AND WHEN (THE RATE SHEET
      * LOAD STAMPS ITS JOB NAME).
           05 ADJUPDUSERID                PIC X(08).
           05 ADJUPDDATE                  PIC X(10).
