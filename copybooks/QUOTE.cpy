      * LAST NUMBER GIVEN OUT) SO THE OPERATOR CAN READ THE NUMBER TO
      * THE BORROWER AND JKEMQUOT CAN PULL THE QUOTE BACK UP LATER
      * EXACTLY AS IT WAS READ, WHATEVER THE RATE BOOK HAS DONE SINCE.
      * WHEN THE INQUIRY WAS PRICED FOR THE BORROWER'S CREDIT SCORE AND
      * LOAN TO VALUE, THE LINE ALSO CARRIES THE SCORE, THE LTV AND THE
      * JKEMORT.PRICEADJ ADD-ONS THAT WERE APPLIED - QUOTERATE AND
      * QUOTEPOINTS ARE THE ADJUSTED FIGURES, SO THE BOOK RATE IS
      * QUOTERATE LESS QUOTERATEADJ.  AN UNPRICED LINE CARRIES ZEROS.
      * QUOTELOAN IS THE LOAN THE PAYMENT WAS WORKED ON (THE PRODUCT
      * LOAN, THE REFINANCE BALANCE OR THE PRE-QUAL LOAN) AND THE ARM
      * TERMS ARE THE PRODUCT'S, SO JKEMAMRT CAN PRINT THE SCHEDULE
      * FROM THE QUOTE ALONE.  LINES SAVED BEFORE THEY WERE CARRIED
      * HOLD ZEROS.  QUOTETIME IS THE EIBTIME (0HHMMSS) OF THE TASK
      * THAT SAVED THE LINE, SO THE NIGHTLY AUDIT (JKEMQAUD) CAN SET
      * IT AGAINST THE MORTHIST ROWS KEYED THAT DAY.  QUOTEMODE IS
      * THE INQUIRY MODE THE LINE CAME FROM (AUD-INQMODE VALUES).
      *****************************************************************
       01 QUOTE-RECORD.
           05 QUOTENO                     PIC S9(7)      COMP-3.
           05 QUOTECLOSECOST              PIC S9(7)V99   COMP-3.
           05 QUOTEAPR                    PIC S9(2)V9(3) COMP-3.
           05 QUOTESTALE                  PIC X(01).
           05 QUOTESCORE                  PIC S9(4)      COMP-3.
           05 QUOTELTV                    PIC S9(3)V99   COMP-3.
           05 QUOTERATEADJ                PIC S9(2)V9(3) COMP-3.
           05 QUOTEPOINTSADJ              PIC S9(2)V9(3) COMP-3.
           05 QUOTELOAN                   PIC S9(9)V99   COMP-3.
           05 QUOTEARMFIXEDYRS            PIC S9(4)      COMP-3.
           05 QUOTEARMLIFECAP             PIC S9(2)V9(3) COMP-3.
           05 QUOTETIME                   PIC S9(7)      COMP-3.
           05 QUOTEMODE                   PIC X(01).
