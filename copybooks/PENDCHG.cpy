      *****************************************************************
      * PENDCHG.CPY
      * HOST VARIABLE LAYOUT FOR JKEMORT.PENDCHG - ONE ROW PER PRODUCT
      * CHANGE KEYED THROUGH JKEMMAIN THAT MOVED THE RATE OR THE APR
      * BY MORE THAN THE DESK TOLERANCE (JKEMORT.APPRCTL).  SUCH A
      * CHANGE IS PARKED HERE INSTEAD OF GOING LIVE AND WAITS FOR A
      * SECOND AUTHORIZED USER - NEVER THE ONE WHO KEYED IT - TO
      * APPROVE OR REJECT IT THROUGH JKEMAPRV.  ONLY THE APPROVAL
      * UPDATES JKEMORT.MORTGAGE AND WRITES THE MORTHIST ROW.  A
      * PRODUCT HAS AT MOST ONE PENDING ('P') ROW AT A TIME; DECIDED
      * ROWS STAY ON FILE AS THE RECORD OF WHO APPROVED OR REJECTED
      * WHAT.  THE BEFORE RATE, POINTS AND APR ARE KEPT SO THE
      * APPROVER SEES THE MOVE AND SO AN APPROVAL IS REFUSED IF THE
      * PRODUCT HAS CHANGED UNDERNEATH IT.
      *****************************************************************
       01 PENDCHG-RECORD.
           05 PEND-COMPANY                PIC X(24).
           05 PEND-YEARS                  PIC S9(4)      COMP-3.
           05 PEND-LOANTYPE               PIC X(02).
           05 PEND-STATUS                 PIC X(01).
              88 PEND-STATUS-PENDING              VALUE 'P'.
              88 PEND-STATUS-APPROVED             VALUE 'A'.
              88 PEND-STATUS-REJECTED             VALUE 'R'.
      * THE CHANGE AS KEYED, WITH THE APR JKEMMAIN SOLVED FOR IT.
           05 PEND-RATE                   PIC S9(3)V9(3) COMP-3.
           05 PEND-ARMFIXEDYRS            PIC S9(4)      COMP-3.
           05 PEND-ARMMARGIN              PIC S9(2)V9(3) COMP-3.
           05 PEND-ARMPERCAP              PIC S9(2)V9(3) COMP-3.
           05 PEND-ARMLIFECAP             PIC S9(2)V9(3) COMP-3.
           05 PEND-POINTS                 PIC S9(2)V9(3) COMP-3.
           05 PEND-CLOSECOST              PIC S9(7)V99   COMP-3.
           05 PEND-APR                    PIC S9(2)V9(3) COMP-3.
      * THE PRODUCT AS IT STOOD WHEN THE CHANGE WAS KEYED.
           05 PEND-OLD-RATE               PIC S9(3)V9(3) COMP-3.
           05 PEND-OLD-POINTS             PIC S9(2)V9(3) COMP-3.
           05 PEND-OLD-APR                PIC S9(2)V9(3) COMP-3.
      * WHO KEYED IT AND WHEN (ISO DB2 DATE), AND WHO DECIDED IT.
           05 PEND-KEY-USERID             PIC X(08).
           05 PEND-KEY-TRMID              PIC X(04).
           05 PEND-KEY-DATE               PIC X(10).
           05 PEND-KEY-TIME               PIC S9(7)      COMP-3.
           05 PEND-DEC-USERID             PIC X(08).
           05 PEND-DEC-DATE               PIC X(10).
