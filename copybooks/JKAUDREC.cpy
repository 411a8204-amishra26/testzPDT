      * JKAUDREC.CPY
      * AUDIT RECORD WRITTEN TO THE JKAUDIT TRANSIENT DATA QUEUE ONE
      * TIME PER RATE INQUIRY, FOR COMPLIANCE/USAGE REPORTING.
      * AUD-INQMODE SAYS WHICH KIND OF SEARCH JKEMLISS RAN; THE
      * MAINTENANCE PROGRAMS' REFUSAL ROWS (9998) LEAVE IT SPACE.
      *****************************************************************
       01 AUDIT-RECORD.
           05 AUD-TRMID                   PIC X(04).
           05 AUD-HIT-COUNT               PIC S9(4)      COMP-3.
           05 AUD-SQLCODE                 PIC S9(9)      COMP-3.
           05 AUD-SQLMESSAGE              PIC X(24).
           05 AUD-INQMODE                 PIC X(01).
              88 AUD-INQMODE-STANDARD             VALUE 'S'.
              88 AUD-INQMODE-PREQUAL              VALUE 'P'.
              88 AUD-INQMODE-REFI                 VALUE 'R'.
