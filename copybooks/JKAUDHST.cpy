      * PERMANENT INQUIRY-HISTORY RECORD, ONE PER RATE INQUIRY.
      * BUILT BY JKEMAUD1 FROM THE AUDT QUEUE RECORDS (JKAUDREC) WITH
      * THE COMPLIANCE RETRIEVAL KEY (DATE / TIME / USERID) IN FRONT.
      * AUDH-INQMODE IS THE INQUIRY MODE (STANDARD, PRE-QUAL OR
      * REFINANCE); RECORDS WRITTEN BEFORE IT WAS CARRIED HOLD SPACE
      * AND READ AS STANDARD.
      *****************************************************************
       01 AUDIT-HISTORY-RECORD.
           05 AUDH-KEY.
           05 AUDH-HIT-COUNT              PIC S9(4)      COMP-3.
           05 AUDH-SQLCODE                PIC S9(9)      COMP-3.
           05 AUDH-SQLMESSAGE             PIC X(24).
           05 AUDH-INQMODE                PIC X(01).
              88 AUDH-INQMODE-PREQUAL             VALUE 'P'.
              88 AUDH-INQMODE-REFI                VALUE 'R'.
