      * BOTH IMAGES ALWAYS CARRY THE COMPANY KEY SO THE HISTORY CAN
      * BE ORDERED BY LENDER REGARDLESS OF ACTION; THE NON-KEY FIELDS
      * OF THE MISSING SIDE (BEFORE ON AN ADD, AFTER ON A DELETE) ARE
      * SPACES AND ZEROS.  ROWS WRITTEN BY A BATCH JOB CARRY TERMINAL
      * 'BTCH', THE JOB NAME AS THE USER AND A TRANSACTION CODE THAT
      * SAYS WHY - 'OMIT' IS A PRODUCT JKEMLOAD DROPPED BECAUSE A
      * FULL-BOOK SHEET LEFT IT OFF, 'REST' IS A PRODUCT JKEMREST PUT
      * BACK TO THE STATE OF AN EARLIER NIGHT'S MORTEXT EXTRACT.
      *****************************************************************
       01 MORTHIST-RECORD.
           05 HIST-ACTION                 PIC X(01).
