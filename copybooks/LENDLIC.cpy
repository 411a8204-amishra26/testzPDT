      *****************************************************************
      * LENDLIC.CPY
      * HOST VARIABLE LAYOUT FOR JKEMORT.LENDLIC - ONE ROW PER LENDER
      * PER STATE THE LENDER IS LICENSED TO LEND IN, KEYED BY COMPANY
      * AND STATE.  LENSTATE ON THE LENDER MASTER IS ONLY THE OFFICE
      * ADDRESS; THIS TABLE IS WHAT SAYS WHERE THE LENDER MAY CLOSE A
      * LOAN.  A LICENSE IS GOOD THROUGH ITS EXPIRY DATE (ISO DB2
      * DATE).  THE RATE INQUIRY (JKEMLISS) AND THE LENDER BROWSE
      * (JKEMBRWS) ONLY RETURN LENDERS WITH AN UNEXPIRED LICENSE IN
      * THE PROPERTY STATE.  MAINTAINED THROUGH JKEMLMNT UNDER THE
      * LENDER MASTER AUTHORITY (LEVEL 3); THE NIGHTLY JKEMLICR LISTS
      * LICENSES COMING UP FOR RENEWAL AND LENDERS WITH PRODUCTS ON
      * FILE BUT NO GOOD LICENSE ANYWHERE.
      *****************************************************************
       01 LENDLIC-RECORD.
           05 LICCOMPANY                  PIC X(24).
           05 LICSTATE                    PIC X(02).
           05 LICNUMBER                   PIC X(12).
           05 LICEXPIRE                   PIC X(10).
      * WHO LAST ADDED OR CHANGED THE LICENSE AND WHEN.
           05 LICUPDUSERID                PIC X(08).
           05 LICUPDDATE                  PIC X(10).
