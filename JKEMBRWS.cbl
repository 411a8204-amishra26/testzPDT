      * DELETE INSTEAD OF STITCHING CRITERIA SEARCHES OR WAITING FOR
      * TOMORROW'S RATE BOOK.  LONG RESULT SETS PAGE THE SAME WAY
      * JKEMLISS PAGES - A MORE INDICATOR AND A RESUME COUNT THE
      * RE-DRIVE SKIPS PAST.  KEYING A PROPERTY STATE AS WELL NARROWS
      * THE BROWSE TO LENDERS HOLDING AN UNEXPIRED LICENSE THERE
      * (JKEMORT.LENDLIC), AS THE RATE INQUIRY DOES; LEFT BLANK, EVERY
      * MATCHING LENDER COMES BACK FOR MAINTENANCE.
      *
       01 INTERNAL-PROGRAM-VARIABLES.
           05 DISP-COUNT                      PIC S9(4) COMP.
       01 BRWCOMMAREA.
           05 BRWINPUT.
              10 BRWCOMPANY                PIC X(24).
              10 BRWSTATE                  PIC X(02).
           05 BRWCONTROL.
              10 BRWMORE-INDICATOR         PIC X(01).
                 88 BRW-MORE-YES                VALUE 'Y'.
                      M.LOANTYPE
                   FROM JKEMORT.MORTGAGE M, JKEMORT.LENDER L
                   WHERE M.COMPANY = L.COMPANY AND
                         M.COMPANY LIKE :BRW-PATTERN AND
                         (:BRWSTATE = '  ' OR
                          EXISTS
                          (SELECT 1
                              FROM JKEMORT.LENDLIC C
                              WHERE C.COMPANY = M.COMPANY AND
                                    C.STATE = :BRWSTATE AND
                                    C.EXPIREDATE >= CURRENT DATE))
                   ORDER BY M.COMPANY ASC, M.YEARS ASC,
                            M.LOANTYPE ASC
           END-EXEC.
       01 DFHCOMMAREA.
           05 DFHBRWINPUT.
              10 DFHBRWCOMPANY             PIC X(24).
              10 DFHBRWSTATE               PIC X(02).
           05 DFHBRWCONTROL.
              10 DFHBRWMORE-INDICATOR      PIC X(01).
              10 DFHBRWRESUME-COUNT        PIC S9(4) COMP.
              MOVE 'COMPANY REQUIRED'        TO BRWMESSAGE
           END-IF.

      * AN UNKEYED STATE FIELD ARRIVES AS LOW-VALUES - MAKE IT THE
      * BLANK THE CURSOR TAKES TO MEAN EVERY STATE.
           IF BRWSTATE = LOW-VALUES
              MOVE SPACES                    TO BRWSTATE
           END-IF.

       A100-EXIT.
           EXIT.

