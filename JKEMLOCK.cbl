       ID DIVISION.
       PROGRAM-ID. JKEMLOCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * RATE LOCK TRANSACTION - PLACES, EXTENDS AND RELEASES A LOCK ON
      * ONE LINE OF A QUOTE JKEMLISS SAVED (QUOTENO / QUOTELINE), SO
      * THE RATE, APR AND POINTS READ TO A BORROWER WHO COMMITS ARE
      * HELD FOR THE NUMBER OF DAYS KEYED, WHATEVER THE RATE BOOK DOES
      * MEANWHILE.  THE LOCK IS TAKEN FROM THE SAVED JKEMORT.QUOTE
      * LINE, NOT FROM THE CURRENT JKEMORT.MORTGAGE ROW - THE BORROWER
      * IS HELD TO WHAT WAS SAID - SO ONLY A LINE SAVED TODAY AND NOT
      * FLAGGED STALE MAY BE LOCKED, AND ONLY ONE LINE OF A QUOTE MAY
      * BE UNDER LOCK AT A TIME.  ANY AUTHORIZED OPERATOR MAY PLACE A
      * LOCK; EXTENDING OR RELEASING ONE IS A PRICING DECISION AND
      * NEEDS PRODUCT MAINTENANCE AUTHORITY (LEVEL 2).  A REFUSED
      * ATTEMPT IS RECORDED ON THE AUDT QUEUE (SQLCODE 9998) THE WAY
      * JKEMMAIN RECORDS ITS REFUSALS.  LAPSED LOCKS ARE EXPIRED, AND
      * LOCKS NOW UNDER THE MARKET ARE REPORTED, BY THE NIGHTLY
      * JKEMLKEX.
      *
       01 INTERNAL-PROGRAM-VARIABLES.
           05 EDIT-SW                         PIC X(01).
              88 EDIT-IS-OK                          VALUE 'Y'.
              88 EDIT-IS-BAD                         VALUE 'N'.
           05 AUTH-SW                         PIC X(01).
              88 AUTH-IS-OK                          VALUE 'Y'.
              88 AUTH-IS-BAD                         VALUE 'N'.
           05 LOCK-MAX-DAYS                   PIC S9(4) COMP-3
                                              VALUE 90.
           05 LOCK-ACTIVE-COUNT               PIC S9(4) COMP.
           05 LOCK-TOTAL-DAYS                 PIC S9(4) COMP-3.
           05 TODAY-DATE                      PIC X(10).
           05 NEW-EXPIRE-DATE                 PIC X(10).

           COPY QUOTE.

           COPY RATELOCK.

           COPY USERAUTH.

           COPY JKAUDREC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 LCKCOMMAREA.
           05 LCKFUNCTION                  PIC X(01).
              88 LCK-PLACE-FUNCTION                VALUE 'P'.
              88 LCK-EXTEND-FUNCTION               VALUE 'E'.
              88 LCK-RELEASE-FUNCTION              VALUE 'R'.
           05 LCKQUOTENO                   PIC S9(7)      COMP-3.
           05 LCKQUOTELINE                 PIC S9(4)      COMP-3.
           05 LCKDAYS                      PIC S9(4)      COMP-3.
           05 LCKOUTPUT.
              10 LCKCOMPANY                PIC X(24).
              10 LCKYEARS                  PIC S9(4)      COMP-3.
              10 LCKLOANTYPE               PIC X(02).
              10 LCKRATE                   PIC S9(3)V9(3) COMP-3.
              10 LCKAPR                    PIC S9(2)V9(3) COMP-3.
              10 LCKPOINTS                 PIC S9(2)V9(3) COMP-3.
              10 LCKLOCKDATE               PIC X(10).
              10 LCKEXPIRE                 PIC X(10).
              10 LCKSTATUS                 PIC X(01).
           05 LCKMESSAGE                   PIC X(24).
           05 LCKRC                        PIC X(12).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 DFHLCKFUNCTION               PIC X(01).
           05 DFHLCKQUOTENO                PIC S9(7)      COMP-3.
           05 DFHLCKQUOTELINE              PIC S9(4)      COMP-3.
           05 DFHLCKDAYS                   PIC S9(4)      COMP-3.
           05 DFHLCKOUTPUT.
              10 DFHLCKCOMPANY             PIC X(24).
              10 DFHLCKYEARS               PIC S9(4)      COMP-3.
              10 DFHLCKLOANTYPE            PIC X(02).
              10 DFHLCKRATE                PIC S9(3)V9(3) COMP-3.
              10 DFHLCKAPR                 PIC S9(2)V9(3) COMP-3.
              10 DFHLCKPOINTS              PIC S9(2)V9(3) COMP-3.
              10 DFHLCKLOCKDATE            PIC X(10).
              10 DFHLCKEXPIRE              PIC X(10).
              10 DFHLCKSTATUS              PIC X(01).
           05 DFHLCKMESSAGE                PIC X(24).
           05 DFHLCKRC                     PIC X(12).

       PROCEDURE DIVISION.

           INITIALIZE LCKCOMMAREA.

           MOVE LOW-VALUES TO LCKCOMMAREA.

           IF EIBCALEN = LENGTH OF DFHCOMMAREA
               MOVE DFHCOMMAREA TO LCKCOMMAREA
           ELSE
               MOVE 'COMMAREA LENGTH ERROR'  TO LCKMESSAGE
               MOVE LCKCOMMAREA TO DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM A100-EDIT-INPUT
                THRU A100-EXIT.

           IF EDIT-IS-OK
              PERFORM A110-CHECK-AUTH
                   THRU A110-EXIT
           END-IF.

           IF EDIT-IS-OK AND AUTH-IS-OK
              EVALUATE TRUE
                 WHEN LCK-PLACE-FUNCTION
                    PERFORM A200-PLACE-LOCK
                         THRU A200-EXIT
                 WHEN LCK-EXTEND-FUNCTION
                    PERFORM A300-EXTEND-LOCK
                         THRU A300-EXIT
                 WHEN LCK-RELEASE-FUNCTION
                    PERFORM A400-RELEASE-LOCK
                         THRU A400-EXIT
              END-EVALUATE
           END-IF.

           MOVE LCKCOMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       A100-EDIT-INPUT.

      * EVERY FUNCTION NEEDS THE FULL QUOTE LINE KEY; PLACE AND EXTEND
      * ALSO NEED THE NUMBER OF DAYS, INSIDE THE DESK'S MAXIMUM LOCK.
           SET EDIT-IS-OK TO TRUE.

           IF NOT LCK-PLACE-FUNCTION
                AND NOT LCK-EXTEND-FUNCTION
                AND NOT LCK-RELEASE-FUNCTION
              SET EDIT-IS-BAD TO TRUE
              MOVE 'INVALID FUNCTION CODE'   TO LCKMESSAGE
           END-IF.

           IF EDIT-IS-OK
              IF LCKQUOTENO NOT NUMERIC OR LCKQUOTENO <= ZERO
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'QUOTE NUMBER REQUIRED'   TO LCKMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK
              IF LCKQUOTELINE NOT NUMERIC OR LCKQUOTELINE <= ZERO
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'QUOTE LINE REQUIRED'     TO LCKMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK
              IF LCK-PLACE-FUNCTION OR LCK-EXTEND-FUNCTION
                 IF LCKDAYS NOT NUMERIC
                      OR LCKDAYS <= ZERO
                      OR LCKDAYS > LOCK-MAX-DAYS
                    SET EDIT-IS-BAD TO TRUE
                    MOVE 'INVALID INPUT - DAYS'    TO LCKMESSAGE
                 END-IF
              ELSE
                 MOVE ZERO TO LCKDAYS
              END-IF
           END-IF.

       A100-EXIT.
           EXIT.

      * PLACING A LOCK NEEDS A JKEMORT.USERAUTH ROW (ANY LEVEL);
      * EXTENDING OR RELEASING ONE NEEDS PRODUCT MAINTENANCE AUTHORITY
      * (LEVEL 2 OR ABOVE), AS JKEMMAIN REQUIRES FOR A RATE CHANGE.
       A110-CHECK-AUTH.

           SET AUTH-IS-OK TO TRUE.

           MOVE EIBUSERID TO AUTH-USERID.

           EXEC SQL
               SELECT AUTHLEVEL
                   INTO :AUTH-LEVEL
                   FROM JKEMORT.USERAUTH
                   WHERE USERID = :AUTH-USERID
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE ZERO TO AUTH-LEVEL
              WHEN SQLCODE NOT = 0
                 SET AUTH-IS-BAD TO TRUE
                 MOVE 'AUTH CHECK FAILED'       TO LCKMESSAGE
                 MOVE SQLCODE                   TO LCKRC
                 GO TO A110-EXIT
           END-EVALUATE.

           IF LCK-PLACE-FUNCTION
              IF AUTH-LEVEL < 1
                 SET AUTH-IS-BAD TO TRUE
                 MOVE 'NOT AUTHORIZED - LOCK'   TO LCKMESSAGE
              END-IF
           ELSE
              IF AUTH-LEVEL < 2
                 SET AUTH-IS-BAD TO TRUE
                 MOVE 'NOT AUTHORIZED - LOCK'   TO LCKMESSAGE
              END-IF
           END-IF.

           IF AUTH-IS-BAD
              PERFORM A120-WRITE-REFUSAL
                   THRU A120-EXIT
           END-IF.

       A110-EXIT.
           EXIT.

      * ONE AUDIT ROW PER REFUSED ATTEMPT ON THE AUDT QUEUE, WITH THE
      * 9998 SENTINEL JKEMMAIN AND JKEMLMNT USE FOR REFUSALS.
       A120-WRITE-REFUSAL.

           INITIALIZE AUDIT-RECORD.
           MOVE EIBTRMID                TO AUD-TRMID.
           MOVE EIBTRNID                TO AUD-TRANID.
           MOVE EIBUSERID               TO AUD-USERID.
           MOVE EIBDATE                 TO AUD-DATE.
           MOVE EIBTIME                 TO AUD-TIME.
           MOVE ZERO                    TO AUD-HIT-COUNT.
           MOVE 9998                    TO AUD-SQLCODE.
           MOVE 'NOT AUTHORIZED - LOCK'   TO AUD-SQLMESSAGE.

           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
               END-EXEC.

       A120-EXIT.
           EXIT.

       A200-PLACE-LOCK.

      * THE LOCK IS TAKEN FROM THE SAVED LINE - THE RATE, APR AND
      * POINTS THE BORROWER WAS READ - NOT FROM THE RATE BOOK.
           MOVE LCKQUOTENO   TO QUOTENO.
           MOVE LCKQUOTELINE TO QUOTELINE.

           EXEC SQL
               SELECT QUOTEDATE, COMPANY, RATE, YEARS, LOANTYPE,
                      POINTS, APR, STALEFLAG, RATEADJ
                   INTO :QUOTEDATE, :QUOTECOMPANY, :QUOTERATE,
                        :QUOTEYEARS, :QUOTELOANTYPE,
                        :QUOTEPOINTS, :QUOTEAPR, :QUOTESTALE,
                        :QUOTERATEADJ
                   FROM JKEMORT.QUOTE
                   WHERE QUOTENO = :QUOTENO AND
                         QUOTELINE = :QUOTELINE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'QUOTE LINE NOT FOUND'    TO LCKMESSAGE
              GO TO A200-EXIT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'LOCK FAILED'             TO LCKMESSAGE
              MOVE SQLCODE                   TO LCKRC
              GO TO A200-EXIT
           END-IF.

           MOVE LCKDAYS TO LOCKDAYS.

           EXEC SQL
               SELECT CURRENT DATE, CURRENT DATE + :LOCKDAYS DAYS
                   INTO :TODAY-DATE, :NEW-EXPIRE-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ERROR WITH LOCK DATE'    TO LCKMESSAGE
              MOVE SQLCODE                   TO LCKRC
              GO TO A200-EXIT
           END-IF.

      * A QUOTE FROM AN EARLIER DAY, OR A LINE FROM A LENDER WHOSE
      * RATE WAS ALREADY STALE WHEN IT WAS READ, IS RE-QUOTED BEFORE
      * IT IS PROMISED.
           IF QUOTEDATE NOT = TODAY-DATE
              MOVE 'QUOTE NOT SAVED TODAY'   TO LCKMESSAGE
              GO TO A200-EXIT
           END-IF.

           IF QUOTESTALE = 'S'
              MOVE 'STALE RATE - NOT LOCKED' TO LCKMESSAGE
              GO TO A200-EXIT
           END-IF.

      * THE BORROWER COMMITS TO ONE LENDER - ONE LIVE LOCK PER QUOTE.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :LOCK-ACTIVE-COUNT
                   FROM JKEMORT.RATELOCK
                   WHERE QUOTENO = :QUOTENO AND
                         STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'LOCK FAILED'             TO LCKMESSAGE
              MOVE SQLCODE                   TO LCKRC
              GO TO A200-EXIT
           END-IF.

           IF LOCK-ACTIVE-COUNT > ZERO
              MOVE 'QUOTE ALREADY LOCKED'    TO LCKMESSAGE
              GO TO A200-EXIT
           END-IF.

           MOVE QUOTENO          TO LOCKQUOTENO.
           MOVE QUOTELINE        TO LOCKQUOTELINE.
           MOVE QUOTECOMPANY     TO LOCKCOMPANY.
           MOVE QUOTEYEARS       TO LOCKYEARS.
           MOVE QUOTELOANTYPE    TO LOCKLOANTYPE.
           MOVE QUOTERATE        TO LOCKRATE.
           MOVE QUOTEAPR         TO LOCKAPR.
           MOVE QUOTEPOINTS      TO LOCKPOINTS.
           MOVE QUOTERATEADJ     TO LOCKRATEADJ.
           MOVE TODAY-DATE       TO LOCKDATE.
           MOVE NEW-EXPIRE-DATE  TO LOCKEXPIRE.
           SET LOCK-STATUS-ACTIVE TO TRUE.
           MOVE EIBUSERID        TO LOCKUSERID.
           MOVE EIBUSERID        TO LOCKUPDUSERID.
           MOVE TODAY-DATE       TO LOCKUPDDATE.

           EXEC SQL
               INSERT INTO JKEMORT.RATELOCK
                   (QUOTENO, QUOTELINE, COMPANY, YEARS, LOANTYPE,
                    RATE, APR, POINTS, LOCKDATE, EXPIREDATE,
                    LOCKDAYS, STATUS, USERID, UPDUSERID, UPDDATE,
                    RATEADJ)
                   VALUES
                   (:LOCKQUOTENO, :LOCKQUOTELINE, :LOCKCOMPANY,
                    :LOCKYEARS, :LOCKLOANTYPE,
                    :LOCKRATE, :LOCKAPR, :LOCKPOINTS,
                    :LOCKDATE, :LOCKEXPIRE,
                    :LOCKDAYS, :LOCKSTATUS, :LOCKUSERID,
                    :LOCKUPDUSERID, :LOCKUPDDATE,
                    :LOCKRATEADJ)
           END-EXEC.

           IF SQLCODE = 0
              PERFORM A500-RETURN-LOCK
                   THRU A500-EXIT
              MOVE 'RATE LOCKED'             TO LCKMESSAGE
           ELSE
      * THE LINE WAS LOCKED ONCE BEFORE AND RELEASED OR LAPSED - A
      * SPENT LOCK IS NOT REVIVED; THE BORROWER IS RE-QUOTED.
              IF SQLCODE = -803
                 MOVE 'LINE LOCKED BEFORE'      TO LCKMESSAGE
              ELSE
                 MOVE 'LOCK FAILED'             TO LCKMESSAGE
                 MOVE SQLCODE                   TO LCKRC
              END-IF
           END-IF.

       A200-EXIT.
           EXIT.

       A300-EXTEND-LOCK.

           PERFORM A310-GET-LOCK
                THRU A310-EXIT.

           IF EDIT-IS-BAD
              GO TO A300-EXIT
           END-IF.

      * THE WHOLE LIFE OF THE LOCK, EXTENSIONS INCLUDED, STAYS INSIDE
      * THE DESK'S MAXIMUM.
           COMPUTE LOCK-TOTAL-DAYS = LOCKDAYS + LCKDAYS.

           IF LOCK-TOTAL-DAYS > LOCK-MAX-DAYS
              MOVE 'EXTENSION OVER MAXIMUM'  TO LCKMESSAGE
              GO TO A300-EXIT
           END-IF.

           EXEC SQL
               SELECT CURRENT DATE, DATE(:LOCKEXPIRE) + :LCKDAYS DAYS
                   INTO :TODAY-DATE, :NEW-EXPIRE-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ERROR WITH LOCK DATE'    TO LCKMESSAGE
              MOVE SQLCODE                   TO LCKRC
              GO TO A300-EXIT
           END-IF.

           MOVE NEW-EXPIRE-DATE  TO LOCKEXPIRE.
           MOVE LOCK-TOTAL-DAYS  TO LOCKDAYS.
           MOVE EIBUSERID        TO LOCKUPDUSERID.
           MOVE TODAY-DATE       TO LOCKUPDDATE.

           EXEC SQL
               UPDATE JKEMORT.RATELOCK
                   SET EXPIREDATE = :LOCKEXPIRE,
                       LOCKDAYS = :LOCKDAYS,
                       UPDUSERID = :LOCKUPDUSERID,
                       UPDDATE = :LOCKUPDDATE
                   WHERE QUOTENO = :LOCKQUOTENO AND
                         QUOTELINE = :LOCKQUOTELINE AND
                         STATUS = 'L'
           END-EXEC.

           IF SQLCODE = 0
              PERFORM A500-RETURN-LOCK
                   THRU A500-EXIT
              MOVE 'LOCK EXTENDED'           TO LCKMESSAGE
           ELSE
              MOVE 'EXTEND FAILED'           TO LCKMESSAGE
              MOVE SQLCODE                   TO LCKRC
           END-IF.

       A300-EXIT.
           EXIT.

      * READ THE LOCK THE KEY NAMES AND REFUSE ANYTHING BUT A LIVE ONE.
       A310-GET-LOCK.

           MOVE LCKQUOTENO   TO LOCKQUOTENO.
           MOVE LCKQUOTELINE TO LOCKQUOTELINE.

           EXEC SQL
               SELECT COMPANY, YEARS, LOANTYPE, RATE, APR, POINTS,
                      LOCKDATE, EXPIREDATE, LOCKDAYS, STATUS
                   INTO :LOCKCOMPANY, :LOCKYEARS, :LOCKLOANTYPE,
                        :LOCKRATE, :LOCKAPR, :LOCKPOINTS,
                        :LOCKDATE, :LOCKEXPIRE, :LOCKDAYS,
                        :LOCKSTATUS
                   FROM JKEMORT.RATELOCK
                   WHERE QUOTENO = :LOCKQUOTENO AND
                         QUOTELINE = :LOCKQUOTELINE
           END-EXEC.

           IF SQLCODE = 100
              SET EDIT-IS-BAD TO TRUE
              MOVE 'LOCK NOT FOUND'          TO LCKMESSAGE
              GO TO A310-EXIT
           END-IF.

           IF SQLCODE NOT = 0
              SET EDIT-IS-BAD TO TRUE
              MOVE 'ERROR READING LOCK'      TO LCKMESSAGE
              MOVE SQLCODE                   TO LCKRC
              GO TO A310-EXIT
           END-IF.

           IF NOT LOCK-STATUS-ACTIVE
              SET EDIT-IS-BAD TO TRUE
              PERFORM A500-RETURN-LOCK
                   THRU A500-EXIT
              MOVE 'LOCK NOT ACTIVE'         TO LCKMESSAGE
           END-IF.

       A310-EXIT.
           EXIT.

       A400-RELEASE-LOCK.

           PERFORM A310-GET-LOCK
                THRU A310-EXIT.

           IF EDIT-IS-BAD
              GO TO A400-EXIT
           END-IF.

           EXEC SQL
               SELECT CURRENT DATE
                   INTO :TODAY-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ERROR WITH LOCK DATE'    TO LCKMESSAGE
              MOVE SQLCODE                   TO LCKRC
              GO TO A400-EXIT
           END-IF.

           SET LOCK-STATUS-RELEASED TO TRUE.
           MOVE EIBUSERID        TO LOCKUPDUSERID.
           MOVE TODAY-DATE       TO LOCKUPDDATE.

           EXEC SQL
               UPDATE JKEMORT.RATELOCK
                   SET STATUS = :LOCKSTATUS,
                       UPDUSERID = :LOCKUPDUSERID,
                       UPDDATE = :LOCKUPDDATE
                   WHERE QUOTENO = :LOCKQUOTENO AND
                         QUOTELINE = :LOCKQUOTELINE AND
                         STATUS = 'L'
           END-EXEC.

           IF SQLCODE = 0
              PERFORM A500-RETURN-LOCK
                   THRU A500-EXIT
              MOVE 'LOCK RELEASED'           TO LCKMESSAGE
           ELSE
              MOVE 'RELEASE FAILED'          TO LCKMESSAGE
              MOVE SQLCODE                   TO LCKRC
           END-IF.

       A400-EXIT.
           EXIT.

      * HAND THE LOCK AS IT NOW STANDS BACK TO THE SCREEN.
       A500-RETURN-LOCK.

           MOVE LOCKCOMPANY      TO LCKCOMPANY.
           MOVE LOCKYEARS        TO LCKYEARS.
           MOVE LOCKLOANTYPE     TO LCKLOANTYPE.
           MOVE LOCKRATE         TO LCKRATE.
           MOVE LOCKAPR          TO LCKAPR.
           MOVE LOCKPOINTS       TO LCKPOINTS.
           MOVE LOCKDATE         TO LCKLOCKDATE.
           MOVE LOCKEXPIRE       TO LCKEXPIRE.
           MOVE LOCKSTATUS       TO LCKSTATUS.

       A500-EXIT.
           EXIT.
