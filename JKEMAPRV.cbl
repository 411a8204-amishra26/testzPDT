       ID DIVISION.
       PROGRAM-ID. JKEMAPRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * DUAL-CONTROL APPROVAL TRANSACTION FOR PRODUCT CHANGES JKEMMAIN
      * PARKED ON JKEMORT.PENDCHG BECAUSE THEY MOVED THE RATE OR THE
      * APR BY MORE THAN THE DESK TOLERANCE.  GIVEN THE PRODUCT KEY
      * (COMPANY, YEARS, LOANTYPE) IT SHOWS THE PENDING CHANGE, OR
      * APPROVES OR REJECTS IT.  THE DECIDING USER NEEDS PRODUCT
      * MAINTENANCE AUTHORITY (LEVEL 2) AND MAY NOT BE THE USER WHO
      * KEYED THE CHANGE.  AN APPROVAL APPLIES THE CHANGE TO
      * JKEMORT.MORTGAGE AND WRITES THE MORTHIST ROW EXACTLY AS
      * JKEMMAIN WOULD HAVE, UNDER THE APPROVER'S IDENTITY, IN THE
      * SAME UNIT OF WORK AS THE DECISION - IF EITHER CANNOT BE
      * WRITTEN THE WHOLE APPROVAL IS BACKED OUT.  AN APPROVAL IS
      * REFUSED IF THE PRODUCT NO LONGER STANDS WHERE IT DID WHEN
      * THE CHANGE WAS KEYED (A RATE SHEET LOAD MAY HAVE MOVED IT);
      * SUCH A CHANGE CAN ONLY BE REJECTED AND RE-KEYED.  A REJECTION
      * TOUCHES NOTHING BUT THE PENDING ROW.
      *
       01 INTERNAL-PROGRAM-VARIABLES.
           05 EDIT-SW                         PIC X(01).
              88 EDIT-IS-OK                          VALUE 'Y'.
              88 EDIT-IS-BAD                         VALUE 'N'.
           05 HISTORY-SW                      PIC X(01).
              88 HISTORY-IS-OK                       VALUE 'Y'.
              88 HISTORY-IS-BAD                      VALUE 'N'.
           05 AUTH-SW                         PIC X(01).
              88 AUTH-IS-OK                          VALUE 'Y'.
              88 AUTH-IS-BAD                         VALUE 'N'.
           05 TODAY-DATE                      PIC X(10).

      * BEFORE IMAGES OF EVERY ROW THE APPROVED CHANGE WILL TOUCH, AS
      * JKEMMAIN KEEPS THEM.
       01 HISTORY-SAVE-AREA.
           05 SAVE-ROW-COUNT               PIC S9(4) COMP.
           05 SAVE-ROW-SUB                 PIC S9(4) COMP.
           05 SAVE-ROW-MAX                 PIC S9(4) COMP
                                           VALUE IS 20.
           05 SAVE-ROW OCCURS 20 TIMES.
              10 SAVE-RATE                 PIC S9(3)V9(3) COMP-3.
              10 SAVE-LOAN                 PIC S9(9)V99   COMP-3.
              10 SAVE-YEARS                PIC S9(4)      COMP-3.
              10 SAVE-LOANTYPE             PIC X(02).
              10 SAVE-ARMFIXEDYRS          PIC S9(4)      COMP-3.
              10 SAVE-ARMMARGIN            PIC S9(2)V9(3) COMP-3.
              10 SAVE-ARMPERCAP            PIC S9(2)V9(3) COMP-3.
              10 SAVE-ARMLIFECAP           PIC S9(2)V9(3) COMP-3.
              10 SAVE-POINTS               PIC S9(2)V9(3) COMP-3.
              10 SAVE-CLOSECOST            PIC S9(7)V99   COMP-3.
              10 SAVE-APR                  PIC S9(2)V9(3) COMP-3.

           COPY MORTGAGE.

           COPY MORTHIST.

           COPY PENDCHG.

           COPY USERAUTH.

           COPY JKAUDREC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
           DECLARE HCURSOR CURSOR FOR
               SELECT RATE, LOAN, YEARS, LOANTYPE,
                      ARMFIXEDYRS, ARMMARGIN, ARMPERCAP, ARMLIFECAP,
                      POINTS, CLOSECOST, APR
                   FROM JKEMORT.MORTGAGE
                   WHERE COMPANY = :COMPANY AND
                         YEARS = :YEARS AND
                         LOANTYPE = :LOANTYPE
           END-EXEC.

       01 APVCOMMAREA.
           05 APVFUNCTION                  PIC X(01).
              88 APV-INQUIRE-FUNCTION              VALUE 'I'.
              88 APV-APPROVE-FUNCTION              VALUE 'A'.
              88 APV-REJECT-FUNCTION               VALUE 'R'.
           05 APVCOMPANY                   PIC X(24).
           05 APVYEARS                     PIC S9(4)      COMP-3.
           05 APVLOANTYPE                  PIC X(02).
           05 APVOUTPUT.
              10 APVOLDRATE                PIC S9(3)V9(3) COMP-3.
              10 APVNEWRATE                PIC S9(3)V9(3) COMP-3.
              10 APVOLDPOINTS              PIC S9(2)V9(3) COMP-3.
              10 APVNEWPOINTS              PIC S9(2)V9(3) COMP-3.
              10 APVOLDAPR                 PIC S9(2)V9(3) COMP-3.
              10 APVNEWAPR                 PIC S9(2)V9(3) COMP-3.
              10 APVNEWCLOSECOST           PIC S9(7)V99   COMP-3.
              10 APVKEYUSERID              PIC X(08).
              10 APVKEYDATE                PIC X(10).
              10 APVKEYTIME                PIC S9(7)      COMP-3.
           05 APVMESSAGE                   PIC X(24).
           05 APVRC                        PIC X(12).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 DFHAPVFUNCTION               PIC X(01).
           05 DFHAPVCOMPANY                PIC X(24).
           05 DFHAPVYEARS                  PIC S9(4)      COMP-3.
           05 DFHAPVLOANTYPE               PIC X(02).
           05 DFHAPVOUTPUT.
              10 DFHAPVOLDRATE             PIC S9(3)V9(3) COMP-3.
              10 DFHAPVNEWRATE             PIC S9(3)V9(3) COMP-3.
              10 DFHAPVOLDPOINTS           PIC S9(2)V9(3) COMP-3.
              10 DFHAPVNEWPOINTS           PIC S9(2)V9(3) COMP-3.
              10 DFHAPVOLDAPR              PIC S9(2)V9(3) COMP-3.
              10 DFHAPVNEWAPR              PIC S9(2)V9(3) COMP-3.
              10 DFHAPVNEWCLOSECOST        PIC S9(7)V99   COMP-3.
              10 DFHAPVKEYUSERID           PIC X(08).
              10 DFHAPVKEYDATE             PIC X(10).
              10 DFHAPVKEYTIME             PIC S9(7)      COMP-3.
           05 DFHAPVMESSAGE                PIC X(24).
           05 DFHAPVRC                     PIC X(12).

       PROCEDURE DIVISION.

           INITIALIZE APVCOMMAREA.

           MOVE LOW-VALUES TO APVCOMMAREA.

           IF EIBCALEN = LENGTH OF DFHCOMMAREA
               MOVE DFHCOMMAREA TO APVCOMMAREA
           ELSE
               MOVE 'COMMAREA LENGTH ERROR'  TO APVMESSAGE
               MOVE APVCOMMAREA TO DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM A100-EDIT-INPUT
                THRU A100-EXIT.

           IF EDIT-IS-OK
              PERFORM A110-CHECK-AUTH
                   THRU A110-EXIT
           END-IF.

           IF EDIT-IS-OK AND AUTH-IS-OK
              PERFORM A200-GET-PENDING
                   THRU A200-EXIT
           END-IF.

           IF EDIT-IS-OK AND AUTH-IS-OK
              EVALUATE TRUE
                 WHEN APV-APPROVE-FUNCTION
                    PERFORM A300-APPROVE-CHANGE
                         THRU A300-EXIT
                 WHEN APV-REJECT-FUNCTION
                    PERFORM A400-REJECT-CHANGE
                         THRU A400-EXIT
              END-EVALUATE
           END-IF.

           MOVE APVCOMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       A100-EDIT-INPUT.

      * THE FUNCTION CODE AND THE FULL PRODUCT KEY, EDITED THE SAME
      * WAY JKEMMAIN EDITS THEM.
           SET EDIT-IS-OK TO TRUE.

           IF NOT APV-INQUIRE-FUNCTION
                AND NOT APV-APPROVE-FUNCTION
                AND NOT APV-REJECT-FUNCTION
              SET EDIT-IS-BAD TO TRUE
              MOVE 'INVALID FUNCTION CODE'   TO APVMESSAGE
           END-IF.

           IF EDIT-IS-OK
              IF APVCOMPANY = SPACES OR APVCOMPANY = LOW-VALUES
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'COMPANY REQUIRED'        TO APVMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK
              IF APVYEARS NOT NUMERIC OR APVYEARS <= ZERO
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID INPUT - YEARS'   TO APVMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK
              MOVE APVLOANTYPE TO LOANTYPE
              IF NOT LOANTYPE-FIXED-PRIMARY
                                  AND NOT LOANTYPE-FIXED-INVESTMENT
                                  AND NOT LOANTYPE-ARM-PRIMARY
                                  AND NOT LOANTYPE-ARM-INVESTMENT
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID LOAN/PROP TYPE'   TO APVMESSAGE
              END-IF
           END-IF.

       A100-EXIT.
           EXIT.

      * THE SAME LEVEL-2 PRODUCT MAINTENANCE CHECK JKEMMAIN RUNS -
      * APPROVING A CHANGE IS MAINTAINING THE PRODUCT.  AN INQUIRY
      * ON A PENDING CHANGE NEEDS NO MORE THAN ANY OTHER INQUIRY.
       A110-CHECK-AUTH.

           SET AUTH-IS-OK TO TRUE.

           IF APV-INQUIRE-FUNCTION
              GO TO A110-EXIT
           END-IF.

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
                 MOVE 'AUTH CHECK FAILED'       TO APVMESSAGE
                 MOVE SQLCODE                   TO APVRC
                 GO TO A110-EXIT
           END-EVALUATE.

           IF AUTH-LEVEL < 2
              SET AUTH-IS-BAD TO TRUE
              MOVE 'NOT AUTHORIZED - APPROVE' TO APVMESSAGE
              PERFORM A120-WRITE-REFUSAL
                   THRU A120-EXIT
           END-IF.

       A110-EXIT.
           EXIT.

      * ONE AUDIT ROW PER REFUSED ATTEMPT ON THE AUDT QUEUE, WITH THE
      * 9998 SENTINEL JKEMMAIN USES FOR REFUSALS.
       A120-WRITE-REFUSAL.

           INITIALIZE AUDIT-RECORD.
           MOVE EIBTRMID                TO AUD-TRMID.
           MOVE EIBTRNID                TO AUD-TRANID.
           MOVE EIBUSERID               TO AUD-USERID.
           MOVE EIBDATE                 TO AUD-DATE.
           MOVE EIBTIME                 TO AUD-TIME.
           MOVE APVYEARS                TO AUD-INPUTYEARS.
           MOVE APVLOANTYPE             TO AUD-INPUTLOANTYPE.
           MOVE ZERO                    TO AUD-HIT-COUNT.
           MOVE 9998                    TO AUD-SQLCODE.
           MOVE APVMESSAGE              TO AUD-SQLMESSAGE.

           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
               END-EXEC.

       A120-EXIT.
           EXIT.

      * READ THE ONE PENDING CHANGE FOR THE PRODUCT AND HAND IT TO
      * THE SCREEN - EVERY FUNCTION SHOWS THE APPROVER THE MOVE.
       A200-GET-PENDING.

           MOVE APVCOMPANY  TO PEND-COMPANY.
           MOVE APVYEARS    TO PEND-YEARS.
           MOVE APVLOANTYPE TO PEND-LOANTYPE.

           EXEC SQL
               SELECT STATUS, RATE, ARMFIXEDYRS, ARMMARGIN,
                      ARMPERCAP, ARMLIFECAP, POINTS, CLOSECOST, APR,
                      OLDRATE, OLDPOINTS, OLDAPR,
                      KEYUSERID, KEYTRMID, KEYDATE, KEYTIME
                   INTO :PEND-STATUS, :PEND-RATE, :PEND-ARMFIXEDYRS,
                        :PEND-ARMMARGIN, :PEND-ARMPERCAP,
                        :PEND-ARMLIFECAP, :PEND-POINTS,
                        :PEND-CLOSECOST, :PEND-APR,
                        :PEND-OLD-RATE, :PEND-OLD-POINTS,
                        :PEND-OLD-APR,
                        :PEND-KEY-USERID, :PEND-KEY-TRMID,
                        :PEND-KEY-DATE, :PEND-KEY-TIME
                   FROM JKEMORT.PENDCHG
                   WHERE COMPANY = :PEND-COMPANY AND
                         YEARS = :PEND-YEARS AND
                         LOANTYPE = :PEND-LOANTYPE AND
                         STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 100
              SET EDIT-IS-BAD TO TRUE
              MOVE 'NO PENDING CHANGE'       TO APVMESSAGE
              GO TO A200-EXIT
           END-IF.

           IF SQLCODE NOT = 0
              SET EDIT-IS-BAD TO TRUE
              MOVE 'ERROR READING PENDING'   TO APVMESSAGE
              MOVE SQLCODE                   TO APVRC
              GO TO A200-EXIT
           END-IF.

           MOVE PEND-OLD-RATE    TO APVOLDRATE.
           MOVE PEND-RATE        TO APVNEWRATE.
           MOVE PEND-OLD-POINTS  TO APVOLDPOINTS.
           MOVE PEND-POINTS      TO APVNEWPOINTS.
           MOVE PEND-OLD-APR     TO APVOLDAPR.
           MOVE PEND-APR         TO APVNEWAPR.
           MOVE PEND-CLOSECOST   TO APVNEWCLOSECOST.
           MOVE PEND-KEY-USERID  TO APVKEYUSERID.
           MOVE PEND-KEY-DATE    TO APVKEYDATE.
           MOVE PEND-KEY-TIME    TO APVKEYTIME.

           IF APV-INQUIRE-FUNCTION
              MOVE 'CHANGE PENDING APPROVAL' TO APVMESSAGE
              GO TO A200-EXIT
           END-IF.

      * THE SECOND PAIR OF EYES HAS TO BE A SECOND PERSON.
           IF PEND-KEY-USERID = EIBUSERID
              SET EDIT-IS-BAD TO TRUE
              MOVE 'KEYER MAY NOT DECIDE'    TO APVMESSAGE
              GO TO A200-EXIT
           END-IF.

           EXEC SQL
               SELECT CURRENT DATE
                   INTO :TODAY-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              SET EDIT-IS-BAD TO TRUE
              MOVE 'ERROR WITH DECISION DATE' TO APVMESSAGE
              MOVE SQLCODE                   TO APVRC
           END-IF.

       A200-EXIT.
           EXIT.

       A300-APPROVE-CHANGE.

           MOVE APVCOMPANY  TO COMPANY.
           MOVE APVYEARS    TO YEARS.
           MOVE APVLOANTYPE TO LOANTYPE.

           PERFORM A310-SAVE-OLD-ROWS
                THRU A310-EXIT.

           IF EDIT-IS-BAD
              GO TO A300-EXIT
           END-IF.

           IF SAVE-ROW-COUNT = ZERO
              MOVE 'PRODUCT NOT FOUND'       TO APVMESSAGE
              GO TO A300-EXIT
           END-IF.

      * THE MOVE WAS APPROVED FROM THE RATE, POINTS AND APR THAT WERE
      * ON FILE WHEN IT WAS KEYED - IF THE PRODUCT HAS SHIFTED SINCE,
      * THE APPROVER WOULD BE SIGNING OFF A DIFFERENT MOVE.
           IF SAVE-RATE (1) NOT = PEND-OLD-RATE
                OR SAVE-POINTS (1) NOT = PEND-OLD-POINTS
                OR SAVE-APR (1) NOT = PEND-OLD-APR
              MOVE 'PRODUCT MOVED - REJECT'  TO APVMESSAGE
              GO TO A300-EXIT
           END-IF.

           MOVE PEND-RATE        TO RATE.
           MOVE PEND-ARMFIXEDYRS TO ARMFIXEDYRS.
           MOVE PEND-ARMMARGIN   TO ARMMARGIN.
           MOVE PEND-ARMPERCAP   TO ARMPERCAP.
           MOVE PEND-ARMLIFECAP  TO ARMLIFECAP.
           MOVE PEND-POINTS      TO POINTS.
           MOVE PEND-CLOSECOST   TO CLOSECOST.
           MOVE PEND-APR         TO APR.

           EXEC SQL
               UPDATE JKEMORT.MORTGAGE
                   SET RATE = :RATE,
                       ARMFIXEDYRS = :ARMFIXEDYRS,
                       ARMMARGIN = :ARMMARGIN,
                       ARMPERCAP = :ARMPERCAP,
                       ARMLIFECAP = :ARMLIFECAP,
                       POINTS = :POINTS,
                       CLOSECOST = :CLOSECOST,
                       APR = :APR,
                       LASTUPDT = CURRENT DATE
                   WHERE COMPANY = :COMPANY AND
                         YEARS = :YEARS AND
                         LOANTYPE = :LOANTYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'APPROVAL FAILED'         TO APVMESSAGE
              MOVE SQLCODE                   TO APVRC
              GO TO A300-EXIT
           END-IF.

           SET HISTORY-IS-OK TO TRUE.
           PERFORM A330-HISTORY-FOR-CHANGE
                THRU A330-EXIT
                VARYING SAVE-ROW-SUB FROM 1 BY 1
                UNTIL SAVE-ROW-SUB > SAVE-ROW-COUNT
                OR HISTORY-IS-BAD.

           IF HISTORY-IS-BAD
              GO TO A300-EXIT
           END-IF.

           SET PEND-STATUS-APPROVED TO TRUE.
           PERFORM A600-RECORD-DECISION
                THRU A600-EXIT.

           IF HISTORY-IS-OK
              MOVE 'CHANGE APPROVED'         TO APVMESSAGE
           END-IF.

       A300-EXIT.
           EXIT.

       A310-SAVE-OLD-ROWS.

      * CAPTURE THE BEFORE IMAGE OF EVERY ROW THE PRODUCT KEY COVERS.
           MOVE ZERO TO SAVE-ROW-COUNT.

           EXEC SQL OPEN HCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              SET EDIT-IS-BAD TO TRUE
              MOVE 'ERROR WITH START'        TO APVMESSAGE
              MOVE SQLCODE                   TO APVRC
              GO TO A310-EXIT
           END-IF.

           PERFORM A320-FETCH-OLD
                THRU A320-EXIT
                UNTIL SQLCODE NOT = 0
                OR SAVE-ROW-COUNT >= SAVE-ROW-MAX.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET EDIT-IS-BAD TO TRUE
              MOVE 'ERROR WITH CURSOR READ'  TO APVMESSAGE
              MOVE SQLCODE                   TO APVRC
           END-IF.

      * THE LOOP STOPPED ON THE SAVE TABLE LIMIT, NOT END OF ROWS -
      * PEEK ONE ROW AHEAD BEFORE DECIDING THE KEY REALLY COVERS TOO
      * MANY ROWS TO TRAIL.
           IF SQLCODE = 0
              EXEC SQL FETCH HCURSOR
                   INTO :RATE,
                        :LOAN,
                        :YEARS,
                        :LOANTYPE,
                        :ARMFIXEDYRS,
                        :ARMMARGIN,
                        :ARMPERCAP,
                        :ARMLIFECAP,
                        :POINTS,
                        :CLOSECOST,
                        :APR
              END-EXEC
              IF SQLCODE = 0
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'TOO MANY PRODUCT ROWS'   TO APVMESSAGE
              ELSE
                 IF SQLCODE NOT = 100
                    SET EDIT-IS-BAD TO TRUE
                    MOVE 'ERROR WITH CURSOR READ'  TO APVMESSAGE
                    MOVE SQLCODE                   TO APVRC
                 END-IF
              END-IF
           END-IF.

           EXEC SQL CLOSE HCURSOR END-EXEC.

      * THE FETCHES OVERWROTE THE KEY HOST VARIABLES WITH ROW VALUES -
      * PUT THE COMMAREA KEY BACK FOR THE UPDATE THAT FOLLOWS.
           MOVE APVCOMPANY  TO COMPANY.
           MOVE APVYEARS    TO YEARS.
           MOVE APVLOANTYPE TO LOANTYPE.

       A310-EXIT.
           EXIT.

       A320-FETCH-OLD.

           EXEC SQL FETCH HCURSOR
                INTO :RATE,
                     :LOAN,
                     :YEARS,
                     :LOANTYPE,
                     :ARMFIXEDYRS,
                     :ARMMARGIN,
                     :ARMPERCAP,
                     :ARMLIFECAP,
                     :POINTS,
                     :CLOSECOST,
                     :APR
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO SAVE-ROW-COUNT
              MOVE RATE     TO SAVE-RATE (SAVE-ROW-COUNT)
              MOVE LOAN     TO SAVE-LOAN (SAVE-ROW-COUNT)
              MOVE YEARS    TO SAVE-YEARS (SAVE-ROW-COUNT)
              MOVE LOANTYPE TO SAVE-LOANTYPE (SAVE-ROW-COUNT)
              MOVE ARMFIXEDYRS
                            TO SAVE-ARMFIXEDYRS (SAVE-ROW-COUNT)
              MOVE ARMMARGIN
                            TO SAVE-ARMMARGIN (SAVE-ROW-COUNT)
              MOVE ARMPERCAP
                            TO SAVE-ARMPERCAP (SAVE-ROW-COUNT)
              MOVE ARMLIFECAP
                            TO SAVE-ARMLIFECAP (SAVE-ROW-COUNT)
              MOVE POINTS   TO SAVE-POINTS (SAVE-ROW-COUNT)
              MOVE CLOSECOST
                            TO SAVE-CLOSECOST (SAVE-ROW-COUNT)
              MOVE APR      TO SAVE-APR (SAVE-ROW-COUNT)
           END-IF.

       A320-EXIT.
           EXIT.

      * ONE HISTORY ROW PER ROW THE UPDATE TOUCHED - BEFORE IMAGE FROM
      * THE SAVE AREA, AFTER IMAGE THE SAME ROW WITH THE APPROVED
      * CHANGE, AS JKEMMAIN WRITES IT FOR A CHANGE UNDER TOLERANCE.
       A330-HISTORY-FOR-CHANGE.

           INITIALIZE MORTHIST-RECORD.
           SET HIST-ACTION-CHANGE TO TRUE.
           MOVE APVCOMPANY                     TO HIST-OLD-COMPANY.
           MOVE SAVE-RATE (SAVE-ROW-SUB)       TO HIST-OLD-RATE.
           MOVE SAVE-LOAN (SAVE-ROW-SUB)       TO HIST-OLD-LOAN.
           MOVE SAVE-YEARS (SAVE-ROW-SUB)      TO HIST-OLD-YEARS.
           MOVE SAVE-LOANTYPE (SAVE-ROW-SUB)   TO HIST-OLD-LOANTYPE.
           MOVE SAVE-ARMFIXEDYRS (SAVE-ROW-SUB)
                                          TO HIST-OLD-ARMFIXEDYRS.
           MOVE SAVE-ARMMARGIN (SAVE-ROW-SUB)
                                          TO HIST-OLD-ARMMARGIN.
           MOVE SAVE-ARMPERCAP (SAVE-ROW-SUB)
                                          TO HIST-OLD-ARMPERCAP.
           MOVE SAVE-ARMLIFECAP (SAVE-ROW-SUB)
                                          TO HIST-OLD-ARMLIFECAP.
           MOVE SAVE-POINTS (SAVE-ROW-SUB)     TO HIST-OLD-POINTS.
           MOVE SAVE-CLOSECOST (SAVE-ROW-SUB)
                                          TO HIST-OLD-CLOSECOST.
           MOVE SAVE-APR (SAVE-ROW-SUB)        TO HIST-OLD-APR.
           MOVE APVCOMPANY                     TO HIST-NEW-COMPANY.
           MOVE PEND-RATE                      TO HIST-NEW-RATE.
           MOVE SAVE-LOAN (SAVE-ROW-SUB)       TO HIST-NEW-LOAN.
           MOVE SAVE-YEARS (SAVE-ROW-SUB)      TO HIST-NEW-YEARS.
           MOVE SAVE-LOANTYPE (SAVE-ROW-SUB)   TO HIST-NEW-LOANTYPE.
           MOVE PEND-ARMFIXEDYRS          TO HIST-NEW-ARMFIXEDYRS.
           MOVE PEND-ARMMARGIN            TO HIST-NEW-ARMMARGIN.
           MOVE PEND-ARMPERCAP            TO HIST-NEW-ARMPERCAP.
           MOVE PEND-ARMLIFECAP           TO HIST-NEW-ARMLIFECAP.
           MOVE PEND-POINTS               TO HIST-NEW-POINTS.
           MOVE PEND-CLOSECOST            TO HIST-NEW-CLOSECOST.
           MOVE PEND-APR                  TO HIST-NEW-APR.

           PERFORM A500-WRITE-HISTORY
                THRU A500-EXIT.

       A330-EXIT.
           EXIT.

      * A REJECTION LEAVES THE PRODUCT AS IT IS - ONLY THE PENDING
      * ROW IS CLOSED, WITH WHO REJECTED IT AND WHEN.
       A400-REJECT-CHANGE.

           SET HISTORY-IS-OK TO TRUE.
           SET PEND-STATUS-REJECTED TO TRUE.
           PERFORM A600-RECORD-DECISION
                THRU A600-EXIT.

           IF HISTORY-IS-OK
              MOVE 'CHANGE REJECTED'         TO APVMESSAGE
           END-IF.

       A400-EXIT.
           EXIT.

      * STAMP THE EIB IDENTITY AND WRITE ONE HISTORY ROW.  A FAILED
      * HISTORY WRITE BACKS THE WHOLE APPROVAL OUT, AS IN JKEMMAIN.
       A500-WRITE-HISTORY.

           SET HISTORY-IS-OK TO TRUE.

           MOVE EIBTRMID                TO HIST-TRMID.
           MOVE EIBTRNID                TO HIST-TRANID.
           MOVE EIBUSERID               TO HIST-USERID.
           MOVE EIBDATE                 TO HIST-DATE.
           MOVE EIBTIME                 TO HIST-TIME.

           EXEC SQL
               INSERT INTO JKEMORT.MORTHIST
                   (HACTION, HTRMID, HTRANID, HUSERID, HDATE, HTIME,
                    OLDCOMPANY, OLDRATE, OLDLOAN,
                    OLDYEARS, OLDLOANTYPE,
                    OLDARMFIXEDYRS, OLDARMMARGIN,
                    OLDARMPERCAP, OLDARMLIFECAP,
                    OLDPOINTS, OLDCLOSECOST, OLDAPR,
                    NEWCOMPANY, NEWRATE, NEWLOAN,
                    NEWYEARS, NEWLOANTYPE,
                    NEWARMFIXEDYRS, NEWARMMARGIN,
                    NEWARMPERCAP, NEWARMLIFECAP,
                    NEWPOINTS, NEWCLOSECOST, NEWAPR)
                   VALUES
                   (:HIST-ACTION, :HIST-TRMID, :HIST-TRANID,
                    :HIST-USERID, :HIST-DATE, :HIST-TIME,
                    :HIST-OLD-COMPANY,
                    :HIST-OLD-RATE, :HIST-OLD-LOAN,
                    :HIST-OLD-YEARS, :HIST-OLD-LOANTYPE,
                    :HIST-OLD-ARMFIXEDYRS, :HIST-OLD-ARMMARGIN,
                    :HIST-OLD-ARMPERCAP, :HIST-OLD-ARMLIFECAP,
                    :HIST-OLD-POINTS, :HIST-OLD-CLOSECOST,
                    :HIST-OLD-APR,
                    :HIST-NEW-COMPANY,
                    :HIST-NEW-RATE, :HIST-NEW-LOAN,
                    :HIST-NEW-YEARS, :HIST-NEW-LOANTYPE,
                    :HIST-NEW-ARMFIXEDYRS, :HIST-NEW-ARMMARGIN,
                    :HIST-NEW-ARMPERCAP, :HIST-NEW-ARMLIFECAP,
                    :HIST-NEW-POINTS, :HIST-NEW-CLOSECOST,
                    :HIST-NEW-APR)
           END-EXEC.

           IF SQLCODE NOT = 0
              SET HISTORY-IS-BAD TO TRUE
              MOVE 'HISTORY WRITE FAILED'    TO APVMESSAGE
              MOVE SQLCODE                   TO APVRC
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

       A500-EXIT.
           EXIT.

      * CLOSE THE PENDING ROW WITH THE DECISION, THE DECIDING USER
      * AND TODAY'S DATE.  ONLY A ROW STILL PENDING IS CLOSED - IF
      * ANOTHER USER DECIDED IT FIRST, NOTHING IS CHANGED AND ANY
      * APPROVAL ALREADY APPLIED IN THIS UNIT OF WORK IS BACKED OUT.
       A600-RECORD-DECISION.

           MOVE EIBUSERID  TO PEND-DEC-USERID.
           MOVE TODAY-DATE TO PEND-DEC-DATE.

           EXEC SQL
               UPDATE JKEMORT.PENDCHG
                   SET STATUS = :PEND-STATUS,
                       DECUSERID = :PEND-DEC-USERID,
                       DECDATE = :PEND-DEC-DATE
                   WHERE COMPANY = :PEND-COMPANY AND
                         YEARS = :PEND-YEARS AND
                         LOANTYPE = :PEND-LOANTYPE AND
                         STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              SET HISTORY-IS-BAD TO TRUE
              IF SQLCODE = 100
                 MOVE 'ALREADY DECIDED'         TO APVMESSAGE
              ELSE
                 MOVE 'DECISION WRITE FAILED'   TO APVMESSAGE
                 MOVE SQLCODE                   TO APVRC
              END-IF
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

       A600-EXIT.
           EXIT.
