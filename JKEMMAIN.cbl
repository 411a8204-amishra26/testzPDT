      * JKEMORT.USERAUTH LEVEL COVERS PRODUCT MAINTENANCE - A
      * REFUSED ATTEMPT IS ANSWERED ON THE SCREEN AND RECORDED ON
      * THE AUDT QUEUE (SQLCODE 9998 SENTINEL) SO THE NIGHTLY AUDIT
      * SEES IT BEFORE THE DAMAGE, NOT AFTER.  A CHANGE THAT MOVES
      * THE RATE OR THE APR BY MORE THAN THE DESK TOLERANCE ON
      * JKEMORT.APPRCTL IS NOT APPLIED AT ALL - IT IS PARKED ON
      * JKEMORT.PENDCHG FOR A SECOND AUTHORIZED USER TO APPROVE OR
      * REJECT THROUGH JKEMAPRV, AND ONLY THAT APPROVAL UPDATES THE
      * PRODUCT AND WRITES ITS HISTORY.  WHILE A CHANGE IS PENDING
      * THE PRODUCT ACCEPTS NO OTHER CHANGE OR DELETE.
      *
       01 INTERNAL-PROGRAM-VARIABLES.
           05 EDIT-SW                         PIC X(01).
           05 AUTH-SW                         PIC X(01).
              88 AUTH-IS-OK                          VALUE 'Y'.
              88 AUTH-IS-BAD                         VALUE 'N'.
           05 APPROVAL-SW                     PIC X(01).
              88 CHANGE-NEEDS-APPROVAL               VALUE 'Y'.
              88 CHANGE-GOES-LIVE                    VALUE 'N'.

      * DUAL-CONTROL TOLERANCE - A RATE OR APR MOVE LARGER THAN THIS
      * (PERCENTAGE POINTS) WAITS FOR A SECOND USER.  THE DESK SETS
      * IT ON JKEMORT.APPRCTL; THE DEFAULT HOLDS UNTIL IT DOES.
       01 APPROVAL-WORK-FIELDS.
           05 APPROVAL-TOLERANCE           PIC S9(2)V9(3) COMP-3.
           05 APPROVAL-DEFAULT-TOL         PIC S9(2)V9(3) COMP-3
                                           VALUE 0.250.
           05 RATE-MOVE                    PIC S9(3)V9(3) COMP-3.
           05 APR-MOVE                     PIC S9(3)V9(3) COMP-3.
           05 PENDING-COUNT                PIC S9(4)      COMP.

      * BEFORE IMAGES OF EVERY ROW A CHANGE OR DELETE WILL TOUCH -
      * THE FULL PRODUCT KEY HITS ONE ROW, BUT THE TABLE KEEPS THE

           COPY MORTHIST.

           COPY PENDCHG.

           COPY USERAUTH.

           COPY JKAUDREC.
              GO TO A300-EXIT
           END-IF.

           PERFORM A360-CHECK-PENDING
                THRU A360-EXIT.

           IF EDIT-IS-BAD
              GO TO A300-EXIT
           END-IF.

           MOVE MNTRATE        TO RATE.
           MOVE MNTARMFIXEDYRS TO ARMFIXEDYRS.
           MOVE MNTARMMARGIN   TO ARMMARGIN.
                THRU A160-EXIT.
           MOVE APR-RESULT TO APR.

      * A MOVE PAST THE DESK TOLERANCE IS PARKED FOR A SECOND USER
      * INSTEAD OF GOING LIVE FOR THE NEXT INQUIRY.
           PERFORM A340-CHECK-TOLERANCE
                THRU A340-EXIT.

           IF EDIT-IS-BAD
              GO TO A300-EXIT
           END-IF.

           IF CHANGE-NEEDS-APPROVAL
              PERFORM A350-PARK-CHANGE
                   THRU A350-EXIT
              GO TO A300-EXIT
           END-IF.

           EXEC SQL
               UPDATE JKEMORT.MORTGAGE
                   SET RATE = :RATE,
       A330-EXIT.
           EXIT.

      * SET THE KEYED RATE AND THE NEW APR AGAINST THE BEFORE IMAGE.
      * EITHER ONE MOVING BY MORE THAN THE DESK TOLERANCE, UP OR
      * DOWN, SENDS THE CHANGE FOR APPROVAL.  NO APPRCTL ROW MEANS
      * THE DESK HAS NOT SET ONE - THE DEFAULT APPLIES.
       A340-CHECK-TOLERANCE.

           SET CHANGE-GOES-LIVE TO TRUE.

           EXEC SQL
               SELECT TOLERANCE
                   INTO :APPROVAL-TOLERANCE
                   FROM JKEMORT.APPRCTL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100
                 MOVE APPROVAL-DEFAULT-TOL TO APPROVAL-TOLERANCE
              WHEN OTHER
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'TOLERANCE READ FAILED'   TO MNTMESSAGE
                 MOVE SQLCODE                   TO MNTRC
                 GO TO A340-EXIT
           END-EVALUATE.

           COMPUTE RATE-MOVE = MNTRATE - SAVE-RATE (1).
           IF RATE-MOVE < ZERO
              COMPUTE RATE-MOVE = ZERO - RATE-MOVE
           END-IF.

           COMPUTE APR-MOVE = APR-RESULT - SAVE-APR (1).
           IF APR-MOVE < ZERO
              COMPUTE APR-MOVE = ZERO - APR-MOVE
           END-IF.

           IF RATE-MOVE > APPROVAL-TOLERANCE
                OR APR-MOVE > APPROVAL-TOLERANCE
              SET CHANGE-NEEDS-APPROVAL TO TRUE
           END-IF.

       A340-EXIT.
           EXIT.

      * PARK THE CHANGE AS KEYED - NOTHING ON JKEMORT.MORTGAGE MOVES
      * AND NO HISTORY IS WRITTEN UNTIL JKEMAPRV APPROVES IT.
       A350-PARK-CHANGE.

           INITIALIZE PENDCHG-RECORD.
           MOVE MNTCOMPANY              TO PEND-COMPANY.
           MOVE MNTYEARS                TO PEND-YEARS.
           MOVE MNTLOANTYPE             TO PEND-LOANTYPE.
           SET PEND-STATUS-PENDING      TO TRUE.
           MOVE MNTRATE                 TO PEND-RATE.
           MOVE MNTARMFIXEDYRS          TO PEND-ARMFIXEDYRS.
           MOVE MNTARMMARGIN            TO PEND-ARMMARGIN.
           MOVE MNTARMPERCAP            TO PEND-ARMPERCAP.
           MOVE MNTARMLIFECAP           TO PEND-ARMLIFECAP.
           MOVE MNTPOINTS               TO PEND-POINTS.
           MOVE MNTCLOSECOST            TO PEND-CLOSECOST.
           MOVE APR-RESULT              TO PEND-APR.
           MOVE SAVE-RATE (1)           TO PEND-OLD-RATE.
           MOVE SAVE-POINTS (1)         TO PEND-OLD-POINTS.
           MOVE SAVE-APR (1)            TO PEND-OLD-APR.
           MOVE EIBUSERID               TO PEND-KEY-USERID.
           MOVE EIBTRMID                TO PEND-KEY-TRMID.
           MOVE EIBTIME                 TO PEND-KEY-TIME.

           EXEC SQL
               INSERT INTO JKEMORT.PENDCHG
                   (COMPANY, YEARS, LOANTYPE, STATUS,
                    RATE, ARMFIXEDYRS, ARMMARGIN, ARMPERCAP,
                    ARMLIFECAP, POINTS, CLOSECOST, APR,
                    OLDRATE, OLDPOINTS, OLDAPR,
                    KEYUSERID, KEYTRMID, KEYDATE, KEYTIME,
                    DECUSERID, DECDATE)
                   VALUES
                   (:PEND-COMPANY, :PEND-YEARS, :PEND-LOANTYPE,
                    :PEND-STATUS,
                    :PEND-RATE, :PEND-ARMFIXEDYRS, :PEND-ARMMARGIN,
                    :PEND-ARMPERCAP, :PEND-ARMLIFECAP,
                    :PEND-POINTS, :PEND-CLOSECOST, :PEND-APR,
                    :PEND-OLD-RATE, :PEND-OLD-POINTS, :PEND-OLD-APR,
                    :PEND-KEY-USERID, :PEND-KEY-TRMID, CURRENT DATE,
                    :PEND-KEY-TIME,
                    :PEND-DEC-USERID, '0001-01-01')
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'CHANGE PENDING APPROVAL' TO MNTMESSAGE
           ELSE
              MOVE 'PARK FOR APPROVAL FAILED' TO MNTMESSAGE
              MOVE SQLCODE                   TO MNTRC
           END-IF.

       A350-EXIT.
           EXIT.

      * A PRODUCT WITH A CHANGE AWAITING APPROVAL TAKES NO OTHER
      * CHANGE OR DELETE UNTIL THAT ONE IS DECIDED - OTHERWISE THE
      * APPROVER WOULD BE SIGNING OFF A MOVE FROM A RATE NO LONGER ON
      * FILE.
       A360-CHECK-PENDING.

           EXEC SQL
               SELECT COUNT(*)
                   INTO :PENDING-COUNT
                   FROM JKEMORT.PENDCHG
                   WHERE COMPANY = :COMPANY AND
                         YEARS = :YEARS AND
                         LOANTYPE = :LOANTYPE AND
                         STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              SET EDIT-IS-BAD TO TRUE
              MOVE 'ERROR WITH PENDING CHECK' TO MNTMESSAGE
              MOVE SQLCODE                   TO MNTRC
              GO TO A360-EXIT
           END-IF.

           IF PENDING-COUNT > ZERO
              SET EDIT-IS-BAD TO TRUE
              MOVE 'CHANGE ALREADY PENDING'  TO MNTMESSAGE
           END-IF.

       A360-EXIT.
           EXIT.

       A400-DELETE-COMPANY.

           MOVE MNTCOMPANY  TO COMPANY.
              GO TO A400-EXIT
           END-IF.

           PERFORM A360-CHECK-PENDING
                THRU A360-EXIT.

           IF EDIT-IS-BAD
              GO TO A400-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM JKEMORT.MORTGAGE
                   WHERE COMPANY = :COMPANY AND
