       ID DIVISION.
       PROGRAM-ID. JKEMADJM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * MAINTENANCE TRANSACTION FOR JKEMORT.PRICEADJ - ADDS, CHANGES
      * AND DELETES ONE CELL OF A LENDER'S LOAN-LEVEL PRICE ADJUSTMENT
      * GRID.  A CELL IS KEYED BY COMPANY, LOAN TYPE AND THE LOW ENDS
      * OF ITS CREDIT SCORE AND LOAN TO VALUE BANDS, AND CARRIES THE
      * ADD-ONS TO RATE AND POINTS THE RATE INQUIRY APPLIES TO A
      * BORROWER WHO FALLS IN IT (NEGATIVE FOR A CREDIT).  A CELL IS
      * ADDED WITH BOTH BANDS WHOLE AND MAY NOT OVERLAP ANOTHER CELL
      * OF THE SAME LENDER AND LOAN TYPE, SO A BORROWER NEVER FALLS IN
      * TWO.  A CHANGE ONLY REPRICES THE CELL; TO RESHAPE A BAND,
      * DELETE THE CELL AND ADD IT AGAIN.  THE GRID IS PART OF THE
      * LENDER'S PRICING, SO THE KEYING USER NEEDS PRODUCT MAINTENANCE
      * AUTHORITY (LEVEL 2) THE WAY JKEMMAIN DOES - A REFUSED ATTEMPT
      * IS ANSWERED ON THE SCREEN AND RECORDED ON THE AUDT QUEUE
      * (SQLCODE 9998 SENTINEL).  THE RATE SHEET LOAD (JKEMLOAD) CAN
      * ALSO MAINTAIN THE GRID FROM ITS 'G' RECORDS.
      *
       01 INTERNAL-PROGRAM-VARIABLES.
           05 EDIT-SW                         PIC X(01).
              88 EDIT-IS-OK                          VALUE 'Y'.
              88 EDIT-IS-BAD                         VALUE 'N'.
           05 AUTH-SW                         PIC X(01).
              88 AUTH-IS-OK                          VALUE 'Y'.
              88 AUTH-IS-BAD                         VALUE 'N'.
           05 OVERLAP-COUNT                   PIC S9(9)      COMP.

           COPY MORTGAGE.

           COPY LENDER.

           COPY PRICEADJ.

           COPY USERAUTH.

           COPY JKAUDREC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 GRDCOMMAREA.
           05 GRDFUNCTION                  PIC X(01).
              88 GRD-ADD-FUNCTION                  VALUE 'A'.
              88 GRD-CHANGE-FUNCTION               VALUE 'C'.
              88 GRD-DELETE-FUNCTION               VALUE 'D'.
           05 GRDCOMPANY                   PIC X(24).
           05 GRDLOANTYPE                  PIC X(02).
      * BAND ENDS ARE INCLUSIVE.  THE HIGH ENDS ARE ONLY READ ON AN
      * ADD; CHANGE AND DELETE FIND THE CELL BY ITS LOW ENDS.
           05 GRDSCORELOW                  PIC S9(4)      COMP-3.
           05 GRDSCOREHIGH                 PIC S9(4)      COMP-3.
           05 GRDLTVLOW                    PIC S9(3)V99   COMP-3.
           05 GRDLTVHIGH                   PIC S9(3)V99   COMP-3.
           05 GRDRATEADJ                   PIC S9(2)V9(3) COMP-3.
           05 GRDPOINTSADJ                 PIC S9(2)V9(3) COMP-3.
           05 GRDMESSAGE                   PIC X(24).
           05 GRDRC                        PIC X(12).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 DFHGRDFUNCTION               PIC X(01).
           05 DFHGRDCOMPANY                PIC X(24).
           05 DFHGRDLOANTYPE               PIC X(02).
           05 DFHGRDSCORELOW               PIC S9(4)      COMP-3.
           05 DFHGRDSCOREHIGH              PIC S9(4)      COMP-3.
           05 DFHGRDLTVLOW                 PIC S9(3)V99   COMP-3.
           05 DFHGRDLTVHIGH                PIC S9(3)V99   COMP-3.
           05 DFHGRDRATEADJ                PIC S9(2)V9(3) COMP-3.
           05 DFHGRDPOINTSADJ              PIC S9(2)V9(3) COMP-3.
           05 DFHGRDMESSAGE                PIC X(24).
           05 DFHGRDRC                     PIC X(12).

       PROCEDURE DIVISION.

           INITIALIZE GRDCOMMAREA.

           MOVE LOW-VALUES TO GRDCOMMAREA.

           IF EIBCALEN = LENGTH OF DFHCOMMAREA
               MOVE DFHCOMMAREA TO GRDCOMMAREA
           ELSE
               MOVE 'COMMAREA LENGTH ERROR'  TO GRDMESSAGE
               MOVE GRDCOMMAREA TO DFHCOMMAREA
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
                 WHEN GRD-ADD-FUNCTION
                    PERFORM A200-ADD-CELL
                         THRU A200-EXIT
                 WHEN GRD-CHANGE-FUNCTION
                    PERFORM A300-CHANGE-CELL
                         THRU A300-EXIT
                 WHEN GRD-DELETE-FUNCTION
                    PERFORM A400-DELETE-CELL
                         THRU A400-EXIT
              END-EVALUATE
           END-IF.

           MOVE GRDCOMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       A100-EDIT-INPUT.

      * VALIDATE THE FUNCTION CODE AND THE CELL KEY BEFORE TOUCHING
      * JKEMORT.PRICEADJ.  SCORES RUN 300 TO 850; AN LTV IS A
      * PERCENTAGE OF THE PROPERTY VALUE.
           SET EDIT-IS-OK TO TRUE.

           IF NOT GRD-ADD-FUNCTION
                AND NOT GRD-CHANGE-FUNCTION
                AND NOT GRD-DELETE-FUNCTION
              SET EDIT-IS-BAD TO TRUE
              MOVE 'INVALID FUNCTION CODE'   TO GRDMESSAGE
           END-IF.

           IF EDIT-IS-OK
              IF GRDCOMPANY = SPACES OR GRDCOMPANY = LOW-VALUES
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'COMPANY REQUIRED'        TO GRDMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK
              MOVE GRDLOANTYPE TO LOANTYPE
              IF NOT LOANTYPE-FIXED-PRIMARY
                   AND NOT LOANTYPE-FIXED-INVESTMENT
                   AND NOT LOANTYPE-ARM-PRIMARY
                   AND NOT LOANTYPE-ARM-INVESTMENT
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID LOAN TYPE'       TO GRDMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK
              IF GRDSCORELOW NOT NUMERIC
                   OR GRDSCORELOW < 300
                   OR GRDSCORELOW > 850
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID SCORE BAND'      TO GRDMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK
              IF GRDLTVLOW NOT NUMERIC OR GRDLTVLOW < ZERO
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID LTV BAND'        TO GRDMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK AND GRD-ADD-FUNCTION
              IF GRDSCOREHIGH NOT NUMERIC
                   OR GRDSCOREHIGH < GRDSCORELOW
                   OR GRDSCOREHIGH > 850
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID SCORE BAND'      TO GRDMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK AND GRD-ADD-FUNCTION
              IF GRDLTVHIGH NOT NUMERIC
                   OR GRDLTVHIGH < GRDLTVLOW
                   OR GRDLTVHIGH <= ZERO
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'INVALID LTV BAND'        TO GRDMESSAGE
              END-IF
           END-IF.

           IF EDIT-IS-OK
              IF GRD-ADD-FUNCTION OR GRD-CHANGE-FUNCTION
                 IF GRDRATEADJ NOT NUMERIC
                      OR GRDPOINTSADJ NOT NUMERIC
                    SET EDIT-IS-BAD TO TRUE
                    MOVE 'INVALID ADJUSTMENT'      TO GRDMESSAGE
                 END-IF
              END-IF
           END-IF.

       A100-EXIT.
           EXIT.

      * NO CHANGE GOES THROUGH UNTIL THE KEYING USER'S AUTHORIZATION
      * ROW COVERS PRODUCT MAINTENANCE (LEVEL 2).  A USER WITH NO ROW
      * HAS NO MAINTENANCE AUTHORITY AT ALL.  THE REFUSED ATTEMPT IS
      * ANSWERED WITH A CLEAR MESSAGE AND RECORDED ON THE AUDT QUEUE
      * THE WAY INQUIRIES ARE AUDITED.
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
      * THE AUTH TABLE COULD NOT BE READ - REFUSE RATHER THAN LET A
      * CHANGE THROUGH UNCHECKED.
                 SET AUTH-IS-BAD TO TRUE
                 MOVE 'AUTH CHECK FAILED'       TO GRDMESSAGE
                 MOVE SQLCODE                   TO GRDRC
                 GO TO A110-EXIT
           END-EVALUATE.

           IF AUTH-LEVEL < 2
              SET AUTH-IS-BAD TO TRUE
              MOVE 'NOT AUTHORIZED - GRID'   TO GRDMESSAGE
              PERFORM A120-WRITE-REFUSAL
                   THRU A120-EXIT
           END-IF.

       A110-EXIT.
           EXIT.

      * ONE AUDIT ROW PER REFUSED ATTEMPT, ON THE SAME AUDT QUEUE
      * JKEMLISS WRITES AND JKEMAUD1 DRAINS, WITH THE 9998 SENTINEL
      * JKEMMAIN AND JKEMLMNT USE.  THE LOAN TYPE OF THE CELL RIDES
      * IN THE CRITERIA FIELDS; THE REST ARE ZEROS.
       A120-WRITE-REFUSAL.

           INITIALIZE AUDIT-RECORD.
           MOVE EIBTRMID                TO AUD-TRMID.
           MOVE EIBTRNID                TO AUD-TRANID.
           MOVE EIBUSERID               TO AUD-USERID.
           MOVE EIBDATE                 TO AUD-DATE.
           MOVE EIBTIME                 TO AUD-TIME.
           MOVE ZERO                    TO AUD-INPUTLOAN.
           MOVE ZERO                    TO AUD-INPUTYEARS.
           MOVE ZERO                    TO AUD-INPUTRATE.
           MOVE GRDLOANTYPE             TO AUD-INPUTLOANTYPE.
           MOVE ZERO                    TO AUD-HIT-COUNT.
           MOVE 9998                    TO AUD-SQLCODE.
           MOVE 'NOT AUTHORIZED - GRID' TO AUD-SQLMESSAGE.

           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
               END-EXEC.

       A120-EXIT.
           EXIT.

      * A CELL ONLY GOES ON FILE FOR A LENDER THE MASTER KNOWS, AND
      * ONLY WHERE IT OVERLAPS NO OTHER CELL OF THE SAME LENDER AND
      * LOAN TYPE - TWO CELLS COVERING ONE BORROWER WOULD LEAVE THE
      * INQUIRY NOT KNOWING WHICH PRICE TO QUOTE.
       A200-ADD-CELL.

           MOVE GRDCOMPANY TO LENCOMPANY.

           EXEC SQL
               SELECT COMPANY
                   INTO :LENCOMPANY
                   FROM JKEMORT.LENDER
                   WHERE COMPANY = :LENCOMPANY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'LENDER NOT FOUND'        TO GRDMESSAGE
              GO TO A200-EXIT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'ADD FAILED'              TO GRDMESSAGE
              MOVE SQLCODE                   TO GRDRC
              GO TO A200-EXIT
           END-IF.

           MOVE GRDCOMPANY    TO ADJCOMPANY.
           MOVE GRDLOANTYPE   TO ADJLOANTYPE.
           MOVE GRDSCORELOW   TO ADJSCORELOW.
           MOVE GRDSCOREHIGH  TO ADJSCOREHIGH.
           MOVE GRDLTVLOW     TO ADJLTVLOW.
           MOVE GRDLTVHIGH    TO ADJLTVHIGH.
           MOVE GRDRATEADJ    TO ADJRATE.
           MOVE GRDPOINTSADJ  TO ADJPOINTS.
           MOVE EIBUSERID     TO ADJUPDUSERID.

           EXEC SQL
               SELECT COUNT(*)
                   INTO :OVERLAP-COUNT
                   FROM JKEMORT.PRICEADJ
                   WHERE COMPANY = :ADJCOMPANY AND
                         LOANTYPE = :ADJLOANTYPE AND
                         SCORELOW <= :ADJSCOREHIGH AND
                         SCOREHIGH >= :ADJSCORELOW AND
                         LTVLOW <= :ADJLTVHIGH AND
                         LTVHIGH >= :ADJLTVLOW
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ADD FAILED'              TO GRDMESSAGE
              MOVE SQLCODE                   TO GRDRC
              GO TO A200-EXIT
           END-IF.

           IF OVERLAP-COUNT > ZERO
              MOVE 'CELL OVERLAPS GRID'      TO GRDMESSAGE
              GO TO A200-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO JKEMORT.PRICEADJ
                   (COMPANY, LOANTYPE, SCORELOW, SCOREHIGH,
                    LTVLOW, LTVHIGH, RATEADJ, POINTSADJ,
                    UPDUSERID, UPDDATE)
                   VALUES
                   (:ADJCOMPANY, :ADJLOANTYPE, :ADJSCORELOW,
                    :ADJSCOREHIGH, :ADJLTVLOW, :ADJLTVHIGH,
                    :ADJRATE, :ADJPOINTS,
                    :ADJUPDUSERID, CURRENT DATE)
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'CELL ADDED'              TO GRDMESSAGE
           ELSE
              IF SQLCODE = -803
                 MOVE 'CELL ALREADY ON FILE'    TO GRDMESSAGE
              ELSE
                 MOVE 'ADD FAILED'              TO GRDMESSAGE
                 MOVE SQLCODE                   TO GRDRC
              END-IF
           END-IF.

       A200-EXIT.
           EXIT.

      * REPRICE THE CELL - THE BANDS STAY AS THEY ARE.
       A300-CHANGE-CELL.

           MOVE GRDCOMPANY    TO ADJCOMPANY.
           MOVE GRDLOANTYPE   TO ADJLOANTYPE.
           MOVE GRDSCORELOW   TO ADJSCORELOW.
           MOVE GRDLTVLOW     TO ADJLTVLOW.
           MOVE GRDRATEADJ    TO ADJRATE.
           MOVE GRDPOINTSADJ  TO ADJPOINTS.
           MOVE EIBUSERID     TO ADJUPDUSERID.

           EXEC SQL
               UPDATE JKEMORT.PRICEADJ
                   SET RATEADJ   = :ADJRATE,
                       POINTSADJ = :ADJPOINTS,
                       UPDUSERID = :ADJUPDUSERID,
                       UPDDATE   = CURRENT DATE
                   WHERE COMPANY = :ADJCOMPANY AND
                         LOANTYPE = :ADJLOANTYPE AND
                         SCORELOW = :ADJSCORELOW AND
                         LTVLOW = :ADJLTVLOW
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'CELL CHANGED'            TO GRDMESSAGE
           ELSE
              IF SQLCODE = 100
                 MOVE 'CELL NOT FOUND'          TO GRDMESSAGE
              ELSE
                 MOVE 'CHANGE FAILED'           TO GRDMESSAGE
                 MOVE SQLCODE                   TO GRDRC
              END-IF
           END-IF.

       A300-EXIT.
           EXIT.

      * TAKE THE CELL OFF FILE - BORROWERS IN IT ARE PRICED AT THE
      * BOOK RATE FROM THE NEXT INQUIRY ON.
       A400-DELETE-CELL.

           MOVE GRDCOMPANY    TO ADJCOMPANY.
           MOVE GRDLOANTYPE   TO ADJLOANTYPE.
           MOVE GRDSCORELOW   TO ADJSCORELOW.
           MOVE GRDLTVLOW     TO ADJLTVLOW.

           EXEC SQL
               DELETE FROM JKEMORT.PRICEADJ
                   WHERE COMPANY = :ADJCOMPANY AND
                         LOANTYPE = :ADJLOANTYPE AND
                         SCORELOW = :ADJSCORELOW AND
                         LTVLOW = :ADJLTVLOW
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'CELL DELETED'            TO GRDMESSAGE
           ELSE
              IF SQLCODE = 100
                 MOVE 'CELL NOT FOUND'          TO GRDMESSAGE
              ELSE
                 MOVE 'DELETE FAILED'           TO GRDMESSAGE
                 MOVE SQLCODE                   TO GRDRC
              END-IF
           END-IF.

       A400-EXIT.
           EXIT.
