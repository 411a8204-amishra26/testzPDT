      * USER'S JKEMORT.USERAUTH LEVEL COVERS LENDER MASTER
      * MAINTENANCE - A REFUSED ATTEMPT IS ANSWERED ON THE SCREEN
      * AND RECORDED ON THE AUDT QUEUE (SQLCODE 9998 SENTINEL).
      * THE SAME AUTHORITY SETS AND REMOVES THE LENDER'S STATE
      * LICENSES (JKEMORT.LENDLIC) - ONE PER STATE WITH ITS LICENSE
      * NUMBER AND EXPIRY DATE - WHICH DECIDE WHERE THE RATE INQUIRY
      * MAY QUOTE THE LENDER.  DELETING A LENDER TAKES ITS LICENSES
      * AND ITS PRICE ADJUSTMENT GRID (JKEMORT.PRICEADJ) WITH IT.
      *
       01 INTERNAL-PROGRAM-VARIABLES.
           05 EDIT-SW                         PIC X(01).

           COPY LENDER.

           COPY LENDLIC.

           COPY PRICEADJ.

           COPY USERAUTH.

           COPY JKAUDREC.
              88 LMN-ADD-FUNCTION                  VALUE 'A'.
              88 LMN-CHANGE-FUNCTION               VALUE 'C'.
              88 LMN-DELETE-FUNCTION               VALUE 'D'.
      * 'S' ADDS OR REPLACES THE LICENSE FOR ONE STATE, 'X' REMOVES
      * IT - BOTH KEYED BY COMPANY AND LMNLICSTATE.
              88 LMN-LICENSE-SET-FUNCTION          VALUE 'S'.
              88 LMN-LICENSE-DROP-FUNCTION         VALUE 'X'.
           05 LMNCOMPANY                   PIC X(24).
           05 LMNPHONE                     PIC X(13).
           05 LMNCONTACT                   PIC X(24).
           05 LMNSTATE                     PIC X(02).
           05 LMNZIP                       PIC X(09).
           05 LMNLICENSE                   PIC X(12).
           05 LMNLICSTATE                  PIC X(02).
           05 LMNLICNUMBER                 PIC X(12).
           05 LMNLICEXPIRE                 PIC X(10).
           05 LMNMESSAGE                   PIC X(24).
           05 LMNRC                        PIC X(12).

           05 DFHLMNSTATE                  PIC X(02).
           05 DFHLMNZIP                    PIC X(09).
           05 DFHLMNLICENSE                PIC X(12).
           05 DFHLMNLICSTATE               PIC X(02).
           05 DFHLMNLICNUMBER              PIC X(12).
           05 DFHLMNLICEXPIRE              PIC X(10).
           05 DFHLMNMESSAGE                PIC X(24).
           05 DFHLMNRC                     PIC X(12).

                 WHEN LMN-DELETE-FUNCTION
                    PERFORM A400-DELETE-LENDER
                         THRU A400-EXIT
                 WHEN LMN-LICENSE-SET-FUNCTION
                    PERFORM A500-SET-LICENSE
                         THRU A500-EXIT
                 WHEN LMN-LICENSE-DROP-FUNCTION
                    PERFORM A600-DROP-LICENSE
                         THRU A600-EXIT
              END-EVALUATE
           END-IF.

           IF NOT LMN-ADD-FUNCTION
                AND NOT LMN-CHANGE-FUNCTION
                AND NOT LMN-DELETE-FUNCTION
                AND NOT LMN-LICENSE-SET-FUNCTION
                AND NOT LMN-LICENSE-DROP-FUNCTION
              SET EDIT-IS-BAD TO TRUE
              MOVE 'INVALID FUNCTION CODE'   TO LMNMESSAGE
           END-IF.
              END-IF
           END-IF.

      * A LICENSE IS KEYED BY STATE; SETTING ONE ALSO NEEDS THE DATE
      * IT RUNS THROUGH.  DB2 PROVES THE DATE ITSELF ON THE WRITE.
           IF EDIT-IS-OK
              IF LMN-LICENSE-SET-FUNCTION OR LMN-LICENSE-DROP-FUNCTION
                 IF LMNLICSTATE = SPACES OR LMNLICSTATE = LOW-VALUES
                    SET EDIT-IS-BAD TO TRUE
                    MOVE 'LICENSE STATE REQUIRED'  TO LMNMESSAGE
                 END-IF
              END-IF
           END-IF.

           IF EDIT-IS-OK
              IF LMN-LICENSE-SET-FUNCTION
                 IF LMNLICEXPIRE = SPACES OR LMNLICEXPIRE = LOW-VALUES
                    SET EDIT-IS-BAD TO TRUE
                    MOVE 'LICENSE EXPIRY REQUIRED' TO LMNMESSAGE
                 END-IF
              END-IF
           END-IF.

       A100-EXIT.
           EXIT.

       A400-DELETE-LENDER.

      * REFUSE THE DELETE WHILE PRODUCT ROWS STILL POINT AT THIS
      * LENDER - DROP THE PRODUCTS THROUGH JKEMMAIN FIRST.  ITS STATE
      * LICENSES AND GRID CELLS GO WITH IT, IN THE SAME UNIT OF WORK.
           MOVE LMNCOMPANY TO COMPANY.

           EXEC SQL
              GO TO A400-EXIT
           END-IF.

           MOVE LMNCOMPANY TO LICCOMPANY.

           EXEC SQL
               DELETE FROM JKEMORT.LENDLIC
                   WHERE COMPANY = :LICCOMPANY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'DELETE FAILED'           TO LMNMESSAGE
              MOVE SQLCODE                   TO LMNRC
              GO TO A400-EXIT
           END-IF.

           MOVE LMNCOMPANY TO ADJCOMPANY.

           EXEC SQL
               DELETE FROM JKEMORT.PRICEADJ
                   WHERE COMPANY = :ADJCOMPANY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'DELETE FAILED'           TO LMNMESSAGE
              MOVE SQLCODE                   TO LMNRC
      * PUT BACK ANY LICENSES TAKEN OFF ABOVE.
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO A400-EXIT
           END-IF.

           MOVE LMNCOMPANY TO LENCOMPANY.

           EXEC SQL
                 MOVE 'DELETE FAILED'           TO LMNMESSAGE
                 MOVE SQLCODE                   TO LMNRC
              END-IF
      * PUT BACK ANY LICENSES AND GRID CELLS TAKEN OFF ABOVE.
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

       A400-EXIT.
           EXIT.

      * ADD THE LENDER'S LICENSE FOR ONE STATE, OR REPLACE THE NUMBER
      * AND EXPIRY ON THE ONE ALREADY ON FILE (A RENEWAL).  THE LENDER
      * MUST BE ON THE MASTER FIRST.
       A500-SET-LICENSE.

           MOVE LMNCOMPANY TO LENCOMPANY.

           EXEC SQL
               SELECT COMPANY
                   INTO :LENCOMPANY
                   FROM JKEMORT.LENDER
                   WHERE COMPANY = :LENCOMPANY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'LENDER NOT FOUND'        TO LMNMESSAGE
              GO TO A500-EXIT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'LICENSE FAILED'          TO LMNMESSAGE
              MOVE SQLCODE                   TO LMNRC
              GO TO A500-EXIT
           END-IF.

           MOVE LMNCOMPANY    TO LICCOMPANY.
           MOVE LMNLICSTATE   TO LICSTATE.
           MOVE LMNLICNUMBER  TO LICNUMBER.
           MOVE LMNLICEXPIRE  TO LICEXPIRE.
           MOVE EIBUSERID     TO LICUPDUSERID.

           EXEC SQL
               UPDATE JKEMORT.LENDLIC
                   SET LICENSE    = :LICNUMBER,
                       EXPIREDATE = :LICEXPIRE,
                       UPDUSERID  = :LICUPDUSERID,
                       UPDDATE    = CURRENT DATE
                   WHERE COMPANY = :LICCOMPANY AND
                         STATE = :LICSTATE
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'LICENSE CHANGED'         TO LMNMESSAGE
              GO TO A500-EXIT
           END-IF.

           IF SQLCODE = 100
              EXEC SQL
                  INSERT INTO JKEMORT.LENDLIC
                      (COMPANY, STATE, LICENSE, EXPIREDATE,
                       UPDUSERID, UPDDATE)
                      VALUES
                      (:LICCOMPANY, :LICSTATE, :LICNUMBER,
                       :LICEXPIRE, :LICUPDUSERID, CURRENT DATE)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'LICENSE ADDED'           TO LMNMESSAGE
                 GO TO A500-EXIT
              END-IF
           END-IF.

      * -180 / -181 - THE KEYED EXPIRY IS NOT A DATE DB2 ACCEPTS.
           IF SQLCODE = -180 OR SQLCODE = -181
              MOVE 'INVALID LICENSE EXPIRY'  TO LMNMESSAGE
           ELSE
              MOVE 'LICENSE FAILED'          TO LMNMESSAGE
              MOVE SQLCODE                   TO LMNRC
           END-IF.

       A500-EXIT.
           EXIT.

      * TAKE THE LENDER'S LICENSE FOR ONE STATE OFF FILE - THE
      * INQUIRY STOPS QUOTING THE LENDER THERE AT ONCE.
       A600-DROP-LICENSE.

           MOVE LMNCOMPANY    TO LICCOMPANY.
           MOVE LMNLICSTATE   TO LICSTATE.

           EXEC SQL
               DELETE FROM JKEMORT.LENDLIC
                   WHERE COMPANY = :LICCOMPANY AND
                         STATE = :LICSTATE
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'LICENSE REMOVED'         TO LMNMESSAGE
           ELSE
              IF SQLCODE = 100
                 MOVE 'LICENSE NOT FOUND'       TO LMNMESSAGE
              ELSE
                 MOVE 'LICENSE REMOVE FAILED'   TO LMNMESSAGE
                 MOVE SQLCODE                   TO LMNRC
              END-IF
           END-IF.

       A600-EXIT.
           EXIT.
