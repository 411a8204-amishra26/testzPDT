       ID DIVISION.
       PROGRAM-ID. JKEMWTCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * RATE WATCH TRANSACTION - DISPLAYS ONE RATE WATCH JKEMLISS
      * REGISTERED (WATCHNO) AND CLOSES IT ONCE THE BORROWER HAS BEEN
      * CALLED BACK OFF THE NIGHTLY JKEMWTCB LIST, SO THE SAME
      * BORROWER IS NOT LISTED AGAIN THE NEXT NIGHT.  ONLY AN OPEN
      * WATCH MAY BE MARKED CALLED; A WATCH THE NIGHTLY RUN HAS
      * ALREADY EXPIRED STAYS EXPIRED.  ANY OPERATOR MAY DISPLAY A
      * WATCH; MARKING ONE CALLED NEEDS A JKEMORT.USERAUTH ROW, AND A
      * REFUSED ATTEMPT IS RECORDED ON THE AUDT QUEUE (SQLCODE 9998)
      * THE WAY JKEMLOCK RECORDS ITS REFUSALS.
      *
       01 INTERNAL-PROGRAM-VARIABLES.
           05 EDIT-SW                         PIC X(01).
              88 EDIT-IS-OK                          VALUE 'Y'.
              88 EDIT-IS-BAD                         VALUE 'N'.
           05 AUTH-SW                         PIC X(01).
              88 AUTH-IS-OK                          VALUE 'Y'.
              88 AUTH-IS-BAD                         VALUE 'N'.
           05 TODAY-DATE                      PIC X(10).

           COPY RATEWTCH.

           COPY USERAUTH.

           COPY JKAUDREC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WTCCOMMAREA.
           05 WTCFUNCTION                  PIC X(01).
              88 WTC-INQUIRE-FUNCTION              VALUE 'I'.
              88 WTC-CALLED-FUNCTION               VALUE 'C'.
           05 WTCWATCHNO                   PIC S9(7)      COMP-3.
           05 WTCOUTPUT.
              10 WTCNAME                   PIC X(30).
              10 WTCPHONE                  PIC X(13).
              10 WTCLOAN                   PIC S9(9)V99   COMP-3.
              10 WTCYEARS                  PIC S9(4)      COMP-3.
              10 WTCLOANTYPE               PIC X(02).
              10 WTCRATE                   PIC S9(2)V9(3) COMP-3.
              10 WTCSTATE                  PIC X(02).
              10 WTCOPENDATE               PIC X(10).
              10 WTCEXPIRE                 PIC X(10).
              10 WTCSTATUS                 PIC X(01).
              10 WTCUSERID                 PIC X(08).
              10 WTCUPDUSERID              PIC X(08).
              10 WTCUPDDATE                PIC X(10).
           05 WTCMESSAGE                   PIC X(24).
           05 WTCRC                        PIC X(12).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 DFHWTCFUNCTION               PIC X(01).
           05 DFHWTCWATCHNO                PIC S9(7)      COMP-3.
           05 DFHWTCOUTPUT.
              10 DFHWTCNAME                PIC X(30).
              10 DFHWTCPHONE               PIC X(13).
              10 DFHWTCLOAN                PIC S9(9)V99   COMP-3.
              10 DFHWTCYEARS               PIC S9(4)      COMP-3.
              10 DFHWTCLOANTYPE            PIC X(02).
              10 DFHWTCRATE                PIC S9(2)V9(3) COMP-3.
              10 DFHWTCSTATE               PIC X(02).
              10 DFHWTCOPENDATE            PIC X(10).
              10 DFHWTCEXPIRE              PIC X(10).
              10 DFHWTCSTATUS              PIC X(01).
              10 DFHWTCUSERID              PIC X(08).
              10 DFHWTCUPDUSERID           PIC X(08).
              10 DFHWTCUPDDATE             PIC X(10).
           05 DFHWTCMESSAGE                PIC X(24).
           05 DFHWTCRC                     PIC X(12).

       PROCEDURE DIVISION.

           INITIALIZE WTCCOMMAREA.

           MOVE LOW-VALUES TO WTCCOMMAREA.

           IF EIBCALEN = LENGTH OF DFHCOMMAREA
               MOVE DFHCOMMAREA TO WTCCOMMAREA
           ELSE
               MOVE 'COMMAREA LENGTH ERROR'  TO WTCMESSAGE
               MOVE WTCCOMMAREA TO DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM A100-EDIT-INPUT
                THRU A100-EXIT.

           IF EDIT-IS-OK AND WTC-CALLED-FUNCTION
              PERFORM A110-CHECK-AUTH
                   THRU A110-EXIT
           ELSE
              SET AUTH-IS-OK TO TRUE
           END-IF.

           IF EDIT-IS-OK AND AUTH-IS-OK
              EVALUATE TRUE
                 WHEN WTC-INQUIRE-FUNCTION
                    PERFORM A200-INQUIRE-WATCH
                         THRU A200-EXIT
                 WHEN WTC-CALLED-FUNCTION
                    PERFORM A300-MARK-CALLED
                         THRU A300-EXIT
              END-EVALUATE
           END-IF.

           MOVE WTCCOMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       A100-EDIT-INPUT.

      * BOTH FUNCTIONS NEED THE WATCH NUMBER JKEMLISS GAVE OUT.
           SET EDIT-IS-OK TO TRUE.

           IF NOT WTC-INQUIRE-FUNCTION
                AND NOT WTC-CALLED-FUNCTION
              SET EDIT-IS-BAD TO TRUE
              MOVE 'INVALID FUNCTION CODE'   TO WTCMESSAGE
           END-IF.

           IF EDIT-IS-OK
              IF WTCWATCHNO NOT NUMERIC OR WTCWATCHNO <= ZERO
                 SET EDIT-IS-BAD TO TRUE
                 MOVE 'WATCH NUMBER REQUIRED'   TO WTCMESSAGE
              END-IF
           END-IF.

       A100-EXIT.
           EXIT.

      * MARKING A WATCH CALLED NEEDS A JKEMORT.USERAUTH ROW (ANY
      * LEVEL), AS PLACING A RATE LOCK DOES.
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
                 MOVE 'AUTH CHECK FAILED'       TO WTCMESSAGE
                 MOVE SQLCODE                   TO WTCRC
                 GO TO A110-EXIT
           END-EVALUATE.

           IF AUTH-LEVEL < 1
              SET AUTH-IS-BAD TO TRUE
              MOVE 'NOT AUTHORIZED - WATCH'  TO WTCMESSAGE
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
           MOVE 'NOT AUTHORIZED - WATCH'  TO AUD-SQLMESSAGE.

           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
               END-EXEC.

       A120-EXIT.
           EXIT.

       A200-INQUIRE-WATCH.

           PERFORM A210-GET-WATCH
                THRU A210-EXIT.

           IF EDIT-IS-OK
              PERFORM A500-RETURN-WATCH
                   THRU A500-EXIT
              MOVE 'WATCH DISPLAYED'         TO WTCMESSAGE
           END-IF.

       A200-EXIT.
           EXIT.

      * READ THE WATCH THE NUMBER NAMES.
       A210-GET-WATCH.

           MOVE WTCWATCHNO TO WATCHNO.

           EXEC SQL
               SELECT NAME, PHONE, LOAN, YEARS, LOANTYPE, RATE,
                      STATE, OPENDATE, EXPIREDATE, STATUS,
                      USERID, UPDUSERID, UPDDATE
                   INTO :WATCHNAME, :WATCHPHONE, :WATCHLOAN,
                        :WATCHYEARS, :WATCHLOANTYPE, :WATCHRATE,
                        :WATCHSTATE, :WATCHOPENDATE, :WATCHEXPIRE,
                        :WATCHSTATUS,
                        :WATCHUSERID, :WATCHUPDUSERID, :WATCHUPDDATE
                   FROM JKEMORT.RATEWTCH
                   WHERE WATCHNO = :WATCHNO
           END-EXEC.

           IF SQLCODE = 100
              SET EDIT-IS-BAD TO TRUE
              MOVE 'WATCH NOT FOUND'         TO WTCMESSAGE
              GO TO A210-EXIT
           END-IF.

           IF SQLCODE NOT = 0
              SET EDIT-IS-BAD TO TRUE
              MOVE 'ERROR READING WATCH'     TO WTCMESSAGE
              MOVE SQLCODE                   TO WTCRC
           END-IF.

       A210-EXIT.
           EXIT.

       A300-MARK-CALLED.

           PERFORM A210-GET-WATCH
                THRU A210-EXIT.

           IF EDIT-IS-BAD
              GO TO A300-EXIT
           END-IF.

           IF NOT WATCH-STATUS-OPEN
              PERFORM A500-RETURN-WATCH
                   THRU A500-EXIT
              MOVE 'WATCH NOT OPEN'          TO WTCMESSAGE
              GO TO A300-EXIT
           END-IF.

           EXEC SQL
               SELECT CURRENT DATE
                   INTO :TODAY-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ERROR WITH WATCH DATE'   TO WTCMESSAGE
              MOVE SQLCODE                   TO WTCRC
              GO TO A300-EXIT
           END-IF.

           SET WATCH-STATUS-CALLED TO TRUE.
           MOVE EIBUSERID        TO WATCHUPDUSERID.
           MOVE TODAY-DATE       TO WATCHUPDDATE.

      * THE OPEN STATUS RIDES ON THE UPDATE SO A WATCH THE NIGHTLY
      * RUN EXPIRED SINCE THE READ IS NOT REOPENED AS CALLED.
           EXEC SQL
               UPDATE JKEMORT.RATEWTCH
                   SET STATUS = :WATCHSTATUS,
                       UPDUSERID = :WATCHUPDUSERID,
                       UPDDATE = :WATCHUPDDATE
                   WHERE WATCHNO = :WATCHNO AND
                         STATUS = 'O'
           END-EXEC.

           IF SQLCODE = 0
              PERFORM A500-RETURN-WATCH
                   THRU A500-EXIT
              MOVE 'WATCH CLOSED - CALLED'   TO WTCMESSAGE
           ELSE
              IF SQLCODE = 100
                 MOVE 'WATCH NOT OPEN'          TO WTCMESSAGE
              ELSE
                 MOVE 'CLOSE FAILED'            TO WTCMESSAGE
                 MOVE SQLCODE                   TO WTCRC
              END-IF
           END-IF.

       A300-EXIT.
           EXIT.

      * HAND THE WATCH AS IT NOW STANDS BACK TO THE SCREEN.
       A500-RETURN-WATCH.

           MOVE WATCHNAME        TO WTCNAME.
           MOVE WATCHPHONE       TO WTCPHONE.
           MOVE WATCHLOAN        TO WTCLOAN.
           MOVE WATCHYEARS       TO WTCYEARS.
           MOVE WATCHLOANTYPE    TO WTCLOANTYPE.
           MOVE WATCHRATE        TO WTCRATE.
           MOVE WATCHSTATE       TO WTCSTATE.
           MOVE WATCHOPENDATE    TO WTCOPENDATE.
           MOVE WATCHEXPIRE      TO WTCEXPIRE.
           MOVE WATCHSTATUS      TO WTCSTATUS.
           MOVE WATCHUSERID      TO WTCUSERID.
           MOVE WATCHUPDUSERID   TO WTCUPDUSERID.
           MOVE WATCHUPDDATE     TO WTCUPDDATE.

       A500-EXIT.
           EXIT.
