       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYFRAUD.

      * PAYROLL FRAUD ANALYTICS. LOOKS ACROSS THE FILES FOR THE
      * PATTERNS BEHIND GHOST EMPLOYEES AND DIVERTED PAY, FOR ONE PAY
      * PERIOD. THE EMPLOYEES LOOKED AT ARE THOSE WITH A POSITIVE NET
      * PAY ON THE REGULAR RUN (00) OF THE PERIOD. SIX CHECKS:
      *   1 SEVERAL EMPLOYEES PAID INTO THE SAME BANK ACCOUNT
      *   2 PAID WITH NO ATTENDANCE RECORD (OR NO DAYS PRESENT)
      *   3 PAID AFTER THE SEPARATION DATE
      *   4 FULL-MONTH GROSS CHANGED BY MORE THAN THE GIVEN PERCENTAGE
      *     ON THE PREVIOUS PERIOD WITH NO SALARY REVISION OR
      *     PROMOTION EFFECTIVE SINCE THE START OF THE PREVIOUS PERIOD
      *   5 BANK DETAILS CHANGED WITHIN THE GIVEN NUMBER OF DAYS
      *     BEFORE THE PAY RUN
      *   6 NO LOGIN AND NO LEAVE APPLICATION FOR THE GIVEN NUMBER OF
      *     DAYS UP TO THE END OF THE PERIOD
      * A CHECK WHOSE FILE IS NOT ON HAND IS REPORTED AS NOT RUN.
      * THE REPORT GOES TO files/PAYFRAUD.LST FOR INTERNAL AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT EMPPERSONALFILE
               ASSIGN TO "files/EMPPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPEMPID
               FILE STATUS IS FSEP.

           SELECT ATTENDFILE
               ASSIGN TO "files/ATTEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATKEY
               FILE STATUS IS FSAT.

           SELECT REVISIONFILE
               ASSIGN TO "files/REVISION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RREVID
               ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
               FILE STATUS IS FSR.

           SELECT PROMOFILE
               ASSIGN TO "files/PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRID
               ALTERNATE RECORD KEY IS PREMPID WITH DUPLICATES
               FILE STATUS IS FSPR.

           SELECT CHGPENDFILE
               ASSIGN TO "files/CHGPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHID
               ALTERNATE RECORD KEY IS CHEMPID WITH DUPLICATES
               FILE STATUS IS FSCG.

           SELECT LEAVEFILE
               ASSIGN TO "files/LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLVID
               ALTERNATE RECORD KEY IS LEMPID WITH DUPLICATES
               FILE STATUS IS FSL.

           SELECT USERFILE
               ASSIGN TO "files/USER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERID
               FILE STATUS IS FSU.

      * LOGINS ARE READ FROM EVERY SECURITY LOG ARCHIVE REGISTERED
      * ON files/LOGARCH.DAT AND THEN FROM THE LIVE files/SECLOG.DAT.
           SELECT SECLOGFILE
               ASSIGN TO DYNAMIC W-SECNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSSL.

           SELECT LOGARCHFILE
               ASSIGN TO "files/LOGARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAKEY
               FILE STATUS IS FSLA.

           SELECT FRAUDRPTFILE
               ASSIGN TO "files/PAYFRAUD.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD PAYRESFILE.
       01 PAYRESREC.
           02 RSKEY.
               03 RSEMPID  PIC X(6).
               03 RSPERIOD PIC X(6).
               03 RSRUN    PIC X(2).
           02 RSNAME    PIC X(25).
           02 RSBRNID   PIC X(6).
           02 RSDEPCODE PIC X(6).
           02 RSDESID   PIC X(6).
           02 RSGRDNO   PIC 99.
           02 RSEMPTYPE PIC X.
           02 RSPFESI   PIC X.
           02 RSMONDAYS PIC 99.
           02 RSDAYSPD  PIC 99.
           02 RSPAYDATA PIC X(296).
           02 RSGROSS   PIC 9(8)V99.
           02 RSDEDUCT  PIC 9(8)V99.
           02 RSNET     PIC S9(8)V99.
           02 RSDEFER   PIC 9(8)V99.
           02 RSCLASSES PIC X(410).
           02 RSRUNDATE PIC X(8).
           02 RSCOMPS   PIC X(315).
           02 RSNPSEE   PIC 9(8)V99.
           02 RSNPSER   PIC 9(8)V99.
           02 RSPRAN    PIC X(12).
           02 FILLER    PIC X(53).

       FD EMPFILE.
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 ESTATUS   PIC X.
           02 ESEPDT    PIC X(10).
           02 EDEPCODE  PIC X(6).
           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

       FD EMPPERSONALFILE.
       01 EMPPERSONALREC.
           02 EPEMPID  PIC X(6).
           02 FILLER   PIC X(230).
           02 EPBANKAC PIC X(20).
           02 EPBANKIFSC PIC X(11).
           02 EPBANKBR PIC X(20).
           02 EPPFNO   PIC X(22).
           02 EPUAN    PIC X(12).
           02 EPESINO  PIC X(10).
           02 EPPAYMODE PIC X.

       FD ATTENDFILE.
       01 ATTENDREC.
           02 ATKEY.
               03 ATEMPID  PIC X(6).
               03 ATPERIOD PIC X(6).
           02 ATDAYSP  PIC 99.
           02 ATDAYSA  PIC 99.

       FD REVISIONFILE.
       01 REVISIONREC.
           02 RREVID   PIC X(6).
           02 REMPID   PIC X(6).
           02 RDESCODE PIC X(6).
           02 RBASIC   PIC 9(6)V99.
           02 RHRA     PIC 9(6)V99.
           02 RDPA     PIC 9(6)V99.
           02 RPPA     PIC 9(6)V99.
           02 REDUA    PIC 9(6)V99.
           02 RTECHJR  PIC 9(6)V99.
           02 RLUNCHA  PIC 9(6)V99.
           02 RCONVEY  PIC 9(6)V99.
           02 RBUSATR  PIC 9(6)V99.
           02 RLTA     PIC 9(6)V99.
           02 RPF      PIC 9(6)V99.
           02 RESI     PIC 9(6)V99.
           02 RREVDATE PIC X(10).
           02 RAPPLIED PIC X.
           02 RARRDONE PIC X.

       FD PROMOFILE.
       01 PROMOREC.
           02 PRID     PIC X(6).
           02 PREMPID  PIC X(6).
           02 PROGRD   PIC 99.
           02 PRNGRD   PIC 99.
           02 PRODES   PIC X(6).
           02 PRNDES   PIC X(6).
           02 PREFFDT  PIC X(10).
           02 PRNBASIC PIC 9(6)V99.

       FD CHGPENDFILE.
       01 CHGPENDREC.
           02 CHID      PIC X(6).
           02 CHEMPID   PIC X(6).
           02 CHTYPE    PIC X.
           02 CHCOMP    PIC X(8).
           02 CHSTAT    PIC X.
           02 CHMAKER   PIC X(10).
           02 CHMDATE   PIC X(8).
           02 CHCHKR    PIC X(10).
           02 CHCDATE   PIC X(8).
           02 CHOLD     PIC X(168).
           02 CHNEW     PIC X(168).

       FD LEAVEFILE.
       01 LEAVEREC.
           02 LLVID     PIC X(6).
           02 LEMPID    PIC X(6).
           02 LFMDATE   PIC X(10).
           02 LTODATE   PIC X(10).
           02 LLEVCAT   PIC X(3).
           02 LSTATUS   PIC X.
           02 LAPPRID   PIC X(10).

       FD USERFILE.
       01 USERREC.
           02 USERID   PIC X(10).
           02 USERPWD  PIC X(10).
           02 USERROLE PIC X.
           02 USERSTAT PIC X.
           02 USEREMP  PIC X(6).
           02 USERCOS.
               03 USERCO PIC X(4) OCCURS 5 TIMES.

       FD SECLOGFILE.
       01 SECLOGREC.
           02 SECLOGLINE PIC X(80).
           02 SECLOGCHAIN PIC X(19).

       FD LOGARCHFILE.
       01 LOGARCHREC.
           02 LAKEY.
               03 LALOG    PIC X(8).
               03 LANO     PIC 9(4).
           02 LAFROM    PIC X(8).
           02 LATO      PIC X(8).
           02 LAFSEQ    PIC 9(9).
           02 LALSEQ    PIC 9(9).
           02 LALINES   PIC 9(7).
           02 LAROTDT   PIC X(8).

       FD FRAUDRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRS       PIC XX.
       77 FSE        PIC XX.
       77 FSEP       PIC XX.
       77 FSAT       PIC XX.
       77 FSR        PIC XX.
       77 FSPR       PIC XX.
       77 FSCG       PIC XX.
       77 FSL        PIC XX.
       77 FSU        PIC XX.
       77 FSSL       PIC XX.
       77 FSLA       PIC XX.
       77 W-SECNAME  PIC X(30).
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-PREVPER  PIC X(6).
       77 W-YEAR     PIC 9(4).
       77 W-MONTH    PIC 99.
       77 W-MONFROM  PIC 9(8).
       77 W-MONTO    PIC 9(8).
       77 W-PREVFROM PIC 9(8).
       77 W-CHGPCT   PIC 999.
       77 W-BANKDAYS PIC 999.
       77 W-IDLEDAYS PIC 9(4).
       77 W-EPOPEN   PIC X VALUE "N".
       77 W-ATOPEN   PIC X VALUE "N".
       77 W-ROPEN    PIC X VALUE "N".
       77 W-PROPEN   PIC X VALUE "N".
       77 W-CGOPEN   PIC X VALUE "N".
       77 W-LVOPEN   PIC X VALUE "N".
       77 W-UOPEN    PIC X VALUE "N".
       77 W-EMPOK    PIC X.
       77 W-FOUND    PIC X.
       77 W-FULL     PIC X VALUE "N".
       77 W-CHECK    PIC 9.
       77 W-FLAGS    PIC 9(5).
       77 W-PIDX     PIC 9(4).
       77 W-JIDX     PIC 9(4).
       77 W-PUSED    PIC 9(4) VALUE 0.
       77 W-UIDX     PIC 9(3).
       77 W-UUSED    PIC 9(3) VALUE 0.
       77 W-SHARERS  PIC 9(4).
       77 W-DATECK   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC 9(8).
       77 W-DATEOK   PIC X.
       77 W-SEPINT   PIC 9(8).
       77 W-SEPDAYS  PIC 99.
       77 W-RUNINT   PIC 9(8).
       77 W-CHGINT   PIC 9(8).
       77 W-GAP      PIC 9(6).
       77 W-LASTLOG  PIC 9(8).
       77 W-LASTLV   PIC 9(8).
       77 W-LATEST   PIC 9(8).
       77 W-PREVRATE PIC 9(8)V99.
       77 W-CHANGE   PIC S9(5)V9.
       77 W-SHOWDT   PIC X(10).
       77 W-SHOWNUM  PIC 9(8).
       77 W-RATEOUT  PIC ZZZ,ZZ9.99.
       77 W-PREVOUT  PIC ZZZ,ZZ9.99.
       77 W-CHGOUT   PIC ----9.9.
       77 W-NUMOUT   PIC ZZZ9.
       77 T-PAID     PIC 9(6) VALUE 0.
       77 T-SHARED   PIC 9(5) VALUE 0.
       77 T-NOATT    PIC 9(5) VALUE 0.
       77 T-AFTSEP   PIC 9(5) VALUE 0.
       77 T-PAYCHG   PIC 9(5) VALUE 0.
       77 T-BANKCHG  PIC 9(5) VALUE 0.
       77 T-IDLE     PIC 9(5) VALUE 0.

      * THE EMPLOYEES PAID ON THE REGULAR RUN OF THE PERIOD. THE RATE
      * IS THE GROSS GROSSED UP TO A FULL MONTH, SO LOSS OF PAY OR A
      * PART MONTH DOES NOT SHOW AS A PAY CHANGE.
       01 PAID-TABLE.
           02 PAID-ENTRY OCCURS 3000 TIMES.
               03 PT-EMPID  PIC X(6).
               03 PT-NAME   PIC X(25).
               03 PT-NET    PIC S9(8)V99.
               03 PT-RATE   PIC 9(8)V99.
               03 PT-DAYS   PIC 99.
               03 PT-RUNDT  PIC X(8).
               03 PT-ACCT   PIC X(20).
               03 PT-DONE   PIC X.

      * LOGIN USERS WITH THE EMPLOYEE EACH BELONGS TO AND THE DATE OF
      * THE LAST SUCCESSFUL LOGIN ON THE SECURITY LOG.
       01 USER-TABLE.
           02 USER-ENTRY OCCURS 500 TIMES.
               03 UT-USER   PIC X(10).
               03 UT-EMP    PIC X(6).
               03 UT-LAST   PIC 9(8).

       01 DETAIL-LINE.
           02 DL-EMPID  PIC X(8).
           02 DL-NAME   PIC X(26).
           02 DL-NOTE   PIC X(46).

       01 COUNT-LINE.
           02 CL-LABEL  PIC X(50).
           02 CL-COUNT  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PAYROLL FRAUD ANALYTICS".
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA THRU VALIDATE-PERIOD-EXIT.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "PAY CHANGE TO FLAG, PERCENT (BLANK FOR 25) :".
           ACCEPT W-CHGPCT.
           IF W-CHGPCT = 0
               MOVE 25 TO W-CHGPCT
           END-IF
           DISPLAY "BANK CHANGE DAYS BEFORE PAY RUN (BLANK FOR 30) :".
           ACCEPT W-BANKDAYS.
           IF W-BANKDAYS = 0
               MOVE 30 TO W-BANKDAYS
           END-IF
           DISPLAY "DAYS WITH NO LOGIN OR LEAVE (BLANK FOR 180) :".
           ACCEPT W-IDLEDAYS.
           IF W-IDLEDAYS = 0
               MOVE 180 TO W-IDLEDAYS
           END-IF

           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE PAYRESFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPPERSONALFILE.
           IF FSEP = "00"
               MOVE "Y" TO W-EPOPEN
           END-IF
           OPEN INPUT ATTENDFILE.
           IF FSAT = "00"
               MOVE "Y" TO W-ATOPEN
           END-IF
           OPEN INPUT REVISIONFILE.
           IF FSR = "00"
               MOVE "Y" TO W-ROPEN
           END-IF
           OPEN INPUT PROMOFILE.
           IF FSPR = "00"
               MOVE "Y" TO W-PROPEN
           END-IF
           OPEN INPUT CHGPENDFILE.
           IF FSCG = "00"
               MOVE "Y" TO W-CGOPEN
           END-IF
           OPEN INPUT LEAVEFILE.
           IF FSL = "00"
               MOVE "Y" TO W-LVOPEN
           END-IF
           OPEN INPUT USERFILE.
           IF FSU = "00"
               MOVE "Y" TO W-UOPEN
               PERFORM LOAD-USERS-PARA THRU LOAD-USERS-EXIT
               CLOSE USERFILE
           END-IF
           OPEN OUTPUT FRAUDRPTFILE.

           PERFORM LOAD-PAID-PARA.

           MOVE SPACES TO RPTLINE.
           STRING "PAYROLL FRAUD ANALYTICS - PERIOD " W-PERIN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "EMPLOYEES PAID ON THE REGULAR RUN : " T-PAID
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           IF W-FULL = "Y"
               MOVE "PAID TABLE FULL - ONLY THE FIRST 3000 EMPLOYEES "
                   TO RPTLINE
               MOVE "CHECKED" TO RPTLINE (50:7)
               WRITE RPTLINE
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

           PERFORM VARYING W-CHECK FROM 1 BY 1 UNTIL W-CHECK > 6
               PERFORM RUN-CHECK-PARA THRU RUN-CHECK-EXIT
           END-PERFORM

           MOVE "SUMMARY" TO RPTLINE.
           WRITE RPTLINE.
           MOVE "1 EMPLOYEES SHARING A BANK ACCOUNT" TO CL-LABEL.
           MOVE T-SHARED TO CL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "2 PAID WITH NO ATTENDANCE" TO CL-LABEL.
           MOVE T-NOATT TO CL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "3 PAID AFTER SEPARATION" TO CL-LABEL.
           MOVE T-AFTSEP TO CL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "4 PAY CHANGES WITH NO REVISION OR PROMOTION"
               TO CL-LABEL.
           MOVE T-PAYCHG TO CL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "5 BANK DETAILS CHANGED SHORTLY BEFORE PAY RUN"
               TO CL-LABEL.
           MOVE T-BANKCHG TO CL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "6 NO LOGIN OR LEAVE ACTIVITY" TO CL-LABEL.
           MOVE T-IDLE TO CL-COUNT.
           PERFORM WRITE-COUNT-PARA.

           CLOSE PAYRESFILE.
           CLOSE EMPFILE.
           IF W-EPOPEN = "Y"
               CLOSE EMPPERSONALFILE
           END-IF
           IF W-ATOPEN = "Y"
               CLOSE ATTENDFILE
           END-IF
           IF W-ROPEN = "Y"
               CLOSE REVISIONFILE
           END-IF
           IF W-PROPEN = "Y"
               CLOSE PROMOFILE
           END-IF
           IF W-CGOPEN = "Y"
               CLOSE CHGPENDFILE
           END-IF
           IF W-LVOPEN = "Y"
               CLOSE LEAVEFILE
           END-IF
           CLOSE FRAUDRPTFILE.
           COMPUTE W-FLAGS = T-SHARED + T-NOATT + T-AFTSEP + T-PAYCHG
               + T-BANKCHG + T-IDLE.
           DISPLAY "FRAUD ANALYTICS WRITTEN TO files/PAYFRAUD.LST - "
               T-PAID " PAID, " W-FLAGS " FLAGGED".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       VALIDATE-PERIOD-PARA.
           MOVE "N" TO W-PEROK.
           IF W-PERIN(1:2) NUMERIC AND W-PERIN(3:1) = "/"
               AND W-PERIN(4:4) NUMERIC
               IF W-PERIN(1:2) >= "01" AND W-PERIN(1:2) <= "12"
                   AND W-PERIN(4:4) > "1600"
                   MOVE "Y" TO W-PEROK
                   MOVE W-PERIN(4:4) TO W-PERIOD(1:4)
                   MOVE W-PERIN(1:2) TO W-PERIOD(5:2)
               END-IF
           END-IF
           IF W-PEROK NOT = "Y"
               GO TO VALIDATE-PERIOD-EXIT
           END-IF
           MOVE W-PERIN(4:4) TO W-YEAR.
           MOVE W-PERIN(1:2) TO W-MONTH.
           COMPUTE W-DATENUM = W-YEAR * 10000 + W-MONTH * 100 + 1.
           COMPUTE W-MONFROM = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           IF W-MONTH = 12
               COMPUTE W-DATENUM = (W-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE W-DATENUM = W-YEAR * 10000
                   + (W-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE W-MONTO = FUNCTION INTEGER-OF-DATE (W-DATENUM) - 1.
           IF W-MONTH = 1
               COMPUTE W-DATENUM = (W-YEAR - 1) * 10000 + 1201
           ELSE
               COMPUTE W-DATENUM = W-YEAR * 10000
                   + (W-MONTH - 1) * 100 + 1
           END-IF
           COMPUTE W-PREVFROM = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           MOVE W-DATENUM(1:6) TO W-PREVPER.
       VALIDATE-PERIOD-EXIT.
           EXIT.

       LOAD-USERS-PARA.
           PERFORM UNTIL FSU = "10"
               READ USERFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSU = "00" AND USEREMP NOT = SPACES
                   AND W-UUSED < 500
                   ADD 1 TO W-UUSED
                   MOVE USERID TO UT-USER (W-UUSED)
                   MOVE USEREMP TO UT-EMP (W-UUSED)
                   MOVE 0 TO UT-LAST (W-UUSED)
               END-IF
           END-PERFORM
           OPEN INPUT LOGARCHFILE.
           IF FSLA = "00"
               MOVE "SECLOG" TO LALOG
               MOVE 0 TO LANO
               START LOGARCHFILE KEY IS NOT LESS THAN LAKEY
                   INVALID KEY MOVE "10" TO FSLA
               END-START
               PERFORM UNTIL FSLA NOT = "00"
                   READ LOGARCHFILE NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF LALOG NOT = "SECLOG"
                       EXIT PERFORM
                   END-IF
                   MOVE SPACES TO W-SECNAME
                   STRING "files/SECLOG" LANO ".ARC"
                       DELIMITED BY SIZE INTO W-SECNAME
                   END-STRING
                   PERFORM SCAN-SECLOG-PARA
               END-PERFORM
               CLOSE LOGARCHFILE
           END-IF
           MOVE "files/SECLOG.DAT" TO W-SECNAME.
           PERFORM SCAN-SECLOG-PARA.
       LOAD-USERS-EXIT.
           EXIT.

       SCAN-SECLOG-PARA.
           OPEN INPUT SECLOGFILE.
           IF FSSL = "00"
               PERFORM UNTIL FSSL = "10"
                   READ SECLOGFILE AT END EXIT PERFORM END-READ
                   IF FSSL = "00" AND SECLOGLINE(31:8) = "LOGINOK "
                       AND SECLOGLINE(1:8) NUMERIC
                       PERFORM VARYING W-UIDX FROM 1 BY 1
                               UNTIL W-UIDX > W-UUSED
                           IF UT-USER (W-UIDX) = SECLOGLINE(20:10)
                               AND SECLOGLINE(1:8) > UT-LAST (W-UIDX)
                               MOVE SECLOGLINE(1:8) TO UT-LAST (W-UIDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE SECLOGFILE
           END-IF.

       LOAD-PAID-PARA.
           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY
                   MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   IF RSRUN = "00" AND RSNET > 0
                       ADD 1 TO T-PAID
                       IF W-PUSED < 3000
                           ADD 1 TO W-PUSED
                           PERFORM STORE-PAID-PARA
                       ELSE
                           MOVE "Y" TO W-FULL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       STORE-PAID-PARA.
           MOVE RSEMPID TO PT-EMPID (W-PUSED).
           MOVE RSNAME TO PT-NAME (W-PUSED).
           MOVE RSNET TO PT-NET (W-PUSED).
           MOVE RSDAYSPD TO PT-DAYS (W-PUSED).
           MOVE RSRUNDATE TO PT-RUNDT (W-PUSED).
           MOVE SPACES TO PT-ACCT (W-PUSED).
           MOVE "N" TO PT-DONE (W-PUSED).
           IF RSDAYSPD > 0
               COMPUTE PT-RATE (W-PUSED) ROUNDED =
                   RSGROSS * RSMONDAYS / RSDAYSPD
           ELSE
               MOVE RSGROSS TO PT-RATE (W-PUSED)
           END-IF.

       RUN-CHECK-PARA.
           MOVE 0 TO W-FLAGS.
           EVALUATE W-CHECK
               WHEN 1
                   MOVE "1. EMPLOYEES PAID INTO THE SAME BANK ACCOUNT"
                       TO RPTLINE
                   WRITE RPTLINE
                   IF W-EPOPEN NOT = "Y"
                       GO TO RUN-CHECK-SKIP
                   END-IF
               WHEN 2
                   MOVE "2. PAID WITH NO ATTENDANCE FOR THE PERIOD"
                       TO RPTLINE
                   WRITE RPTLINE
                   IF W-ATOPEN NOT = "Y"
                       GO TO RUN-CHECK-SKIP
                   END-IF
               WHEN 3
                   MOVE "3. NET PAY AFTER THE SEPARATION DATE"
                       TO RPTLINE
                   WRITE RPTLINE
               WHEN 4
                   MOVE SPACES TO RPTLINE
                   STRING "4. PAY CHANGED BY " W-CHGPCT
                       "% OR MORE WITH NO REVISION OR PROMOTION"
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
                   WRITE RPTLINE
               WHEN 5
                   MOVE SPACES TO RPTLINE
                   STRING "5. BANK DETAILS CHANGED WITHIN " W-BANKDAYS
                       " DAYS BEFORE THE PAY RUN"
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
                   WRITE RPTLINE
                   IF W-CGOPEN NOT = "Y"
                       GO TO RUN-CHECK-SKIP
                   END-IF
               WHEN 6
                   MOVE SPACES TO RPTLINE
                   STRING "6. NO LOGIN AND NO LEAVE FOR " W-IDLEDAYS
                       " DAYS OR MORE"
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
                   WRITE RPTLINE
                   IF W-UOPEN NOT = "Y" AND W-LVOPEN NOT = "Y"
                       GO TO RUN-CHECK-SKIP
                   END-IF
           END-EVALUATE
           PERFORM VARYING W-PIDX FROM 1 BY 1 UNTIL W-PIDX > W-PUSED
               EVALUATE W-CHECK
                   WHEN 1 PERFORM LOAD-ACCOUNT-PARA
                   WHEN 2 PERFORM CHECK-ATTEND-PARA
                   WHEN 3 PERFORM CHECK-SEP-PARA THRU CHECK-SEP-EXIT
                   WHEN 4 PERFORM CHECK-PAYCHG-PARA
                              THRU CHECK-PAYCHG-EXIT
                   WHEN 5 PERFORM CHECK-BANKCHG-PARA
                              THRU CHECK-BANKCHG-EXIT
                   WHEN 6 PERFORM CHECK-IDLE-PARA THRU CHECK-IDLE-EXIT
               END-EVALUATE
           END-PERFORM
           IF W-CHECK = 1
               PERFORM VARYING W-PIDX FROM 1 BY 1
                       UNTIL W-PIDX > W-PUSED
                   PERFORM SHARED-GROUP-PARA THRU SHARED-GROUP-EXIT
               END-PERFORM
           END-IF
           IF W-FLAGS = 0
               MOVE "   NONE FOUND" TO RPTLINE
               WRITE RPTLINE
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           GO TO RUN-CHECK-EXIT.
       RUN-CHECK-SKIP.
           MOVE "   FILE NOT ON HAND - CHECK NOT RUN" TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
       RUN-CHECK-EXIT.
           EXIT.

      * CHEQUE AND CASH EMPLOYEES HAVE NO ACCOUNT PAID INTO.
       LOAD-ACCOUNT-PARA.
           MOVE PT-EMPID (W-PIDX) TO EPEMPID.
           READ EMPPERSONALFILE
               INVALID KEY
                   MOVE SPACES TO EPBANKAC
           END-READ
           IF EPPAYMODE = "Q" OR EPPAYMODE = "C"
               MOVE SPACES TO EPBANKAC
           END-IF
           MOVE EPBANKAC TO PT-ACCT (W-PIDX).

       SHARED-GROUP-PARA.
           IF PT-ACCT (W-PIDX) = SPACES OR PT-DONE (W-PIDX) = "Y"
               GO TO SHARED-GROUP-EXIT
           END-IF
           MOVE 1 TO W-SHARERS.
           PERFORM VARYING W-JIDX FROM W-PIDX BY 1
                   UNTIL W-JIDX > W-PUSED
               IF W-JIDX > W-PIDX
                   AND PT-ACCT (W-JIDX) = PT-ACCT (W-PIDX)
                   ADD 1 TO W-SHARERS
               END-IF
           END-PERFORM
           IF W-SHARERS = 1
               GO TO SHARED-GROUP-EXIT
           END-IF
           MOVE W-SHARERS TO W-NUMOUT.
           MOVE SPACES TO RPTLINE.
           STRING "   ACCOUNT " PT-ACCT (W-PIDX) " PAID TO "
               W-NUMOUT " EMPLOYEES"
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           PERFORM VARYING W-JIDX FROM W-PIDX BY 1
                   UNTIL W-JIDX > W-PUSED
               IF PT-ACCT (W-JIDX) = PT-ACCT (W-PIDX)
                   MOVE "Y" TO PT-DONE (W-JIDX)
                   MOVE PT-EMPID (W-JIDX) TO DL-EMPID
                   MOVE PT-NAME (W-JIDX) TO DL-NAME
                   MOVE "NET PAY" TO DL-NOTE
                   MOVE PT-NET (W-JIDX) TO W-RATEOUT
                   MOVE W-RATEOUT TO DL-NOTE (9:10)
                   PERFORM WRITE-DETAIL-PARA
                   ADD 1 TO T-SHARED
               END-IF
           END-PERFORM.
       SHARED-GROUP-EXIT.
           EXIT.

       CHECK-ATTEND-PARA.
           MOVE PT-EMPID (W-PIDX) TO ATEMPID.
           MOVE W-PERIOD TO ATPERIOD.
           READ ATTENDFILE
               INVALID KEY
                   MOVE "NO ATTENDANCE RECORD FOR THE PERIOD"
                       TO DL-NOTE
                   PERFORM FLAG-PAID-PARA
                   ADD 1 TO T-NOATT
               NOT INVALID KEY
                   IF ATDAYSP = 0
                       MOVE "ATTENDANCE SHOWS NO DAYS PRESENT"
                           TO DL-NOTE
                       PERFORM FLAG-PAID-PARA
                       ADD 1 TO T-NOATT
                   END-IF
           END-READ.

      * A SEPARATION EARLIER THAN THE PERIOD MEANS NOTHING WAS DUE; ONE
      * DURING THE PERIOD MEANS NO MORE DAYS THAN UP TO THAT DATE.
       CHECK-SEP-PARA.
           MOVE PT-EMPID (W-PIDX) TO EEMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "NOT ON THE EMPLOYEE MASTER" TO DL-NOTE
                   PERFORM FLAG-PAID-PARA
                   ADD 1 TO T-AFTSEP
                   GO TO CHECK-SEP-EXIT
           END-READ
           IF ESEPDT = SPACES
               IF ESTATUS = "S"
                   MOVE "SEPARATED - NO SEPARATION DATE ON FILE"
                       TO DL-NOTE
                   PERFORM FLAG-PAID-PARA
                   ADD 1 TO T-AFTSEP
               END-IF
               GO TO CHECK-SEP-EXIT
           END-IF
           MOVE ESEPDT TO W-DATECK.
           PERFORM DATE-TO-INT-PARA.
           IF W-DATEOK NOT = "Y"
               GO TO CHECK-SEP-EXIT
           END-IF
           MOVE W-DATEINT TO W-SEPINT.
           IF W-SEPINT < W-MONFROM
               MOVE SPACES TO DL-NOTE
               STRING "SEPARATED " ESEPDT " - PAID FOR THE PERIOD"
                   DELIMITED BY SIZE INTO DL-NOTE
               END-STRING
               PERFORM FLAG-PAID-PARA
               ADD 1 TO T-AFTSEP
               GO TO CHECK-SEP-EXIT
           END-IF
           IF W-SEPINT <= W-MONTO
               COMPUTE W-SEPDAYS = W-SEPINT - W-MONFROM + 1
               IF PT-DAYS (W-PIDX) > W-SEPDAYS
                   MOVE SPACES TO DL-NOTE
                   STRING "SEPARATED " ESEPDT " - PAID "
                       PT-DAYS (W-PIDX) " DAYS"
                       DELIMITED BY SIZE INTO DL-NOTE
                   END-STRING
                   PERFORM FLAG-PAID-PARA
                   ADD 1 TO T-AFTSEP
               END-IF
           END-IF.
       CHECK-SEP-EXIT.
           EXIT.

      * A REVISION OR PROMOTION EFFECTIVE FROM THE START OF THE
      * PREVIOUS PERIOD TO THE END OF THIS ONE EXPLAINS THE CHANGE.
       CHECK-PAYCHG-PARA.
           MOVE PT-EMPID (W-PIDX) TO RSEMPID.
           MOVE W-PREVPER TO RSPERIOD.
           MOVE "00" TO RSRUN.
           READ PAYRESFILE KEY IS RSKEY
               INVALID KEY
                   GO TO CHECK-PAYCHG-EXIT
           END-READ
           IF RSDAYSPD > 0
               COMPUTE W-PREVRATE ROUNDED =
                   RSGROSS * RSMONDAYS / RSDAYSPD
           ELSE
               MOVE RSGROSS TO W-PREVRATE
           END-IF
           IF W-PREVRATE = 0
               GO TO CHECK-PAYCHG-EXIT
           END-IF
           COMPUTE W-CHANGE ROUNDED =
               (PT-RATE (W-PIDX) - W-PREVRATE) * 100 / W-PREVRATE
               ON SIZE ERROR
                   MOVE 9999.9 TO W-CHANGE
           END-COMPUTE.
           IF W-CHANGE < W-CHGPCT AND W-CHANGE > 0 - W-CHGPCT
               GO TO CHECK-PAYCHG-EXIT
           END-IF
           MOVE "N" TO W-FOUND.
           IF W-ROPEN = "Y"
               PERFORM FIND-REVISION-PARA
           END-IF
           IF W-FOUND = "N" AND W-PROPEN = "Y"
               PERFORM FIND-PROMO-PARA
           END-IF
           IF W-FOUND = "Y"
               GO TO CHECK-PAYCHG-EXIT
           END-IF
           MOVE W-PREVRATE TO W-PREVOUT.
           MOVE PT-RATE (W-PIDX) TO W-RATEOUT.
           MOVE W-CHANGE TO W-CHGOUT.
           MOVE SPACES TO DL-NOTE.
           STRING "MONTHLY " W-PREVOUT " TO " W-RATEOUT " ("
               W-CHGOUT "%)" DELIMITED BY SIZE INTO DL-NOTE
           END-STRING.
           PERFORM FLAG-PAID-PARA.
           ADD 1 TO T-PAYCHG.
       CHECK-PAYCHG-EXIT.
           EXIT.

       FIND-REVISION-PARA.
           MOVE PT-EMPID (W-PIDX) TO REMPID.
           START REVISIONFILE KEY IS EQUAL TO REMPID
               INVALID KEY
                   MOVE "10" TO FSR
           END-START.
           PERFORM UNTIL FSR = "10" OR W-FOUND = "Y"
               READ REVISIONFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSR = "00" OR FSR = "02"
                   IF REMPID NOT = PT-EMPID (W-PIDX)
                       EXIT PERFORM
                   END-IF
                   MOVE RREVDATE TO W-DATECK
                   PERFORM DATE-TO-INT-PARA
                   IF W-DATEOK = "Y" AND W-DATEINT >= W-PREVFROM
                       AND W-DATEINT <= W-MONTO
                       MOVE "Y" TO W-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSR.

       FIND-PROMO-PARA.
           MOVE PT-EMPID (W-PIDX) TO PREMPID.
           START PROMOFILE KEY IS EQUAL TO PREMPID
               INVALID KEY
                   MOVE "10" TO FSPR
           END-START.
           PERFORM UNTIL FSPR = "10" OR W-FOUND = "Y"
               READ PROMOFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSPR = "00" OR FSPR = "02"
                   IF PREMPID NOT = PT-EMPID (W-PIDX)
                       EXIT PERFORM
                   END-IF
                   MOVE PREFFDT TO W-DATECK
                   PERFORM DATE-TO-INT-PARA
                   IF W-DATEOK = "Y" AND W-DATEINT >= W-PREVFROM
                       AND W-DATEINT <= W-MONTO
                       MOVE "Y" TO W-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSPR.

      * APPROVED BANK DETAIL CHANGES TAKE EFFECT ON THE DAY THEY ARE
      * APPROVED; THE PAY RUN DATE IS THE DATE ON THE RESULT.
       CHECK-BANKCHG-PARA.
           IF PT-RUNDT (W-PIDX) NOT NUMERIC
               GO TO CHECK-BANKCHG-EXIT
           END-IF
           MOVE PT-RUNDT (W-PIDX) TO W-DATENUM.
           COMPUTE W-RUNINT = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           MOVE PT-EMPID (W-PIDX) TO CHEMPID.
           START CHGPENDFILE KEY IS EQUAL TO CHEMPID
               INVALID KEY
                   MOVE "10" TO FSCG
           END-START.
           PERFORM UNTIL FSCG = "10"
               READ CHGPENDFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSCG = "00" OR FSCG = "02"
                   IF CHEMPID NOT = PT-EMPID (W-PIDX)
                       EXIT PERFORM
                   END-IF
                   IF CHTYPE = "B" AND CHSTAT = "A"
                       AND CHCDATE NUMERIC
                       PERFORM BANKCHG-ONE-PARA THRU BANKCHG-ONE-EXIT
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSCG.
       CHECK-BANKCHG-EXIT.
           EXIT.

       BANKCHG-ONE-PARA.
           MOVE CHCDATE TO W-DATENUM.
           COMPUTE W-CHGINT = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           IF W-CHGINT > W-RUNINT
               GO TO BANKCHG-ONE-EXIT
           END-IF
           COMPUTE W-GAP = W-RUNINT - W-CHGINT.
           IF W-GAP > W-BANKDAYS
               GO TO BANKCHG-ONE-EXIT
           END-IF
           MOVE CHCDATE TO W-SHOWNUM.
           PERFORM SHOW-DATE-PARA.
           MOVE W-GAP TO W-NUMOUT.
           MOVE SPACES TO DL-NOTE.
           STRING "CHANGED " W-SHOWDT " BY " CHMAKER " -" W-NUMOUT
               " DAYS" DELIMITED BY SIZE INTO DL-NOTE
           END-STRING.
           PERFORM FLAG-PAID-PARA.
           ADD 1 TO T-BANKCHG.
       BANKCHG-ONE-EXIT.
           EXIT.

      * SOMEONE WHO JOINED WITHIN THE WINDOW HAS HAD NO TIME TO LOG IN
      * OR TAKE LEAVE AND IS NOT FLAGGED.
       CHECK-IDLE-PARA.
           MOVE PT-EMPID (W-PIDX) TO EEMPID.
           READ EMPFILE
               INVALID KEY
                   GO TO CHECK-IDLE-EXIT
           END-READ
           MOVE EDOJ TO W-DATECK.
           PERFORM DATE-TO-INT-PARA.
           IF W-DATEOK = "Y"
               IF W-MONTO - W-DATEINT < W-IDLEDAYS
                   GO TO CHECK-IDLE-EXIT
               END-IF
           END-IF
           MOVE 0 TO W-LASTLOG.
           PERFORM VARYING W-UIDX FROM 1 BY 1 UNTIL W-UIDX > W-UUSED
               IF UT-EMP (W-UIDX) = PT-EMPID (W-PIDX)
                   AND UT-LAST (W-UIDX) > W-LASTLOG
                   MOVE UT-LAST (W-UIDX) TO W-LASTLOG
               END-IF
           END-PERFORM
           MOVE 0 TO W-LASTLV.
           IF W-LVOPEN = "Y"
               PERFORM LAST-LEAVE-PARA
           END-IF
           MOVE W-LASTLOG TO W-LATEST.
           IF W-LASTLV > W-LATEST
               MOVE W-LASTLV TO W-LATEST
           END-IF
           IF W-LATEST > 0
               COMPUTE W-DATEINT = FUNCTION INTEGER-OF-DATE (W-LATEST)
               IF W-DATEINT > W-MONTO
                   OR W-MONTO - W-DATEINT < W-IDLEDAYS
                   GO TO CHECK-IDLE-EXIT
               END-IF
           END-IF
           MOVE SPACES TO DL-NOTE.
           MOVE "LAST LOGIN" TO DL-NOTE.
           MOVE W-LASTLOG TO W-SHOWNUM.
           PERFORM SHOW-DATE-PARA.
           MOVE W-SHOWDT TO DL-NOTE (12:10).
           MOVE "LAST LEAVE" TO DL-NOTE (24:10).
           MOVE W-LASTLV TO W-SHOWNUM.
           PERFORM SHOW-DATE-PARA.
           MOVE W-SHOWDT TO DL-NOTE (35:10).
           PERFORM FLAG-PAID-PARA.
           ADD 1 TO T-IDLE.
       CHECK-IDLE-EXIT.
           EXIT.

       LAST-LEAVE-PARA.
           MOVE PT-EMPID (W-PIDX) TO LEMPID.
           START LEAVEFILE KEY IS EQUAL TO LEMPID
               INVALID KEY
                   MOVE "10" TO FSL
           END-START.
           PERFORM UNTIL FSL = "10"
               READ LEAVEFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSL = "00" OR FSL = "02"
                   IF LEMPID NOT = PT-EMPID (W-PIDX)
                       EXIT PERFORM
                   END-IF
                   MOVE LFMDATE TO W-DATECK
                   PERFORM DATE-TO-INT-PARA
                   IF W-DATEOK = "Y" AND W-DATENUM > W-LASTLV
                       MOVE W-DATENUM TO W-LASTLV
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSL.

       DATE-TO-INT-PARA.
           MOVE "N" TO W-DATEOK.
           MOVE 0 TO W-DATEINT.
           IF W-DATECK(1:2) NUMERIC AND W-DATECK(4:2) NUMERIC
               AND W-DATECK(7:4) NUMERIC
               AND W-DATECK(3:1) = "/" AND W-DATECK(6:1) = "/"
               MOVE W-DATECK(7:4) TO W-DATENUM(1:4)
               MOVE W-DATECK(4:2) TO W-DATENUM(5:2)
               MOVE W-DATECK(1:2) TO W-DATENUM(7:2)
               IF W-DATENUM(1:4) > "1600"
                   AND W-DATENUM(5:2) >= "01" AND W-DATENUM(5:2) <= "12"
                   AND W-DATENUM(7:2) >= "01" AND W-DATENUM(7:2) <= "31"
                   COMPUTE W-DATEINT =
                       FUNCTION INTEGER-OF-DATE (W-DATENUM)
                   IF W-DATEINT > 0
                       MOVE "Y" TO W-DATEOK
                   END-IF
               END-IF
           END-IF.

       SHOW-DATE-PARA.
           IF W-SHOWNUM = 0
               MOVE "NONE" TO W-SHOWDT
           ELSE
               MOVE W-SHOWNUM(7:2) TO W-SHOWDT(1:2)
               MOVE "/" TO W-SHOWDT(3:1)
               MOVE W-SHOWNUM(5:2) TO W-SHOWDT(4:2)
               MOVE "/" TO W-SHOWDT(6:1)
               MOVE W-SHOWNUM(1:4) TO W-SHOWDT(7:4)
           END-IF.

       FLAG-PAID-PARA.
           MOVE PT-EMPID (W-PIDX) TO DL-EMPID.
           MOVE PT-NAME (W-PIDX) TO DL-NAME.
           PERFORM WRITE-DETAIL-PARA.

       WRITE-DETAIL-PARA.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           ADD 1 TO W-FLAGS.

       WRITE-COUNT-PARA.
           MOVE COUNT-LINE TO RPTLINE.
           WRITE RPTLINE.

       END PROGRAM PAYFRAUD.
