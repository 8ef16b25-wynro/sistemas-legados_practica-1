       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREADY.

      * PRE-PAYROLL READINESS CHECK FOR A PERIOD. EVERY EMPLOYEE THE
      * PAYROLL RUN WILL PAY - ANYONE IN SERVICE FOR SOME PART OF THE
      * PERIOD, AS PRORATE COUNTS IT - IS CHECKED AGAINST THE FILES
      * THE PAYROLL RUN DEPENDS ON AND EACH EXCEPTION IS CLASSED AS
      * BLOCKING OR WARNING.
      *   BLOCKING - NO PAYMENT RECORD, BASIC PAY OF ZERO, BANK PAY
      *              MODE WITHOUT AN ACCOUNT AND IFSC, A LOAN WITH A
      *              BALANCE NOT POSTED FOR THE PERIOD
      *   WARNING  - NO ATTENDANCE FOR THE PERIOD, BASIC OUTSIDE THE
      *              GRADE BAND, LEAVE OR OVERTIME IN THE PERIOD STILL
      *              AWAITING APPROVAL
      * THE EXCEPTIONS ARE PRINTED BY BRANCH AND THE OUTCOME IS KEPT IN
      * RUN CONTROL UNDER PAYREADY FOR THE PERIOD - F WHEN ANYTHING
      * BLOCKS, W WHEN THERE ARE WARNINGS ONLY, C WHEN CLEAN. THE
      * PAYROLL RUN IS NOT STARTED FOR A PERIOD UNTIL IT STANDS AT C,
      * OR AT S ONCE AN ADMINISTRATOR HAS SIGNED OFF THE WARNINGS FROM
      * THE JOB CONSOLE. A FRESH CHECK REPLACES ANY EARLIER SIGN-OFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT PAYMENTFILE
               ASSIGN TO "files/PAYMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT EMPPERSONALFILE
               ASSIGN TO "files/EMPPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPEMPID
               FILE STATUS IS FSEP.

           SELECT LOANFILE
               ASSIGN TO "files/LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNID
               ALTERNATE RECORD KEY IS LNEMPID WITH DUPLICATES
               FILE STATUS IS FSLN.

           SELECT ATTENDFILE
               ASSIGN TO "files/ATTEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATKEY
               FILE STATUS IS FSAT.

           SELECT LEAVEFILE
               ASSIGN TO "files/LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLVID
               ALTERNATE RECORD KEY IS LEMPID WITH DUPLICATES
               FILE STATUS IS FSL.

           SELECT OTFILE
               ASSIGN TO "files/OT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTID
               ALTERNATE RECORD KEY IS OTEMPID WITH DUPLICATES
               FILE STATUS IS FSOT.

           SELECT GRADEFILE
               ASSIGN TO "files/GRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GGRADE
               FILE STATUS IS FSG.

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

           SELECT PAYREADYFILE
               ASSIGN TO "files/PAYREADY.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

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

       FD PAYMENTFILE.
       01 PAYMENTREC.
           02 PEMPID    PIC X(6).
           02 PBASIC    PIC 9(6)V99.
           02 FILLER    PIC X(288).

       FD EMPPERSONALFILE.
       01 EMPPERSONALREC.
           02 EPEMPID  PIC X(6).
           02 EPTADD   PIC X(30).
           02 EPTPH    PIC X(10).
           02 EPDOB    PIC X(10).
           02 EPPOB    PIC X(10).
           02 EPLANG   PIC X(15).
           02 EPBLOOD  PIC X(4).
           02 EPWEIGHT PIC 999.
           02 EPHEIGHT PIC 999.
           02 EPVISION PIC X(15).
           02 EPFATHER PIC X(25).
           02 EPDOBF   PIC X(10).
           02 EPMOTHER PIC X(25).
           02 EPDOBM   PIC X(10).
           02 EPSPOUSE PIC X(25).
           02 EPCHILD  PIC X(25).
           02 EPDOBC   PIC X(10).
           02 EPBANKAC PIC X(20).
           02 EPBANKIFSC PIC X(11).
           02 EPBANKBR PIC X(20).
           02 EPPFNO   PIC X(22).
           02 EPUAN    PIC X(12).
           02 EPESINO  PIC X(10).
           02 EPPAYMODE PIC X.

       FD LOANFILE.
       01 LOANREC.
           02 LNID       PIC X(6).
           02 LNEMPID    PIC X(6).
           02 LNLOANNO   PIC X(4).
           02 LNDISBDT   PIC X(10).
           02 LNPRINCIPAL PIC 9(8)V99.
           02 LNINSTALL  PIC 9(8)V99.
           02 LNBALANCE  PIC 9(8)V99.
           02 LNLASTDT   PIC 9(8).
           02 LNRATE     PIC 99V99.
           02 LNTENURE   PIC 999.

       FD ATTENDFILE.
       01 ATTENDREC.
           02 ATKEY.
               03 ATEMPID  PIC X(6).
               03 ATPERIOD PIC X(6).
           02 ATDAYSP  PIC 99.
           02 ATDAYSA  PIC 99.

       FD LEAVEFILE.
       01 LEAVEREC.
           02 LLVID     PIC X(6).
           02 LEMPID    PIC X(6).
           02 LFMDATE   PIC X(10).
           02 LTODATE   PIC X(10).
           02 LLEVCAT   PIC X(3).
           02 LSTATUS   PIC X.
           02 LAPPRID   PIC X(10).

       FD OTFILE.
       01 OTREC.
           02 OTID     PIC X(6).
           02 OTEMPID  PIC X(6).
           02 OTDATE   PIC X(10).
           02 OTHOURS  PIC 99V9.
           02 OTSUPV   PIC X(10).
           02 OTPERIOD PIC X(6).
           02 OTPOSTED PIC X.
           02 OTELECT  PIC X.

       FD GRADEFILE.
       01 GRADEREC.
           02 GGRADE      PIC 99.
           02 GDESIGN     PIC X(25).
           02 GMINBASIC   PIC 9(6)V99.
           02 GMAXBASIC   PIC 9(6)V99.
           02 GOTRATE     PIC 9(3)V99.

       FD BRANCHFILE.
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       FD PAYREADYFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSP        PIC XX.
       77 FSEP       PIC XX.
       77 FSLN       PIC XX.
       77 FSAT       PIC XX.
       77 FSL        PIC XX.
       77 FSOT       PIC XX.
       77 FSG        PIC XX.
       77 FSB        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-RCPROG   PIC X(8) VALUE "PAYREADY".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-MONDAYS  PIC 99.
       77 W-DAYSPAID PIC 99.
       77 W-PYOPEN   PIC X.
       77 W-EPOPEN   PIC X.
       77 W-LNOPEN   PIC X.
       77 W-ATOPEN   PIC X.
       77 W-LVOPEN   PIC X.
       77 W-OTOPEN   PIC X.
       77 W-GROPEN   PIC X.
       77 W-CLASS    PIC X.
       77 W-REASON   PIC X(30).
       77 W-EMPBLK   PIC X.
       77 W-EMPWRN   PIC X.
       77 W-FROMPER  PIC X(6).
       77 W-TOPER    PIC X(6).
       77 W-DISBPER  PIC X(6).
       77 W-VERDICT  PIC X.
       77 W-OUTCOME  PIC X(30).
       77 W-RCNT     PIC 9(4).
       77 W-IDX      PIC 9(4).
       77 W-JDX      PIC 9(4).
       77 W-LASTBR   PIC X(6).
       77 B-BLOCK    PIC 9(6).
       77 B-WARN     PIC 9(6).
       77 T-EMPS     PIC 9(6) VALUE 0.
       77 T-EMPBLK   PIC 9(6) VALUE 0.
       77 T-EMPWRN   PIC 9(6) VALUE 0.
       77 T-BLOCK    PIC 9(6) VALUE 0.
       77 T-WARN     PIC 9(6) VALUE 0.
       77 T-LOST     PIC 9(6) VALUE 0.

      * THE EXCEPTIONS TO REPORT, HELD IN BRANCH AND EMPLOYEE ORDER AS
      * THEY ARE FOUND.
       01 EXC-TABLE.
           02 ET-ENTRY OCCURS 3000 TIMES.
               03 ET-SORT.
                   04 ET-BRID    PIC X(6).
                   04 ET-EMPID   PIC X(6).
               03 ET-NAME    PIC X(25).
               03 ET-CLASS   PIC X.
               03 ET-REASON  PIC X(30).
       01 ET-HOLD.
           02 EH-SORT    PIC X(12).
           02 FILLER     PIC X(56).

       01 EXC-LINE.
           02 XL-EMPID   PIC X(7).
           02 XL-NAME    PIC X(26).
           02 XL-CLASS   PIC X(10).
           02 XL-REASON  PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PRE-PAYROLL READINESS CHECK".
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           MOVE "N" TO W-PYOPEN.
           OPEN INPUT PAYMENTFILE.
           IF FSP = "00"
               MOVE "Y" TO W-PYOPEN
           END-IF
           MOVE "N" TO W-EPOPEN.
           OPEN INPUT EMPPERSONALFILE.
           IF FSEP = "00"
               MOVE "Y" TO W-EPOPEN
           END-IF
           MOVE "N" TO W-LNOPEN.
           OPEN INPUT LOANFILE.
           IF FSLN = "00"
               MOVE "Y" TO W-LNOPEN
           END-IF
           MOVE "N" TO W-ATOPEN.
           OPEN INPUT ATTENDFILE.
           IF FSAT = "00"
               MOVE "Y" TO W-ATOPEN
           END-IF
           MOVE "N" TO W-LVOPEN.
           OPEN INPUT LEAVEFILE.
           IF FSL = "00"
               MOVE "Y" TO W-LVOPEN
           END-IF
           MOVE "N" TO W-OTOPEN.
           OPEN INPUT OTFILE.
           IF FSOT = "00"
               MOVE "Y" TO W-OTOPEN
           END-IF
           MOVE "N" TO W-GROPEN.
           OPEN INPUT GRADEFILE.
           IF FSG = "00"
               MOVE "Y" TO W-GROPEN
           END-IF
           OPEN INPUT BRANCHFILE.

           MOVE 0 TO W-RCNT.
           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
               INVALID KEY
                   MOVE "10" TO FSE
           END-START.
           PERFORM UNTIL FSE = "10"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSE = "00" OR FSE = "02"
                   CALL "PRORATE" USING W-PERIOD EDOJ ESEPDT ESTATUS
                       W-MONDAYS W-DAYSPAID
                   IF W-DAYSPAID > 0
                       PERFORM CHECK-EMP-PARA
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT PAYREADYFILE.
           MOVE SPACES TO RPTLINE.
           STRING "PRE-PAYROLL READINESS EXCEPTIONS FOR " W-PERIN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO W-LASTBR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-RCNT
               IF ET-BRID (W-IDX) NOT = W-LASTBR
                   IF W-LASTBR NOT = SPACES
                       PERFORM BRANCH-TOTAL-PARA
                   END-IF
                   PERFORM BRANCH-HEAD-PARA
               END-IF
               PERFORM EXC-LINE-PARA
           END-PERFORM
           IF W-LASTBR NOT = SPACES
               PERFORM BRANCH-TOTAL-PARA
           END-IF

           IF T-BLOCK > 0
               MOVE "F" TO W-VERDICT
               MOVE "FAILED - BLOCKING EXCEPTIONS" TO W-OUTCOME
           ELSE
               IF T-WARN > 0
                   MOVE "W" TO W-VERDICT
                   MOVE "WARNINGS - AWAITING SIGN-OFF" TO W-OUTCOME
               ELSE
                   MOVE "C" TO W-VERDICT
                   MOVE "PASSED" TO W-OUTCOME
               END-IF
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           IF W-RCNT = 0 AND T-LOST = 0
               MOVE "NO EXCEPTIONS FOUND" TO RPTLINE
               WRITE RPTLINE
               MOVE SPACES TO RPTLINE
           END-IF
           STRING "EMPLOYEES CHECKED " T-EMPS
               "  BLOCKED " T-EMPBLK
               "  WARNED ONLY " T-EMPWRN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "ALL BRANCHES - BLOCKING " T-BLOCK
               "  WARNING " T-WARN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           IF T-LOST > 0
               MOVE SPACES TO RPTLINE
               STRING "EXCEPTIONS NOT LISTED - REPORT FULL : " T-LOST
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
           END-IF
           MOVE SPACES TO RPTLINE.
           STRING "READINESS FOR " W-PERIN " : " W-OUTCOME
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           CLOSE PAYREADYFILE.

           CLOSE EMPFILE.
           IF W-PYOPEN = "Y"
               CLOSE PAYMENTFILE
           END-IF
           IF W-EPOPEN = "Y"
               CLOSE EMPPERSONALFILE
           END-IF
           IF W-LNOPEN = "Y"
               CLOSE LOANFILE
           END-IF
           IF W-ATOPEN = "Y"
               CLOSE ATTENDFILE
           END-IF
           IF W-LVOPEN = "Y"
               CLOSE LEAVEFILE
           END-IF
           IF W-OTOPEN = "Y"
               CLOSE OTFILE
           END-IF
           IF W-GROPEN = "Y"
               CLOSE GRADEFILE
           END-IF
           IF FSB = "00"
               CLOSE BRANCHFILE
           END-IF

           MOVE W-PERIN TO W-RCPER.
           MOVE "V" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           MOVE W-VERDICT TO W-RCREPLY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.

           DISPLAY "READINESS CHECK WRITTEN TO files/PAYREADY.LST - "
               T-BLOCK " BLOCKING, " T-WARN " WARNING".
           DISPLAY "READINESS FOR " W-PERIN " : " W-OUTCOME.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       VALIDATE-PERIOD-PARA.
           MOVE "N" TO W-PEROK.
           IF W-PERIN(1:2) NUMERIC AND W-PERIN(3:1) = "/"
               AND W-PERIN(4:4) NUMERIC
               IF W-PERIN(1:2) >= "01" AND W-PERIN(1:2) <= "12"
                   MOVE "Y" TO W-PEROK
                   MOVE W-PERIN(4:4) TO W-PERIOD(1:4)
                   MOVE W-PERIN(1:2) TO W-PERIOD(5:2)
               END-IF
           END-IF.

       CHECK-EMP-PARA.
           ADD 1 TO T-EMPS.
           MOVE "N" TO W-EMPBLK.
           MOVE "N" TO W-EMPWRN.
           PERFORM CHECK-PAYMENT-PARA THRU CHECK-PAYMENT-EXIT.
           PERFORM CHECK-BANK-PARA THRU CHECK-BANK-EXIT.
           PERFORM CHECK-LOAN-PARA THRU CHECK-LOAN-EXIT.
           PERFORM CHECK-ATTEND-PARA THRU CHECK-ATTEND-EXIT.
           PERFORM CHECK-LEAVE-PARA THRU CHECK-LEAVE-EXIT.
           PERFORM CHECK-OT-PARA THRU CHECK-OT-EXIT.
           IF W-EMPBLK = "Y"
               ADD 1 TO T-EMPBLK
           ELSE
               IF W-EMPWRN = "Y"
                   ADD 1 TO T-EMPWRN
               END-IF
           END-IF.

      * THE PAYMENT RECORD, ITS BASIC PAY AND THE BASIC AGAINST THE
      * PAY BAND OF THE EMPLOYEE'S GRADE.
       CHECK-PAYMENT-PARA.
           IF W-PYOPEN NOT = "Y"
               MOVE "B" TO W-CLASS
               MOVE "NO PAYMENT RECORD" TO W-REASON
               PERFORM ADD-EXC-PARA
               GO TO CHECK-PAYMENT-EXIT
           END-IF
           MOVE EEMPID TO PEMPID.
           READ PAYMENTFILE
               INVALID KEY
                   MOVE "B" TO W-CLASS
                   MOVE "NO PAYMENT RECORD" TO W-REASON
                   PERFORM ADD-EXC-PARA
                   GO TO CHECK-PAYMENT-EXIT
           END-READ.
           IF PBASIC = 0
               MOVE "B" TO W-CLASS
               MOVE "BASIC PAY IS ZERO" TO W-REASON
               PERFORM ADD-EXC-PARA
               GO TO CHECK-PAYMENT-EXIT
           END-IF
           IF W-GROPEN NOT = "Y"
               GO TO CHECK-PAYMENT-EXIT
           END-IF
           MOVE EGRDNO TO GGRADE.
           READ GRADEFILE
               INVALID KEY
                   GO TO CHECK-PAYMENT-EXIT
           END-READ.
           IF PBASIC < GMINBASIC
               OR (GMAXBASIC > 0 AND PBASIC > GMAXBASIC)
               MOVE "W" TO W-CLASS
               MOVE SPACES TO W-REASON
               STRING "BASIC OUTSIDE GRADE " EGRDNO " BAND"
                   DELIMITED BY SIZE INTO W-REASON
               END-STRING
               PERFORM ADD-EXC-PARA
           END-IF.
       CHECK-PAYMENT-EXIT.
           EXIT.

      * BANK DETAILS, UNLESS THE EMPLOYEE IS PAID BY CHEQUE OR CASH.
       CHECK-BANK-PARA.
           IF W-EPOPEN NOT = "Y"
               MOVE "B" TO W-CLASS
               MOVE "NO BANK ACCOUNT OR IFSC" TO W-REASON
               PERFORM ADD-EXC-PARA
               GO TO CHECK-BANK-EXIT
           END-IF
           MOVE EEMPID TO EPEMPID.
           READ EMPPERSONALFILE
               INVALID KEY
                   MOVE "B" TO W-CLASS
                   MOVE "NO BANK ACCOUNT OR IFSC" TO W-REASON
                   PERFORM ADD-EXC-PARA
                   GO TO CHECK-BANK-EXIT
           END-READ.
           IF EPPAYMODE = "Q" OR EPPAYMODE = "C"
               GO TO CHECK-BANK-EXIT
           END-IF
           IF EPBANKAC = SPACES OR EPBANKIFSC = SPACES
               MOVE "B" TO W-CLASS
               MOVE "NO BANK ACCOUNT OR IFSC" TO W-REASON
               PERFORM ADD-EXC-PARA
           END-IF.
       CHECK-BANK-EXIT.
           EXIT.

      * A LOAN STILL CARRYING A BALANCE MUST HAVE HAD THIS PERIOD'S
      * INSTALLMENT POSTED, UNLESS IT WAS ONLY DISBURSED IN THE PERIOD.
       CHECK-LOAN-PARA.
           IF W-LNOPEN NOT = "Y"
               GO TO CHECK-LOAN-EXIT
           END-IF
           MOVE EEMPID TO LNEMPID.
           START LOANFILE KEY IS EQUAL TO LNEMPID
               INVALID KEY
                   GO TO CHECK-LOAN-EXIT
           END-START.
           PERFORM UNTIL FSLN = "10"
               READ LOANFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSLN = "00" OR FSLN = "02"
                   IF LNEMPID NOT = EEMPID
                       EXIT PERFORM
                   END-IF
                   MOVE LNDISBDT(7:4) TO W-DISBPER(1:4)
                   MOVE LNDISBDT(4:2) TO W-DISBPER(5:2)
                   IF LNBALANCE > 0
                       AND LNLASTDT(1:6) NOT = W-PERIOD
                       AND W-DISBPER < W-PERIOD
                       MOVE "B" TO W-CLASS
                       MOVE SPACES TO W-REASON
                       STRING "LOAN " LNID " NOT POSTED"
                           DELIMITED BY SIZE INTO W-REASON
                       END-STRING
                       PERFORM ADD-EXC-PARA
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSLN.
       CHECK-LOAN-EXIT.
           EXIT.

       CHECK-ATTEND-PARA.
           IF W-ATOPEN = "Y"
               MOVE EEMPID TO ATEMPID
               MOVE W-PERIOD TO ATPERIOD
               READ ATTENDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO CHECK-ATTEND-EXIT
               END-READ
           END-IF
           MOVE "W" TO W-CLASS.
           MOVE "NO ATTENDANCE FOR THE PERIOD" TO W-REASON.
           PERFORM ADD-EXC-PARA.
       CHECK-ATTEND-EXIT.
           EXIT.

      * LEAVE STILL PENDING APPROVAL THAT FALLS IN THE PERIOD.
       CHECK-LEAVE-PARA.
           IF W-LVOPEN NOT = "Y"
               GO TO CHECK-LEAVE-EXIT
           END-IF
           MOVE EEMPID TO LEMPID.
           START LEAVEFILE KEY IS EQUAL TO LEMPID
               INVALID KEY
                   GO TO CHECK-LEAVE-EXIT
           END-START.
           PERFORM UNTIL FSL = "10"
               READ LEAVEFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSL = "00" OR FSL = "02"
                   IF LEMPID NOT = EEMPID
                       EXIT PERFORM
                   END-IF
                   MOVE LFMDATE(7:4) TO W-FROMPER(1:4)
                   MOVE LFMDATE(4:2) TO W-FROMPER(5:2)
                   MOVE LTODATE(7:4) TO W-TOPER(1:4)
                   MOVE LTODATE(4:2) TO W-TOPER(5:2)
                   IF LSTATUS = "R"
                       AND W-FROMPER <= W-PERIOD
                       AND W-TOPER >= W-PERIOD
                       MOVE "W" TO W-CLASS
                       MOVE SPACES TO W-REASON
                       STRING "LEAVE " LLVID " NOT APPROVED"
                           DELIMITED BY SIZE INTO W-REASON
                       END-STRING
                       PERFORM ADD-EXC-PARA
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSL.
       CHECK-LEAVE-EXIT.
           EXIT.

      * OVERTIME FOR THE PERIOD STILL WAITING ON THE SUPERVISOR.
       CHECK-OT-PARA.
           IF W-OTOPEN NOT = "Y"
               GO TO CHECK-OT-EXIT
           END-IF
           MOVE EEMPID TO OTEMPID.
           START OTFILE KEY IS EQUAL TO OTEMPID
               INVALID KEY
                   GO TO CHECK-OT-EXIT
           END-START.
           PERFORM UNTIL FSOT = "10"
               READ OTFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSOT = "00" OR FSOT = "02"
                   IF OTEMPID NOT = EEMPID
                       EXIT PERFORM
                   END-IF
                   IF OTPOSTED = "P" AND OTPERIOD = W-PERIOD
                       MOVE "W" TO W-CLASS
                       MOVE SPACES TO W-REASON
                       STRING "OVERTIME " OTID " NOT APPROVED"
                           DELIMITED BY SIZE INTO W-REASON
                       END-STRING
                       PERFORM ADD-EXC-PARA
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSOT.
       CHECK-OT-EXIT.
           EXIT.

       ADD-EXC-PARA.
           IF W-CLASS = "B"
               ADD 1 TO T-BLOCK
               MOVE "Y" TO W-EMPBLK
           ELSE
               ADD 1 TO T-WARN
               MOVE "Y" TO W-EMPWRN
           END-IF
           IF W-RCNT < 3000
               ADD 1 TO W-RCNT
               MOVE EBRNID TO ET-BRID (W-RCNT)
               MOVE EEMPID TO ET-EMPID (W-RCNT)
               MOVE EEMPNAME TO ET-NAME (W-RCNT)
               MOVE W-CLASS TO ET-CLASS (W-RCNT)
               MOVE W-REASON TO ET-REASON (W-RCNT)
               PERFORM SORT-EXC-PARA
           ELSE
               ADD 1 TO T-LOST
           END-IF.

       SORT-EXC-PARA.
           MOVE ET-ENTRY (W-RCNT) TO ET-HOLD.
           MOVE W-RCNT TO W-JDX.
           PERFORM UNTIL W-JDX < 2
               OR ET-SORT (W-JDX - 1) NOT > EH-SORT
               MOVE ET-ENTRY (W-JDX - 1) TO ET-ENTRY (W-JDX)
               SUBTRACT 1 FROM W-JDX
           END-PERFORM
           MOVE ET-HOLD TO ET-ENTRY (W-JDX).

       BRANCH-HEAD-PARA.
           MOVE ET-BRID (W-IDX) TO W-LASTBR.
           MOVE 0 TO B-BLOCK B-WARN.
           MOVE W-LASTBR TO BBRID.
           MOVE SPACES TO BBRNAME.
           IF FSB = "00"
               READ BRANCHFILE KEY IS BBRID
                   INVALID KEY
                       MOVE SPACES TO BBRNAME
               END-READ
               MOVE "00" TO FSB
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "BRANCH " W-LASTBR " " BBRNAME DELIMITED BY SIZE
               INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE "EMPID  NAME                      CLASS     REASON"
               TO RPTLINE.
           WRITE RPTLINE.

       EXC-LINE-PARA.
           MOVE SPACES TO EXC-LINE.
           MOVE ET-EMPID (W-IDX) TO XL-EMPID.
           MOVE ET-NAME (W-IDX) TO XL-NAME.
           IF ET-CLASS (W-IDX) = "B"
               MOVE "BLOCKING" TO XL-CLASS
               ADD 1 TO B-BLOCK
           ELSE
               MOVE "WARNING" TO XL-CLASS
               ADD 1 TO B-WARN
           END-IF
           MOVE ET-REASON (W-IDX) TO XL-REASON.
           MOVE EXC-LINE TO RPTLINE.
           WRITE RPTLINE.

       BRANCH-TOTAL-PARA.
           MOVE SPACES TO RPTLINE.
           STRING "  BLOCKING " B-BLOCK "  WARNING " B-WARN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.

       END PROGRAM PAYREADY.
