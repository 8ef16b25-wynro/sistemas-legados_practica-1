       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTFCST.

      * TWELVE-MONTH WORKFORCE COST FORECAST. STARTS FROM EACH SERVING
      * EMPLOYEE'S CURRENT PAYMENT RECORD AND PROJECTS GROSS PAY MONTH
      * BY MONTH, ALLOWING FOR
      *   - RETIREMENT AT THE AGE GIVEN (PAID TO THE END OF THE MONTH
      *     THE AGE IS REACHED, AS ON THE RETIREMENTS REPORT)
      *   - CONTRACT EMPLOYEES LEAVING AT THEIR CONTRACT END DATE
      *   - SALARY REVISIONS ON FILE NOT YET APPLIED, FROM THE MONTH
      *     OF THE REVISION DATE (ONES ALREADY DUE FROM THE FIRST)
      *   - DA AT THE RATE IN FORCE EACH MONTH ON THE DA RATE MASTER
      *   - ESTABLISHMENT VACANCIES FILLED AT THE GRADE MINIMUM BASIC
      *     PLUS DA A GIVEN NUMBER OF MONTHS AFTER THE START
      * PAY IS CHARGED TO COST CENTRES THROUGH THE COST ALLOCATION IN
      * FORCE EACH MONTH, AND DEPARTMENT TOTALS ARE SET AGAINST THE
      * DEPARTMENT BUDGETS FOR EACH CALENDAR YEAR THE FORECAST TOUCHES,
      * ON THE SAME GROSS PAY BASIS AS THE BUDGET-VERSUS-ACTUAL REPORT.
      * NO FILES ARE UPDATED.

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

           SELECT REVISIONFILE
               ASSIGN TO "files/REVISION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RREVID
               ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
               FILE STATUS IS FSRV.

           SELECT DARATEFILE
               ASSIGN TO "files/DARATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAEFFDT
               FILE STATUS IS FSDA.

           SELECT ESTABFILE
               ASSIGN TO "files/ESTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESKEY
               FILE STATUS IS FSES.

           SELECT GRADEFILE
               ASSIGN TO "files/GRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GGRADE
               FILE STATUS IS FSG.

           SELECT REQNFILE
               ASSIGN TO "files/REQN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQID
               FILE STATUS IS FSRQ.

           SELECT BUDGETFILE
               ASSIGN TO "files/BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUKEY
               FILE STATUS IS FSBU.

           SELECT FCSTFILE
               ASSIGN TO "files/COSTFCST.LST"
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
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.
           02 PARREAR  PIC 9(6)V99.
           02 POTAMT   PIC 9(6)V99.
           02 PMEDPREM PIC 9(6)V99.
           02 PCLAIM   PIC 9(6)V99.
           02 PENCASH  PIC 9(6)V99.
           02 PCO      PIC 99.
           02 PCOPER   PIC X(6).

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

       FD DARATEFILE.
       01 DARATEREC.
           02 DAEFFDT   PIC X(8).
           02 DAPCT     PIC 99V99.
           02 DAAPPLIED PIC X.

       FD ESTABFILE.
       01 ESTABREC.
           02 ESKEY.
               03 ESBRID  PIC X(6).
               03 ESDESID PIC X(6).
           02 ESSANCT PIC 9(4).

       FD GRADEFILE.
       01 GRADEREC.
           02 GGRADE      PIC 99.
           02 GDESIGN     PIC X(25).
           02 GMINBASIC   PIC 9(6)V99.
           02 GMAXBASIC   PIC 9(6)V99.
           02 GOTRATE     PIC 9(3)V99.

       FD REQNFILE.
       01 REQNREC.
           02 RQID      PIC X(6).
           02 RQBRID    PIC X(6).
           02 RQDESID   PIC X(6).
           02 RQDEPT    PIC X(6).
           02 RQGRADE   PIC 99.
           02 RQPOSTS   PIC 99.
           02 RQFILLED  PIC 99.
           02 RQSTAT    PIC X.
           02 RQRAISED  PIC X(8).
           02 RQCLOSED  PIC X(8).
           02 RQUSER    PIC X(10).

       FD BUDGETFILE.
       01 BUDGETREC.
           02 BUKEY.
               03 BUDEPCODE PIC X(6).
               03 BUYEAR    PIC X(4).
           02 BUAMOUNT PIC 9(10)V99.

       FD FCSTFILE.
       01 RPTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSP        PIC XX.
       77 FSEP       PIC XX.
       77 FSRV       PIC XX.
       77 FSDA       PIC XX.
       77 FSES       PIC XX.
       77 FSG        PIC XX.
       77 FSRQ       PIC XX.
       77 FSBU       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PEROK    PIC X.
       77 W-RETAGE   PIC 99.
       77 W-LEAD     PIC 99.
       77 W-YEAR     PIC 9(4).
       77 W-MONTH    PIC 99.
       77 W-M        PIC 99.
       77 W-FROM     PIC 99.
       77 W-IDX      PIC 9(3).
       77 W-JDX      PIC 9(3).
       77 W-SLOT     PIC 9(3).
       77 W-DSLOT    PIC 9(3).
       77 W-SIDX     PIC 9.
       77 W-R        PIC 99.
       77 W-BEST     PIC 99.
       77 W-Y        PIC 9.
       77 W-YEARS    PIC 9.
       77 W-EPOPEN   PIC X.
       77 W-RVOPEN   PIC X.
       77 W-GROPEN   PIC X.
       77 W-BUOPEN   PIC X.
       77 W-PFESI    PIC X.
       77 W-FOUND    PIC X.
       77 W-ENDWHY   PIC X.
       77 W-DOBYEAR  PIC 9(4).
       77 W-DOBMON   PIC 99.
       77 W-ENDMONS  PIC 9(6).
       77 W-CONMONS  PIC 9(6).
       77 W-BASIC    PIC 9(6)V99.
       77 W-HRA      PIC 9(6)V99.
       77 W-DA       PIC 9(6)V99.
       77 W-REVOTH   PIC 9(7)V99.
       77 W-FIXOTH   PIC 9(7)V99.
       77 W-GROSS    PIC 9(8)V99.
       77 W-EMPCST   PIC 9(8)V99.
       77 W-SHARE    PIC 9(10)V99.
       77 W-SPDONE   PIC 9(10)V99.
       77 W-ACTUAL   PIC 9(4).
       77 W-VACANT   PIC 9(4).
       77 W-VDEPT    PIC X(6).
       77 W-VGRADE   PIC 99.
       77 W-VNOTE    PIC X(30).
       77 W-FCST     PIC 9(12)V99.
       77 W-PRORATA  PIC 9(12)V99.
       77 W-VAR      PIC S9(12)V99.
       77 W-MONTHS   PIC 99.
       77 W-LASTPCT  PIC 99V99.
       77 W-RATEED   PIC Z9.99.
       77 W-ROWTOT   PIC 9(12)V99.
       77 W-CTUSED   PIC 9(3) VALUE 0.
       77 W-DTUSED   PIC 9(3) VALUE 0.
       77 W-BDUSED   PIC 9(3) VALUE 0.
       77 W-RQUSED   PIC 9(3) VALUE 0.
       77 W-RVUSED   PIC 99 VALUE 0.
       77 T-EMPS     PIC 9(6) VALUE 0.
       77 T-NOPAY    PIC 9(6) VALUE 0.
       77 T-NODOB    PIC 9(6) VALUE 0.
       77 T-RETIRE   PIC 9(6) VALUE 0.
       77 T-CONEND   PIC 9(6) VALUE 0.
       77 T-REVS     PIC 9(6) VALUE 0.
       77 T-VACANT   PIC 9(6) VALUE 0.
       77 T-NOTCOST  PIC 9(6) VALUE 0.
       77 T-DROPPED  PIC 9(6) VALUE 0.

      * THE COST CENTRES THE MONTH'S PAY IS CHARGED TO.
       01 W-SPLIT.
           02 W-SPCOUNT  PIC 9.
           02 W-SPLINE OCCURS 5 TIMES.
               03 W-SPTYPE   PIC X.
               03 W-SPCODE   PIC X(6).
               03 W-SPPCT    PIC 9(3)V99.

      * THE TWELVE FORECAST MONTHS, THE DA RATE IN FORCE IN EACH AND
      * THE COMPANY TOTALS.
       01 MONTH-TABLE.
           02 MT-ENTRY OCCURS 12 TIMES.
               03 MT-PERIOD  PIC X(6).
               03 MT-MONS    PIC 9(6).
               03 MT-DAEFF   PIC X(8).
               03 MT-DAPCT   PIC 99V99.
               03 MT-GROSS   PIC 9(12)V99.
               03 MT-EMPCST  PIC 9(12)V99.
               03 MT-HEADS   PIC 9(6).
               03 MT-LEAVERS PIC 9(6).
               03 MT-JOINERS PIC 9(6).

       01 YEAR-TABLE.
           02 YR-YEAR PIC X(4) OCCURS 2 TIMES.

      * PENDING REVISIONS FOR THE CURRENT EMPLOYEE.
       01 REV-TABLE.
           02 RV-ENTRY OCCURS 10 TIMES.
               03 RV-MONS    PIC 9(6).
               03 RV-BASIC   PIC 9(6)V99.
               03 RV-HRA     PIC 9(6)V99.
               03 RV-REVOTH  PIC 9(7)V99.

      * FORECAST BY COST CENTRE AND BRANCH, KEPT IN KEY ORDER.
       01 W-NEWKEY.
           02 W-NKCC.
               03 W-NKTYPE PIC X.
               03 W-NKDEP  PIC X(6).
           02 W-NKBRID PIC X(6).

       01 COST-TABLE.
           02 CT-ENTRY OCCURS 300 TIMES.
               03 CT-KEY.
                   04 CT-CC.
                       05 CT-TYPE PIC X.
                       05 CT-DEP  PIC X(6).
                   04 CT-BRID PIC X(6).
               03 CT-AMT PIC 9(10)V99 OCCURS 12 TIMES.

       01 DEPT-TABLE.
           02 DT-ENTRY OCCURS 100 TIMES.
               03 DT-CC.
                   04 DT-TYPE PIC X.
                   04 DT-DEP  PIC X(6).
               03 DT-AMT PIC 9(12)V99 OCCURS 12 TIMES.

      * SERVING STRENGTH BY BRANCH AND DESIGNATION, WITH THE
      * DEPARTMENT AND GRADE OF THE FIRST EMPLOYEE SEEN IN EACH.
       01 BD-TABLE.
           02 BD-ENTRY OCCURS 500 TIMES.
               03 BD-BRID  PIC X(6).
               03 BD-DESID PIC X(6).
               03 BD-COUNT PIC 9(4).
               03 BD-DEPT  PIC X(6).
               03 BD-GRADE PIC 99.

       01 REQ-TABLE.
           02 RT-ENTRY OCCURS 100 TIMES.
               03 RT-BRID  PIC X(6).
               03 RT-DESID PIC X(6).
               03 RT-DEPT  PIC X(6).
               03 RT-GRADE PIC 99.

       01 HEAD-LINE.
           02 HL-LABEL   PIC X(15).
           02 HL-MON     PIC X(8) OCCURS 12 TIMES.
           02 HL-TOTAL   PIC X(9).

       01 DETAIL-LINE.
           02 DL-CC      PIC X(9).
           02 DL-BRID    PIC X(6).
           02 DL-AMT     PIC Z(7)9 OCCURS 12 TIMES.
           02 DL-TOTAL   PIC Z(8)9.

       01 VAC-LINE.
           02 VL-BRID    PIC X(8).
           02 VL-DESID   PIC X(8).
           02 VL-SANCT   PIC ZZZ9.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 VL-ACTUAL  PIC ZZZ9.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 VL-VACANT  PIC ZZZ9.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 VL-GRADE   PIC Z9.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 VL-DEPT    PIC X(8).
           02 VL-FROM    PIC X(9).
           02 VL-MONTHLY PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 VL-NOTE    PIC X(30).

       01 BUDGET-LINE.
           02 BL-DEP     PIC X(9).
           02 BL-YEAR    PIC X(6).
           02 BL-MONTHS  PIC Z9.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 BL-FCST    PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 BL-PRORATA PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 BL-ANNUAL  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 BL-VAR     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 BL-NOTE    PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "TWELVE-MONTH WORKFORCE COST FORECAST (NO FILES ARE "
               "UPDATED)".
           DISPLAY "ENTER FIRST MONTH OF THE FORECAST (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           DISPLAY "ENTER RETIREMENT AGE (E.G. 58) :".
           ACCEPT W-RETAGE.
           IF W-RETAGE = 0
               MOVE 58 TO W-RETAGE
           END-IF
           DISPLAY "ENTER MONTHS TO FILL A VACANCY (E.G. 03) :".
           ACCEPT W-LEAD.
           IF W-LEAD = 0
               MOVE 3 TO W-LEAD
           END-IF
           COMPUTE W-FROM = W-LEAD + 1.

           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           OPEN INPUT PAYMENTFILE.
           IF FSP NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYMENT FILE, STATUS " FSP
               CLOSE EMPFILE
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           MOVE "N" TO W-EPOPEN.
           OPEN INPUT EMPPERSONALFILE.
           IF FSEP = "00"
               MOVE "Y" TO W-EPOPEN
           END-IF
           MOVE "N" TO W-RVOPEN.
           OPEN INPUT REVISIONFILE.
           IF FSRV = "00"
               MOVE "Y" TO W-RVOPEN
           END-IF
           MOVE "N" TO W-GROPEN.
           OPEN INPUT GRADEFILE.
           IF FSG = "00"
               MOVE "Y" TO W-GROPEN
           END-IF
           MOVE "N" TO W-BUOPEN.
           OPEN INPUT BUDGETFILE.
           IF FSBU = "00"
               MOVE "Y" TO W-BUOPEN
           END-IF

           PERFORM BUILD-MONTHS-PARA.
           PERFORM LOAD-DARATES-PARA THRU LOAD-DARATES-EXIT.
           PERFORM LOAD-REQNS-PARA THRU LOAD-REQNS-EXIT.

           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
               INVALID KEY
                   MOVE "10" TO FSE
           END-START.
           PERFORM UNTIL FSE = "10"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSE = "00" OR FSE = "02"
                   IF ESTATUS NOT = "S"
                       PERFORM COUNT-STRENGTH-PARA
                       PERFORM FORECAST-EMP-PARA
                           THRU FORECAST-EMP-EXIT
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT FCSTFILE.
           PERFORM PRINT-HEADING-PARA.
           PERFORM PLAN-VACANCIES-PARA THRU PLAN-VACANCIES-EXIT.
           PERFORM PRINT-COSTS-PARA.
           PERFORM PRINT-BUDGET-PARA.
           PERFORM PRINT-SUMMARY-PARA.

           CANCEL "COSTSPLT".
           CLOSE FCSTFILE.
           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           IF W-EPOPEN = "Y"
               CLOSE EMPPERSONALFILE
           END-IF
           IF W-RVOPEN = "Y"
               CLOSE REVISIONFILE
           END-IF
           IF W-GROPEN = "Y"
               CLOSE GRADEFILE
           END-IF
           IF W-BUOPEN = "Y"
               CLOSE BUDGETFILE
           END-IF
           DISPLAY "COST FORECAST WRITTEN TO files/COSTFCST.LST - "
               T-EMPS " EMPLOYEES, " T-VACANT " VACANCIES COSTED".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       VALIDATE-PERIOD-PARA.
           MOVE "N" TO W-PEROK.
           IF W-PERIN(1:2) NUMERIC AND W-PERIN(3:1) = "/"
               AND W-PERIN(4:4) NUMERIC
               IF W-PERIN(1:2) >= "01" AND W-PERIN(1:2) <= "12"
                   MOVE "Y" TO W-PEROK
               END-IF
           END-IF.

      * MONTH COUNTS (YEAR * 12 + MONTH) ARE USED FOR EVERY DATE
      * COMPARISON, AS ON THE RETIREMENTS REPORT.
       BUILD-MONTHS-PARA.
           MOVE W-PERIN(4:4) TO W-YEAR.
           MOVE W-PERIN(1:2) TO W-MONTH.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               MOVE W-YEAR TO MT-PERIOD (W-M) (1:4)
               MOVE W-MONTH TO MT-PERIOD (W-M) (5:2)
               COMPUTE MT-MONS (W-M) = W-YEAR * 12 + W-MONTH
               MOVE SPACES TO MT-DAEFF (W-M)
               MOVE 0 TO MT-DAPCT (W-M)
               MOVE 0 TO MT-GROSS (W-M)
               MOVE 0 TO MT-EMPCST (W-M)
               MOVE 0 TO MT-HEADS (W-M)
               MOVE 0 TO MT-LEAVERS (W-M)
               MOVE 0 TO MT-JOINERS (W-M)
               ADD 1 TO W-MONTH
               IF W-MONTH > 12
                   MOVE 1 TO W-MONTH
                   ADD 1 TO W-YEAR
               END-IF
           END-PERFORM
           MOVE 1 TO W-YEARS.
           MOVE MT-PERIOD (1) (1:4) TO YR-YEAR (1).
           MOVE MT-PERIOD (12) (1:4) TO YR-YEAR (2).
           IF YR-YEAR (2) NOT = YR-YEAR (1)
               MOVE 2 TO W-YEARS
           END-IF.

      * THE RATE IN FORCE IN A MONTH IS THE LATEST EFFECTIVE DATE
      * FALLING IN OR BEFORE THAT MONTH.
       LOAD-DARATES-PARA.
           OPEN INPUT DARATEFILE.
           IF FSDA NOT = "00"
               GO TO LOAD-DARATES-EXIT
           END-IF
           PERFORM UNTIL FSDA = "10"
               READ DARATEFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSDA = "00"
                   PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
                       IF DAEFFDT(1:6) NOT > MT-PERIOD (W-M)
                           IF MT-DAEFF (W-M) = SPACES
                               OR DAEFFDT > MT-DAEFF (W-M)
                               MOVE DAEFFDT TO MT-DAEFF (W-M)
                               MOVE DAPCT TO MT-DAPCT (W-M)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE DARATEFILE.
       LOAD-DARATES-EXIT.
           EXIT.

       LOAD-REQNS-PARA.
           OPEN INPUT REQNFILE.
           IF FSRQ NOT = "00"
               GO TO LOAD-REQNS-EXIT
           END-IF
           PERFORM UNTIL FSRQ = "10"
               READ REQNFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSRQ = "00" AND RQSTAT = "O" AND W-RQUSED < 100
                   ADD 1 TO W-RQUSED
                   MOVE RQBRID  TO RT-BRID (W-RQUSED)
                   MOVE RQDESID TO RT-DESID (W-RQUSED)
                   MOVE RQDEPT  TO RT-DEPT (W-RQUSED)
                   MOVE RQGRADE TO RT-GRADE (W-RQUSED)
               END-IF
           END-PERFORM
           CLOSE REQNFILE.
       LOAD-REQNS-EXIT.
           EXIT.

       COUNT-STRENGTH-PARA.
           MOVE "N" TO W-FOUND.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-BDUSED OR W-FOUND = "Y"
               IF BD-BRID (W-IDX) = EBRNID
                   AND BD-DESID (W-IDX) = EDESID
                   ADD 1 TO BD-COUNT (W-IDX)
                   MOVE "Y" TO W-FOUND
               END-IF
           END-PERFORM
           IF W-FOUND = "N" AND W-BDUSED < 500
               ADD 1 TO W-BDUSED
               MOVE EBRNID   TO BD-BRID (W-BDUSED)
               MOVE EDESID   TO BD-DESID (W-BDUSED)
               MOVE 1        TO BD-COUNT (W-BDUSED)
               MOVE EDEPCODE TO BD-DEPT (W-BDUSED)
               MOVE EGRDNO   TO BD-GRADE (W-BDUSED)
           END-IF.

       FORECAST-EMP-PARA.
           MOVE EEMPID TO PEMPID.
           READ PAYMENTFILE KEY IS PEMPID
               INVALID KEY
                   ADD 1 TO T-NOPAY
                   GO TO FORECAST-EMP-EXIT
           END-READ
           ADD 1 TO T-EMPS.
           MOVE "Y" TO W-PFESI.
           IF EEMPTYPE = "C" OR EEMPTYPE = "T"
               MOVE "N" TO W-PFESI
           END-IF
           PERFORM FIND-END-PARA THRU FIND-END-EXIT.
           PERFORM LOAD-REVISIONS-PARA THRU LOAD-REVISIONS-EXIT.
           COMPUTE W-FIXOTH = PCCA + PGRTY + PPERINC + PMEDI + PBOOK
               + PENTER + PTPH + PHOUSE + PVEHMAN + PCREDIT + PCLUB
           END-COMPUTE
           MOVE "N" TO W-FOUND.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               IF MT-MONS (W-M) NOT > W-ENDMONS
                   PERFORM COST-MONTH-PARA
               ELSE
                   IF W-FOUND = "N"
                       MOVE "Y" TO W-FOUND
                       ADD 1 TO MT-LEAVERS (W-M)
                       IF W-ENDWHY = "R"
                           ADD 1 TO T-RETIRE
                       ELSE
                           ADD 1 TO T-CONEND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       FORECAST-EMP-EXIT.
           EXIT.

      * THE LAST MONTH PAID - THE MONTH OF RETIREMENT OR, FOR A
      * CONTRACT EMPLOYEE, OF THE CONTRACT END IF THAT IS EARLIER.
       FIND-END-PARA.
           MOVE 999999 TO W-ENDMONS.
           MOVE SPACES TO W-ENDWHY.
           IF W-EPOPEN NOT = "Y"
               ADD 1 TO T-NODOB
           ELSE
               MOVE EEMPID TO EPEMPID
               READ EMPPERSONALFILE KEY IS EPEMPID
                   INVALID KEY
                       MOVE SPACES TO EPDOB
               END-READ
               IF EPDOB(4:2) NOT NUMERIC OR EPDOB(7:4) NOT NUMERIC
                   ADD 1 TO T-NODOB
               ELSE
                   MOVE EPDOB(7:4) TO W-DOBYEAR
                   MOVE EPDOB(4:2) TO W-DOBMON
                   COMPUTE W-ENDMONS =
                       (W-DOBYEAR + W-RETAGE) * 12 + W-DOBMON
                   MOVE "R" TO W-ENDWHY
               END-IF
           END-IF
           IF EEMPTYPE NOT = "C"
               GO TO FIND-END-EXIT
           END-IF
           IF ECONTEND(4:2) NUMERIC AND ECONTEND(7:4) NUMERIC
               MOVE ECONTEND(7:4) TO W-YEAR
               MOVE ECONTEND(4:2) TO W-MONTH
               COMPUTE W-CONMONS = W-YEAR * 12 + W-MONTH
               IF W-CONMONS < W-ENDMONS
                   MOVE W-CONMONS TO W-ENDMONS
                   MOVE "C" TO W-ENDWHY
               END-IF
           END-IF.
       FIND-END-EXIT.
           EXIT.

       LOAD-REVISIONS-PARA.
           MOVE 0 TO W-RVUSED.
           IF W-RVOPEN NOT = "Y"
               GO TO LOAD-REVISIONS-EXIT
           END-IF
           MOVE EEMPID TO REMPID.
           START REVISIONFILE KEY IS EQUAL TO REMPID
               INVALID KEY
                   GO TO LOAD-REVISIONS-EXIT
           END-START.
           PERFORM UNTIL FSRV NOT = "00" AND FSRV NOT = "02"
               READ REVISIONFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRV = "00" OR FSRV = "02"
                   IF REMPID NOT = EEMPID
                       EXIT PERFORM
                   END-IF
                   IF RAPPLIED NOT = "Y"
                       PERFORM STORE-REVISION-PARA
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-REVISIONS-EXIT.
           EXIT.

       STORE-REVISION-PARA.
           IF RREVDATE(4:2) NUMERIC AND RREVDATE(7:4) NUMERIC
               AND W-RVUSED < 10
               ADD 1 TO W-RVUSED
               ADD 1 TO T-REVS
               MOVE RREVDATE(7:4) TO W-YEAR
               MOVE RREVDATE(4:2) TO W-MONTH
               COMPUTE RV-MONS (W-RVUSED) = W-YEAR * 12 + W-MONTH
               MOVE RBASIC TO RV-BASIC (W-RVUSED)
               MOVE RHRA   TO RV-HRA (W-RVUSED)
               COMPUTE RV-REVOTH (W-RVUSED) = RDPA + RPPA + REDUA
                   + RTECHJR + RLUNCHA + RCONVEY + RBUSATR + RLTA
               END-COMPUTE
           END-IF.

      * THE PAY FOR ONE MONTH - THE LATEST REVISION DUE BY THE MONTH
      * REPLACES BASIC, HRA AND THE REVISABLE ALLOWANCES; DA FOLLOWS
      * THE RATE MASTER, OR STAYS AS IT IS WHERE THERE IS NO RATE.
       COST-MONTH-PARA.
           MOVE PBASIC TO W-BASIC.
           MOVE PHRA   TO W-HRA.
           COMPUTE W-REVOTH = PDPA + PPPA + PEDUA + PTECHJR + PLUNCHA
               + PCONVEY + PBUSATR + PLTA
           END-COMPUTE
           MOVE 0 TO W-BEST.
           PERFORM VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RVUSED
               IF RV-MONS (W-R) NOT > MT-MONS (W-M)
                   IF W-BEST = 0
                       MOVE W-R TO W-BEST
                   ELSE
                       IF RV-MONS (W-R) NOT < RV-MONS (W-BEST)
                           MOVE W-R TO W-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF W-BEST > 0
               MOVE RV-BASIC (W-BEST)  TO W-BASIC
               MOVE RV-HRA (W-BEST)    TO W-HRA
               MOVE RV-REVOTH (W-BEST) TO W-REVOTH
           END-IF
           IF MT-DAEFF (W-M) = SPACES
               MOVE PDA TO W-DA
           ELSE
               COMPUTE W-DA ROUNDED = W-BASIC * MT-DAPCT (W-M) / 100
           END-IF
           COMPUTE W-GROSS = W-BASIC + W-DA + W-HRA + W-REVOTH
               + W-FIXOTH.
           MOVE 0 TO W-EMPCST.
           IF W-PFESI = "Y"
               COMPUTE W-EMPCST ROUNDED = (W-BASIC + W-DA) * 12 / 100
                   + W-GROSS * 325 / 10000
           END-IF
           ADD W-GROSS  TO MT-GROSS (W-M).
           ADD W-EMPCST TO MT-EMPCST (W-M).
           ADD 1 TO MT-HEADS (W-M).
           PERFORM CHARGE-EMP-PARA.

      * AS ON THE BUDGET REPORT, THE LAST COST CENTRE TAKES THE
      * ROUNDING.
       CHARGE-EMP-PARA.
           CALL "COSTSPLT" USING EEMPID MT-PERIOD (W-M) EDEPCODE
               W-SPLIT.
           MOVE 0 TO W-SPDONE.
           PERFORM VARYING W-SIDX FROM 1 BY 1
               UNTIL W-SIDX > W-SPCOUNT
               IF W-SIDX = W-SPCOUNT
                   IF W-SPDONE < W-GROSS
                       COMPUTE W-SHARE = W-GROSS - W-SPDONE
                   ELSE
                       MOVE 0 TO W-SHARE
                   END-IF
               ELSE
                   COMPUTE W-SHARE ROUNDED =
                       W-GROSS * W-SPPCT (W-SIDX) / 100
                   ADD W-SHARE TO W-SPDONE
               END-IF
               MOVE W-SPTYPE (W-SIDX) TO W-NKTYPE
               MOVE W-SPCODE (W-SIDX) TO W-NKDEP
               MOVE EBRNID TO W-NKBRID
               PERFORM ADD-CHARGE-PARA
           END-PERFORM.

       ADD-CHARGE-PARA.
           PERFORM FIND-COST-PARA.
           IF W-SLOT = 0
               ADD 1 TO T-DROPPED
           ELSE
               ADD W-SHARE TO CT-AMT (W-SLOT, W-M)
           END-IF
           PERFORM FIND-DEPT-PARA.
           IF W-DSLOT > 0
               ADD W-SHARE TO DT-AMT (W-DSLOT, W-M)
           END-IF.

      * A NEW COST CENTRE AND BRANCH IS SLOTTED IN KEY ORDER SO THE
      * REPORT COMES OUT BY DEPARTMENT, THEN BRANCH.
       FIND-COST-PARA.
           MOVE 0 TO W-SLOT.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-CTUSED OR W-SLOT > 0
                   OR CT-KEY (W-IDX) > W-NEWKEY
               IF CT-KEY (W-IDX) = W-NEWKEY
                   MOVE W-IDX TO W-SLOT
               END-IF
           END-PERFORM
           IF W-SLOT = 0 AND W-CTUSED < 300
               PERFORM VARYING W-JDX FROM W-CTUSED BY -1
                       UNTIL W-JDX < W-IDX
                   MOVE CT-ENTRY (W-JDX) TO CT-ENTRY (W-JDX + 1)
               END-PERFORM
               ADD 1 TO W-CTUSED
               MOVE W-IDX TO W-SLOT
               MOVE W-NEWKEY TO CT-KEY (W-SLOT)
               PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > 12
                   MOVE 0 TO CT-AMT (W-SLOT, W-JDX)
               END-PERFORM
           END-IF.

       FIND-DEPT-PARA.
           MOVE 0 TO W-DSLOT.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-DTUSED OR W-DSLOT > 0
                   OR DT-CC (W-IDX) > W-NKCC
               IF DT-CC (W-IDX) = W-NKCC
                   MOVE W-IDX TO W-DSLOT
               END-IF
           END-PERFORM
           IF W-DSLOT = 0 AND W-DTUSED < 100
               PERFORM VARYING W-JDX FROM W-DTUSED BY -1
                       UNTIL W-JDX < W-IDX
                   MOVE DT-ENTRY (W-JDX) TO DT-ENTRY (W-JDX + 1)
               END-PERFORM
               ADD 1 TO W-DTUSED
               MOVE W-IDX TO W-DSLOT
               MOVE W-NKCC TO DT-CC (W-DSLOT)
               PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > 12
                   MOVE 0 TO DT-AMT (W-DSLOT, W-JDX)
               END-PERFORM
           END-IF.

       PRINT-HEADING-PARA.
           MOVE SPACES TO RPTLINE.
           STRING "WORKFORCE COST FORECAST - 12 MONTHS FROM " W-PERIN
               "  RETIREMENT AGE " W-RETAGE
               "  VACANCIES FILLED AFTER " W-LEAD " MONTHS"
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           IF MT-DAEFF (12) = SPACES
               MOVE "NO DA RATE ON THE RATE MASTER - DA HELD AT THE "
                   TO RPTLINE
               MOVE "CURRENT AMOUNTS" TO RPTLINE (48:15)
               WRITE RPTLINE
           END-IF
           MOVE 0 TO W-LASTPCT.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               IF MT-DAEFF (W-M) NOT = SPACES
                   IF W-M = 1 OR MT-DAPCT (W-M) NOT = W-LASTPCT
                       MOVE MT-DAPCT (W-M) TO W-RATEED
                       MOVE SPACES TO RPTLINE
                       STRING "DA RATE " W-RATEED " PCT OF BASIC FROM "
                           MT-PERIOD (W-M) (5:2) "/"
                           MT-PERIOD (W-M) (1:4)
                           DELIMITED BY SIZE INTO RPTLINE
                       END-STRING
                       WRITE RPTLINE
                   END-IF
                   MOVE MT-DAPCT (W-M) TO W-LASTPCT
               END-IF
           END-PERFORM
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

      * A VACANCY IS THE SANCTIONED STRENGTH LESS THE SERVING STAFF.
      * THE GRADE AND DEPARTMENT COME FROM AN OPEN REQUISITION FOR THE
      * POST, ELSE FROM THE STAFF ALREADY SERVING IN IT.
       PLAN-VACANCIES-PARA.
           MOVE "PLANNED FILLING OF VACANCIES AT THE GRADE MINIMUM "
               TO RPTLINE.
           MOVE "BASIC PLUS DA" TO RPTLINE (51:13).
           WRITE RPTLINE.
           OPEN INPUT ESTABFILE.
           IF FSES NOT = "00"
               MOVE "NO ESTABLISHMENT ON FILE - NO VACANCIES COSTED"
                   TO RPTLINE
               WRITE RPTLINE
               MOVE SPACES TO RPTLINE
               WRITE RPTLINE
               GO TO PLAN-VACANCIES-EXIT
           END-IF
           MOVE "BRANCH  DESIG   SANCT  ACTUAL VACANT GR   DEPT    "
               TO RPTLINE.
           MOVE "FROM        MONTHLY COST  NOTE" TO RPTLINE (51:30).
           WRITE RPTLINE.
           PERFORM UNTIL FSES = "10"
               READ ESTABFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSES = "00"
                   PERFORM COST-VACANCY-PARA THRU COST-VACANCY-EXIT
               END-IF
           END-PERFORM
           CLOSE ESTABFILE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
       PLAN-VACANCIES-EXIT.
           EXIT.

       COST-VACANCY-PARA.
           MOVE 0 TO W-ACTUAL.
           MOVE SPACES TO W-VDEPT.
           MOVE 0 TO W-VGRADE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-BDUSED
               IF BD-BRID (W-IDX) = ESBRID
                   AND BD-DESID (W-IDX) = ESDESID
                   MOVE BD-COUNT (W-IDX) TO W-ACTUAL
                   MOVE BD-DEPT (W-IDX)  TO W-VDEPT
                   MOVE BD-GRADE (W-IDX) TO W-VGRADE
               END-IF
           END-PERFORM
           IF W-ACTUAL NOT < ESSANCT
               GO TO COST-VACANCY-EXIT
           END-IF
           COMPUTE W-VACANT = ESSANCT - W-ACTUAL.
           MOVE "AS SERVING STAFF" TO W-VNOTE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-RQUSED
               IF RT-BRID (W-IDX) = ESBRID
                   AND RT-DESID (W-IDX) = ESDESID
                   MOVE RT-DEPT (W-IDX)  TO W-VDEPT
                   MOVE RT-GRADE (W-IDX) TO W-VGRADE
                   MOVE "FROM OPEN REQUISITION" TO W-VNOTE
               END-IF
           END-PERFORM
           MOVE SPACES TO VAC-LINE.
           MOVE ESBRID   TO VL-BRID.
           MOVE ESDESID  TO VL-DESID.
           MOVE ESSANCT  TO VL-SANCT.
           MOVE W-ACTUAL TO VL-ACTUAL.
           MOVE W-VACANT TO VL-VACANT.
           MOVE W-VGRADE TO VL-GRADE.
           MOVE W-VDEPT  TO VL-DEPT.
           MOVE 0 TO VL-MONTHLY.
           MOVE 0 TO GMINBASIC.
           IF W-VGRADE = 0
               MOVE "NOT COSTED - NO GRADE KNOWN" TO W-VNOTE
           ELSE
               IF W-GROPEN NOT = "Y"
                   MOVE "NOT COSTED - GRADE NOT ON FILE" TO W-VNOTE
               ELSE
                   MOVE W-VGRADE TO GGRADE
                   READ GRADEFILE KEY IS GGRADE
                       INVALID KEY
                           MOVE "NOT COSTED - GRADE NOT ON FILE"
                               TO W-VNOTE
                   END-READ
               END-IF
           END-IF
           IF W-VNOTE(1:10) = "NOT COSTED"
               ADD W-VACANT TO T-NOTCOST
           ELSE
               IF W-FROM > 12
                   MOVE "FILLED AFTER THE FORECAST" TO W-VNOTE
               ELSE
                   ADD W-VACANT TO T-VACANT
                   MOVE MT-PERIOD (W-FROM) (5:2) TO VL-FROM (1:2)
                   MOVE "/" TO VL-FROM (3:1)
                   MOVE MT-PERIOD (W-FROM) (1:4) TO VL-FROM (4:4)
                   ADD W-VACANT TO MT-JOINERS (W-FROM)
                   PERFORM VARYING W-M FROM W-FROM BY 1 UNTIL W-M > 12
                       PERFORM COST-VACANT-MONTH-PARA
                   END-PERFORM
               END-IF
           END-IF
           MOVE W-VNOTE TO VL-NOTE.
           MOVE VAC-LINE TO RPTLINE.
           WRITE RPTLINE.
       COST-VACANCY-EXIT.
           EXIT.

       COST-VACANT-MONTH-PARA.
           MOVE GMINBASIC TO W-BASIC.
           IF MT-DAEFF (W-M) = SPACES
               MOVE 0 TO W-DA
           ELSE
               COMPUTE W-DA ROUNDED = W-BASIC * MT-DAPCT (W-M) / 100
           END-IF
           COMPUTE W-SHARE = (W-BASIC + W-DA) * W-VACANT.
           COMPUTE W-EMPCST ROUNDED = W-SHARE * 12 / 100
               + W-SHARE * 325 / 10000.
           IF W-M = W-FROM
               MOVE W-SHARE TO VL-MONTHLY
           END-IF
           ADD W-SHARE  TO MT-GROSS (W-M).
           ADD W-EMPCST TO MT-EMPCST (W-M).
           ADD W-VACANT TO MT-HEADS (W-M).
           MOVE "D"     TO W-NKTYPE.
           MOVE W-VDEPT TO W-NKDEP.
           MOVE ESBRID  TO W-NKBRID.
           PERFORM ADD-CHARGE-PARA.

       PRINT-COSTS-PARA.
           MOVE "FORECAST GROSS PAY BY COST CENTRE AND BRANCH (WHOLE "
               TO RPTLINE.
           MOVE "RUPEES)" TO RPTLINE (53:7).
           WRITE RPTLINE.
           MOVE SPACES TO HEAD-LINE.
           MOVE "COST     BRANCH" TO HL-LABEL.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               MOVE MT-PERIOD (W-M) (5:2) TO HL-MON (W-M) (4:2)
               MOVE "/" TO HL-MON (W-M) (6:1)
               MOVE MT-PERIOD (W-M) (3:2) TO HL-MON (W-M) (7:2)
           END-PERFORM
           MOVE "    TOTAL" TO HL-TOTAL.
           MOVE HEAD-LINE TO RPTLINE.
           WRITE RPTLINE.
           IF W-CTUSED = 0
               MOVE "NO SERVING EMPLOYEES WITH A PAYMENT RECORD"
                   TO RPTLINE
               WRITE RPTLINE
           END-IF
           PERFORM VARYING W-SLOT FROM 1 BY 1 UNTIL W-SLOT > W-CTUSED
               PERFORM PRINT-COST-ROW-PARA THRU PRINT-COST-ROW-EXIT
           END-PERFORM
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "TOTAL" TO DL-CC.
           MOVE 0 TO W-ROWTOT.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               COMPUTE DL-AMT (W-M) ROUNDED = MT-GROSS (W-M)
               ADD MT-GROSS (W-M) TO W-ROWTOT
           END-PERFORM
           COMPUTE DL-TOTAL ROUNDED = W-ROWTOT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "EMPLOYER" TO DL-CC.
           MOVE "PF/ESI" TO DL-BRID.
           MOVE 0 TO W-ROWTOT.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               COMPUTE DL-AMT (W-M) ROUNDED = MT-EMPCST (W-M)
               ADD MT-EMPCST (W-M) TO W-ROWTOT
           END-PERFORM
           COMPUTE DL-TOTAL ROUNDED = W-ROWTOT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "HEADCOUNT" TO DL-CC.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               MOVE MT-HEADS (W-M) TO DL-AMT (W-M)
           END-PERFORM
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "LEAVERS" TO DL-CC.
           MOVE 0 TO W-ROWTOT.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               MOVE MT-LEAVERS (W-M) TO DL-AMT (W-M)
               ADD MT-LEAVERS (W-M) TO W-ROWTOT
           END-PERFORM
           MOVE W-ROWTOT TO DL-TOTAL.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "JOINERS" TO DL-CC.
           MOVE 0 TO W-ROWTOT.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               MOVE MT-JOINERS (W-M) TO DL-AMT (W-M)
               ADD MT-JOINERS (W-M) TO W-ROWTOT
           END-PERFORM
           MOVE W-ROWTOT TO DL-TOTAL.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

      * ONE LINE PER COST CENTRE AND BRANCH, WITH A TOTAL FOR THE COST
      * CENTRE AFTER ITS LAST BRANCH. A PROJECT SHOWS AS P-<CODE>.
       PRINT-COST-ROW-PARA.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CT-TYPE (W-SLOT) TO W-NKTYPE.
           MOVE CT-DEP (W-SLOT) TO W-NKDEP.
           PERFORM SET-CC-LABEL-PARA.
           MOVE CT-BRID (W-SLOT) TO DL-BRID.
           MOVE 0 TO W-ROWTOT.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               COMPUTE DL-AMT (W-M) ROUNDED = CT-AMT (W-SLOT, W-M)
               ADD CT-AMT (W-SLOT, W-M) TO W-ROWTOT
           END-PERFORM
           COMPUTE DL-TOTAL ROUNDED = W-ROWTOT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           IF W-SLOT < W-CTUSED
               IF CT-CC (W-SLOT + 1) = CT-CC (W-SLOT)
                   GO TO PRINT-COST-ROW-EXIT
               END-IF
           END-IF
           PERFORM FIND-DEPT-PARA.
           IF W-DSLOT = 0
               GO TO PRINT-COST-ROW-EXIT
           END-IF
           MOVE SPACES TO DETAIL-LINE.
           PERFORM SET-CC-LABEL-PARA.
           MOVE "TOTAL" TO DL-BRID.
           MOVE 0 TO W-ROWTOT.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               COMPUTE DL-AMT (W-M) ROUNDED = DT-AMT (W-DSLOT, W-M)
               ADD DT-AMT (W-DSLOT, W-M) TO W-ROWTOT
           END-PERFORM
           COMPUTE DL-TOTAL ROUNDED = W-ROWTOT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
       PRINT-COST-ROW-EXIT.
           EXIT.

       SET-CC-LABEL-PARA.
           MOVE SPACES TO DL-CC.
           IF W-NKTYPE = "P"
               STRING "P-" W-NKDEP DELIMITED BY SIZE INTO DL-CC
               END-STRING
           ELSE
               MOVE W-NKDEP TO DL-CC
           END-IF.

      * DEPARTMENT FORECAST AGAINST BUDGET FOR EACH CALENDAR YEAR IN
      * THE FORECAST - THE ANNUAL BUDGET IS PRO-RATED TO THE MONTHS
      * OF THE YEAR THE FORECAST COVERS.
       PRINT-BUDGET-PARA.
           MOVE "FORECAST AGAINST DEPARTMENT BUDGET (GROSS PAY)"
               TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "COST     YEAR  MONTHS        FORECAST  "
               "BUDGET FOR MONTHS     ANNUAL BUDGET          "
               "VARIANCE"
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           PERFORM VARYING W-DSLOT FROM 1 BY 1
                   UNTIL W-DSLOT > W-DTUSED
               PERFORM VARYING W-Y FROM 1 BY 1 UNTIL W-Y > W-YEARS
                   PERFORM PRINT-BUDGET-LINE-PARA
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

       PRINT-BUDGET-LINE-PARA.
           MOVE 0 TO W-FCST.
           MOVE 0 TO W-MONTHS.
           PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 12
               IF MT-PERIOD (W-M) (1:4) = YR-YEAR (W-Y)
                   ADD DT-AMT (W-DSLOT, W-M) TO W-FCST
                   ADD 1 TO W-MONTHS
               END-IF
           END-PERFORM
           MOVE 0 TO BUAMOUNT.
           IF DT-TYPE (W-DSLOT) = "D" AND W-BUOPEN = "Y"
               MOVE DT-DEP (W-DSLOT) TO BUDEPCODE
               MOVE YR-YEAR (W-Y) TO BUYEAR
               READ BUDGETFILE
                   INVALID KEY
                       MOVE 0 TO BUAMOUNT
               END-READ
           END-IF
           COMPUTE W-PRORATA ROUNDED = BUAMOUNT * W-MONTHS / 12.
           COMPUTE W-VAR = W-FCST - W-PRORATA.
           MOVE DT-TYPE (W-DSLOT) TO W-NKTYPE.
           MOVE DT-DEP (W-DSLOT) TO W-NKDEP.
           PERFORM SET-CC-LABEL-PARA.
           MOVE DL-CC     TO BL-DEP.
           MOVE YR-YEAR (W-Y) TO BL-YEAR.
           MOVE W-MONTHS  TO BL-MONTHS.
           MOVE W-FCST    TO BL-FCST.
           MOVE W-PRORATA TO BL-PRORATA.
           MOVE BUAMOUNT  TO BL-ANNUAL.
           MOVE W-VAR     TO BL-VAR.
           MOVE SPACES TO BL-NOTE.
           IF DT-TYPE (W-DSLOT) = "P"
               MOVE "PROJECT" TO BL-NOTE
           ELSE
           IF BUAMOUNT = 0
               MOVE "NO BUDGET SET" TO BL-NOTE
           ELSE
               IF W-VAR > 0
                   MOVE "FORECAST OVER" TO BL-NOTE
               END-IF
           END-IF
           END-IF
           MOVE BUDGET-LINE TO RPTLINE.
           WRITE RPTLINE.

       PRINT-SUMMARY-PARA.
           MOVE SPACES TO RPTLINE.
           STRING "EMPLOYEES COSTED " T-EMPS
               "  SERVING WITHOUT A PAYMENT RECORD " T-NOPAY
               "  WITHOUT A DATE OF BIRTH " T-NODOB
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "RETIREMENTS " T-RETIRE
               "  CONTRACT ENDS " T-CONEND
               "  PENDING REVISIONS " T-REVS
               "  VACANCIES COSTED " T-VACANT
               "  NOT COSTED " T-NOTCOST
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           IF T-NODOB > 0
               MOVE "EMPLOYEES WITHOUT A DATE OF BIRTH ARE COSTED FOR "
                   TO RPTLINE
               MOVE "ALL 12 MONTHS" TO RPTLINE (50:13)
               WRITE RPTLINE
           END-IF
           IF T-DROPPED > 0
               MOVE SPACES TO RPTLINE
               STRING "COST TABLE FULL - " T-DROPPED
                   " CHARGES NOT SHOWN BY BRANCH (INCLUDED IN TOTALS)"
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
           END-IF.

       END PROGRAM COSTFCST.
