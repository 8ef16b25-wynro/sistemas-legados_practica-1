               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT LOANFILE
               ASSIGN TO "files/LOAN.DAT"
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS ASEMPID WITH DUPLICATES
               FILE STATUS IS FSAS.

           SELECT QTRALLOTFILE
               ASSIGN TO "files/QTRALLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAID
               ALTERNATE RECORD KEY IS QAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS QAQKEY WITH DUPLICATES
               FILE STATUS IS FSQA.

           SELECT NOMINEEFILE
               ASSIGN TO "files/NOMINEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMKEY
               FILE STATUS IS FSNM.

           SELECT TOURADVFILE
               ASSIGN TO "files/TOURADV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAID
               ALTERNATE RECORD KEY IS TAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TABRID WITH DUPLICATES
               FILE STATUS IS FSTA.

           SELECT SETTLEFILE
               ASSIGN TO "files/SETTLE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
           02 PCO      PIC 99.
           02 PCOPER   PIC X(6).

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
           02 RSCLASSES.
               03 RSCLS OCCURS 10 TIMES.
                   04 RSCCLASS PIC X.
                   04 RSCCARRY PIC 9(8)V99.
                   04 RSCDUE   PIC 9(8)V99.
                   04 RSCTAKEN PIC 9(8)V99.
                   04 RSCDEFER PIC 9(8)V99.
           02 RSRUNDATE PIC X(8).
           02 RSCOMPS.
               03 RSCM OCCURS 15 TIMES.
                   04 RSCMCODE PIC X(8).
                   04 RSCMTYPE PIC X.
                   04 RSCMTAX  PIC X.
                   04 RSCMPFW  PIC X.
                   04 RSCMAMT  PIC 9(8)V99.
           02 FILLER    PIC X(85).

       FD LOANFILE.
       01 LOANREC.
           02 LNID       PIC X(6).
           02 ASVALUE  PIC 9(8)V99.
           02 ASRET    PIC X.

       FD QTRALLOTFILE.
       01 QTRALLOTREC.
           02 QAID      PIC X(6).
           02 QAEMPID   PIC X(6).
           02 QAQKEY.
               03 QAQBRID  PIC X(6).
               03 QAQNO    PIC X(6).
           02 QAOCCDT   PIC X(10).
           02 QAVACDT   PIC X(10).
           02 QASTAT    PIC X.
           02 QAUSER    PIC X(10).
           02 QADATE    PIC X(8).

       FD NOMINEEFILE.
       01 NOMINEEREC.
           02 NMKEY.
               03 NMEMPID  PIC X(6).
               03 NMSCHEME PIC X.
           02 NMLINES.
               03 NMLINE OCCURS 5 TIMES.
                   04 NMDEPID  PIC X(6).
                   04 NMNAME   PIC X(25).
                   04 NMRELN   PIC X(10).
                   04 NMPCT    PIC 9(3)V99.
           02 NMWITNESS PIC X(25).
           02 NMDECLDT  PIC X(10).
           02 NMUSER    PIC X(10).
           02 NMDATE    PIC X(8).

       FD TOURADVFILE.
       01 TOURADVREC.
           02 TAID     PIC X(6).
           02 TAEMPID  PIC X(6).
           02 TABRID   PIC X(6).
           02 TADEST   PIC X(20).
           02 TAFROM   PIC X(10).
           02 TATO     PIC X(10).
           02 TAPURP   PIC X(30).
           02 TAEST    PIC 9(6)V99.
           02 TAADV    PIC 9(6)V99.
           02 TAVIA    PIC X.
           02 TASTAT   PIC X.
           02 TAAPPRID PIC X(10).
           02 TAPAIDDT PIC X(10).
           02 TAPAYREF PIC X(20).
           02 TASETAMT PIC 9(6)V99.
           02 TABAL    PIC 9(6)V99.
           02 TARCAMT  PIC 9(6)V99.
           02 TARCPER  PIC X(6).
           02 TAUSER   PIC X(10).
           02 TADATE   PIC X(8).

       FD SETTLEFILE.
       01 SETTLELINE PIC X(80).

       77 FSE        PIC XX.
       77 FSP        PIC XX.
       77 FSLN       PIC XX.
       77 FSRS       PIC XX.
       77 W-SEPPAID  PIC X VALUE "N".
       77 FSST       PIC XX.
       77 WAITFOR    PIC X.
       77 W-CONFIRM  PIC X.
       77 W-EMPID    PIC X(6).
       77 W-ENCASH   PIC 9(8)V99.
       77 W-DAYRATE  PIC 9(6)V99.
       77 W-GRATUITY PIC 9(8)V99.
       77 W-CLROK    PIC X.
       77 W-IDX      PIC 99.
       77 W-UNRET    PIC 9(8)V99 VALUE 0.
       77 FSTA       PIC XX.
       77 W-ADVBAL   PIC 9(8)V99 VALUE 0.
       77 FSQA       PIC XX.
       77 W-QTROPEN  PIC X VALUE "N".
       77 W-QTRKEY   PIC X(13).

       01 DEPT-NAMES.
           02 FILLER PIC X(4) VALUE "IT  ".
       77 W-SVCMONS  PIC 9(4).
       77 W-SVCYRS   PIC 99.

       77 FSNM       PIC XX.
       77 W-DEATH    PIC X VALUE "N".
       77 W-SCH      PIC 9.
       77 W-NIDX     PIC 9.
       77 W-LAST     PIC 9.
       77 W-PY       PIC 99.
       77 W-PYCNT    PIC 99 VALUE 0.
       77 W-NOMTOT   PIC 9(4)V99.
       77 W-SCHAMT   PIC 9(8)V99.
       77 W-SHARE    PIC 9(8)V99.
       77 W-ALLOC    PIC 9(8)V99.
       77 W-GRATPAY  PIC 9(8)V99 VALUE 0.
       77 W-DUESPAY  PIC 9(8)V99 VALUE 0.
       77 W-PCTED    PIC ZZ9.99.

      * NOMINATION SCHEMES IN THE ORDER HELD IN NOM-SCHEMES. ONLY
      * GRATUITY AND UNPAID DUES ARE PAID BY THE SETTLEMENT; PROVIDENT
      * FUND AND GROUP INSURANCE ARE CLAIMED FROM THE PF TRUST AND THE
      * INSURER, AND THE SHARES ARE LISTED FOR THE CLAIM FORMS.
       01 SCHEME-NAMES.
           02 FILLER PIC X(17) VALUE "PPROVIDENT FUND  ".
           02 FILLER PIC X(17) VALUE "GGRATUITY        ".
           02 FILLER PIC X(17) VALUE "IGROUP INSURANCE ".
           02 FILLER PIC X(17) VALUE "DUNPAID DUES     ".
       01 SCHEME-TABLE REDEFINES SCHEME-NAMES.
           02 SC-ENTRY OCCURS 4 TIMES.
               03 SC-CODE  PIC X.
               03 SC-NAME  PIC X(16).

       01 NOM-SCHEMES.
           02 NS-ENTRY OCCURS 4 TIMES.
               03 NS-VALID   PIC X.
               03 NS-DECLDT  PIC X(10).
               03 NS-WITNESS PIC X(25).
               03 NS-LINES.
                   04 NS-LINE OCCURS 5 TIMES.
                       05 NS-DEPID  PIC X(6).
                       05 NS-NAME   PIC X(25).
                       05 NS-RELN   PIC X(10).
                       05 NS-PCT    PIC 9(3)V99.

       01 PAYEE-TABLE.
           02 PY-ENTRY OCCURS 20 TIMES.
               03 PY-DEPID  PIC X(6).
               03 PY-NAME   PIC X(25).
               03 PY-RELN   PIC X(10).
               03 PY-GRAT   PIC 9(8)V99.
               03 PY-DUES   PIC 9(8)V99.

       01 PAYEE-LINE.
           02 PL-NAME   PIC X(25).
           02 FILLER    PIC X.
           02 PL-RELN   PIC X(10).
           02 FILLER    PIC X.
           02 PL-GRAT   PIC Z,ZZZ,ZZ9.99.
           02 FILLER    PIC X.
           02 PL-DUES   PIC Z,ZZZ,ZZ9.99.
           02 FILLER    PIC X.
           02 PL-TOTAL  PIC Z,ZZZ,ZZ9.99.

       01 AMOUNT-LINE.
           02 AL-LABEL  PIC X(30).
           02 AL-AMT    PIC Z,ZZZ,ZZZ.99.
               DISPLAY "UNRETURNED ASSET VALUE " W-UNRET
                   " WILL BE RECOVERED IN THE SETTLEMENT"
           END-IF
           PERFORM CHECK-QUARTER-PARA THRU CHECK-QUARTER-EXIT.
           IF W-QTROPEN = "Y"
               DISPLAY "COMPANY QUARTER " W-QTRKEY " NOT YET VACATED -"
                   " RECORD THE HANDOVER ON THE HOUSING SCREEN"
           END-IF
           PERFORM SUM-ADVANCES-PARA THRU SUM-ADVANCES-EXIT.
           IF W-ADVBAL > 0
               DISPLAY "UNSETTLED TOUR ADVANCE " W-ADVBAL
                   " WILL BE RECOVERED IN THE SETTLEMENT"
           END-IF

           DISPLAY "SEPARATION ON DEATH IN SERVICE (Y/N) :".
           ACCEPT W-DEATH.
           IF W-DEATH = "y"
               MOVE "Y" TO W-DEATH
           END-IF
           IF W-DEATH = "Y"
               PERFORM LOAD-NOMINATIONS-PARA
                   THRU LOAD-NOMINATIONS-EXIT
               IF NS-VALID (2) NOT = "Y" OR NS-VALID (4) NOT = "Y"
                   DISPLAY "NO VALID GRATUITY OR DUES NOMINATION - "
                       "THAT AMOUNT IS SHOWN AS PAYABLE TO LEGAL HEIRS"
               END-IF
           END-IF

           PERFORM SUM-LOANS-PARA THRU SUM-LOANS-EXIT.
           IF W-LOANBAL > 0
           END-IF

           PERFORM COMPUTE-SETTLEMENT-PARA.
           PERFORM GET-SEP-PAY-PARA.
           IF W-DEATH = "Y"
               PERFORM SPLIT-NOMINEES-PARA
           END-IF
           PERFORM PRINT-STATEMENT-PARA.
           IF W-LOANBAL > 0
               PERFORM ZERO-LOANS-PARA THRU ZERO-LOANS-EXIT
           END-IF
           PERFORM CLOSE-ADVANCES-PARA THRU CLOSE-ADVANCES-EXIT.

           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
       SUM-ASSETS-EXIT.
           EXIT.

      * A QUARTER STILL OCCUPIED IS FLAGGED ON THE STATEMENT; ITS
      * LICENCE FEE RUNS UNTIL THE VACATION DATE IS RECORDED.
       CHECK-QUARTER-PARA.
           MOVE "N" TO W-QTROPEN.
           OPEN INPUT QTRALLOTFILE.
           IF FSQA NOT = "00"
               GO TO CHECK-QUARTER-EXIT
           END-IF
           MOVE W-EMPID TO QAEMPID.
           START QTRALLOTFILE KEY IS EQUAL TO QAEMPID
               INVALID KEY
                   GO TO CHECK-QUARTER-CLOSE
           END-START.
           PERFORM UNTIL FSQA NOT = "00" AND FSQA NOT = "02"
               READ QTRALLOTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSQA = "00" OR FSQA = "02"
                   IF QAEMPID NOT = W-EMPID
                       EXIT PERFORM
                   END-IF
                   IF QASTAT = "O"
                       MOVE "Y" TO W-QTROPEN
                       MOVE SPACES TO W-QTRKEY
                       STRING QAQBRID "/" QAQNO DELIMITED BY SIZE
                           INTO W-QTRKEY
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-QUARTER-CLOSE.
           CLOSE QTRALLOTFILE.
       CHECK-QUARTER-EXIT.
           EXIT.

       SUM-LOANS-PARA.
           MOVE 0 TO W-LOANBAL.
           OPEN INPUT LOANFILE.
       ZERO-LOANS-EXIT.
           EXIT.

      * TOUR ADVANCES PAID AND NOT YET SETTLED BY CLAIMS OR RECOVERED
      * THROUGH PAYROLL.
       SUM-ADVANCES-PARA.
           MOVE 0 TO W-ADVBAL.
           OPEN INPUT TOURADVFILE.
           IF FSTA NOT = "00"
               GO TO SUM-ADVANCES-EXIT
           END-IF
           MOVE W-EMPID TO TAEMPID.
           START TOURADVFILE KEY IS EQUAL TO TAEMPID
               INVALID KEY
                   GO TO SUM-ADVANCES-CLOSE
           END-START.
           PERFORM UNTIL FSTA NOT = "00" AND FSTA NOT = "02"
               READ TOURADVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSTA = "00" OR FSTA = "02"
                   IF TAEMPID NOT = W-EMPID
                       EXIT PERFORM
                   END-IF
                   IF TASTAT = "O"
                       ADD TABAL TO W-ADVBAL
                   END-IF
               END-IF
           END-PERFORM.
       SUM-ADVANCES-CLOSE.
           CLOSE TOURADVFILE.
       SUM-ADVANCES-EXIT.
           EXIT.

      * THE OPEN ADVANCES ARE MARKED RECOVERED IN THE SETTLEMENT, AND
      * ANY REQUISITION NOT YET PAID IS CANCELLED.
       CLOSE-ADVANCES-PARA.
           OPEN I-O TOURADVFILE.
           IF FSTA NOT = "00"
               GO TO CLOSE-ADVANCES-EXIT
           END-IF
           MOVE W-EMPID TO TAEMPID.
           START TOURADVFILE KEY IS EQUAL TO TAEMPID
               INVALID KEY
                   GO TO CLOSE-ADVANCES-CLOSE
           END-START.
           PERFORM UNTIL FSTA NOT = "00" AND FSTA NOT = "02"
               READ TOURADVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSTA = "00" OR FSTA = "02"
                   IF TAEMPID NOT = W-EMPID
                       EXIT PERFORM
                   END-IF
                   IF TASTAT = "O"
                       MOVE TABAL TO TARCAMT
                       MOVE 0 TO TABAL
                       MOVE ESEPDT(7:4) TO TARCPER(1:4)
                       MOVE ESEPDT(4:2) TO TARCPER(5:2)
                       MOVE "F" TO TASTAT
                       REWRITE TOURADVREC
                   END-IF
                   IF TASTAT = "R" OR TASTAT = "A"
                       MOVE "X" TO TASTAT
                       REWRITE TOURADVREC
                   END-IF
               END-IF
           END-PERFORM.
       CLOSE-ADVANCES-CLOSE.
           CLOSE TOURADVFILE.
           IF W-ADVBAL > 0
               DISPLAY "TOUR ADVANCES RECOVERED AND CLOSED"
           END-IF.
       CLOSE-ADVANCES-EXIT.
           EXIT.

      * SALARY AND STATUTORY DEDUCTIONS FOR THE SEPARATION MONTH ARE
      * PAID BY THE REGULAR PAYROLL RUN, PRORATED TO ESEPDT, SO THE
      * SETTLEMENT CARRIES ONLY THE TERMINAL DUES AND RECOVERIES.
       COMPUTE-SETTLEMENT-PARA.
           COMPUTE W-DAYRATE ROUNDED = PBASIC / 30.
           COMPUTE W-ENCASH ROUNDED = PPL * W-DAYRATE.

           PERFORM COMPUTE-SERVICE-PARA.
           COMPUTE W-GRATUITY = PGRTY * W-SVCMONS.

           COMPUTE W-NETPAY = W-ENCASH + W-GRATUITY
               - W-LOANBAL - W-UNRET - W-ADVBAL.

      * THE SEPARATION MONTH'S SALARY IS SHOWN FROM THE PAY RESULTS
      * FOR INFORMATION ONLY.
       GET-SEP-PAY-PARA.
           MOVE "N" TO W-SEPPAID.
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               GO TO GET-SEP-PAY-EXIT
           END-IF
           MOVE W-EMPID TO RSEMPID.
           MOVE ESEPDT(7:4) TO RSPERIOD(1:4).
           MOVE ESEPDT(4:2) TO RSPERIOD(5:2).
           MOVE "00" TO RSRUN.
           READ PAYRESFILE KEY IS RSKEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO W-SEPPAID
           END-READ
           CLOSE PAYRESFILE.
       GET-SEP-PAY-EXIT.
           EXIT.

       COMPUTE-SERVICE-PARA.
           MOVE 0 TO W-SVCMONS.
           MOVE SPACES TO SETTLELINE.
           WRITE SETTLELINE.

           MOVE "SALARY TO SEPARATION DATE IS PAID IN THE REGULAR "
               TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE "PAYROLL RUN FOR THE SEPARATION MONTH"
               TO SETTLELINE.
           WRITE SETTLELINE.
           IF W-SEPPAID = "Y"
               MOVE SPACES TO SETTLELINE
               STRING "  DAYS PAID " RSDAYSPD " OF " RSMONDAYS
                   DELIMITED BY SIZE INTO SETTLELINE
               END-STRING
               WRITE SETTLELINE
               MOVE "  GROSS SALARY PAID         :" TO AL-LABEL
               MOVE RSGROSS TO AL-AMT
               MOVE AMOUNT-LINE TO SETTLELINE
               WRITE SETTLELINE
               MOVE "  NET SALARY PAID           :" TO AL-LABEL
               MOVE RSNET TO AL-AMT
               MOVE AMOUNT-LINE TO SETTLELINE
               WRITE SETTLELINE
           ELSE
               MOVE "  (NOT YET RUN FOR THAT MONTH)" TO SETTLELINE
               WRITE SETTLELINE
           END-IF
           MOVE SPACES TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE "LEAVE ENCASHMENT (PL)       :" TO AL-LABEL.
           MOVE W-ENCASH TO AL-AMT.
           MOVE W-GRATUITY TO AL-AMT.
           MOVE AMOUNT-LINE TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE "LESS LOAN RECOVERY          :" TO AL-LABEL.
           MOVE W-LOANBAL TO AL-AMT.
           MOVE AMOUNT-LINE TO SETTLELINE.
           MOVE W-UNRET TO AL-AMT.
           MOVE AMOUNT-LINE TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE "LESS TOUR ADVANCE UNSETTLED :" TO AL-LABEL.
           MOVE W-ADVBAL TO AL-AMT.
           MOVE AMOUNT-LINE TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE "NET SETTLEMENT              :" TO AL-LABEL.
           MOVE W-NETPAY TO AL-AMT.
           MOVE AMOUNT-LINE TO SETTLELINE.
           WRITE SETTLELINE.
           IF W-QTROPEN = "Y"
               MOVE SPACES TO SETTLELINE
               WRITE SETTLELINE
               MOVE SPACES TO SETTLELINE
               STRING "** COMPANY QUARTER " W-QTRKEY " NOT YET VACATED"
                   " - LICENCE FEE DUE TO HANDOVER **"
                   DELIMITED BY SIZE INTO SETTLELINE
               END-STRING
               WRITE SETTLELINE
           END-IF
           IF W-DEATH = "Y"
               PERFORM PRINT-NOMINEES-PARA
           END-IF
           MOVE SPACES TO SETTLELINE.
           WRITE SETTLELINE.
           IF W-DEATH = "Y"
               MOVE "CLAIMANT SIGN-OFF : ____________________"
                   TO SETTLELINE
           ELSE
               MOVE "EMPLOYEE SIGN-OFF : ____________________"
                   TO SETTLELINE
           END-IF
           WRITE SETTLELINE.
           CLOSE SETTLEFILE.

      * A NOMINATION IS VALID WHEN ITS SHARES TOTAL EXACTLY 100.
       LOAD-NOMINATIONS-PARA.
           PERFORM VARYING W-SCH FROM 1 BY 1 UNTIL W-SCH > 4
               MOVE "N" TO NS-VALID (W-SCH)
               MOVE SPACES TO NS-DECLDT (W-SCH) NS-WITNESS (W-SCH)
               MOVE SPACES TO NS-LINES (W-SCH)
           END-PERFORM
           OPEN INPUT NOMINEEFILE.
           IF FSNM NOT = "00"
               GO TO LOAD-NOMINATIONS-EXIT
           END-IF
           PERFORM VARYING W-SCH FROM 1 BY 1 UNTIL W-SCH > 4
               MOVE W-EMPID TO NMEMPID
               MOVE SC-CODE (W-SCH) TO NMSCHEME
               READ NOMINEEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NMLINES TO NS-LINES (W-SCH)
                       MOVE NMDECLDT TO NS-DECLDT (W-SCH)
                       MOVE NMWITNESS TO NS-WITNESS (W-SCH)
                       MOVE 0 TO W-NOMTOT
                       PERFORM VARYING W-NIDX FROM 1 BY 1
                           UNTIL W-NIDX > 5
                           IF NMNAME (W-NIDX) NOT = SPACES
                               ADD NMPCT (W-NIDX) TO W-NOMTOT
                           END-IF
                       END-PERFORM
                       IF W-NOMTOT = 100
                           MOVE "Y" TO NS-VALID (W-SCH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOMINEEFILE.
       LOAD-NOMINATIONS-EXIT.
           EXIT.

      * THE NET SETTLEMENT IS PAID AS GRATUITY AND UNPAID DUES, THE
      * RECOVERIES BEING SET FIRST AGAINST THE DUES AND ONLY THEN
      * AGAINST THE GRATUITY. EACH IS SPLIT BY THE SHARES NOMINATED
      * FOR ITS SCHEME, THE LAST NOMINEE TAKING THE ROUNDING, AND
      * COLLECTED BY PAYEE.
       SPLIT-NOMINEES-PARA.
           MOVE 0 TO W-GRATPAY.
           MOVE 0 TO W-DUESPAY.
           IF W-NETPAY > W-GRATUITY
               MOVE W-GRATUITY TO W-GRATPAY
               COMPUTE W-DUESPAY = W-NETPAY - W-GRATUITY
           ELSE
               IF W-NETPAY > 0
                   MOVE W-NETPAY TO W-GRATPAY
               END-IF
           END-IF
           MOVE 0 TO W-PYCNT.
           MOVE 2 TO W-SCH.
           MOVE W-GRATPAY TO W-SCHAMT.
           PERFORM ALLOCATE-SCHEME-PARA.
           MOVE 4 TO W-SCH.
           MOVE W-DUESPAY TO W-SCHAMT.
           PERFORM ALLOCATE-SCHEME-PARA.

       ALLOCATE-SCHEME-PARA.
           IF NS-VALID (W-SCH) = "Y"
               MOVE 0 TO W-LAST
               PERFORM VARYING W-NIDX FROM 1 BY 1 UNTIL W-NIDX > 5
                   IF NS-NAME (W-SCH W-NIDX) NOT = SPACES
                       MOVE W-NIDX TO W-LAST
                   END-IF
               END-PERFORM
               MOVE 0 TO W-ALLOC
               PERFORM VARYING W-NIDX FROM 1 BY 1 UNTIL W-NIDX > 5
                   IF NS-NAME (W-SCH W-NIDX) NOT = SPACES
                       IF W-NIDX = W-LAST
                           COMPUTE W-SHARE = W-SCHAMT - W-ALLOC
                       ELSE
                           COMPUTE W-SHARE ROUNDED = W-SCHAMT
                               * NS-PCT (W-SCH W-NIDX) / 100
                       END-IF
                       ADD W-SHARE TO W-ALLOC
                       PERFORM FIND-PAYEE-PARA
                       IF W-SCH = 2
                           ADD W-SHARE TO PY-GRAT (W-PY)
                       ELSE
                           ADD W-SHARE TO PY-DUES (W-PY)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * A DEPENDENT NOMINATED UNDER BOTH SCHEMES IS ONE PAYEE; AN
      * OUTSIDE NOMINEE IS MATCHED BY NAME.
       FIND-PAYEE-PARA.
           MOVE 0 TO W-PY.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-PYCNT
               IF NS-DEPID (W-SCH W-NIDX) NOT = SPACES
                   IF PY-DEPID (W-IDX) = NS-DEPID (W-SCH W-NIDX)
                       MOVE W-IDX TO W-PY
                   END-IF
               ELSE
                   IF PY-DEPID (W-IDX) = SPACES
                       AND PY-NAME (W-IDX) = NS-NAME (W-SCH W-NIDX)
                       MOVE W-IDX TO W-PY
                   END-IF
               END-IF
           END-PERFORM
           IF W-PY = 0
               ADD 1 TO W-PYCNT
               MOVE W-PYCNT TO W-PY
               MOVE NS-DEPID (W-SCH W-NIDX) TO PY-DEPID (W-PY)
               MOVE NS-NAME (W-SCH W-NIDX) TO PY-NAME (W-PY)
               MOVE NS-RELN (W-SCH W-NIDX) TO PY-RELN (W-PY)
               MOVE 0 TO PY-GRAT (W-PY)
               MOVE 0 TO PY-DUES (W-PY)
           END-IF.

       PRINT-NOMINEES-PARA.
           MOVE SPACES TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE "DEATH IN SERVICE - PAYEE-WISE PAYMENT LIST"
               TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE SPACES TO SETTLELINE.
           WRITE SETTLELINE.
           PERFORM VARYING W-SCH FROM 1 BY 1 UNTIL W-SCH > 4
               MOVE SPACES TO SETTLELINE
               IF NS-VALID (W-SCH) = "Y"
                   STRING SC-NAME (W-SCH) " DECLARED "
                       NS-DECLDT (W-SCH) " WITNESS "
                       NS-WITNESS (W-SCH)
                       DELIMITED BY SIZE INTO SETTLELINE
                   END-STRING
               ELSE
                   STRING SC-NAME (W-SCH)
                       " ** NO VALID NOMINATION - LEGAL HEIRS **"
                       DELIMITED BY SIZE INTO SETTLELINE
                   END-STRING
               END-IF
               WRITE SETTLELINE
           END-PERFORM
           MOVE SPACES TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE "PAYEE                     RELATION       GRATUITY "
               TO SETTLELINE.
           MOVE "UNPAID DUES        TOTAL" TO SETTLELINE(52:24).
           WRITE SETTLELINE.
           PERFORM VARYING W-PY FROM 1 BY 1 UNTIL W-PY > W-PYCNT
               MOVE SPACES TO PAYEE-LINE
               MOVE PY-NAME (W-PY) TO PL-NAME
               MOVE PY-RELN (W-PY) TO PL-RELN
               MOVE PY-GRAT (W-PY) TO PL-GRAT
               MOVE PY-DUES (W-PY) TO PL-DUES
               COMPUTE PL-TOTAL = PY-GRAT (W-PY) + PY-DUES (W-PY)
               MOVE PAYEE-LINE TO SETTLELINE
               WRITE SETTLELINE
           END-PERFORM
           IF NS-VALID (2) NOT = "Y" OR NS-VALID (4) NOT = "Y"
               MOVE SPACES TO PAYEE-LINE
               MOVE "LEGAL HEIRS" TO PL-NAME
               MOVE 0 TO W-SHARE
               IF NS-VALID (2) NOT = "Y"
                   MOVE W-GRATPAY TO PL-GRAT
                   ADD W-GRATPAY TO W-SHARE
               END-IF
               IF NS-VALID (4) NOT = "Y"
                   MOVE W-DUESPAY TO PL-DUES
                   ADD W-DUESPAY TO W-SHARE
               END-IF
               MOVE W-SHARE TO PL-TOTAL
               MOVE PAYEE-LINE TO SETTLELINE
               WRITE SETTLELINE
           END-IF
           MOVE SPACES TO PAYEE-LINE.
           MOVE "TOTAL" TO PL-NAME.
           MOVE W-GRATPAY TO PL-GRAT.
           MOVE W-DUESPAY TO PL-DUES.
           MOVE W-NETPAY TO PL-TOTAL.
           IF W-NETPAY < 0
               MOVE 0 TO PL-TOTAL
           END-IF
           MOVE PAYEE-LINE TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE SPACES TO SETTLELINE.
           WRITE SETTLELINE.
           MOVE "CLAIM SHARES FOR THE PF TRUST AND THE INSURER :"
               TO SETTLELINE.
           WRITE SETTLELINE.
           PERFORM VARYING W-SCH FROM 1 BY 2 UNTIL W-SCH > 3
               IF NS-VALID (W-SCH) = "Y"
                   PERFORM VARYING W-NIDX FROM 1 BY 1 UNTIL W-NIDX > 5
                       IF NS-NAME (W-SCH W-NIDX) NOT = SPACES
                           MOVE NS-PCT (W-SCH W-NIDX) TO W-PCTED
                           MOVE SPACES TO SETTLELINE
                           STRING "  " SC-NAME (W-SCH) " "
                               NS-NAME (W-SCH W-NIDX) " "
                               NS-RELN (W-SCH W-NIDX) " "
                               W-PCTED " PCT"
                               DELIMITED BY SIZE INTO SETTLELINE
                           END-STRING
                           WRITE SETTLELINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       END PROGRAM SETTLE.
