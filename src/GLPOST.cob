               RECORD KEY IS GLELEM
               FILE STATUS IS FSGM.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT COMPMASTFILE
               ASSIGN TO "files/COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMCODE
               FILE STATUS IS FSCM.

           SELECT FREEZEFILE
               ASSIGN TO "files/FREEZE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFZ.

           SELECT PAYMENTFILE
               ASSIGN TO "files/PAYMENT.DAT"
               FILE STATUS IS FSP.

           SELECT GLOUTFILE
               ASSIGN TO DYNAMIC W-GLNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSGO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSGR.

           SELECT PAYREVHFILE
               ASSIGN TO "files/PAYREVH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHKEY
               FILE STATUS IS FSRH.

           SELECT GLREVFILE
               ASSIGN TO "files/GLREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSGV.

           SELECT COMPANYFILE
               ASSIGN TO "files/COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCODE
               FILE STATUS IS FSCY.

           SELECT GLREVRPTFILE
               ASSIGN TO "files/GLREV.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSGL.

       DATA DIVISION.
       FILE SECTION.

           02 GLACCT   PIC X(8).
           02 GLDRCR   PIC X.

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
           02 RSNPSEE   PIC 9(8)V99.
           02 RSNPSER   PIC 9(8)V99.
           02 RSPRAN    PIC X(12).
           02 FILLER    PIC X(53).

       FD COMPMASTFILE.
       01 COMPMASTREC.
           02 CMCODE    PIC X(8).
           02 CMDESC    PIC X(25).
           02 CMTYPE    PIC X.
           02 CMTAXABLE PIC X.
           02 CMPFWAGE  PIC X.
           02 CMLOPPRO  PIC X.
           02 CMGLACCT  PIC X(8).
           02 CMCLASS   PIC X.

       FD FREEZEFILE.
       01 FREEZEREC.
           02 FZFLAG   PIC X.
           02 FZPERIOD PIC X(7).
           02 FZUSER   PIC X(10).
           02 FZDATE   PIC X(8).

       FD PAYMENTFILE.
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PPAYDATA.
               03 PBASIC   PIC 9(6)V99.
               03 PDA      PIC 9(6)V99.
               03 PCCA     PIC 9(6)V99.
               03 PHRA     PIC 9(6)V99.
               03 PDPA     PIC 9(6)V99.
               03 PPPA     PIC 9(6)V99.
               03 PEDUA    PIC 9(6)V99.
               03 PTECHJR  PIC 9(6)V99.
               03 PLUNCHA  PIC 9(6)V99.
               03 PCONVEY  PIC 9(6)V99.
               03 PBUSATR  PIC 9(6)V99.
               03 PLTA     PIC 9(6)V99.
               03 PPF      PIC 9(6)V99.
               03 PESI     PIC 9(6)V99.
               03 PGRTY    PIC 9(6)V99.
               03 PPTAX    PIC 9(6)V99.
               03 PITAX    PIC 9(6)V99.
               03 PLOAN    PIC 9(8)V99.
               03 PLOANDA  PIC 9(8)V99.
               03 POTHERD  PIC 9(6)V99.
               03 PPERINC  PIC 9(6)V99.
               03 PMEDI    PIC 9(6)V99.
               03 PBOOK    PIC 9(6)V99.
               03 PENTER   PIC 9(6)V99.
               03 PTPH     PIC 9(6)V99.
               03 PHOUSE   PIC 9(6)V99.
               03 PVEHMAN  PIC 9(6)V99.
               03 PCREDIT  PIC 9(6)V99.
               03 PCLUB    PIC 9(6)V99.
               03 PCL      PIC 99.
               03 PSL      PIC 99.
               03 PPL      PIC 99.
               03 PLLOP    PIC 999.
               03 POTHERL  PIC 999.
               03 PARREAR  PIC 9(6)V99.
               03 POTAMT   PIC 9(6)V99.
               03 PMEDPREM PIC 9(6)V99.
               03 PCLAIM   PIC 9(6)V99.
               03 PENCASH  PIC 9(6)V99.
               03 PCO      PIC 99.
               03 PCOPER   PIC X(6).

       FD GLOUTFILE.
       01 GLOUTLINE.
       FD GLRPTFILE.
       01 GLRPTLINE PIC X(80).

       FD PAYREVHFILE.
       01 PAYREVHREC.
           02 RHKEY.
               03 RHNO     PIC X(6).
               03 RHEMPID  PIC X(6).
           02 RHPERIOD  PIC X(6).
           02 RHRUN     PIC X(2).
           02 RHSTAT    PIC X.
           02 RHDISB    PIC X.
           02 RHDISREF  PIC X(20).
           02 RHGLREV   PIC X.
           02 RHGLNEW   PIC X.
           02 RHNEWNET  PIC S9(8)V99.
           02 RHHIST    PIC X(296).
           02 RHRESULT  PIC X(1219).

       FD GLREVFILE.
       01 GLREVLINE PIC X(41).

       FD COMPANYFILE.
       01 COMPANYREC.
           02 CYCODE    PIC X(4).
           02 CYNAME    PIC X(30).
           02 CYPFCODE  PIC X(15).
           02 CYESICODE PIC X(17).
           02 CYTAN     PIC X(10).
           02 CYPAN     PIC X(10).
           02 CYPTREG   PIC X(15).
           02 CYBANKAC  PIC X(20).
           02 CYIFSC    PIC X(11).
           02 CYGLCODE  PIC X(6).
           02 CYSTAT    PIC X.
           02 CYUSER    PIC X(10).
           02 CYDATE    PIC X(8).

       FD GLREVRPTFILE.
       01 GLREVRPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSGM       PIC XX.
       77 FSRS       PIC XX.
       77 FSFZ       PIC XX.
       77 FSCM       PIC XX.
       77 W-CMOPEN   PIC X VALUE "N".
       77 W-CIDX     PIC 99.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-FIELDS   PIC 9(8)V99.
       77 W-ATTACH   PIC 9(8)V99.
       77 W-VENDDED  PIC 9(8)V99.
       77 W-NPSEE    PIC 9(8)V99.
       77 FSP        PIC XX.
       77 FSGO       PIC XX.
       77 FSGR       PIC XX.
       77 W-CHOICE   PIC X.
       77 W-DUPCHK   PIC XX.
       77 W-IDX      PIC 99.
       77 W-NET      PIC S9(10)V99.
       77 W-UNMAPPED PIC 9(5) VALUE 0.
       77 T-DEBIT    PIC 9(12)V99 VALUE 0.
       77 T-CREDIT   PIC 9(12)V99 VALUE 0.
       77 W-CTAMT1   PIC 9(12)V99.
       77 W-CTAMT2   PIC 9(12)V99.
       77 W-CTAMT3   PIC 9(12)V99.
       77 W-SIDX     PIC 9.
       77 W-POSTAMT  PIC 9(10)V99.
       77 W-SPDONE   PIC 9(10)V99.
       77 W-SPLITEMP PIC 9(5) VALUE 0.
       77 FSRH       PIC XX.
       77 FSGV       PIC XX.
       77 FSGL       PIC XX.
       77 W-REVMODE  PIC X VALUE "N".
       77 W-REVSIDE  PIC X VALUE "N".
       77 W-SAVEDR   PIC 9(12)V99.
       77 W-SAVECR   PIC 9(12)V99.
       77 W-SWAPAMT  PIC 9(12)V99.
       77 T-REVERSED PIC 9(5).
       77 T-REISSUED PIC 9(5).
       77 FSCY       PIC XX.
       77 W-GLNAME   PIC X(40).
       77 W-COFUNC   PIC X.
       77 W-COUSER   PIC X(10) VALUE SPACES.
       77 W-COMPANY  PIC X(4).
       77 W-COREPLY  PIC X.
       77 W-RSCO     PIC X(4).

      * THE COST CENTRES THE CURRENT EMPLOYEE'S PAY IS CHARGED TO.
       01 W-SPLIT.
           02 W-SPCOUNT  PIC 9.
           02 W-SPLINE OCCURS 5 TIMES.
               03 W-SPTYPE   PIC X.
               03 W-SPCODE   PIC X(6).
               03 W-SPPCT    PIC 9(3)V99.

       01 ELEM-TABLE.
           02 ELEM-ENTRY OCCURS 37 TIMES.
               03 ET-NAME  PIC X(8).
               03 ET-TYPE  PIC X.
               03 ET-AMT   PIC 9(8)V99.
           02 FILLER PIC X(9) VALUE "MEDPREM D".
           02 FILLER PIC X(9) VALUE "CLAIM   E".
           02 FILLER PIC X(9) VALUE "ENCASH  E".
           02 FILLER PIC X(9) VALUE "DEFREC  D".
           02 FILLER PIC X(9) VALUE "ATTACH  D".
           02 FILLER PIC X(9) VALUE "VENDDED D".
           02 FILLER PIC X(9) VALUE "NPS     D".
       01 ELEM-NAME-TABLE REDEFINES ELEM-NAMES.
           02 EN-ENTRY OCCURS 37 TIMES.
               03 EN-NAME PIC X(8).
               03 EN-TYPE PIC X.

           DISPLAY "GENERAL LEDGER INTERFACE".
           DISPLAY "1. MAINTAIN ACCOUNT MAPPING".
           DISPLAY "2. RUN POSTING EXTRACT".
           DISPLAY "3. POST PAYROLL REVERSALS AND REISSUES".
           DISPLAY "4. EXIT".
           DISPLAY "ENTER YOUR CHOICE :".
           ACCEPT W-CHOICE.
           IF W-CHOICE = "1"
           IF W-CHOICE = "2"
               PERFORM RUN-EXTRACT-PARA THRU RUN-EXTRACT-EXIT
               GO TO MAIN-PARA
           ELSE
           IF W-CHOICE = "3"
               PERFORM REVERSAL-POST-PARA THRU REVERSAL-POST-EXIT
               GO TO MAIN-PARA
           ELSE
               GOBACK
           END-IF
               DISPLAY "NO ACCOUNT MAPPING ON FILE - MAINTAIN IT FIRST"
               GO TO RUN-EXTRACT-EXIT
           END-IF
           PERFORM GET-RUN-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - EXTRACT CANCELLED"
               CLOSE GLMAPFILE
               GO TO RUN-EXTRACT-EXIT
           END-IF
      * A COMPANY RUN POSTS ONLY THAT COMPANY'S BRANCHES TO ITS OWN
      * EXTRACT, files/GLPOST-<COMPANY>.TXT, FOR ITS OWN LEDGER.
           MOVE "P" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-COUSER W-COMPANY W-COREPLY.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EXTRACT CANCELLED"
               CLOSE GLMAPFILE
               GO TO RUN-EXTRACT-EXIT
           END-IF
           MOVE SPACES TO W-GLNAME.
           IF W-COMPANY = SPACES
               MOVE "files/GLPOST.TXT" TO W-GLNAME
           ELSE
               STRING "files/GLPOST-" W-COMPANY DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE INTO W-GLNAME
               END-STRING
           END-IF
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               CLOSE GLMAPFILE
               GO TO RUN-EXTRACT-EXIT
           END-IF
      * A PAY COMPONENT POSTS TO THE ACCOUNT ON THE COMPONENT MASTER;
      * WITHOUT ONE IT IS MAPPED BY ITS CODE LIKE ANY OTHER ELEMENT.
           MOVE "N" TO W-CMOPEN.
           OPEN INPUT COMPMASTFILE.
           IF FSCM = "00"
               MOVE "Y" TO W-CMOPEN
           END-IF
           OPEN OUTPUT GLOUTFILE.
           OPEN OUTPUT GLRPTFILE.
           IF W-COMPANY NOT = SPACES
               PERFORM COMPANY-HEADING-PARA
           END-IF

           MOVE 0 TO T-DEBIT.
           MOVE 0 TO T-CREDIT.
           MOVE 0 TO T-LINES.
           MOVE 0 TO W-UNMAPPED.
           MOVE 0 TO W-SPLITEMP.

           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY
                   DISPLAY "NO PAY RESULTS FOR PERIOD " W-PERIN
                   MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   MOVE SPACES TO W-RSCO
                   IF W-COMPANY NOT = SPACES
                       CALL "BRCOMP" USING RSBRNID W-RSCO
                   END-IF
                   IF RSRUN = "00" AND W-RSCO = W-COMPANY
                       PERFORM EXPLODE-ONE-PARA
                   END-IF
               END-IF
               W-UNMAPPED DELIMITED BY SIZE INTO GLRPTLINE
           END-STRING.
           WRITE GLRPTLINE.
           MOVE SPACES TO GLRPTLINE.
           STRING "EMPLOYEES CHARGED TO MORE THAN ONE COST CENTRE : "
               W-SPLITEMP DELIMITED BY SIZE INTO GLRPTLINE
           END-STRING.
           WRITE GLRPTLINE.

      * CONTROL TOTALS ARE KEPT FOR THE WHOLE GROUP, SO ONLY A RUN FOR
      * ALL COMPANIES POSTS THEM.
           IF W-COMPANY = SPACES
               MOVE T-DEBIT TO W-CTAMT1
               MOVE T-CREDIT TO W-CTAMT2
               MOVE 0 TO W-CTAMT3
               CALL "CTLPOST" USING W-CTPROG W-CTAMT1 W-CTAMT2 W-CTAMT3
           END-IF
           CANCEL "COSTSPLT".
           CANCEL "BRCOMP".

           CLOSE GLMAPFILE.
           CLOSE PAYRESFILE.
           IF W-CMOPEN = "Y"
               CLOSE COMPMASTFILE
           END-IF
           CLOSE GLOUTFILE.
           CLOSE GLRPTFILE.
           DISPLAY "GL EXTRACT WRITTEN TO " W-GLNAME.
           DISPLAY T-LINES " LINES, TOTALS IN files/GLPOST.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
       RUN-EXTRACT-EXIT.
           EXIT.

       COMPANY-HEADING-PARA.
           MOVE SPACES TO CYNAME CYGLCODE.
           OPEN INPUT COMPANYFILE.
           IF FSCY = "00"
               MOVE W-COMPANY TO CYCODE
               READ COMPANYFILE
                   INVALID KEY
                       MOVE SPACES TO CYNAME CYGLCODE
               END-READ
               CLOSE COMPANYFILE
           END-IF
           MOVE SPACES TO GLRPTLINE.
           STRING "COMPANY " W-COMPANY " " CYNAME
               "  LEDGER COMPANY " CYGLCODE
               DELIMITED BY SIZE INTO GLRPTLINE
           END-STRING.
           WRITE GLRPTLINE.
           MOVE SPACES TO GLRPTLINE.
           WRITE GLRPTLINE.

      * A VOIDED REGULAR-RUN RESULT NOT YET REVERSED IN THE LEDGER IS
      * POSTED AGAIN FROM THE COPY KEPT ON THE REVERSAL HISTORY WITH
      * EVERY DEBIT AND CREDIT SWAPPED; THE REISSUED RESULT THAT
      * REPLACES IT IS THEN POSTED AS THE PERIOD EXTRACT WOULD HAVE.
      * THE LINES GO TO THEIR OWN EXTRACT SO THE PERIOD'S EXTRACT AND
      * CONTROL TOTALS ARE LEFT AS THEY WERE.
       REVERSAL-POST-PARA.
           OPEN INPUT GLMAPFILE.
           IF FSGM NOT = "00"
               DISPLAY "NO ACCOUNT MAPPING ON FILE - MAINTAIN IT FIRST"
               GO TO REVERSAL-POST-EXIT
           END-IF
           OPEN I-O PAYREVHFILE.
           IF FSRH NOT = "00"
               DISPLAY "NO PAYROLL REVERSALS ON FILE"
               CLOSE GLMAPFILE
               GO TO REVERSAL-POST-EXIT
           END-IF
           OPEN INPUT PAYRESFILE.
           MOVE "N" TO W-CMOPEN.
           OPEN INPUT COMPMASTFILE.
           IF FSCM = "00"
               MOVE "Y" TO W-CMOPEN
           END-IF
           OPEN OUTPUT GLREVFILE.
           OPEN OUTPUT GLREVRPTFILE.
           MOVE 0 TO T-DEBIT.
           MOVE 0 TO T-CREDIT.
           MOVE 0 TO T-LINES.
           MOVE 0 TO W-UNMAPPED.
           MOVE 0 TO W-SPLITEMP.
           MOVE 0 TO T-REVERSED.
           MOVE 0 TO T-REISSUED.
           MOVE "Y" TO W-REVMODE.
           PERFORM UNTIL FSRH = "10"
               READ PAYREVHFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRH = "00"
                   IF RHGLREV = "N"
                       MOVE RHRESULT TO PAYRESREC
                       PERFORM REVERSE-ONE-PARA
                       MOVE "Y" TO RHGLREV
                       REWRITE PAYREVHREC
                       ADD 1 TO T-REVERSED
                   END-IF
                   IF RHSTAT = "R" AND RHGLNEW = "N"
                       MOVE RHEMPID TO RSEMPID
                       MOVE RHPERIOD TO RSPERIOD
                       MOVE RHRUN TO RSRUN
                       READ PAYRESFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM EXPLODE-ONE-PARA
                               MOVE "Y" TO RHGLNEW
                               REWRITE PAYREVHREC
                               ADD 1 TO T-REISSUED
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO W-REVMODE.

           MOVE "GL REVERSAL AND REISSUE POSTINGS" TO GLREVRPTLINE.
           WRITE GLREVRPTLINE.
           MOVE SPACES TO GLREVRPTLINE.
           STRING "RESULTS REVERSED  : " T-REVERSED
               DELIMITED BY SIZE INTO GLREVRPTLINE
           END-STRING.
           WRITE GLREVRPTLINE.
           MOVE SPACES TO GLREVRPTLINE.
           STRING "RESULTS REISSUED  : " T-REISSUED
               DELIMITED BY SIZE INTO GLREVRPTLINE
           END-STRING.
           WRITE GLREVRPTLINE.
           MOVE "TOTAL DEBITS      :" TO TL-LABEL.
           MOVE T-DEBIT TO TL-AMT.
           MOVE TOTAL-LINE TO GLREVRPTLINE.
           WRITE GLREVRPTLINE.
           MOVE "TOTAL CREDITS     :" TO TL-LABEL.
           MOVE T-CREDIT TO TL-AMT.
           MOVE TOTAL-LINE TO GLREVRPTLINE.
           WRITE GLREVRPTLINE.
           IF T-DEBIT = T-CREDIT
               MOVE "DEBITS EQUAL CREDITS - EXTRACT IN BALANCE"
                   TO GLREVRPTLINE
           ELSE
               MOVE "*** EXTRACT OUT OF BALANCE - DO NOT IMPORT ***"
                   TO GLREVRPTLINE
           END-IF
           WRITE GLREVRPTLINE.
           MOVE SPACES TO GLREVRPTLINE.
           STRING "UNMAPPED ELEMENTS POSTED TO SUSPENSE : "
               W-UNMAPPED DELIMITED BY SIZE INTO GLREVRPTLINE
           END-STRING.
           WRITE GLREVRPTLINE.
           CANCEL "COSTSPLT".

           CLOSE GLMAPFILE.
           CLOSE PAYREVHFILE.
           CLOSE PAYRESFILE.
           IF W-CMOPEN = "Y"
               CLOSE COMPMASTFILE
           END-IF
           CLOSE GLREVFILE.
           CLOSE GLREVRPTFILE.
           DISPLAY "REVERSAL EXTRACT WRITTEN TO files/GLREV.TXT - "
               T-LINES " LINES, TOTALS IN files/GLREV.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
       REVERSAL-POST-EXIT.
           EXIT.

      * THE TOTALS ARE ADDED UP ON THE ORIGINAL SIDES AS THE RESULT IS
      * EXPLODED, SO WHAT IT ADDED IS MOVED ACROSS AFTERWARDS.
       REVERSE-ONE-PARA.
           MOVE T-DEBIT TO W-SAVEDR.
           MOVE T-CREDIT TO W-SAVECR.
           MOVE "Y" TO W-REVSIDE.
           PERFORM EXPLODE-ONE-PARA.
           MOVE "N" TO W-REVSIDE.
           COMPUTE W-SWAPAMT = T-DEBIT - W-SAVEDR.
           COMPUTE T-DEBIT = W-SAVEDR + T-CREDIT - W-SAVECR.
           COMPUTE T-CREDIT = W-SAVECR + W-SWAPAMT.

      * THE CURRENT RUN'S PERIOD IS THE ONE PAYROLL STAMPED ON THE
      * FREEZE RECORD; ASK FOR IT ONLY IF THAT IS NOT AVAILABLE.
       GET-RUN-PERIOD-PARA.
           MOVE SPACES TO W-PERIN.
           OPEN INPUT FREEZEFILE.
           IF FSFZ = "00"
               READ FREEZEFILE
                   AT END
                       MOVE SPACES TO FZPERIOD
               END-READ
               IF FSFZ = "00"
                   MOVE FZPERIOD TO W-PERIN
               END-IF
               CLOSE FREEZEFILE
           END-IF
           IF W-PERIN = SPACES
               DISPLAY "ENTER PERIOD (MM/YYYY) :"
               ACCEPT W-PERIN
           END-IF
           PERFORM VALIDATE-PERIOD-PARA.

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

       EXPLODE-ONE-PARA.
           CALL "COSTSPLT" USING RSEMPID RSPERIOD RSDEPCODE W-SPLIT.
           IF W-SPCOUNT > 1
               ADD 1 TO W-SPLITEMP
           END-IF
           MOVE RSEMPID TO PEMPID.
           MOVE RSPAYDATA TO PPAYDATA.
           PERFORM LOAD-ELEMENTS-PARA.
           MOVE 0 TO W-NET.
           PERFORM POST-ELEMENT-PARA THRU POST-ELEMENT-EXIT
               VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 37.
           PERFORM POST-COMP-PARA THRU POST-COMP-EXIT
               VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15.
           IF W-NET NOT = 0
               PERFORM POST-NET-PARA
           END-IF
           IF RSNPSER NUMERIC AND RSNPSER > 0
               PERFORM POST-NPSER-PARA
           END-IF.

       LOAD-ELEMENTS-PARA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 37
               MOVE EN-NAME (W-IDX) TO ET-NAME (W-IDX)
               MOVE EN-TYPE (W-IDX) TO ET-TYPE (W-IDX)
               MOVE 0 TO ET-AMT (W-IDX)
           MOVE PMEDPREM TO ET-AMT (31).
           MOVE PCLAIM  TO ET-AMT (32).
           MOVE PENCASH TO ET-AMT (33).
      * ATTACHMENT ORDERS, VENDOR DEDUCTIONS AND NPS CONTRIBUTIONS
      * RECOVERED ARE HELD IN THE CLASS TABLE ONLY.
           MOVE 0 TO W-ATTACH.
           MOVE 0 TO W-VENDDED.
           MOVE 0 TO W-NPSEE.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 10
               IF RSCCLASS (W-CIDX) = "A"
                   MOVE RSCTAKEN (W-CIDX) TO W-ATTACH
               END-IF
               IF RSCCLASS (W-CIDX) = "V"
                   MOVE RSCTAKEN (W-CIDX) TO W-VENDDED
               END-IF
               IF RSCCLASS (W-CIDX) = "N"
                   MOVE RSCTAKEN (W-CIDX) TO W-NPSEE
               END-IF
           END-PERFORM
           MOVE W-ATTACH TO ET-AMT (35).
           MOVE W-VENDDED TO ET-AMT (36).
           MOVE W-NPSEE TO ET-AMT (37).
      * THE RESULTS ALREADY HOLD EACH ELEMENT AS PAID. WHAT WAS
      * RECOVERED BEYOND THE PERIOD'S OWN DEDUCTIONS AND DEDUCTION
      * COMPONENTS IS THE RECOVERY OF AMOUNTS DEFERRED FROM AN EARLIER
      * PERIOD.
           COMPUTE W-FIELDS = PPF + PESI + PPTAX + PITAX + PLOANDA
               + POTHERD + PMEDPREM + W-ATTACH + W-VENDDED + W-NPSEE
           END-COMPUTE
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               IF RSCMTYPE (W-CIDX) = "D"
                   ADD RSCMAMT (W-CIDX) TO W-FIELDS
               END-IF
           END-PERFORM
           IF RSDEDUCT > W-FIELDS
               COMPUTE ET-AMT (34) = RSDEDUCT - W-FIELDS
           END-IF.

       POST-ELEMENT-PARA.
           MOVE GLACCT TO GO-ACCT.
           MOVE ET-AMT (W-IDX) TO GO-AMT.
           MOVE ET-NAME (W-IDX) TO GO-ELEM.
           IF ET-TYPE (W-IDX) = "E"
               MOVE "D" TO GO-DRCR
               ADD ET-AMT (W-IDX) TO T-DEBIT
               ADD ET-AMT (W-IDX) TO T-CREDIT
               SUBTRACT ET-AMT (W-IDX) FROM W-NET
           END-IF
           PERFORM WRITE-SPLIT-PARA.
       POST-ELEMENT-EXIT.
           EXIT.

       POST-COMP-PARA.
           IF RSCMCODE (W-CIDX) = SPACES OR RSCMAMT (W-CIDX) = 0
               GO TO POST-COMP-EXIT
           END-IF
           MOVE SPACES TO GO-ACCT.
           IF W-CMOPEN = "Y"
               MOVE RSCMCODE (W-CIDX) TO CMCODE
               READ COMPMASTFILE
                   INVALID KEY
                       MOVE SPACES TO CMGLACCT
               END-READ
               MOVE CMGLACCT TO GO-ACCT
           END-IF
           IF GO-ACCT = SPACES
               MOVE RSCMCODE (W-CIDX) TO GLELEM
               READ GLMAPFILE
                   INVALID KEY
                       MOVE "SUSPENSE" TO GLACCT
                       ADD 1 TO W-UNMAPPED
               END-READ
               MOVE GLACCT TO GO-ACCT
           END-IF
           MOVE RSCMAMT (W-CIDX) TO GO-AMT.
           MOVE RSCMCODE (W-CIDX) TO GO-ELEM.
           IF RSCMTYPE (W-CIDX) = "E"
               MOVE "D" TO GO-DRCR
               ADD RSCMAMT (W-CIDX) TO T-DEBIT
               ADD RSCMAMT (W-CIDX) TO W-NET
           ELSE
               MOVE "C" TO GO-DRCR
               ADD RSCMAMT (W-CIDX) TO T-CREDIT
               SUBTRACT RSCMAMT (W-CIDX) FROM W-NET
           END-IF
           PERFORM WRITE-SPLIT-PARA.
       POST-COMP-EXIT.
           EXIT.

       POST-NET-PARA.
           MOVE "NETPAY" TO GLELEM.
           READ GLMAPFILE
           END-READ
           MOVE GLACCT TO GO-ACCT.
           MOVE "NETPAY" TO GO-ELEM.
           IF W-NET > 0
               MOVE "C" TO GO-DRCR
               MOVE W-NET TO GO-AMT
               COMPUTE GO-AMT = 0 - W-NET
               ADD GO-AMT TO T-DEBIT
           END-IF
           PERFORM WRITE-SPLIT-PARA.

      * THE EMPLOYER'S NPS SHARE IS NOT PART OF PAY - IT IS CHARGED TO
      * THE CONTRIBUTION EXPENSE AND HELD AS DUE TO THE NPS UNTIL IT
      * IS REMITTED.
       POST-NPSER-PARA.
           MOVE RSNPSER TO GO-AMT.
           MOVE "NPSER" TO GLELEM.
           READ GLMAPFILE
               INVALID KEY
                   MOVE "SUSPENSE" TO GLACCT
                   ADD 1 TO W-UNMAPPED
           END-READ
           MOVE GLACCT TO GO-ACCT.
           MOVE "NPSER" TO GO-ELEM.
           MOVE "D" TO GO-DRCR.
           ADD RSNPSER TO T-DEBIT.
           PERFORM WRITE-SPLIT-PARA.
           MOVE "NPSERDUE" TO GLELEM.
           READ GLMAPFILE
               INVALID KEY
                   MOVE "SUSPENSE" TO GLACCT
                   ADD 1 TO W-UNMAPPED
           END-READ
           MOVE GLACCT TO GO-ACCT.
           MOVE "NPSERDUE" TO GO-ELEM.
           MOVE "C" TO GO-DRCR.
           ADD RSNPSER TO T-CREDIT.
           PERFORM WRITE-SPLIT-PARA.

      * EVERY LINE IS CHARGED TO THE EMPLOYEE'S COST CENTRES BY THE
      * PERCENTAGES OF THE ALLOCATION IN FORCE, SO EACH COST CENTRE
      * STAYS IN BALANCE. THE LAST COST CENTRE TAKES THE ROUNDING. A
      * DEPARTMENT IS POSTED UNDER ITS BRANCH, A PROJECT AS P-<CODE>.
       WRITE-SPLIT-PARA.
           IF W-REVSIDE = "Y"
               IF GO-DRCR = "D"
                   MOVE "C" TO GO-DRCR
               ELSE
                   MOVE "D" TO GO-DRCR
               END-IF
           END-IF
           MOVE GO-AMT TO W-POSTAMT.
           MOVE 0 TO W-SPDONE.
           PERFORM VARYING W-SIDX FROM 1 BY 1
               UNTIL W-SIDX > W-SPCOUNT
               IF W-SIDX = W-SPCOUNT
                   IF W-SPDONE < W-POSTAMT
                       COMPUTE GO-AMT = W-POSTAMT - W-SPDONE
                   ELSE
                       MOVE 0 TO GO-AMT
                   END-IF
               ELSE
                   COMPUTE GO-AMT ROUNDED =
                       W-POSTAMT * W-SPPCT (W-SIDX) / 100
                   ADD GO-AMT TO W-SPDONE
               END-IF
               MOVE SPACES TO GO-CCTR
               IF W-SPTYPE (W-SIDX) = "P"
                   STRING "P-" W-SPCODE (W-SIDX)
                       DELIMITED BY SIZE INTO GO-CCTR
                   END-STRING
               ELSE
                   STRING RSBRNID W-SPCODE (W-SIDX)
                       DELIMITED BY SIZE INTO GO-CCTR
                   END-STRING
               END-IF
               IF GO-AMT > 0
                   IF W-REVMODE = "Y"
                       MOVE GLOUTLINE TO GLREVLINE
                       WRITE GLREVLINE
                   ELSE
                       WRITE GLOUTLINE
                   END-IF
                   ADD 1 TO T-LINES
               END-IF
           END-PERFORM.

       END PROGRAM GLPOST.
