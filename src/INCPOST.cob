       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCPOST.

      * SALES INCENTIVE POSTING. EVERY PAYOUT FOR THE PERIOD APPROVED
      * BY THE BRANCH MANAGER (STATUS A) IS MOVED INTO THE PERFORMANCE
      * INCENTIVE ON THE PAYMENT FILE FOR THE NEXT PAYROLL RUN AND THE
      * PAYOUT GOES TO P. AN INCENTIVE POSTED FOR THE PREVIOUS PERIOD
      * IS TAKEN OFF AGAIN WHERE NOTHING HAS BEEN APPROVED THIS PERIOD,
      * UNLESS THE FIGURE ON THE PAYMENT FILE HAS SINCE BEEN CHANGED BY
      * HAND. PAYOUTS STILL AWAITING APPROVAL ARE LISTED, NOT POSTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INCENTFILE
               ASSIGN TO "files/INCENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INKEY
               FILE STATUS IS FSIN.

           SELECT PAYMENTFILE
               ASSIGN TO "files/PAYMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT INCRPTFILE
               ASSIGN TO "files/INCPOST.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD INCENTFILE.
       01 INCENTREC.
           02 INKEY.
               03 INEMPID   PIC X(6).
               03 INPERIOD  PIC X(6).
           02 INPLAN    PIC X(6).
           02 INBRID    PIC X(6).
           02 INGRADE   PIC 99.
           02 INTARGET  PIC 9(9)V99.
           02 INACTUAL  PIC 9(9)V99.
           02 INACHPCT  PIC 9(3)V99.
           02 INSLAB    PIC 9.
           02 INSLPCT   PIC 99V99.
           02 INBASIS   PIC X.
           02 INBASEAMT PIC 9(9)V99.
           02 INCALC    PIC 9(6)V99.
           02 INCAPAMT  PIC 9(6)V99.
           02 INPAYOUT  PIC 9(6)V99.
           02 INSTAT    PIC X.
           02 INAPPR    PIC X(10).
           02 INAPDT    PIC X(8).
           02 INLDDATE  PIC X(8).
           02 INNOTE    PIC X(30).

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

       FD INCRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSIN       PIC XX.
       77 FSP        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-RCPROG   PIC X(8) VALUE "INCPOST ".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 W-CONFIRM  PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PREVPER  PIC X(6).
       77 W-PEROK    PIC X.
       77 W-CYR      PIC 9(4).
       77 W-CMN      PIC 99.
       77 W-IDX      PIC 9(4).
       77 W-PRVCNT   PIC 9(4) VALUE 0.
       77 T-POSTED   PIC 9(6) VALUE 0.
       77 T-WAITING  PIC 9(6) VALUE 0.
       77 T-NOPAY    PIC 9(6) VALUE 0.
       77 T-CLEARED  PIC 9(6) VALUE 0.
       77 T-AMOUNT   PIC 9(9)V99 VALUE 0.

      * INCENTIVES POSTED LAST PERIOD, STRUCK OFF AS THIS PERIOD'S
      * APPROVED PAYOUTS ARE POSTED OVER THEM.
       01 PREV-TABLE.
           02 PV-ENTRY OCCURS 2000 TIMES.
               03 PV-EMPID  PIC X(6).
               03 PV-AMT    PIC 9(6)V99.
               03 PV-LIVE   PIC X.

       01 DETAIL-LINE.
           02 DL-EMPID   PIC X(8).
           02 DL-PLAN    PIC X(8).
           02 DL-BRID    PIC X(8).
           02 DL-AMT     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-NOTE    PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SALES INCENTIVE POSTING TO PAYROLL".
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               GOBACK
           END-IF
           DISPLAY "POST APPROVED INCENTIVES INTO PAYMENT FILE FOR "
               W-PERIN " - CONFIRM (Y/N) :".
           ACCEPT W-CONFIRM.
           IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
               DISPLAY "INCENTIVE POSTING CANCELLED"
               GOBACK
           END-IF.

           MOVE W-PERIN TO W-RCPER.
           MOVE "S" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY = "N"
               DISPLAY "RUN BLOCKED BY RUN CONTROL"
               GOBACK
           END-IF.

           OPEN I-O INCENTFILE.
           IF FSIN NOT = "00"
               DISPLAY "NO INCENTIVE FILE, STATUS " FSIN
               GOBACK
           END-IF
           OPEN I-O PAYMENTFILE.
           IF FSP NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYMENT FILE, STATUS " FSP
               CLOSE INCENTFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT INCRPTFILE.

           MOVE SPACES TO RPTLINE.
           STRING "SALES INCENTIVE POSTING FOR PERIOD " W-PERIN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE "EMPID   PLAN    BRANCH          AMOUNT" TO RPTLINE.
           WRITE RPTLINE.

           PERFORM UNTIL FSIN = "10"
               READ INCENTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSIN = "00" AND INPERIOD = W-PREVPER
                   AND INSTAT = "P" AND W-PRVCNT < 2000
                   ADD 1 TO W-PRVCNT
                   MOVE INEMPID TO PV-EMPID (W-PRVCNT)
                   MOVE INPAYOUT TO PV-AMT (W-PRVCNT)
                   MOVE "Y" TO PV-LIVE (W-PRVCNT)
               END-IF
           END-PERFORM

           MOVE LOW-VALUES TO INKEY.
           START INCENTFILE KEY IS NOT LESS THAN INKEY
               INVALID KEY MOVE "10" TO FSIN
           END-START.
           PERFORM UNTIL FSIN = "10"
               READ INCENTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSIN = "00" AND INPERIOD = W-PERIOD
                   PERFORM POST-ONE-PARA THRU POST-ONE-EXIT
               END-IF
           END-PERFORM

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-PRVCNT
               IF PV-LIVE (W-IDX) = "Y"
                   PERFORM CLEAR-PREV-PARA THRU CLEAR-PREV-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO DETAIL-LINE.
           MOVE "TOTAL" TO DL-EMPID.
           MOVE T-AMOUNT TO DL-AMT.
           MOVE "POSTED TO PAYROLL" TO DL-NOTE.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.

           CLOSE INCENTFILE.
           CLOSE PAYMENTFILE.
           CLOSE INCRPTFILE.
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           DISPLAY "INCENTIVE POSTING COMPLETE - " T-POSTED
               " POSTED, " T-WAITING " STILL AWAITING APPROVAL, "
               T-NOPAY " WITH NO PAYMENT RECORD".
           DISPLAY T-CLEARED " LAST PERIOD INCENTIVES TAKEN OFF, "
               "LOG IN files/INCPOST.LST".
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
                   MOVE W-PERIN(4:4) TO W-CYR
                   MOVE W-PERIN(1:2) TO W-CMN
                   IF W-CMN = 1
                       MOVE 12 TO W-CMN
                       SUBTRACT 1 FROM W-CYR
                   ELSE
                       SUBTRACT 1 FROM W-CMN
                   END-IF
                   MOVE W-CYR TO W-PREVPER(1:4)
                   MOVE W-CMN TO W-PREVPER(5:2)
               END-IF
           END-IF.

       POST-ONE-PARA.
           MOVE INEMPID TO DL-EMPID.
           MOVE INPLAN TO DL-PLAN.
           MOVE INBRID TO DL-BRID.
           MOVE INPAYOUT TO DL-AMT.
           IF INSTAT = "A" OR INSTAT = "P"
               PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-PRVCNT
                   IF PV-EMPID (W-IDX) = INEMPID
                       MOVE "N" TO PV-LIVE (W-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF INSTAT = "L" OR INSTAT = "C"
               ADD 1 TO T-WAITING
               MOVE "NOT POSTED - AWAITING APPROVAL" TO DL-NOTE
               MOVE DETAIL-LINE TO RPTLINE
               WRITE RPTLINE
               GO TO POST-ONE-EXIT
           END-IF
           IF INSTAT NOT = "A"
               GO TO POST-ONE-EXIT
           END-IF
           MOVE INEMPID TO PEMPID.
           READ PAYMENTFILE KEY IS PEMPID
               INVALID KEY
                   ADD 1 TO T-NOPAY
                   MOVE "NOT POSTED - NO PAYMENT RECORD" TO DL-NOTE
                   MOVE DETAIL-LINE TO RPTLINE
                   WRITE RPTLINE
                   GO TO POST-ONE-EXIT
           END-READ
           MOVE INPAYOUT TO PPERINC.
           REWRITE PAYMENTREC.
           MOVE "P" TO INSTAT.
           REWRITE INCENTREC.
           ADD 1 TO T-POSTED.
           ADD INPAYOUT TO T-AMOUNT.
           MOVE SPACES TO DL-NOTE.
           STRING "POSTED - APPROVED BY " INAPPR
               DELIMITED BY SIZE INTO DL-NOTE
           END-STRING.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
       POST-ONE-EXIT.
           EXIT.

      * A FIGURE THAT NO LONGER MATCHES WHAT WAS POSTED HAS BEEN SET BY
      * HAND SINCE AND IS LEFT ALONE.
       CLEAR-PREV-PARA.
           MOVE PV-EMPID (W-IDX) TO PEMPID.
           READ PAYMENTFILE KEY IS PEMPID
               INVALID KEY
                   GO TO CLEAR-PREV-EXIT
           END-READ
           IF PPERINC NOT = PV-AMT (W-IDX) OR PPERINC = 0
               GO TO CLEAR-PREV-EXIT
           END-IF
           MOVE 0 TO PPERINC.
           REWRITE PAYMENTREC.
           ADD 1 TO T-CLEARED.
           MOVE PV-EMPID (W-IDX) TO DL-EMPID.
           MOVE SPACES TO DL-PLAN DL-BRID.
           MOVE PV-AMT (W-IDX) TO DL-AMT.
           MOVE "TAKEN OFF - NO INCENTIVE THIS PERIOD" TO DL-NOTE.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
       CLEAR-PREV-EXIT.
           EXIT.

       END PROGRAM INCPOST.
