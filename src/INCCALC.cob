       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCCALC.

      * MONTHLY SALES INCENTIVE LOAD AND CALCULATION. THE SALES SYSTEM
      * DROPS ONE LINE PER EMPLOYEE IN files/SALES.TXT -
      *     COLS  1- 6  EMPLOYEE CODE
      *     COLS  7-12  PERIOD YYYYMM
      *     COLS 13-18  INCENTIVE PLAN CODE
      *     COLS 19-29  TARGET   9(9)V99, NO DECIMAL POINT
      *     COLS 30-40  ACHIEVED 9(9)V99, NO DECIMAL POINT
      * LINES FOR THE PERIOD BEING RUN ARE LOADED TO THE INCENTIVE FILE
      * (STATUS L); A PAYOUT ALREADY APPROVED OR POSTED IS NEVER
      * OVERWRITTEN. EVERY LOADED OR CALCULATED PAYOUT FOR THE PERIOD
      * IS THEN WORKED OUT AGAINST ITS PLAN AND LEFT AT STATUS C FOR
      * THE BRANCH MANAGER TO APPROVE -
      *     ACHIEVEMENT % = ACHIEVED / TARGET X 100
      *     THE SLAB WHOSE BAND HOLDS THE ACHIEVEMENT % GIVES THE
      *     PAYOUT %, APPLIED TO THE SALES ACHIEVED OR TO BASIC PAY
      *     AS THE PLAN SAYS, THEN LIMITED TO THE GRADE CAP.
      * THE RUN MAY BE REPEATED UNTIL THE PAYOUTS ARE APPROVED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALESINFILE
               ASSIGN TO "files/SALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSSI.

           SELECT INCENTFILE
               ASSIGN TO "files/INCENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INKEY
               FILE STATUS IS FSIN.

           SELECT INCPLANFILE
               ASSIGN TO "files/INCPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPCODE
               FILE STATUS IS FSIP.

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

           SELECT INCRPTFILE
               ASSIGN TO "files/INCCALC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD SALESINFILE.
       01 SALESINLINE.
           02 SI-EMPID   PIC X(6).
           02 SI-PERIOD  PIC X(6).
           02 SI-PLAN    PIC X(6).
           02 SI-TARGET  PIC X(11).
           02 SI-TARGETN REDEFINES SI-TARGET PIC 9(9)V99.
           02 SI-ACTUAL  PIC X(11).
           02 SI-ACTUALN REDEFINES SI-ACTUAL PIC 9(9)V99.

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

       FD INCPLANFILE.
       01 INCPLANREC.
           02 IPCODE    PIC X(6).
           02 IPDESC    PIC X(25).
           02 IPBASIS   PIC X.
           02 IPSTAT    PIC X.
           02 IPSLAB OCCURS 5 TIMES.
               03 IPSLFROM  PIC 9(3)V99.
               03 IPSLTO    PIC 9(3)V99.
               03 IPSLPCT   PIC 99V99.
           02 IPCAP OCCURS 6 TIMES.
               03 IPCAPGRD  PIC 99.
               03 IPCAPAMT  PIC 9(6)V99.
           02 IPUSER    PIC X(10).
           02 IPDATE    PIC X(8).

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

       FD INCRPTFILE.
       01 RPTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSSI       PIC XX.
       77 FSIN       PIC XX.
       77 FSIP       PIC XX.
       77 FSE        PIC XX.
       77 FSP        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-RCPROG   PIC X(8) VALUE "INCCALC ".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-SALESIN  PIC X.
       77 W-REASON   PIC X(30).
       77 W-IDX      PIC 9.
       77 W-ACH      PIC 9(5)V99.
       77 T-LOADED   PIC 9(6) VALUE 0.
       77 T-REPLACED PIC 9(6) VALUE 0.
       77 T-REJECTED PIC 9(6) VALUE 0.
       77 T-CALC     PIC 9(6) VALUE 0.
       77 T-NOTCALC  PIC 9(6) VALUE 0.
       77 T-CAPPED   PIC 9(6) VALUE 0.
       77 T-PAYOUT   PIC 9(9)V99 VALUE 0.

       01 DETAIL-LINE.
           02 DL-EMPID   PIC X(7).
           02 DL-PLAN    PIC X(7).
           02 DL-TARGET  PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X VALUE SPACE.
           02 DL-ACTUAL  PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X VALUE SPACE.
           02 DL-ACH     PIC ZZ9.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-SLAB    PIC 9.
           02 FILLER     PIC X VALUE SPACE.
           02 DL-PCT     PIC Z9.99.
           02 FILLER     PIC X VALUE SPACE.
           02 DL-CALC    PIC ZZZ,ZZ9.99.
           02 FILLER     PIC X VALUE SPACE.
           02 DL-PAYOUT  PIC ZZZ,ZZ9.99.
           02 FILLER     PIC X VALUE SPACE.
           02 DL-CAPPED  PIC X(6).

       01 TOTAL-LINE.
           02 FILLER     PIC X(24) VALUE "TOTAL PAYOUT CALCULATED ".
           02 TL-PAYOUT  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SALES INCENTIVE LOAD AND CALCULATION".
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               GOBACK
           END-IF

           MOVE W-PERIN TO W-RCPER.
           MOVE "S" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY = "N"
               DISPLAY "RUN BLOCKED BY RUN CONTROL"
               GOBACK
           END-IF.

           OPEN INPUT INCPLANFILE.
           IF FSIP NOT = "00"
               DISPLAY "NO INCENTIVE PLANS ON FILE, STATUS " FSIP
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O INCENTFILE.
           IF FSIN = 30 OR FSIN = 35
               OPEN OUTPUT INCENTFILE
               CLOSE INCENTFILE
               OPEN I-O INCENTFILE
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE INCPLANFILE
               CLOSE INCENTFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAYMENTFILE.
           OPEN OUTPUT INCRPTFILE.

           MOVE SPACES TO RPTLINE.
           STRING "SALES INCENTIVE LOAD AND CALCULATION FOR PERIOD "
               W-PERIN DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

           MOVE "N" TO W-SALESIN.
           OPEN INPUT SALESINFILE.
           IF FSSI = "00"
               MOVE "Y" TO W-SALESIN
               PERFORM UNTIL FSSI = "10"
                   READ SALESINFILE AT END EXIT PERFORM END-READ
                   IF FSSI = "00"
                       PERFORM LOAD-ONE-PARA THRU LOAD-ONE-EXIT
                   END-IF
               END-PERFORM
               CLOSE SALESINFILE
           ELSE
               MOVE "NO SALES FILE - CALCULATING WHAT IS ALREADY LOADED"
                   TO RPTLINE
               WRITE RPTLINE
           END-IF

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "EMPID  PLAN           TARGET       ACHIEVED  ACH %  SL"
               TO RPTLINE.
           MOVE "  PAY %  CALCULATED     PAYOUT" TO RPTLINE(56:).
           WRITE RPTLINE.

           MOVE W-PERIOD TO INPERIOD.
           MOVE LOW-VALUES TO INEMPID.
           START INCENTFILE KEY IS NOT LESS THAN INKEY
               INVALID KEY MOVE "10" TO FSIN
           END-START.
           PERFORM UNTIL FSIN = "10"
               READ INCENTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSIN = "00" AND INPERIOD = W-PERIOD
                   AND (INSTAT = "L" OR INSTAT = "C")
                   PERFORM CALC-ONE-PARA THRU CALC-ONE-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE T-PAYOUT TO TL-PAYOUT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.

           CLOSE INCENTFILE.
           CLOSE INCPLANFILE.
           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           CLOSE INCRPTFILE.
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-SALESIN = "Y"
               DISPLAY "SALES LOAD - " T-LOADED " LOADED, " T-REPLACED
                   " REPLACED, " T-REJECTED " REJECTED"
           END-IF
           DISPLAY "CALCULATION - " T-CALC " AWAITING APPROVAL ("
               T-CAPPED " CAPPED), " T-NOTCALC " NOT CALCULATED".
           DISPLAY "DETAIL IN files/INCCALC.LST".
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

      * LINES FOR OTHER PERIODS ARE SKIPPED QUIETLY - THE SALES SYSTEM
      * MAY SEND SEVERAL MONTHS IN ONE FILE.
       LOAD-ONE-PARA.
           IF SI-PERIOD NOT = W-PERIOD
               GO TO LOAD-ONE-EXIT
           END-IF
           MOVE SPACES TO W-REASON.
           IF SI-EMPID = SPACES OR SI-PLAN = SPACES
               OR SI-TARGET NOT NUMERIC OR SI-ACTUAL NOT NUMERIC
               MOVE "BAD LINE" TO W-REASON
           ELSE
               IF SI-TARGETN = 0
                   MOVE "ZERO TARGET" TO W-REASON
               END-IF
           END-IF
           IF W-REASON = SPACES
               MOVE SI-EMPID TO EEMPID
               READ EMPFILE KEY IS EEMPID
                   INVALID KEY
                       MOVE "NO SUCH EMPLOYEE" TO W-REASON
               END-READ
           END-IF
           IF W-REASON = SPACES
               MOVE SI-PLAN TO IPCODE
               READ INCPLANFILE KEY IS IPCODE
                   INVALID KEY
                       MOVE "NO SUCH INCENTIVE PLAN" TO W-REASON
               END-READ
           END-IF
           IF W-REASON NOT = SPACES
               ADD 1 TO T-REJECTED
               MOVE SPACES TO RPTLINE
               STRING "REJECTED - " W-REASON " : " SALESINLINE
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
               GO TO LOAD-ONE-EXIT
           END-IF
           MOVE SI-EMPID TO INEMPID.
           MOVE SI-PERIOD TO INPERIOD.
           READ INCENTFILE
               INVALID KEY
                   MOVE "N" TO FSIN
           END-READ.
           IF FSIN = "00"
               IF INSTAT = "A" OR INSTAT = "P"
                   ADD 1 TO T-REJECTED
                   MOVE SPACES TO RPTLINE
                   STRING "REJECTED - PAYOUT ALREADY APPROVED : "
                       SI-EMPID " " SI-PERIOD
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
                   WRITE RPTLINE
                   GO TO LOAD-ONE-EXIT
               END-IF
           END-IF
           MOVE SI-PLAN TO INPLAN.
           MOVE SI-TARGETN TO INTARGET.
           MOVE SI-ACTUALN TO INACTUAL.
           MOVE EBRNID TO INBRID.
           MOVE EGRDNO TO INGRADE.
           MOVE 0 TO INACHPCT INSLAB INSLPCT INBASEAMT INCALC INCAPAMT
               INPAYOUT.
           MOVE SPACE TO INBASIS.
           MOVE "L" TO INSTAT.
           MOVE SPACES TO INAPPR INAPDT INNOTE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO INLDDATE.
           IF FSIN = "00"
               REWRITE INCENTREC
               ADD 1 TO T-REPLACED
           ELSE
               WRITE INCENTREC
               ADD 1 TO T-LOADED
           END-IF
           MOVE "00" TO FSIN.
       LOAD-ONE-EXIT.
           EXIT.

       CALC-ONE-PARA.
           MOVE INEMPID TO DL-EMPID.
           MOVE INPLAN TO DL-PLAN.
           MOVE INEMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   MOVE "S" TO ESTATUS
           END-READ.
           IF ESTATUS = "S"
               MOVE "EMPLOYEE NOT IN SERVICE" TO W-REASON
               GO TO CALC-REFUSED
           END-IF
           MOVE INPLAN TO IPCODE.
           READ INCPLANFILE KEY IS IPCODE
               INVALID KEY
                   MOVE "I" TO IPSTAT
           END-READ.
           IF IPSTAT NOT = "A"
               MOVE "PLAN MISSING OR INACTIVE" TO W-REASON
               GO TO CALC-REFUSED
           END-IF
           MOVE IPBASIS TO INBASIS.
           IF IPBASIS = "B"
               MOVE INEMPID TO PEMPID
               READ PAYMENTFILE KEY IS PEMPID
                   INVALID KEY
                       MOVE 0 TO PBASIC
               END-READ
               IF PBASIC = 0
                   MOVE "NO BASIC PAY ON FILE" TO W-REASON
                   GO TO CALC-REFUSED
               END-IF
               MOVE PBASIC TO INBASEAMT
           ELSE
               MOVE INACTUAL TO INBASEAMT
           END-IF
           MOVE EBRNID TO INBRID.
           MOVE EGRDNO TO INGRADE.

           COMPUTE W-ACH ROUNDED = INACTUAL * 100 / INTARGET
               ON SIZE ERROR MOVE 999.99 TO W-ACH
           END-COMPUTE.
           IF W-ACH > 999.99
               MOVE 999.99 TO W-ACH
           END-IF
           MOVE W-ACH TO INACHPCT.
           MOVE 0 TO INSLAB INSLPCT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF IPSLTO (W-IDX) > 0
                   AND INACHPCT NOT < IPSLFROM (W-IDX)
                   AND INACHPCT NOT > IPSLTO (W-IDX)
                   MOVE W-IDX TO INSLAB
                   MOVE IPSLPCT (W-IDX) TO INSLPCT
               END-IF
           END-PERFORM
           COMPUTE INCALC ROUNDED = INBASEAMT * INSLPCT / 100
               ON SIZE ERROR MOVE 999999.99 TO INCALC
           END-COMPUTE.
           MOVE INCALC TO INPAYOUT.
           MOVE 0 TO INCAPAMT.
           MOVE SPACES TO INNOTE DL-CAPPED.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 6
               IF IPCAPGRD (W-IDX) = INGRADE AND IPCAPAMT (W-IDX) > 0
                   MOVE IPCAPAMT (W-IDX) TO INCAPAMT
               END-IF
           END-PERFORM
           IF INCAPAMT > 0 AND INCALC > INCAPAMT
               MOVE INCAPAMT TO INPAYOUT
               MOVE "CAPPED AT GRADE LIMIT" TO INNOTE
               MOVE "CAPPED" TO DL-CAPPED
               ADD 1 TO T-CAPPED
           END-IF
           IF INSLAB = 0
               MOVE "BELOW THE LOWEST SLAB" TO INNOTE
           END-IF
           MOVE "C" TO INSTAT.
           REWRITE INCENTREC.
           ADD 1 TO T-CALC.
           ADD INPAYOUT TO T-PAYOUT.
           MOVE INTARGET TO DL-TARGET.
           MOVE INACTUAL TO DL-ACTUAL.
           MOVE INACHPCT TO DL-ACH.
           MOVE INSLAB TO DL-SLAB.
           MOVE INSLPCT TO DL-PCT.
           MOVE INCALC TO DL-CALC.
           MOVE INPAYOUT TO DL-PAYOUT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           GO TO CALC-ONE-EXIT.
       CALC-REFUSED.
           MOVE "L" TO INSTAT.
           MOVE W-REASON TO INNOTE.
           REWRITE INCENTREC.
           ADD 1 TO T-NOTCALC.
           MOVE SPACES TO RPTLINE.
           STRING INEMPID " " INPLAN " NOT CALCULATED - " W-REASON
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
       CALC-ONE-EXIT.
           EXIT.

       END PROGRAM INCCALC.
