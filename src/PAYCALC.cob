       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCALC.

      * THE ONE PLACE WHERE A MONTH'S PAY IS WORKED OUT. THE CALLER
      * PASSES THE PAYMENT RECORD AS HELD ON THE MASTER, THE CALENDAR
      * DAYS FROM PRORATE, WHETHER PF/ESI APPLY, AND ANY FURTHER
      * AMOUNTS DUE BY DEDUCTION CLASS (SUCH AS THOSE CARRIED IN FROM
      * AN EARLIER PERIOD). WHAT COMES BACK IS THE SAME RECORD AS
      * ACTUALLY PAID - EVERY EARNING PRORATED FOR DAYS PAID AND LOP,
      * EVERY DEDUCTION AT THE AMOUNT ACTUALLY RECOVERED - WITH THE
      * GROSS, DEDUCTIONS AND NET, AND THE CLASS TABLE AS NETPROT
      * SETTLED IT. PLLOP ON THE RESULT IS THE LOP DAYS APPLIED.
      * RECOVERY WITHIN A CLASS GOES FIRST TO WHAT WAS CARRIED IN;
      * A CUT IN THE STATUTORY CLASS FALLS ON INCOME TAX FIRST, THEN
      * PROFESSIONAL TAX, ESI AND LASTLY PF.
      * THE EMPLOYEE'S ENTRIES FROM THE COMPONENT FILE COME IN AS
      * CODE AND MONTHLY AMOUNT; EACH IS TREATED AS THE COMPONENT
      * MASTER SAYS AND RETURNED AS PAID, WITH ITS TYPE AND FLAGS.
      * A COMPONENT DEDUCTION IS RECOVERED IN ITS CLASS AFTER THE
      * FIXED DEDUCTION OF THAT CLASS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPMASTFILE
               ASSIGN TO "files/COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMCODE
               FILE STATUS IS FSCM.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       01 PPAYDATA.
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

       77 W-LOPDAYS  PIC 999.
       77 W-PAYDAYS  PIC 99.
       77 W-TIDX     PIC 99.
       77 W-AIDX     PIC 99.
       77 W-SLOT     PIC 99.
       77 W-REM      PIC 9(8)V99.
       77 FSCM       PIC XX.
       77 W-LOADED   PIC X VALUE "N".
       77 W-CIDX     PIC 99.
       77 W-MIDX     PIC 999.
       77 W-DAYS     PIC 99.
       77 W-ACLASS   PIC X.
       77 W-AAMT     PIC 9(8)V99.

       01 CM-TABLE.
           02 CM-ENTRY OCCURS 200 TIMES.
               03 CT-CODE   PIC X(8).
               03 CT-TYPE   PIC X.
               03 CT-TAX    PIC X.
               03 CT-PFW    PIC X.
               03 CT-LOP    PIC X.
               03 CT-CLASS  PIC X.
       77 CT-USED    PIC 999 VALUE 0.

       01 COMP-CLASSES.
           02 W-CCLASS PIC X OCCURS 15 TIMES.

      * THE TABLE NETPROT WORKS ON.
       01 DED-TABLE.
           02 DED-ENTRY OCCURS 10 TIMES.
               03 DT-CLASS  PIC X.
               03 DT-DUE    PIC 9(8)V99.
               03 DT-TAKEN  PIC 9(8)V99.
               03 DT-DEFER  PIC 9(8)V99.

       LINKAGE SECTION.
       01 LK-PAYDATA  PIC X(296).
       01 LK-MONDAYS  PIC 99.
       01 LK-DAYSPAID PIC 99.
       01 LK-PFESI    PIC X.
       01 LK-ADDTAB.
           02 LK-ADD OCCURS 10 TIMES.
               03 LK-ACLASS PIC X.
               03 LK-ACURR  PIC 9(8)V99.
               03 LK-ACARRY PIC 9(8)V99.
       01 LK-RESDATA  PIC X(296).
       01 LK-RESTAB.
           02 LK-RES OCCURS 10 TIMES.
               03 LK-RCLASS PIC X.
               03 LK-RCARRY PIC 9(8)V99.
               03 LK-RDUE   PIC 9(8)V99.
               03 LK-RTAKEN PIC 9(8)V99.
               03 LK-RDEFER PIC 9(8)V99.
       01 LK-GROSS    PIC 9(8)V99.
       01 LK-DEDUCT   PIC 9(8)V99.
       01 LK-NET      PIC S9(8)V99.
       01 LK-DEFER    PIC 9(8)V99.
       01 LK-CUT      PIC X.
       01 LK-COMPIN.
           02 LK-CIN OCCURS 15 TIMES.
               03 LK-ICODE  PIC X(8).
               03 LK-IAMT   PIC 9(6)V99.
       01 LK-COMPOUT.
           02 LK-COUT OCCURS 15 TIMES.
               03 LK-OCODE  PIC X(8).
               03 LK-OTYPE  PIC X.
               03 LK-OTAX   PIC X.
               03 LK-OPFW   PIC X.
               03 LK-OAMT   PIC 9(8)V99.

       PROCEDURE DIVISION USING LK-PAYDATA LK-MONDAYS LK-DAYSPAID
           LK-PFESI LK-ADDTAB LK-RESDATA LK-RESTAB LK-GROSS LK-DEDUCT
           LK-NET LK-DEFER LK-CUT LK-COMPIN LK-COMPOUT.
       MAIN-PARA.
           IF W-LOADED NOT = "Y"
               PERFORM LOAD-COMPS-PARA THRU LOAD-COMPS-EXIT
           END-IF
           MOVE LK-PAYDATA TO PPAYDATA.
           MOVE PLLOP TO W-LOPDAYS.
           IF W-LOPDAYS > LK-DAYSPAID
               MOVE LK-DAYSPAID TO W-LOPDAYS
           END-IF
           MOVE W-LOPDAYS TO PLLOP.
           COMPUTE W-PAYDAYS = LK-DAYSPAID - W-LOPDAYS.
           IF W-PAYDAYS < LK-MONDAYS
               PERFORM PRORATE-EARN-PARA
           END-IF
           IF LK-PFESI NOT = "Y"
               MOVE 0 TO PPF
               MOVE 0 TO PESI
           END-IF
           IF LK-DAYSPAID < LK-MONDAYS
               COMPUTE PPF ROUNDED = PPF * LK-DAYSPAID / LK-MONDAYS
               COMPUTE PESI ROUNDED = PESI * LK-DAYSPAID / LK-MONDAYS
           END-IF
           COMPUTE LK-GROSS = PBASIC + PDA + PCCA + PHRA + PDPA + PPPA
               + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA
               + PGRTY + PPERINC + PMEDI + PBOOK + PENTER + PTPH
               + PHOUSE + PVEHMAN + PCREDIT + PCLUB
               + PARREAR + POTAMT + PCLAIM + PENCASH
           END-COMPUTE
           INITIALIZE LK-COMPOUT.
           MOVE SPACES TO COMP-CLASSES.
           PERFORM PAY-COMP-PARA THRU PAY-COMP-EXIT
               VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15.
           PERFORM BUILD-DEDUCT-PARA.
           CALL "NETPROT" USING LK-GROSS DED-TABLE LK-NET LK-CUT.
           MOVE 0 TO LK-DEDUCT.
           MOVE 0 TO LK-DEFER.
           PERFORM VARYING W-TIDX FROM 1 BY 1 UNTIL W-TIDX > 10
               MOVE DT-DUE (W-TIDX) TO LK-RDUE (W-TIDX)
               MOVE DT-TAKEN (W-TIDX) TO LK-RTAKEN (W-TIDX)
               MOVE DT-DEFER (W-TIDX) TO LK-RDEFER (W-TIDX)
               ADD DT-TAKEN (W-TIDX) TO LK-DEDUCT
               ADD DT-DEFER (W-TIDX) TO LK-DEFER
           END-PERFORM
           PERFORM ALLOCATE-TAKEN-PARA
               VARYING W-TIDX FROM 1 BY 1 UNTIL W-TIDX > 10.
           MOVE PPAYDATA TO LK-RESDATA.
           GOBACK.

      * THE ALLOWANCES ARE PAID FOR THE DAYS WORKED; ARREARS,
      * OVERTIME, CLAIMS AND ENCASHMENT ARE PAID IN FULL.
       PRORATE-EARN-PARA.
           COMPUTE PBASIC ROUNDED = PBASIC * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PDA ROUNDED = PDA * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PCCA ROUNDED = PCCA * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PHRA ROUNDED = PHRA * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PDPA ROUNDED = PDPA * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PPPA ROUNDED = PPPA * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PEDUA ROUNDED = PEDUA * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PTECHJR ROUNDED = PTECHJR * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PLUNCHA ROUNDED = PLUNCHA * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PCONVEY ROUNDED = PCONVEY * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PBUSATR ROUNDED = PBUSATR * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PLTA ROUNDED = PLTA * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PGRTY ROUNDED = PGRTY * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PPERINC ROUNDED = PPERINC * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PMEDI ROUNDED = PMEDI * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PBOOK ROUNDED = PBOOK * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PENTER ROUNDED = PENTER * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PTPH ROUNDED = PTPH * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PHOUSE ROUNDED = PHOUSE * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PVEHMAN ROUNDED = PVEHMAN * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PCREDIT ROUNDED = PCREDIT * W-PAYDAYS / LK-MONDAYS.
           COMPUTE PCLUB ROUNDED = PCLUB * W-PAYDAYS / LK-MONDAYS.

       BUILD-DEDUCT-PARA.
           INITIALIZE DED-TABLE.
           INITIALIZE LK-RESTAB.
           MOVE "S" TO DT-CLASS (1).
           COMPUTE DT-DUE (1) = PPF + PESI + PPTAX + PITAX.
           MOVE "L" TO DT-CLASS (2).
           MOVE PLOANDA TO DT-DUE (2).
           MOVE "M" TO DT-CLASS (3).
           MOVE PMEDPREM TO DT-DUE (3).
           MOVE "O" TO DT-CLASS (4).
           MOVE POTHERD TO DT-DUE (4).
           PERFORM ADD-EXTRA-PARA
               VARYING W-AIDX FROM 1 BY 1 UNTIL W-AIDX > 10.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               IF LK-OTYPE (W-CIDX) = "D"
                   MOVE W-CCLASS (W-CIDX) TO W-ACLASS
                   MOVE LK-OAMT (W-CIDX) TO W-AAMT
                   PERFORM ADD-CLASS-PARA
               END-IF
           END-PERFORM
           PERFORM VARYING W-TIDX FROM 1 BY 1 UNTIL W-TIDX > 10
               MOVE DT-CLASS (W-TIDX) TO LK-RCLASS (W-TIDX)
           END-PERFORM.

      * A CLASS THE RECORD DOES NOT ALREADY HOLD TAKES THE NEXT FREE
      * SLOT IN THE TABLE.
       ADD-EXTRA-PARA.
           IF LK-ACLASS (W-AIDX) NOT = SPACE
               MOVE LK-ACLASS (W-AIDX) TO W-ACLASS
               MOVE LK-ACURR (W-AIDX) TO W-AAMT
               PERFORM ADD-CLASS-PARA
               IF W-SLOT > 0
                   ADD LK-ACARRY (W-AIDX) TO DT-DUE (W-SLOT)
                   ADD LK-ACARRY (W-AIDX) TO LK-RCARRY (W-SLOT)
               END-IF
           END-IF.

       ADD-CLASS-PARA.
           MOVE 0 TO W-SLOT.
           PERFORM VARYING W-TIDX FROM 1 BY 1
                   UNTIL W-TIDX > 10 OR W-SLOT > 0
               IF DT-CLASS (W-TIDX) = W-ACLASS
                   OR DT-CLASS (W-TIDX) = SPACE
                   MOVE W-TIDX TO W-SLOT
               END-IF
           END-PERFORM
           IF W-SLOT > 0
               MOVE W-ACLASS TO DT-CLASS (W-SLOT)
               ADD W-AAMT TO DT-DUE (W-SLOT)
           END-IF.

      * A COMPONENT CUT FOR LOSS OF PAY IS PAID FOR THE DAYS WORKED;
      * AN EARNING THAT IS NOT IS STILL PAID ONLY FOR THE DAYS IN
      * SERVICE, WHILE SUCH A DEDUCTION IS TAKEN IN FULL. A CODE NOT
      * ON THE MASTER IS NOT PAID.
       PAY-COMP-PARA.
           IF LK-ICODE (W-CIDX) = SPACES OR LK-IAMT (W-CIDX) = 0
               GO TO PAY-COMP-EXIT
           END-IF
           PERFORM VARYING W-MIDX FROM 1 BY 1
                   UNTIL W-MIDX > CT-USED
                   OR CT-CODE (W-MIDX) = LK-ICODE (W-CIDX)
               CONTINUE
           END-PERFORM
           IF W-MIDX > CT-USED
               GO TO PAY-COMP-EXIT
           END-IF
           MOVE LK-ICODE (W-CIDX) TO LK-OCODE (W-CIDX).
           MOVE CT-TYPE (W-MIDX) TO LK-OTYPE (W-CIDX).
           MOVE CT-TAX (W-MIDX) TO LK-OTAX (W-CIDX).
           MOVE CT-PFW (W-MIDX) TO LK-OPFW (W-CIDX).
           MOVE CT-CLASS (W-MIDX) TO W-CCLASS (W-CIDX).
           MOVE LK-IAMT (W-CIDX) TO LK-OAMT (W-CIDX).
           IF CT-LOP (W-MIDX) = "Y"
               MOVE W-PAYDAYS TO W-DAYS
           ELSE
               IF CT-TYPE (W-MIDX) = "D"
                   MOVE LK-MONDAYS TO W-DAYS
               ELSE
                   MOVE LK-DAYSPAID TO W-DAYS
               END-IF
           END-IF
           IF W-DAYS < LK-MONDAYS
               COMPUTE LK-OAMT (W-CIDX) ROUNDED =
                   LK-IAMT (W-CIDX) * W-DAYS / LK-MONDAYS
           END-IF
           IF CT-TYPE (W-MIDX) = "E"
               ADD LK-OAMT (W-CIDX) TO LK-GROSS
           END-IF.
       PAY-COMP-EXIT.
           EXIT.

      * WHAT IS LEFT OF THE RECOVERY ONCE THE CARRIED-IN AMOUNT IS
      * MET GOES AGAINST THIS PERIOD'S OWN DEDUCTIONS.
       ALLOCATE-TAKEN-PARA.
           IF DT-TAKEN (W-TIDX) > LK-RCARRY (W-TIDX)
               COMPUTE W-REM = DT-TAKEN (W-TIDX) - LK-RCARRY (W-TIDX)
           ELSE
               MOVE 0 TO W-REM
           END-IF
           EVALUATE DT-CLASS (W-TIDX)
               WHEN "S"
                   IF PPF > W-REM
                       MOVE W-REM TO PPF
                   END-IF
                   SUBTRACT PPF FROM W-REM
                   IF PESI > W-REM
                       MOVE W-REM TO PESI
                   END-IF
                   SUBTRACT PESI FROM W-REM
                   IF PPTAX > W-REM
                       MOVE W-REM TO PPTAX
                   END-IF
                   SUBTRACT PPTAX FROM W-REM
                   IF PITAX > W-REM
                       MOVE W-REM TO PITAX
                   END-IF
                   SUBTRACT PITAX FROM W-REM
               WHEN "L"
                   IF PLOANDA > W-REM
                       MOVE W-REM TO PLOANDA
                   END-IF
                   SUBTRACT PLOANDA FROM W-REM
               WHEN "M"
                   IF PMEDPREM > W-REM
                       MOVE W-REM TO PMEDPREM
                   END-IF
                   SUBTRACT PMEDPREM FROM W-REM
               WHEN "O"
                   IF POTHERD > W-REM
                       MOVE W-REM TO POTHERD
                   END-IF
                   SUBTRACT POTHERD FROM W-REM
           END-EVALUATE
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               IF LK-OTYPE (W-CIDX) = "D"
                   AND W-CCLASS (W-CIDX) = DT-CLASS (W-TIDX)
                   IF LK-OAMT (W-CIDX) > W-REM
                       MOVE W-REM TO LK-OAMT (W-CIDX)
                   END-IF
                   SUBTRACT LK-OAMT (W-CIDX) FROM W-REM
               END-IF
           END-PERFORM.

       LOAD-COMPS-PARA.
           MOVE "Y" TO W-LOADED.
           MOVE 0 TO CT-USED.
           OPEN INPUT COMPMASTFILE.
           IF FSCM NOT = "00"
               GO TO LOAD-COMPS-EXIT
           END-IF
           PERFORM UNTIL FSCM = "10"
               READ COMPMASTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSCM = "00" AND CT-USED < 200
                   ADD 1 TO CT-USED
                   MOVE CMCODE TO CT-CODE (CT-USED)
                   MOVE CMTYPE TO CT-TYPE (CT-USED)
                   MOVE CMTAXABLE TO CT-TAX (CT-USED)
                   MOVE CMPFWAGE TO CT-PFW (CT-USED)
                   MOVE CMLOPPRO TO CT-LOP (CT-USED)
                   MOVE CMCLASS TO CT-CLASS (CT-USED)
                   IF CMCLASS = SPACE
                       MOVE "O" TO CT-CLASS (CT-USED)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COMPMASTFILE.
       LOAD-COMPS-EXIT.
           EXIT.

       END PROGRAM PAYCALC.
