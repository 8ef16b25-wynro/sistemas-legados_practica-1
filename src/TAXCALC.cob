               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

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

           SELECT EMPCOMPFILE
               ASSIGN TO "files/EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECKEY
               ALTERNATE RECORD KEY IS ECCODE WITH DUPLICATES
               FILE STATUS IS FSEC.

           SELECT TAXSLABFILE
               ASSIGN TO "files/TAXSLAB.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DCEMPID
               FILE STATUS IS FSDC.

           SELECT NPSMASTFILE
               ASSIGN TO "files/NPSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPEMPID
               FILE STATUS IS FSNP.

           SELECT NPSCFGFILE
               ASSIGN TO "files/NPSCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSNC.

           SELECT SHEETFILE
               ASSIGN TO "files/TAXCALC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD EMPCOMPFILE.
       01 EMPCOMPREC.
           02 ECKEY.
               03 ECEMPID PIC X(6).
               03 ECCODE  PIC X(8).
           02 ECAMT     PIC 9(6)V99.

       FD TAXSLABFILE.
       01 TAXSLABREC.
           02 DCEMPID  PIC X(6).
           02 DC80C    PIC 9(8)V99.
           02 DCOTHER  PIC 9(8)V99.
           02 DCPAN    PIC X(10).

       FD NPSMASTFILE.
       01 NPSMASTREC.
           02 NPEMPID   PIC X(6).
           02 NPPRAN    PIC X(12).
           02 NPEERATE  PIC 99V99.
           02 NPSTAT    PIC X.
           02 NPFROM    PIC X(6).
           02 NPUSER    PIC X(10).
           02 NPDATE    PIC X(8).

       FD NPSCFGFILE.
       01 NPSCFGREC.
           02 NCCHONO   PIC X(10).
           02 NCCBONO   PIC X(10).
           02 NCERPCT   PIC 99V99.
           02 NCUSER    PIC X(10).
           02 NCDATE    PIC X(8).

       FD SHEETFILE.
       01 SHEETLINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSP        PIC XX.
       77 FSRS       PIC XX.
       77 FSTS       PIC XX.
       77 FSDC       PIC XX.
       77 FSSH       PIC XX.
       77 FSCM       PIC XX.
       77 FSEC       PIC XX.
       77 WAITFOR    PIC X.
       77 W-CONFIRM  PIC X.
       77 W-DCOPEN   PIC X VALUE "N".
       77 W-CMOPEN   PIC X VALUE "N".
       77 W-CIDX     PIC 99.
       77 W-COUNT    PIC 9(6) VALUE 0.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-FYSTART  PIC X(6).
       77 W-YEAR     PIC 9(4).
       77 W-MONTH    PIC 99.
       77 W-ELAPSED  PIC 99.
       77 W-REMAIN   PIC 99.

       77 W-80C-CAP  PIC 9(8) VALUE 150000.
       77 W-1B-CAP   PIC 9(8) VALUE 50000.
       77 W-CCDPCT   PIC 99V99 VALUE 10.
       77 FSNP       PIC XX.
       77 FSNC       PIC XX.
       77 W-NPOPEN   PIC X VALUE "N".
       77 W-NPERPCT  PIC 99V99 VALUE 0.

       01 SLAB-TABLE.
           02 SLAB-ENTRY OCCURS 20 TIMES.
       77 ST-IDX     PIC 99.

       77 W-MGROSS   PIC 9(8)V99.
       77 W-YTDGROSS PIC 9(10)V99.
       77 W-YTDTAX   PIC 9(10)V99.
       77 W-BALTAX   PIC 9(10)V99.
       77 W-ANNUAL   PIC 9(10)V99.
       77 W-80C      PIC 9(8)V99.
       77 W-DECLARED PIC 9(10)V99.
       77 W-YTDNPSEE PIC 9(10)V99.
       77 W-YTDNPSER PIC 9(10)V99.
       77 W-YTDWAGE  PIC 9(10)V99.
       77 W-NPSEE    PIC 9(10)V99.
       77 W-NPSER    PIC 9(10)V99.
       77 W-NPWAGE   PIC 9(10)V99.
       77 W-CCD1     PIC 9(10)V99.
       77 W-CCD1B    PIC 9(10)V99.
       77 W-CCD2     PIC 9(10)V99.
       77 W-CCDCAP   PIC 9(10)V99.
       77 W-NPLEFT   PIC 9(10)V99.
       77 W-EXEMPT   PIC 9(10)V99.
       77 W-TAXABLE  PIC 9(10)V99.
       77 W-UPPER    PIC 9(10)V99.
               GOBACK
           END-IF

           DISPLAY "ENTER PERIOD THE TAX IS FOR (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               GOBACK
           END-IF

           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE EMPFILE
               GOBACK
           END-IF
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               CLOSE EMPFILE
               CLOSE PAYMENTFILE
               GOBACK
           END-IF
           OPEN INPUT DECLAREFILE.
           IF FSDC = "00"
               MOVE "Y" TO W-DCOPEN
           END-IF
      * PAY COMPONENTS ARE PROJECTED ONLY WHEN BOTH THE COMPONENT
      * MASTER AND THE EMPLOYEE COMPONENT FILE ARE THERE.
           OPEN INPUT COMPMASTFILE.
           IF FSCM = "00"
               OPEN INPUT EMPCOMPFILE
               IF FSEC = "00"
                   MOVE "Y" TO W-CMOPEN
               ELSE
                   CLOSE COMPMASTFILE
               END-IF
           END-IF
      * NPS CONTRIBUTIONS ARE PROJECTED FOR SUBSCRIBERS ON THE NPS
      * MASTER AT THE EMPLOYER PCT SET ON THE NPS SCREEN.
           OPEN INPUT NPSMASTFILE.
           IF FSNP = "00"
               MOVE "Y" TO W-NPOPEN
               OPEN INPUT NPSCFGFILE
               IF FSNC = "00"
                   READ NPSCFGFILE
                       AT END
                           MOVE 0 TO NCERPCT
                   END-READ
                   IF NCERPCT NUMERIC
                       MOVE NCERPCT TO W-NPERPCT
                   END-IF
                   CLOSE NPSCFGFILE
               END-IF
           END-IF
           OPEN OUTPUT SHEETFILE.

           MOVE "ANNUAL INCOME TAX PROJECTION" TO SHEETLINE.

           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           CLOSE PAYRESFILE.
           IF W-DCOPEN = "Y"
               CLOSE DECLAREFILE
           END-IF
           IF W-CMOPEN = "Y"
               CLOSE COMPMASTFILE
               CLOSE EMPCOMPFILE
           END-IF
           IF W-NPOPEN = "Y"
               CLOSE NPSMASTFILE
           END-IF
           CLOSE SHEETFILE.
           DISPLAY "TAX PROJECTION COMPLETE - " W-COUNT
               " EMPLOYEES COMPUTED, SHEETS IN files/TAXCALC.LST".
       LOAD-SLABS-EXIT.
           EXIT.

      * THE FINANCIAL YEAR RUNS APRIL TO MARCH. THE PERIODS OF IT
      * BEFORE THE ONE BEING TAXED ARE TAKEN AS PAID, THE REST ARE
      * PROJECTED FROM THE PAY MASTER.
       VALIDATE-PERIOD-PARA.
           MOVE "N" TO W-PEROK.
           IF W-PERIN(1:2) NUMERIC AND W-PERIN(3:1) = "/"
               AND W-PERIN(4:4) NUMERIC
               IF W-PERIN(1:2) >= "01" AND W-PERIN(1:2) <= "12"
                   MOVE "Y" TO W-PEROK
                   MOVE W-PERIN(4:4) TO W-PERIOD(1:4)
                   MOVE W-PERIN(1:2) TO W-PERIOD(5:2)
               END-IF
           END-IF
           IF W-PEROK = "Y"
               MOVE W-PERIN(4:4) TO W-YEAR
               MOVE W-PERIN(1:2) TO W-MONTH
               IF W-MONTH < 4
                   SUBTRACT 1 FROM W-YEAR
                   COMPUTE W-ELAPSED = W-MONTH + 8
               ELSE
                   COMPUTE W-ELAPSED = W-MONTH - 4
               END-IF
               COMPUTE W-REMAIN = 12 - W-ELAPSED
               MOVE W-YEAR TO W-FYSTART(1:4)
               MOVE "04" TO W-FYSTART(5:2)
           END-IF.

      * GROSS PAID AND TAX DEDUCTED SO FAR THIS YEAR, ALL RUNS.
      * REIMBURSED CLAIMS AND NON-TAXABLE COMPONENTS ARE NOT INCOME.
      * NPS CONTRIBUTIONS AND THE BASIC PLUS DA THEY WERE MADE ON ARE
      * GATHERED FOR THE 80CCD LIMITS.
       YTD-ACTUALS-PARA.
           MOVE 0 TO W-YTDGROSS.
           MOVE 0 TO W-YTDTAX.
           MOVE 0 TO W-YTDNPSEE.
           MOVE 0 TO W-YTDNPSER.
           MOVE 0 TO W-YTDWAGE.
           MOVE EEMPID TO RSEMPID.
           MOVE W-FYSTART TO RSPERIOD.
           MOVE LOW-VALUES TO RSRUN.
           START PAYRESFILE KEY IS NOT LESS THAN RSKEY
               INVALID KEY MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF RSEMPID NOT = EEMPID OR RSPERIOD NOT < W-PERIOD
                   EXIT PERFORM
               END-IF
               MOVE RSPAYDATA TO PPAYDATA
               ADD RSGROSS TO W-YTDGROSS
               SUBTRACT PCLAIM FROM W-YTDGROSS
               PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
                   IF RSCMTYPE (W-CIDX) = "E"
                       AND RSCMTAX (W-CIDX) = "N"
                       SUBTRACT RSCMAMT (W-CIDX) FROM W-YTDGROSS
                   END-IF
               END-PERFORM
               ADD PITAX TO W-YTDTAX
               IF RSNPSEE NUMERIC AND RSNPSER NUMERIC
                   ADD RSNPSEE TO W-YTDNPSEE
                   ADD RSNPSER TO W-YTDNPSER
                   IF RSNPSEE > 0 OR RSNPSER > 0
                       COMPUTE W-YTDWAGE = W-YTDWAGE + PBASIC + PDA
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSRS.

       PROJECT-EMP-PARA.
           PERFORM YTD-ACTUALS-PARA.
           MOVE EEMPID TO PEMPID.
           READ PAYMENTFILE KEY IS PEMPID
               INVALID KEY
               + PGRTY + PPERINC + PMEDI + PBOOK + PENTER + PTPH
               + PHOUSE + PVEHMAN + PCREDIT + PCLUB
           END-COMPUTE
           IF W-CMOPEN = "Y"
               PERFORM TAXABLE-COMPS-PARA
           END-IF
           COMPUTE W-ANNUAL = W-YTDGROSS + W-MGROSS * W-REMAIN.
           PERFORM PROJECT-NPS-PARA.
           ADD W-NPSER TO W-ANNUAL.
           PERFORM GET-EXEMPTIONS-PARA.
           MOVE W-EXEMPT TO W-DECLARED.
           PERFORM NPS-DEDUCT-PARA.
           IF W-EXEMPT > W-ANNUAL
               MOVE 0 TO W-TAXABLE
           ELSE
               DELIMITED BY SIZE INTO SHEETLINE
           END-STRING.
           WRITE SHEETLINE.
           MOVE "GROSS PAID TO DATE        :" TO SL-LABEL.
           MOVE W-YTDGROSS TO SL-AMT.
           MOVE SHEET-LINE TO SHEETLINE.
           WRITE SHEETLINE.
           MOVE "PROJECTED ANNUAL GROSS    :" TO SL-LABEL.
           MOVE W-ANNUAL TO SL-AMT.
           MOVE SHEET-LINE TO SHEETLINE.
           WRITE SHEETLINE.
           IF W-NPSER > 0
               MOVE " INCL EMPLOYER NPS 17(1)  :" TO SL-LABEL
               MOVE W-NPSER TO SL-AMT
               MOVE SHEET-LINE TO SHEETLINE
               WRITE SHEETLINE
           END-IF
           MOVE "DECLARED EXEMPTIONS       :" TO SL-LABEL.
           MOVE W-DECLARED TO SL-AMT.
           MOVE SHEET-LINE TO SHEETLINE.
           WRITE SHEETLINE.
           IF W-NPSEE > 0 OR W-NPSER > 0
               MOVE "EMPLOYEE NPS FOR THE YEAR :" TO SL-LABEL
               MOVE W-NPSEE TO SL-AMT
               MOVE SHEET-LINE TO SHEETLINE
               WRITE SHEETLINE
               MOVE "NPS 80CCD(1)              :" TO SL-LABEL
               MOVE W-CCD1 TO SL-AMT
               MOVE SHEET-LINE TO SHEETLINE
               WRITE SHEETLINE
               MOVE "NPS 80CCD(1B)             :" TO SL-LABEL
               MOVE W-CCD1B TO SL-AMT
               MOVE SHEET-LINE TO SHEETLINE
               WRITE SHEETLINE
               MOVE "NPS 80CCD(2)              :" TO SL-LABEL
               MOVE W-CCD2 TO SL-AMT
               MOVE SHEET-LINE TO SHEETLINE
               WRITE SHEETLINE
           END-IF
           MOVE "TAXABLE INCOME            :" TO SL-LABEL.
           MOVE W-TAXABLE TO SL-AMT.
           MOVE SHEET-LINE TO SHEETLINE.
           MOVE W-ANNTAX TO SL-AMT.
           MOVE SHEET-LINE TO SHEETLINE.
           WRITE SHEETLINE.
           MOVE "TAX DEDUCTED TO DATE      :" TO SL-LABEL.
           MOVE W-YTDTAX TO SL-AMT.
           MOVE SHEET-LINE TO SHEETLINE.
           WRITE SHEETLINE.
           IF W-YTDTAX > W-ANNTAX
               MOVE 0 TO W-BALTAX
           ELSE
               COMPUTE W-BALTAX = W-ANNTAX - W-YTDTAX
           END-IF
           COMPUTE W-MONTAX ROUNDED = W-BALTAX / W-REMAIN.
           MOVE "MONTHLY INCOME TAX        :" TO SL-LABEL.
           MOVE W-MONTAX TO SL-AMT.
           MOVE SHEET-LINE TO SHEETLINE.
           REWRITE PAYMENTREC.
           ADD 1 TO W-COUNT.

      * THE EMPLOYEE'S TAXABLE EARNING COMPONENTS AT THEIR FULL
      * MONTHLY RATE.
       TAXABLE-COMPS-PARA.
           MOVE EEMPID TO ECEMPID.
           MOVE LOW-VALUES TO ECCODE.
           START EMPCOMPFILE KEY IS NOT LESS THAN ECKEY
               INVALID KEY MOVE "10" TO FSEC
           END-START.
           PERFORM UNTIL FSEC = "10"
               READ EMPCOMPFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF ECEMPID NOT = EEMPID
                   EXIT PERFORM
               END-IF
               MOVE ECCODE TO CMCODE
               READ COMPMASTFILE
                   INVALID KEY
                       MOVE SPACE TO CMTYPE
               END-READ
               IF CMTYPE = "E" AND CMTAXABLE NOT = "N"
                   ADD ECAMT TO W-MGROSS
               END-IF
           END-PERFORM
           MOVE "00" TO FSEC.

       GET-EXEMPTIONS-PARA.
           MOVE 0 TO W-80C.
           MOVE 0 TO W-EXEMPT.
               END-READ
           END-IF.

      * THE YEAR'S NPS CONTRIBUTIONS - WHAT WAS MADE SO FAR PLUS THE
      * REST OF THE YEAR AT THE CURRENT RATES ON THE PAY MASTER'S
      * BASIC PLUS DA. A CLOSED SUBSCRIPTION PROJECTS NOTHING MORE.
       PROJECT-NPS-PARA.
           MOVE W-YTDNPSEE TO W-NPSEE.
           MOVE W-YTDNPSER TO W-NPSER.
           MOVE W-YTDWAGE TO W-NPWAGE.
           IF W-NPOPEN NOT = "Y"
               GO TO PROJECT-NPS-EXIT
           END-IF
           MOVE EEMPID TO NPEMPID.
           READ NPSMASTFILE
               INVALID KEY
                   GO TO PROJECT-NPS-EXIT
           END-READ.
           IF NPSTAT NOT = "A"
               GO TO PROJECT-NPS-EXIT
           END-IF
           COMPUTE W-NPWAGE = W-NPWAGE + (PBASIC + PDA) * W-REMAIN.
           COMPUTE W-NPSEE ROUNDED = W-NPSEE
               + (PBASIC + PDA) * NPEERATE / 100 * W-REMAIN.
           COMPUTE W-NPSER ROUNDED = W-NPSER
               + (PBASIC + PDA) * W-NPERPCT / 100 * W-REMAIN.
       PROJECT-NPS-EXIT.
           EXIT.

      * THE EMPLOYER'S SHARE IS ALLOWED UNDER 80CCD(2) UP TO 10 PCT OF
      * BASIC PLUS DA. THE EMPLOYEE'S SHARE IS ALLOWED FIRST UNDER
      * 80CCD(1B) UP TO ITS OWN LIMIT, THEN THE REST UNDER 80CCD(1) UP
      * TO 10 PCT OF BASIC PLUS DA AND WITHIN WHAT THE 80C LIMIT HAS
      * LEFT, THE TWO SHARING ONE CEILING.
       NPS-DEDUCT-PARA.
           MOVE 0 TO W-CCD1.
           MOVE 0 TO W-CCD1B.
           MOVE 0 TO W-CCD2.
           COMPUTE W-CCDCAP ROUNDED = W-NPWAGE * W-CCDPCT / 100.
           MOVE W-NPSER TO W-CCD2.
           IF W-CCD2 > W-CCDCAP
               MOVE W-CCDCAP TO W-CCD2
           END-IF
           MOVE W-NPSEE TO W-CCD1B.
           IF W-CCD1B > W-1B-CAP
               MOVE W-1B-CAP TO W-CCD1B
           END-IF
           COMPUTE W-NPLEFT = W-NPSEE - W-CCD1B.
           MOVE W-NPLEFT TO W-CCD1.
           IF W-CCD1 > W-CCDCAP
               MOVE W-CCDCAP TO W-CCD1
           END-IF
           IF W-80C NOT < W-80C-CAP
               MOVE 0 TO W-CCD1
           ELSE
               IF W-CCD1 > W-80C-CAP - W-80C
                   COMPUTE W-CCD1 = W-80C-CAP - W-80C
               END-IF
           END-IF
           COMPUTE W-EXEMPT = W-EXEMPT + W-CCD1 + W-CCD1B + W-CCD2.

       TAX-SLAB-PARA.
           IF W-TAXABLE > ST-FROM (ST-IDX)
               IF ST-TO (ST-IDX) = 0 OR W-TAXABLE <= ST-TO (ST-IDX)
