               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT EMPPERSONALFILE
               ASSIGN TO "files/EMPPER.DAT"
               FILE STATUS IS FSEP.

           SELECT PFECRFILE
               ASSIGN TO DYNAMIC W-PFNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSPF.

           SELECT ESIRETFILE
               ASSIGN TO DYNAMIC W-ESNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSES.

           SELECT NPSCRFILE
               ASSIGN TO DYNAMIC W-NRNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSNR.

           SELECT NPSCFGFILE
               ASSIGN TO "files/NPSCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSNC.

           SELECT COMPANYFILE
               ASSIGN TO "files/COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCODE
               FILE STATUS IS FSCY.

           SELECT FREEZEFILE
               ASSIGN TO "files/FREEZE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFZ.

       DATA DIVISION.
       FILE SECTION.

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

       FD EMPPERSONALFILE.
       01 EMPPERSONALREC.
       FD ESIRETFILE.
       01 ESIRETLINE PIC X(120).

       FD NPSCRFILE.
       01 NPSCRLINE PIC X(120).

       FD NPSCFGFILE.
       01 NPSCFGREC.
           02 NCCHONO   PIC X(10).
           02 NCCBONO   PIC X(10).
           02 NCERPCT   PIC 99V99.
           02 NCUSER    PIC X(10).
           02 NCDATE    PIC X(8).

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

       FD FREEZEFILE.
       01 FREEZEREC.
           02 FZFLAG   PIC X.
           02 FZPERIOD PIC X(7).
           02 FZUSER   PIC X(10).
           02 FZDATE   PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSP        PIC XX.
       77 FSRS       PIC XX.
       77 FSEP       PIC XX.
       77 FSPF       PIC XX.
       77 FSES       PIC XX.
       77 FSFZ       PIC XX.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 WAITFOR    PIC X.
       77 W-GROSS    PIC 9(8)V99.
       77 W-GROSS9   PIC 9(8).
       77 W-PFWAGE   PIC 9(8)V99.
       77 W-PFWAGE9  PIC 9(8).
       77 W-CIDX     PIC 99.
       77 W-PF9      PIC 9(8).
       77 W-ESI9     PIC 9(8).
       77 T-PF       PIC 9(6) VALUE 0.
       77 T-NOESI    PIC 9(6) VALUE 0.
       77 T-PFAMT    PIC 9(12)V99 VALUE 0.
       77 T-ESIAMT   PIC 9(12)V99 VALUE 0.
       77 FSNR       PIC XX.
       77 FSNC       PIC XX.
       77 W-CHONO    PIC X(10).
       77 W-CBONO    PIC X(10).
       77 W-NPTOT    PIC 9(8)V99.
       77 W-NPSEQ    PIC 9(6).
       77 W-NPEE9    PIC 9(10).99.
       77 W-NPER9    PIC 9(10).99.
       77 W-NPTOT9   PIC 9(10).99.
       77 T-NPS      PIC 9(6) VALUE 0.
       77 T-NPEEAMT  PIC 9(10)V99 VALUE 0.
       77 T-NPERAMT  PIC 9(10)V99 VALUE 0.
       77 W-CTPROG   PIC X(8) VALUE "REMIT   ".
       77 W-CTAMT1   PIC 9(12)V99.
       77 W-CTAMT2   PIC 9(12)V99.
       77 W-CTAMT3   PIC 9(12)V99.
       77 FSCY       PIC XX.
       77 W-PFNAME   PIC X(40).
       77 W-ESNAME   PIC X(40).
       77 W-NRNAME   PIC X(40).
       77 W-COFUNC   PIC X.
       77 W-COUSER   PIC X(10) VALUE SPACES.
       77 W-COMPANY  PIC X(4).
       77 W-COREPLY  PIC X.
       77 W-RSCO     PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               GOBACK
           END-IF
           MOVE "P" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-COUSER W-COMPANY W-COREPLY.
           IF W-COREPLY NOT = "Y"
               DISPLAY "RUN CANCELLED"
               GOBACK
           END-IF
           PERFORM SET-FILE-NAMES-PARA.
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               GOBACK
           END-IF
           OPEN INPUT EMPPERSONALFILE.
           IF FSEP NOT = "00"
               DISPLAY "UNABLE TO OPEN EMP PERSONAL FILE, STATUS " FSEP
               CLOSE PAYRESFILE
               GOBACK
           END-IF
           OPEN OUTPUT PFECRFILE.
           OPEN OUTPUT ESIRETFILE.

           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY
                   DISPLAY "NO PAY RESULTS FOR PERIOD " W-PERIN
                   MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   PERFORM GET-RESULT-COMPANY-PARA
                   IF RSRUN = "00" AND W-RSCO = W-COMPANY
                       PERFORM REMIT-ONE-PARA THRU REMIT-ONE-EXIT
                       PERFORM COUNT-NPS-PARA
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-NPS-FILE-PARA.

           CLOSE PAYRESFILE.
           CLOSE EMPPERSONALFILE.
           CLOSE PFECRFILE.
           CLOSE ESIRETFILE.
           CANCEL "BRCOMP".
           IF W-COMPANY NOT = SPACES
               PERFORM SHOW-COMPANY-CODES-PARA
           END-IF
           DISPLAY "PF ECR WRITTEN TO " W-PFNAME.
           DISPLAY "  " T-PF
               " MEMBERS, " T-NOPF " SKIPPED (NO UAN/PF NUMBER)".
           DISPLAY "ESI RETURN WRITTEN TO " W-ESNAME.
           DISPLAY "  " T-ESI
               " MEMBERS, " T-NOESI " SKIPPED (NO ESIC NUMBER)".
           DISPLAY "NPS CONTRIBUTIONS WRITTEN TO " W-NRNAME.
           DISPLAY "  " T-NPS " SUBSCRIBERS".
      * CONTROL TOTALS ARE HELD FOR THE WHOLE GROUP, SO A
      * SINGLE-COMPANY RUN DOES NOT POST THEM.
           IF W-COMPANY = SPACES
               MOVE T-PFAMT TO W-CTAMT1
               MOVE T-ESIAMT TO W-CTAMT2
               COMPUTE W-CTAMT3 = T-NPEEAMT + T-NPERAMT
               CALL "CTLPOST" USING W-CTPROG W-CTAMT1 W-CTAMT2
                   W-CTAMT3
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

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

      * A RUN FOR ONE COMPANY WRITES ITS OWN RETURNS, NAMED FOR THE
      * COMPANY, SO EACH CAN BE UPLOADED UNDER THAT COMPANY'S CODES.
       SET-FILE-NAMES-PARA.
           MOVE SPACES TO W-PFNAME W-ESNAME W-NRNAME.
           IF W-COMPANY = SPACES
               MOVE "files/PFECR.TXT" TO W-PFNAME
               MOVE "files/ESIRET.TXT" TO W-ESNAME
               MOVE "files/NPSCR.TXT" TO W-NRNAME
           ELSE
               STRING "files/PFECR-" W-COMPANY DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE INTO W-PFNAME
               END-STRING
               STRING "files/ESIRET-" W-COMPANY DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE INTO W-ESNAME
               END-STRING
               STRING "files/NPSCR-" W-COMPANY DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE INTO W-NRNAME
               END-STRING
           END-IF.

      * THE COMPANY IS THAT OF THE BRANCH THE EMPLOYEE WAS PAID IN.
       GET-RESULT-COMPANY-PARA.
           MOVE SPACES TO W-RSCO.
           IF W-COMPANY NOT = SPACES
               CALL "BRCOMP" USING RSBRNID W-RSCO
           END-IF.

       SHOW-COMPANY-CODES-PARA.
           MOVE SPACES TO CYNAME CYPFCODE CYESICODE.
           OPEN INPUT COMPANYFILE.
           IF FSCY = "00"
               MOVE W-COMPANY TO CYCODE
               READ COMPANYFILE
                   INVALID KEY
                       MOVE SPACES TO CYNAME CYPFCODE CYESICODE
               END-READ
               CLOSE COMPANYFILE
           END-IF
           DISPLAY "COMPANY " W-COMPANY " " CYNAME.
           DISPLAY "  PF ESTABLISHMENT " CYPFCODE
               "  ESI EMPLOYER " CYESICODE.

       REMIT-ONE-PARA.
           IF RSPFESI NOT = "Y"
               GO TO REMIT-ONE-EXIT
           END-IF
           MOVE RSEMPID TO PEMPID.
           MOVE RSPAYDATA TO PPAYDATA.
           MOVE PEMPID TO EPEMPID.
           READ EMPPERSONALFILE KEY IS EPEMPID
               INVALID KEY
               + PGRTY + PPERINC + PMEDI + PBOOK + PENTER + PTPH
               + PHOUSE + PVEHMAN + PCREDIT + PCLUB
           END-COMPUTE
      * THE RESULTS HOLD WAGES AND CONTRIBUTIONS AS PAID FOR THE
      * PERIOD, SO THE RETURN AGREES WITH THE PAY REGISTER. EARNING
      * COMPONENTS ARE ESI WAGES; ONLY THOSE FLAGGED AS PF WAGES ARE
      * EPF WAGES.
           MOVE W-GROSS TO W-PFWAGE.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               IF RSCMTYPE (W-CIDX) = "E"
                   ADD RSCMAMT (W-CIDX) TO W-GROSS
                   IF RSCMPFW (W-CIDX) = "Y"
                       ADD RSCMAMT (W-CIDX) TO W-PFWAGE
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE W-GROSS9 = W-GROSS.
           COMPUTE W-PFWAGE9 = W-PFWAGE.
           IF PPF > 0
               IF EPUAN = SPACES AND EPPFNO = SPACES
                   ADD 1 TO T-NOPF
           COMPUTE W-PF9 = PPF.
           MOVE SPACES TO PFECRLINE.
           STRING EPUAN "#~#"
               RSNAME "#~#"
               W-GROSS9 "#~#"
               W-PFWAGE9 "#~#"
               W-PF9 "#~#"
               EPPFNO
               DELIMITED BY SIZE INTO PFECRLINE
           COMPUTE W-ESI9 = PESI.
           MOVE SPACES TO ESIRETLINE.
           STRING EPESINO "|"
               RSNAME "|"
               W-GROSS9 "|"
               W-ESI9
               DELIMITED BY SIZE INTO ESIRETLINE
           ADD 1 TO T-ESI.
           ADD PESI TO T-ESIAMT.

      * THE NPS FILE OPENS WITH A CONTROL RECORD CARRYING THE
      * SUBSCRIBER COUNT AND THE AMOUNT TOTALS, SO THESE ARE GATHERED
      * ON THE FIRST PASS OF THE PERIOD'S RESULTS.
       COUNT-NPS-PARA.
           IF RSPRAN NOT = SPACES AND RSNPSEE NUMERIC
               AND RSNPSER NUMERIC
               IF RSNPSEE > 0 OR RSNPSER > 0
                   ADD 1 TO T-NPS
                   ADD RSNPSEE TO T-NPEEAMT
                   ADD RSNPSER TO T-NPERAMT
               END-IF
           END-IF.

      * ONE CONTROL RECORD (FH) FOR THE COMPANY'S CORPORATE
      * REGISTRATION, THEN ONE SUBSCRIBER RECORD (SD) PER PRAN WITH
      * THE EMPLOYEE, EMPLOYER AND TOTAL CONTRIBUTION. FIELDS ARE
      * SEPARATED BY ^ AND AMOUNTS CARRY RUPEES AND PAISE.
       WRITE-NPS-FILE-PARA.
           MOVE SPACES TO W-CHONO.
           MOVE SPACES TO W-CBONO.
           OPEN INPUT NPSCFGFILE.
           IF FSNC = "00"
               READ NPSCFGFILE
                   AT END
                       MOVE SPACES TO NCCHONO
               END-READ
               IF FSNC = "00"
                   MOVE NCCHONO TO W-CHONO
                   MOVE NCCBONO TO W-CBONO
               END-IF
               CLOSE NPSCFGFILE
           END-IF
           OPEN OUTPUT NPSCRFILE.
           MOVE T-NPEEAMT TO W-NPEE9.
           MOVE T-NPERAMT TO W-NPER9.
           COMPUTE W-NPTOT9 = T-NPEEAMT + T-NPERAMT.
           MOVE SPACES TO NPSCRLINE.
           STRING "FH^"
               W-CHONO "^"
               W-CBONO "^"
               W-PERIN "^"
               T-NPS "^"
               W-NPEE9 "^"
               W-NPER9 "^"
               W-NPTOT9
               DELIMITED BY SIZE INTO NPSCRLINE
           END-STRING.
           WRITE NPSCRLINE.
           MOVE 0 TO W-NPSEQ.
           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY
                   MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   PERFORM GET-RESULT-COMPANY-PARA
                   IF RSRUN = "00" AND RSPRAN NOT = SPACES
                       AND W-RSCO = W-COMPANY
                       AND RSNPSEE NUMERIC AND RSNPSER NUMERIC
                       IF RSNPSEE > 0 OR RSNPSER > 0
                           PERFORM WRITE-NPS-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NPSCRFILE.

       WRITE-NPS-PARA.
           ADD 1 TO W-NPSEQ.
           COMPUTE W-NPTOT = RSNPSEE + RSNPSER.
           MOVE RSNPSEE TO W-NPEE9.
           MOVE RSNPSER TO W-NPER9.
           MOVE W-NPTOT TO W-NPTOT9.
           MOVE SPACES TO NPSCRLINE.
           STRING "SD^"
               W-NPSEQ "^"
               RSPRAN "^"
               RSNAME "^"
               W-NPEE9 "^"
               W-NPER9 "^"
               W-NPTOT9
               DELIMITED BY SIZE INTO NPSCRLINE
           END-STRING.
           WRITE NPSCRLINE.

       END PROGRAM REMIT.
