               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT DESIGNATIONFILE
               ASSIGN TO "files/DESIG.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DESID
               FILE STATUS IS FSDES.

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

           SELECT SLIPFILE
               ASSIGN TO "files/PAYSLIP.LST"
               03 PCO      PIC 99.
               03 PCOPER   PIC X(6).

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

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

       FD SLIPFILE.
       01 SLIPLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSP        PIC XX.
       77 FSDES      PIC XX.
       77 FSRS       PIC XX.
       77 FSSLIP     PIC XX.
       77 FSFZ       PIC XX.
       77 FSCM       PIC XX.
       77 W-CMOPEN   PIC X VALUE "N".
       77 W-CIDX     PIC 99.
       77 W-CTYPE    PIC X.
       77 WAITFOR    PIC X.
       77 W-CHOICE   PIC X.
       77 W-MODE     PIC X.
       77 W-PEROK    PIC X.
       77 W-EMPID    PIC X(6).
       77 W-DESIGN   PIC X(15) VALUE SPACES.
       77 W-FIELDS   PIC 9(8)V99.
       77 W-ATTACH   PIC 9(8)V99.
       77 W-VENDDED  PIC 9(8)V99.
       77 W-RECOVER  PIC 9(8)V99.
       77 T-COUNT    PIC 9(6) VALUE 0.

       01 AMOUNT-LINE.
           02 AL-LABEL  PIC X(20).
           02 AL-AMT    PIC ZZZ,ZZZ.99.

      * PAYSLIPS ARE PRINTED FROM THE REGULAR RUN'S RESULTS - THE
      * SAME FIGURES THE REGISTER AND THE BANK FILE WERE MADE FROM.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PRINT FOR THE CURRENT RUN OR A CLOSED PERIOD"
               " (C/P) :".
           ACCEPT W-MODE.
           IF W-MODE = "P" OR W-MODE = "p"
               DISPLAY "ENTER PERIOD (MM/YYYY) :"
               ACCEPT W-PERIN
               PERFORM VALIDATE-PERIOD-PARA
           ELSE
               PERFORM GET-RUN-PERIOD-PARA
           END-IF
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DESIGNATIONFILE.
           IF FSDES NOT = "00"
               DISPLAY "UNABLE TO OPEN DESIGNATION FILE, STATUS " FSDES
               CLOSE PAYRESFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
      * THE COMPONENT MASTER ONLY SUPPLIES DESCRIPTIONS - WITHOUT IT
      * THE COMPONENT CODE IS PRINTED INSTEAD.
           OPEN INPUT COMPMASTFILE.
           IF FSCM = "00"
               MOVE "Y" TO W-CMOPEN
           END-IF
           OPEN OUTPUT SLIPFILE.

           DISPLAY "PRINT PAYSLIP FOR ONE EMPLOYEE OR ALL (O/A) :".
           ACCEPT W-CHOICE.
           IF W-CHOICE = "O" OR W-CHOICE = "o"
               DISPLAY "ENTER EMPLOYEE CODE :"
               ACCEPT W-EMPID
               MOVE W-EMPID TO RSEMPID
               MOVE W-PERIOD TO RSPERIOD
               MOVE "00" TO RSRUN
               READ PAYRESFILE
                   INVALID KEY
                       DISPLAY "NO PAY RESULTS FOR THAT EMPLOYEE AND "
                           "PERIOD"
                   NOT INVALID KEY
                       PERFORM PRINT-SLIP-PARA
               END-READ
           ELSE
               PERFORM ALL-SLIPS-PARA
           END-IF.

           CLOSE PAYRESFILE.
           CLOSE DESIGNATIONFILE.
           IF W-CMOPEN = "Y"
               CLOSE COMPMASTFILE
           END-IF
           CLOSE SLIPFILE.
           DISPLAY "PAYSLIP(S) WRITTEN TO files/PAYSLIP.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       ALL-SLIPS-PARA.
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
                   IF RSRUN = "00"
                       PERFORM PRINT-SLIP-PARA
                   END-IF
               END-IF
           END-PERFORM
           IF T-COUNT = 0
               DISPLAY "NO PAY RESULTS FOR PERIOD " W-PERIN
           END-IF.

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
           END-IF.

       PRINT-SLIP-PARA.
           MOVE RSEMPID TO PEMPID.
           MOVE RSPAYDATA TO PPAYDATA.
           ADD 1 TO T-COUNT.
           PERFORM LOOKUP-DESIG-PARA.

           MOVE "-------------------------------" TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE "PAYSLIP" TO SLIPLINE.
           WRITE SLIPLINE.
           STRING "PERIOD        : " W-PERIN
               DELIMITED BY SIZE INTO SLIPLINE
           END-STRING
           WRITE SLIPLINE.
           STRING "EMPLOYEE CODE : " PEMPID
               DELIMITED BY SIZE INTO SLIPLINE.
           WRITE SLIPLINE.
           STRING "NAME          : " RSNAME
               DELIMITED BY SIZE INTO SLIPLINE.
           WRITE SLIPLINE.
           STRING "DESIGNATION   : " W-DESIGN
               DELIMITED BY SIZE INTO SLIPLINE.
           WRITE SLIPLINE.
           STRING "DAYS PAID     : " RSDAYSPD " OF " RSMONDAYS
               DELIMITED BY SIZE INTO SLIPLINE.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           WRITE SLIPLINE.

           MOVE "GROSS EARNINGS    :" TO AL-LABEL.
           MOVE RSGROSS TO AL-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.
           IF PARREAR > 0
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF
           MOVE "E" TO W-CTYPE.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               PERFORM COMP-LINE-PARA
           END-PERFORM
           MOVE "TOTAL DEDUCTIONS  :" TO AL-LABEL.
           MOVE RSDEDUCT TO AL-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE "D" TO W-CTYPE.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               PERFORM COMP-LINE-PARA
           END-PERFORM
           MOVE 0 TO W-ATTACH.
           MOVE 0 TO W-VENDDED.
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 10
               IF RSCCLASS (W-CIDX) = "A"
                   MOVE RSCTAKEN (W-CIDX) TO W-ATTACH
               END-IF
               IF RSCCLASS (W-CIDX) = "V"
                   MOVE RSCTAKEN (W-CIDX) TO W-VENDDED
               END-IF
           END-PERFORM
           IF W-VENDDED > 0
               MOVE "VENDOR DEDUCTIONS :" TO AL-LABEL
               MOVE W-VENDDED TO AL-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF
           IF W-ATTACH > 0
               MOVE "ATTACHMENT ORDERS :" TO AL-LABEL
               MOVE W-ATTACH TO AL-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF
           IF RSNPSEE NUMERIC AND RSNPSEE > 0
               MOVE "NPS CONTRIBUTION  :" TO AL-LABEL
               MOVE RSNPSEE TO AL-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF
      * WHATEVER THE DEDUCTION FIELDS, COMPONENTS AND ORDERS DO NOT
      * ACCOUNT FOR IS THE RECOVERY OF AMOUNTS DEFERRED FROM AN
      * EARLIER PERIOD.
           COMPUTE W-FIELDS = PPF + PESI + PPTAX + PITAX + PLOANDA
               + POTHERD + PMEDPREM + W-ATTACH + W-VENDDED
           END-COMPUTE
           IF RSNPSEE NUMERIC
               ADD RSNPSEE TO W-FIELDS
           END-IF
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > 15
               IF RSCMTYPE (W-CIDX) = "D"
                   ADD RSCMAMT (W-CIDX) TO W-FIELDS
               END-IF
           END-PERFORM
           IF RSDEDUCT > W-FIELDS
               COMPUTE W-RECOVER = RSDEDUCT - W-FIELDS
               MOVE " OF WHICH DEFERRED:" TO AL-LABEL
               MOVE W-RECOVER TO AL-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF
           MOVE "NET PAY           :" TO AL-LABEL.
           MOVE RSNET TO AL-AMT.
           MOVE AMOUNT-LINE TO SLIPLINE.
           WRITE SLIPLINE.
           IF RSDEFER > 0
               MOVE "CARRIED TO NEXT   :" TO AL-LABEL
               MOVE RSDEFER TO AL-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF
      * THE EMPLOYER'S NPS SHARE IS SHOWN FOR INFORMATION - IT IS
      * PAID OVER AND ABOVE THE GROSS.
           IF RSPRAN NOT = SPACES AND RSPRAN NOT = LOW-VALUES
               MOVE SPACES TO SLIPLINE
               STRING "NPS PRAN          : " RSPRAN
                   DELIMITED BY SIZE INTO SLIPLINE
               END-STRING
               WRITE SLIPLINE
               IF RSNPSER NUMERIC
                   MOVE "EMPLOYER NPS      :" TO AL-LABEL
                   MOVE RSNPSER TO AL-AMT
                   MOVE AMOUNT-LINE TO SLIPLINE
                   WRITE SLIPLINE
               END-IF
           END-IF
           MOVE "-------------------------------" TO SLIPLINE.
           WRITE SLIPLINE.
           MOVE SPACES TO SLIPLINE.
           WRITE SLIPLINE.

      * ONE LINE PER PAY COMPONENT OF THE TYPE IN W-CTYPE.
       COMP-LINE-PARA.
           IF RSCMCODE (W-CIDX) NOT = SPACES
               AND RSCMTYPE (W-CIDX) = W-CTYPE
               AND RSCMAMT (W-CIDX) > 0
               MOVE SPACES TO CMDESC
               IF W-CMOPEN = "Y"
                   MOVE RSCMCODE (W-CIDX) TO CMCODE
                   READ COMPMASTFILE
                       INVALID KEY
                           MOVE SPACES TO CMDESC
                   END-READ
               END-IF
               IF CMDESC = SPACES
                   MOVE RSCMCODE (W-CIDX) TO CMDESC
               END-IF
               MOVE SPACES TO AL-LABEL
               STRING " " CMDESC (1:17) ":" DELIMITED BY SIZE
                   INTO AL-LABEL
               END-STRING
               MOVE RSCMAMT (W-CIDX) TO AL-AMT
               MOVE AMOUNT-LINE TO SLIPLINE
               WRITE SLIPLINE
           END-IF.

       LOOKUP-DESIG-PARA.
           MOVE SPACES TO W-DESIGN.
           MOVE RSDESID TO DESID.
           READ DESIGNATIONFILE KEY IS DESID
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   MOVE DESIGN TO W-DESIGN
           END-READ.
       END PROGRAM PAYSLIP.
