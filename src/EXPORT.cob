               RECORD KEY IS EPEMPID
               FILE STATUS IS FSEP.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT FREEZEFILE
               ASSIGN TO "files/FREEZE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFZ.

           SELECT EXPORTFILE
               ASSIGN TO "files/EXPORT.CSV"
           02 EPESINO  PIC X(10).
           02 EPPAYMODE PIC X.

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

       FD FREEZEFILE.
       01 FREEZEREC.
           02 FZFLAG   PIC X.
           02 FZPERIOD PIC X(7).
           02 FZUSER   PIC X(10).
           02 FZDATE   PIC X(8).

       FD EXPORTFILE.
       01 EXPORTLINE PIC X(300).
       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSEP       PIC XX.
       77 FSRS       PIC XX.
       77 FSFZ       PIC XX.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 FSX        PIC XX.
       77 WAITFOR    PIC X.
       77 T-COUNT    PIC 9(6) VALUE 0.
       77 W-GROSS    PIC 9(8)V99.
       77 W-DEDUCT   PIC 9(8)V99.
       77 W-NET      PIC S9(8)V99.
       77 W-HASPER   PIC X.
       77 W-HASPAY   PIC X.
       77 W-AUDITUSER PIC X(10).
       77 W-ROLE     PIC X.
       77 W-MKIN     PIC X(22).
       77 W-MKOUT    PIC X(22).
       77 W-MKFLAG   PIC X.
       77 W-PHONE    PIC X(10).
       77 W-BANKAC   PIC X(20).
       77 W-SECEVENT PIC X(8).
       77 W-SECDET   PIC X(20).
       77 W-COFUNC   PIC X.
       77 W-COREPLY  PIC X.
       77 W-EMPCO    PIC X(4).

       01 W-GROSS-D  PIC Z(7)9.99.
       01 W-DEDUCT-D PIC Z(7)9.99.
       01 W-NET-D    PIC -(7)9.99.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
       01 LK-ROLE   PIC X.

      * PHONE AND BANK ACCOUNT ARE WRITTEN THROUGH MASKFLD, IN FULL
      * ONLY FOR ADMINISTRATORS AND PAYROLL USERS. THE LAST COLUMN
      * FLAGS THE EXTRACT MASKED (Y) OR NOT (N), AND AN UNMASKED
      * EXTRACT IS WRITTEN TO THE SECURITY LOG.
       PROCEDURE DIVISION USING LK-USERID LK-ROLE.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-ROLE TO W-ROLE.
           IF W-ROLE = SPACE
               MOVE "A" TO W-ROLE
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GET-RUN-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - EXPORT CANCELLED"
               CLOSE EMPFILE
               CLOSE EMPPERSONALFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               CLOSE EMPFILE
               CLOSE EMPPERSONALFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXPORTFILE.
      * ONLY EMPLOYEES OF THE COMPANIES THE USER MAY WORK ON ARE
      * EXTRACTED.
           MOVE "C" TO W-COFUNC.

           MOVE "EMPID,NAME,BRANCH,DESIGNATION,PHONE,DOJ,BANKAC,"
               TO EXPORTLINE.
           MOVE "BANKIFSC,GROSS,DEDUCTIONS,NET,MASKED"
               TO EXPORTLINE (50 : 37).
           WRITE EXPORTLINE.

           PERFORM UNTIL FSE = "10"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSE = "00" AND ESTATUS NOT = "S"
                   CALL "BRCOMP" USING EBRNID W-EMPCO
                   CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER W-EMPCO
                       W-COREPLY
                   IF W-COREPLY = "Y"
                       PERFORM EXPORT-ONE-PARA
                   END-IF
               END-IF
           END-PERFORM
           CANCEL "BRCOMP".

           CLOSE EMPFILE.
           CLOSE EMPPERSONALFILE.
           CLOSE PAYRESFILE.
           CLOSE EXPORTFILE.
           MOVE SPACES TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               MOVE "PIIEXPRT" TO W-SECEVENT
               MOVE "EXPORT.CSV UNMASKED" TO W-SECDET
               CALL "SECLOG" USING W-AUDITUSER W-SECEVENT W-SECDET
           END-IF
           DISPLAY "EXPORT WRITTEN TO files/EXPORT.CSV - "
               T-COUNT " EMPLOYEES EXPORTED".
           IF W-MKFLAG = "Y"
               DISPLAY "PHONE AND BANK ACCOUNT NUMBERS ARE MASKED"
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.
                   MOVE "Y" TO W-HASPER
           END-READ.
           MOVE ZEROS TO W-GROSS W-DEDUCT W-NET.
           MOVE EEMPID TO RSEMPID.
           MOVE W-PERIOD TO RSPERIOD.
           MOVE "00" TO RSRUN.
           READ PAYRESFILE KEY IS RSKEY
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   MOVE "Y" TO W-HASPAY
                   MOVE RSGROSS  TO W-GROSS
                   MOVE RSDEDUCT TO W-DEDUCT
                   MOVE RSNET    TO W-NET
           END-READ.
           PERFORM WRITE-CSV-PARA.
           ADD 1 TO T-COUNT.

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

       WRITE-CSV-PARA.
           MOVE W-GROSS  TO W-GROSS-D.
           MOVE W-DEDUCT TO W-DEDUCT-D.
           MOVE W-NET    TO W-NET-D.
           MOVE EPHONE TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           MOVE W-MKOUT TO W-PHONE.
           MOVE EPBANKAC TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           MOVE W-MKOUT TO W-BANKAC.
           MOVE SPACES TO EXPORTLINE.
           STRING
               FUNCTION TRIM (EEMPID)   DELIMITED BY SIZE ","
               FUNCTION TRIM (EEMPNAME) DELIMITED BY SIZE ","
               FUNCTION TRIM (EBRNID)   DELIMITED BY SIZE ","
               FUNCTION TRIM (EDESID)   DELIMITED BY SIZE ","
               FUNCTION TRIM (W-PHONE)  DELIMITED BY SIZE ","
               FUNCTION TRIM (EDOJ)     DELIMITED BY SIZE ","
               FUNCTION TRIM (W-BANKAC)   DELIMITED BY SIZE ","
               FUNCTION TRIM (EPBANKIFSC) DELIMITED BY SIZE ","
               FUNCTION TRIM (W-GROSS-D)  DELIMITED BY SIZE ","
               FUNCTION TRIM (W-DEDUCT-D) DELIMITED BY SIZE ","
               FUNCTION TRIM (W-NET-D)    DELIMITED BY SIZE ","
               W-MKFLAG                   DELIMITED BY SIZE
               INTO EXPORTLINE
           END-STRING.
           WRITE EXPORTLINE.

       MASK-FIELD-PARA.
           CALL "MASKFLD" USING W-ROLE W-MKIN W-MKOUT W-MKFLAG.

       END PROGRAM EXPORT.
