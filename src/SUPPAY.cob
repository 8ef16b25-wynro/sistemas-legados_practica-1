               RECORD KEY IS PHKEY
               FILE STATUS IS FSH.

           SELECT EMPCOMPFILE
               ASSIGN TO "files/EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECKEY
               ALTERNATE RECORD KEY IS ECCODE WITH DUPLICATES
               FILE STATUS IS FSEC.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT SUPREGFILE
               ASSIGN TO "files/SUPPAY.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               03 PHRUN    PIC X(2).
           02 PHPAYDATA PIC X(296).

       FD EMPCOMPFILE.
       01 EMPCOMPREC.
           02 ECKEY.
               03 ECEMPID PIC X(6).
               03 ECCODE  PIC X(8).
           02 ECAMT     PIC 9(6)V99.

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

       FD SUPREGFILE.
       01 REGLINE PIC X(80).

       77 W-MODE     PIC X.
       77 W-CORRAMT  PIC 9(8)V99.
       77 W-PFESI    PIC X.
       77 FSRS       PIC XX.
       77 W-MONDAYS  PIC 99.
       77 W-DAYSPAID PIC 99.
       77 W-CUT      PIC X.
       77 W-RUNNO    PIC 99.
       77 W-RUNOK    PIC X.
       77 W-RCPROG   PIC X(8) VALUE "SUPPAY  ".
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 T-COUNT    PIC 9(6) VALUE 0.
       77 FSEC       PIC XX.
       77 W-ECOPEN   PIC X VALUE "N".
       77 W-CIDX     PIC 99.
       77 T-NET      PIC 9(10)V99 VALUE 0.

      * NOTHING CARRIED IN IS RECOVERED BY A SUPPLEMENTARY RUN.
       01 ADD-TABLE.
           02 ADD-ENTRY OCCURS 10 TIMES.
               03 AT-CLASS  PIC X.
               03 AT-CURR   PIC 9(8)V99.
               03 AT-CARRY  PIC 9(8)V99.

      * A FULL RECOMPUTE PAYS THE EMPLOYEE'S PAY COMPONENTS TOO.
       01 COMP-TABLE.
           02 COMP-ENTRY OCCURS 15 TIMES.
               03 CI-CODE   PIC X(8).
               03 CI-AMT    PIC 9(6)V99.

       01 DETAIL-LINE.
           02 DL-EMPID   PIC X(8).
           02 DL-RUN     PIC X(4).
           END-IF
           OPEN INPUT EMPFILE.
           OPEN INPUT EMPPERSONALFILE.
           OPEN INPUT EMPCOMPFILE.
           IF FSEC = "00"
               MOVE "Y" TO W-ECOPEN
           END-IF
           OPEN I-O PAYHISTFILE.
           IF FSH = 30 OR FSH = 35
               OPEN OUTPUT PAYHISTFILE
               CLOSE PAYHISTFILE
               OPEN I-O PAYHISTFILE
           END-IF
           OPEN I-O PAYRESFILE.
           IF FSRS = 30 OR FSRS = 35
               OPEN OUTPUT PAYRESFILE
               CLOSE PAYRESFILE
               OPEN I-O PAYRESFILE
           END-IF
           OPEN OUTPUT SUPREGFILE.
           OPEN OUTPUT SUPDISBFILE.

           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           CLOSE EMPPERSONALFILE.
           IF W-ECOPEN = "Y"
               CLOSE EMPCOMPFILE
           END-IF
           CLOSE PAYHISTFILE.
           CLOSE PAYRESFILE.
           CLOSE SUPREGFILE.
           CLOSE SUPDISBFILE.
           CANCEL "PAYCALC".
           CANCEL "NETPROT".
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
                   GO TO PROCESS-EMP-EXIT
           END-READ
           MOVE "Y" TO W-PFESI.
           MOVE 30 TO W-MONDAYS.
           MOVE 30 TO W-DAYSPAID.
           INITIALIZE EMPREC.
           MOVE W-EMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   IF EEMPTYPE = "C" OR EEMPTYPE = "T"
                       MOVE "N" TO W-PFESI
                   END-IF
                   CALL "PRORATE" USING W-PERIOD EDOJ ESEPDT ESTATUS
                       W-MONDAYS W-DAYSPAID
           END-READ
           DISPLAY "FULL RECOMPUTE OR FLAT CORRECTION AMOUNT (F/C) :".
           ACCEPT W-MODE.
               END-IF
               INITIALIZE PPAYDATA
               MOVE W-CORRAMT TO PARREAR
           END-IF
           PERFORM COMPUTE-PAY-PARA.
           PERFORM STAMP-SUPP-PARA.
           PERFORM WRITE-RESULT-PARA.
           PERFORM WRITE-LINES-PARA.
           ADD 1 TO T-COUNT.
           ADD RSNET TO T-NET.
       PROCESS-EMP-EXIT.
           EXIT.

      * A FLAT CORRECTION IS HELD AS ARREARS ON AN OTHERWISE EMPTY
      * RECORD, SO IT IS PAID IN FULL WITH NOTHING DEDUCTED.
       COMPUTE-PAY-PARA.
           MOVE SPACES TO PAYRESREC.
           INITIALIZE ADD-TABLE.
           INITIALIZE COMP-TABLE.
           IF W-MODE NOT = "C" AND W-MODE NOT = "c"
               PERFORM LOAD-COMPS-PARA THRU LOAD-COMPS-EXIT
           END-IF
           CALL "PAYCALC" USING PPAYDATA W-MONDAYS W-DAYSPAID W-PFESI
               ADD-TABLE RSPAYDATA RSCLASSES RSGROSS RSDEDUCT RSNET
               RSDEFER W-CUT COMP-TABLE RSCOMPS.

       LOAD-COMPS-PARA.
           IF W-ECOPEN NOT = "Y"
               GO TO LOAD-COMPS-EXIT
           END-IF
           MOVE 0 TO W-CIDX.
           MOVE W-EMPID TO ECEMPID.
           MOVE LOW-VALUES TO ECCODE.
           START EMPCOMPFILE KEY IS NOT LESS THAN ECKEY
               INVALID KEY
                   GO TO LOAD-COMPS-EXIT
           END-START.
           PERFORM UNTIL FSEC = "10"
               READ EMPCOMPFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSEC = "00" OR FSEC = "02"
                   IF ECEMPID NOT = W-EMPID
                       EXIT PERFORM
                   END-IF
                   IF W-CIDX < 15
                       ADD 1 TO W-CIDX
                       MOVE ECCODE TO CI-CODE (W-CIDX)
                       MOVE ECAMT TO CI-AMT (W-CIDX)
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-COMPS-EXIT.
           EXIT.

       STAMP-SUPP-PARA.
           MOVE W-EMPID TO PHEMPID.
                       ", STATUS " FSH
           END-WRITE.

       WRITE-RESULT-PARA.
           MOVE W-EMPID   TO RSEMPID.
           MOVE W-PERIOD  TO RSPERIOD.
           MOVE PHRUN     TO RSRUN.
           MOVE EEMPNAME  TO RSNAME.
           MOVE EBRNID    TO RSBRNID.
           MOVE EDEPCODE  TO RSDEPCODE.
           MOVE EDESID    TO RSDESID.
           MOVE EGRDNO    TO RSGRDNO.
           MOVE EEMPTYPE  TO RSEMPTYPE.
           MOVE W-PFESI   TO RSPFESI.
           MOVE W-MONDAYS TO RSMONDAYS.
           MOVE W-DAYSPAID TO RSDAYSPD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RSRUNDATE.
           WRITE PAYRESREC
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE RESULTS FOR " W-EMPID
                       ", STATUS " FSRS
           END-WRITE.

       WRITE-LINES-PARA.
           MOVE W-EMPID  TO DL-EMPID.
           MOVE PHRUN    TO DL-RUN.
           MOVE RSGROSS  TO DL-GROSS.
           MOVE RSDEDUCT TO DL-DEDUCT.
           MOVE RSNET    TO DL-NET.
           MOVE DETAIL-LINE TO REGLINE.
           WRITE REGLINE.
           MOVE W-EMPID TO EPEMPID.
           MOVE W-EMPID     TO DB-EMPID.
           MOVE EPBANKAC    TO DB-ACCOUNT.
           MOVE EPBANKIFSC  TO DB-IFSC.
           MOVE RSNET       TO DB-NET.
           MOVE DISB-LINE TO DISBLINE.
           WRITE DISBLINE.

