               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT LEAVEFILE
               ASSIGN TO "files/LEAVE.DAT"
               ORGANIZATION IS INDEXED
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

       FD LEAVEFILE.
       01 LEAVEREC.
           02 LLVID     PIC X(6).
       77 FSE        PIC XX.
       77 FSEP       PIC XX.
       77 FSP        PIC XX.
       77 FSRS       PIC XX.
       77 FSL        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-IDX      PIC 99.
       77 W-EMPID    PIC X(6).
       77 W-AMTED    PIC ZZZ,ZZ9.99.
       77 W-NETED    PIC -ZZ,ZZ9.99.
       77 W-LASTKEY  PIC X(14).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * THE PAYSLIP SHOWN IS THE LATEST REGULAR RUN ON THE PAY
      * RESULTS FILE.
       MY-PAYSLIP-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "NO PAY RESULTS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           MOVE SPACES TO W-LASTKEY.
           MOVE W-EMPID TO RSEMPID.
           MOVE LOW-VALUES TO RSPERIOD.
           MOVE LOW-VALUES TO RSRUN.
           START PAYRESFILE KEY IS NOT LESS THAN RSKEY
               INVALID KEY MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00"
                   IF RSEMPID NOT = W-EMPID
                       EXIT PERFORM
                   END-IF
                   IF RSRUN = "00"
                       MOVE RSKEY TO W-LASTKEY
                   END-IF
               END-IF
           END-PERFORM
           IF W-LASTKEY = SPACES
               DISPLAY "NO PAYSLIP ON FILE YET" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE PAYRESFILE
               GO TO MAIN-PARA
           END-IF
           MOVE W-LASTKEY TO RSKEY.
           READ PAYRESFILE KEY IS RSKEY
               INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE PAYRESFILE.
           DISPLAY "****** MY PAYSLIP (LATEST RUN) ******" AT 0101.
           DISPLAY "EMPLOYEE CODE :" W-EMPID AT 0201.
           DISPLAY "PERIOD        :" RSPERIOD(5:2) "/" RSPERIOD(1:4)
               AT 0301.
           DISPLAY "DAYS PAID         :" RSDAYSPD " OF " RSMONDAYS
               AT 0401.
           MOVE RSGROSS TO W-AMTED.
           DISPLAY "GROSS EARNINGS    :" W-AMTED AT 0501.
           MOVE RSDEDUCT TO W-AMTED.
           DISPLAY "TOTAL DEDUCTIONS  :" W-AMTED AT 0601.
           MOVE RSNET TO W-NETED.
           DISPLAY "NET PAY           :" W-NETED AT 0701.
           IF RSDEFER > 0
               MOVE RSDEFER TO W-AMTED
               DISPLAY "CARRIED TO NEXT   :" W-AMTED AT 0801
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       END PROGRAM EMPSELF.
