               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

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

           SELECT STATFILE
               ASSIGN TO "files/STATDED.LST"
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
           02 FILLER    PIC X(85).

       FD FREEZEFILE.
       01 FREEZEREC.
           02 FZFLAG   PIC X.
           02 FZPERIOD PIC X(7).
           02 FZUSER   PIC X(10).
           02 FZDATE   PIC X(8).

       FD STATFILE.
       01 STATLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSP        PIC XX.
       77 FSRS       PIC XX.
       77 FSSTAT     PIC XX.
       77 FSFZ       PIC XX.
       77 WAITFOR    PIC X.
       77 W-MODE     PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-COFUNC   PIC X.
       77 W-COUSER   PIC X(10) VALUE SPACES.
       77 W-COMPANY  PIC X(4).
       77 W-COREPLY  PIC X.
       77 W-RSCO     PIC X(4).

       77 T-PF       PIC 9(10)V99 VALUE 0.
       77 T-ESI      PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "REPORT ON THE CURRENT RUN OR A CLOSED PERIOD"
               " (C/P) :".
           ACCEPT W-MODE.
           IF W-MODE = "P" OR W-MODE = "p"
                   MOVE 9999 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM GET-RUN-PERIOD-PARA
               IF W-PEROK NOT = "Y"
                   DISPLAY "INVALID PERIOD - RUN CANCELLED"
                   MOVE 9999 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "P" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-COUSER W-COMPANY W-COREPLY.
           IF W-COREPLY NOT = "Y"
               DISPLAY "RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STATFILE.

           STRING "STATUTORY DEDUCTION REPORT FOR PERIOD " W-PERIN
               DELIMITED BY SIZE INTO STATLINE
           END-STRING
           IF W-COMPANY NOT = SPACES
               MOVE "COMPANY" TO STATLINE (47:7)
               MOVE W-COMPANY TO STATLINE (55:4)
           END-IF
           WRITE STATLINE.
           MOVE "EMPID   PF           ESI          P.TAX        I.TAX"
               TO STATLINE.
           WRITE STATLINE.

           PERFORM RESULTS-RUN-PARA.

           MOVE T-PF   TO TL-PF.
           MOVE T-ESI  TO TL-ESI.
           WRITE STATLINE.

      * CONTROL TOTALS FEED THE CYCLE RECONCILIATION, SO A HISTORY
      * REPRINT MUST NOT REPLACE THE LIVE RUN'S FIGURES. THEY ARE HELD
      * FOR THE WHOLE GROUP, SO A SINGLE-COMPANY RUN DOES NOT POST.
           IF W-MODE NOT = "P" AND W-MODE NOT = "p"
               AND W-COMPANY = SPACES
               COMPUTE W-CTAMT1 = T-PF + T-ESI + T-PTAX + T-ITAX
               COMPUTE W-CTAMT2 = T-PF + T-ESI
               COMPUTE W-CTAMT3 = T-PTAX + T-ITAX
                   W-CTAMT3
           END-IF

           CLOSE PAYRESFILE.
           CLOSE STATFILE.
           CANCEL "BRCOMP".
           DISPLAY "STATUTORY DEDUCTION REPORT WRITTEN TO "
               "files/STATDED.LST - " T-COUNT " EMPLOYEES PROCESSED".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * THE AMOUNTS ARE THOSE ACTUALLY DEDUCTED, AS HELD ON THE PAY
      * RESULTS. A CLOSED PERIOD INCLUDES ITS SUPPLEMENTARY RUNS.
       RESULTS-RUN-PARA.
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
                   MOVE SPACES TO W-RSCO
                   IF W-COMPANY NOT = SPACES
                       CALL "BRCOMP" USING RSBRNID W-RSCO
                   END-IF
                   IF (RSRUN = "00" OR W-MODE = "P" OR W-MODE = "p")
                       AND W-RSCO = W-COMPANY
                       MOVE RSEMPID TO PEMPID
                       MOVE RSPAYDATA TO PPAYDATA
                       PERFORM ACCUMULATE-PARA
                       PERFORM WRITE-DETAIL-PARA
                   END-IF
               END-IF
           END-PERFORM.

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
               END-IF
           END-IF.

       ACCUMULATE-PARA.
           ADD PPF   TO T-PF.
           ADD PESI  TO T-ESI.
           ADD PPTAX TO T-PTAX.
