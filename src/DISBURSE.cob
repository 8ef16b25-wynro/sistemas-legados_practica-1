       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT EMPPERSONALFILE
               ASSIGN TO "files/EMPPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSCA.

           SELECT CHGPENDFILE
               ASSIGN TO "files/CHGPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHID
               ALTERNATE RECORD KEY IS CHEMPID WITH DUPLICATES
               FILE STATUS IS FSCG.

           SELECT DISBSTATFILE
               ASSIGN TO "files/DISBSTAT.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DSEMPID
               FILE STATUS IS FSDS.

           SELECT COMPANYFILE
               ASSIGN TO "files/COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCODE
               FILE STATUS IS FSCY.

           SELECT REVSTOPFILE
               ASSIGN TO "files/REVSTOP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVKEY
               FILE STATUS IS FSSV.

           SELECT TOURADVFILE
               ASSIGN TO "files/TOURADV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAID
               ALTERNATE RECORD KEY IS TAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TABRID WITH DUPLICATES
               FILE STATUS IS FSTA.

       DATA DIVISION.
       FILE SECTION.

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

       FD EMPPERSONALFILE.
       01 EMPPERSONALREC.
           02 EPESINO  PIC X(10).
           02 EPPAYMODE PIC X.

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

       FD DISBURSEFILE.
       01 DISBURSELINE PIC X(80).

       FD CASHFILE.
       01 CASHLINE PIC X(80).

       FD CHGPENDFILE.
       01 CHGPENDREC.
           02 CHID      PIC X(6).
           02 CHEMPID   PIC X(6).
           02 CHTYPE    PIC X.
           02 CHCOMP    PIC X(8).
           02 CHSTAT    PIC X.
           02 CHMAKER   PIC X(10).
           02 CHMDATE   PIC X(8).
           02 CHCHKR    PIC X(10).
           02 CHCDATE   PIC X(8).
           02 CHOLD     PIC X(168).
           02 CHNEW     PIC X(168).

       FD DISBSTATFILE.
       01 DISBSTATREC.
           02 DSEMPID   PIC X(6).
           02 DSSTATUS  PIC X.
           02 DSREASON  PIC X(20).

       FD REVSTOPFILE.
       01 REVSTOPREC.
           02 SVKEY.
               03 SVEMPID  PIC X(6).
               03 SVPERIOD PIC X(6).
               03 SVRUN    PIC X(2).
           02 SVNO      PIC X(6).
           02 SVSTAT    PIC X.
           02 SVDATE    PIC X(8).

       FD TOURADVFILE.
       01 TOURADVREC.
           02 TAID     PIC X(6).
           02 TAEMPID  PIC X(6).
           02 TABRID   PIC X(6).
           02 TADEST   PIC X(20).
           02 TAFROM   PIC X(10).
           02 TATO     PIC X(10).
           02 TAPURP   PIC X(30).
           02 TAEST    PIC 9(6)V99.
           02 TAADV    PIC 9(6)V99.
           02 TAVIA    PIC X.
           02 TASTAT   PIC X.
           02 TAAPPRID PIC X(10).
           02 TAPAIDDT PIC X(10).
           02 TAPAYREF PIC X(20).
           02 TASETAMT PIC 9(6)V99.
           02 TABAL    PIC 9(6)V99.
           02 TARCAMT  PIC 9(6)V99.
           02 TARCPER  PIC X(6).
           02 TAUSER   PIC X(10).
           02 TADATE   PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSRS      PIC XX.
       77 FSEP      PIC XX.
       77 FSDIS     PIC XX.
       77 FSDS      PIC XX.
       77 W-ONHOLD   PIC X.
       77 T-HELD     PIC 9(6) VALUE 0.
       77 T-HELDAMT  PIC 9(10)V99 VALUE 0.
       77 FSCG       PIC XX.
       77 W-CGOPEN   PIC X.
       77 W-CGPEND   PIC X.
       77 W-CGID     PIC X(6).
       77 W-CGMAKER  PIC X(10).
       77 W-CGEMPID  PIC X(6).
       77 W-XIDX     PIC 999.
       77 W-XUSED    PIC 999 VALUE 0.
       77 T-XCPT     PIC 9(6) VALUE 0.
       77 FSSV       PIC XX.
       77 W-SVOPEN   PIC X.
       77 W-STOPPED  PIC X.
       77 W-SIDX     PIC 999.
       77 W-SUSED    PIC 999 VALUE 0.
       77 T-STOPPED  PIC 9(6) VALUE 0.
       77 FSTA       PIC XX.
       77 T-ADVCNT   PIC 9(6) VALUE 0.
       77 T-ADVAMT   PIC 9(10)V99 VALUE 0.
       77 T-ADVNOT   PIC 9(6) VALUE 0.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 FSCY       PIC XX.
       77 W-COFUNC   PIC X.
       77 W-COUSER   PIC X(10) VALUE SPACES.
       77 W-COMPANY  PIC X(4).
       77 W-COREPLY  PIC X.
       77 W-RSCO     PIC X(4).
       77 W-LASTCO   PIC X.

       77 T-COUNT    PIC 9(6)     VALUE 0.
       77 T-SKIP     PIC 9(6)     VALUE 0.
       77 WAITFOR    PIC X.

       77 FSCQ       PIC XX.
           02 DL-IFSC     PIC X(13).
           02 DL-NET      PIC ZZZ,ZZZ.99.

      * TOUR ADVANCES APPROVED FOR PAYMENT WITH THE DISBURSEMENT ARE
      * PAID TO THE EMPLOYEE'S BANK ACCOUNT. THEY ARE NOT SALARY AND
      * STAY OUT OF THE BANK-WISE TOTALS AND THE CONTROL TOTALS.
       01 ADV-LINE.
           02 AV-EMPID    PIC X(8).
           02 AV-ACCOUNT  PIC X(22).
           02 AV-IFSC     PIC X(13).
           02 AV-AMT      PIC ZZZ,ZZZ.99.
           02 FILLER      PIC X(2) VALUE SPACES.
           02 AV-TAID     PIC X(8).
           02 AV-NOTE     PIC X(17).

       01 ADV-TOTAL-LINE.
           02 FILLER      PIC X(21) VALUE "TOTAL TOUR ADVANCES  ".
           02 AT-CNT      PIC ZZZZZ9.
           02 FILLER      PIC X(16) VALUE SPACES.
           02 AT-AMT      PIC ZZ,ZZZ,ZZ9.99.

       01 BANK-TABLE.
           02 BANK-ENTRY OCCURS 50 TIMES.
               03 BN-NAME  PIC X(20).
           02 FILLER    PIC X(2) VALUE SPACES.
           02 BL-AMT    PIC ZZZ,ZZZ,ZZ9.99.

      * EMPLOYEES WHOSE BANK DETAILS OR PAY MODE HAVE A CHANGE
      * AWAITING APPROVAL ARE NOT PAID; THEY ARE LISTED HERE.
       01 XCPT-TABLE.
           02 XCPT-ENTRY OCCURS 200 TIMES.
               03 XT-EMPID  PIC X(6).
               03 XT-NAME   PIC X(25).
               03 XT-NET    PIC S9(8)V99.
               03 XT-CHID   PIC X(6).
               03 XT-MAKER  PIC X(10).

       01 XCPT-LINE.
           02 XL-EMPID  PIC X(8).
           02 XL-NAME   PIC X(27).
           02 XL-NET    PIC ZZZ,ZZZ.99.
           02 FILLER    PIC X(2) VALUE SPACES.
           02 XL-CHID   PIC X(8).
           02 XL-MAKER  PIC X(10).

      * RESULTS VOIDED BY A PAYROLL REVERSAL ARE NOT PAID AGAIN; A
      * REISSUED RESULT IS PAID FROM THE REISSUE'S OWN BANK EXTRACT.
       01 STOP-TABLE.
           02 STOP-ENTRY OCCURS 200 TIMES.
               03 ST-EMPID  PIC X(6).
               03 ST-NAME   PIC X(25).
               03 ST-NET    PIC S9(8)V99.
               03 ST-REVNO  PIC X(6).
               03 ST-STAT   PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
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
           OPEN INPUT EMPPERSONALFILE.
           IF FSEP NOT = "00"
               DISPLAY "UNABLE TO OPEN EMP PERSONAL FILE, STATUS " FSEP
               CLOSE PAYRESFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE "N" TO W-BMOPEN
           END-IF
           OPEN I-O PAYHOLDFILE.
           IF FSHD = 30 OR FSHD = 35
               OPEN OUTPUT PAYHOLDFILE
               CLOSE PAYHOLDFILE
               OPEN I-O PAYHOLDFILE
           END-IF
           IF FSHD = "00"
               MOVE "Y" TO W-HDOPEN
           ELSE
               MOVE "N" TO W-HDOPEN
           END-IF
           OPEN INPUT CHGPENDFILE.
           IF FSCG = "00"
               MOVE "Y" TO W-CGOPEN
           ELSE
               MOVE "N" TO W-CGOPEN
           END-IF
           OPEN INPUT REVSTOPFILE.
           IF FSSV = "00"
               MOVE "Y" TO W-SVOPEN
           ELSE
               MOVE "N" TO W-SVOPEN
           END-IF
           OPEN OUTPUT DISBURSEFILE.
           OPEN I-O DISBSTATFILE.
           IF FSDS = 30 OR FSDS = 35

           MOVE "SALARY DISBURSEMENT EXTRACT" TO DISBURSELINE.
           WRITE DISBURSELINE.
           IF W-COMPANY NOT = SPACES
               PERFORM COMPANY-HEADING-PARA
           END-IF
           MOVE "EMPID   ACCOUNT NO            IFSC         NET PAY"
               TO DISBURSELINE.
           WRITE DISBURSELINE.
           END-STRING.
           WRITE CASHLINE.

      * THE NET PAID IS THE NET ON THE REGULAR RUN'S RESULTS.
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
                   MOVE SPACES TO W-RSCO
                   IF W-COMPANY NOT = SPACES
                       CALL "BRCOMP" USING RSBRNID W-RSCO
                   END-IF
                   IF RSRUN = "00" AND W-RSCO = W-COMPANY
                       PERFORM CHECK-STOP-PARA
                   END-IF
                   IF RSRUN = "00" AND W-STOPPED = "N"
                       AND W-RSCO = W-COMPANY
                       MOVE RSEMPID TO W-CGEMPID
                       PERFORM CHECK-PENDING-PARA
                       PERFORM CHECK-HOLD-PARA
                       IF W-ONHOLD = "Y"
                           PERFORM ACCRUE-HOLD-PARA
                       ELSE
                           IF W-CGPEND = "Y"
                               PERFORM PENDING-HOLD-PARA
                           ELSE
                               PERFORM LOOKUP-BANK-PARA
                           END-IF
                       END-IF
                       IF W-CGPEND = "Y"
                           PERFORM ADD-XCPT-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           WRITE DISBURSELINE.
           PERFORM PRINT-BANK-PARA
               VARYING W-BIDX FROM 1 BY 1 UNTIL W-BIDX > W-BUSED.
           PERFORM PRINT-XCPT-PARA THRU PRINT-XCPT-EXIT.
           PERFORM PRINT-STOP-PARA THRU PRINT-STOP-EXIT.
           PERFORM TOUR-ADVANCE-PARA THRU TOUR-ADVANCE-EXIT.

           CLOSE PAYRESFILE.
           CLOSE EMPPERSONALFILE.
           IF W-BMOPEN = "Y"
               CLOSE BANKMASTFILE
           IF W-HDOPEN = "Y"
               CLOSE PAYHOLDFILE
           END-IF
           IF W-CGOPEN = "Y"
               CLOSE CHGPENDFILE
           END-IF
           IF W-SVOPEN = "Y"
               CLOSE REVSTOPFILE
           END-IF
           MOVE SPACES TO CASHLINE.
           STRING "TOTAL   " T-D500 " " T-D200 " " T-D100 " "
               T-D50 " " T-D20 " " T-D10 " " T-D5 " " T-D2 " " T-D1
           CLOSE CASHFILE.
           CLOSE DISBURSEFILE.
           CLOSE DISBSTATFILE.
           CANCEL "BRCOMP".
           DISPLAY "DISBURSEMENT EXTRACT WRITTEN TO files/DISBURSE.LST"
           DISPLAY T-CHQ " CHEQUES IN files/CHEQUE.LST, " T-CASH
               " CASH PAYMENTS IN files/CASHPAY.LST".
           IF T-ADVCNT > 0 OR T-ADVNOT > 0
               DISPLAY T-ADVCNT " TOUR ADVANCES PAID, " T-ADVNOT
                   " NOT PAID - SEE TOUR ADVANCES IN "
                   "files/DISBURSE.LST"
           END-IF
      * CONTROL TOTALS AND THE PAY-CYCLE FREEZE ARE HELD FOR THE WHOLE
      * GROUP. A SINGLE-COMPANY RUN DOES NOT POST THE TOTALS, AND
      * LIFTS THE FREEZE ONLY WHEN THE OPERATOR CONFIRMS IT IS THE
      * LAST COMPANY TO BE PAID FOR THE PERIOD.
           IF W-COMPANY = SPACES
               MOVE T-DISB TO W-CTAMT1
               MOVE T-HELDAMT TO W-CTAMT2
               MOVE 0 TO W-CTAMT3
               CALL "CTLPOST" USING W-CTPROG W-CTAMT1 W-CTAMT2
                   W-CTAMT3
               PERFORM CLEAR-FREEZE-PARA
           ELSE
               DISPLAY "LAST COMPANY TO BE PAID FOR " W-PERIN
                   " - CLEAR THE PAY-CYCLE FREEZE (Y/N) :"
               ACCEPT W-LASTCO
               IF W-LASTCO = "Y" OR W-LASTCO = "y"
                   PERFORM CLEAR-FREEZE-PARA
               ELSE
                   DISPLAY "PAY-CYCLE FREEZE LEFT ON"
               END-IF
           END-IF
           DISPLAY T-COUNT " EMPLOYEES EXTRACTED, "
               T-SKIP " SKIPPED (NO BANK DETAILS ON FILE)".
           DISPLAY T-HELD " HELD (PAY WITHHELD " T-HELDAMT
               ") - SEE THE PAY-HOLD REGISTER".
           IF T-XCPT > 0
               DISPLAY T-XCPT " WITH A BANK/PAY-MODE CHANGE AWAITING "
                   "APPROVAL - SEE EXCEPTIONS IN files/DISBURSE.LST"
           END-IF
           IF T-STOPPED > 0
               DISPLAY T-STOPPED " NOT PAID - PAY REVERSED, SEE "
                   "STOPPED PAYMENTS IN files/DISBURSE.LST"
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

      * THE PERIOD STAYS ON THE CLEARED FREEZE RECORD SO THAT LATE
      * REPRINTS OF THE CYCLE'S OUTPUTS PRORATE FOR THE SAME MONTH.
       CLEAR-FREEZE-PARA.
           OPEN OUTPUT FREEZEFILE.
           IF FSFZ = "00"
               MOVE "N" TO FZFLAG
               MOVE W-PERIN TO FZPERIOD
               MOVE "DISBURSE" TO FZUSER
               MOVE FUNCTION CURRENT-DATE (1:8) TO FZDATE
               WRITE FREEZEREC
                   "ENTRY IS OPEN AGAIN"
           END-IF.

      * A SINGLE-COMPANY EXTRACT NAMES THE COMPANY AND THE ACCOUNT THE
      * SALARIES ARE PAID FROM.
       COMPANY-HEADING-PARA.
           MOVE SPACES TO CYNAME CYBANKAC CYIFSC.
           OPEN INPUT COMPANYFILE.
           IF FSCY = "00"
               MOVE W-COMPANY TO CYCODE
               READ COMPANYFILE
                   INVALID KEY
                       MOVE SPACES TO CYNAME CYBANKAC CYIFSC
               END-READ
               CLOSE COMPANYFILE
           END-IF
           MOVE SPACES TO DISBURSELINE.
           STRING "COMPANY " W-COMPANY " " CYNAME
               DELIMITED BY SIZE INTO DISBURSELINE
           END-STRING.
           WRITE DISBURSELINE.
           MOVE SPACES TO DISBURSELINE.
           STRING "DEBIT ACCOUNT " CYBANKAC "  IFSC " CYIFSC
               DELIMITED BY SIZE INTO DISBURSELINE
           END-STRING.
           WRITE DISBURSELINE.
           MOVE SPACES TO CHQLINE.
           STRING "COMPANY " W-COMPANY " " CYNAME
               DELIMITED BY SIZE INTO CHQLINE
           END-STRING.
           WRITE CHQLINE.
           MOVE SPACES TO CASHLINE.
           STRING "COMPANY " W-COMPANY " " CYNAME
               DELIMITED BY SIZE INTO CASHLINE
           END-STRING.
           WRITE CASHLINE.

       CHECK-HOLD-PARA.
           MOVE "N" TO W-ONHOLD.
           IF W-HDOPEN = "Y"
               MOVE RSEMPID TO HDEMPID
               READ PAYHOLDFILE
                   INVALID KEY
                       NEXT SENTENCE
           END-IF.

       ACCRUE-HOLD-PARA.
           ADD RSNET TO HDAMT.
           REWRITE PAYHOLDREC.
           ADD 1 TO T-HELD.
           ADD RSNET TO T-HELDAMT.

      * A BANK ACCOUNT OR PAY MODE CHANGE NOT YET APPROVED MUST NOT
      * BE PAID TO - NEITHER THE OLD DETAILS NOR THE NEW ONES.
       CHECK-PENDING-PARA.
           MOVE "N" TO W-CGPEND.
           IF W-CGOPEN = "Y"
               MOVE W-CGEMPID TO CHEMPID
               START CHGPENDFILE KEY IS EQUAL TO CHEMPID
                   INVALID KEY
                       MOVE "10" TO FSCG
               END-START
               PERFORM UNTIL FSCG = "10" OR W-CGPEND = "Y"
                   READ CHGPENDFILE NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF CHEMPID NOT = W-CGEMPID
                       EXIT PERFORM
                   END-IF
                   IF CHSTAT = "P" AND CHTYPE = "B"
                       MOVE "Y" TO W-CGPEND
                       MOVE CHID TO W-CGID
                       MOVE CHMAKER TO W-CGMAKER
                   END-IF
               END-PERFORM
               MOVE "00" TO FSCG
           END-IF.

      * THE NET GOES ON A PAY HOLD AND IS PAID WHEN THE HOLD IS
      * RELEASED AFTER THE CHANGE IS APPROVED.
       PENDING-HOLD-PARA.
           IF W-HDOPEN = "Y"
               MOVE RSEMPID TO HDEMPID
               MOVE "BANK CHANGE PENDING" TO HDREASON
               MOVE FUNCTION CURRENT-DATE (7:2) TO HDDATE (1:2)
               MOVE "/" TO HDDATE (3:1)
               MOVE FUNCTION CURRENT-DATE (5:2) TO HDDATE (4:2)
               MOVE "/" TO HDDATE (6:1)
               MOVE FUNCTION CURRENT-DATE (1:4) TO HDDATE (7:4)
               MOVE RSNET TO HDAMT
               WRITE PAYHOLDREC
           END-IF
           ADD 1 TO T-HELD.
           ADD RSNET TO T-HELDAMT.

       ADD-XCPT-PARA.
           ADD 1 TO T-XCPT.
           IF W-XUSED < 200
               ADD 1 TO W-XUSED
               MOVE RSEMPID TO XT-EMPID (W-XUSED)
               MOVE RSNAME TO XT-NAME (W-XUSED)
               MOVE RSNET TO XT-NET (W-XUSED)
               MOVE W-CGID TO XT-CHID (W-XUSED)
               MOVE W-CGMAKER TO XT-MAKER (W-XUSED)
           END-IF.

       PRINT-XCPT-PARA.
           IF W-XUSED = 0
               GO TO PRINT-XCPT-EXIT
           END-IF
           MOVE SPACES TO DISBURSELINE.
           WRITE DISBURSELINE.
           MOVE "EXCEPTIONS - BANK/PAY-MODE CHANGE AWAITING APPROVAL "
               TO DISBURSELINE.
           MOVE "(PAY HELD)" TO DISBURSELINE (53:10).
           WRITE DISBURSELINE.
           MOVE "EMPID   NAME" TO DISBURSELINE.
           MOVE "NET PAY" TO DISBURSELINE (39:7).
           MOVE "CHANGE" TO DISBURSELINE (48:6).
           MOVE "MADE BY" TO DISBURSELINE (56:7).
           WRITE DISBURSELINE.
           PERFORM VARYING W-XIDX FROM 1 BY 1 UNTIL W-XIDX > W-XUSED
               MOVE XT-EMPID (W-XIDX) TO XL-EMPID
               MOVE XT-NAME (W-XIDX) TO XL-NAME
               MOVE XT-NET (W-XIDX) TO XL-NET
               MOVE XT-CHID (W-XIDX) TO XL-CHID
               MOVE XT-MAKER (W-XIDX) TO XL-MAKER
               MOVE XCPT-LINE TO DISBURSELINE
               WRITE DISBURSELINE
           END-PERFORM.
       PRINT-XCPT-EXIT.
           EXIT.

       CHECK-STOP-PARA.
           MOVE "N" TO W-STOPPED.
           IF W-SVOPEN = "Y"
               MOVE RSEMPID TO SVEMPID
               MOVE RSPERIOD TO SVPERIOD
               MOVE RSRUN TO SVRUN
               READ REVSTOPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO W-STOPPED
                       ADD 1 TO T-STOPPED
                       IF W-SUSED < 200
                           ADD 1 TO W-SUSED
                           MOVE RSEMPID TO ST-EMPID (W-SUSED)
                           MOVE RSNAME TO ST-NAME (W-SUSED)
                           MOVE RSNET TO ST-NET (W-SUSED)
                           MOVE SVNO TO ST-REVNO (W-SUSED)
                           MOVE SVSTAT TO ST-STAT (W-SUSED)
                       END-IF
               END-READ
           END-IF.

       PRINT-STOP-PARA.
           IF W-SUSED = 0
               GO TO PRINT-STOP-EXIT
           END-IF
           MOVE SPACES TO DISBURSELINE.
           WRITE DISBURSELINE.
           MOVE "STOPPED PAYMENTS - PAY REVERSED (NOT PAID)"
               TO DISBURSELINE.
           WRITE DISBURSELINE.
           MOVE "EMPID   NAME" TO DISBURSELINE.
           MOVE "NET PAY" TO DISBURSELINE (39:7).
           MOVE "REVERSAL" TO DISBURSELINE (48:8).
           WRITE DISBURSELINE.
           PERFORM VARYING W-SIDX FROM 1 BY 1 UNTIL W-SIDX > W-SUSED
               MOVE SPACES TO XCPT-LINE
               MOVE ST-EMPID (W-SIDX) TO XL-EMPID
               MOVE ST-NAME (W-SIDX) TO XL-NAME
               MOVE ST-NET (W-SIDX) TO XL-NET
               MOVE ST-REVNO (W-SIDX) TO XL-CHID
               IF ST-STAT (W-SIDX) = "R"
                   MOVE "REISSUED" TO XL-MAKER
               ELSE
                   MOVE "VOIDED" TO XL-MAKER
               END-IF
               MOVE XCPT-LINE TO DISBURSELINE
               WRITE DISBURSELINE
           END-PERFORM.
       PRINT-STOP-EXIT.
           EXIT.

      * AN ADVANCE IS PAID ONLY INTO A BANK ACCOUNT THAT IS ON FILE AND
      * HAS NO CHANGE AWAITING APPROVAL. ONE THAT CANNOT BE PAID STAYS
      * APPROVED FOR THE NEXT DISBURSEMENT OR FOR OFF-CYCLE PAYMENT.
       TOUR-ADVANCE-PARA.
           OPEN I-O TOURADVFILE.
           IF FSTA NOT = "00"
               GO TO TOUR-ADVANCE-EXIT
           END-IF
           MOVE SPACES TO DISBURSELINE.
           WRITE DISBURSELINE.
           MOVE "TOUR ADVANCES PAID WITH THIS DISBURSEMENT"
               TO DISBURSELINE.
           WRITE DISBURSELINE.
           MOVE "EMPID   ACCOUNT NO            IFSC         ADVANCE"
               TO DISBURSELINE.
           MOVE "REQN" TO DISBURSELINE (56:4).
           WRITE DISBURSELINE.
           PERFORM UNTIL FSTA = "10"
               READ TOURADVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSTA = "00" AND TASTAT = "A" AND TAVIA = "D"
                   MOVE SPACES TO W-RSCO
                   IF W-COMPANY NOT = SPACES
                       CALL "BRCOMP" USING TABRID W-RSCO
                   END-IF
                   IF W-RSCO = W-COMPANY
                       PERFORM PAY-ADVANCE-PARA
                   END-IF
               END-IF
           END-PERFORM
           MOVE T-ADVCNT TO AT-CNT.
           MOVE T-ADVAMT TO AT-AMT.
           MOVE ADV-TOTAL-LINE TO DISBURSELINE.
           WRITE DISBURSELINE.
           CLOSE TOURADVFILE.
       TOUR-ADVANCE-EXIT.
           EXIT.

       PAY-ADVANCE-PARA.
           MOVE SPACES TO ADV-LINE.
           MOVE TAEMPID TO AV-EMPID.
           MOVE TAADV TO AV-AMT.
           MOVE TAID TO AV-TAID.
           MOVE TAEMPID TO EPEMPID.
           READ EMPPERSONALFILE KEY IS EPEMPID
               INVALID KEY
                   MOVE SPACES TO EPBANKAC EPBANKIFSC
           END-READ
           MOVE TAEMPID TO W-CGEMPID.
           PERFORM CHECK-PENDING-PARA.
           IF EPBANKAC = SPACES
               MOVE "NOT PAID-NO A/C" TO AV-NOTE
               ADD 1 TO T-ADVNOT
           ELSE
           IF W-CGPEND = "Y"
               MOVE "NOT PAID-BANK CHG" TO AV-NOTE
               ADD 1 TO T-ADVNOT
           ELSE
               MOVE EPBANKAC TO AV-ACCOUNT
               MOVE EPBANKIFSC TO AV-IFSC
               MOVE "O" TO TASTAT
               MOVE TAADV TO TABAL
               MOVE 0 TO TASETAMT
               MOVE FUNCTION CURRENT-DATE (7:2) TO TAPAIDDT (1:2)
               MOVE "/" TO TAPAIDDT (3:1)
               MOVE FUNCTION CURRENT-DATE (5:2) TO TAPAIDDT (4:2)
               MOVE "/" TO TAPAIDDT (6:1)
               MOVE FUNCTION CURRENT-DATE (1:4) TO TAPAIDDT (7:4)
               MOVE SPACES TO TAPAYREF
               STRING "DISBURSE " W-PERIN DELIMITED BY SIZE
                   INTO TAPAYREF
               END-STRING
               REWRITE TOURADVREC
               ADD 1 TO T-ADVCNT
               ADD TAADV TO T-ADVAMT
           END-IF
           END-IF
           MOVE ADV-LINE TO DISBURSELINE.
           WRITE DISBURSELINE.

       LOOKUP-BANK-PARA.
           MOVE RSEMPID TO EPEMPID.
           READ EMPPERSONALFILE KEY IS EPEMPID
               INVALID KEY
                   ADD 1 TO T-SKIP
      * EMPLOYEES ARE COUNTED SEPARATELY IN T-HELD.
               EVALUATE EPPAYMODE
                   WHEN "Q"
                       PERFORM WRITE-CHEQUE-PARA
                       ADD 1 TO T-COUNT
                   WHEN "C"
                       PERFORM WRITE-CASH-PARA
                       ADD 1 TO T-COUNT
                   WHEN OTHER
                       IF EPBANKAC = SPACES
                           ADD 1 TO T-SKIP
                       ELSE
                           PERFORM WRITE-DETAIL-PARA
                           ADD 1 TO T-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE RSEMPID    TO DL-EMPID.
           MOVE EPBANKAC   TO DL-ACCOUNT.
           MOVE EPBANKIFSC TO DL-IFSC.
           MOVE RSNET      TO DL-NET.
           MOVE DETAIL-LINE TO DISBURSELINE.
           WRITE DISBURSELINE.
           PERFORM ADD-BANK-TOTAL-PARA.
           PERFORM WRITE-STAT-PARA.

       WRITE-STAT-PARA.
           ADD RSNET TO T-DISB.
           MOVE RSEMPID TO DSEMPID.
           READ DISBSTATFILE
               INVALID KEY
                   MOVE RSNET TO DSAMOUNT
                   MOVE W-DSSTAT TO DSSTATUS
                   MOVE W-DSREAS TO DSREASON
                   WRITE DISBSTATREC
                   END-WRITE
               NOT INVALID KEY
                   MOVE RSNET TO DSAMOUNT
                   MOVE W-DSSTAT TO DSSTATUS
                   MOVE W-DSREAS TO DSREASON
                   REWRITE DISBSTATREC
       WRITE-CHEQUE-PARA.
           MOVE "CQ" TO W-IDTYPE.
           CALL "NEXTID" USING W-IDTYPE W-CHQNO.
           MOVE RSEMPID  TO CQ-EMPID.
           MOVE RSNAME   TO CQ-NAME.
           MOVE W-CHQNO  TO CQ-CHQNO.
           MOVE RSNET    TO CQ-NET.
           MOVE CHQ-LINE TO CHQLINE.
           WRITE CHQLINE.
           ADD 1 TO T-CHQ.
      * AND THAT ROUNDED FIGURE IS BOTH PRINTED AND BROKEN DOWN -
      * THE DENOMINATIONS ALWAYS SUM TO THE AMOUNT ON THE LINE.
       WRITE-CASH-PARA.
           COMPUTE W-CASHNET ROUNDED = RSNET.
           MOVE W-CASHNET TO W-CASHREM.
           COMPUTE W-D500 = W-CASHREM / 500.
           COMPUTE W-CASHREM = W-CASHREM - W-D500 * 500.
           ADD W-D5   TO T-D5.
           ADD W-D2   TO T-D2.
           ADD W-D1   TO T-D1.
           MOVE RSEMPID TO CA-EMPID.
           MOVE W-CASHNET TO CA-NET.
           MOVE W-D500 TO CA-D500.
           MOVE W-D200 TO CA-D200.
           END-IF
           IF W-BSLOT > 0
               ADD 1 TO BN-CNT (W-BSLOT)
               ADD RSNET TO BN-AMT (W-BSLOT)
           END-IF.

       PRINT-BANK-PARA.
